       IDENTIFICATION DIVISION.
       PROGRAM-ID. PMNTACU.
       AUTHOR. TRONCOSO LEANDRO.
      **********************************************************
      * Mantenimiento de los acuerdos en descubierto           *
      * (TRX.ACUERDO_DESCUBIERTO), con el mismo esquema de     *
      * novedades de PMNTCLI. Hay un unico acuerdo por CBU, en *
      * la moneda de la cuenta. El alta otorga el acuerdo      *
      * (reemplaza uno dado de baja), la modificacion cambia   *
      * limite, tasa o vigencia de uno activo y la baja lo da  *
      * de baja; el saldo deudor que quede sigue devengando    *
      * interes en PDEVENG y aparece en PRPTACU.               *
      **********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-ENT ASSIGN TO ENTRADA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.

           SELECT ERROR-FICH ASSIGN TO SALIDA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ERROR.

           SELECT REPORTE-FICH ASSIGN TO REPORTE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
      * REGISTRO DE NOVEDADES DE ACUERDOS EN DESCUBIERTO, EN EL MISMO
      * ESQUEMA DE NOVEDADES QUE PMNTCLI. HAY UN UNICO ACUERDO POR
      * CBU, EN LA MONEDA DE LA CUENTA. ALTA: SE OTORGA EL ACUERDO
      * (SI EL CBU TUVO UNO DADO DE BAJA, SE REEMPLAZA). MODIFICACION:
      * CAMBIA LIMITE, TASA O VIGENCIA DE UN ACUERDO ACTIVO. BAJA: SE
      * DA DE BAJA EL ACUERDO; EL SALDO DEUDOR QUE QUEDE SIGUE
      * DEVENGANDO INTERES Y APARECE EN EL REPORTE DE PRPTACU.
       FD FICHERO-ENT RECORDING MODE IS F
                      DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA.
          05 TIPO-MOV              PIC X(1).
             88 TIPO-MOV-ALTA      VALUE 'A'.
             88 TIPO-MOV-BAJA      VALUE 'B'.
             88 TIPO-MOV-MODIF     VALUE 'M'.
          05 CBU                   PIC X(22).
          05 LIMITE                PIC 9(13)V99.
      * TASA NOMINAL ANUAL DEUDORA, EN PORCENTAJE (MISMO CRITERIO
      * QUE TASA_NOMINAL DE TRX.TASA_INTERES).
          05 TASA-DEUDORA          PIC 9(3)V99.
          05 FECHA-DESDE.
             10 FD-ANIO            PIC 9(4).
             10 FILLER             PIC X.
             10 FD-MES             PIC 9(2).
             10 FILLER             PIC X.
             10 FD-DIA             PIC 9(2).
          05 FECHA-HASTA.
             10 FH-ANIO            PIC 9(4).
             10 FILLER             PIC X.
             10 FH-MES             PIC 9(2).
             10 FILLER             PIC X.
             10 FH-DIA             PIC 9(2).
          05 FILLER                PIC X(17).

      *REGISTRO PARA REGISTRAR LOS ERRORES.
       FD ERROR-FICH RECORDING MODE IS F
                     DATA RECORD IS REG-ERROR.
       01 REG-ERROR.
          05 E-TIPO-MOV            PIC X(1).
          05 E-CBU                 PIC X(22).
          05 E-RAZON               PIC X(36).
          05 E-PARRAFO             PIC X(4).

      * REGISTRO DEL REPORTE DE TOTALES DE CONTROL DE FIN DE CORRIDA.
       FD REPORTE-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-REPORTE.
       01 REG-REPORTE              PIC X(80).

       WORKING-STORAGE SECTION.

      * FILE STATUS DE LOS ARCHIVOS I-O.
       77 FS-ENTRADA              PIC 99.
          88 FS-ENTRADA-END       VALUE 10.

       77 FS-ERROR                PIC 99.
       77 FS-REPORTE               PIC 99.

      * VARIABLES DEL PROGRAMA.
       77 WS-ERROR                PIC X VALUE 'N'.
          88 WS-ERROR-N           VALUE 'N'.
          88 WS-ERROR-S           VALUE 'S'.

      * ESTADO DEL ACUERDO EXISTENTE PARA EL CBU: 'A' ACTIVO, 'B'
      * DADO DE BAJA, 'N' SIN ACUERDO.
       77 WS-ACU-EXISTE           PIC X VALUE 'N'.
          88 WS-ACU-ACTIVO        VALUE 'A'.
          88 WS-ACU-DE-BAJA       VALUE 'B'.
          88 WS-ACU-INEXISTENTE   VALUE 'N'.

      * CONTADORES PARA EL REPORTE DE TOTALES DE CONTROL.
       77 WS-TOT-LEIDOS           PIC 9(9) COMP VALUE 0.
       77 WS-TOT-ALTAS            PIC 9(9) COMP VALUE 0.
       77 WS-TOT-MODIF            PIC 9(9) COMP VALUE 0.
       77 WS-TOT-BAJAS            PIC 9(9) COMP VALUE 0.
       77 WS-TOT-RECHAZADOS       PIC 9(9) COMP VALUE 0.

      * LINEAS DEL REPORTE DE CONTROL.
       01 WS-REP-GUIONES          PIC X(80) VALUE ALL '-'.
       01 WS-REP-TITULO.
          05 FILLER               PIC X(23) VALUE SPACES.
          05 FILLER               PIC X(34)
                         VALUE 'REPORTE DE CONTROL - PMNTACU'.
          05 FILLER               PIC X(23) VALUE SPACES.
       01 WS-REP-CONTADOR.
          05 WS-RC-ETIQUETA       PIC X(45).
          05 WS-RC-VALOR          PIC ZZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(24) VALUE SPACES.

       77 IND-NULL                PIC S9(4) COMP-5.

       01 WS-ERROR-NCONTROL.
          05 FILLER               PIC X(29)
                     VALUE 'ERROR NO CONTROLADO, CODIGO: '.
          05 WS-ENC-CODE          PIC -999.

      * SQLCA Y DCLGEN DE LAS TABLAS ACUERDO_DESCUBIERTO Y CLIENTE
      * (EL ACUERDO SE OTORGA A UN CLIENTE NUESTRO NO DADO DE BAJA,
      * EN LA MONEDA DE SU CUENTA).
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TRXACU END-EXEC.
           EXEC SQL INCLUDE TRXCLI END-EXEC.
      * DCLGEN DE LA TABLA DE CONTROL DE REINICIO/COMMIT.
           EXEC SQL INCLUDE TRXCTL END-EXEC.

      * CONTROL DE COMMITS Y REINICIO (VER TRX.CONTROL_PROCESO).
       77 WS-PROGRAMA              PIC X(8) VALUE 'PMNTACU'.
       77 WS-COMMIT-CADA           PIC 9(4) COMP VALUE 100.
       77 WS-CONT-COMMIT           PIC 9(4) COMP VALUE 0.
       77 WS-NUM-REGISTRO          PIC 9(9) COMP VALUE 0.
       77 WS-REG-REINICIO          PIC 9(9) COMP VALUE 0.

      * MISMO ESQUEMA DE RECHAZOS YA ESCRITOS QUE PMNTCLI.
       77 WS-NUM-ERRORES           PIC 9(9) COMP VALUE 0.
       77 WS-REG-REINICIO-ERR      PIC 9(9) COMP VALUE 0.

      * VARIABLES SUB-PROG VERICBU Y VERFECH.
       77 WS-SVERICBU              PIC X(08) VALUE 'VERICBU'.
       77 WS-SVERFECH              PIC X(08) VALUE 'VERFECH'.
       77 WS-VALIDAR               PIC X.
          88 WS-VALIDAR-N          VALUE 'N'.
          88 WS-VALIDAR-S          VALUE 'S'.

       01 WS-FECHA-VER.
          05 WS-FV-DIA            PIC 9(2).
          05 WS-FV-MES            PIC 9(2).
          05 WS-FV-ANIO           PIC 9(4).

       PROCEDURE DIVISION.
       0000-MAIN-PROGRAM.
           PERFORM 1000-INIT-PROGRAM
           READ FICHERO-ENT
           PERFORM 2000-PROCESAMIENTO UNTIL FS-ENTRADA-END
           PERFORM 3000-END-PROGRAM.

      ******************************************************************
      * PARRAFO DE APERTURA DE ARCHIVOS E INICIACION DE VARIABLES.     *
      ******************************************************************
       1000-INIT-PROGRAM.
           PERFORM 1100-OPEN-ENT
           PERFORM 1400-RECUPERAR-CONTROL
           PERFORM 1200-OPEN-ERROR
           PERFORM 1250-OPEN-REPORTE
           MOVE 22 TO CBU-CLIENTE-LEN OF DCLCLIENTE.

       1100-OPEN-ENT.
           OPEN INPUT FICHERO-ENT
           IF FS-ENTRADA NOT = 00
              PERFORM 3300-STOP-PROGRAM
           END-IF.

       1200-OPEN-ERROR.
      * SI EL PROCESO SE REINICIA A PARTIR DE UN COMMIT ANTERIOR, LOS
      * ERRORES YA REGISTRADOS EN LA CORRIDA PREVIA NO SE DEBEN PERDER.
           IF WS-REG-REINICIO > 0
              OPEN EXTEND ERROR-FICH
           ELSE
              OPEN OUTPUT ERROR-FICH
           END-IF
           IF FS-ERROR NOT = 00
              CLOSE FICHERO-ENT
              PERFORM 3300-STOP-PROGRAM
           END-IF.

       1250-OPEN-REPORTE.
           OPEN OUTPUT REPORTE-FICH
           IF FS-REPORTE NOT = 00
              CLOSE FICHERO-ENT
              CLOSE ERROR-FICH
              PERFORM 3300-STOP-PROGRAM
           END-IF.

      ***************************************************************
      * RECUPERAMOS EL PUNTO DE REINICIO DE TRX.CONTROL_PROCESO, DE  *
      * LA MISMA FORMA QUE LO HACE PMNTCLI.                          *
      ***************************************************************
       1400-RECUPERAR-CONTROL.
           MOVE WS-PROGRAMA TO NOM-PROGRAMA OF DCLCONTROL
           EXEC SQL
                SELECT ULT_REG_COMMIT, ULT_REG_ERROR
                INTO :DCLCONTROL.ULT-REG-COMMIT,
                     :DCLCONTROL.ULT-REG-ERROR
                FROM TRX.CONTROL_PROCESO
                WHERE NOM_PROGRAMA = :DCLCONTROL.NOM-PROGRAMA
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE ULT-REG-COMMIT OF DCLCONTROL TO WS-REG-REINICIO
                 MOVE ULT-REG-ERROR OF DCLCONTROL
                   TO WS-REG-REINICIO-ERR
              WHEN 100
                 MOVE ZEROS TO WS-REG-REINICIO
                 MOVE ZEROS TO WS-REG-REINICIO-ERR
                 EXEC SQL
                      INSERT INTO TRX.CONTROL_PROCESO
                             (NOM_PROGRAMA, ULT_REG_COMMIT,
                              ULT_REG_ERROR, ESTADO_PROCESO)
                      VALUES (:DCLCONTROL.NOM-PROGRAMA, 0, 0, 'P')
                 END-EXEC
                 EXEC SQL COMMIT END-EXEC
              WHEN OTHER
                 MOVE SQLCODE TO WS-ENC-CODE
                 DISPLAY WS-ERROR-NCONTROL
                 EXEC SQL ROLLBACK END-EXEC
                 PERFORM 3300-STOP-PROGRAM
           END-EVALUATE
           IF WS-REG-REINICIO > 0
              PERFORM 1500-SALTAR-PROCESADOS
                 UNTIL WS-NUM-REGISTRO >= WS-REG-REINICIO
                    OR FS-ENTRADA-END
           END-IF.

       1500-SALTAR-PROCESADOS.
           READ FICHERO-ENT
           IF NOT FS-ENTRADA-END
              ADD 1 TO WS-NUM-REGISTRO
           END-IF.

       2000-PROCESAMIENTO.
           MOVE 'N' TO WS-ERROR
           ADD 1 TO WS-NUM-REGISTRO
           ADD 1 TO WS-TOT-LEIDOS
           EVALUATE TRUE
              WHEN TIPO-MOV-ALTA OF REG-ENTRADA
                 PERFORM 2200-PROCESAR-ALTA
              WHEN TIPO-MOV-MODIF OF REG-ENTRADA
                 PERFORM 2400-PROCESAR-MODIFICACION
              WHEN TIPO-MOV-BAJA OF REG-ENTRADA
                 PERFORM 2300-PROCESAR-BAJA
              WHEN OTHER
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'TIPO DE MOVIMIENTO INVALIDO' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE
           IF WS-ERROR-N
              EVALUATE TRUE
                 WHEN TIPO-MOV-ALTA OF REG-ENTRADA
                    ADD 1 TO WS-TOT-ALTAS
                 WHEN TIPO-MOV-MODIF OF REG-ENTRADA
                    ADD 1 TO WS-TOT-MODIF
                 WHEN OTHER
                    ADD 1 TO WS-TOT-BAJAS
              END-EVALUATE
           ELSE
              ADD 1 TO WS-TOT-RECHAZADOS
           END-IF
           PERFORM 2900-COMMIT-PUNTO
           READ FICHERO-ENT.

      ***************************************************************
      * ALTA DE ACUERDO: EL CBU DEBE SER UN CLIENTE NUESTRO NO DADO  *
      * DE BAJA Y NO TENER YA UN ACUERDO ACTIVO. SI TUVO UNO DADO DE *
      * BAJA, LA FILA SE REUTILIZA CON LOS DATOS NUEVOS.             *
      ***************************************************************
       2200-PROCESAR-ALTA.
           PERFORM 2210-VALIDAR-DATOS
           IF WS-ERROR-N
              PERFORM 2250-LEER-ACUERDO
           END-IF
           IF WS-ERROR-N AND WS-ACU-ACTIVO
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'ACUERDO YA EXISTE' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N
              PERFORM 2260-CARGAR-DCLACUERDO
              IF WS-ACU-DE-BAJA
                 PERFORM 2420-ACTUALIZAR-ACUERDO
              ELSE
                 PERFORM 2230-INSERTAR-ACUERDO
              END-IF
           END-IF.

       2210-VALIDAR-DATOS.
           CALL WS-SVERICBU USING CBU OF REG-ENTRADA, WS-VALIDAR
           IF WS-VALIDAR-N
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'CBU FORMATO INVALIDO' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N
              PERFORM 2215-VERIFICAR-CLIENTE
           END-IF
           IF WS-ERROR-N
              IF LIMITE OF REG-ENTRADA IS NOT NUMERIC
                 OR LIMITE OF REG-ENTRADA = 0
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'LIMITE INVALIDO' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF
           IF WS-ERROR-N
              IF TASA-DEUDORA OF REG-ENTRADA IS NOT NUMERIC
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'TASA INVALIDA' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF
           IF WS-ERROR-N
              MOVE FD-ANIO TO WS-FV-ANIO
              MOVE FD-MES TO WS-FV-MES
              MOVE FD-DIA TO WS-FV-DIA
              CALL WS-SVERFECH USING WS-FECHA-VER, WS-VALIDAR
              IF WS-VALIDAR-N
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'FECHA INVALIDA' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF
           IF WS-ERROR-N
              MOVE FH-ANIO TO WS-FV-ANIO
              MOVE FH-MES TO WS-FV-MES
              MOVE FH-DIA TO WS-FV-DIA
              CALL WS-SVERFECH USING WS-FECHA-VER, WS-VALIDAR
              IF WS-VALIDAR-N
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'FECHA INVALIDA' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF
           IF WS-ERROR-N
              IF FECHA-HASTA OF REG-ENTRADA
                 < FECHA-DESDE OF REG-ENTRADA
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'VIGENCIA INVALIDA' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF.

      * LA MONEDA DEL ACUERDO SE TOMA DE LA CUENTA: ASI LOS PROGRAMAS
      * DE POSTEO PUEDEN SUMAR EL LIMITE AL SALDO SIN CONVERTIR.
       2215-VERIFICAR-CLIENTE.
           MOVE CBU OF REG-ENTRADA TO CBU-CLIENTE-TEXT OF DCLCLIENTE
           EXEC SQL
                SELECT ESTADO_CLIENTE, MONEDA
                INTO :DCLCLIENTE.ESTADO-CLIENTE :IND-NULL,
                     :DCLCLIENTE.MONEDA
                FROM TRX.CLIENTE
                WHERE CBU_CLIENTE = :DCLCLIENTE.CBU-CLIENTE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 IF ESTADO-CLIENTE OF DCLCLIENTE = 'B'
                    PERFORM 2800-CAMBIAR-DATOS-ERROR
                    MOVE 'CLIENTE DADO DE BAJA' TO E-RAZON
                    PERFORM 2805-ESCRIBIR-ERROR
                    MOVE 'S' TO WS-ERROR
                 END-IF
              WHEN 100
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'CBU INEXISTENTE.' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              WHEN OTHER
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2215' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

       2230-INSERTAR-ACUERDO.
           EXEC SQL
                INSERT INTO TRX.ACUERDO_DESCUBIERTO
                       (CBU, MONEDA, LIMITE, TASA_DEUDORA,
                        FECHA_DESDE, FECHA_HASTA, ESTADO_ACUERDO)
                VALUES (:DCLACUERDO.CBU,
                        :DCLACUERDO.MONEDA,
                        :DCLACUERDO.LIMITE,
                        :DCLACUERDO.TASA-DEUDORA,
                        :DCLACUERDO.FECHA-DESDE,
                        :DCLACUERDO.FECHA-HASTA,
                        :DCLACUERDO.ESTADO-ACUERDO)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE SQLCODE TO WS-ENC-CODE
              MOVE WS-ERROR-NCONTROL TO E-RAZON
              MOVE '2230' TO E-PARRAFO
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF.

      ***************************************************************
      * LEE EL ACUERDO DEL CBU Y DEJA SU ESTADO EN WS-ACU-EXISTE.    *
      ***************************************************************
       2250-LEER-ACUERDO.
           MOVE 'N' TO WS-ACU-EXISTE
           MOVE CBU OF REG-ENTRADA TO CBU OF DCLACUERDO
           EXEC SQL
                SELECT ESTADO_ACUERDO
                INTO :DCLACUERDO.ESTADO-ACUERDO
                FROM TRX.ACUERDO_DESCUBIERTO
                WHERE CBU = :DCLACUERDO.CBU
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 IF ESTADO-ACUERDO OF DCLACUERDO = 'B'
                    MOVE 'B' TO WS-ACU-EXISTE
                 ELSE
                    MOVE 'A' TO WS-ACU-EXISTE
                 END-IF
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2250' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

       2260-CARGAR-DCLACUERDO.
           MOVE CBU OF REG-ENTRADA TO CBU OF DCLACUERDO
           MOVE MONEDA OF DCLCLIENTE TO MONEDA OF DCLACUERDO
           MOVE LIMITE OF REG-ENTRADA TO LIMITE OF DCLACUERDO
           MOVE TASA-DEUDORA OF REG-ENTRADA
                             TO TASA-DEUDORA OF DCLACUERDO
           MOVE FECHA-DESDE OF REG-ENTRADA
                            TO FECHA-DESDE OF DCLACUERDO
           MOVE FECHA-HASTA OF REG-ENTRADA
                            TO FECHA-HASTA OF DCLACUERDO
           MOVE 'A' TO ESTADO-ACUERDO OF DCLACUERDO.

      ***************************************************************
      * BAJA DE ACUERDO: DEBE EXISTIR ACTIVO. NO SE BORRA LA FILA:   *
      * PDEVENG SIGUE TOMANDO DE ELLA LA TASA DEUDORA MIENTRAS LA    *
      * CUENTA TENGA SALDO NEGATIVO.                                 *
      ***************************************************************
       2300-PROCESAR-BAJA.
           CALL WS-SVERICBU USING CBU OF REG-ENTRADA, WS-VALIDAR
           IF WS-VALIDAR-N
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'CBU FORMATO INVALIDO' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N
              PERFORM 2250-LEER-ACUERDO
           END-IF
           IF WS-ERROR-N AND NOT WS-ACU-ACTIVO
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'ACUERDO INEXISTENTE O DADO DE BAJA' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N
              PERFORM 2320-DAR-BAJA-ACUERDO
           END-IF.

       2320-DAR-BAJA-ACUERDO.
           EXEC SQL
                UPDATE TRX.ACUERDO_DESCUBIERTO
                SET ESTADO_ACUERDO = 'B'
                WHERE CBU = :DCLACUERDO.CBU
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE SQLCODE TO WS-ENC-CODE
              MOVE WS-ERROR-NCONTROL TO E-RAZON
              MOVE '2320' TO E-PARRAFO
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF.

      ***************************************************************
      * MODIFICACION DE ACUERDO: DEBE EXISTIR ACTIVO. SE REEMPLAZAN  *
      * LIMITE, TASA Y VIGENCIA CON LAS MISMAS VALIDACIONES DEL ALTA.*
      ***************************************************************
       2400-PROCESAR-MODIFICACION.
           PERFORM 2210-VALIDAR-DATOS
           IF WS-ERROR-N
              PERFORM 2250-LEER-ACUERDO
           END-IF
           IF WS-ERROR-N AND NOT WS-ACU-ACTIVO
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'ACUERDO INEXISTENTE O DADO DE BAJA' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N
              PERFORM 2260-CARGAR-DCLACUERDO
              PERFORM 2420-ACTUALIZAR-ACUERDO
           END-IF.

       2420-ACTUALIZAR-ACUERDO.
           EXEC SQL
                UPDATE TRX.ACUERDO_DESCUBIERTO
                SET MONEDA = :DCLACUERDO.MONEDA,
                    LIMITE = :DCLACUERDO.LIMITE,
                    TASA_DEUDORA = :DCLACUERDO.TASA-DEUDORA,
                    FECHA_DESDE = :DCLACUERDO.FECHA-DESDE,
                    FECHA_HASTA = :DCLACUERDO.FECHA-HASTA,
                    ESTADO_ACUERDO = :DCLACUERDO.ESTADO-ACUERDO
                WHERE CBU = :DCLACUERDO.CBU
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE SQLCODE TO WS-ENC-CODE
              MOVE WS-ERROR-NCONTROL TO E-RAZON
              MOVE '2420' TO E-PARRAFO
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF.

      *********************************************************
      * CARGAMOS LOS DATOS DE LA NOVEDAD RECHAZADA AL REGISTRO*
      * DE ERRORES.                                           *
      *********************************************************
       2800-CAMBIAR-DATOS-ERROR.
           MOVE TIPO-MOV OF REG-ENTRADA TO E-TIPO-MOV
           MOVE CBU OF REG-ENTRADA TO E-CBU
           MOVE SPACES TO E-PARRAFO.

      *********************************************************
      * ESCRIBIMOS EL RECHAZO EN ERROR-FICH, PERO SOLO SI TODAVIA  *
      * NO ESTABA ESCRITO DESDE UNA CORRIDA ANTERIOR.              *
      *********************************************************
       2805-ESCRIBIR-ERROR.
           ADD 1 TO WS-NUM-ERRORES
           IF WS-NUM-ERRORES > WS-REG-REINICIO-ERR
              WRITE REG-ERROR
           END-IF.

      ***************************************************************
      * PUNTO DE COMMIT: CADA WS-COMMIT-CADA REGISTROS PROCESADOS SE *
      * CONFIRMA LA UNIDAD DE TRABAJO Y SE ACTUALIZA EL PUNTO DE     *
      * REINICIO EN TRX.CONTROL_PROCESO.                             *
      ***************************************************************
       2900-COMMIT-PUNTO.
           ADD 1 TO WS-CONT-COMMIT
           IF WS-CONT-COMMIT >= WS-COMMIT-CADA
              EXEC SQL COMMIT END-EXEC
              MOVE WS-NUM-REGISTRO TO ULT-REG-COMMIT OF DCLCONTROL
              MOVE WS-NUM-ERRORES TO ULT-REG-ERROR OF DCLCONTROL
              EXEC SQL
                   UPDATE TRX.CONTROL_PROCESO
                   SET ULT_REG_COMMIT = :DCLCONTROL.ULT-REG-COMMIT,
                       ULT_REG_ERROR = :DCLCONTROL.ULT-REG-ERROR,
                       ESTADO_PROCESO = 'P'
                   WHERE NOM_PROGRAMA = :DCLCONTROL.NOM-PROGRAMA
              END-EXEC
              EXEC SQL COMMIT END-EXEC
              MOVE ZEROS TO WS-CONT-COMMIT
           END-IF.

      ********************************************************
      * PARRAFOS PARA CERRAR EL PROGRAMA                     *
      ********************************************************
       3000-END-PROGRAM.
           PERFORM 3100-COMMIT-FINAL
           PERFORM 3200-GENERAR-REPORTE
           CLOSE FICHERO-ENT
           CLOSE ERROR-FICH
           CLOSE REPORTE-FICH
           PERFORM 3300-STOP-PROGRAM.

      ***************************************************************
      * COMMIT FINAL DE LA CORRIDA.                                  *
      ***************************************************************
       3100-COMMIT-FINAL.
           EXEC SQL COMMIT END-EXEC
           EXEC SQL
                UPDATE TRX.CONTROL_PROCESO
                SET ULT_REG_COMMIT = 0,
                    ULT_REG_ERROR = 0,
                    ESTADO_PROCESO = 'C'
                WHERE NOM_PROGRAMA = :DCLCONTROL.NOM-PROGRAMA
           END-EXEC
           EXEC SQL COMMIT END-EXEC.

      ***************************************************************
      * REPORTE DE TOTALES DE CONTROL DE FIN DE CORRIDA.             *
      ***************************************************************
       3200-GENERAR-REPORTE.
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           WRITE REG-REPORTE FROM WS-REP-TITULO
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           MOVE 'REGISTROS LEIDOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-LEIDOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'ACUERDOS OTORGADOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-ALTAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'ACUERDOS MODIFICADOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-MODIF TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'ACUERDOS DADOS DE BAJA' TO WS-RC-ETIQUETA
           MOVE WS-TOT-BAJAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'REGISTROS RECHAZADOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-RECHAZADOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           WRITE REG-REPORTE FROM WS-REP-GUIONES.

       3300-STOP-PROGRAM.
           STOP RUN.
