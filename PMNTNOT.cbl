       IDENTIFICATION DIVISION.
       PROGRAM-ID. PMNTNOT.
       AUTHOR. TRONCOSO LEANDRO.
      **********************************************************
      * Mantenimiento de la adhesion de los clientes a los     *
      * avisos por SMS o e-mail (TRX.NOTIF_CLIENTE, una fila   *
      * por cuenta), con el mismo esquema A/B/M de PMNTCLI. El *
      * alta adhiere la cuenta o reactiva una adhesion dada de *
      * baja; la baja la deja sin avisos sin borrar la fila;   *
      * la modificacion cambia canal, contacto, minimo y       *
      * eventos. Los eventos se eligen por grupo (debitos,     *
      * creditos, rechazos, bloqueos, inactividad y            *
      * reactivacion) y VERINOT los respeta al registrar cada  *
      * aviso; PEXTNOT los extrae para la pasarela.            *
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
      * REGISTRO DE NOVEDADES DE LA ADHESION DEL CLIENTE A LOS AVISOS
      * POR SMS O E-MAIL (TRX.NOTIF_CLIENTE, UNA FILA POR CUENTA), EN
      * EL MISMO ESQUEMA A/B/M QUE LAS NOVEDADES DE PMNTCLI. EL ALTA
      * ADHIERE LA CUENTA (O REACTIVA UNA ADHESION DADA DE BAJA), LA
      * BAJA LA DEJA SIN AVISOS SIN BORRAR LA FILA Y LA MODIFICACION
      * CAMBIA CANAL, CONTACTO, MINIMO Y EVENTOS. EVENTOS LLEVA UNA
      * MARCA 'S'/'N' POR GRUPO: DEBITOS, CREDITOS, RECHAZOS E
      * IMPAGOS, BLOQUEOS JUDICIALES Y PASO A INACTIVA O
      * REACTIVACION DE LA CUENTA (VER VERINOT).
      * EL MINIMO SOLO SE APLICA A LOS DEBITOS Y CREDITOS.
       FD FICHERO-ENT RECORDING MODE IS F
                      DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA.
          05 TIPO-MOV              PIC X(1).
             88 TIPO-MOV-ALTA      VALUE 'A'.
             88 TIPO-MOV-BAJA      VALUE 'B'.
             88 TIPO-MOV-MODIF     VALUE 'M'.
          05 CBU-CLIENTE           PIC X(22).
          05 CANAL                 PIC X(1).
             88 CANAL-SMS          VALUE 'S'.
             88 CANAL-EMAIL        VALUE 'E'.
          05 CONTACTO              PIC X(60).
          05 MONTO-MINIMO          PIC 9(13)V99.
          05 EVENTOS               PIC X(5).

      *REGISTRO PARA REGISTRAR LOS ERRORES.
       FD ERROR-FICH RECORDING MODE IS F
                     DATA RECORD IS REG-ERROR.
       01 REG-ERROR.
          05 E-TIPO-MOV            PIC X(1).
          05 E-CBU-CLIENTE         PIC X(22).
          05 E-CANAL               PIC X(1).
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

      * EL ALTA DE UNA ADHESION QUE ESTABA DADA DE BAJA LA REACTIVA
      * EN LUGAR DE INSERTARLA.
       77 WS-NOTIF-EXISTE         PIC X VALUE 'N'.
          88 WS-NOTIF-EXISTE-N    VALUE 'N'.
          88 WS-NOTIF-EXISTE-S    VALUE 'S'.

      * VALIDACION DEL CONTACTO Y DE LAS MARCAS DE EVENTOS.
       77 WS-CANT-ARROBA          PIC 9(4) COMP VALUE 0.
       77 WS-CANT-MARCAS-S        PIC 9(4) COMP VALUE 0.
       77 WS-CANT-MARCAS-N        PIC 9(4) COMP VALUE 0.

      * CONTADORES PARA EL REPORTE DE TOTALES DE CONTROL.
       77 WS-TOT-LEIDOS           PIC 9(9) COMP VALUE 0.
       77 WS-TOT-ALTAS            PIC 9(9) COMP VALUE 0.
       77 WS-TOT-BAJAS            PIC 9(9) COMP VALUE 0.
       77 WS-TOT-MODIF            PIC 9(9) COMP VALUE 0.
       77 WS-TOT-RECHAZADOS       PIC 9(9) COMP VALUE 0.

      * LINEAS DEL REPORTE DE CONTROL.
       01 WS-REP-GUIONES          PIC X(80) VALUE ALL '-'.
       01 WS-REP-TITULO.
          05 FILLER               PIC X(23) VALUE SPACES.
          05 FILLER               PIC X(34)
                         VALUE 'REPORTE DE CONTROL - PMNTNOT'.
          05 FILLER               PIC X(23) VALUE SPACES.
       01 WS-REP-CONTADOR.
          05 WS-RC-ETIQUETA       PIC X(45).
          05 WS-RC-VALOR          PIC ZZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(24) VALUE SPACES.

       01 WS-ERROR-NCONTROL.
          05 FILLER               PIC X(29)
                     VALUE 'ERROR NO CONTROLADO, CODIGO: '.
          05 WS-ENC-CODE          PIC -999.

      * SQLCA Y DCLGEN DE LAS ADHESIONES A AVISOS Y DE CLIENTES.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TRXNTF END-EXEC.
           EXEC SQL INCLUDE TRXCLI END-EXEC.
      * DCLGEN DE LA TABLA DE CONTROL DE REINICIO/COMMIT.
           EXEC SQL INCLUDE TRXCTL END-EXEC.

      * CONTROL DE COMMITS Y REINICIO (VER TRX.CONTROL_PROCESO).
       77 WS-PROGRAMA              PIC X(8) VALUE 'PMNTNOT'.
       77 WS-COMMIT-CADA           PIC 9(4) COMP VALUE 100.
       77 WS-CONT-COMMIT           PIC 9(4) COMP VALUE 0.
       77 WS-NUM-REGISTRO          PIC 9(9) COMP VALUE 0.
       77 WS-REG-REINICIO          PIC 9(9) COMP VALUE 0.

      * MISMO ESQUEMA DE RECHAZOS YA ESCRITOS QUE PMNTCLI.
       77 WS-NUM-ERRORES           PIC 9(9) COMP VALUE 0.
       77 WS-REG-REINICIO-ERR      PIC 9(9) COMP VALUE 0.

      * VARIABLES SUB-PROG VERICBU.
       77 WS-SVERICBU              PIC X(08) VALUE 'VERICBU'.
       77 WS-VALIDAR               PIC X.
          88 WS-VALIDAR-N          VALUE 'N'.
          88 WS-VALIDAR-S          VALUE 'S'.

      * FECHA DE ALTA DE LA ADHESION (AAAA-MM-DD), DEL RELOJ DEL
      * SISTEMA COMO EN PMNTBEN.
       01 WS-FECHA-SISTEMA.
          05 WS-FS-ANIO            PIC 9(4).
          05 WS-FS-MES             PIC 99.
          05 WS-FS-DIA             PIC 99.
       01 WS-FECHA-ALTA.
          05 WS-FA-ANIO            PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-FA-MES             PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 WS-FA-DIA             PIC 99.

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
           PERFORM 1350-FIJAR-FECHA-ALTA
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

       1350-FIJAR-FECHA-ALTA.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-FS-ANIO TO WS-FA-ANIO
           MOVE WS-FS-MES TO WS-FA-MES
           MOVE WS-FS-DIA TO WS-FA-DIA.

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
              WHEN TIPO-MOV-BAJA OF REG-ENTRADA
                 PERFORM 2300-PROCESAR-BAJA
              WHEN TIPO-MOV-MODIF OF REG-ENTRADA
                 PERFORM 2400-PROCESAR-MODIFICACION
              WHEN OTHER
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'TIPO DE MOVIMIENTO INVALIDO' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE
           IF WS-ERROR-N
              PERFORM 2960-ACUMULAR-ACEPTADO
           ELSE
              ADD 1 TO WS-TOT-RECHAZADOS
           END-IF
           PERFORM 2900-COMMIT-PUNTO
           READ FICHERO-ENT.

      ***************************************************************
      * ALTA DE ADHESION: LA CUENTA DEBE SER UN CLIENTE ACTIVO, LOS  *
      * DATOS DEL AVISO DEBEN SER VALIDOS Y LA CUENTA NO DEBE ESTAR  *
      * YA ADHERIDA. UNA ADHESION DADA DE BAJA SE REACTIVA CON LOS   *
      * DATOS NUEVOS.                                                *
      ***************************************************************
       2200-PROCESAR-ALTA.
           PERFORM 2205-VALIDAR-CBU
           IF WS-ERROR-N
              PERFORM 2210-VALIDAR-DATOS
           END-IF
           IF WS-ERROR-N
              PERFORM 2215-VERIFICAR-CLIENTE
           END-IF
           IF WS-ERROR-N
              PERFORM 2220-VERIFICAR-NO-ACTIVA
           END-IF
           IF WS-ERROR-N
              IF WS-NOTIF-EXISTE-S
                 PERFORM 2240-REACTIVAR-ADHESION
              ELSE
                 PERFORM 2230-INSERTAR-ADHESION
              END-IF
           END-IF.

       2205-VALIDAR-CBU.
           CALL WS-SVERICBU USING CBU-CLIENTE OF REG-ENTRADA,
                                  WS-VALIDAR
           IF WS-VALIDAR-N
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'CBU FORMATO INVALIDO' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF.

      ***************************************************************
      * VALIDACIONES FORMALES DEL AVISO: CANAL SMS O E-MAIL, UN      *
      * CONTACTO INFORMADO (UNA DIRECCION DE E-MAIL LLEVA UNA SOLA   *
      * ARROBA; UN TELEFONO NINGUNA), MINIMO NUMERICO Y LAS CINCO    *
      * MARCAS DE EVENTOS EN 'S' O 'N', CON AL MENOS UNA EN 'S'.     *
      ***************************************************************
       2210-VALIDAR-DATOS.
           IF NOT CANAL-SMS OF REG-ENTRADA
              AND NOT CANAL-EMAIL OF REG-ENTRADA
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'CANAL DE AVISO INVALIDO' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N
              MOVE 0 TO WS-CANT-ARROBA
              INSPECT CONTACTO OF REG-ENTRADA
                      TALLYING WS-CANT-ARROBA FOR ALL '@'
              IF CONTACTO OF REG-ENTRADA = SPACES
                 OR (CANAL-EMAIL OF REG-ENTRADA
                     AND WS-CANT-ARROBA NOT = 1)
                 OR (CANAL-SMS OF REG-ENTRADA
                     AND WS-CANT-ARROBA NOT = 0)
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'CONTACTO INVALIDO PARA EL CANAL' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF
           IF WS-ERROR-N
              IF MONTO-MINIMO OF REG-ENTRADA IS NOT NUMERIC
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'MONTO MINIMO INVALIDO' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF
           IF WS-ERROR-N
              MOVE 0 TO WS-CANT-MARCAS-S
              MOVE 0 TO WS-CANT-MARCAS-N
              INSPECT EVENTOS OF REG-ENTRADA
                      TALLYING WS-CANT-MARCAS-S FOR ALL 'S'
                               WS-CANT-MARCAS-N FOR ALL 'N'
              IF WS-CANT-MARCAS-S + WS-CANT-MARCAS-N NOT = 5
                 OR WS-CANT-MARCAS-S = 0
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'MARCAS DE EVENTOS INVALIDAS' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF.

       2215-VERIFICAR-CLIENTE.
           MOVE CBU-CLIENTE OF REG-ENTRADA
             TO CBU-CLIENTE-TEXT OF DCLCLIENTE
           EXEC SQL
                SELECT ESTADO_CLIENTE
                INTO :DCLCLIENTE.ESTADO-CLIENTE
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

       2220-VERIFICAR-NO-ACTIVA.
           MOVE 'N' TO WS-NOTIF-EXISTE
           PERFORM 2310-LEER-ADHESION
           IF SQLCODE = 0
              MOVE 'S' TO WS-NOTIF-EXISTE
              IF ESTADO-NOTIF OF DCLNOTIFCLI = 'A'
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'CUENTA YA ADHERIDA A AVISOS' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF.

       2230-INSERTAR-ADHESION.
           PERFORM 2250-CARGAR-ADHESION
           MOVE 'A' TO ESTADO-NOTIF OF DCLNOTIFCLI
           EXEC SQL
                INSERT INTO TRX.NOTIF_CLIENTE
                       (CBU_CLIENTE, CANAL, CONTACTO, MONTO_MINIMO,
                        EVENTOS, ESTADO_NOTIF, FECHA_ALTA)
                VALUES (:DCLNOTIFCLI.CBU-CLIENTE,
                        :DCLNOTIFCLI.CANAL,
                        :DCLNOTIFCLI.CONTACTO,
                        :DCLNOTIFCLI.MONTO-MINIMO,
                        :DCLNOTIFCLI.EVENTOS,
                        :DCLNOTIFCLI.ESTADO-NOTIF,
                        :DCLNOTIFCLI.FECHA-ALTA)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE SQLCODE TO WS-ENC-CODE
              MOVE WS-ERROR-NCONTROL TO E-RAZON
              MOVE '2230' TO E-PARRAFO
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF.

       2240-REACTIVAR-ADHESION.
           PERFORM 2250-CARGAR-ADHESION
           EXEC SQL
                UPDATE TRX.NOTIF_CLIENTE
                SET ESTADO_NOTIF = 'A',
                    CANAL = :DCLNOTIFCLI.CANAL,
                    CONTACTO = :DCLNOTIFCLI.CONTACTO,
                    MONTO_MINIMO = :DCLNOTIFCLI.MONTO-MINIMO,
                    EVENTOS = :DCLNOTIFCLI.EVENTOS,
                    FECHA_ALTA = :DCLNOTIFCLI.FECHA-ALTA
                WHERE CBU_CLIENTE = :DCLNOTIFCLI.CBU-CLIENTE
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE SQLCODE TO WS-ENC-CODE
              MOVE WS-ERROR-NCONTROL TO E-RAZON
              MOVE '2240' TO E-PARRAFO
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF.

       2250-CARGAR-ADHESION.
           MOVE CBU-CLIENTE OF REG-ENTRADA
             TO CBU-CLIENTE OF DCLNOTIFCLI
           MOVE CANAL OF REG-ENTRADA TO CANAL OF DCLNOTIFCLI
           MOVE CONTACTO OF REG-ENTRADA TO CONTACTO OF DCLNOTIFCLI
           MOVE MONTO-MINIMO OF REG-ENTRADA
             TO MONTO-MINIMO OF DCLNOTIFCLI
           MOVE EVENTOS OF REG-ENTRADA TO EVENTOS OF DCLNOTIFCLI
           MOVE WS-FECHA-ALTA TO FECHA-ALTA OF DCLNOTIFCLI.

      ***************************************************************
      * BAJA DE ADHESION: NO SE BORRA LA FILA, SOLO SE MARCA         *
      * INACTIVA. LOS EVENTOS YA REGISTRADOS Y NO EXTRAIDOS SE       *
      * DESCARTAN EN PEXTNOT.                                        *
      ***************************************************************
       2300-PROCESAR-BAJA.
           PERFORM 2305-VERIFICAR-EXISTE-ACTIVA
           IF WS-ERROR-N
              EXEC SQL
                   UPDATE TRX.NOTIF_CLIENTE
                   SET ESTADO_NOTIF = 'B'
                   WHERE CBU_CLIENTE = :DCLNOTIFCLI.CBU-CLIENTE
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2300' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF.

       2305-VERIFICAR-EXISTE-ACTIVA.
           PERFORM 2310-LEER-ADHESION
           EVALUATE SQLCODE
              WHEN 0
                 IF ESTADO-NOTIF OF DCLNOTIFCLI = 'B'
                    PERFORM 2800-CAMBIAR-DATOS-ERROR
                    MOVE 'ADHESION YA DADA DE BAJA' TO E-RAZON
                    PERFORM 2805-ESCRIBIR-ERROR
                    MOVE 'S' TO WS-ERROR
                 END-IF
              WHEN 100
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'CUENTA SIN ADHESION A AVISOS' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

      ***************************************************************
      * LECTURA DE LA ADHESION DE LA CUENTA. UN ERROR DE BASE SE     *
      * REGISTRA ACA; EL LLAMADOR EVALUA 0 Y 100.                    *
      ***************************************************************
       2310-LEER-ADHESION.
           MOVE CBU-CLIENTE OF REG-ENTRADA
             TO CBU-CLIENTE OF DCLNOTIFCLI
           EXEC SQL
                SELECT ESTADO_NOTIF
                INTO :DCLNOTIFCLI.ESTADO-NOTIF
                FROM TRX.NOTIF_CLIENTE
                WHERE CBU_CLIENTE = :DCLNOTIFCLI.CBU-CLIENTE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE SQLCODE TO WS-ENC-CODE
              MOVE WS-ERROR-NCONTROL TO E-RAZON
              MOVE '2310' TO E-PARRAFO
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF.

      ***************************************************************
      * MODIFICACION: LA ADHESION DEBE EXISTIR ACTIVA Y LOS DATOS    *
      * NUEVOS PASAN LAS MISMAS VALIDACIONES QUE EN EL ALTA. LA      *
      * FECHA DE ALTA SE CONSERVA.                                   *
      ***************************************************************
       2400-PROCESAR-MODIFICACION.
           PERFORM 2305-VERIFICAR-EXISTE-ACTIVA
           IF WS-ERROR-N
              PERFORM 2210-VALIDAR-DATOS
           END-IF
           IF WS-ERROR-N
              MOVE CANAL OF REG-ENTRADA TO CANAL OF DCLNOTIFCLI
              MOVE CONTACTO OF REG-ENTRADA TO CONTACTO OF DCLNOTIFCLI
              MOVE MONTO-MINIMO OF REG-ENTRADA
                TO MONTO-MINIMO OF DCLNOTIFCLI
              MOVE EVENTOS OF REG-ENTRADA TO EVENTOS OF DCLNOTIFCLI
              EXEC SQL
                   UPDATE TRX.NOTIF_CLIENTE
                   SET CANAL = :DCLNOTIFCLI.CANAL,
                       CONTACTO = :DCLNOTIFCLI.CONTACTO,
                       MONTO_MINIMO = :DCLNOTIFCLI.MONTO-MINIMO,
                       EVENTOS = :DCLNOTIFCLI.EVENTOS
                   WHERE CBU_CLIENTE = :DCLNOTIFCLI.CBU-CLIENTE
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2400' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF.

      *********************************************************
      * CARGAMOS LOS DATOS DE LA NOVEDAD RECHAZADA AL REGISTRO*
      * DE ERRORES.                                           *
      *********************************************************
       2800-CAMBIAR-DATOS-ERROR.
           MOVE TIPO-MOV OF REG-ENTRADA TO E-TIPO-MOV
           MOVE CBU-CLIENTE OF REG-ENTRADA TO E-CBU-CLIENTE
           MOVE CANAL OF REG-ENTRADA TO E-CANAL
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
      * ACUMULA LOS TOTALES DE CONTROL DE NOVEDADES ACEPTADAS, POR   *
      * TIPO DE MOVIMIENTO.                                          *
      ***************************************************************
       2960-ACUMULAR-ACEPTADO.
           EVALUATE TRUE
              WHEN TIPO-MOV-ALTA OF REG-ENTRADA
                 ADD 1 TO WS-TOT-ALTAS
              WHEN TIPO-MOV-BAJA OF REG-ENTRADA
                 ADD 1 TO WS-TOT-BAJAS
              WHEN TIPO-MOV-MODIF OF REG-ENTRADA
                 ADD 1 TO WS-TOT-MODIF
           END-EVALUATE.

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
           MOVE 'ADHESIONES DADAS DE ALTA' TO WS-RC-ETIQUETA
           MOVE WS-TOT-ALTAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'ADHESIONES DADAS DE BAJA' TO WS-RC-ETIQUETA
           MOVE WS-TOT-BAJAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'MODIFICACIONES ACEPTADAS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-MODIF TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'REGISTROS RECHAZADOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-RECHAZADOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           WRITE REG-REPORTE FROM WS-REP-GUIONES.

       3300-STOP-PROGRAM.
           STOP RUN.
