       IDENTIFICATION DIVISION.
       PROGRAM-ID. PMNTBEN.
       AUTHOR. TRONCOSO LEANDRO.
      **********************************************************
      * Mantenimiento del registro de beneficiarios por        *
      * cliente (TRX.BENEFICIARIO), con el mismo esquema A/B/M *
      * de PMNTCLI. La clave es el par CBU del cliente y CBU   *
      * del beneficiario. El alta lo registra con la fecha y   *
      * hora de la corrida, desde la que corre la espera que   *
      * controla PDBTRX; la baja lo deja inactivo sin borrarlo *
      * y la modificacion solo cambia el nombre de referencia. *
      * PDBTRX y PAUTTRX registran ademas solos el receptor de *
      * cada transferencia posteada.                           *
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
      * REGISTRO DE NOVEDADES DEL REGISTRO DE BENEFICIARIOS POR
      * CLIENTE (TRX.BENEFICIARIO), EN EL MISMO ESQUEMA A/B/M QUE LAS
      * NOVEDADES DE PMNTCLI. LA CLAVE ES EL PAR CBU DEL CLIENTE Y
      * CBU DEL BENEFICIARIO: UN ALTA LO REGISTRA CON LA FECHA Y HORA
      * DE LA CORRIDA (DESDE AHI CORRE EL PERIODO DE ESPERA QUE
      * CONTROLA PDBTRX EN 2345), UNA BAJA LO DEJA INACTIVO SIN
      * BORRARLO Y UNA MODIFICACION SOLO CAMBIA EL NOMBRE DE
      * REFERENCIA, SIN REINICIAR LA ESPERA. PDBTRX Y PAUTTRX TAMBIEN
      * REGISTRAN SOLOS EL RECEPTOR DE CADA TRANSFERENCIA POSTEADA.
       FD FICHERO-ENT RECORDING MODE IS F
                      DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA.
          05 TIPO-MOV              PIC X(1).
             88 TIPO-MOV-ALTA      VALUE 'A'.
             88 TIPO-MOV-BAJA      VALUE 'B'.
             88 TIPO-MOV-MODIF     VALUE 'M'.
          05 CBU-CLIENTE           PIC X(22).
          05 CBU-BENEFICIARIO      PIC X(22).
          05 NOMBRE-REF            PIC X(30).

      *REGISTRO PARA REGISTRAR LOS ERRORES.
       FD ERROR-FICH RECORDING MODE IS F
                     DATA RECORD IS REG-ERROR.
       01 REG-ERROR.
          05 E-TIPO-MOV            PIC X(1).
          05 E-CBU-CLIENTE         PIC X(22).
          05 E-CBU-BENEFICIARIO    PIC X(22).
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

      * EL ALTA DE UN BENEFICIARIO QUE ESTABA DADO DE BAJA LO
      * REACTIVA EN LUGAR DE INSERTARLO.
       77 WS-BENEF-EXISTE         PIC X VALUE 'N'.
          88 WS-BENEF-EXISTE-N    VALUE 'N'.
          88 WS-BENEF-EXISTE-S    VALUE 'S'.

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
                         VALUE 'REPORTE DE CONTROL - PMNTBEN'.
          05 FILLER               PIC X(23) VALUE SPACES.
       01 WS-REP-CONTADOR.
          05 WS-RC-ETIQUETA       PIC X(45).
          05 WS-RC-VALOR          PIC ZZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(24) VALUE SPACES.

       01 WS-ERROR-NCONTROL.
          05 FILLER               PIC X(29)
                     VALUE 'ERROR NO CONTROLADO, CODIGO: '.
          05 WS-ENC-CODE          PIC -999.

      * SQLCA Y DCLGEN DEL REGISTRO DE BENEFICIARIOS Y DE CLIENTES.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TRXBEN END-EXEC.
           EXEC SQL INCLUDE TRXCLI END-EXEC.
      * DCLGEN DE LA TABLA DE CONTROL DE REINICIO/COMMIT.
           EXEC SQL INCLUDE TRXCTL END-EXEC.

      * CONTROL DE COMMITS Y REINICIO (VER TRX.CONTROL_PROCESO).
       77 WS-PROGRAMA              PIC X(8) VALUE 'PMNTBEN'.
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

      * MOMENTO DE ALTA DE LA CORRIDA, EN EL FORMATO DE DIA_HORA
      * (FECHA CON GUIONES, HORA HH:MM:SS Y RELLENO) CON EL QUE
      * PDBTRX COMPARA EL PERIODO DE ESPERA.
       01 WS-FECHA-SISTEMA.
          05 WS-FS-ANIO            PIC 9(4).
          05 WS-FS-MES             PIC 99.
          05 WS-FS-DIA             PIC 99.
       01 WS-HORA-SISTEMA.
          05 WS-HS-HH              PIC 99.
          05 WS-HS-MI              PIC 99.
          05 WS-HS-SS              PIC 99.
          05 WS-HS-CC              PIC 99.
       01 WS-FECHA-ALTA.
          05 WS-FA-ANIO            PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-FA-MES             PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 WS-FA-DIA             PIC 99.
          05 WS-FA-HH              PIC 99.
          05 FILLER                PIC X VALUE ':'.
          05 WS-FA-MI              PIC 99.
          05 FILLER                PIC X VALUE ':'.
          05 WS-FA-SS              PIC 99.
          05 FILLER                PIC X(8) VALUE SPACES.

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

      ***************************************************************
      * FECHA Y HORA DE ALTA DE LA CORRIDA, DEL RELOJ DEL SISTEMA    *
      * COMO EN PAUTTRX.                                             *
      ***************************************************************
       1350-FIJAR-FECHA-ALTA.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-FS-ANIO TO WS-FA-ANIO
           MOVE WS-FS-MES TO WS-FA-MES
           MOVE WS-FS-DIA TO WS-FA-DIA
           MOVE WS-HS-HH TO WS-FA-HH
           MOVE WS-HS-MI TO WS-FA-MI
           MOVE WS-HS-SS TO WS-FA-SS.

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
      * ALTA DE BENEFICIARIO: EL CLIENTE DEBE EXISTIR ACTIVO, EL CBU *
      * DEL BENEFICIARIO DEBE SER VALIDO Y DISTINTO DEL PROPIO, Y EL *
      * PAR NO DEBE ESTAR YA REGISTRADO ACTIVO. UN PAR DADO DE BAJA  *
      * SE REACTIVA CON LA FECHA DE ESTA CORRIDA.                    *
      ***************************************************************
       2200-PROCESAR-ALTA.
           PERFORM 2210-VALIDAR-DATOS
           IF WS-ERROR-N
              PERFORM 2215-VERIFICAR-CLIENTE
           END-IF
           IF WS-ERROR-N
              PERFORM 2220-VERIFICAR-NO-ACTIVO
           END-IF
           IF WS-ERROR-N
              IF WS-BENEF-EXISTE-S
                 PERFORM 2240-REACTIVAR-BENEFICIARIO
              ELSE
                 PERFORM 2230-INSERTAR-BENEFICIARIO
              END-IF
           END-IF.

      ***************************************************************
      * VALIDACIONES FORMALES: DIGITO VERIFICADOR DE AMBOS CBU Y     *
      * BENEFICIARIO DISTINTO DEL CLIENTE. EL BENEFICIARIO NO TIENE  *
      * QUE SER CLIENTE NUESTRO: PUEDE SER UNA CUENTA DE OTRA        *
      * ENTIDAD, IGUAL QUE EL RECEPTOR DE UNA TRANSFERENCIA.         *
      ***************************************************************
       2210-VALIDAR-DATOS.
           CALL WS-SVERICBU USING CBU-CLIENTE OF REG-ENTRADA,
                                  WS-VALIDAR
           IF WS-VALIDAR-N
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'CBU FORMATO INVALIDO' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N
              CALL WS-SVERICBU USING CBU-BENEFICIARIO OF REG-ENTRADA,
                                     WS-VALIDAR
              IF WS-VALIDAR-N
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'CBU BENEFICIARIO FORMATO INVALIDO' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF
           IF WS-ERROR-N
              IF CBU-BENEFICIARIO OF REG-ENTRADA
                 = CBU-CLIENTE OF REG-ENTRADA
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'BENEFICIARIO IGUAL AL CLIENTE' TO E-RAZON
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

       2220-VERIFICAR-NO-ACTIVO.
           MOVE 'N' TO WS-BENEF-EXISTE
           PERFORM 2310-LEER-BENEFICIARIO
           IF SQLCODE = 0
              MOVE 'S' TO WS-BENEF-EXISTE
              IF ESTADO-BENEF OF DCLBENEFICIARIO = 'A'
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'BENEFICIARIO YA REGISTRADO' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF.

       2230-INSERTAR-BENEFICIARIO.
           MOVE NOMBRE-REF OF REG-ENTRADA
             TO NOMBRE-REF OF DCLBENEFICIARIO
           MOVE WS-FECHA-ALTA TO FECHA-ALTA OF DCLBENEFICIARIO
           MOVE 'M' TO ORIGEN OF DCLBENEFICIARIO
           MOVE 'A' TO ESTADO-BENEF OF DCLBENEFICIARIO
           EXEC SQL
                INSERT INTO TRX.BENEFICIARIO
                       (CBU_CLIENTE, CBU_BENEFICIARIO, NOMBRE_REF,
                        FECHA_ALTA, ORIGEN, ESTADO_BENEF)
                VALUES (:DCLBENEFICIARIO.CBU-CLIENTE,
                        :DCLBENEFICIARIO.CBU-BENEFICIARIO,
                        :DCLBENEFICIARIO.NOMBRE-REF,
                        :DCLBENEFICIARIO.FECHA-ALTA,
                        :DCLBENEFICIARIO.ORIGEN,
                        :DCLBENEFICIARIO.ESTADO-BENEF)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE SQLCODE TO WS-ENC-CODE
              MOVE WS-ERROR-NCONTROL TO E-RAZON
              MOVE '2230' TO E-PARRAFO
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF.

       2240-REACTIVAR-BENEFICIARIO.
           MOVE NOMBRE-REF OF REG-ENTRADA
             TO NOMBRE-REF OF DCLBENEFICIARIO
           MOVE WS-FECHA-ALTA TO FECHA-ALTA OF DCLBENEFICIARIO
           EXEC SQL
                UPDATE TRX.BENEFICIARIO
                SET ESTADO_BENEF = 'A',
                    ORIGEN = 'M',
                    NOMBRE_REF = :DCLBENEFICIARIO.NOMBRE-REF,
                    FECHA_ALTA = :DCLBENEFICIARIO.FECHA-ALTA
                WHERE CBU_CLIENTE = :DCLBENEFICIARIO.CBU-CLIENTE
                  AND CBU_BENEFICIARIO =
                      :DCLBENEFICIARIO.CBU-BENEFICIARIO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE SQLCODE TO WS-ENC-CODE
              MOVE WS-ERROR-NCONTROL TO E-RAZON
              MOVE '2240' TO E-PARRAFO
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF.

      ***************************************************************
      * BAJA DE BENEFICIARIO: NO SE BORRA LA FILA, SOLO SE MARCA     *
      * INACTIVA. UNA TRANSFERENCIA POSTERIOR AL MISMO CBU VUELVE A  *
      * PASAR POR EL TOPE DE BENEFICIARIO NUEVO DE PDBTRX.           *
      ***************************************************************
       2300-PROCESAR-BAJA.
           PERFORM 2305-VERIFICAR-EXISTE-ACTIVO
           IF WS-ERROR-N
              EXEC SQL
                   UPDATE TRX.BENEFICIARIO
                   SET ESTADO_BENEF = 'B'
                   WHERE CBU_CLIENTE = :DCLBENEFICIARIO.CBU-CLIENTE
                     AND CBU_BENEFICIARIO =
                         :DCLBENEFICIARIO.CBU-BENEFICIARIO
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

       2305-VERIFICAR-EXISTE-ACTIVO.
           PERFORM 2310-LEER-BENEFICIARIO
           EVALUATE SQLCODE
              WHEN 0
                 IF ESTADO-BENEF OF DCLBENEFICIARIO = 'B'
                    PERFORM 2800-CAMBIAR-DATOS-ERROR
                    MOVE 'BENEFICIARIO YA DADO DE BAJA' TO E-RAZON
                    PERFORM 2805-ESCRIBIR-ERROR
                    MOVE 'S' TO WS-ERROR
                 END-IF
              WHEN 100
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'BENEFICIARIO INEXISTENTE' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

      ***************************************************************
      * LECTURA DEL PAR CLIENTE/BENEFICIARIO. UN ERROR DE BASE SE    *
      * REGISTRA ACA; EL LLAMADOR EVALUA 0 Y 100.                    *
      ***************************************************************
       2310-LEER-BENEFICIARIO.
           MOVE CBU-CLIENTE OF REG-ENTRADA
             TO CBU-CLIENTE OF DCLBENEFICIARIO
           MOVE CBU-BENEFICIARIO OF REG-ENTRADA
             TO CBU-BENEFICIARIO OF DCLBENEFICIARIO
           EXEC SQL
                SELECT ESTADO_BENEF
                INTO :DCLBENEFICIARIO.ESTADO-BENEF
                FROM TRX.BENEFICIARIO
                WHERE CBU_CLIENTE = :DCLBENEFICIARIO.CBU-CLIENTE
                  AND CBU_BENEFICIARIO =
                      :DCLBENEFICIARIO.CBU-BENEFICIARIO
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
      * MODIFICACION: EL PAR DEBE EXISTIR ACTIVO. SOLO CAMBIA EL     *
      * NOMBRE DE REFERENCIA; LA FECHA DE ALTA SE CONSERVA.          *
      ***************************************************************
       2400-PROCESAR-MODIFICACION.
           PERFORM 2305-VERIFICAR-EXISTE-ACTIVO
           IF WS-ERROR-N
              MOVE NOMBRE-REF OF REG-ENTRADA
                TO NOMBRE-REF OF DCLBENEFICIARIO
              EXEC SQL
                   UPDATE TRX.BENEFICIARIO
                   SET NOMBRE_REF = :DCLBENEFICIARIO.NOMBRE-REF
                   WHERE CBU_CLIENTE = :DCLBENEFICIARIO.CBU-CLIENTE
                     AND CBU_BENEFICIARIO =
                         :DCLBENEFICIARIO.CBU-BENEFICIARIO
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
           MOVE CBU-BENEFICIARIO OF REG-ENTRADA TO E-CBU-BENEFICIARIO
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
           MOVE 'BENEFICIARIOS DADOS DE ALTA' TO WS-RC-ETIQUETA
           MOVE WS-TOT-ALTAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'BENEFICIARIOS DADOS DE BAJA' TO WS-RC-ETIQUETA
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
