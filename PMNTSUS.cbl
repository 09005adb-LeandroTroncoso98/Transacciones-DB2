       IDENTIFICATION DIVISION.
       PROGRAM-ID. PMNTSUS.
       AUTHOR. TRONCOSO LEANDRO.
      **********************************************************
      * Operaciones sobre la cola de creditos en suspenso      *
      * (TRX.CREDITO_SUSPENSO, que alimenta PDBENT), con el    *
      * mismo esquema de novedades de PMNTBLQ. Reaplicar       *
      * acredita el credito al CBU corregido que informa       *
      * operaciones, con su concepto y referencia originales;  *
      * devolver lo marca para que PDEVSUS lo devuelva en su   *
      * proxima corrida sin esperar el plazo de dias habiles.  *
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
      * REGISTRO DE NOVEDADES DE OPERACIONES SOBRE LA COLA DE
      * CREDITOS EN SUSPENSO (TRX.CREDITO_SUSPENSO, ALIMENTADA POR
      * PDBENT), EN EL MISMO ESQUEMA DE NOVEDADES QUE PMNTBLQ.
      * REAPLICAR: EL CREDITO SE ACREDITA AL CBU CORREGIDO QUE
      * INFORMA OPERACIONES (POR EJEMPLO UN DIGITO MAL TIPEADO POR
      * LA ENTIDAD DE ORIGEN). DEVOLVER: EL CREDITO QUEDA MARCADO
      * PARA QUE PDEVSUS LO DEVUELVA EN SU PROXIMA CORRIDA, SIN
      * ESPERAR EL PLAZO DE DIAS HABILES.
       FD FICHERO-ENT RECORDING MODE IS F
                      DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA.
          05 TIPO-MOV              PIC X(1).
             88 TIPO-MOV-REAPLICAR VALUE 'R'.
             88 TIPO-MOV-DEVOLVER  VALUE 'D'.
          05 ID-SUSPENSO           PIC 9(9).
          05 CBU-CORREGIDO         PIC X(22).
          05 FILLER                PIC X(48).

      *REGISTRO PARA REGISTRAR LOS ERRORES.
       FD ERROR-FICH RECORDING MODE IS F
                     DATA RECORD IS REG-ERROR.
       01 REG-ERROR.
          05 E-TIPO-MOV            PIC X(1).
          05 E-ID-SUSPENSO         PIC 9(9).
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

      * CONTADORES PARA EL REPORTE DE TOTALES DE CONTROL.
       77 WS-TOT-LEIDOS           PIC 9(9) COMP VALUE 0.
       77 WS-TOT-REAPLICADOS      PIC 9(9) COMP VALUE 0.
       77 WS-TOT-DEVOLVER         PIC 9(9) COMP VALUE 0.
       77 WS-TOT-RECHAZADOS       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-MONTO-REAPL      PIC 9(15)V99 COMP-3 VALUE 0.

      * LINEAS DEL REPORTE DE CONTROL.
       01 WS-REP-GUIONES          PIC X(80) VALUE ALL '-'.
       01 WS-REP-TITULO.
          05 FILLER               PIC X(23) VALUE SPACES.
          05 FILLER               PIC X(34)
                         VALUE 'REPORTE DE CONTROL - PMNTSUS'.
          05 FILLER               PIC X(23) VALUE SPACES.
       01 WS-REP-CONTADOR.
          05 WS-RC-ETIQUETA       PIC X(45).
          05 WS-RC-VALOR          PIC ZZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(24) VALUE SPACES.
       01 WS-REP-IMPORTE.
          05 WS-RI-ETIQUETA       PIC X(45).
          05 WS-RI-VALOR          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(15) VALUE SPACES.

       01 WS-ERROR-NCONTROL.
          05 FILLER               PIC X(29)
                     VALUE 'ERROR NO CONTROLADO, CODIGO: '.
          05 WS-ENC-CODE          PIC -999.

      * SQLCA Y DCLGEN DE LA COLA DE CREDITOS EN SUSPENSO Y DE LAS
      * TABLAS CLIENTE Y TRANSACCION (LA REAPLICACION ACREDITA EL
      * SALDO Y DEJA EL MOVIMIENTO COMO CUALQUIER CREDITO ENTRANTE
      * DE PDBENT).
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TRXSUS END-EXEC.
           EXEC SQL INCLUDE TRXCLI END-EXEC.
           EXEC SQL INCLUDE TRXTRX END-EXEC.
      * DCLGEN DE LA TABLA DE CONTROL DE REINICIO/COMMIT.
           EXEC SQL INCLUDE TRXCTL END-EXEC.
      * DCLGEN DE LA TABLA DE CONTROL DE NUMERACION DE ID_TRX.
           EXEC SQL INCLUDE TRXSEQ END-EXEC.

      * CONTROL DE COMMITS Y REINICIO (VER TRX.CONTROL_PROCESO).
       77 WS-PROGRAMA              PIC X(8) VALUE 'PMNTSUS'.
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

      * DIA_HORA DEL MOVIMIENTO REAPLICADO: EL SALDO SE MUEVE HOY,
      * ASI QUE EL MOVIMIENTO LLEVA LA FECHA Y HORA DEL SISTEMA (EL
      * MISMO CRITERIO QUE EL REVERSO DE PDEVINT), CON EL MISMO
      * FORMATO QUE EL DIA_HORA DE PDBTRX.
       01 WS-FECHA-SISTEMA.
          05 WS-FS-ANIO            PIC 9(4).
          05 WS-FS-MES             PIC 99.
          05 WS-FS-DIA             PIC 99.
       01 WS-HORA-SISTEMA.
          05 WS-HS-HORA            PIC 99.
          05 WS-HS-MIN             PIC 99.
          05 WS-HS-SEG             PIC 99.
          05 WS-HS-CENT            PIC 99.
       01 WS-DIA-HORA-REAPL.
          05 WS-TS-REA-ANIO        PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-TS-REA-MES         PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 WS-TS-REA-DIA         PIC 99.
          05 WS-TS-REA-HORA        PIC 99.
          05 FILLER                PIC X VALUE ':'.
          05 WS-TS-REA-MIN         PIC 99.
          05 FILLER                PIC X VALUE ':'.
          05 WS-TS-REA-SEG         PIC 99.
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
           MOVE 22 TO CBU-CLIENTE-LEN OF DCLCLIENTE
           MOVE 22 TO CBU-EMISOR-LEN OF DCLTRANSACCION
           MOVE 22 TO CBU-RECEPTOR-LEN OF DCLTRANSACCION.

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
              WHEN TIPO-MOV-REAPLICAR OF REG-ENTRADA
                 PERFORM 2200-PROCESAR-REAPLICACION
              WHEN TIPO-MOV-DEVOLVER OF REG-ENTRADA
                 PERFORM 2300-PROCESAR-DEVOLUCION
              WHEN OTHER
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'TIPO DE MOVIMIENTO INVALIDO' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE
           IF WS-ERROR-N
              IF TIPO-MOV-REAPLICAR OF REG-ENTRADA
                 ADD 1 TO WS-TOT-REAPLICADOS
                 ADD MONTO OF DCLSUSPENSO TO WS-TOT-MONTO-REAPL
              ELSE
                 ADD 1 TO WS-TOT-DEVOLVER
              END-IF
           ELSE
              ADD 1 TO WS-TOT-RECHAZADOS
           END-IF
           PERFORM 2900-COMMIT-PUNTO
           READ FICHERO-ENT.

      ***************************************************************
      * LEE EL CREDITO EN SUSPENSO DE LA NOVEDAD. SOLO SE PUEDE      *
      * OPERAR SOBRE UN CREDITO TODAVIA RETENIDO (ESTADO 'S'): UNO   *
      * YA REAPLICADO, DEVUELTO O MARCADO PARA DEVOLVER ESTA         *
      * RESUELTO Y NO SE VUELVE A TOCAR.                             *
      ***************************************************************
       2100-LEER-SUSPENSO.
           MOVE ID-SUSPENSO OF REG-ENTRADA TO ID-SUSPENSO OF DCLSUSPENSO
           EXEC SQL
                SELECT ENTIDAD_ORIGEN, CBU_EMISOR, CBU_RECEPTOR,
                       FECHA_HORA, MONTO, MONEDA, ESTADO_SUSP,
                       COALESCE(CONCEPTO, ' '),
                       COALESCE(REFERENCIA, ' ')
                INTO :DCLSUSPENSO.ENTIDAD-ORIGEN,
                     :DCLSUSPENSO.CBU-EMISOR,
                     :DCLSUSPENSO.CBU-RECEPTOR,
                     :DCLSUSPENSO.FECHA-HORA,
                     :DCLSUSPENSO.MONTO,
                     :DCLSUSPENSO.MONEDA,
                     :DCLSUSPENSO.ESTADO-SUSP,
                     :DCLSUSPENSO.CONCEPTO,
                     :DCLSUSPENSO.REFERENCIA
                FROM TRX.CREDITO_SUSPENSO
                WHERE ID_SUSPENSO = :DCLSUSPENSO.ID-SUSPENSO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 IF ESTADO-SUSP OF DCLSUSPENSO NOT = 'S'
                    PERFORM 2800-CAMBIAR-DATOS-ERROR
                    MOVE 'CREDITO EN SUSPENSO YA RESUELTO'
                         TO E-RAZON
                    PERFORM 2805-ESCRIBIR-ERROR
                    MOVE 'S' TO WS-ERROR
                 END-IF
              WHEN 100
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'CREDITO EN SUSPENSO INEXISTENTE' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              WHEN OTHER
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2100' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

      ***************************************************************
      * REAPLICACION: EL CBU CORREGIDO DEBE TENER FORMATO VALIDO Y   *
      * SER UN CLIENTE NUESTRO NO DADO DE BAJA EN LA MONEDA DEL      *
      * CREDITO (LAS MISMAS VALIDACIONES DEL RECEPTOR QUE PDBENT).   *
      * EL CREDITO SE ACREDITA COMPLETO, SIN COMISION, Y EL          *
      * MOVIMIENTO QUEDA EN TRX.TRANSACCION CON EL CBU EMISOR        *
      * EXTERNO ORIGINAL, ASI PTRXCON Y PTRXCLI LO VEN COMO UN       *
      * CREDITO ENTRANTE MAS.                                        *
      ***************************************************************
       2200-PROCESAR-REAPLICACION.
           PERFORM 2100-LEER-SUSPENSO
           IF WS-ERROR-N
              CALL WS-SVERICBU USING CBU-CORREGIDO OF REG-ENTRADA,
                                      WS-VALIDAR
              IF WS-VALIDAR-N
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'CBU FORMATO INVALIDO' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF
           IF WS-ERROR-N
              PERFORM 2210-VERIFICAR-CLIENTE
           END-IF
           IF WS-ERROR-N
              PERFORM 2220-GENERAR-ID-TRX
           END-IF
           IF WS-ERROR-N
              PERFORM 2230-CARGAR-TRX
           END-IF
           IF WS-ERROR-N
              PERFORM 2240-ACREDITAR-CLIENTE
           END-IF
           IF WS-ERROR-N
              PERFORM 2250-MARCAR-REAPLICADO
           END-IF.

       2210-VERIFICAR-CLIENTE.
           MOVE CBU-CORREGIDO OF REG-ENTRADA
                              TO CBU-CLIENTE-TEXT OF DCLCLIENTE
           EXEC SQL
                SELECT ESTADO_CLIENTE, MONEDA, SALDO
                INTO :DCLCLIENTE.ESTADO-CLIENTE,
                     :DCLCLIENTE.MONEDA,
                     :DCLCLIENTE.SALDO
                FROM TRX.CLIENTE
                WHERE CBU_CLIENTE = :DCLCLIENTE.CBU-CLIENTE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'CBU INEXISTENTE.' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              WHEN OTHER
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2210' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE
           IF WS-ERROR-N
              IF ESTADO-CLIENTE OF DCLCLIENTE = 'B'
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'CLIENTE DADO DE BAJA' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF
           IF WS-ERROR-N
              IF MONEDA OF DCLCLIENTE NOT = MONEDA OF DCLSUSPENSO
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'MONEDA NO COINCIDE' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF.

      **********************************************************
      * GENERAMOS EL ID DEL MOVIMIENTO A PARTIR DEL MISMO       *
      * TRX.CONTROL_ID QUE USAN PDBTRX Y PDBENT.                *
      **********************************************************
       2220-GENERAR-ID-TRX.
           MOVE 'TRANSACCION' TO NOM-TABLA OF DCLSECUENCIA
           EXEC SQL
                UPDATE TRX.CONTROL_ID
                SET ULT_ID = ULT_ID + 1
                WHERE NOM_TABLA = :DCLSECUENCIA.NOM-TABLA
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 2225-LEER-ULT-ID
              WHEN 100
                 MOVE 1 TO ULT-ID OF DCLSECUENCIA
                 EXEC SQL
                      INSERT INTO TRX.CONTROL_ID (NOM_TABLA, ULT_ID)
                      VALUES (:DCLSECUENCIA.NOM-TABLA, 1)
                 END-EXEC
                 IF SQLCODE NOT = 0
                    PERFORM 2800-CAMBIAR-DATOS-ERROR
                    MOVE SQLCODE TO WS-ENC-CODE
                    MOVE WS-ERROR-NCONTROL TO E-RAZON
                    MOVE '2221' TO E-PARRAFO
                    PERFORM 2805-ESCRIBIR-ERROR
                    MOVE 'S' TO WS-ERROR
                 END-IF
              WHEN OTHER
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2220' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

       2225-LEER-ULT-ID.
           EXEC SQL
                SELECT ULT_ID
                INTO :DCLSECUENCIA.ULT-ID
                FROM TRX.CONTROL_ID
                WHERE NOM_TABLA = :DCLSECUENCIA.NOM-TABLA
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE SQLCODE TO WS-ENC-CODE
              MOVE WS-ERROR-NCONTROL TO E-RAZON
              MOVE '2225' TO E-PARRAFO
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF.

       2230-CARGAR-TRX.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-FS-ANIO TO WS-TS-REA-ANIO
           MOVE WS-FS-MES  TO WS-TS-REA-MES
           MOVE WS-FS-DIA  TO WS-TS-REA-DIA
           MOVE WS-HS-HORA TO WS-TS-REA-HORA
           MOVE WS-HS-MIN  TO WS-TS-REA-MIN
           MOVE WS-HS-SEG  TO WS-TS-REA-SEG
           MOVE ULT-ID OF DCLSECUENCIA TO ID-TRX OF DCLTRANSACCION
      * EL MOVIMIENTO LLEVA LA FECHA DE LA REAPLICACION. LA CAMARA YA
      * LIQUIDO EL CREDITO EL DIA QUE LLEGO Y PSETBCO LO CUENTA ESE
      * DIA DESDE TRX.CREDITO_SUSPENSO; ESTE MOVIMIENTO QUEDA FUERA DE
      * SU RECIBIDO POR EL ID_TRX_APLICADO QUE GRABA 2250 EN LA MISMA
      * UNIDAD DE TRABAJO.
           MOVE WS-DIA-HORA-REAPL TO DIA-HORA OF DCLTRANSACCION
           MOVE MONTO OF DCLSUSPENSO TO MONTO OF DCLTRANSACCION
           MOVE ZEROS TO COMISION OF DCLTRANSACCION
           MOVE MONTO OF DCLSUSPENSO TO MONTO-TOTAL OF DCLTRANSACCION
           MOVE CBU-EMISOR OF DCLSUSPENSO
                           TO CBU-EMISOR-TEXT OF DCLTRANSACCION
           MOVE CBU-CORREGIDO OF REG-ENTRADA
                              TO CBU-RECEPTOR-TEXT OF DCLTRANSACCION
           MOVE MONEDA OF DCLSUSPENSO TO MONEDA OF DCLTRANSACCION
      * EL CREDITO REAPLICADO CONSERVA EL CONCEPTO Y LA REFERENCIA
      * CON LOS QUE LO ENVIO LA OTRA ENTIDAD (VER PDBENT 2860).
           MOVE CONCEPTO OF DCLSUSPENSO TO CONCEPTO OF DCLTRANSACCION
           MOVE REFERENCIA OF DCLSUSPENSO
                TO REFERENCIA OF DCLTRANSACCION
           EXEC SQL
             INSERT INTO TRX.TRANSACCION(
                    ID_TRX, DIA_HORA,MONTO,COMISION,
                    CBU_EMISOR, CBU_RECEPTOR, MONTO_TOTAL, MONEDA,
                    CONCEPTO, REFERENCIA)
             VALUES (:DCLTRANSACCION.ID-TRX,
             :DCLTRANSACCION.DIA-HORA, :DCLTRANSACCION.MONTO,
             :DCLTRANSACCION.COMISION, :DCLTRANSACCION.CBU-EMISOR,
             :DCLTRANSACCION.CBU-RECEPTOR, :DCLTRANSACCION.MONTO-TOTAL,
             :DCLTRANSACCION.MONEDA,
             :DCLTRANSACCION.CONCEPTO, :DCLTRANSACCION.REFERENCIA)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE SQLCODE TO WS-ENC-CODE
              MOVE WS-ERROR-NCONTROL TO E-RAZON
              MOVE '2230' TO E-PARRAFO
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF.

       2240-ACREDITAR-CLIENTE.
           ADD MONTO OF DCLSUSPENSO TO SALDO OF DCLCLIENTE
           EXEC SQL
                UPDATE TRX.CLIENTE
                SET SALDO = :DCLCLIENTE.SALDO
                WHERE CBU_CLIENTE = :DCLCLIENTE.CBU-CLIENTE
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE SQLCODE TO WS-ENC-CODE
              MOVE WS-ERROR-NCONTROL TO E-RAZON
              MOVE '2240' TO E-PARRAFO
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF.

       2250-MARCAR-REAPLICADO.
           MOVE CBU-CORREGIDO OF REG-ENTRADA
                              TO CBU-APLICADO OF DCLSUSPENSO
           MOVE ID-TRX OF DCLTRANSACCION
                       TO ID-TRX-APLICADO OF DCLSUSPENSO
           EXEC SQL
                UPDATE TRX.CREDITO_SUSPENSO
                SET ESTADO_SUSP = 'A',
                    CBU_APLICADO = :DCLSUSPENSO.CBU-APLICADO,
                    ID_TRX_APLICADO = :DCLSUSPENSO.ID-TRX-APLICADO,
                    FECHA_RESOLUCION = CURRENT DATE
                WHERE ID_SUSPENSO = :DCLSUSPENSO.ID-SUSPENSO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE SQLCODE TO WS-ENC-CODE
              MOVE WS-ERROR-NCONTROL TO E-RAZON
              MOVE '2250' TO E-PARRAFO
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF.

      ***************************************************************
      * DEVOLUCION A PEDIDO: EL CREDITO QUEDA EN ESTADO 'X' (A       *
      * DEVOLVER) Y PDEVSUS LO INCLUYE EN EL ARCHIVO DE DEVOLUCIONES *
      * DE SU PROXIMA CORRIDA, SIN IMPORTAR LOS DIAS QUE LLEVE EN    *
      * SUSPENSO.                                                    *
      ***************************************************************
       2300-PROCESAR-DEVOLUCION.
           PERFORM 2100-LEER-SUSPENSO
           IF WS-ERROR-N
              EXEC SQL
                   UPDATE TRX.CREDITO_SUSPENSO
                   SET ESTADO_SUSP = 'X'
                   WHERE ID_SUSPENSO = :DCLSUSPENSO.ID-SUSPENSO
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

      *********************************************************
      * CARGAMOS LOS DATOS DE LA NOVEDAD RECHAZADA AL REGISTRO*
      * DE ERRORES.                                           *
      *********************************************************
       2800-CAMBIAR-DATOS-ERROR.
           MOVE TIPO-MOV OF REG-ENTRADA TO E-TIPO-MOV
           MOVE ID-SUSPENSO OF REG-ENTRADA TO E-ID-SUSPENSO
           MOVE CBU-CORREGIDO OF REG-ENTRADA TO E-CBU
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
           MOVE 'CREDITOS REAPLICADOS A CBU CORREGIDO'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-REAPLICADOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'CREDITOS MARCADOS PARA DEVOLVER' TO WS-RC-ETIQUETA
           MOVE WS-TOT-DEVOLVER TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'REGISTROS RECHAZADOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-RECHAZADOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'MONTO TOTAL REAPLICADO' TO WS-RI-ETIQUETA
           MOVE WS-TOT-MONTO-REAPL TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
           WRITE REG-REPORTE FROM WS-REP-GUIONES.

       3300-STOP-PROGRAM.
           STOP RUN.
