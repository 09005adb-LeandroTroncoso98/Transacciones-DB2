      * TRX.PARAMETRO, IDENTIFICADA POR EL CUIT DEL TITULAR LOCAL.
      * UNA OPERACION ENTRE DOS CLIENTES NUESTROS SE INFORMA DOS
      * VECES, UNA POR CADA TITULAR, CON SU SENTIDO ('D' DEBITO /
      * 'C' CREDITO), QUE ES COMO LO PIDE EL REGIMEN. UNA CUENTA CON
      * OTROS TITULARES O COTITULARES (TRX.TITULAR, VER PMNTTIT)
      * REPITE EL REGISTRO PARA CADA UNO QUE LO ERA A LA FECHA DE LA
      * OPERACION; LOS APODERADOS NO SE INFORMAN.
       FD REGIMEN-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-REGIMEN.
       01 REG-REGIMEN.
          05 R-MONTO-ORIGEN       PIC 9(13)V99.
          05 R-MONTO-BASE         PIC 9(13)V99.
          05 R-ID-TRX             PIC 9(9).
      * CONCEPTO Y REFERENCIA DE LA OPERACION (EN BLANCO PARA LAS
      * REGISTRADAS ANTES DE QUE EXISTIERAN).
          05 R-CONCEPTO           PIC X(3).
          05 R-REFERENCIA         PIC X(30).
      * CARACTER DE LA PERSONA INFORMADA EN LA CUENTA: 'T' TITULAR
      * (EL PRINCIPAL DE TRX.CLIENTE LO ES SIEMPRE) O 'C' COTITULAR.
          05 R-CARACTER           PIC X(1).

      * REPORTE DE CONTROL QUE ACOMPAÑA LA PRESENTACION: CANTIDADES
      * Y TOTALES DEL ARCHIVO GENERADO.
      * CONTADORES Y ACUMULADORES DEL REPORTE.
       77 WS-TOT-REVISADAS         PIC 9(9) COMP VALUE 0.
       77 WS-TOT-INFORMADAS        PIC 9(9) COMP VALUE 0.
       77 WS-TOT-COTITULARES       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-BAJO-UMBRAL       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-SIN-COTIZ         PIC 9(9) COMP VALUE 0.
       77 WS-TOT-MONTO-BASE        PIC 9(15)V99 COMP-3 VALUE 0.
          10 TIT-CBU               PIC X(22).
          10 TIT-CUIT              PIC X(11).
          10 TIT-NOMBRE            PIC X(50).
      * FECHA DE LA OPERACION Y DATOS DE CADA OTRO TITULAR DE LA
      * CUENTA (CUR_COT).
          10 TIT-FECHA-OP          PIC X(10).
          10 COT-CUIT              PIC X(11).
          10 COT-NOMBRE            PIC X(50).
          10 COT-ROL               PIC X(1).
      * VENTANA DEL MES CERRADO, CON EL MISMO RELLENO BYTE A BYTE
      * QUE EL FORMATO REAL DE DIA_HORA (VER PDBTRX). EL DIA HASTA
      * VA FIJO EN 31, IGUAL QUE EN PRECAT.
           EXEC SQL DECLARE CUR_EMI CURSOR FOR
                SELECT T.ID_TRX, T.DIA_HORA,
                       COALESCE(T.MONTO_ORIGINAL, T.MONTO),
                       T.MONEDA, C.CBU_CLIENTE, C.CUIT, C.NOMBRE,
                       COALESCE(T.CONCEPTO, ' '),
                       COALESCE(T.REFERENCIA, ' ')
                FROM TRX.TRANSACCION T, TRX.CLIENTE C
                WHERE T.CBU_EMISOR = C.CBU_CLIENTE
                  AND T.DIA_HORA BETWEEN :WS-TS-MES-INI
           EXEC SQL DECLARE CUR_REC CURSOR FOR
                SELECT T.ID_TRX, T.DIA_HORA,
                       COALESCE(T.MONTO_ORIGINAL, T.MONTO),
                       T.MONEDA, C.CBU_CLIENTE, C.CUIT, C.NOMBRE,
                       COALESCE(T.CONCEPTO, ' '),
                       COALESCE(T.REFERENCIA, ' ')
                FROM TRX.TRANSACCION T, TRX.CLIENTE C
                WHERE T.CBU_RECEPTOR = C.CBU_CLIENTE
                  AND T.DIA_HORA BETWEEN :WS-TS-MES-INI
           EXEC SQL DECLARE CUR_EMIH CURSOR FOR
                SELECT T.ID_TRX, T.DIA_HORA,
                       COALESCE(T.MONTO_ORIGINAL, T.MONTO),
                       T.MONEDA, C.CBU_CLIENTE, C.CUIT, C.NOMBRE,
                       COALESCE(T.CONCEPTO, ' '),
                       COALESCE(T.REFERENCIA, ' ')
                FROM TRX.TRANSACCION_HIST T, TRX.CLIENTE C
                WHERE T.CBU_EMISOR = C.CBU_CLIENTE
                  AND T.DIA_HORA BETWEEN :WS-TS-MES-INI
           EXEC SQL DECLARE CUR_RECH CURSOR FOR
                SELECT T.ID_TRX, T.DIA_HORA,
                       COALESCE(T.MONTO_ORIGINAL, T.MONTO),
                       T.MONEDA, C.CBU_CLIENTE, C.CUIT, C.NOMBRE,
                       COALESCE(T.CONCEPTO, ' '),
                       COALESCE(T.REFERENCIA, ' ')
                FROM TRX.TRANSACCION_HIST T, TRX.CLIENTE C
                WHERE T.CBU_RECEPTOR = C.CBU_CLIENTE
                  AND T.DIA_HORA BETWEEN :WS-TS-MES-INI
                ORDER BY T.ID_TRX
           END-EXEC.

      * OTROS TITULARES Y COTITULARES DE LA CUENTA INFORMADA QUE LO
      * ERAN EL DIA DE LA OPERACION: DADOS DE ALTA ESE DIA O ANTES Y
      * SIN BAJA O CON BAJA POSTERIOR.
           EXEC SQL DECLARE CUR_COT CURSOR FOR
                SELECT CUIT, NOMBRE, ROL
                FROM TRX.TITULAR
                WHERE CBU_CLIENTE = :DCLAUX.TIT-CBU
                  AND ROL IN ('T', 'C')
                  AND FECHA_ALTA <= DATE(:DCLAUX.TIT-FECHA-OP)
                  AND (FECHA_BAJA IS NULL
                       OR FECHA_BAJA > DATE(:DCLAUX.TIT-FECHA-OP))
                ORDER BY CUIT
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN-PROGRAM.
           PERFORM 1000-INIT-PROGRAM
                     :DCLTRANSACCION.MONEDA,
                     :DCLAUX.TIT-CBU,
                     :DCLAUX.TIT-CUIT,
                     :DCLAUX.TIT-NOMBRE,
                     :DCLTRANSACCION.CONCEPTO,
                     :DCLTRANSACCION.REFERENCIA
           END-EXEC
           PERFORM 2950-EVALUAR-FETCH.

                     :DCLTRANSACCION.MONEDA,
                     :DCLAUX.TIT-CBU,
                     :DCLAUX.TIT-CUIT,
                     :DCLAUX.TIT-NOMBRE,
                     :DCLTRANSACCION.CONCEPTO,
                     :DCLTRANSACCION.REFERENCIA
           END-EXEC
           PERFORM 2950-EVALUAR-FETCH.

                     :DCLTRANSACCION.MONEDA,
                     :DCLAUX.TIT-CBU,
                     :DCLAUX.TIT-CUIT,
                     :DCLAUX.TIT-NOMBRE,
                     :DCLTRANSACCION.CONCEPTO,
                     :DCLTRANSACCION.REFERENCIA
           END-EXEC
           PERFORM 2950-EVALUAR-FETCH.

                     :DCLTRANSACCION.MONEDA,
                     :DCLAUX.TIT-CBU,
                     :DCLAUX.TIT-CUIT,
                     :DCLAUX.TIT-NOMBRE,
                     :DCLTRANSACCION.CONCEPTO,
                     :DCLTRANSACCION.REFERENCIA
           END-EXEC
           PERFORM 2950-EVALUAR-FETCH.

                 PERFORM 3300-STOP-PROGRAM
           END-EVALUATE.

      ***************************************************************
      * REGISTRO DEL TITULAR PRINCIPAL Y, CON LOS MISMOS DATOS DE LA *
      * OPERACION, UNO POR CADA OTRO TITULAR O COTITULAR DE LA       *
      * CUENTA. EL MONTO TOTAL DEL REPORTE SUMA LA OPERACION UNA SOLA*
      * VEZ POR CUENTA, NO POR CADA PERSONA INFORMADA.               *
      ***************************************************************
       2400-EMITIR-REGISTRO.
           MOVE SPACES TO REG-REGIMEN
           MOVE TIT-CUIT OF DCLAUX TO R-CUIT
           MOVE MONTO OF DCLTRANSACCION TO R-MONTO-ORIGEN
           MOVE WS-MONTO-BASE TO R-MONTO-BASE
           MOVE ID-TRX OF DCLTRANSACCION TO R-ID-TRX
           MOVE CONCEPTO OF DCLTRANSACCION TO R-CONCEPTO
           MOVE REFERENCIA OF DCLTRANSACCION TO R-REFERENCIA
           MOVE 'T' TO R-CARACTER
           WRITE REG-REGIMEN
           ADD 1 TO WS-TOT-INFORMADAS
           ADD WS-MONTO-BASE TO WS-TOT-MONTO-BASE
           MOVE DIA-HORA OF DCLTRANSACCION(1:10) TO TIT-FECHA-OP
           EXEC SQL OPEN CUR_COT END-EXEC
           PERFORM 2950-EVALUAR-FETCH
           PERFORM 2410-FETCH-COT
           PERFORM 2420-EMITIR-COTITULAR UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_COT END-EXEC.

       2410-FETCH-COT.
           EXEC SQL
                FETCH CUR_COT
                INTO :DCLAUX.COT-CUIT,
                     :DCLAUX.COT-NOMBRE,
                     :DCLAUX.COT-ROL
           END-EXEC
           PERFORM 2950-EVALUAR-FETCH.

      * EL RESTO DEL REGISTRO QUEDA COMO SE ARMO PARA EL PRINCIPAL.
       2420-EMITIR-COTITULAR.
           MOVE COT-CUIT OF DCLAUX TO R-CUIT
           MOVE COT-NOMBRE OF DCLAUX TO R-NOMBRE
           MOVE COT-ROL OF DCLAUX TO R-CARACTER
           WRITE REG-REGIMEN
           ADD 1 TO WS-TOT-INFORMADAS
           ADD 1 TO WS-TOT-COTITULARES
           PERFORM 2410-FETCH-COT.

      ***************************************************************
      * EVALUACION COMUN DE LOS FETCH DE TODOS LOS CURSORES.         *
           MOVE 'REGISTROS INFORMADOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-INFORMADAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   DE ELLOS, DE OTROS TITULARES Y COTITULARES'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-COTITULARES TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'OPERACIONES BAJO EL UMBRAL CONVERTIDO'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-BAJO-UMBRAL TO WS-RC-VALOR
