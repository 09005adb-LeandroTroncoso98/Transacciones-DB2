      * REGISTRO NO ES NUMERICO Y EL CUIT SI, SE EMITE UNA SECCION
      * POR CADA CUENTA DE ESE CUIT EN TRX.CLIENTE, CON LA MISMA
      * VENTANA DE FECHAS/CANTIDAD PEDIDA (VER 0145-PROCESAR-CUIT).
      * ENTRAN TAMBIEN LAS CUENTAS DONDE EL CUIT ES TITULAR O
      * COTITULAR ACTIVO EN TRX.TITULAR (NO LAS DE APODERADO).
          05 REG-CUIT             PIC X(11).
       WORKING-STORAGE SECTION.

      * DCLGEN DE LA TABLA DE FOTOS DIARIAS DE SALDO (VER PSNAPDIA),
      * PARA EL SALDO DE APERTURA Y CIERRE DEL PERIODO PEDIDO.
           EXEC SQL INCLUDE TRXSDIA END-EXEC.
      * DCLGEN DE LOS PLAZOS FIJOS (VER PMNTPZF), PARA LA SECCION DE
      * PLAZOS FIJOS VIGENTES DEL RESUMEN.
           EXEC SQL INCLUDE TRXPZF END-EXEC.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DCLAUX.
          10 CBU-REPORTE          PIC X(22).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

      * RENGLON COMPLEMENTARIO DEL MOVIMIENTO CON EL CONCEPTO Y LA
      * REFERENCIA; LOS MOVIMIENTOS QUE NO LOS TIENEN NO LO IMPRIMEN.
       01 WS-DATOS-CONCEPTO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(14) VALUE SPACES.
          05 FILLER               PIC X(9) VALUE 'CONCEPTO:'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-CONCEPTO-TRX      PIC X(3).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X(4) VALUE 'REF:'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-REFERENCIA-TRX    PIC X(30).
          05 FILLER               PIC X(4) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-NOPOSEE-DATOS.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(15) VALUE ALL '*'.
          05 FILLER               PIC X(30) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

      * SECCION DE PLAZOS FIJOS VIGENTES, ESCRITA DESPUES DE LAS
      * TRANSACCIONES SOLO SI EL CBU TIENE ALGUNO.
       01 WS-PF-TITULO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(22)
                         VALUE 'PLAZOS FIJOS VIGENTES:'.
          05 FILLER               PIC X(45) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
       01 WS-PF-TITULOS-DATA.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(7) VALUE 'NUMERO:'.
          05 FILLER               PIC X(5) VALUE SPACES.
          05 FILLER               PIC X(8) VALUE 'CAPITAL:'.
          05 FILLER               PIC X(11) VALUE SPACES.
          05 FILLER               PIC X(4) VALUE 'TNA:'.
          05 FILLER               PIC X(6) VALUE SPACES.
          05 FILLER               PIC X(6) VALUE 'VENCE:'.
          05 FILLER               PIC X(7) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'AL VENCER:'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
       01 WS-PF-GUIONES-DATA.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(9) VALUE ALL '-'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X(16) VALUE ALL '-'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X(7) VALUE ALL '-'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE ALL '-'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X(12) VALUE ALL '-'.
          05 FILLER               PIC X(1) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
       01 WS-PF-DATOS.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-PF-ID             PIC Z(8)9.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 WS-PF-CAPITAL        PIC $$$$$$$$$$$$9,99.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 WS-PF-TASA           PIC ZZ9,99.
          05 FILLER               PIC X VALUE '%'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 WS-PF-VTO.
             10 WS-PF-DIA         PIC 99.
             10 FILLER            PIC X VALUE '-'.
             10 WS-PF-MES         PIC 99.
             10 FILLER            PIC X VALUE '-'.
             10 WS-PF-ANIO        PIC 9999.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 WS-PF-DESTINO        PIC X(12).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

      * VARIABLES DE TRABAJO.
       01 WS-FECHA-FORMATO.
          05 WS-FF-FECHA.
           EXEC SQL DECLARE CUR_DB CURSOR FOR STMT_DB END-EXEC.

      * CURSOR DE LAS CUENTAS DE UN CUIT, PARA EL RESUMEN
      * CONSOLIDADO POR PERSONA: LAS DE TITULAR PRINCIPAL MAS LAS
      * COMPARTIDAS COMO TITULAR O COTITULAR (VER PMNTTIT). EL UNION
      * DESCARTA UNA CUENTA REPETIDA.
           EXEC SQL DECLARE CUR_CUIT CURSOR FOR
                SELECT CBU_CLIENTE
                FROM TRX.CLIENTE
                WHERE CUIT = :DCLAUX.CUIT-CONSULTA
                UNION
                SELECT CBU_CLIENTE
                FROM TRX.TITULAR
                WHERE CUIT = :DCLAUX.CUIT-CONSULTA
                  AND ROL IN ('T', 'C')
                  AND ESTADO_TITULAR = 'A'
                ORDER BY 1
           END-EXEC.

      * CURSOR DE LOS PLAZOS FIJOS VIGENTES DEL CBU.
           EXEC SQL DECLARE CUR_PZF CURSOR FOR
                SELECT ID_PLAZO, CAPITAL, TASA, FECHA_VENCIMIENTO,
                       INSTRUCCION
                FROM TRX.PLAZO_FIJO
                WHERE CBU = :DCLAUX.CBU-REPORTE
                  AND ESTADO_PLAZO = 'A'
                ORDER BY FECHA_VENCIMIENTO, ID_PLAZO
           END-EXEC.

       PROCEDURE DIVISION.
           IF WS-SKIP-CLIENTE-N
              PERFORM 0320-ARMAR-CONSULTA
              PERFORM 0310-PROCESAR-TRANSACCIONES
              PERFORM 0750-ESCRIBIR-PLAZOS-FIJOS
           END-IF.

      ***************************************************************
           MOVE 1 TO WS-SQL-PTR
           STRING 'SELECT DIA_HORA, MONTO, MONTO_TOTAL, '
                    DELIMITED BY SIZE
                  'CBU_EMISOR, CBU_RECEPTOR, '
                    DELIMITED BY SIZE
                  'COALESCE(CONCEPTO, '' ''), '
                    DELIMITED BY SIZE
                  'COALESCE(REFERENCIA, '' '') FROM TRX.TRANSACCION '
                    DELIMITED BY SIZE
                  'WHERE CBU_EMISOR = ''' DELIMITED BY SIZE
                  CBU-REPORTE OF DCLAUX DELIMITED BY SIZE
                :DCLTRANSACCION.DIA-HORA, :DCLTRANSACCION.MONTO,
                :DCLTRANSACCION.MONTO-TOTAL,
                :DCLTRANSACCION.CBU-EMISOR,
                :DCLTRANSACCION.CBU-RECEPTOR,
                :DCLTRANSACCION.CONCEPTO,
                :DCLTRANSACCION.REFERENCIA
           END-EXEC
           EVALUATE SQLCODE
           WHEN 0
              ADD MONTO OF DCLTRANSACCION TO WS-TOT-ACREDITADO
           END-IF
           WRITE REG-SALIDA FROM WS-DATOS
           IF CONCEPTO OF DCLTRANSACCION NOT = SPACES
              OR REFERENCIA OF DCLTRANSACCION NOT = SPACES
              MOVE CONCEPTO OF DCLTRANSACCION TO WS-CONCEPTO-TRX
              MOVE REFERENCIA OF DCLTRANSACCION TO WS-REFERENCIA-TRX
              WRITE REG-SALIDA FROM WS-DATOS-CONCEPTO
           END-IF
           EXEC SQL FETCH CUR_DB INTO
                :DCLTRANSACCION.DIA-HORA, :DCLTRANSACCION.MONTO,
                :DCLTRANSACCION.MONTO-TOTAL,
                :DCLTRANSACCION.CBU-EMISOR,
                :DCLTRANSACCION.CBU-RECEPTOR,
                :DCLTRANSACCION.CONCEPTO,
                :DCLTRANSACCION.REFERENCIA
           END-EXEC.
      ***************************************************************
      * SECCION DE TOTALES DEL RESUMEN: CUANTO SE ACREDITO, CUANTO  *
           WRITE REG-SALIDA FROM WS-NOPOSEE-DATOS
           WRITE REG-SALIDA FROM WS-GUIONES.

      ***************************************************************
      * PLAZOS FIJOS VIGENTES DEL CLIENTE (NUMERO, CAPITAL, TASA,    *
      * VENCIMIENTO E INSTRUCCION AL VENCER). SI NO TIENE NINGUNO LA *
      * SECCION NO SE ESCRIBE.                                       *
      ***************************************************************
       0750-ESCRIBIR-PLAZOS-FIJOS.
           EXEC SQL OPEN CUR_PZF END-EXEC
           PERFORM 0760-FETCH-PLAZO
           EVALUATE SQLCODE
           WHEN 0
             WRITE REG-SALIDA FROM WS-PF-TITULO
             WRITE REG-SALIDA FROM WS-PF-TITULOS-DATA
             WRITE REG-SALIDA FROM WS-PF-GUIONES-DATA
             PERFORM 0770-ESCRIBIR-PLAZO UNTIL SQLCODE NOT = 0
             WRITE REG-SALIDA FROM WS-GUIONES
           WHEN 100
             CONTINUE
           WHEN OTHER
             DISPLAY 'ERROR AL CONSULTAR PLAZO_FIJO, SQLCODE ' SQLCODE
           END-EVALUATE
           EXEC SQL CLOSE CUR_PZF END-EXEC.

       0760-FETCH-PLAZO.
           EXEC SQL FETCH CUR_PZF INTO
                :DCLPLAZOFIJO.ID-PLAZO, :DCLPLAZOFIJO.CAPITAL,
                :DCLPLAZOFIJO.TASA,
                :DCLPLAZOFIJO.FECHA-VENCIMIENTO,
                :DCLPLAZOFIJO.INSTRUCCION
           END-EXEC.

       0770-ESCRIBIR-PLAZO.
           MOVE ID-PLAZO OF DCLPLAZOFIJO TO WS-PF-ID
           MOVE CAPITAL OF DCLPLAZOFIJO TO WS-PF-CAPITAL
           MOVE TASA OF DCLPLAZOFIJO TO WS-PF-TASA
           MOVE FECHA-VENCIMIENTO OF DCLPLAZOFIJO TO WS-FECHA-FORMATO
           MOVE WS-FF-ANIO TO WS-PF-ANIO
           MOVE WS-FF-MES TO WS-PF-MES
           MOVE WS-FF-DIA TO WS-PF-DIA
           EVALUATE INSTRUCCION OF DCLPLAZOFIJO
           WHEN 'R'
             MOVE 'RENUEVA CAP.' TO WS-PF-DESTINO
           WHEN 'T'
             MOVE 'RENUEVA TODO' TO WS-PF-DESTINO
           WHEN OTHER
             MOVE 'ACREDITA' TO WS-PF-DESTINO
           END-EVALUATE
           WRITE REG-SALIDA FROM WS-PF-DATOS
           PERFORM 0760-FETCH-PLAZO
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR AL LEER PLAZO_FIJO, SQLCODE ' SQLCODE
           END-IF.

       0800-CERRAR-ARCHIVOS.
           CLOSE FICHERO-SAL
           CLOSE FICHERO-ENT.
