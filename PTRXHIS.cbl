          05 A-CBU-RECEPTOR       PIC X(22).
          05 A-MONEDA             PIC X(3).
          05 A-ID-TRX-ORIGINAL    PIC 9(9).
          05 A-CONCEPTO           PIC X(3).
          05 A-REFERENCIA         PIC X(30).

       WORKING-STORAGE SECTION.

          05 FILLER               PIC X(1) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

      * RENGLON COMPLEMENTARIO CON EL CONCEPTO Y LA REFERENCIA, IGUAL
      * QUE EN PTRXCLI; SOLO SE IMPRIME SI EL MOVIMIENTO LOS TIENE.
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

      * MARCADORES DE LAS SECCIONES ARCHIVADAS, PARA QUE QUIEN LEE
      * EL RESUMEN SEPA DE DONDE SALE CADA TRAMO.
       01 WS-MARCA-VIVO.
      * AL MAS VIEJO COMO EN PTRXCLI.
           EXEC SQL DECLARE CUR_VIVO CURSOR FOR
                SELECT DIA_HORA, MONTO, MONTO_TOTAL,
                       CBU_EMISOR, CBU_RECEPTOR,
                       COALESCE(CONCEPTO, ' '),
                       COALESCE(REFERENCIA, ' ')
                FROM TRX.TRANSACCION
                WHERE (CBU_EMISOR = :DCLAUX.CBU-REPORTE
                       OR CBU_RECEPTOR = :DCLAUX.CBU-REPORTE)
      * MISMO CURSOR SOBRE EL HISTORICO DE PARCHTRX.
           EXEC SQL DECLARE CUR_HIST CURSOR FOR
                SELECT DIA_HORA, MONTO, MONTO_TOTAL,
                       CBU_EMISOR, CBU_RECEPTOR,
                       COALESCE(CONCEPTO, ' '),
                       COALESCE(REFERENCIA, ' ')
                FROM TRX.TRANSACCION_HIST
                WHERE (CBU_EMISOR = :DCLAUX.CBU-REPORTE
                       OR CBU_RECEPTOR = :DCLAUX.CBU-REPORTE)
                     :DCLTRANSACCION.MONTO,
                     :DCLTRANSACCION.MONTO-TOTAL,
                     :DCLTRANSACCION.CBU-EMISOR,
                     :DCLTRANSACCION.CBU-RECEPTOR,
                     :DCLTRANSACCION.CONCEPTO,
                     :DCLTRANSACCION.REFERENCIA
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                     :DCLTRANSACCION.MONTO,
                     :DCLTRANSACCION.MONTO-TOTAL,
                     :DCLTRANSACCION.CBU-EMISOR,
                     :DCLTRANSACCION.CBU-RECEPTOR,
                     :DCLTRANSACCION.CONCEPTO,
                     :DCLTRANSACCION.REFERENCIA
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
           MOVE A-MONTO-TOTAL TO MONTO-TOTAL OF DCLTRANSACCION
           MOVE A-CBU-EMISOR TO CBU-EMISOR-TEXT OF DCLTRANSACCION
           MOVE A-CBU-RECEPTOR TO CBU-RECEPTOR-TEXT OF DCLTRANSACCION
           MOVE A-CONCEPTO TO CONCEPTO OF DCLTRANSACCION
           MOVE A-REFERENCIA TO REFERENCIA OF DCLTRANSACCION
           PERFORM 0630-EMITIR-LINEA.

       0630-EMITIR-LINEA.
              MOVE CBU-EMISOR-TEXT OF DCLTRANSACCION TO WS-CBU-TRX
              ADD MONTO OF DCLTRANSACCION TO WS-TOT-ACREDITADO
           END-IF
           WRITE REG-SALIDA FROM WS-DATOS
           IF CONCEPTO OF DCLTRANSACCION NOT = SPACES
              OR REFERENCIA OF DCLTRANSACCION NOT = SPACES
              MOVE CONCEPTO OF DCLTRANSACCION TO WS-CONCEPTO-TRX
              MOVE REFERENCIA OF DCLTRANSACCION TO WS-REFERENCIA-TRX
              WRITE REG-SALIDA FROM WS-DATOS-CONCEPTO
           END-IF.

      ***************************************************************
      * SECCION DE TOTALES UNIFICADA DE LAS TRES FUENTES.            *
