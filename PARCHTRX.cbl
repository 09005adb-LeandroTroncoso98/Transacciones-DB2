          05 A-CBU-RECEPTOR       PIC X(22).
          05 A-MONEDA             PIC X(3).
          05 A-ID-TRX-ORIGINAL    PIC 9(9).
          05 A-CONCEPTO           PIC X(3).
          05 A-REFERENCIA         PIC X(30).

      * VISTA DEL CIERRE DE CONTROL (ULTIMO REGISTRO DEL ARCHIVO).
       01 REG-ARCHIVO-TRAILER REDEFINES REG-ARCHIVO.
          05 AT-TIPO-REGISTRO     PIC X(1).
          05 AT-CANT-REGISTROS    PIC 9(9).
          05 AT-MONTO-CONTROL     PIC 9(15)V99.
          05 FILLER               PIC X(143).

      * REPORTE DE TOTALES DE CONTROL DE FIN DE CORRIDA.
       FD REPORTE-FICH RECORDING MODE IS F
           EXEC SQL DECLARE CUR_ARC CURSOR FOR
                SELECT ID_TRX, DIA_HORA, MONTO, COMISION,
                       MONTO_TOTAL, CBU_EMISOR, CBU_RECEPTOR,
                       MONEDA, ID_TRX_ORIGINAL,
                       COALESCE(CONCEPTO, ' '),
                       COALESCE(REFERENCIA, ' ')
                FROM TRX.TRANSACCION
                WHERE DIA_HORA < :WS-TS-CORTE
                ORDER BY ID_TRX
                     :DCLTRANSACCION.CBU-EMISOR,
                     :DCLTRANSACCION.CBU-RECEPTOR,
                     :DCLTRANSACCION.MONEDA,
                     :DCLTRANSACCION.ID-TRX-ORIGINAL :IND-NULL,
                     :DCLTRANSACCION.CONCEPTO,
                     :DCLTRANSACCION.REFERENCIA
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
              MOVE ID-TRX-ORIGINAL OF DCLTRANSACCION
                   TO A-ID-TRX-ORIGINAL
           END-IF
           MOVE CONCEPTO OF DCLTRANSACCION TO A-CONCEPTO
           MOVE REFERENCIA OF DCLTRANSACCION TO A-REFERENCIA
           WRITE REG-ARCHIVO
           ADD 1 TO WS-TOT-RESGUARDADAS
           ADD MONTO-TOTAL OF DCLTRANSACCION TO WS-TOT-MONTO-ARCH
                       (ID_TRX, DIA_HORA, MONTO, COMISION,
                        CBU_EMISOR, CBU_RECEPTOR, MONTO_TOTAL,
                        MONEDA, ID_TRX_ORIGINAL, MONTO_ORIGINAL,
                        COTIZACION_APLICADA, CONCEPTO, REFERENCIA,
                        IMPUESTO_DEBITO, COMISION_BONIF, COD_PLAN)
                SELECT ID_TRX, DIA_HORA, MONTO, COMISION,
                       CBU_EMISOR, CBU_RECEPTOR, MONTO_TOTAL,
                       MONEDA, ID_TRX_ORIGINAL, MONTO_ORIGINAL,
                       COTIZACION_APLICADA, CONCEPTO, REFERENCIA,
                       IMPUESTO_DEBITO, COMISION_BONIF, COD_PLAN
                FROM TRX.TRANSACCION
                WHERE ID_TRX = :DCLTRANSACCION.ID-TRX
           END-EXEC
