           MOVE REG-ID-TRX TO ID-TRX OF DCLTRANSACCION
           EXEC SQL
                SELECT DIA_HORA, MONTO, COMISION, MONTO_TOTAL,
                       CBU_EMISOR, CBU_RECEPTOR, ID_TRX_ORIGINAL,
                       MONEDA, COALESCE(CONCEPTO, ' '),
                       COALESCE(REFERENCIA, ' ')
                INTO :DCLTRANSACCION.DIA-HORA, :DCLTRANSACCION.MONTO,
                     :DCLTRANSACCION.COMISION,
                     :DCLTRANSACCION.MONTO-TOTAL,
                     :DCLTRANSACCION.CBU-EMISOR,
                     :DCLTRANSACCION.CBU-RECEPTOR,
                     :DCLTRANSACCION.ID-TRX-ORIGINAL :IND-NULL,
                     :DCLTRANSACCION.MONEDA,
                     :DCLTRANSACCION.CONCEPTO,
                     :DCLTRANSACCION.REFERENCIA
                FROM TRX.TRANSACCION
                WHERE ID_TRX = :DCLTRANSACCION.ID-TRX
           END-EXEC
           EXEC SQL
                SELECT DIA_HORA, MONTO, COMISION, MONTO_TOTAL,
                       CBU_EMISOR, CBU_RECEPTOR, ID_TRX_ORIGINAL,
                       MONEDA, COALESCE(CONCEPTO, ' '),
                       COALESCE(REFERENCIA, ' ')
                INTO :DCLTRANSACCION.DIA-HORA, :DCLTRANSACCION.MONTO,
                     :DCLTRANSACCION.COMISION,
                     :DCLTRANSACCION.MONTO-TOTAL,
                     :DCLTRANSACCION.CBU-EMISOR,
                     :DCLTRANSACCION.CBU-RECEPTOR,
                     :DCLTRANSACCION.ID-TRX-ORIGINAL :IND-NULL,
                     :DCLTRANSACCION.MONEDA,
                     :DCLTRANSACCION.CONCEPTO,
                     :DCLTRANSACCION.REFERENCIA
                FROM TRX.TRANSACCION_HIST
                WHERE ID_TRX = :DCLTRANSACCION.ID-TRX
           END-EXEC
      * ESE ES EL MONTO DEL REVERSO; EL QUE PASA A SER EMISOR DEL    *
      * REVERSO (EL RECEPTOR ORIGINAL) DEVOLVIO SOLO EL MONTO         *
      * ORIGINAL SIN COMISION, ASI QUE ESE ES EL MONTO_TOTAL DEL      *
      * REVERSO. EL CONCEPTO Y LA REFERENCIA SON LOS DEL ORIGINAL,    *
      * PARA QUE EL REVERSO SE IDENTIFIQUE EN EXTRACTOS Y REGIMENES.  *
      ***************************************************************
       2600-INSERTAR-REVERSO.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
             INSERT INTO TRX.TRANSACCION(
                    ID_TRX, DIA_HORA, MONTO, COMISION,
                    CBU_EMISOR, CBU_RECEPTOR, MONTO_TOTAL,
                    ID_TRX_ORIGINAL, MONEDA, CONCEPTO, REFERENCIA)
             VALUES (:DCLSECUENCIA.ULT-ID,
             :DCLTRANSACCION.DIA-HORA, :DCLTRANSACCION.MONTO,
             :DCLTRANSACCION.COMISION, :DCLTRANSACCION.CBU-RECEPTOR,
             :DCLTRANSACCION.CBU-EMISOR, :DCLTRANSACCION.MONTO-TOTAL,
             :DCLTRANSACCION.ID-TRX-ORIGINAL, :DCLTRANSACCION.MONEDA,
             :DCLTRANSACCION.CONCEPTO, :DCLTRANSACCION.REFERENCIA)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 2990-CAMBIAR-DATOS-ERROR
