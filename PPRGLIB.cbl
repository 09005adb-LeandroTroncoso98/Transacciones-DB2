          05 S-CBU-RECEPTOR       PIC X(22).
          05 S-MONEDA             PIC X(3).
          05 S-MARCA-REPETIR      PIC X(1).
          05 S-CONCEPTO           PIC X(3).
          05 S-REFERENCIA         PIC X(30).
          05 S-CUIT-RECEPTOR      PIC X(11).

      * VISTA DEL ENCABEZADO DE CONTROL (PRIMER REGISTRO DEL ARCHIVO).
       01 REG-SALIDA-HEADER REDEFINES REG-SALIDA.
             10 FILLER            PIC X.
             10 SH-FP-DIA         PIC 9(2).
          05 SH-ID-LOTE           PIC X(16).
          05 FILLER               PIC X(107).

      * VISTA DEL CIERRE DE CONTROL (ULTIMO REGISTRO DEL ARCHIVO).
       01 REG-SALIDA-TRAILER REDEFINES REG-SALIDA.
          05 ST-TIPO-REGISTRO     PIC X(1).
          05 ST-CANT-REGISTROS    PIC 9(9).
          05 ST-MONTO-CONTROL     PIC 9(13)V99.
          05 FILLER               PIC X(109).

      * REPORTE DE LIBERADAS, PENDIENTES Y VENCIDAS.
       FD REPORTE-FICH RECORDING MODE IS F
           EXEC SQL DECLARE CUR_PRG CURSOR FOR
                SELECT ID_PROG, CBU_EMISOR, CBU_RECEPTOR,
                       FECHA_VALOR, HORA_VALOR, MONTO, MONEDA,
                       MARCA_REPETIR, CONCEPTO, REFERENCIA
                FROM TRX.TRX_PROGRAMADA
                WHERE ESTADO_PROG = 'P'
                ORDER BY ID_PROG
                     :DCLPROGRAMADA.HORA-VALOR,
                     :DCLPROGRAMADA.MONTO,
                     :DCLPROGRAMADA.MONEDA,
                     :DCLPROGRAMADA.MARCA-REPETIR,
                     :DCLPROGRAMADA.CONCEPTO,
                     :DCLPROGRAMADA.REFERENCIA
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
      * DETALLE LIBERADO, ASI EL CONTROL DE DUPLICADOS DE PDBTRX
      * RESPETA LA AUTORIZACION ORIGINAL DEL CANAL.
           MOVE MARCA-REPETIR OF DCLPROGRAMADA TO S-MARCA-REPETIR
      * EL CONCEPTO Y LA REFERENCIA CARGADOS CON LA PROGRAMADA (O
      * ARRASTRADOS DEL DETALLE DIFERIDO) LLEGAN ASI A LA TRANSACCION.
           MOVE CONCEPTO OF DCLPROGRAMADA TO S-CONCEPTO
           MOVE REFERENCIA OF DCLPROGRAMADA TO S-REFERENCIA
           MOVE SPACES TO S-CUIT-RECEPTOR
           WRITE REG-SALIDA
           ADD 1 TO WS-TOT-LIBERADAS
           ADD MONTO OF DCLPROGRAMADA TO WS-TOT-MONTO-LIB
