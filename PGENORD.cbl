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

      * REPORTE DE ORDENES GENERADAS Y SALTEADAS.
       FD REPORTE-FICH RECORDING MODE IS F
      * CORRIDA ES UNA UNICA UNIDAD DE TRABAJO DE SOLO LECTURA.
           EXEC SQL DECLARE CUR_ORD CURSOR FOR
                SELECT ID_ORDEN, CBU_EMISOR, CBU_RECEPTOR, MONTO,
                       MONEDA, FECHA_DESDE, FECHA_HASTA, CONCEPTO,
                       REFERENCIA
                FROM TRX.ORDEN_PERMANENTE
                WHERE ESTADO_ORDEN = 'A'
                  AND DIA_MES = :DCLAUX.DIA-CORRIDA
                     :DCLORDEN.MONTO,
                     :DCLORDEN.MONEDA,
                     :DCLORDEN.FECHA-DESDE,
                     :DCLORDEN.FECHA-HASTA,
                     :DCLORDEN.CONCEPTO,
                     :DCLORDEN.REFERENCIA
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
           MOVE CBU-EMISOR OF DCLORDEN TO S-CBU-EMISOR
           MOVE CBU-RECEPTOR OF DCLORDEN TO S-CBU-RECEPTOR
           MOVE MONEDA OF DCLORDEN TO S-MONEDA
           MOVE CONCEPTO OF DCLORDEN TO S-CONCEPTO
           MOVE REFERENCIA OF DCLORDEN TO S-REFERENCIA
           MOVE SPACES TO S-CUIT-RECEPTOR
           WRITE REG-SALIDA
           PERFORM 2450-REGISTRAR-CUOTA
           ADD 1 TO WS-TOT-GENERADAS
