          05 E-RAZON              PIC X(36).
          05 E-PARRAFO            PIC X(4).
          05 E-MARCA-REPETIR      PIC X(1).
          05 E-CONCEPTO           PIC X(3).
          05 E-REFERENCIA         PIC X(30).
          05 E-CUIT-RECEPTOR      PIC X(11).

      * PARAMETRO: LA FECHA DE LA CORRIDA, QUE ES LA FECHA CON LA
      * QUE SE REEMITEN LOS DETALLES RECICLADOS (EL TOPE DIARIO Y
          05 S-CBU-RECEPTOR       PIC X(22).
          05 S-MONEDA             PIC X(3).
          05 S-MARCA-REPETIR      PIC X(1).
          05 S-CONCEPTO           PIC X(3).
          05 S-REFERENCIA         PIC X(30).
          05 S-CUIT-RECEPTOR      PIC X(11).

       01 REG-SALIDA-HEADER REDEFINES REG-SALIDA.
          05 SH-TIPO-REGISTRO     PIC X(1).
             10 FILLER            PIC X.
             10 SH-FP-DIA         PIC 9(2).
          05 SH-ID-LOTE           PIC X(16).
          05 FILLER               PIC X(107).

       01 REG-SALIDA-TRAILER REDEFINES REG-SALIDA.
          05 ST-TIPO-REGISTRO     PIC X(1).
          05 ST-CANT-REGISTROS    PIC 9(9).
          05 ST-MONTO-CONTROL     PIC 9(13)V99.
          05 FILLER               PIC X(109).

      * REPORTE DE LO REENCOLADO Y LO DESCARTADO.
       FD REPORTE-FICH RECORDING MODE IS F
      * CON EL REINTENTO, ASI EL CONTROL DE DUPLICADOS DE PDBTRX NO
      * FRENA LA NUEVA CHANCE DE UN PAGO AUTORIZADO.
              MOVE E-MARCA-REPETIR TO S-MARCA-REPETIR
              MOVE E-CONCEPTO TO S-CONCEPTO
              MOVE E-REFERENCIA TO S-REFERENCIA
              MOVE E-CUIT-RECEPTOR TO S-CUIT-RECEPTOR
              WRITE REG-SALIDA
              ADD 1 TO WS-TOT-REENCOLADOS
              ADD E-MONTO TO WS-TOT-MONTO-REC
