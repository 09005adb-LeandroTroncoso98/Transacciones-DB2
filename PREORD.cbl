          05 E-RAZON              PIC X(36).
          05 E-PARRAFO            PIC X(4).
          05 E-MARCA-REPETIR      PIC X(1).
          05 E-CONCEPTO           PIC X(3).
          05 E-REFERENCIA         PIC X(30).
          05 E-CUIT-RECEPTOR      PIC X(11).

      * PARAMETRO: LA FECHA DEL DIA CUYOS RECHAZOS SE PROCESAN. LA
      * REEMISION SALE FECHADA AL PRIMER DIA HABIL SIGUIENTE SEGUN
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

      * REPORTE DE LO REINTENTADO, LO FALLIDO Y LAS ORDENES
      * SUSPENDIDAS, PARA LA GESTION DE LA SUCURSAL.
          88 WS-DIA-HABIL-S       VALUE 'S'.
       77 WS-ITER-RODADO          PIC 9(2) COMP VALUE 0.

      * VARIABLES SUB-PROG VERINOT: AVISO AL CLIENTE DE LA CUOTA
      * FALLIDA DE SU ORDEN PERMANENTE (VER 2450).
       77 WS-SVERINOT              PIC X(08) VALUE 'VERINOT'.
       77 WS-NOT-TIPO              PIC X(3) VALUE 'ORF'.
       77 WS-NOT-CBU               PIC X(22).
       77 WS-NOT-FECHA             PIC X(10).
       77 WS-NOT-MONTO             PIC 9(13)V99.
       77 WS-NOT-ID-REF            PIC 9(9).
       77 WS-NOT-DETALLE           PIC X(36).
       77 WS-NOT-PROGRAMA          PIC X(8) VALUE 'PREORD'.
       77 WS-NOT-RESULTADO         PIC X.
          88 WS-NOT-RESULTADO-E    VALUE 'E'.
       77 WS-NOT-SQLCODE           PIC S9(9) COMP.

      * AUXILIARES DEL CALCULO DE DIA DE LA SEMANA (CONGRUENCIA DE
      * ZELLER, RESTO 0 SABADO Y 1 DOMINGO) Y DE LA SUMA DE UN DIA
      * CALENDARIO, IGUAL QUE EN PDBTRX.
           MOVE E-CBU-EMISOR TO S-CBU-EMISOR
           MOVE E-CBU-RECEPTOR TO S-CBU-RECEPTOR
           MOVE MONEDA OF DCLORDCUOTA TO S-MONEDA
      * EL CONCEPTO Y LA REFERENCIA DE LA ORDEN VUELVEN A VIAJAR TAL
      * COMO LOS DEJO PDBTRX EN EL RECHAZO.
           MOVE E-CONCEPTO TO S-CONCEPTO
           MOVE E-REFERENCIA TO S-REFERENCIA
           MOVE E-CUIT-RECEPTOR TO S-CUIT-RECEPTOR
           WRITE REG-SALIDA
           ADD 1 TO WS-TOT-REINTENTADAS
           ADD E-MONTO TO WS-TOT-MONTO-REINT
           MOVE E-CBU-EMISOR TO WS-RD-CBU
           MOVE 'CUOTA FALLIDA' TO WS-RD-ACCION
           WRITE REG-REPORTE FROM WS-REP-DETALLE
           PERFORM 2450-NOTIFICAR-FALLIDA
           EXEC SQL
                SELECT COUNT(FECHA_CUOTA)
                INTO :DCLAUX.CUOTAS-FALLIDAS
              PERFORM 2500-SUSPENDER-ORDEN
           END-IF.

      ***************************************************************
      * AVISO AL CLIENTE DE LA CUOTA FALLIDA (VER VERINOT), CON EL   *
      * MOTIVO DEL ULTIMO RECHAZO. LA CUOTA YA QUEDO FALLIDA: UNA    *
      * FALLA DEL AVISO NO LA CAMBIA, SOLO SE INFORMA.               *
      ***************************************************************
       2450-NOTIFICAR-FALLIDA.
           MOVE E-CBU-EMISOR TO WS-NOT-CBU
           MOVE WS-FECHA-RECHAZOS TO WS-NOT-FECHA
           MOVE E-MONTO TO WS-NOT-MONTO
           MOVE ID-ORDEN OF DCLORDCUOTA TO WS-NOT-ID-REF
           MOVE E-RAZON TO WS-NOT-DETALLE
           CALL WS-SVERINOT USING WS-NOT-TIPO, WS-NOT-CBU,
                                  WS-NOT-FECHA, WS-NOT-MONTO,
                                  WS-NOT-ID-REF, WS-NOT-DETALLE,
                                  WS-NOT-PROGRAMA, WS-NOT-RESULTADO,
                                  WS-NOT-SQLCODE
           IF WS-NOT-RESULTADO-E
              MOVE WS-NOT-SQLCODE TO WS-ENC-CODE
              DISPLAY 'AVISO AL CLIENTE NO REGISTRADO ' WS-NOT-TIPO
                      ' ' WS-NOT-CBU
              DISPLAY WS-ERROR-NCONTROL
           END-IF.

       2500-SUSPENDER-ORDEN.
           MOVE ID-ORDEN OF DCLORDCUOTA TO ID-ORDEN OF DCLORDEN
           EXEC SQL
