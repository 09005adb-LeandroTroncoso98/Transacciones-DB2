       77 WS-TOT-REVERSOS          PIC 9(9) COMP VALUE 0.
       77 WS-TOT-PATAS             PIC 9(9) COMP VALUE 0.
       77 WS-TOT-CONTROL           PIC 9(15)V99 VALUE 0.
       77 WS-TOT-DEVENGOS-PF       PIC 9(9) COMP VALUE 0.

      * IMPORTE DE LA PATA EN EMISION Y AUXILIARES DEL MOVIMIENTO.
       77 WS-IMP-PATA              PIC 9(13)V99.
      * IMPORTES DE MONEDAS DISTINTAS NUNCA SE SUMAN ENTRE SI).
       77 WS-TC-CANT               PIC S9(4) COMP VALUE 0.
       01 WS-TC-TABLA.
          05 WS-TC-ENTRY OCCURS 40 TIMES INDEXED BY WS-TC-IDX.
             10 WS-TC-CUENTA       PIC X(10).
             10 WS-TC-MONEDA       PIC X(3).
             10 WS-TC-DEBE         PIC S9(15)V99 COMP-3.
      * SQLCA Y DCLGEN DE LA TABLA TRANSACCION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TRXTRX END-EXEC.
      * DCLGEN DEL DEVENGO DIARIO DE PLAZOS FIJOS (VER PVENPZF).
           EXEC SQL INCLUDE TRXDPF END-EXEC.
      * DCLGEN DE CLIENTES: UN EXTREMO QUE NO ES CUENTA DE CLIENTE
      * ES UN CBU DE OTRA ENTIDAD Y SE ASIENTA CONTRA LA CAMARA.
           EXEC SQL INCLUDE TRXCLI END-EXEC.
      * DCLGEN DE LA TABLA DE CONTROL DE PROCESOS: EL PASO REGISTRA
      * SU CIERRE (ESTADO 'C' Y FECHA DE PROCESO) PARA QUE EL
      * CONTROL DE CIERRE DE DIA (PCIERRE) PUEDA VERIFICAR LA
          05 WS-TSF-DIA            PIC 99.
          05 FILLER                PIC X(8) VALUE '23:59:59'.
          05 FILLER                PIC X(8) VALUE SPACES.
       01 WS-FECHA-DEVENGO         PIC X(10).

      * CURSOR DE LOS MOVIMIENTOS DEL DIA, REVERSOS INCLUIDOS.
           EXEC SQL DECLARE CUR_TRX CURSOR FOR
                SELECT ID_TRX, MONTO, COMISION, MONTO_TOTAL, MONEDA,
                       ID_TRX_ORIGINAL, IMPUESTO_DEBITO, CBU_RECEPTOR,
                       CBU_EMISOR
                FROM TRX.TRANSACCION
                WHERE DIA_HORA BETWEEN :WS-TS-DIA-INI
                                   AND :WS-TS-DIA-FIN
                ORDER BY ID_TRX
           END-EXEC.

      * CURSOR DEL INTERES DE PLAZOS FIJOS DEVENGADO EN EL DIA (LO
      * REGISTRAN PVENPZF Y LAS PRECANCELACIONES DE PMNTPZF; UN
      * IMPORTE NEGATIVO ES UN AJUSTE A LA BAJA DE LO DEVENGADO).
           EXEC SQL DECLARE CUR_DPF CURSOR FOR
                SELECT ID_PLAZO, IMPORTE, MONEDA
                FROM TRX.DEVENGO_PLAZO_FIJO
                WHERE FECHA = :WS-FECHA-DEVENGO
                ORDER BY ID_PLAZO
           END-EXEC.

      * NOMBRE CON EL QUE EL PASO REGISTRA SU CIERRE EN
      * TRX.CONTROL_PROCESO.
       77 WS-PROGRAMA              PIC X(8) VALUE 'PEXTCON'.

      * CBU DE IMPUTACION DE INTERESES DEUDORES DE PDEVENG.
       77 WS-CBU-INT-DEUDOR        PIC X(22) VALUE ALL '8'.

      * CBU DE LAS CUOTAS Y CARGOS COBRADOS (PCUOCLI, PNOMINA) Y DE
      * LOS INTERESES ACREEDORES PAGADOS POR PDEVENG.
       77 WS-CBU-CUOTAS            PIC X(22) VALUE ALL '0'.
       77 WS-CBU-INT-ACREEDOR      PIC X(22) VALUE ALL '9'.

      * CBU A BUSCAR EN TRX.CLIENTE Y SI RESULTO CUENTA DE CLIENTE.
       77 WS-CBU-BUSCAR            PIC X(22).
       77 WS-ES-CLIENTE            PIC X VALUE 'N'.
          88 WS-ES-CLIENTE-S       VALUE 'S'.

      * CBU DE LA CARTERA DE PLAZOS FIJOS (VER PMNTPZF/PVENPZF): TODO
      * SIETES PARA EL CAPITAL Y TODO SEIS PARA EL PAGO DE INTERESES.
       77 WS-CBU-PLAZO-FIJO        PIC X(22) VALUE ALL '7'.
       77 WS-CBU-INT-PLAZO-FIJO    PIC X(22) VALUE ALL '6'.

       PROCEDURE DIVISION.
       0000-MAIN-PROGRAM.
           PERFORM 1000-INIT-PROGRAM
           MOVE REG-F-ANIO TO WS-TSI-ANIO WS-TSF-ANIO WS-RP-ANIO
           MOVE REG-F-MES  TO WS-TSI-MES WS-TSF-MES WS-RP-MES
           MOVE REG-F-DIA  TO WS-TSI-DIA WS-TSF-DIA WS-RP-DIA
           MOVE WS-TS-DIA-INI(1:10) TO WS-FECHA-DEVENGO
           OPEN OUTPUT ASIENTO-FICH
           IF FS-ASIENTO NOT = 00
              PERFORM 3300-STOP-PROGRAM
      *   DEVUELVE EL MONTO Y EL EMISOR ORIGINAL RECUPERA MONTO MAS  *
      *   COMISION, ASI QUE LA DIFERENCIA ES COMISION DEVUELTA:      *
      *   DEBE CLIENTES Y DEBE COMISIONES CONTRA HABER CLIENTES.     *
      * - DEVENGO DE PLAZOS FIJOS DEL DIA: DEBE INT_PF_EGR CONTRA    *
      *   HABER INT_PF_DEV (AL REVES SI EL AJUSTE ES NEGATIVO).      *
      ***************************************************************
       2000-PROCESAMIENTO.
           EXEC SQL OPEN CUR_TRX END-EXEC
           PERFORM 2050-FETCH-TRX
           PERFORM 2100-PROCESAR-TRX UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_TRX END-EXEC
           EXEC SQL OPEN CUR_DPF END-EXEC
           PERFORM 2850-FETCH-DEVENGO
           PERFORM 2800-ASENTAR-DEVENGO UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_DPF END-EXEC.

       2050-FETCH-TRX.
           EXEC SQL
                     :DCLTRANSACCION.MONTO-TOTAL,
                     :DCLTRANSACCION.MONEDA,
                     :DCLTRANSACCION.ID-TRX-ORIGINAL :IND-NULL-ORIG,
                     :DCLTRANSACCION.IMPUESTO-DEBITO :IND-NULL-IMP,
                     :DCLTRANSACCION.CBU-RECEPTOR,
                     :DCLTRANSACCION.CBU-EMISOR
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                   - WS-IMP-IMPUESTO
           END-COMPUTE
           MOVE COMISION OF DCLTRANSACCION TO WS-IMP-COMISION
      * SOLO EL EXTREMO QUE ES CUENTA DE CLIENTE VA A CLIENTES; EL
      * OTRO SE ASIENTA EN LA CUENTA QUE CORRESPONDE A SU ORIGEN:
      * - PLAZOS FIJOS: LA CONSTITUCION Y LA RENOVACION ACREDITAN
      *   PLAZO_FIJO, Y EL PAGO DEBITA PLAZO_FIJO (CAPITAL) O
      *   INT_PF_DEV (INTERES YA DEVENGADO).
      * - INTERES ACREEDOR DE PDEVENG: DEBITA INT_ACREED.
      * - CUOTAS Y CARGOS (RECEPTOR TODO CEROS): EL MONTO, SI LO HAY,
      *   ES INGRESO POR COMISIONES IGUAL QUE LA COMISION.
      * - INTERES DEUDOR (RECEPTOR TODO OCHOS): INT_DEUDOR.
      * - INTERBANCARIAS: EL CBU DE OTRA ENTIDAD NO ESTA EN
      *   TRX.CLIENTE Y SE ASIENTA CONTRA LA CAMARA COMPENSADORA.
           EVALUATE CBU-EMISOR-TEXT OF DCLTRANSACCION
              WHEN WS-CBU-PLAZO-FIJO
                 MOVE 'PLAZO_FIJO' TO WS-CUENTA-ACTUAL
              WHEN WS-CBU-INT-PLAZO-FIJO
                 MOVE 'INT_PF_DEV' TO WS-CUENTA-ACTUAL
              WHEN WS-CBU-INT-ACREEDOR
                 MOVE 'INT_ACREED' TO WS-CUENTA-ACTUAL
              WHEN OTHER
                 MOVE CBU-EMISOR-TEXT OF DCLTRANSACCION
                   TO WS-CBU-BUSCAR
                 PERFORM 2250-CUENTA-DEL-EXTREMO
           END-EVALUATE
           PERFORM 2400-EMITIR-DEBE
           MOVE WS-IMP-HABER-CLI TO WS-IMP-PATA
           EVALUATE CBU-RECEPTOR-TEXT OF DCLTRANSACCION
              WHEN WS-CBU-PLAZO-FIJO
                 MOVE 'PLAZO_FIJO' TO WS-CUENTA-ACTUAL
              WHEN WS-CBU-CUOTAS
                 MOVE 'COMISIONES' TO WS-CUENTA-ACTUAL
              WHEN WS-CBU-INT-DEUDOR
                 MOVE 'INT_DEUDOR' TO WS-CUENTA-ACTUAL
              WHEN OTHER
                 MOVE CBU-RECEPTOR-TEXT OF DCLTRANSACCION
                   TO WS-CBU-BUSCAR
                 PERFORM 2250-CUENTA-DEL-EXTREMO
           END-EVALUATE
           PERFORM 2500-EMITIR-HABER
      * EL COBRO DE INTERES DEUDOR DE PDEVENG (RECEPTOR EL CBU DE
      * IMPUTACION TODO OCHOS) TRAE EL INTERES EN COMISION Y SE
      * ASIENTA EN SU PROPIA CUENTA DE RESULTADOS.
           IF WS-IMP-COMISION > 0
              IF CBU-RECEPTOR-TEXT OF DCLTRANSACCION
                 = WS-CBU-INT-DEUDOR
                 MOVE 'INT_DEUDOR' TO WS-CUENTA-ACTUAL
              ELSE
                 MOVE 'COMISIONES' TO WS-CUENTA-ACTUAL
              END-IF
              MOVE WS-IMP-COMISION TO WS-IMP-PATA
              PERFORM 2500-EMITIR-HABER
           END-IF
              PERFORM 2500-EMITIR-HABER
           END-IF.

      ***************************************************************
      * DEJA EN WS-CUENTA-ACTUAL CLIENTES SI WS-CBU-BUSCAR ES UNA    *
      * CUENTA DE CLIENTE, O CAMARA SI ES UN CBU DE OTRA ENTIDAD.    *
      ***************************************************************
       2250-CUENTA-DEL-EXTREMO.
           MOVE 'N' TO WS-ES-CLIENTE
           MOVE WS-CBU-BUSCAR TO CBU-CLIENTE-TEXT OF DCLCLIENTE
           MOVE 22 TO CBU-CLIENTE-LEN OF DCLCLIENTE
           EXEC SQL
                SELECT MONEDA
                INTO :DCLCLIENTE.MONEDA
                FROM TRX.CLIENTE
                WHERE CBU_CLIENTE = :DCLCLIENTE.CBU-CLIENTE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'S' TO WS-ES-CLIENTE
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-ENC-CODE
                 DISPLAY WS-ERROR-NCONTROL
                 PERFORM 3300-STOP-PROGRAM
           END-EVALUATE
           IF WS-ES-CLIENTE-S
              MOVE 'CLIENTES' TO WS-CUENTA-ACTUAL
           ELSE
              MOVE 'CAMARA' TO WS-CUENTA-ACTUAL
           END-IF.

      * EL REVERSO SE ASIENTA CON LOS IMPORTES DE LA TRANSACCION
      * ORIGINAL, TODOS EN LA MONEDA DE ORIGEN (LA MISMA QUE LLEVA
      * EL RENGLON DE REVERSO), ESPEJANDO EL ASIENTO NORMAL DE 2200:
      * LA COMISION SE DEVUELVE COMO DEBE DE COMISIONES, Y EL EMISOR
      * RECUPERA EL MONTO TOTAL. ASI LA PARTIDA CIERRA POR MONEDA
      * TAMBIEN CUANDO EL ORIGINAL FUE ENTRE MONEDAS DISTINTAS.
      * PTRXREV SOLO REVERSA MOVIMIENTOS ENTRE CUENTAS DE CLIENTES,
      * POR ESO LOS DOS EXTREMOS VAN SIEMPRE A CLIENTES.
       2300-ASENTAR-REVERSO.
           PERFORM 2350-LEER-ORIGINAL
           IF WS-ORIG-HALLADA-S
              VARYING WS-TC-BUSCAR-IDX FROM 1 BY 1
              UNTIL WS-TC-BUSCAR-IDX > WS-TC-CANT
           IF NOT WS-TC-ENCONTRADA-S
              IF WS-TC-CANT < 40
                 ADD 1 TO WS-TC-CANT
                 MOVE WS-TC-CANT TO WS-TC-RESULT
                 MOVE WS-CUENTA-ACTUAL
              MOVE WS-TC-BUSCAR-IDX TO WS-TC-RESULT
           END-IF.

      ***************************************************************
      * DEVENGO DIARIO DE UN PLAZO FIJO. EL ASIENTO NO TIENE         *
      * MOVIMIENTO EN TRX.TRANSACCION: LAS PATAS LLEVAN EL NUMERO    *
      * DE PLAZO FIJO EN LUGAR DEL ID_TRX.                           *
      ***************************************************************
       2800-ASENTAR-DEVENGO.
           ADD 1 TO WS-TOT-DEVENGOS-PF
           MOVE ID-PLAZO OF DCLDEVENGOPF TO ID-TRX OF DCLTRANSACCION
           MOVE MONEDA OF DCLDEVENGOPF TO MONEDA OF DCLTRANSACCION
           IF IMPORTE OF DCLDEVENGOPF > 0
              MOVE IMPORTE OF DCLDEVENGOPF TO WS-IMP-PATA
              MOVE 'INT_PF_EGR' TO WS-CUENTA-ACTUAL
              PERFORM 2400-EMITIR-DEBE
              MOVE 'INT_PF_DEV' TO WS-CUENTA-ACTUAL
              PERFORM 2500-EMITIR-HABER
           ELSE
              COMPUTE WS-IMP-PATA = 0 - IMPORTE OF DCLDEVENGOPF
              END-COMPUTE
              MOVE 'INT_PF_DEV' TO WS-CUENTA-ACTUAL
              PERFORM 2400-EMITIR-DEBE
              MOVE 'INT_PF_EGR' TO WS-CUENTA-ACTUAL
              PERFORM 2500-EMITIR-HABER
           END-IF
           PERFORM 2850-FETCH-DEVENGO.

       2850-FETCH-DEVENGO.
           EXEC SQL
                FETCH CUR_DPF
                INTO :DCLDEVENGOPF.ID-PLAZO,
                     :DCLDEVENGOPF.IMPORTE,
                     :DCLDEVENGOPF.MONEDA
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-ENC-CODE
                 DISPLAY WS-ERROR-NCONTROL
                 PERFORM 3300-STOP-PROGRAM
           END-EVALUATE.

      ********************************************************
      * PARRAFOS PARA CERRAR EL PROGRAMA                     *
      ********************************************************
           MOVE '   DE LOS CUALES SON REVERSOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-REVERSOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'DEVENGOS DE PLAZO FIJO ASENTADOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-DEVENGOS-PF TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'PATAS DE ASIENTO EMITIDAS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-PATAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
