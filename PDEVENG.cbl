      * DIVIDIDA POR 365.
       77 WS-INTERES              PIC 9(13)V99 VALUE 0.

      * INTERES DEUDOR DEL CLIENTE ACTUAL: LA SUMA DE LOS SALDOS DE
      * CIERRE NEGATIVOS DEL MES (EN VALOR ABSOLUTO) POR LA TASA
      * DEUDORA DE SU ACUERDO EN DESCUBIERTO, DIVIDIDA POR 365.
       77 WS-INT-DEUDOR           PIC 9(13)V99 VALUE 0.

      * CONTADORES PARA EL REPORTE DE TOTALES DE CONTROL.
       77 WS-TOT-REVISADOS        PIC 9(9) COMP VALUE 0.
       77 WS-TOT-ACREDITADOS      PIC 9(9) COMP VALUE 0.
       77 WS-TOT-SIN-INTERES      PIC 9(9) COMP VALUE 0.
       77 WS-TOT-ERRORES          PIC 9(9) COMP VALUE 0.
       77 WS-TOT-MONTO-INT        PIC 9(15)V99 COMP-3 VALUE 0.
       77 WS-TOT-DEBITADOS        PIC 9(9) COMP VALUE 0.
       77 WS-TOT-DEUDOR-SIN-ACU   PIC 9(9) COMP VALUE 0.
       77 WS-TOT-MONTO-DEUDOR     PIC 9(15)V99 COMP-3 VALUE 0.

      * ACUMULADO DE INTERES POR CATEGORIA Y MONEDA, PARA EL
      * DESGLOSE DEL REPORTE DE CONTROL (MISMO ESQUEMA QUE LA TABLA
      * CON EL MISMO CRITERIO QUE EL CBU DE CUOTAS DE PCUOCLI.
       77 WS-CBU-INTERESES        PIC X(22) VALUE ALL '9'.

      * CBU DE IMPUTACION DE INTERESES DEUDORES (TODO OCHOS): EL
      * RENGLON DEL COBRO LLEVA ESTE RECEPTOR FICTICIO, CON EL MISMO
      * ESQUEMA QUE LA CUOTA DE PCUOCLI (MONTO CERO Y EL INTERES EN
      * COMISION/MONTO_TOTAL), Y PEXTCON LO RECONOCE PARA ASENTAR EL
      * INTERES EN SU PROPIA CUENTA Y NO EN COMISIONES.
       77 WS-CBU-INT-DEUDOR       PIC X(22) VALUE ALL '8'.

      * DIA_HORA CON EL QUE SE REGISTRA CADA CAPITALIZACION.
       01 WS-DIA-HORA-CAP.
          05 WS-DH-ANIO            PIC 9(4).
           EXEC SQL INCLUDE TRXSDIA END-EXEC.
      * DCLGEN DE LA TABLA DE TASAS DE INTERES (VER PMNTTIN).
           EXEC SQL INCLUDE TRXTIN END-EXEC.
      * DCLGEN DE LOS ACUERDOS EN DESCUBIERTO (VER PMNTACU).
           EXEC SQL INCLUDE TRXACU END-EXEC.
           EXEC SQL BEGIN DECLARE SECTION
           END-EXEC.
       01 DCLAUXILIAR.
                         'SE RECHAZA LA RE-EJECUCION'
                 PERFORM 3300-STOP-PROGRAM
              END-IF
              EXEC SQL
                   SELECT COUNT(ID_TRX)
                   INTO :DCLAUXILIAR.NUMERO-REG
                   FROM TRX.TRANSACCION
                   WHERE CBU_RECEPTOR = :WS-CBU-INT-DEUDOR
                     AND DIA_HORA = :WS-DIA-HORA-CAP
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-ENC-CODE
                 DISPLAY WS-ERROR-NCONTROL
                 PERFORM 3300-STOP-PROGRAM
              END-IF
              IF NUMERO-REG OF DCLAUXILIAR > 0
                 DISPLAY 'INT. DEUDORES YA COBRADOS PARA LA FECHA, '
                         'SE RECHAZA LA RE-EJECUCION'
                 PERFORM 3300-STOP-PROGRAM
              END-IF
           END-IF.

      ***************************************************************
                 PERFORM 2300-ACUMULAR-TRAMO
              END-IF
           END-IF
           IF WS-ERROR-N
              PERFORM 2250-CALCULAR-INTERES-DEUDOR
           END-IF
           IF WS-ERROR-N AND WS-INT-DEUDOR > 0
              PERFORM 2500-GENERAR-ID-TRX
              IF WS-ERROR-N
                 PERFORM 2650-DEBITAR-INTERES
              END-IF
              IF WS-ERROR-N
                 PERFORM 2750-CARGAR-TRX-DEUDOR
              END-IF
              IF WS-ERROR-N
                 ADD 1 TO WS-TOT-DEBITADOS
                 ADD WS-INT-DEUDOR TO WS-TOT-MONTO-DEUDOR
              END-IF
           END-IF
           IF WS-ERROR-S
              ADD 1 TO WS-TOT-ERRORES
           END-IF
              ADD 1 TO WS-TOT-SIN-INTERES
           END-IF.

      ***************************************************************
      * INTERES DEUDOR DEL MES: LOS DIAS EN QUE EL SALDO DE CIERRE   *
      * DE TRX.SALDO_DIARIO QUEDO NEGATIVO SE COBRAN A LA TASA       *
      * DEUDORA DEL ACUERDO EN DESCUBIERTO DEL CBU. LA TASA SE TOMA  *
      * DEL ACUERDO AUNQUE ESTE VENCIDO O DADO DE BAJA: EL SALDO     *
      * DEUDOR SIGUE DEVENGANDO HASTA QUE SE CANCELA. UN SALDO       *
      * DEUDOR SIN ACUERDO NO TIENE TASA PACTADA Y SOLO SE CUENTA    *
      * EN EL REPORTE (LO LISTA PRPTACU PARA LA MESA DE CREDITOS).   *
      ***************************************************************
       2250-CALCULAR-INTERES-DEUDOR.
           MOVE ZEROS TO WS-INT-DEUDOR
           EXEC SQL
                SELECT COALESCE(SUM(SALDO_CIERRE), 0)
                INTO :DCLAUXILIAR.SUMA-SALDOS
                FROM TRX.SALDO_DIARIO
                WHERE CBU = :DCLCLIENTE.CBU-CLIENTE
                  AND FECHA BETWEEN :WS-F-MES-INI
                                AND :WS-F-MES-FIN
                  AND SALDO_CIERRE < 0
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N AND SUMA-SALDOS OF DCLAUXILIAR < 0
              MOVE CBU-CLIENTE-TEXT OF DCLCLIENTE TO CBU OF DCLACUERDO
              EXEC SQL
                   SELECT TASA_DEUDORA
                   INTO :DCLACUERDO.TASA-DEUDORA
                   FROM TRX.ACUERDO_DESCUBIERTO
                   WHERE CBU = :DCLACUERDO.CBU
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    COMPUTE WS-INT-DEUDOR ROUNDED =
                            0 - SUMA-SALDOS OF DCLAUXILIAR
                            * TASA-DEUDORA OF DCLACUERDO / 100 / 365
                    END-COMPUTE
                 WHEN 100
                    ADD 1 TO WS-TOT-DEUDOR-SIN-ACU
                 WHEN OTHER
                    MOVE SQLCODE TO WS-ENC-CODE
                    DISPLAY WS-ERROR-NCONTROL
                    MOVE 'S' TO WS-ERROR
              END-EVALUATE
           END-IF.

      **********************************************************
      * GENERAMOS EL ID DEL MOVIMIENTO A PARTIR DEL MISMO       *
      * TRX.CONTROL_ID QUE USAN PDBTRX Y PCUOCLI.               *
              END-IF
           END-IF.

      * EL COBRO DEL INTERES DEUDOR AGRANDA EL SALDO NEGATIVO: NO
      * SE CONTROLA CONTRA EL LIMITE DEL ACUERDO, ES UN CARGO YA
      * DEVENGADO (EL EXCESO LO MUESTRA PRPTACU).
       2650-DEBITAR-INTERES.
           EXEC SQL
                SELECT SALDO
                INTO :DCLCLIENTE.SALDO
                FROM TRX.CLIENTE
                WHERE CBU_CLIENTE = :DCLCLIENTE.CBU-CLIENTE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              MOVE 'S' TO WS-ERROR
           ELSE
              SUBTRACT WS-INT-DEUDOR FROM SALDO OF DCLCLIENTE
                                   GIVING SALDO OF DCLCLIENTE
              EXEC SQL
                   UPDATE TRX.CLIENTE
                   SET SALDO = :DCLCLIENTE.SALDO
                   WHERE CBU_CLIENTE = :DCLCLIENTE.CBU-CLIENTE
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-ENC-CODE
                 DISPLAY WS-ERROR-NCONTROL
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF.

      ***************************************************************
      * EL RENGLON DE LA CAPITALIZACION: EMISOR EL CBU DE IMPUTACION *
      * DE INTERESES, RECEPTOR EL CLIENTE, EL INTERES EN MONTO SIN   *
              MOVE 'S' TO WS-ERROR
           END-IF.

      ***************************************************************
      * EL RENGLON DEL INTERES DEUDOR: EMISOR EL CLIENTE, RECEPTOR   *
      * EL CBU DE IMPUTACION DE INTERESES DEUDORES (TODO OCHOS),     *
      * MONTO CERO Y EL INTERES EN COMISION/MONTO_TOTAL, IGUAL QUE   *
      * LA CUOTA DE PCUOCLI. EL INTERES NO TRIBUTA IMPUESTO AL       *
      * DEBITO.                                                      *
      ***************************************************************
       2750-CARGAR-TRX-DEUDOR.
           MOVE ULT-ID OF DCLSECUENCIA TO ID-TRX OF DCLTRANSACCION
           MOVE WS-DIA-HORA-CAP TO DIA-HORA OF DCLTRANSACCION
           MOVE ZEROS TO MONTO OF DCLTRANSACCION
           MOVE WS-INT-DEUDOR TO COMISION OF DCLTRANSACCION
           MOVE ZEROS TO IMPUESTO-DEBITO OF DCLTRANSACCION
           MOVE WS-INT-DEUDOR TO MONTO-TOTAL OF DCLTRANSACCION
           MOVE CBU-CLIENTE-TEXT OF DCLCLIENTE
                                 TO CBU-EMISOR-TEXT OF DCLTRANSACCION
           MOVE WS-CBU-INT-DEUDOR TO CBU-RECEPTOR-TEXT
                                     OF DCLTRANSACCION
           MOVE MONEDA OF DCLCLIENTE TO MONEDA OF DCLTRANSACCION
           EXEC SQL
             INSERT INTO TRX.TRANSACCION(
                    ID_TRX, DIA_HORA,MONTO,COMISION,
                    CBU_EMISOR, CBU_RECEPTOR, MONTO_TOTAL, MONEDA,
                    IMPUESTO_DEBITO)
             VALUES (:DCLTRANSACCION.ID-TRX,
             :DCLTRANSACCION.DIA-HORA, :DCLTRANSACCION.MONTO,
             :DCLTRANSACCION.COMISION, :DCLTRANSACCION.CBU-EMISOR,
             :DCLTRANSACCION.CBU-RECEPTOR, :DCLTRANSACCION.MONTO-TOTAL,
             :DCLTRANSACCION.MONEDA,
             :DCLTRANSACCION.IMPUESTO-DEBITO)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              MOVE 'S' TO WS-ERROR
           END-IF.

      ***************************************************************
      * ACUMULA EL INTERES ACREDITADO EN LA TABLA POR CATEGORIA Y    *
      * MONEDA DEL REPORTE.                                          *
           MOVE 'INTERES TOTAL ACREDITADO' TO WS-RI-ETIQUETA
           MOVE WS-TOT-MONTO-INT TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
           MOVE 'INTERESES DEUDORES COBRADOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-DEBITADOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'SALDO DEUDOR SIN ACUERDO (NO COBRADO)'
             TO WS-RC-ETIQUETA
           MOVE WS-TOT-DEUDOR-SIN-ACU TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'INTERES DEUDOR TOTAL COBRADO' TO WS-RI-ETIQUETA
           MOVE WS-TOT-MONTO-DEUDOR TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
           PERFORM 3210-REPORTE-TRAMO
              VARYING WS-TI-IDX FROM 1 BY 1
              UNTIL WS-TI-IDX > WS-TI-CANT
