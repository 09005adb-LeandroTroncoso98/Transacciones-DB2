       77 WS-TOT-BLOQUEOS         PIC 9(9) COMP VALUE 0.
       77 WS-TOT-ERRORES          PIC 9(9) COMP VALUE 0.
       77 WS-TOT-EN-COLA          PIC 9(9) COMP VALUE 0.
       77 WS-TOT-PEND-RECH        PIC 9(9) COMP VALUE 0.
       77 WS-TOT-SUSP-LIBERADOS   PIC 9(9) COMP VALUE 0.

      * LINEAS DEL REPORTE.
       01 WS-REP-GUIONES          PIC X(80) VALUE ALL '-'.
          05 WS-FH-DIA             PIC 99.
       77 WS-FECHA-SIN-TOPE        PIC X(10) VALUE '9999-12-31'.

      * PATRON CON EL QUE VERILST ABRE LOS CASOS DE LISTA DE CONTROL.
       77 WS-PATRON-LISTA          PIC X(8) VALUE 'LISTA'.

      * REFERENCIA DEL BLOQUEO GENERADO POR EL CASO CONFIRMADO.
       01 WS-REF-CASO.
          05 FILLER                PIC X(5) VALUE 'CASO '.
           IF WS-ERROR-N AND REG-DISP-CONFIRMA
              PERFORM 2400-BLOQUEAR-CBU
           END-IF
           IF WS-ERROR-N AND COD-PATRON OF DCLCASO = WS-PATRON-LISTA
              PERFORM 2500-RESOLVER-RETENCIONES
           END-IF
           IF WS-ERROR-N
              PERFORM 2960-ACUMULAR-DECISION
           ELSE
              ADD 1 TO WS-TOT-BLOQUEOS
           END-IF.

      ***************************************************************
      * CASO DE LISTA DE CONTROL: LAS OPERACIONES RETENIDAS CON EL   *
      * CASO SIGUEN SU DISPOSICION. CONFIRMADO, LAS TRANSFERENCIAS   *
      * DE TRX.TRX_PENDIENTE SE RECHAZAN (EL DINERO NUNCA SALIO) Y   *
      * LOS CREDITOS EN SUSPENSO QUEDAN CONGELADOS EN 'L'. DESCAR-   *
      * TADO, LAS PENDIENTES QUEDAN PARA QUE PAUTTRX LAS APRUEBE Y   *
      * LOS CREDITOS VUELVEN A SUSPENSO ('S') DESDE HOY, PARA QUE    *
      * OPERACIONES LOS REAPLIQUE (PMNTSUS) O VENZAN (PDEVSUS).      *
      * ESCALADO, TODO SIGUE RETENIDO HASTA LA DECISION FINAL.       *
      ***************************************************************
       2500-RESOLVER-RETENCIONES.
           EVALUATE TRUE
              WHEN REG-DISP-CONFIRMA
                 EXEC SQL
                      UPDATE TRX.TRX_PENDIENTE
                      SET ESTADO_PEND = 'R'
                      WHERE ID_CASO = :DCLCASO.ID-CASO
                        AND ESTADO_PEND = 'P'
                 END-EXEC
                 EVALUATE SQLCODE
                    WHEN 0
                       ADD SQLERRD(3) TO WS-TOT-PEND-RECH
                    WHEN 100
                       CONTINUE
                    WHEN OTHER
                       PERFORM 2990-CAMBIAR-DATOS-ERROR
                       MOVE SQLCODE TO WS-ENC-CODE
                       MOVE WS-ERROR-NCONTROL TO E-RAZON
                       MOVE '2500' TO E-PARRAFO
                       PERFORM 2995-ESCRIBIR-ERROR
                       MOVE 'S' TO WS-ERROR
                 END-EVALUATE
              WHEN REG-DISP-DESCARTA
                 EXEC SQL
                      UPDATE TRX.CREDITO_SUSPENSO
                      SET ESTADO_SUSP = 'S',
                          FECHA_INGRESO = :WS-FECHA-HOY
                      WHERE ID_CASO = :DCLCASO.ID-CASO
                        AND ESTADO_SUSP = 'L'
                 END-EXEC
                 EVALUATE SQLCODE
                    WHEN 0
                       ADD SQLERRD(3) TO WS-TOT-SUSP-LIBERADOS
                    WHEN 100
                       CONTINUE
                    WHEN OTHER
                       PERFORM 2990-CAMBIAR-DATOS-ERROR
                       MOVE SQLCODE TO WS-ENC-CODE
                       MOVE WS-ERROR-NCONTROL TO E-RAZON
                       MOVE '2510' TO E-PARRAFO
                       PERFORM 2995-ESCRIBIR-ERROR
                       MOVE 'S' TO WS-ERROR
                 END-EVALUATE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      ***************************************************************
      * ENVEJECIMIENTO DE LA COLA: LOS CASOS QUE SIGUEN SIN DECISION *
      * DESPUES DE APLICAR EL LOTE, DEL MAS VIEJO AL MAS NUEVO, PARA *
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-BLOQUEOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'PENDIENTES RECHAZADAS POR CASO DE LISTA'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-PEND-RECH TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'CREDITOS LIBERADOS A SUSPENSO' TO WS-RC-ETIQUETA
           MOVE WS-TOT-SUSP-LIBERADOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'DECISIONES CON ERROR' TO WS-RC-ETIQUETA
           MOVE WS-TOT-ERRORES TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
