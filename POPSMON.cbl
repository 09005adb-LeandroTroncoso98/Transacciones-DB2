      * CONTADORES DEL REPORTE.
       77 WS-TOT-PROGRAMAS         PIC 9(9) COMP VALUE 0.
       77 WS-TOT-PENDIENTES        PIC 9(9) COMP VALUE 0.
       77 WS-TOT-EN-DIFERENCIA     PIC 9(9) COMP VALUE 0.
       77 WS-TOT-INCONSISTENTES    PIC 9(9) COMP VALUE 0.
       77 WS-TOT-MAYOR-DIFER       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-RAZONES           PIC 9(9) COMP VALUE 0.

      * LINEAS DEL REPORTE.
           MOVE ESTADO-PROCESO OF DCLCONTROL TO WS-RP-ESTADO
           MOVE ULT-REG-COMMIT OF DCLCONTROL TO WS-RP-COMMIT
           MOVE ULT-REG-ERROR OF DCLCONTROL TO WS-RP-ERROR
           EVALUATE ESTADO-PROCESO OF DCLCONTROL
              WHEN 'P'
                 ADD 1 TO WS-TOT-PENDIENTES
                 MOVE '*** REQUIERE REINICIO O SIGUE CORRIENDO'
                      TO WS-RP-OBS
              WHEN 'D'
                 ADD 1 TO WS-TOT-EN-DIFERENCIA
                 MOVE '*** EN DIFERENCIA: BLOQUEA EL CIERRE'
                      TO WS-RP-OBS
              WHEN 'I'
                 ADD 1 TO WS-TOT-INCONSISTENTES
                 MOVE '*** INCONSISTENTE: BLOQUEA EL CIERRE'
                      TO WS-RP-OBS
              WHEN 'M'
                 ADD 1 TO WS-TOT-MAYOR-DIFER
                 MOVE '*** MAYOR DESCUADRADO: BLOQUEA CIERRE'
                      TO WS-RP-OBS
              WHEN OTHER
                 MOVE SPACES TO WS-RP-OBS
           END-EVALUATE
           WRITE REG-REPORTE FROM WS-REP-DET-PROC
           PERFORM 2050-FETCH-PROCESO.

           MOVE 'PROCESOS EN ESTADO PENDIENTE' TO WS-RC-ETIQUETA
           MOVE WS-TOT-PENDIENTES TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'PROCESOS DE CONTROL EN DIFERENCIA' TO WS-RC-ETIQUETA
           MOVE WS-TOT-EN-DIFERENCIA TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'PROCESOS CON INCONSISTENCIAS CRITICAS'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-INCONSISTENTES TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'MAYOR Y AUXILIAR DE CLIENTES EN DIFERENCIA'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-MAYOR-DIFER TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'RAZONES DE RECHAZO DISTINTAS AYER' TO WS-RC-ETIQUETA
           MOVE WS-TOT-RAZONES TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
