                      TO WS-RD-RESULTADO
                 MOVE 'CORRIENDO' TO WS-RD-RESULTADO(39:)
                 PERFORM 2200-OBSERVAR-PASO
      * UN PASO DE CONTROL (POR EJEMPLO LA CONCILIACION CON LA
      * CAMARA DE PCONCAM) QUE TERMINO CON DIFERENCIAS QUEDA EN 'D':
      * EL DIA NO CIERRA HASTA QUE SE RESUELVAN Y EL PASO SE VUELVA
      * A CORRER.
              WHEN ESTADO-PROCESO OF DCLCONTROL = 'D'
                 MOVE 'EN DIFERENCIA: REQUIERE RESOLUCION DE '
                      TO WS-RD-RESULTADO
                 MOVE 'TESORERIA' TO WS-RD-RESULTADO(39:)
                 PERFORM 2200-OBSERVAR-PASO
      * EL CONTROL DE INTEGRIDAD REFERENCIAL (PINTEGR) QUE ENCONTRO
      * INCONSISTENCIAS CRITICAS QUEDA EN 'I': EL DIA NO CIERRA HASTA
      * QUE SE CORRIJAN LOS DATOS Y EL CONTROL SE VUELVA A CORRER.
              WHEN ESTADO-PROCESO OF DCLCONTROL = 'I'
                 MOVE 'INCONSISTENCIAS CRITICAS: REQUIERE REVISION'
                      TO WS-RD-RESULTADO
                 PERFORM 2200-OBSERVAR-PASO
      * LA PRUEBA DEL MAYOR CONTRA EL AUXILIAR (PCONMAY) QUE NO
      * CUADRO QUEDA EN 'M': EL DIA NO CIERRA HASTA QUE CONTADURIA
      * RESUELVA LAS DIFERENCIAS O LAS ACEPTE Y EL PASO SE VUELVA A
      * CORRER.
              WHEN ESTADO-PROCESO OF DCLCONTROL = 'M'
                 MOVE 'MAYOR Y AUXILIAR NO CIERRAN: REQUIERE '
                      TO WS-RD-RESULTADO
                 MOVE 'CONTADURIA' TO WS-RD-RESULTADO(39:)
                 PERFORM 2200-OBSERVAR-PASO
              WHEN IND-FECHA = -1 OR IND-SELLO = -1
                 MOVE 'SIN FECHA O SELLO DE CIERRE REGISTRADOS'
                      TO WS-RD-RESULTADO
