          10 MONEDA                PIC X(3).
          10 TOT-MONTO             PIC S9(13)V99 COMP-3.
          10 COD-BANCO-TXT         PIC X(3).
      * POSICION DEL DIA TAL COMO QUEDA EN TRX.LIQUIDACION_BCO (UNA
      * FILA POR FECHA, ENTIDAD Y MONEDA, RETENIDAS INCLUIDAS), PARA
      * QUE LA PROYECCION DE LIQUIDEZ (PPROLIQ) COMPARE CONTRA LO
      * EFECTIVAMENTE LIQUIDADO EN LOS ULTIMOS DIAS.
          10 LIQ-FECHA             PIC X(10).
          10 LIQ-ENTIDAD           PIC S9(4) COMP.
          10 LIQ-ENVIADO           PIC S9(13)V99 COMP-3.
          10 LIQ-RECIBIDO          PIC S9(13)V99 COMP-3.
          10 LIQ-NETO              PIC S9(13)V99 COMP-3.
          10 LIQ-RETENIDA          PIC X.
           EXEC SQL END DECLARE SECTION
           END-EXEC.

          05 FILLER                PIC X(8) VALUE SPACES.

      * CONSULTA ARMADA DINAMICAMENTE EN 2210-ARMAR-CONSULTA, UNA VEZ
      * POR SENTIDO (ENVIADO HACIA LA ENTIDAD / RECIBIDO DESDE ELLA /
      * CREDITOS ENTRANTES QUE PDEVSUS LE DEVOLVIO EN EL DIA /
      * CREDITOS ENTRANTES QUE PDBENT DEJO EN SUSPENSO).
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 WS-SQL-TEXT              PIC X(400).
           EXEC SQL END DECLARE SECTION
       77 WS-SENTIDO               PIC X.
          88 WS-SENTIDO-ENVIADO    VALUE 'E'.
          88 WS-SENTIDO-RECIBIDO   VALUE 'R'.
          88 WS-SENTIDO-DEVOLUCION VALUE 'V'.
          88 WS-SENTIDO-SUSPENSO   VALUE 'S'.
      * LAS DEVOLUCIONES SALEN HACIA LA ENTIDAD: SUMAN AL ENVIADO.
          88 WS-SENTIDO-SALIENTE   VALUE 'E' 'V'.

      * DECLARAMOS EL CURSOR QUE RECORRE TODAS LAS ENTIDADES BANCARIAS.
           EXEC SQL DECLARE CUR_BCO CURSOR FOR
           MOVE REG-F-ANIO TO WS-TSI-ANIO WS-TSF-ANIO WS-RP-ANIO
           MOVE REG-F-MES  TO WS-TSI-MES WS-TSF-MES WS-RP-MES
           MOVE REG-F-DIA  TO WS-TSI-DIA WS-TSF-DIA WS-RP-DIA
           MOVE WS-TS-DIA-INI(1:10) TO LIQ-FECHA OF DCLAUX
           PERFORM 1800-BORRAR-POSICIONES
           OPEN OUTPUT LIQUID-FICH
           IF FS-LIQUID NOT = 00
              PERFORM 3300-STOP-PROGRAM
           WRITE REG-REPORTE FROM WS-REP-CABECERA
           WRITE REG-REPORTE FROM WS-REP-GUIONES.

      ***************************************************************
      * LAS POSICIONES DEL DIA SE REEMPLAZAN COMPLETAS: UNA          *
      * RE-EJECUCION DE LA MISMA FECHA BORRA LAS QUE HAYA DEJADO LA  *
      * CORRIDA ANTERIOR Y LAS VUELVE A GRABAR, IGUAL QUE EL ARCHIVO *
      * LIQUIDA, QUE SE ABRE EN OUTPUT.                              *
      ***************************************************************
       1800-BORRAR-POSICIONES.
           EXEC SQL
                DELETE FROM TRX.LIQUIDACION_BCO
                WHERE FECHA = :DCLAUX.LIQ-FECHA
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              EXEC SQL ROLLBACK END-EXEC
              PERFORM 3300-STOP-PROGRAM
           END-IF.

      ***************************************************************
      * RECORREMOS TODAS LAS ENTIDADES BANCARIAS Y, PARA CADA UNA,   *
      * SUMAMOS EL BRUTO ENVIADO HACIA ELLA Y EL RECIBIDO DESDE ELLA *
           PERFORM 2200-SUMAR-SENTIDO
           MOVE 'R' TO WS-SENTIDO
           PERFORM 2200-SUMAR-SENTIDO
           MOVE 'V' TO WS-SENTIDO
           PERFORM 2200-SUMAR-SENTIDO
           MOVE 'S' TO WS-SENTIDO
           PERFORM 2200-SUMAR-SENTIDO
           IF WS-PM-CANT = 0
              MOVE ID-BANCO OF DCLBANCO TO WS-RS-ID-BANCO
              MOVE DESCRIPCION-TEXT OF DCLBANCO TO WS-RS-DESCRIPCION

      ***************************************************************
      * ARMA LA CONSULTA DEL SENTIDO ACTUAL: ENVIADO = EL RECEPTOR   *
      * PERTENECE A LA ENTIDAD Y EL EMISOR NO; RECIBIDO, AL REVES,   *
      * SIN LAS REAPLICACIONES DE PMNTSUS (VER 2225).                *
      * SE SUMA EL MONTO DE LA OPERACION (SIN NUESTRA COMISION, QUE  *
      * NO VIAJA A LA OTRA ENTIDAD).                                 *
      ***************************************************************
       2210-ARMAR-CONSULTA.
           MOVE SPACES TO WS-SQL-TEXT
           MOVE 1 TO WS-SQL-PTR
           EVALUATE TRUE
              WHEN WS-SENTIDO-DEVOLUCION
                 PERFORM 2220-ARMAR-CONSULTA-DEVOL
              WHEN WS-SENTIDO-SUSPENSO
                 PERFORM 2225-ARMAR-CONSULTA-SUSP
              WHEN OTHER
                 PERFORM 2215-ARMAR-CONSULTA-TRX
           END-EVALUATE.

       2215-ARMAR-CONSULTA-TRX.
           STRING 'SELECT MONEDA, COALESCE(SUM(MONTO), 0) '
                    DELIMITED BY SIZE
                  'FROM TRX.TRANSACCION T WHERE '
                    DELIMITED BY SIZE
              INTO WS-SQL-TEXT
              WITH POINTER WS-SQL-PTR
                     ''' AND SUBSTR(CBU_RECEPTOR, 1, 3) <> '''
                       DELIMITED BY SIZE
                     COD-BANCO-TXT OF DCLAUX DELIMITED BY SIZE
                     ''' AND NOT EXISTS (SELECT 1 '
                       DELIMITED BY SIZE
                     'FROM TRX.CREDITO_SUSPENSO S '
                       DELIMITED BY SIZE
                     'WHERE S.ID_TRX_APLICADO = T.ID_TRX)'
                       DELIMITED BY SIZE
                 INTO WS-SQL-TEXT
                 WITH POINTER WS-SQL-PTR
              END-STRING
              WITH POINTER WS-SQL-PTR
           END-STRING.

      ***************************************************************
      * ARMA LA CONSULTA DE DEVOLUCIONES: LOS CREDITOS QUE LA        *
      * ENTIDAD NOS ENVIO Y QUE PDEVSUS LE DEVOLVIO EN EL DIA (COLA  *
      * TRX.CREDITO_SUSPENSO EN ESTADO 'D' CON FECHA_DEVOL DEL DIA). *
      ***************************************************************
       2220-ARMAR-CONSULTA-DEVOL.
           STRING 'SELECT MONEDA, COALESCE(SUM(MONTO), 0) '
                    DELIMITED BY SIZE
                  'FROM TRX.CREDITO_SUSPENSO WHERE ENTIDAD_ORIGEN = '
                    DELIMITED BY SIZE
                  COD-BANCO-TXT OF DCLAUX DELIMITED BY SIZE
                  ' AND ESTADO_SUSP = ''D'' AND FECHA_DEVOL = '''
                    DELIMITED BY SIZE
                  WS-TS-DIA-INI(1:10) DELIMITED BY SIZE
                  ''' GROUP BY MONEDA ORDER BY MONEDA'
                    DELIMITED BY SIZE
              INTO WS-SQL-TEXT
              WITH POINTER WS-SQL-PTR
           END-STRING.

      ***************************************************************
      * ARMA LA CONSULTA DE CREDITOS SUSPENDIDOS: LOS QUE LA ENTIDAD *
      * NOS ENVIO Y PDBENT DEJO EN TRX.CREDITO_SUSPENSO. LA CAMARA   *
      * LOS LIQUIDO EL DIA EN QUE LLEGARON, ASI QUE SUMAN AL         *
      * RECIBIDO DE ESE DIA (FECHA_HORA DEL CREDITO, LA MISMA QUE    *
      * PDBENT POSTEA COMO DIA_HORA CUANDO LO ACREDITA) EN CUALQUIER *
      * ESTADO; POR ESO 2215 NO VUELVE A SUMAR EL MOVIMIENTO CON QUE *
      * PMNTSUS LOS REAPLICA (ID_TRX_APLICADO).                      *
      ***************************************************************
       2225-ARMAR-CONSULTA-SUSP.
           STRING 'SELECT MONEDA, COALESCE(SUM(MONTO), 0) '
                    DELIMITED BY SIZE
                  'FROM TRX.CREDITO_SUSPENSO WHERE ENTIDAD_ORIGEN = '
                    DELIMITED BY SIZE
                  COD-BANCO-TXT OF DCLAUX DELIMITED BY SIZE
                  ' AND FECHA_HORA BETWEEN ''' DELIMITED BY SIZE
                  WS-TS-DIA-INI DELIMITED BY SIZE
                  ''' AND ''' DELIMITED BY SIZE
                  WS-TS-DIA-FIN DELIMITED BY SIZE
                  ''' GROUP BY MONEDA ORDER BY MONEDA'
                    DELIMITED BY SIZE
              INTO WS-SQL-TEXT
              WITH POINTER WS-SQL-PTR
           END-STRING.

      ***************************************************************
      * ACUMULA LA FILA (MONEDA, MONTO) DEL SENTIDO ACTUAL EN LA     *
      * TABLA DE POSICIONES DE LA ENTIDAD Y TRAE LA SIGUIENTE.       *
       2300-ACUMULAR-MONEDA.
           PERFORM 2310-BUSCAR-MONEDA
           IF WS-PM-ENCONTRADA-S
              IF WS-SENTIDO-SALIENTE
                 ADD TOT-MONTO OF DCLAUX
                                TO WS-PM-ENVIADO(WS-PM-BUSCAR-IDX)
              ELSE
                 MOVE MONEDA OF DCLAUX TO WS-PM-CODIGO(WS-PM-CANT)
                 MOVE ZEROS TO WS-PM-ENVIADO(WS-PM-CANT)
                 MOVE ZEROS TO WS-PM-RECIBIDO(WS-PM-CANT)
                 IF WS-SENTIDO-SALIENTE
                    MOVE TOT-MONTO OF DCLAUX
                                   TO WS-PM-ENVIADO(WS-PM-CANT)
                 ELSE
           WRITE REG-REPORTE FROM WS-REP-DETALLE
           IF WS-ENT-RETENIDA-S
              WRITE REG-REPORTE FROM WS-REP-RETENIDO
           END-IF
           PERFORM 2450-REGISTRAR-POSICION.

      ***************************************************************
      * GRABA LA POSICION EN TRX.LIQUIDACION_BCO. SE CONFIRMA CON EL *
      * CIERRE DEL PASO (3400), ASI UNA CAIDA NO DEJA EL DIA A       *
      * MEDIAS Y LA RE-EJECUCION LO VUELVE A ARMAR ENTERO.           *
      ***************************************************************
       2450-REGISTRAR-POSICION.
           MOVE ID-BANCO OF DCLBANCO TO LIQ-ENTIDAD OF DCLAUX
           MOVE WS-PM-CODIGO(WS-PM-IDX) TO MONEDA OF DCLAUX
           MOVE WS-PM-ENVIADO(WS-PM-IDX) TO LIQ-ENVIADO OF DCLAUX
           MOVE WS-PM-RECIBIDO(WS-PM-IDX) TO LIQ-RECIBIDO OF DCLAUX
           MOVE WS-NETO TO LIQ-NETO OF DCLAUX
           MOVE WS-ENT-RETENIDA TO LIQ-RETENIDA OF DCLAUX
           EXEC SQL
                INSERT INTO TRX.LIQUIDACION_BCO
                       (FECHA, ENTIDAD, MONEDA, ENVIADO, RECIBIDO,
                        NETO, RETENIDA)
                VALUES (:DCLAUX.LIQ-FECHA,
                        :DCLAUX.LIQ-ENTIDAD,
                        :DCLAUX.MONEDA,
                        :DCLAUX.LIQ-ENVIADO,
                        :DCLAUX.LIQ-RECIBIDO,
                        :DCLAUX.LIQ-NETO,
                        :DCLAUX.LIQ-RETENIDA)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              EXEC SQL ROLLBACK END-EXEC
              PERFORM 3300-STOP-PROGRAM
           END-IF.

      ********************************************************
