      * MARCA DE REPETICION DEL LAYOUT COMPARTIDO CON PDBTRX: ACA
      * NO APLICA Y VIAJA EN BLANCO.
          05 E-MARCA-REPETIR      PIC X(1).
      * CONCEPTO Y REFERENCIA DE LA PENDIENTE RECHAZADA.
          05 E-CONCEPTO           PIC X(3).
          05 E-REFERENCIA         PIC X(30).

      * REPORTE DE AUTORIZACIONES: LA COLA PENDIENTE AL INICIO DE LA
      * CORRIDA Y LOS TOTALES DE LO DECIDIDO.
          05 I-FECHA-HORA         PIC X(26).
          05 I-MONTO              PIC 9(13)V99.
          05 I-MONEDA             PIC X(3).
          05 I-CONCEPTO           PIC X(3).
          05 I-REFERENCIA         PIC X(30).
          05 I-CUIT-EMISOR        PIC X(11).

       WORKING-STORAGE SECTION.


       77 WS-COMISION             PIC 9(8)V99.
       77 WS-MONTO-TOTAL          PIC 9(13)V99.
      * PLAN PROMOCIONAL DE COMISION DEL EMISOR VIGENTE AL DIA DE
      * POSTEO, CON LOS MISMOS CRITERIOS QUE PDBTRX (VER 2315): LO
      * BONIFICADO QUEDA EN WS-COMISION-BONIF Y VIAJA CON SU PLAN A
      * TRX.TRANSACCION; WS-PLAN-CONSUME MARCA QUE SALIO DEL CUPO
      * MENSUAL Y HAY QUE SUMAR EL CONSUMO AL POSTEAR (VER 2610).
       77 WS-COMISION-BONIF       PIC 9(8)V99.
       77 WS-COMISION-PLAN        PIC 9(8)V99.
       77 WS-PLAN-HALLADO         PIC X VALUE 'N'.
          88 WS-PLAN-HALLADO-N    VALUE 'N'.
          88 WS-PLAN-HALLADO-S    VALUE 'S'.
       77 WS-PLAN-CONSUME         PIC X VALUE 'N'.
          88 WS-PLAN-CONSUME-N    VALUE 'N'.
          88 WS-PLAN-CONSUME-S    VALUE 'S'.

      * VARIABLES SUB-PROG VERINOT: LA APROBACION AVISA AL CLIENTE
      * EL DEBITO Y EL CREDITO, Y EL RECHAZO SU MOTIVO, IGUAL QUE
      * PDBTRX CUANDO POSTEA O RECHAZA (VER 2695).
       77 WS-SVERINOT              PIC X(08) VALUE 'VERINOT'.
       77 WS-NOT-TIPO              PIC X(3).
       77 WS-NOT-CBU               PIC X(22).
       77 WS-NOT-FECHA             PIC X(10).
       77 WS-NOT-MONTO             PIC 9(13)V99.
       77 WS-NOT-ID-REF            PIC 9(9).
       77 WS-NOT-DETALLE           PIC X(36).
       77 WS-NOT-PROGRAMA          PIC X(8) VALUE 'PAUTTRX'.
       77 WS-NOT-RESULTADO         PIC X.
          88 WS-NOT-RESULTADO-E    VALUE 'E'.
       77 WS-NOT-SQLCODE           PIC S9(9) COMP.

      * CONTADORES PARA EL REPORTE.
       77 WS-TOT-LEIDAS           PIC 9(9) COMP VALUE 0.
       77 WS-TOT-RECH-POST        PIC 9(9) COMP VALUE 0.
       77 WS-TOT-ERRORES          PIC 9(9) COMP VALUE 0.
       77 WS-TOT-EN-COLA          PIC 9(9) COMP VALUE 0.
       77 WS-TOT-CASO-ABIERTO     PIC 9(9) COMP VALUE 0.
       77 WS-TOT-DERIV-EXPOS      PIC 9(9) COMP VALUE 0.
       77 WS-TOT-MONTO-APROB      PIC 9(15)V99 COMP-3 VALUE 0.

      * LINEAS DEL REPORTE.
          05 FILLER               PIC X(24) VALUE 'CBU EMISOR'.
          05 FILLER               PIC X(5) VALUE 'MON'.
          05 FILLER               PIC X(19) VALUE 'MONTO'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X(12) VALUE 'MOTIVO'.
          05 FILLER               PIC X(6) VALUE SPACES.
       01 WS-REP-DETALLE.
          05 WS-RD-ID             PIC ZZZZZZZZ9.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-RD-MONEDA         PIC X(5).
          05 WS-RD-MONTO          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-RD-MOTIVO         PIC X(12).
          05 FILLER               PIC X(6) VALUE SPACES.
       01 WS-REP-CONTADOR.
          05 WS-RC-ETIQUETA       PIC X(45).
          05 WS-RC-VALOR          PIC ZZZ,ZZZ,ZZ9.
      * VUELVE A CONTROLAR EMBARGOS IGUAL QUE PDBTRX, PORQUE ENTRE
      * LA DERIVACION Y LA DECISION PUDO LLEGAR UNA ORDEN JUDICIAL.
           EXEC SQL INCLUDE TRXBLQ END-EXEC.
      * DCLGEN DEL REGISTRO DE BENEFICIARIOS: UNA PENDIENTE APROBADA
      * Y POSTEADA REGISTRA SU RECEPTOR IGUAL QUE UN POSTEO DE PDBTRX.
           EXEC SQL INCLUDE TRXBEN END-EXEC.
      * DCLGEN DE LOS CASOS DE SOSPECHA: UNA PENDIENTE RETENIDA POR
      * LISTA DE CONTROL SOLO SE APRUEBA CON EL CASO DESCARTADO.
           EXEC SQL INCLUDE TRXCASO END-EXEC.
      * DCLGEN DE LOS LIMITES DE DEUDOR NETO POR ENTIDAD Y MONEDA
      * (VER PMNTBCO): UNA INTERBANCARIA APROBADA SE VUELVE A MEDIR
      * CONTRA EL LIMITE DE SU ENTIDAD EN EL DIA DE POSTEO.
           EXEC SQL INCLUDE TRXBLM END-EXEC.
      * DCLGEN DE LOS PLANES PROMOCIONALES DE COMISION, DE SU
      * ASIGNACION A CBU Y DEL CONSUMO MENSUAL DE LOS PLANES CON
      * CUPO (VER PMNTPLN): LA APROBADA SE COBRA CON EL PLAN DEL
      * EMISOR IGUAL QUE UN POSTEO DE PDBTRX.
           EXEC SQL INCLUDE TRXPLN END-EXEC.
           EXEC SQL INCLUDE TRXPLC END-EXEC.
           EXEC SQL INCLUDE TRXCSP END-EXEC.
           EXEC SQL BEGIN DECLARE SECTION
           END-EXEC.
       01 DCLAUXILIAR.
          10 AUD-PARRAFO           PIC X(4).
          10 CANT-BLQ-TOTAL        PIC S9(4) USAGE COMP.
          10 MONTO-RESERVADO       PIC S9(13)V99 COMP-3.
          10 LIMITE-ACUERDO        PIC S9(13)V99 COMP-3.
          10 FECHA-TRX             PIC X(10).
          10 ACUM-DIARIO           PIC S9(13)V99 COMP-3.
      * POSICION DEL DIA DE POSTEO CONTRA LA ENTIDAD DESTINO, CON LOS
      * MISMOS CRITERIOS QUE PSETBCO Y PDBTRX (VER 2160).
          10 EXP-COD-BANCO         PIC X(3).
          10 EXP-ENTIDAD           PIC S9(4) USAGE COMP.
          10 EXP-ENVIADO           PIC S9(13)V99 COMP-3.
          10 EXP-RECIBIDO          PIC S9(13)V99 COMP-3.
          10 EXP-DEVUELTO          PIC S9(13)V99 COMP-3.
          10 EXP-SUSPENSO          PIC S9(13)V99 COMP-3.
      * PERIODO AAAAMM DEL DIA DE POSTEO, PARA EL CUPO MENSUAL DEL
      * PLAN.
          10 PLAN-PERIODO          PIC X(6).
      * VENTANA DEL DIA DE POSTEO PARA EL TOPE DIARIO, CON EL MISMO
      * RELLENO BYTE A BYTE QUE EL FORMATO REAL DE DIA_HORA.
       01 WS-TS-DIA-INI.
          05 WS-TSF-FECHA          PIC X(10).
          05 FILLER                PIC X(8) VALUE '23:59:59'.
          05 FILLER                PIC X(8) VALUE SPACES.
      * VENTANA EN LA QUE UN CBU CUENTA COMO BENEFICIARIO DE NOMINA
      * (VER 2317): DESDE EL PRIMER DIA DEL MES ANTERIOR AL DE
      * POSTEO HASTA EL FIN DEL DIA DE POSTEO.
       01 WS-TS-NOM-INI.
          05 WS-TSNOM-I-ANIO       PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-TSNOM-I-MES        PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 FILLER                PIC XX VALUE '01'.
          05 FILLER                PIC X(8) VALUE '00:00:00'.
          05 FILLER                PIC X(8) VALUE SPACES.
       01 WS-TS-NOM-FIN.
          05 WS-TSNOM-F-FECHA      PIC X(10).
          05 FILLER                PIC X(8) VALUE '23:59:59'.
          05 FILLER                PIC X(8) VALUE SPACES.
           EXEC SQL END DECLARE SECTION
           END-EXEC.

      * SALDO DISPONIBLE DEL EMISOR (SALDO MENOS RESERVAS DE
      * EMBARGO MAS ACUERDO EN DESCUBIERTO) Y ACUMULADO DEL DIA PARA
      * EL TOPE DIARIO, IGUAL QUE EN PDBTRX.
       77 WS-SALDO-DISPONIBLE      PIC S9(13)V99.
       77 WS-ACUM-TOTAL-DIA        PIC 9(15)V99 COMP-3.

      * LA APROBADA SUPERARIA EL LIMITE DE DEUDOR NETO DEL DIA CONTRA
      * SU ENTIDAD: NO SE POSTEA Y QUEDA EN LA COLA CON MOTIVO 'X'
      * PARA QUE LA LIBERE TESORERIA (VER 2160).
       77 WS-DERIV-EXPOS           PIC X VALUE 'N'.
          88 WS-DERIV-EXPOS-N      VALUE 'N'.
          88 WS-DERIV-EXPOS-S      VALUE 'S'.
       77 WS-ENTIDAD-RECEPTOR      PIC 9(3).
       77 WS-EXP-USADO             PIC S9(15)V99 COMP-3 VALUE 0.

      * FECHA Y HORA DE POSTEO, TOMADAS DEL RELOJ DEL SISTEMA COMO
      * HACE PTRXREV CON SUS REVERSOS: LA TRANSACCION APROBADA SE
      * REGISTRA Y MUEVE SALDOS EL DIA DE LA APROBACION (EL MOMENTO
             10 FILLER             PIC X VALUE '-'.
             10 WS-DHP-DIA         PIC 99.
          05 WS-DHP-HORA           PIC X(16).
      * MOMENTO DE ALTA DEL BENEFICIARIO DE UNA APROBADA, EN EL
      * FORMATO DE DIA_HORA (HH:MM:SS) CON EL QUE PDBTRX COMPARA EL
      * PERIODO DE ESPERA.
       01 WS-FECHA-ALTA-BENEF.
          05 WS-FAB-FECHA          PIC X(10).
          05 WS-FAB-HH             PIC 99.
          05 FILLER                PIC X VALUE ':'.
          05 WS-FAB-MI             PIC 99.
          05 FILLER                PIC X VALUE ':'.
          05 WS-FAB-SS             PIC 99.
          05 FILLER                PIC X(8) VALUE SPACES.

      * CONTROL DE COMMITS Y REINICIO (VER TRX.CONTROL_PROCESO).
       77 WS-PROGRAMA              PIC X(8) VALUE 'PAUTTRX'.
      * CURSOR DE LA COLA DE AUTORIZACIONES PENDIENTES, PARA EL
      * LISTADO DEL INICIO DEL REPORTE.
           EXEC SQL DECLARE CUR_PEND CURSOR FOR
                SELECT ID_PENDIENTE, CBU_EMISOR, MONTO, MONEDA,
                       COALESCE(MOTIVO_PEND, 'U')
                FROM TRX.TRX_PENDIENTE
                WHERE ESTADO_PEND = 'P'
                ORDER BY ID_PENDIENTE

      ***************************************************************
      * FECHA Y HORA DE POSTEO DE LA CORRIDA, Y LAS VENTANAS QUE DE  *
      * ELLA DEPENDEN (TOPE DIARIO, VIGENCIA DE EMBARGOS Y DE       *
      * PLANES DE COMISION, Y PERIODO DEL CUPO DEL PLAN).            *
      ***************************************************************
       1350-FIJAR-FECHA-POSTEO.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-HORA-SISTEMA TO WS-DHP-HORA
           MOVE WS-DHP-FECHA TO WS-TSI-FECHA
           MOVE WS-DHP-FECHA TO WS-TSF-FECHA
           MOVE WS-DHP-FECHA TO FECHA-TRX OF DCLAUXILIAR
           MOVE WS-DHP-FECHA TO WS-FAB-FECHA
           MOVE WS-HORA-SISTEMA(1:2) TO WS-FAB-HH
           MOVE WS-HORA-SISTEMA(3:2) TO WS-FAB-MI
           MOVE WS-HORA-SISTEMA(5:2) TO WS-FAB-SS
           MOVE WS-FS-ANIO TO PLAN-PERIODO OF DCLAUXILIAR(1:4)
           MOVE WS-FS-MES TO PLAN-PERIODO OF DCLAUXILIAR(5:2)
           IF WS-FS-MES = 1
              COMPUTE WS-TSNOM-I-ANIO = WS-FS-ANIO - 1
              END-COMPUTE
              MOVE 12 TO WS-TSNOM-I-MES
           ELSE
              MOVE WS-FS-ANIO TO WS-TSNOM-I-ANIO
              COMPUTE WS-TSNOM-I-MES = WS-FS-MES - 1
              END-COMPUTE
           END-IF
           MOVE WS-DHP-FECHA TO WS-TSNOM-F-FECHA.

      ***************************************************************
      * RECUPERAMOS EL PUNTO DE REINICIO DE TRX.CONTROL_PROCESO, DE  *
                INTO :DCLPENDIENTE.ID-PENDIENTE,
                     :DCLPENDIENTE.CBU-EMISOR,
                     :DCLPENDIENTE.MONTO,
                     :DCLPENDIENTE.MONEDA,
                     :DCLPENDIENTE.MOTIVO-PEND
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
           MOVE CBU-EMISOR OF DCLPENDIENTE TO WS-RD-CBU
           MOVE MONEDA OF DCLPENDIENTE TO WS-RD-MONEDA
           MOVE MONTO OF DCLPENDIENTE TO WS-RD-MONTO
           EVALUATE MOTIVO-PEND OF DCLPENDIENTE
              WHEN 'B'
                 MOVE 'BENEF. NUEVO' TO WS-RD-MOTIVO
              WHEN 'L'
                 MOVE 'LISTA CTRL' TO WS-RD-MOTIVO
              WHEN 'X'
                 MOVE 'EXPOSICION' TO WS-RD-MOTIVO
              WHEN OTHER
                 MOVE 'UMBRAL' TO WS-RD-MOTIVO
           END-EVALUATE
           WRITE REG-REPORTE FROM WS-REP-DETALLE
           PERFORM 1650-FETCH-PENDIENTE.

      ***************************************************************
       2000-PROCESAMIENTO.
           MOVE 'N' TO WS-ERROR
           MOVE 'N' TO WS-DERIV-EXPOS
           ADD 1 TO WS-NUM-REGISTRO
           ADD 1 TO WS-TOT-LEIDAS
           PERFORM 2100-BUSCAR-PENDIENTE
           IF WS-ERROR-N
              EVALUATE TRUE
                 WHEN REG-DEC-APRUEBA
                    PERFORM 2150-VERIFICAR-CASO-LISTA
                    IF WS-ERROR-N
                       AND ES-INTERB OF DCLPENDIENTE = 'S'
                       AND MOTIVO-PEND OF DCLPENDIENTE NOT = 'X'
                       PERFORM 2160-VERIFICAR-EXPOSICION
                    END-IF
                    IF WS-ERROR-N AND WS-DERIV-EXPOS-N
                       PERFORM 2200-APLICAR-APROBADA
                    END-IF
                 WHEN REG-DEC-RECHAZA
                    PERFORM 2700-RECHAZAR-PENDIENTE
                 WHEN OTHER
           EXEC SQL
                SELECT DIA_HORA, MONTO, CBU_EMISOR, CBU_RECEPTOR,
                       MONEDA, ES_INTERB, ESTADO_PEND,
                       MONTO_ACREDITADO, COTIZACION_APLICADA,
                       CONCEPTO, REFERENCIA,
                       COALESCE(MOTIVO_PEND, 'U'), COALESCE(ID_CASO, 0)
                INTO :DCLPENDIENTE.DIA-HORA,
                     :DCLPENDIENTE.MONTO,
                     :DCLPENDIENTE.CBU-EMISOR,
                     :DCLPENDIENTE.ES-INTERB,
                     :DCLPENDIENTE.ESTADO-PEND,
                     :DCLPENDIENTE.MONTO-ACREDITADO,
                     :DCLPENDIENTE.COTIZACION-APLICADA,
                     :DCLPENDIENTE.CONCEPTO,
                     :DCLPENDIENTE.REFERENCIA,
                     :DCLPENDIENTE.MOTIVO-PEND,
                     :DCLPENDIENTE.ID-CASO
                FROM TRX.TRX_PENDIENTE
                WHERE ID_PENDIENTE = :DCLPENDIENTE.ID-PENDIENTE
           END-EXEC
                 MOVE ZEROS TO E-MONTO
                 MOVE SPACES TO E-PARRAFO
                 MOVE SPACES TO E-MARCA-REPETIR
                 MOVE SPACES TO E-CONCEPTO
                 MOVE SPACES TO E-REFERENCIA
                 MOVE 'PENDIENTE INEXISTENTE' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 PERFORM 2820-AUDITAR-RECHAZO
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

      ***************************************************************
      * UNA PENDIENTE RETENIDA POR LISTA DE CONTROL (MOTIVO 'L') NO  *
      * SE PUEDE APROBAR MIENTRAS CUMPLIMIENTO NO DESCARTE SU CASO   *
      * EN PDECSOS. LA DECISION SE INFORMA COMO ERROR Y LA PENDIENTE *
      * QUEDA EN LA COLA SIN RESOLVER; SI EL CASO SE CONFIRMA, LA    *
      * RECHAZA EL PROPIO PDECSOS.                                   *
      ***************************************************************
       2150-VERIFICAR-CASO-LISTA.
           IF MOTIVO-PEND OF DCLPENDIENTE = 'L'
              MOVE ID-CASO OF DCLPENDIENTE TO ID-CASO OF DCLCASO
              EXEC SQL
                   SELECT ESTADO_CASO
                   INTO :DCLCASO.ESTADO-CASO
                   FROM TRX.CASO_SOSPECHA
                   WHERE ID_CASO = :DCLCASO.ID-CASO
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    IF ESTADO-CASO OF DCLCASO NOT = 'D'
                       PERFORM 2800-CAMBIAR-DATOS-ERROR
                       MOVE 'CASO DE LISTA SIN DESCARTAR' TO E-RAZON
                       PERFORM 2805-ESCRIBIR-ERROR
                       PERFORM 2820-AUDITAR-RECHAZO
                       MOVE 'S' TO WS-ERROR
                       ADD 1 TO WS-TOT-CASO-ABIERTO
                    END-IF
                 WHEN 100
                    PERFORM 2800-CAMBIAR-DATOS-ERROR
                    MOVE 'CASO DE LISTA INEXISTENTE' TO E-RAZON
                    PERFORM 2805-ESCRIBIR-ERROR
                    PERFORM 2820-AUDITAR-RECHAZO
                    MOVE 'S' TO WS-ERROR
                 WHEN OTHER
                    PERFORM 2800-CAMBIAR-DATOS-ERROR
                    MOVE SQLCODE TO WS-ENC-CODE
                    MOVE WS-ERROR-NCONTROL TO E-RAZON
                    MOVE '2150' TO E-PARRAFO
                    PERFORM 2805-ESCRIBIR-ERROR
                    PERFORM 2820-AUDITAR-RECHAZO
                    MOVE 'S' TO WS-ERROR
              END-EVALUATE
           END-IF.

      ***************************************************************
      * LIMITE DE EXPOSICION POR ENTIDAD: ANTES DE POSTEAR UNA       *
      * INTERBANCARIA APROBADA SE MIDE LA POSICION NETA DEL DIA DE   *
      * POSTEO CONTRA SU ENTIDAD DESTINO Y MONEDA CON EL MISMO       *
      * CALCULO QUE PDBTRX 2360 Y PSETBCO (LO RECIBIDO INCLUYE LOS   *
      * CREDITOS SUSPENDIDOS EN EL DIA DE SU FECHA-HORA Y EXCLUYE SU *
      * REAPLICACION POR PMNTSUS). SI LA APROBADA LA                 *
      * LLEVARIA POR ENCIMA DEL LIMITE DE TRX.BANCO_LIMITE NO SE     *
      * POSTEA: SIGUE EN LA COLA, AHORA CON MOTIVO 'X', PARA QUE LA  *
      * LIBERE TESORERIA. LA APROBACION DE UNA PENDIENTE 'X' ES ESA  *
      * LIBERACION Y NO PASA POR ESTE CONTROL. SIN FILA DE LIMITE LA *
      * ENTIDAD NO TIENE TOPE EN ESA MONEDA.                         *
      ***************************************************************
       2160-VERIFICAR-EXPOSICION.
           MOVE CBU-RECEPTOR OF DCLPENDIENTE(1:3)
             TO WS-ENTIDAD-RECEPTOR
           MOVE WS-ENTIDAD-RECEPTOR TO ID-BANCO OF DCLBCOLIM
           MOVE MONEDA OF DCLPENDIENTE TO MONEDA OF DCLBCOLIM
           EXEC SQL
                SELECT LIMITE_DEUDOR
                INTO :DCLBCOLIM.LIMITE-DEUDOR
                FROM TRX.BANCO_LIMITE
                WHERE ID_BANCO = :DCLBCOLIM.ID-BANCO
                  AND MONEDA = :DCLBCOLIM.MONEDA
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 2162-SUMAR-POSICION
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2160' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 PERFORM 2820-AUDITAR-RECHAZO
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE
           IF WS-ERROR-N AND WS-DERIV-EXPOS-S
              PERFORM 2165-DERIVAR-TESORERIA
           END-IF.

       2162-SUMAR-POSICION.
           MOVE CBU-RECEPTOR OF DCLPENDIENTE(1:3)
             TO EXP-COD-BANCO OF DCLAUXILIAR
           MOVE WS-ENTIDAD-RECEPTOR TO EXP-ENTIDAD OF DCLAUXILIAR
           EXEC SQL
                SELECT COALESCE(SUM(MONTO), 0)
                INTO :DCLAUXILIAR.EXP-ENVIADO
                FROM TRX.TRANSACCION
                WHERE SUBSTR(CBU_RECEPTOR, 1, 3) =
                      :DCLAUXILIAR.EXP-COD-BANCO
                  AND SUBSTR(CBU_EMISOR, 1, 3) <>
                      :DCLAUXILIAR.EXP-COD-BANCO
                  AND MONEDA = :DCLBCOLIM.MONEDA
                  AND DIA_HORA BETWEEN :WS-TS-DIA-INI AND :WS-TS-DIA-FIN
           END-EXEC
           IF SQLCODE = 0
              EXEC SQL
                   SELECT COALESCE(SUM(MONTO), 0)
                   INTO :DCLAUXILIAR.EXP-RECIBIDO
                   FROM TRX.TRANSACCION T
                   WHERE SUBSTR(CBU_EMISOR, 1, 3) =
                         :DCLAUXILIAR.EXP-COD-BANCO
                     AND SUBSTR(CBU_RECEPTOR, 1, 3) <>
                         :DCLAUXILIAR.EXP-COD-BANCO
                     AND MONEDA = :DCLBCOLIM.MONEDA
                     AND DIA_HORA BETWEEN :WS-TS-DIA-INI
                                      AND :WS-TS-DIA-FIN
                     AND NOT EXISTS
                         (SELECT 1 FROM TRX.CREDITO_SUSPENSO S
                          WHERE S.ID_TRX_APLICADO = T.ID_TRX)
              END-EXEC
           END-IF
           IF SQLCODE = 0
              EXEC SQL
                   SELECT COALESCE(SUM(MONTO), 0)
                   INTO :DCLAUXILIAR.EXP-DEVUELTO
                   FROM TRX.CREDITO_SUSPENSO
                   WHERE ENTIDAD_ORIGEN = :DCLAUXILIAR.EXP-ENTIDAD
                     AND ESTADO_SUSP = 'D'
                     AND FECHA_DEVOL = :DCLAUXILIAR.FECHA-TRX
                     AND MONEDA = :DCLBCOLIM.MONEDA
              END-EXEC
           END-IF
           IF SQLCODE = 0
              EXEC SQL
                   SELECT COALESCE(SUM(MONTO), 0)
                   INTO :DCLAUXILIAR.EXP-SUSPENSO
                   FROM TRX.CREDITO_SUSPENSO
                   WHERE ENTIDAD_ORIGEN = :DCLAUXILIAR.EXP-ENTIDAD
                     AND MONEDA = :DCLBCOLIM.MONEDA
                     AND FECHA_HORA BETWEEN :WS-TS-DIA-INI
                                        AND :WS-TS-DIA-FIN
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE SQLCODE TO WS-ENC-CODE
              MOVE WS-ERROR-NCONTROL TO E-RAZON
              MOVE '2162' TO E-PARRAFO
              PERFORM 2805-ESCRIBIR-ERROR
              PERFORM 2820-AUDITAR-RECHAZO
              MOVE 'S' TO WS-ERROR
           ELSE
              COMPUTE WS-EXP-USADO = EXP-ENVIADO OF DCLAUXILIAR
                                   + EXP-DEVUELTO OF DCLAUXILIAR
                                   - EXP-RECIBIDO OF DCLAUXILIAR
                                   - EXP-SUSPENSO OF DCLAUXILIAR
                                   + MONTO OF DCLPENDIENTE
              END-COMPUTE
              IF WS-EXP-USADO > LIMITE-DEUDOR OF DCLBCOLIM
                 MOVE 'S' TO WS-DERIV-EXPOS
              END-IF
           END-IF.

       2165-DERIVAR-TESORERIA.
           EXEC SQL
                UPDATE TRX.TRX_PENDIENTE
                SET MOTIVO_PEND = 'X'
                WHERE ID_PENDIENTE = :DCLPENDIENTE.ID-PENDIENTE
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE SQLCODE TO WS-ENC-CODE
              MOVE WS-ERROR-NCONTROL TO E-RAZON
              MOVE '2165' TO E-PARRAFO
              PERFORM 2805-ESCRIBIR-ERROR
              PERFORM 2820-AUDITAR-RECHAZO
              MOVE 'S' TO WS-ERROR
           ELSE
              ADD 1 TO WS-TOT-DERIV-EXPOS
           END-IF.

      ***************************************************************
      * APROBADA: SE POSTEA CON LA MISMA SECUENCIA QUE PDBTRX. EL    *
      * SALDO Y LA TASA SE RELEEN AHORA (PUDO PASAR TIEMPO DESDE LA  *
           IF WS-ERROR-N
              PERFORM 2660-RESOLVER-PENDIENTE-A
           END-IF
           IF WS-ERROR-N
              PERFORM 2665-REGISTRAR-BENEFICIARIO
           END-IF
           IF WS-ERROR-N
              ADD 1 TO WS-TOT-APROBADAS
              ADD MONTO OF DCLPENDIENTE TO WS-TOT-MONTO-APROB
              PERFORM 2690-NOTIFICAR-APROBADA
           ELSE
      * EL POSTEO FALLO: LA PENDIENTE QUEDA RECHAZADA PARA QUE NO
      * VUELVA A LA COLA, Y EL MOTIVO YA QUEDO EN EL ARCHIVO DE
      * ERRORES.
              PERFORM 2670-RESOLVER-PENDIENTE-R
              ADD 1 TO WS-TOT-RECH-POST
              PERFORM 2695-NOTIFICAR-RECHAZO
           END-IF.

       2300-VERIFICAR-CATEGORIA-SALDO.
           MOVE CBU-EMISOR OF DCLPENDIENTE
                           TO CBU-CLIENTE-TEXT OF DCLCLIENTE
           EXEC SQL
             SELECT SALDO, CATEGORIA, ESTADO_CLIENTE, CUIT
             INTO :DCLCLIENTE.SALDO, :DCLCLIENTE.CATEGORIA,
                  :DCLCLIENTE.ESTADO-CLIENTE, :DCLCLIENTE.CUIT
             FROM TRX.CLIENTE
             WHERE CBU_CLIENTE = :DCLCLIENTE.CBU-CLIENTE
           END-EXEC
           IF WS-ERROR-N
              PERFORM 2310-LEER-TASA-COMISION
           END-IF
           IF WS-ERROR-N
              PERFORM 2315-APLICAR-PLAN-COMISION
           END-IF
           IF WS-ERROR-N
              PERFORM 2320-VERIFICAR-LIMITE-DIARIO
           END-IF
           END-IF
           IF WS-ERROR-N
              PERFORM 2306-SUMAR-RESERVAS
           END-IF
           IF WS-ERROR-N
              PERFORM 2308-SUMAR-ACUERDO
           END-IF.

       2306-SUMAR-RESERVAS.
              END-COMPUTE
           END-IF.

      ***************************************************************
      * ACUERDO EN DESCUBIERTO VIGENTE AL DIA DE POSTEO, CON LA      *
      * MISMA LOGICA QUE 2308 DE PDBTRX: SU LIMITE SE SUMA AL SALDO  *
      * DISPONIBLE Y LA CUENTA PUEDE QUEDAR NEGATIVA HASTA ESE       *
      * LIMITE.                                                      *
      ***************************************************************
       2308-SUMAR-ACUERDO.
           EXEC SQL
                SELECT COALESCE(SUM(LIMITE), 0)
                INTO :DCLAUXILIAR.LIMITE-ACUERDO
                FROM TRX.ACUERDO_DESCUBIERTO
                WHERE CBU = :DCLCLIENTE.CBU-CLIENTE
                  AND ESTADO_ACUERDO = 'A'
                  AND FECHA_DESDE <= :DCLAUXILIAR.FECHA-TRX
                  AND FECHA_HASTA >= :DCLAUXILIAR.FECHA-TRX
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE SQLCODE TO WS-ENC-CODE
              MOVE WS-ERROR-NCONTROL TO E-RAZON
              MOVE '2308' TO E-PARRAFO
              PERFORM 2805-ESCRIBIR-ERROR
              PERFORM 2820-AUDITAR-RECHAZO
              MOVE 'S' TO WS-ERROR
           ELSE
              ADD LIMITE-ACUERDO OF DCLAUXILIAR
                TO WS-SALDO-DISPONIBLE
           END-IF.

      ***************************************************************
      * TOPE DIARIO POR CATEGORIA SOBRE EL DIA DE POSTEO, CON LA     *
      * MISMA LOGICA QUE 2320 DE PDBTRX: LA APROBACION DEBITA HOY,   *
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

      ***************************************************************
      * PLAN PROMOCIONAL DE COMISION DEL EMISOR, CON LA MISMA LOGICA *
      * QUE 2315 DE PDBTRX PERO VIGENTE AL DIA DE POSTEO: PRIMERO    *
      * EL PLAN ASIGNADO AL CBU (2316) Y SI NO HAY, EL DE NOMINA     *
      * (2317). LO BONIFICADO SE DESCUENTA DE LA COMISION Y DEL      *
      * MONTO TOTAL ANTES DEL TOPE DIARIO Y DEL CONTROL DE SALDO.    *
      ***************************************************************
       2315-APLICAR-PLAN-COMISION.
           MOVE ZEROS TO WS-COMISION-BONIF
           MOVE 'N' TO WS-PLAN-HALLADO
           MOVE 'N' TO WS-PLAN-CONSUME
           MOVE SPACES TO COD-PLAN OF DCLPLAN
           IF WS-COMISION > 0
              PERFORM 2316-BUSCAR-PLAN-CLIENTE
              IF WS-ERROR-N AND WS-PLAN-HALLADO-N
                 PERFORM 2317-BUSCAR-PLAN-NOMINA
              END-IF
              IF WS-ERROR-N AND WS-PLAN-HALLADO-S
                 PERFORM 2318-CALCULAR-BONIFICACION
              END-IF
           END-IF
           IF WS-COMISION-BONIF > 0
              SUBTRACT WS-COMISION-BONIF FROM WS-COMISION
              SUBTRACT WS-COMISION-BONIF FROM WS-MONTO-TOTAL
           ELSE
              MOVE SPACES TO COD-PLAN OF DCLPLAN
              MOVE 'N' TO WS-PLAN-CONSUME
           END-IF.

       2316-BUSCAR-PLAN-CLIENTE.
           EXEC SQL
                SELECT P.COD_PLAN, P.TIPO_PLAN, P.CUPO_MENSUAL,
                       P.PORCENTAJE
                INTO :DCLPLAN.COD-PLAN, :DCLPLAN.TIPO-PLAN,
                     :DCLPLAN.CUPO-MENSUAL, :DCLPLAN.PORCENTAJE
                FROM TRX.PLAN_CLIENTE A, TRX.PLAN_COMISION P
                WHERE A.CBU_CLIENTE = :DCLCLIENTE.CBU-CLIENTE
                  AND A.ESTADO_ASIGNACION = 'A'
                  AND A.FECHA_DESDE <= :DCLAUXILIAR.FECHA-TRX
                  AND A.FECHA_HASTA >= :DCLAUXILIAR.FECHA-TRX
                  AND P.COD_PLAN = A.COD_PLAN
                  AND P.ESTADO_PLAN = 'A'
                  AND P.FECHA_DESDE <= :DCLAUXILIAR.FECHA-TRX
                  AND P.FECHA_HASTA >= :DCLAUXILIAR.FECHA-TRX
                ORDER BY A.FECHA_DESDE DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'S' TO WS-PLAN-HALLADO
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2316' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 PERFORM 2820-AUDITAR-RECHAZO
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

       2317-BUSCAR-PLAN-NOMINA.
           EXEC SQL
                SELECT P.COD_PLAN, P.TIPO_PLAN, P.CUPO_MENSUAL,
                       P.PORCENTAJE
                INTO :DCLPLAN.COD-PLAN, :DCLPLAN.TIPO-PLAN,
                     :DCLPLAN.CUPO-MENSUAL, :DCLPLAN.PORCENTAJE
                FROM TRX.PLAN_COMISION P
                WHERE P.ALCANCE = 'N'
                  AND P.ESTADO_PLAN = 'A'
                  AND P.FECHA_DESDE <= :DCLAUXILIAR.FECHA-TRX
                  AND P.FECHA_HASTA >= :DCLAUXILIAR.FECHA-TRX
                  AND EXISTS
                      (SELECT 1
                       FROM TRX.TRANSACCION T
                       WHERE T.CBU_RECEPTOR = :DCLCLIENTE.CBU-CLIENTE
                         AND T.CONCEPTO = 'HAB'
                         AND T.DIA_HORA BETWEEN :WS-TS-NOM-INI
                                            AND :WS-TS-NOM-FIN)
                ORDER BY P.COD_PLAN
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'S' TO WS-PLAN-HALLADO
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2317' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 PERFORM 2820-AUDITAR-RECHAZO
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

      ***************************************************************
      * BONIFICACION SEGUN EL TIPO DE PLAN, IGUAL QUE 2318 DE        *
      * PDBTRX. EL CUPO SE MIDE CONTRA EL CONSUMO DEL MES DE POSTEO  *
      * Y SE SUMA RECIEN AL POSTEAR (2610).                          *
      ***************************************************************
       2318-CALCULAR-BONIFICACION.
           EVALUATE TRUE
              WHEN TIPO-PLAN OF DCLPLAN = 'E'
                 MOVE WS-COMISION TO WS-COMISION-BONIF
              WHEN TIPO-PLAN OF DCLPLAN = 'R'
                 COMPUTE WS-COMISION-PLAN =
                         MONTO OF DCLPENDIENTE * PORCENTAJE OF DCLPLAN
                 END-COMPUTE
                 IF WS-COMISION-PLAN < WS-COMISION
                    COMPUTE WS-COMISION-BONIF =
                            WS-COMISION - WS-COMISION-PLAN
                    END-COMPUTE
                 END-IF
              WHEN TIPO-PLAN OF DCLPLAN = 'C'
                 PERFORM 2319-LEER-CONSUMO-PLAN
                 IF WS-ERROR-N
                    AND CANT-USADA OF DCLCONSUMOPLAN
                        < CUPO-MENSUAL OF DCLPLAN
                    MOVE WS-COMISION TO WS-COMISION-BONIF
                    MOVE 'S' TO WS-PLAN-CONSUME
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       2319-LEER-CONSUMO-PLAN.
           EXEC SQL
                SELECT CANT_USADA
                INTO :DCLCONSUMOPLAN.CANT-USADA
                FROM TRX.CONSUMO_PLAN
                WHERE CBU_CLIENTE = :DCLCLIENTE.CBU-CLIENTE
                  AND COD_PLAN = :DCLPLAN.COD-PLAN
                  AND PERIODO = :DCLAUXILIAR.PLAN-PERIODO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE ZEROS TO CANT-USADA OF DCLCONSUMOPLAN
              WHEN OTHER
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2319' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 PERFORM 2820-AUDITAR-RECHAZO
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

      **********************************************************
      * GENERAMOS EL ID DEL MOVIMIENTO A PARTIR DEL MISMO       *
      * TRX.CONTROL_ID QUE USAN PDBTRX Y PTRXREV.               *
           MOVE COTIZACION-APLICADA OF DCLPENDIENTE
                TO COTIZACION-APLICADA OF DCLTRANSACCION
           MOVE WS-COMISION TO COMISION OF DCLTRANSACCION
      * LO BONIFICADO POR EL PLAN (VER 2315) QUEDA APARTE CON SU
      * PLAN, IGUAL QUE EN 2600 DE PDBTRX.
           MOVE WS-COMISION-BONIF TO COMISION-BONIF OF DCLTRANSACCION
           MOVE COD-PLAN OF DCLPLAN TO COD-PLAN OF DCLTRANSACCION
           MOVE WS-MONTO-TOTAL TO MONTO-TOTAL OF DCLTRANSACCION
           MOVE CBU-EMISOR OF DCLPENDIENTE
                     TO CBU-EMISOR-TEXT OF DCLTRANSACCION
           MOVE CBU-RECEPTOR OF DCLPENDIENTE
                     TO CBU-RECEPTOR-TEXT OF DCLTRANSACCION
           MOVE MONEDA OF DCLPENDIENTE TO MONEDA OF DCLTRANSACCION
           MOVE CONCEPTO OF DCLPENDIENTE TO CONCEPTO OF DCLTRANSACCION
           MOVE REFERENCIA OF DCLPENDIENTE
                TO REFERENCIA OF DCLTRANSACCION
           EXEC SQL
             INSERT INTO TRX.TRANSACCION(
                    ID_TRX, DIA_HORA,MONTO,COMISION,
                    CBU_EMISOR, CBU_RECEPTOR, MONTO_TOTAL, MONEDA,
                    MONTO_ORIGINAL, COTIZACION_APLICADA,
                    CONCEPTO, REFERENCIA, COMISION_BONIF, COD_PLAN)
             VALUES (:DCLTRANSACCION.ID-TRX,
             :DCLTRANSACCION.DIA-HORA, :DCLTRANSACCION.MONTO,
             :DCLTRANSACCION.COMISION, :DCLTRANSACCION.CBU-EMISOR,
             :DCLTRANSACCION.CBU-RECEPTOR, :DCLTRANSACCION.MONTO-TOTAL,
             :DCLTRANSACCION.MONEDA,
             :DCLTRANSACCION.MONTO-ORIGINAL,
             :DCLTRANSACCION.COTIZACION-APLICADA,
             :DCLTRANSACCION.CONCEPTO, :DCLTRANSACCION.REFERENCIA,
             :DCLTRANSACCION.COMISION-BONIF,
             :DCLTRANSACCION.COD-PLAN)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              PERFORM 2805-ESCRIBIR-ERROR
              PERFORM 2820-AUDITAR-RECHAZO
              MOVE 'S' TO WS-ERROR
           ELSE
              IF WS-PLAN-CONSUME-S
                 PERFORM 2610-REGISTRAR-CONSUMO-PLAN
              END-IF
           END-IF.

      *********************************************************
      * LA APROBADA SE BONIFICO CON EL CUPO MENSUAL DE SU     *
      * PLAN: SUMAMOS UNA AL CONSUMO DEL CBU EN EL PERIODO DE *
      * POSTEO, IGUAL QUE 2610 DE PDBTRX, EN LA MISMA UNIDAD  *
      * DE TRABAJO QUE EL POSTEO.                             *
      *********************************************************
       2610-REGISTRAR-CONSUMO-PLAN.
           EXEC SQL
                UPDATE TRX.CONSUMO_PLAN
                SET CANT_USADA = CANT_USADA + 1
                WHERE CBU_CLIENTE = :DCLTRANSACCION.CBU-EMISOR
                  AND COD_PLAN = :DCLPLAN.COD-PLAN
                  AND PERIODO = :DCLAUXILIAR.PLAN-PERIODO
           END-EXEC
           IF SQLCODE = 100
              EXEC SQL
                   INSERT INTO TRX.CONSUMO_PLAN
                          (CBU_CLIENTE, COD_PLAN, PERIODO, CANT_USADA)
                   VALUES (:DCLTRANSACCION.CBU-EMISOR,
                           :DCLPLAN.COD-PLAN,
                           :DCLAUXILIAR.PLAN-PERIODO,
                           1)
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE SQLCODE TO WS-ENC-CODE
              MOVE WS-ERROR-NCONTROL TO E-RAZON
              MOVE '2610' TO E-PARRAFO
              PERFORM 2805-ESCRIBIR-ERROR
              PERFORM 2820-AUDITAR-RECHAZO
              MOVE 'S' TO WS-ERROR
           END-IF.

      *********************************************************
              MOVE WS-DIA-HORA-POSTEO TO I-FECHA-HORA
              MOVE MONTO OF DCLPENDIENTE TO I-MONTO
              MOVE MONEDA OF DCLPENDIENTE TO I-MONEDA
              MOVE CONCEPTO OF DCLPENDIENTE TO I-CONCEPTO
              MOVE REFERENCIA OF DCLPENDIENTE TO I-REFERENCIA
              MOVE CUIT OF DCLCLIENTE TO I-CUIT-EMISOR
              WRITE REG-INTERB
           END-IF.

              MOVE 'S' TO WS-ERROR
           END-IF.

      ***************************************************************
      * EL RECEPTOR DE LA APROBADA QUEDA REGISTRADO COMO BENEFICIARIO *
      * DEL EMISOR, CON LA MISMA REGLA QUE 2720 DE PDBTRX: UN ACTIVO *
      * NO SE TOCA Y UNO DADO DE BAJA SE REACTIVA. LA FALLA SOLO SE  *
      * AVISA, PORQUE LA TRANSFERENCIA YA QUEDO POSTEADA.            *
      ***************************************************************
       2665-REGISTRAR-BENEFICIARIO.
           MOVE CBU-EMISOR OF DCLPENDIENTE
             TO CBU-CLIENTE OF DCLBENEFICIARIO
           MOVE CBU-RECEPTOR OF DCLPENDIENTE
             TO CBU-BENEFICIARIO OF DCLBENEFICIARIO
           MOVE WS-FECHA-ALTA-BENEF TO FECHA-ALTA OF DCLBENEFICIARIO
           EXEC SQL
                SELECT ESTADO_BENEF
                INTO :DCLBENEFICIARIO.ESTADO-BENEF
                FROM TRX.BENEFICIARIO
                WHERE CBU_CLIENTE = :DCLBENEFICIARIO.CBU-CLIENTE
                  AND CBU_BENEFICIARIO =
                      :DCLBENEFICIARIO.CBU-BENEFICIARIO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 IF ESTADO-BENEF OF DCLBENEFICIARIO NOT = 'A'
                    EXEC SQL
                         UPDATE TRX.BENEFICIARIO
                         SET ESTADO_BENEF = 'A',
                             ORIGEN = 'P',
                             FECHA_ALTA =
                                 :DCLBENEFICIARIO.FECHA-ALTA
                         WHERE CBU_CLIENTE =
                               :DCLBENEFICIARIO.CBU-CLIENTE
                           AND CBU_BENEFICIARIO =
                               :DCLBENEFICIARIO.CBU-BENEFICIARIO
                    END-EXEC
                 END-IF
              WHEN 100
                 EXEC SQL
                      INSERT INTO TRX.BENEFICIARIO
                             (CBU_CLIENTE, CBU_BENEFICIARIO,
                              NOMBRE_REF, FECHA_ALTA, ORIGEN,
                              ESTADO_BENEF)
                      VALUES (:DCLBENEFICIARIO.CBU-CLIENTE,
                              :DCLBENEFICIARIO.CBU-BENEFICIARIO,
                              ' ',
                              :DCLBENEFICIARIO.FECHA-ALTA,
                              'P', 'A')
                 END-EXEC
           END-EVALUATE
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY 'BENEFICIARIO NO REGISTRADO '
                      CBU-EMISOR OF DCLPENDIENTE ' '
                      CBU-RECEPTOR OF DCLPENDIENTE
              DISPLAY WS-ERROR-NCONTROL
           END-IF.

      ***************************************************************
      * AVISOS AL CLIENTE (VER VERINOT) DE UNA PENDIENTE RESUELTA:   *
      * PDBTRX NO AVISA LAS RETENIDAS AL DERIVARLAS, ASI QUE EL      *
      * AVISO SALE ACA. LA APROBADA AVISA AL EMISOR EL DEBITO POR EL *
      * TOTAL DEBITADO Y, SI EL RECEPTOR ES LOCAL, EL CREDITO POR LO *
      * ACREDITADO; LA RECHAZADA AVISA AL EMISOR CON SU MOTIVO. EL   *
      * EVENTO VIAJA EN LA MISMA UNIDAD DE TRABAJO QUE LA DECISION.  *
      ***************************************************************
       2690-NOTIFICAR-APROBADA.
           MOVE WS-DHP-FECHA TO WS-NOT-FECHA
           MOVE 'DEB' TO WS-NOT-TIPO
           MOVE CBU-EMISOR OF DCLPENDIENTE TO WS-NOT-CBU
           MOVE MONTO-TOTAL OF DCLTRANSACCION TO WS-NOT-MONTO
           MOVE ID-TRX OF DCLTRANSACCION TO WS-NOT-ID-REF
           MOVE REFERENCIA OF DCLPENDIENTE TO WS-NOT-DETALLE
           PERFORM 2697-LLAMAR-VERINOT
           IF ES-INTERB OF DCLPENDIENTE NOT = 'S'
              MOVE 'CRE' TO WS-NOT-TIPO
              MOVE CBU-RECEPTOR OF DCLPENDIENTE TO WS-NOT-CBU
              MOVE MONTO OF DCLTRANSACCION TO WS-NOT-MONTO
              PERFORM 2697-LLAMAR-VERINOT
           END-IF.

       2695-NOTIFICAR-RECHAZO.
           MOVE WS-DHP-FECHA TO WS-NOT-FECHA
           MOVE 'RCH' TO WS-NOT-TIPO
           MOVE CBU-EMISOR OF DCLPENDIENTE TO WS-NOT-CBU
           MOVE MONTO OF DCLPENDIENTE TO WS-NOT-MONTO
           MOVE ZEROS TO WS-NOT-ID-REF
           MOVE E-RAZON TO WS-NOT-DETALLE
           PERFORM 2697-LLAMAR-VERINOT.

      * LA DECISION YA QUEDO RESUELTA: UNA FALLA DEL AVISO NO LA
      * CAMBIA. SOLO SE INFORMA, IGUAL QUE EN PDBTRX.
       2697-LLAMAR-VERINOT.
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

       2670-RESOLVER-PENDIENTE-R.
           MOVE REG-SUPERVISOR TO ID-SUPERVISOR OF DCLPENDIENTE
           EXEC SQL
           MOVE 'RECHAZADA POR SUPERVISOR' TO E-RAZON
           PERFORM 2805-ESCRIBIR-ERROR
           PERFORM 2820-AUDITAR-RECHAZO
           PERFORM 2695-NOTIFICAR-RECHAZO
           ADD 1 TO WS-TOT-RECH-SUP.

      *********************************************************
           MOVE DIA-HORA OF DCLPENDIENTE TO E-FECHA-HORA
           MOVE MONTO OF DCLPENDIENTE TO E-MONTO
           MOVE SPACES TO E-PARRAFO
           MOVE SPACES TO E-MARCA-REPETIR
           MOVE CONCEPTO OF DCLPENDIENTE TO E-CONCEPTO
           MOVE REFERENCIA OF DCLPENDIENTE TO E-REFERENCIA.

      *********************************************************
      * ESCRIBIMOS EL RECHAZO EN ERROR-FICH, PERO SOLO SI TODAVIA  *
           MOVE 'DECISIONES CON ERROR' TO WS-RC-ETIQUETA
           MOVE WS-TOT-ERRORES TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   APROBACIONES CON CASO DE LISTA ABIERTO'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-CASO-ABIERTO TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'APROBADAS RETENIDAS POR LIMITE DE EXPOSICION'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-DERIV-EXPOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'MONTO TOTAL APROBADO' TO WS-RI-ETIQUETA
           MOVE WS-TOT-MONTO-APROB TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
