      * NUEVO (EL ID SE GENERA ACA Y EL ID DEL REGISTRO SE IGNORA).
      * BAJA: SE LEVANTA EL BLOQUEO IDENTIFICADO POR SU ID (POR
      * EJEMPLO CUANDO EL JUZGADO LO DEJA SIN EFECTO).
      * UN ALTA CON EL CBU EN BLANCO Y EL CUIT INFORMADO ES UN
      * BLOQUEO SOBRE LA PERSONA: SE CARGA UN BLOQUEO POR CADA
      * CUENTA DE LA QUE ES TITULAR PRINCIPAL, TITULAR O COTITULAR
      * (VER PMNTTIT), TODOS CON EL CUIT Y EL ID DEL PRIMERO COMO
      * GRUPO, ASI LOS PROGRAMAS QUE LEEN TRX.BLOQUEO POR CBU LOS
      * VEN SIN CAMBIOS. LA BAJA DE CUALQUIERA DE ELLOS LEVANTA
      * TODO EL GRUPO. LAS CUENTAS QUE LA PERSONA ABRA DESPUES NO
      * QUEDAN ALCANZADAS.
       FD FICHERO-ENT RECORDING MODE IS F
                      DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA.
             10 FILLER             PIC X.
             10 FH-DIA             PIC 9(2).
          05 REF-JUDICIAL          PIC X(20).
          05 CUIT-BLOQUEO          PIC X(11).
      * DOBLE CONTROL DE NOVEDADES (VER VERINOV Y PAUTNOV). CON
      * ID-NOVEDAD EN CERO LA NOVEDAD NO SE APLICA: SOLO QUEDA
      * REGISTRADA PENDIENTE DE APROBACION CON EL OPERADOR QUE LA
      * CARGO. CON EL ID DE UNA NOVEDAD APROBADA (ARCHIVO QUE ARMA
      * PAUTNOV) SE APLICA SOBRE EL PADRON.
          05 ID-NOVEDAD            PIC 9(9).
          05 OPERADOR              PIC X(8).
      * IMAGEN DE LA NOVEDAD SIN EL ID NI EL OPERADOR: ES LA QUE SE
      * REGISTRA AL CARGARLA Y LA QUE SE COMPARA AL APLICARLA.
       01 REG-ENTRADA-IMAGEN.
          05 NOV-DATOS             PIC X(99).
          05 FILLER                PIC X(17).

      *REGISTRO PARA REGISTRAR LOS ERRORES.
       FD ERROR-FICH RECORDING MODE IS F
          05 E-CBU                 PIC X(22).
          05 E-RAZON               PIC X(36).
          05 E-PARRAFO             PIC X(4).
          05 E-CUIT-BLOQUEO        PIC X(11).

      * REGISTRO DEL REPORTE DE TOTALES DE CONTROL DE FIN DE CORRIDA.
       FD REPORTE-FICH RECORDING MODE IS F

      * CONTADORES PARA EL REPORTE DE TOTALES DE CONTROL.
       77 WS-TOT-LEIDOS           PIC 9(9) COMP VALUE 0.
       77 WS-TOT-PENDIENTES       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-ALTAS            PIC 9(9) COMP VALUE 0.
       77 WS-TOT-BAJAS            PIC 9(9) COMP VALUE 0.
       77 WS-TOT-CTAS-PERSONA     PIC 9(9) COMP VALUE 0.

      * BLOQUEO SOBRE UNA PERSONA: ID DEL PRIMER BLOQUEO CARGADO,
      * QUE IDENTIFICA AL GRUPO (CERO EN UN BLOQUEO DE UNA CUENTA),
      * Y CANTIDAD DE CUENTAS ALCANZADAS POR LA NOVEDAD.
       77 WS-BLQ-ID-PERSONA       PIC 9(9) VALUE 0.
       77 WS-BLQ-CTAS             PIC 9(4) COMP VALUE 0.
       77 WS-TOT-RECHAZADOS       PIC 9(9) COMP VALUE 0.

      * LINEAS DEL REPORTE DE CONTROL.
           EXEC SQL END DECLARE SECTION
           END-EXEC.

      * CUENTAS DE LA PERSONA DE UN BLOQUEO POR CUIT: LAS DE TITULAR
      * PRINCIPAL, CUALQUIERA SEA SU ESTADO COMO EN EL BLOQUEO DE UNA
      * CUENTA, Y LAS QUE COMPARTE COMO TITULAR O COTITULAR ACTIVO.
      * LAS DE APODERADO NO: EL DINERO NO ES SUYO.
           EXEC SQL DECLARE CUR_CTAS CURSOR FOR
                SELECT CBU_CLIENTE
                FROM TRX.CLIENTE
                WHERE CUIT = :DCLBLOQUEO.CUIT-BLOQUEO
                UNION
                SELECT CBU_CLIENTE
                FROM TRX.TITULAR
                WHERE CUIT = :DCLBLOQUEO.CUIT-BLOQUEO
                  AND ROL IN ('T', 'C')
                  AND ESTADO_TITULAR = 'A'
                ORDER BY 1
           END-EXEC.

      * CONTROL DE COMMITS Y REINICIO (VER TRX.CONTROL_PROCESO).
       77 WS-PROGRAMA              PIC X(8) VALUE 'PMNTBLQ'.
       77 WS-COMMIT-CADA           PIC 9(4) COMP VALUE 100.
       77 WS-NUM-ERRORES           PIC 9(9) COMP VALUE 0.
       77 WS-REG-REINICIO-ERR      PIC 9(9) COMP VALUE 0.

      * VARIABLES SUB-PROG VERICBU, VERICUIT Y VERFECH.
       77 WS-SVERICBU              PIC X(08) VALUE 'VERICBU'.
       77 WS-SVERICUIT             PIC X(08) VALUE 'VERICUIT'.
       77 WS-SVERFECH              PIC X(08) VALUE 'VERFECH'.
       77 WS-VALIDAR               PIC X.
          88 WS-VALIDAR-N          VALUE 'N'.
          05 WS-FV-MES            PIC 9(2).
          05 WS-FV-ANIO           PIC 9(4).

      * VARIABLES SUB-PROG VERINOV: REGISTRO, VERIFICACION Y CIERRE
      * DE LA NOVEDAD EN TRX.NOVEDAD_PENDIENTE.
       77 WS-SVERINOV              PIC X(08) VALUE 'VERINOV'.
       77 WS-NOV-FUNCION           PIC X.
       01 WS-NOV-IMAGEN            PIC X(250).
       77 WS-NOV-ID                PIC 9(9).
       77 WS-NOV-RESULTADO         PIC X.
          88 WS-NOV-RESULTADO-S    VALUE 'S'.
          88 WS-NOV-RESULTADO-N    VALUE 'N'.
          88 WS-NOV-RESULTADO-E    VALUE 'E'.
       77 WS-NOV-RAZON             PIC X(36).
       77 WS-NOV-SQLCODE           PIC S9(9) COMP.

      * VARIABLES SUB-PROG VERINOT: AVISO AL CLIENTE DEL BLOQUEO
      * JUDICIAL DE SU CUENTA (VER 2240).
       77 WS-SVERINOT              PIC X(08) VALUE 'VERINOT'.
       77 WS-NOT-TIPO              PIC X(3) VALUE 'BLQ'.
       77 WS-NOT-CBU               PIC X(22).
       77 WS-NOT-FECHA             PIC X(10).
       77 WS-NOT-MONTO             PIC 9(13)V99.
       77 WS-NOT-ID-REF            PIC 9(9).
       77 WS-NOT-DETALLE           PIC X(36).
       77 WS-NOT-PROGRAMA          PIC X(8) VALUE 'PMNTBLQ'.
       77 WS-NOT-RESULTADO         PIC X.
          88 WS-NOT-RESULTADO-E    VALUE 'E'.
       77 WS-NOT-SQLCODE           PIC S9(9) COMP.

       PROCEDURE DIVISION.
       0000-MAIN-PROGRAM.
           PERFORM 1000-INIT-PROGRAM
              ADD 1 TO WS-NUM-REGISTRO
           END-IF.

      ***************************************************************
      * DOBLE CONTROL: UNA NOVEDAD SIN ID DE NOVEDAD SOLO SE         *
      * REGISTRA PENDIENTE PARA QUE UN SUPERVISOR LA DECIDA EN       *
      * PAUTNOV. UNA CON ID SE APLICA SOLO SI ESTA APROBADA Y SIN    *
      * CAMBIOS, Y SE CIERRA EN LA MISMA UNIDAD DE TRABAJO.          *
      ***************************************************************
       2000-PROCESAMIENTO.
           MOVE 'N' TO WS-ERROR
           ADD 1 TO WS-NUM-REGISTRO
           ADD 1 TO WS-TOT-LEIDOS
           IF ID-NOVEDAD OF REG-ENTRADA = ZEROS
              PERFORM 2010-REGISTRAR-PENDIENTE
              IF WS-ERROR-N
                 ADD 1 TO WS-TOT-PENDIENTES
              ELSE
                 ADD 1 TO WS-TOT-RECHAZADOS
              END-IF
           ELSE
              PERFORM 2020-VERIFICAR-APROBADA
              IF WS-ERROR-N
                 PERFORM 2030-APLICAR-NOVEDAD
                 PERFORM 2040-MARCAR-APLICADA
              END-IF
              IF WS-ERROR-N
                 IF TIPO-MOV-ALTA OF REG-ENTRADA
                    ADD 1 TO WS-TOT-ALTAS
                 ELSE
                    ADD 1 TO WS-TOT-BAJAS
                 END-IF
              ELSE
                 ADD 1 TO WS-TOT-RECHAZADOS
              END-IF
           END-IF
           PERFORM 2900-COMMIT-PUNTO
           READ FICHERO-ENT.

      ***************************************************************
      * CARGA DE LA NOVEDAD: SIN OPERADOR NO HAY DOBLE CONTROL       *
      * POSIBLE Y SE RECHAZA.                                        *
      * LAS VALIDACIONES SE HACEN AL APLICARLA.                      *
      ***************************************************************
       2010-REGISTRAR-PENDIENTE.
           IF OPERADOR OF REG-ENTRADA = SPACES
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'NOVEDAD SIN OPERADOR' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N
              MOVE 'R' TO WS-NOV-FUNCION
              MOVE ZEROS TO WS-NOV-ID
              PERFORM 2015-LLAMAR-VERINOV
           END-IF.

       2015-LLAMAR-VERINOV.
           MOVE NOV-DATOS TO WS-NOV-IMAGEN
           CALL WS-SVERINOV USING WS-NOV-FUNCION, WS-PROGRAMA,
                                   WS-NOV-IMAGEN, WS-NOV-ID,
                                   OPERADOR OF REG-ENTRADA,
                                   WS-NOV-RESULTADO, WS-NOV-RAZON,
                                   WS-NOV-SQLCODE
           EVALUATE TRUE
              WHEN WS-NOV-RESULTADO-N
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE WS-NOV-RAZON TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              WHEN WS-NOV-RESULTADO-E
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE WS-NOV-SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2015' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

      ***************************************************************
      * LA NOVEDAD A APLICAR DEBE ESTAR APROBADA POR UN SUPERVISOR,  *
      * SER DE ESTE PROGRAMA Y NO HABER CAMBIADO DESDE LA CARGA.     *
      ***************************************************************
       2020-VERIFICAR-APROBADA.
           MOVE 'V' TO WS-NOV-FUNCION
           MOVE ID-NOVEDAD OF REG-ENTRADA TO WS-NOV-ID
           PERFORM 2015-LLAMAR-VERINOV.

      ***************************************************************
      * APLICACION DE LA NOVEDAD APROBADA SOBRE EL PADRON, CON LAS   *
      * MISMAS VALIDACIONES DE SIEMPRE.                              *
      ***************************************************************
       2030-APLICAR-NOVEDAD.
           EVALUATE TRUE
              WHEN TIPO-MOV-ALTA OF REG-ENTRADA
                 PERFORM 2200-PROCESAR-ALTA
                 MOVE 'TIPO DE MOVIMIENTO INVALIDO' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

      ***************************************************************
      * CIERRE DE LA NOVEDAD APROBADA: 'X' SI SE APLICO, 'E' SI SE   *
      * RECHAZO AL APLICARLA (EL MOTIVO QUEDA EN EL ARCHIVO DE       *
      * ERRORES). SI NO SE PUEDE CERRAR SE ABORTA CON ROLLBACK: UNA  *
      * NOVEDAD APLICADA Y SIN CERRAR SE PODRIA VOLVER A APLICAR.    *
      ***************************************************************
       2040-MARCAR-APLICADA.
           IF WS-ERROR-N
              MOVE 'X' TO WS-NOV-FUNCION
           ELSE
              MOVE 'E' TO WS-NOV-FUNCION
           END-IF
           MOVE NOV-DATOS TO WS-NOV-IMAGEN
           CALL WS-SVERINOV USING WS-NOV-FUNCION, WS-PROGRAMA,
                                   WS-NOV-IMAGEN, WS-NOV-ID,
                                   OPERADOR OF REG-ENTRADA,
                                   WS-NOV-RESULTADO, WS-NOV-RAZON,
                                   WS-NOV-SQLCODE
           IF NOT WS-NOV-RESULTADO-S
              MOVE WS-NOV-SQLCODE TO WS-ENC-CODE
              DISPLAY 'ERROR AL CERRAR LA NOVEDAD ' WS-NOV-ID
                      ' ' WS-NOV-RAZON
              DISPLAY WS-ERROR-NCONTROL
              EXEC SQL ROLLBACK END-EXEC
              PERFORM 3300-STOP-PROGRAM
           END-IF.

      ***************************************************************
      * ALTA DE BLOQUEO: EL CBU DEBE SER UN CLIENTE NUESTRO (SIN     *
      * RESERVA NECESITA UN MONTO RESERVADO MAYOR A CERO.            *
      ***************************************************************
       2200-PROCESAR-ALTA.
           IF CBU OF REG-ENTRADA = SPACES
              AND CUIT-BLOQUEO OF REG-ENTRADA NOT = SPACES
              PERFORM 2250-PROCESAR-ALTA-PERSONA
           ELSE
              PERFORM 2210-VALIDAR-DATOS
              IF WS-ERROR-N
                 PERFORM 2220-GENERAR-ID-BLOQUEO
              END-IF
              IF WS-ERROR-N
                 MOVE CBU OF REG-ENTRADA TO CBU OF DCLBLOQUEO
                 MOVE ZEROS TO WS-BLQ-ID-PERSONA
                 PERFORM 2230-INSERTAR-BLOQUEO
              END-IF
              IF WS-ERROR-N
                 PERFORM 2240-NOTIFICAR-BLOQUEO
              END-IF
           END-IF.

       2210-VALIDAR-DATOS.
           IF CUIT-BLOQUEO OF REG-ENTRADA NOT = SPACES
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'INFORMAR CBU O CUIT, NO AMBOS' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N
              CALL WS-SVERICBU USING CBU OF REG-ENTRADA, WS-VALIDAR
              IF WS-VALIDAR-N
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'CBU FORMATO INVALIDO' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF
           IF WS-ERROR-N
              PERFORM 2215-VERIFICAR-CLIENTE
           END-IF
           IF WS-ERROR-N
              PERFORM 2212-VALIDAR-CONDICIONES
           END-IF.

      ***************************************************************
      * TIPO, MONTO Y VIGENCIA DEL BLOQUEO, COMUNES AL BLOQUEO DE    *
      * UNA CUENTA Y AL DE UNA PERSONA.                              *
      ***************************************************************
       2212-VALIDAR-CONDICIONES.
           IF WS-ERROR-N
              IF NOT TIPO-BLQ-TOTAL OF REG-ENTRADA
                 AND NOT TIPO-BLQ-RESERVA OF REG-ENTRADA

       2230-INSERTAR-BLOQUEO.
           MOVE ULT-ID OF DCLSECUENCIA TO ID-BLOQUEO OF DCLBLOQUEO
           MOVE TIPO-BLOQUEO OF REG-ENTRADA
                             TO TIPO-BLOQUEO OF DCLBLOQUEO
           IF TIPO-BLQ-RESERVA OF REG-ENTRADA
                            TO FECHA-HASTA OF DCLBLOQUEO
           MOVE REF-JUDICIAL OF REG-ENTRADA
                             TO REF-JUDICIAL OF DCLBLOQUEO
           MOVE CUIT-BLOQUEO OF REG-ENTRADA
                             TO CUIT-BLOQUEO OF DCLBLOQUEO
           MOVE WS-BLQ-ID-PERSONA TO ID-BLOQUEO-PERSONA OF DCLBLOQUEO
           MOVE 'A' TO ESTADO-BLOQUEO OF DCLBLOQUEO
           EXEC SQL
                INSERT INTO TRX.BLOQUEO
                       (ID_BLOQUEO, CBU, TIPO_BLOQUEO,
                        MONTO_RESERVADO, FECHA_DESDE, FECHA_HASTA,
                        REF_JUDICIAL, ESTADO_BLOQUEO, CUIT_BLOQUEO,
                        ID_BLOQUEO_PERSONA)
                VALUES (:DCLBLOQUEO.ID-BLOQUEO,
                        :DCLBLOQUEO.CBU,
                        :DCLBLOQUEO.TIPO-BLOQUEO,
                        :DCLBLOQUEO.FECHA-DESDE,
                        :DCLBLOQUEO.FECHA-HASTA,
                        :DCLBLOQUEO.REF-JUDICIAL,
                        :DCLBLOQUEO.ESTADO-BLOQUEO,
                        :DCLBLOQUEO.CUIT-BLOQUEO,
                        :DCLBLOQUEO.ID-BLOQUEO-PERSONA)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF.

      ***************************************************************
      * AVISO AL CLIENTE DEL BLOQUEO (VER VERINOT), CON EL IMPORTE   *
      * RESERVADO (CERO EN UN BLOQUEO TOTAL) Y LA REFERENCIA DEL     *
      * JUZGADO. EL BLOQUEO YA ESTA CARGADO: UNA FALLA DEL AVISO NO  *
      * LO RECHAZA, SOLO SE INFORMA.                                 *
      ***************************************************************
       2240-NOTIFICAR-BLOQUEO.
           MOVE CBU OF DCLBLOQUEO TO WS-NOT-CBU
           MOVE FECHA-DESDE OF REG-ENTRADA TO WS-NOT-FECHA
           MOVE MONTO-RESERVADO OF DCLBLOQUEO TO WS-NOT-MONTO
           MOVE ID-BLOQUEO OF DCLBLOQUEO TO WS-NOT-ID-REF
           MOVE REF-JUDICIAL OF REG-ENTRADA TO WS-NOT-DETALLE
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

      ***************************************************************
      * ALTA DE BLOQUEO SOBRE UNA PERSONA: CUIT VALIDO Y LAS MISMAS  *
      * CONDICIONES QUE EL DE UNA CUENTA; SE CARGA UN BLOQUEO POR    *
      * CADA CUENTA DE LA PERSONA, CADA UNO CON SU ID Y SU AVISO, Y  *
      * EL ID DEL PRIMERO COMO GRUPO. SIN CUENTAS SE RECHAZA. EL     *
      * GRUPO SE CARGA COMPLETO O NO SE CARGA: UN ERROR DE BASE A    *
      * MITAD DE CAMINO ABORTA LA CORRIDA CON ROLLBACK Y EL REINICIO *
      * RETOMA DESDE EL ULTIMO COMMIT.                               *
      ***************************************************************
       2250-PROCESAR-ALTA-PERSONA.
           CALL WS-SVERICUIT USING CUIT-BLOQUEO OF REG-ENTRADA,
                                   WS-VALIDAR
           IF WS-VALIDAR-N
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'CUIT INVALIDO' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N
              PERFORM 2212-VALIDAR-CONDICIONES
           END-IF
           IF WS-ERROR-N
              MOVE ZEROS TO WS-BLQ-ID-PERSONA
              MOVE ZEROS TO WS-BLQ-CTAS
              MOVE CUIT-BLOQUEO OF REG-ENTRADA
                TO CUIT-BLOQUEO OF DCLBLOQUEO
              EXEC SQL OPEN CUR_CTAS END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 2290-ABORTAR-GRUPO
              END-IF
              PERFORM 2260-FETCH-CUENTA
              PERFORM 2270-BLOQUEAR-CUENTA UNTIL SQLCODE = 100
              EXEC SQL CLOSE CUR_CTAS END-EXEC
              IF WS-BLQ-CTAS = 0
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'CUIT SIN CUENTAS EN EL BANCO' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF.

       2260-FETCH-CUENTA.
           EXEC SQL
                FETCH CUR_CTAS
                INTO :DCLBLOQUEO.CBU
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 PERFORM 2290-ABORTAR-GRUPO
           END-EVALUATE.

       2270-BLOQUEAR-CUENTA.
           PERFORM 2220-GENERAR-ID-BLOQUEO
           IF WS-ERROR-N
              IF WS-BLQ-ID-PERSONA = 0
                 MOVE ULT-ID OF DCLSECUENCIA TO WS-BLQ-ID-PERSONA
              END-IF
              PERFORM 2230-INSERTAR-BLOQUEO
           END-IF
           IF WS-ERROR-S
              PERFORM 2290-ABORTAR-GRUPO
           END-IF
           PERFORM 2240-NOTIFICAR-BLOQUEO
           ADD 1 TO WS-BLQ-CTAS
           ADD 1 TO WS-TOT-CTAS-PERSONA
           PERFORM 2260-FETCH-CUENTA.

       2290-ABORTAR-GRUPO.
           MOVE SQLCODE TO WS-ENC-CODE
           DISPLAY 'ERROR AL CARGAR EL BLOQUEO DEL CUIT '
                   CUIT-BLOQUEO OF REG-ENTRADA
           DISPLAY WS-ERROR-NCONTROL
           EXEC SQL ROLLBACK END-EXEC
           PERFORM 3300-STOP-PROGRAM.

      ***************************************************************
      * BAJA DE BLOQUEO: EL BLOQUEO DEBE EXISTIR ACTIVO. NO SE BORRA *
      * LA FILA, PARA CONSERVAR LA TRAZA DE LA ORDEN JUDICIAL. SI   *
      * ES PARTE DE UN BLOQUEO SOBRE UNA PERSONA SE LEVANTA TODO EL  *
      * GRUPO.                                                       *
      ***************************************************************
       2300-PROCESAR-BAJA.
           MOVE ID-BLOQUEO OF REG-ENTRADA TO ID-BLOQUEO OF DCLBLOQUEO
           EXEC SQL
                SELECT ESTADO_BLOQUEO, COALESCE(ID_BLOQUEO_PERSONA, 0)
                INTO :DCLBLOQUEO.ESTADO-BLOQUEO,
                     :DCLBLOQUEO.ID-BLOQUEO-PERSONA
                FROM TRX.BLOQUEO
                WHERE ID_BLOQUEO = :DCLBLOQUEO.ID-BLOQUEO
           END-EXEC
           END-EVALUATE.

       2320-LEVANTAR-BLOQUEO.
           IF ID-BLOQUEO-PERSONA OF DCLBLOQUEO > 0
              EXEC SQL
                   UPDATE TRX.BLOQUEO
                   SET ESTADO_BLOQUEO = 'B'
                   WHERE ID_BLOQUEO_PERSONA =
                         :DCLBLOQUEO.ID-BLOQUEO-PERSONA
                     AND ESTADO_BLOQUEO = 'A'
              END-EXEC
           ELSE
              EXEC SQL
                   UPDATE TRX.BLOQUEO
                   SET ESTADO_BLOQUEO = 'B'
                   WHERE ID_BLOQUEO = :DCLBLOQUEO.ID-BLOQUEO
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE SQLCODE TO WS-ENC-CODE
           MOVE TIPO-MOV OF REG-ENTRADA TO E-TIPO-MOV
           MOVE ID-BLOQUEO OF REG-ENTRADA TO E-ID-BLOQUEO
           MOVE CBU OF REG-ENTRADA TO E-CBU
           MOVE CUIT-BLOQUEO OF REG-ENTRADA TO E-CUIT-BLOQUEO
           MOVE SPACES TO E-PARRAFO.

      *********************************************************
           MOVE 'REGISTROS LEIDOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-LEIDOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'NOVEDADES REGISTRADAS PARA APROBACION'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-PENDIENTES TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'BLOQUEOS DADOS DE ALTA' TO WS-RC-ETIQUETA
           MOVE WS-TOT-ALTAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   CUENTAS BLOQUEADAS POR CUIT' TO WS-RC-ETIQUETA
           MOVE WS-TOT-CTAS-PERSONA TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'BLOQUEOS LEVANTADOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-BAJAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
