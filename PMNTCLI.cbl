      * PERSONA (VER PDETSOS Y PTRXCLI). SE VALIDA EL DIGITO
      * VERIFICADOR CON VERICUIT EN ALTAS Y MODIFICACIONES.
          05 CUIT                  PIC X(11).
      * ULTIMA REVISION DE IDENTIDAD Y DOCUMENTACION DEL TITULAR
      * (KYC), AAAA-MM-DD, Y SU NIVEL DE RIESGO ('A' ALTO / 'M'
      * MEDIO / 'B' BAJO), QUE FIJA CADA CUANTOS MESES SE VUELVE A
      * REVISAR (VER 1700). OBLIGATORIOS EN EL ALTA; EN UNA
      * MODIFICACION, AMBOS EN BLANCO CONSERVAN LOS VIGENTES.
          05 FECHA-REV-KYC.
             10 FRK-ANIO           PIC 9(4).
             10 FRK-SEP1           PIC X.
             10 FRK-MES            PIC 9(2).
             10 FRK-SEP2           PIC X.
             10 FRK-DIA            PIC 9(2).
          05 NIVEL-RIESGO          PIC X(1).
             88 RIESGO-VALIDO      VALUE 'A' 'M' 'B'.
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
          05 NOV-DATOS             PIC X(162).
          05 FILLER                PIC X(17).

      *REGISTRO PARA REGISTRAR LOS ERRORES.
       FD ERROR-FICH RECORDING MODE IS F
      * CONTADORES PARA EL REPORTE DE TOTALES DE CONTROL DE FIN DE
      * CORRIDA (VER 3200-GENERAR-REPORTE).
       77 WS-TOT-LEIDOS           PIC 9(9) COMP VALUE 0.
       77 WS-TOT-PENDIENTES       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-ALTAS            PIC 9(9) COMP VALUE 0.
       77 WS-TOT-MODIF            PIC 9(9) COMP VALUE 0.
       77 WS-TOT-RECHAZADOS       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-R-TIPOMOV        PIC 9(9) COMP VALUE 0.
       77 WS-TOT-R-CATEGORIA      PIC 9(9) COMP VALUE 0.
       77 WS-TOT-R-CONDIMP        PIC 9(9) COMP VALUE 0.
       77 WS-TOT-R-CUIT           PIC 9(9) COMP VALUE 0.
       77 WS-TOT-R-BAJA           PIC 9(9) COMP VALUE 0.
       77 WS-TOT-R-LISTA          PIC 9(9) COMP VALUE 0.
       77 WS-TOT-R-KYC            PIC 9(9) COMP VALUE 0.
       77 WS-TOT-R-NOVEDAD        PIC 9(9) COMP VALUE 0.
       77 WS-TOT-R-SQLERROR       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-R-OTROS          PIC 9(9) COMP VALUE 0.

      * DCLGEN DE LA TABLA DE TASAS DE IMPUESTO AL DEBITO, PARA
      * VALIDAR QUE LA CONDICION IMPOSITIVA INGRESADA EXISTA.
           EXEC SQL INCLUDE TRXIMP END-EXEC.
      * DCLGEN DE LA TABLA DE PARAMETROS GENERALES (PERIODOS DE
      * REVISION KYC POR NIVEL DE RIESGO).
           EXEC SQL INCLUDE TRXPRM END-EXEC.
           EXEC SQL BEGIN DECLARE SECTION
           END-EXEC.
       01 DCLAUXILIAR.
          10 NUMERO-REG            PIC S9(4) USAGE COMP.
      * MESES HASTA LA PROXIMA REVISION KYC SEGUN EL NIVEL DE RIESGO
      * DE LA NOVEDAD (VER 2070).
          10 KYC-MESES             PIC S9(4) USAGE COMP.
           EXEC SQL END DECLARE SECTION
           END-EXEC.

       77 WS-VALIDAR               PIC X.
          88 WS-VALIDAR-N          VALUE 'N'.
          88 WS-VALIDAR-S          VALUE 'S'.
      * VARIABLES SUB-PROG VERFECH, PARA LA FECHA DE REVISION KYC.
       77 WS-SVERFECH              PIC X(08) VALUE 'VERFECH'.
       01 WS-FECHA-VER.
          05 WS-FV-DIA            PIC 9(2).
          05 WS-FV-MES            PIC 9(2).
          05 WS-FV-ANIO           PIC 9(4).
      * FECHA DEL SISTEMA (AAAA-MM-DD): UNA REVISION KYC NO PUEDE
      * TENER FECHA POSTERIOR.
       01 WS-FECHA-SISTEMA.
          05 WS-FS-ANIO            PIC 9(4).
          05 WS-FS-MES             PIC 99.
          05 WS-FS-DIA             PIC 99.
       01 WS-FECHA-HOY.
          05 WS-FH-ANIO            PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-FH-MES             PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 WS-FH-DIA             PIC 99.
      * PERIODO DE REVISION KYC EN MESES POR NIVEL DE RIESGO, DE
      * TRX.PARAMETRO (VER 1700). SIN FILA RIGEN ESTOS VALORES.
       77 WS-KYC-MESES-ALTO        PIC 9(3) VALUE 12.
       77 WS-KYC-MESES-MEDIO       PIC 9(3) VALUE 24.
       77 WS-KYC-MESES-BAJO        PIC 9(3) VALUE 60.
       77 WS-KYC-MESES-LEIDO       PIC 9(3).
      * VARIABLES SUB-PROG VERILST: CONTROL DEL TITULAR CONTRA LA
      * LISTA DE CONTROL DE CUMPLIMIENTO (VER PCARLST).
       77 WS-SVERILST              PIC X(08) VALUE 'VERILST'.
       77 WS-LST-MODO              PIC X VALUE 'A'.
       77 WS-LST-RESULTADO         PIC X.
          88 WS-LST-RESULTADO-N    VALUE 'N'.
          88 WS-LST-RESULTADO-S    VALUE 'S'.
          88 WS-LST-RESULTADO-E    VALUE 'E'.
       77 WS-LST-ID-CASO           PIC 9(9).
       77 WS-LST-SQLCODE           PIC S9(9) COMP.

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

       PROCEDURE DIVISION.
       0000-MAIN-PROGRAM.
           PERFORM 1400-RECUPERAR-CONTROL
           PERFORM 1200-OPEN-ERROR
           PERFORM 1250-OPEN-REPORTE
           PERFORM 1300-LEN-HOST
           PERFORM 1350-FIJAR-FECHA-HOY
           PERFORM 1700-LEER-MESES-KYC.

       1100-OPEN-ENT.
           OPEN INPUT FICHERO-ENT
           MOVE 40 TO DIRECCION-LEN OF DCLCLIENTE
           MOVE 10 TO TELEFONO-LEN OF DCLCLIENTE.

       1350-FIJAR-FECHA-HOY.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-FS-ANIO TO WS-FH-ANIO
           MOVE WS-FS-MES TO WS-FH-MES
           MOVE WS-FS-DIA TO WS-FH-DIA.

      ***************************************************************
      * RECUPERAMOS EL PUNTO DE REINICIO DE TRX.CONTROL_PROCESO. SI  *
      * NO EXISTE TODAVIA UN REGISTRO DE CONTROL PARA EL PROGRAMA SE *
              ADD 1 TO WS-NUM-REGISTRO
           END-IF.


      ***************************************************************
      * PERIODO DE REVISION KYC POR NIVEL DE RIESGO, EN MESES        *
      * (CLAVES KYC_MESES_ALTO, KYC_MESES_MEDIO Y KYC_MESES_BAJO DE  *
      * TRX.PARAMETRO). LA PROXIMA REVISION (FECHA_VTO_KYC) SE FIJA  *
      * AL CARGAR CADA REVISION; UN CAMBIO DE PERIODO RIGE DESDE LA  *
      * SIGUIENTE REVISION DE CADA CLIENTE.                          *
      ***************************************************************
       1700-LEER-MESES-KYC.
           MOVE 'KYC_MESES_ALTO' TO CLAVE OF DCLPARAMETRO
           PERFORM 1710-LEER-PARAMETRO-MESES
           IF WS-KYC-MESES-LEIDO > 0
              MOVE WS-KYC-MESES-LEIDO TO WS-KYC-MESES-ALTO
           END-IF
           MOVE 'KYC_MESES_MEDIO' TO CLAVE OF DCLPARAMETRO
           PERFORM 1710-LEER-PARAMETRO-MESES
           IF WS-KYC-MESES-LEIDO > 0
              MOVE WS-KYC-MESES-LEIDO TO WS-KYC-MESES-MEDIO
           END-IF
           MOVE 'KYC_MESES_BAJO' TO CLAVE OF DCLPARAMETRO
           PERFORM 1710-LEER-PARAMETRO-MESES
           IF WS-KYC-MESES-LEIDO > 0
              MOVE WS-KYC-MESES-LEIDO TO WS-KYC-MESES-BAJO
           END-IF.

       1710-LEER-PARAMETRO-MESES.
           MOVE ZEROS TO WS-KYC-MESES-LEIDO
           EXEC SQL
                SELECT VALOR
                INTO :DCLPARAMETRO.VALOR
                FROM TRX.PARAMETRO
                WHERE CLAVE = :DCLPARAMETRO.CLAVE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 IF VALOR OF DCLPARAMETRO(1:3) IS NUMERIC
                    MOVE VALOR OF DCLPARAMETRO(1:3)
                      TO WS-KYC-MESES-LEIDO
                 ELSE
                    DISPLAY 'PERIODO KYC INVALIDO EN TRX.PARAMETRO: '
                            CLAVE OF DCLPARAMETRO
                    PERFORM 3300-STOP-PROGRAM
                 END-IF
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-ENC-CODE
                 DISPLAY WS-ERROR-NCONTROL
                 EXEC SQL ROLLBACK END-EXEC
                 PERFORM 3300-STOP-PROGRAM
           END-EVALUATE.

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
                 PERFORM 2950-ACUMULAR-RECHAZO
              END-IF
           ELSE
              PERFORM 2020-VERIFICAR-APROBADA
              IF WS-ERROR-N
                 PERFORM 2030-APLICAR-NOVEDAD
                 PERFORM 2040-MARCAR-APLICADA
              END-IF
              IF WS-ERROR-N
                 PERFORM 2960-ACUMULAR-ACEPTADO
              ELSE
                 PERFORM 2950-ACUMULAR-RECHAZO
              END-IF
           END-IF
           PERFORM 2900-COMMIT-PUNTO
           READ FICHERO-ENT.

      ***************************************************************
      * CARGA DE LA NOVEDAD: SIN OPERADOR NO HAY DOBLE CONTROL       *
      * POSIBLE Y SE RECHAZA.                                        *
      * LOS CONTROLES DE FORMATO SE HACEN YA EN LA CARGA, PARA QUE   *
      * NO LLEGUE A APROBACION UNA NOVEDAD MAL ARMADA; EL RESTO SE   *
      * VALIDA AL APLICARLA.                                         *
      ***************************************************************
       2010-REGISTRAR-PENDIENTE.
           IF OPERADOR OF REG-ENTRADA = SPACES
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'NOVEDAD SIN OPERADOR' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N
              PERFORM 2050-VALIDAR-ENTRADA
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
           PERFORM 2050-VALIDAR-ENTRADA
           IF WS-ERROR-N
              EVALUATE TRUE
                 WHEN TIPO-MOV-MODIF OF REG-ENTRADA
                    PERFORM 2400-PROCESAR-MODIFICACION
              END-EVALUATE
           END-IF.

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
      * VALIDAMOS EL TIPO DE MOVIMIENTO Y EL FORMATO DEL CBU ANTES   *
                    MOVE 'S' TO WS-ERROR
                 END-IF
              END-IF
           END-IF
           IF WS-ERROR-N AND NOT TIPO-MOV-BAJA OF REG-ENTRADA
              PERFORM 2060-VALIDAR-KYC
           END-IF.

      ***************************************************************
      * DATOS KYC: EN EL ALTA SON OBLIGATORIOS; EN UNA MODIFICACION  *
      * PUEDEN VENIR AMBOS EN BLANCO (SE CONSERVAN LOS VIGENTES),    *
      * PERO NO UNO SOLO. LA FECHA DE REVISION DEBE SER VALIDA, CON  *
      * GUIONES COMO SEPARADORES (AAAA-MM-DD, EL FORMATO DE LA       *
      * COLUMNA) Y NO POSTERIOR AL DIA.                              *
      ***************************************************************
       2060-VALIDAR-KYC.
           IF FECHA-REV-KYC OF REG-ENTRADA = SPACES
              AND NIVEL-RIESGO OF REG-ENTRADA = SPACE
              IF TIPO-MOV-ALTA OF REG-ENTRADA
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'KYC INCOMPLETO (FECHA Y NIVEL)' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           ELSE
              IF NOT RIESGO-VALIDO OF REG-ENTRADA
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'KYC NIVEL DE RIESGO INVALIDO' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
              IF WS-ERROR-N
                 IF FRK-ANIO OF REG-ENTRADA IS NOT NUMERIC
                    OR FRK-MES OF REG-ENTRADA IS NOT NUMERIC
                    OR FRK-DIA OF REG-ENTRADA IS NOT NUMERIC
                    OR FRK-SEP1 OF REG-ENTRADA NOT = '-'
                    OR FRK-SEP2 OF REG-ENTRADA NOT = '-'
                    MOVE 'N' TO WS-VALIDAR
                 ELSE
                    MOVE FRK-ANIO OF REG-ENTRADA TO WS-FV-ANIO
                    MOVE FRK-MES OF REG-ENTRADA TO WS-FV-MES
                    MOVE FRK-DIA OF REG-ENTRADA TO WS-FV-DIA
                    CALL WS-SVERFECH USING WS-FECHA-VER, WS-VALIDAR
                 END-IF
                 IF WS-VALIDAR-N
                    PERFORM 2800-CAMBIAR-DATOS-ERROR
                    MOVE 'KYC FECHA DE REVISION INVALIDA' TO E-RAZON
                    PERFORM 2805-ESCRIBIR-ERROR
                    MOVE 'S' TO WS-ERROR
                 END-IF
              END-IF
              IF WS-ERROR-N
                 AND FECHA-REV-KYC OF REG-ENTRADA > WS-FECHA-HOY
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'KYC FECHA DE REVISION FUTURA' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF.

      * MESES HASTA LA PROXIMA REVISION SEGUN EL NIVEL DE RIESGO.
       2070-RESOLVER-MESES-KYC.
           EVALUATE NIVEL-RIESGO OF REG-ENTRADA
              WHEN 'A'
                 MOVE WS-KYC-MESES-ALTO TO KYC-MESES OF DCLAUXILIAR
              WHEN 'M'
                 MOVE WS-KYC-MESES-MEDIO TO KYC-MESES OF DCLAUXILIAR
              WHEN OTHER
                 MOVE WS-KYC-MESES-BAJO TO KYC-MESES OF DCLAUXILIAR
           END-EVALUATE
           MOVE FECHA-REV-KYC OF REG-ENTRADA
             TO FECHA-REV-KYC OF DCLCLIENTE
           MOVE NIVEL-RIESGO OF REG-ENTRADA
             TO NIVEL-RIESGO OF DCLCLIENTE.

      ***************************************************************
      * ALTA DE CLIENTE: EL CBU NO DEBE EXISTIR TODAVIA Y LA         *
      * CATEGORIA DEBE SER UNA DE LAS VIGENTES EN TRX.TASA_COMISION. *
           IF WS-ERROR-N
              PERFORM 2225-VERIFICAR-COND-IMPUESTO
           END-IF
           IF WS-ERROR-N
              PERFORM 2240-CONTROLAR-LISTA
           END-IF
           IF WS-ERROR-N
              PERFORM 2230-INSERTAR-CLIENTE
           END-IF
              END-IF
           END-IF.

      ***************************************************************
      * EL TITULAR DEL ALTA O DE LA MODIFICACION SE CONTROLA CONTRA  *
      * LA LISTA DE CONTROL POR CUIT Y POR NOMBRE. SI COINCIDE, LA   *
      * NOVEDAD NO SE APLICA: QUEDA EN EL ARCHIVO DE ERRORES Y       *
      * VERILST ABRE EL CASO SOBRE EL CBU PARA QUE CUMPLIMIENTO LO   *
      * RESUELVA POR PDECSOS. DESCARTADO EL CASO (HOMONIMO), LA      *
      * MISMA NOVEDAD SE REINGRESA Y YA NO SE FRENA.                 *
      ***************************************************************
       2240-CONTROLAR-LISTA.
           CALL WS-SVERILST USING CUIT OF REG-ENTRADA,
                                   NOMBRE OF REG-ENTRADA,
                                   CBU-CLIENTE OF REG-ENTRADA,
                                   WS-LST-MODO, WS-LST-RESULTADO,
                                   WS-LST-ID-CASO, WS-LST-SQLCODE
           EVALUATE TRUE
              WHEN WS-LST-RESULTADO-S
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'CLIENTE EN LISTA DE CONTROL' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              WHEN WS-LST-RESULTADO-E
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE WS-LST-SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2240' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

       2230-INSERTAR-CLIENTE.
           MOVE CBU-CLIENTE OF REG-ENTRADA
                           TO CBU-CLIENTE-TEXT OF DCLCLIENTE
                TO COND-IMPUESTO OF DCLCLIENTE
           MOVE CUIT OF REG-ENTRADA TO CUIT OF DCLCLIENTE
           MOVE 'A' TO ESTADO-CLIENTE OF DCLCLIENTE
           PERFORM 2070-RESOLVER-MESES-KYC
           EXEC SQL
                INSERT INTO TRX.CLIENTE
                       (CBU_CLIENTE, NOMBRE, DIRECCION, TELEFONO,
                        SALDO, SALDO_INICIAL, CATEGORIA,
                        COND_IMPUESTO, CUIT, ESTADO_CLIENTE,
                        FECHA_REV_KYC, NIVEL_RIESGO, FECHA_VTO_KYC)
                VALUES (:DCLCLIENTE.CBU-CLIENTE,
                        :DCLCLIENTE.NOMBRE,
                        :DCLCLIENTE.DIRECCION,
                        :DCLCLIENTE.CATEGORIA,
                        :DCLCLIENTE.COND-IMPUESTO,
                        :DCLCLIENTE.CUIT,
                        :DCLCLIENTE.ESTADO-CLIENTE,
                        :DCLCLIENTE.FECHA-REV-KYC,
                        :DCLCLIENTE.NIVEL-RIESGO,
                        DATE(:DCLCLIENTE.FECHA-REV-KYC)
                        + :DCLAUXILIAR.KYC-MESES MONTHS)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
           END-IF.

      ***************************************************************
      * BAJA DE CLIENTE: LA CUENTA SOLO SE DA DE BAJA POR PCIECTA,   *
      * QUE ANTES COBRA LA MORA, TRANSFIERE EL SALDO Y DA DE BAJA    *
      * ORDENES, MANDATOS Y ALIAS. UNA NOVEDAD 'B' DE UN CBU ACTIVO  *
      * SE RECHAZA PARA QUE SE INGRESE COMO SOLICITUD DE CIERRE.     *
      ***************************************************************
       2300-PROCESAR-BAJA.
           PERFORM 2310-VERIFICAR-EXISTE-ACTIVO
           IF WS-ERROR-N
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'BAJA SOLO POR CIERRE DE CUENTA' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF.

       2310-VERIFICAR-EXISTE-ACTIVO.
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

      ***************************************************************
      * MODIFICACION DE DATOS DE CLIENTE: EL CBU DEBE EXISTIR Y ESTAR*
      * ACTIVO, Y LA CATEGORIA NUEVA DEBE SER UNA CATEGORIA VIGENTE. *
           IF WS-ERROR-N
              PERFORM 2225-VERIFICAR-COND-IMPUESTO
           END-IF
           IF WS-ERROR-N
              PERFORM 2240-CONTROLAR-LISTA
           END-IF
           IF WS-ERROR-N
              PERFORM 2500-LEER-IMAGEN-ANTERIOR
           END-IF
           IF WS-ERROR-N
              PERFORM 2410-ACTUALIZAR-CLIENTE
           END-IF
           IF WS-ERROR-N
              AND NIVEL-RIESGO OF REG-ENTRADA NOT = SPACE
              PERFORM 2420-ACTUALIZAR-KYC
           END-IF
           IF WS-ERROR-N
              PERFORM 2530-ARMAR-IMAGEN-MODIF
              PERFORM 2600-GRABAR-HISTORIAL
              MOVE 'S' TO WS-ERROR
           END-IF.

      ***************************************************************
      * NUEVA REVISION KYC INFORMADA EN LA MODIFICACION: FECHA,      *
      * NIVEL Y PROXIMA REVISION SEGUN EL PERIODO DEL NIVEL.         *
      ***************************************************************
       2420-ACTUALIZAR-KYC.
           PERFORM 2070-RESOLVER-MESES-KYC
           EXEC SQL
                UPDATE TRX.CLIENTE
                SET FECHA_REV_KYC = :DCLCLIENTE.FECHA-REV-KYC,
                    NIVEL_RIESGO = :DCLCLIENTE.NIVEL-RIESGO,
                    FECHA_VTO_KYC = DATE(:DCLCLIENTE.FECHA-REV-KYC)
                                  + :DCLAUXILIAR.KYC-MESES MONTHS
                WHERE CBU_CLIENTE = :DCLCLIENTE.CBU-CLIENTE
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE SQLCODE TO WS-ENC-CODE
              MOVE WS-ERROR-NCONTROL TO E-RAZON
              MOVE '2420' TO E-PARRAFO
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF.

      ***************************************************************
      * IMAGEN ANTERIOR DEL CLIENTE, LEIDA ANTES DE APLICAR LA BAJA  *
      * O LA MODIFICACION, PARA EL HISTORIAL DE CAMBIOS.             *
           MOVE CUIT OF REG-ENTRADA TO CUIT-NVO OF DCLCLIHIST
           MOVE 'A' TO ESTADO-NVO OF DCLCLIHIST.

       2530-ARMAR-IMAGEN-MODIF.
           MOVE NOMBRE OF REG-ENTRADA TO NOMBRE-NVO OF DCLCLIHIST
           MOVE DIRECCION OF REG-ENTRADA
                 ADD 1 TO WS-TOT-R-CONDIMP
              WHEN E-RAZON = 'CUIT INVALIDO'
                 ADD 1 TO WS-TOT-R-CUIT
              WHEN E-RAZON = 'BAJA SOLO POR CIERRE DE CUENTA'
                 ADD 1 TO WS-TOT-R-BAJA
              WHEN E-RAZON = 'CLIENTE EN LISTA DE CONTROL'
                 ADD 1 TO WS-TOT-R-LISTA
              WHEN E-RAZON(1:4) = 'KYC '
                 ADD 1 TO WS-TOT-R-KYC
              WHEN E-RAZON(1:8) = 'NOVEDAD '
                 ADD 1 TO WS-TOT-R-NOVEDAD
              WHEN E-RAZON(1:29) = 'ERROR NO CONTROLADO, CODIGO: '
                 ADD 1 TO WS-TOT-R-SQLERROR
              WHEN OTHER
           EVALUATE TRUE
              WHEN TIPO-MOV-ALTA OF REG-ENTRADA
                 ADD 1 TO WS-TOT-ALTAS
              WHEN TIPO-MOV-MODIF OF REG-ENTRADA
                 ADD 1 TO WS-TOT-MODIF
           END-EVALUATE.
           MOVE 'REGISTROS LEIDOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-LEIDOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'NOVEDADES REGISTRADAS PARA APROBACION'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-PENDIENTES TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'ALTAS ACEPTADAS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-ALTAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'MODIFICACIONES ACEPTADAS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-MODIF TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   RECHAZOS POR CUIT INVALIDO' TO WS-RC-ETIQUETA
           MOVE WS-TOT-R-CUIT TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   RECHAZOS DE BAJA (SOLO POR PCIECTA)'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-R-BAJA TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   RETENIDAS POR LISTA DE CONTROL (CASO)'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-R-LISTA TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   RECHAZOS POR DATOS KYC INVALIDOS'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-R-KYC TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   RECHAZOS DEL DOBLE CONTROL DE NOVEDADES'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-R-NOVEDAD TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   RECHAZOS POR ERROR DE BASE DE DATOS'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-R-SQLERROR TO WS-RC-VALOR
