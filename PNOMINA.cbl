             88 REG-ES-TRAILER     VALUE 'T'.
          05 CBU-EMPLEADO          PIC X(22).
          05 MONTO                 PIC 9(13)V99.
      * CUIT DEL EMPLEADO, PARA EL CONTROL DE LISTA DE LOS HABERES A
      * OTRA ENTIDAD; EN LOS LOCALES MANDA EL CUIT DEL PADRON.
          05 CUIT-EMPLEADO         PIC X(11).
          05 FILLER                PIC X(11).

      * VISTA DEL ENCABEZADO DE CONTROL (PRIMER REGISTRO DEL
      * ARCHIVO). EL ID DE LOTE QUEDA REGISTRADO EN
          05 I-FECHA-HORA         PIC X(26).
          05 I-MONTO              PIC 9(13)V99.
          05 I-MONEDA             PIC X(3).
          05 I-CONCEPTO           PIC X(3).
          05 I-REFERENCIA         PIC X(30).
          05 I-CUIT-EMISOR        PIC X(11).

       WORKING-STORAGE SECTION.

          88 WS-HABER-INTERB-N    VALUE 'N'.
          88 WS-HABER-INTERB-S    VALUE 'S'.

      * MARCA EL HABER ACTUAL COMO RETENIDO POR LISTA DE CONTROL.
       77 WS-HABER-RETENIDO       PIC X VALUE 'N'.
          88 WS-HABER-RETENIDO-N  VALUE 'N'.
          88 WS-HABER-RETENIDO-S  VALUE 'S'.

      * CONTADORES DE LA PASADA DE VALIDACION Y DE LA APLICACION.
       77 WS-VAL-CANT             PIC 9(9) COMP VALUE 0.
       77 WS-VAL-MONTO            PIC 9(13)V99 VALUE 0.
       77 WS-TOT-INTERB           PIC 9(9) COMP VALUE 0.
       77 WS-TOT-MONTO-ACRED      PIC 9(15)V99 COMP-3 VALUE 0.

      * HABERES RETENIDOS POR LISTA DE CONTROL: NO RECHAZAN LA
      * NOMINA, PERO NO SE FONDEAN NI SE ACREDITAN EN ESTA CORRIDA
      * (VER 1066); QUEDAN EN TRX.TRX_PENDIENTE (VER 2170).
       77 WS-VAL-RETENIDOS        PIC 9(9) COMP VALUE 0.
       77 WS-VAL-MONTO-RETENIDO   PIC 9(13)V99 VALUE 0.
       77 WS-VAL-MONTO-PAGAR      PIC 9(13)V99 VALUE 0.
       77 WS-TOT-RETENIDOS        PIC 9(9) COMP VALUE 0.
       77 WS-TOT-MONTO-RETENIDO   PIC 9(15)V99 COMP-3 VALUE 0.

      * COMISION DEL SERVICIO DE NOMINA (EL PORCENTAJE DE LA
      * CATEGORIA DEL EMPLEADOR SOBRE EL TOTAL DE LA NOMINA) E
      * IMPUESTO AL DEBITO SOBRE EL TOTAL DEBITADO, SEGUN LA
          05 FILLER               PIC X VALUE '-'.
          05 WS-FL-DIA            PIC 99.
       77 WS-CBU-EMPLEADOR        PIC X(22).
       77 WS-CUIT-EMPLEADOR       PIC X(11).
       77 WS-MONEDA-NOMINA        PIC X(3).
      * LOS HABERES VIAJAN CON EL CONCEPTO HAB Y EL LOTE DE LA NOMINA
      * COMO REFERENCIA, EN EL MOVIMIENTO Y EN LA SALIDA INTERBANCARIA.
       77 WS-CONCEPTO-HABERES     PIC X(3) VALUE 'HAB'.

      * SQLCA Y DCLGEN DE LAS TABLAS DEL CIRCUITO.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * TRIBUTA SEGUN SU CONDICION IMPOSITIVA, IGUAL QUE 2312 DE
      * PDBTRX.
           EXEC SQL INCLUDE TRXIMP END-EXEC.
      * DCLGEN DE LA TABLA DE TRANSFERENCIAS PENDIENTES: EL HABER
      * RETENIDO POR LISTA DE CONTROL QUEDA AHI CON SU CASO, IGUAL
      * QUE LAS TRANSFERENCIAS QUE RETIENE PDBTRX.
           EXEC SQL INCLUDE TRXPND END-EXEC.
           EXEC SQL BEGIN DECLARE SECTION
           END-EXEC.
       01 DCLAUXILIAR.
          10 NUMERO-REG            PIC S9(4) USAGE COMP.
          10 CANT-BLQ-TOTAL        PIC S9(4) USAGE COMP.
          10 MONTO-RESERVADO       PIC S9(13)V99 COMP-3.
          10 LIMITE-ACUERDO        PIC S9(13)V99 COMP-3.
          10 FECHA-TRX             PIC X(10).
           EXEC SQL END DECLARE SECTION
           END-EXEC.
          88 WS-VALIDAR-N         VALUE 'N'.
          88 WS-VALIDAR-S         VALUE 'S'.

      * VARIABLES SUB-PROG VERILST, EL CONTROL CONTRA LA LISTA DE
      * CUMPLIMIENTO QUE TAMBIEN APLICAN PMNTCLI, PDBTRX Y PDBENT.
       77 WS-SVERILST              PIC X(08) VALUE 'VERILST'.
       77 WS-LST-CUIT              PIC X(11).
       77 WS-LST-NOMBRE            PIC X(50).
       77 WS-LST-CBU               PIC X(22).
       77 WS-LST-MODO              PIC X VALUE 'C'.
       77 WS-LST-RESULTADO         PIC X.
          88 WS-LST-RESULTADO-N    VALUE 'N'.
          88 WS-LST-RESULTADO-S    VALUE 'S'.
          88 WS-LST-RESULTADO-E    VALUE 'E'.
       77 WS-LST-ID-CASO           PIC 9(9) VALUE 0.
       77 WS-LST-SQLCODE           PIC S9(9) COMP.

       PROCEDURE DIVISION.
       0000-MAIN-PROGRAM.
           PERFORM 1000-INIT-PROGRAM
           MOVE ZEROS TO WS-VAL-CANT
           MOVE ZEROS TO WS-VAL-MONTO
           MOVE ZEROS TO WS-VAL-ERRORES
           MOVE ZEROS TO WS-VAL-RETENIDOS
           MOVE ZEROS TO WS-VAL-MONTO-RETENIDO
           MOVE 22 TO CBU-CLIENTE-LEN OF DCLCLIENTE
           MOVE 22 TO CBU-EMISOR-LEN OF DCLTRANSACCION
           MOVE 22 TO CBU-RECEPTOR-LEN OF DCLTRANSACCION
              PERFORM 3300-STOP-PROGRAM
           END-IF
           CLOSE FICHERO-ENT
      * LOS HABERES RETENIDOS POR LISTA DE CONTROL NO SE PAGAN EN
      * ESTA CORRIDA: NO SE FONDEAN NI PAGAN COMISION NI IMPUESTO.
           COMPUTE WS-VAL-MONTO-PAGAR =
                   WS-VAL-MONTO - WS-VAL-MONTO-RETENIDO
           END-COMPUTE
           COMPUTE WS-COMISION ROUNDED =
                   WS-VAL-MONTO-PAGAR * PORCENTAJE OF DCLTASA
           END-COMPUTE
           PERFORM 1075-CALCULAR-IMPUESTO
           COMPUTE WS-MONTO-FONDEO =
                   WS-VAL-MONTO-PAGAR + WS-COMISION + WS-IMPUESTO
           END-COMPUTE
           IF WS-REG-REINICIO = 0
              PERFORM 1080-VERIFICAR-FONDOS
              IF WS-ERROR-N
                 PERFORM 1062-VALIDAR-RECEPTOR
              END-IF
              IF WS-ERROR-N
                 PERFORM 1066-CONTROLAR-LISTA
              END-IF
           END-IF
           READ FICHERO-ENT.

       1062-VALIDAR-RECEPTOR.
           MOVE 'N' TO WS-HABER-INTERB
           MOVE CBU-EMPLEADO OF REG-ENTRADA
                             TO CBU-CLIENTE-TEXT OF DCLCLIENTE
           MOVE SPACES TO NOMBRE-TEXT OF DCLCLIENTE
           EXEC SQL
                SELECT ESTADO_CLIENTE, MONEDA, CUIT, NOMBRE
                INTO :DCLCLIENTE.ESTADO-CLIENTE,
                     :DCLCLIENTE.MONEDA,
                     :DCLCLIENTE.CUIT,
                     :DCLCLIENTE.NOMBRE
                FROM TRX.CLIENTE
                WHERE CBU_CLIENTE = :DCLCLIENTE.CBU-CLIENTE
           END-EXEC
      * HABER HACIA UNA ENTIDAD SUSPENDIDA QUEDARIA RETENIDO POR
      * PSETBCO CON LA PLATA YA DEBITADA AL EMPLEADOR (MISMO
      * CONTROL QUE 2135 DE PDBTRX).
                 MOVE 'S' TO WS-HABER-INTERB
                 CALL WS-SVERIBCO USING CBU-EMPLEADO OF REG-ENTRADA,
                                         WS-VALIDAR, WS-DESC-BCO
                 IF WS-VALIDAR-N
              PERFORM 1065-OBSERVAR-DETALLE
           END-IF.

      ***************************************************************
      * CONTROL DEL EMPLEADO CONTRA LA LISTA DE CUMPLIMIENTO. UNA    *
      * COINCIDENCIA NO RECHAZA LA NOMINA: EL HABER QUEDA RETENIDO,  *
      * SE DESCUENTA DEL FONDEO Y 2150 ABRE EL CASO AL APLICARLA Y   *
      * LO DEJA EN TRX.TRX_PENDIENTE. EL EMPLEADOR NO SE ENTERA POR  *
      * EL ARCHIVO DE ERRORES; CUANDO CUMPLIMIENTO RESUELVE EL CASO  *
      * (PDECSOS), EL HABER SE RECHAZA O LO POSTEA PAUTTRX, QUE      *
      * DEBITA AL EMPLEADOR EN ESE MOMENTO. UN ERROR DE BASE DE      *
      * DATOS CORTA LA CORRIDA.                                      *
      ***************************************************************
       1066-CONTROLAR-LISTA.
           MOVE 'C' TO WS-LST-MODO
           PERFORM 2160-CONSULTAR-LISTA
           IF WS-LST-RESULTADO-S
              ADD 1 TO WS-VAL-RETENIDOS
              ADD MONTO OF REG-ENTRADA TO WS-VAL-MONTO-RETENIDO
           END-IF.

       1065-OBSERVAR-DETALLE.
           ADD 1 TO WS-VAL-ERRORES
           MOVE 'S' TO WS-ERROR
           MOVE WS-CBU-EMPLEADOR TO CBU-CLIENTE-TEXT OF DCLCLIENTE
           EXEC SQL
                SELECT SALDO, CATEGORIA, MONEDA, ESTADO_CLIENTE,
                       COND_IMPUESTO, CUIT
                INTO :DCLCLIENTE.SALDO, :DCLCLIENTE.CATEGORIA,
                     :DCLCLIENTE.MONEDA, :DCLCLIENTE.ESTADO-CLIENTE,
                     :DCLCLIENTE.COND-IMPUESTO, :DCLCLIENTE.CUIT
                FROM TRX.CLIENTE
                WHERE CBU_CLIENTE = :DCLCLIENTE.CBU-CLIENTE
           END-EXEC
           END-IF
      * LA CONDICION IMPOSITIVA SE RESGUARDA ANTES DE QUE LA PASADA
      * DE DETALLES PISE DCLCLIENTE.
           MOVE COND-IMPUESTO OF DCLCLIENTE TO WS-COND-EMPLEADOR
           MOVE CUIT OF DCLCLIENTE TO WS-CUIT-EMPLEADOR.

      ***************************************************************
      * IMPUESTO AL DEBITO DEL FONDEO, CON EL MISMO CRITERIO QUE     *

      ***************************************************************
      * EL SALDO DISPONIBLE DEL EMPLEADOR (SALDO MENOS RESERVAS DE   *
      * EMBARGO, CON UN BLOQUEO TOTAL COMO RECHAZO DIRECTO, MAS EL   *
      * ACUERDO EN DESCUBIERTO VIGENTE) DEBE CUBRIR EL TOTAL DE LA   *
      * NOMINA MAS LA COMISION. SI NO CUBRE, LA NOMINA ENTERA SE     *
      * RECHAZA: NUNCA MEDIA NOMINA PAGA.                            *
      ***************************************************************
       1080-VERIFICAR-FONDOS.
      * LA PASADA DE DETALLES PISO DCLCLIENTE: SE RELEE EL SALDO
                   SALDO OF DCLCLIENTE
                   - MONTO-RESERVADO OF DCLAUXILIAR
           END-COMPUTE
      * EL ACUERDO EN DESCUBIERTO VIGENTE DEL EMPLEADOR (VER 2308 DE
      * PDBTRX) PERMITE FONDEAR LA NOMINA DEJANDO LA CUENTA NEGATIVA
      * HASTA SU LIMITE.
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
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              PERFORM 3300-STOP-PROGRAM
           END-IF
           ADD LIMITE-ACUERDO OF DCLAUXILIAR TO WS-SALDO-DISPONIBLE
           IF WS-MONTO-FONDEO > WS-SALDO-DISPONIBLE
              DISPLAY 'PNOMINA: SALDO INSUFICIENTE PARA EL FONDEO'
              PERFORM 3250-RECHAZAR-NOMINA
       2000-PROCESAMIENTO.
           ADD 1 TO WS-NUM-REGISTRO
           PERFORM 2100-CLASIFICAR-RECEPTOR
           PERFORM 2150-CONTROLAR-LISTA
           IF WS-HABER-RETENIDO-S
              ADD 1 TO WS-TOT-RETENIDOS
              ADD MONTO OF REG-ENTRADA TO WS-TOT-MONTO-RETENIDO
           ELSE
              PERFORM 2500-GENERAR-ID-TRX
              PERFORM 2600-CARGAR-TRX
              IF WS-HABER-INTERB-S
                 PERFORM 2710-GRABAR-INTERBANCARIA
              ELSE
                 PERFORM 2700-ACREDITAR-EMPLEADO
              END-IF
              ADD 1 TO WS-TOT-ACREDITADOS
              ADD MONTO OF REG-ENTRADA TO WS-TOT-MONTO-ACRED
           END-IF
           PERFORM 2900-COMMIT-PUNTO
           READ FICHERO-ENT.

           MOVE 'N' TO WS-HABER-INTERB
           MOVE CBU-EMPLEADO OF REG-ENTRADA
                             TO CBU-CLIENTE-TEXT OF DCLCLIENTE
           MOVE SPACES TO NOMBRE-TEXT OF DCLCLIENTE
           EXEC SQL
                SELECT CUIT, NOMBRE
                INTO :DCLCLIENTE.CUIT,
                     :DCLCLIENTE.NOMBRE
                FROM TRX.CLIENTE
                WHERE CBU_CLIENTE = :DCLCLIENTE.CBU-CLIENTE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'S' TO WS-HABER-INTERB
              WHEN OTHER
                 MOVE SQLCODE TO WS-ENC-CODE
                 DISPLAY WS-ERROR-NCONTROL
                 EXEC SQL ROLLBACK END-EXEC
                 PERFORM 3300-STOP-PROGRAM
           END-EVALUATE.

      ***************************************************************
      * MISMO CONTROL DE LISTA QUE 1066, AHORA ABRIENDO EL CASO (O   *
      * SUMANDO AL PENDIENTE) PARA EL HABER RETENIDO, QUE SE DERIVA  *
      * A TRX.TRX_PENDIENTE CON MOTIVO 'L' Y EL CASO (2170). EN UN   *
      * REINICIO LA PASADA DE VALIDACION NO CONTROLA LISTA, ASI QUE  *
      * LA RETENCION SE DECIDE SIEMPRE ACA.                          *
      ***************************************************************
       2150-CONTROLAR-LISTA.
           MOVE 'N' TO WS-HABER-RETENIDO
           MOVE 'C' TO WS-LST-MODO
           PERFORM 2160-CONSULTAR-LISTA
           IF WS-LST-RESULTADO-S
              MOVE 'S' TO WS-HABER-RETENIDO
              MOVE 'A' TO WS-LST-MODO
              PERFORM 2160-CONSULTAR-LISTA
              PERFORM 2170-DERIVAR-PENDIENTE
           END-IF.

      * EL CUIT Y EL NOMBRE DEL EMPLEADO LOCAL SALEN DEL PADRON (YA
      * LEIDOS EN DCLCLIENTE); EL DEL EMPLEADO DE OTRA ENTIDAD, DEL
      * DETALLE. EL CASO QUEDA SOBRE EL CBU DEL CLIENTE NUESTRO: EL
      * EMPLEADO SI ES LOCAL, EL EMPLEADOR SI NO LO ES.
       2160-CONSULTAR-LISTA.
           IF WS-HABER-INTERB-S
              MOVE CUIT-EMPLEADO OF REG-ENTRADA TO WS-LST-CUIT
              MOVE SPACES TO WS-LST-NOMBRE
              MOVE WS-CBU-EMPLEADOR TO WS-LST-CBU
           ELSE
              MOVE CUIT OF DCLCLIENTE TO WS-LST-CUIT
              MOVE NOMBRE-TEXT OF DCLCLIENTE TO WS-LST-NOMBRE
              MOVE CBU-EMPLEADO OF REG-ENTRADA TO WS-LST-CBU
           END-IF
           CALL WS-SVERILST USING WS-LST-CUIT, WS-LST-NOMBRE,
                                   WS-LST-CBU, WS-LST-MODO,
                                   WS-LST-RESULTADO, WS-LST-ID-CASO,
                                   WS-LST-SQLCODE
           IF WS-LST-RESULTADO-E
              MOVE WS-LST-SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              EXEC SQL ROLLBACK END-EXEC
              PERFORM 3300-STOP-PROGRAM
           END-IF.

      ***************************************************************
      * EL HABER RETENIDO QUEDA EN LA COLA DE PENDIENTES CON EL      *
      * EMPLEADOR COMO EMISOR, MOTIVO 'L' Y EL CASO ABIERTO, CON EL  *
      * MISMO ID DE TRX.CONTROL_ID Y LAS MISMAS COLUMNAS QUE USA     *
      * PDBTRX 2350/2355. VA EN LA MISMA UNIDAD DE TRABAJO QUE LOS   *
      * HABERES, ASI UN REINICIO NO LO DERIVA DOS VECES.             *
      ***************************************************************
       2170-DERIVAR-PENDIENTE.
           MOVE 'TRX_PENDIENTE' TO NOM-TABLA OF DCLSECUENCIA
           EXEC SQL
                UPDATE TRX.CONTROL_ID
                SET ULT_ID = ULT_ID + 1
                WHERE NOM_TABLA = :DCLSECUENCIA.NOM-TABLA
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 EXEC SQL
                      SELECT ULT_ID
                      INTO :DCLSECUENCIA.ULT-ID
                      FROM TRX.CONTROL_ID
                      WHERE NOM_TABLA = :DCLSECUENCIA.NOM-TABLA
                 END-EXEC
              WHEN 100
                 MOVE 1 TO ULT-ID OF DCLSECUENCIA
                 EXEC SQL
                      INSERT INTO TRX.CONTROL_ID (NOM_TABLA, ULT_ID)
                      VALUES (:DCLSECUENCIA.NOM-TABLA, 1)
                 END-EXEC
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              EXEC SQL ROLLBACK END-EXEC
              PERFORM 3300-STOP-PROGRAM
           END-IF
           PERFORM 2175-INSERTAR-PENDIENTE.

       2175-INSERTAR-PENDIENTE.
           MOVE ULT-ID OF DCLSECUENCIA TO ID-PENDIENTE OF DCLPENDIENTE
           MOVE WS-DIA-HORA-NOMINA TO DIA-HORA OF DCLPENDIENTE
           MOVE MONTO OF REG-ENTRADA TO MONTO OF DCLPENDIENTE
           MOVE WS-CBU-EMPLEADOR TO CBU-EMISOR OF DCLPENDIENTE
           MOVE CBU-EMPLEADO OF REG-ENTRADA
             TO CBU-RECEPTOR OF DCLPENDIENTE
           MOVE WS-MONEDA-NOMINA TO MONEDA OF DCLPENDIENTE
           MOVE WS-HABER-INTERB TO ES-INTERB OF DCLPENDIENTE
           MOVE 'P' TO ESTADO-PEND OF DCLPENDIENTE
      * EL HABER SE PAGA EN LA MONEDA DE LA NOMINA: SIN CONVERSION.
           MOVE MONTO OF REG-ENTRADA TO MONTO-ACREDITADO OF DCLPENDIENTE
           MOVE 1 TO COTIZACION-APLICADA OF DCLPENDIENTE
           MOVE WS-CONCEPTO-HABERES TO CONCEPTO OF DCLPENDIENTE
           MOVE WS-ID-LOTE TO REFERENCIA OF DCLPENDIENTE
           MOVE 'L' TO MOTIVO-PEND OF DCLPENDIENTE
           MOVE WS-LST-ID-CASO TO ID-CASO OF DCLPENDIENTE
           EXEC SQL
                INSERT INTO TRX.TRX_PENDIENTE
                       (ID_PENDIENTE, DIA_HORA, MONTO, CBU_EMISOR,
                        CBU_RECEPTOR, MONEDA, ES_INTERB, ESTADO_PEND,
                        MONTO_ACREDITADO, COTIZACION_APLICADA,
                        CONCEPTO, REFERENCIA, MOTIVO_PEND, ID_CASO)
                VALUES (:DCLPENDIENTE.ID-PENDIENTE,
                        :DCLPENDIENTE.DIA-HORA,
                        :DCLPENDIENTE.MONTO,
                        :DCLPENDIENTE.CBU-EMISOR,
                        :DCLPENDIENTE.CBU-RECEPTOR,
                        :DCLPENDIENTE.MONEDA,
                        :DCLPENDIENTE.ES-INTERB,
                        :DCLPENDIENTE.ESTADO-PEND,
                        :DCLPENDIENTE.MONTO-ACREDITADO,
                        :DCLPENDIENTE.COTIZACION-APLICADA,
                        :DCLPENDIENTE.CONCEPTO,
                        :DCLPENDIENTE.REFERENCIA,
                        :DCLPENDIENTE.MOTIVO-PEND,
                        :DCLPENDIENTE.ID-CASO)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              EXEC SQL ROLLBACK END-EXEC
              PERFORM 3300-STOP-PROGRAM
           END-IF.

      **********************************************************
           MOVE CBU-EMPLEADO OF REG-ENTRADA
                             TO CBU-RECEPTOR-TEXT OF DCLTRANSACCION
           MOVE WS-MONEDA-NOMINA TO MONEDA OF DCLTRANSACCION
           MOVE WS-CONCEPTO-HABERES TO CONCEPTO OF DCLTRANSACCION
           MOVE WS-ID-LOTE TO REFERENCIA OF DCLTRANSACCION
           EXEC SQL
             INSERT INTO TRX.TRANSACCION(
                    ID_TRX, DIA_HORA,MONTO,COMISION,
                    CBU_EMISOR, CBU_RECEPTOR, MONTO_TOTAL, MONEDA,
                    CONCEPTO, REFERENCIA)
             VALUES (:DCLTRANSACCION.ID-TRX,
             :DCLTRANSACCION.DIA-HORA, :DCLTRANSACCION.MONTO,
             :DCLTRANSACCION.COMISION, :DCLTRANSACCION.CBU-EMISOR,
             :DCLTRANSACCION.CBU-RECEPTOR, :DCLTRANSACCION.MONTO-TOTAL,
             :DCLTRANSACCION.MONEDA,
             :DCLTRANSACCION.CONCEPTO, :DCLTRANSACCION.REFERENCIA)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              MOVE WS-DIA-HORA-NOMINA TO I-FECHA-HORA
              MOVE MONTO OF REG-ENTRADA TO I-MONTO
              MOVE WS-MONEDA-NOMINA TO I-MONEDA
              MOVE WS-CONCEPTO-HABERES TO I-CONCEPTO
              MOVE WS-ID-LOTE TO I-REFERENCIA
              MOVE WS-CUIT-EMPLEADOR TO I-CUIT-EMISOR
              WRITE REG-INTERB
           END-IF.

           MOVE 'MONTO TOTAL ACREDITADO' TO WS-RI-ETIQUETA
           MOVE WS-TOT-MONTO-ACRED TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
           MOVE 'HABERES RETENIDOS POR LISTA DE CONTROL'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-RETENIDOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'MONTO RETENIDO (DERIVADO A PENDIENTES)'
                TO WS-RI-ETIQUETA
           MOVE WS-TOT-MONTO-RETENIDO TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
           MOVE 'COMISION DEL SERVICIO' TO WS-RI-ETIQUETA
           MOVE WS-COMISION TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
