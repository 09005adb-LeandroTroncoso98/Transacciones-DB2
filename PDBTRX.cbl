      * CUENTAS (VER 2302-VERIFICAR-MONEDA). MARCA-REPETIR EN 'R'
      * DECLARA UNA REPETICION LEGITIMA: EL CONTROL DE DUPLICADOS DE
      * 2140 NO RECHAZA ESE DETALLE AUNQUE YA EXISTA UNO IGUAL
      * POSTEADO DENTRO DE LA VENTANA CONFIGURADA. CONCEPTO ES EL
      * CODIGO DE TRX.CONCEPTO QUE DESCRIBE LA TRANSFERENCIA (ALQ,
      * HON, FAC, HAB, VAR...; EN BLANCO SE ASUME VAR, VER 2090) Y
      * REFERENCIA UN TEXTO LIBRE DEL CLIENTE; AMBOS QUEDAN EN
      * TRX.TRANSACCION Y VIAJAN AL RESUMEN Y A LA OTRA ENTIDAD.
      * CUIT-RECEPTOR ES EL CUIT DEL BENEFICIARIO QUE INFORMA EL
      * CANAL; EN UNA TRANSFERENCIA A OTRA ENTIDAD SE CONTROLA
      * CONTRA LA LISTA DE CONTROL (VER 2150-VERIFICAR-LISTA). EN
      * BLANCO NO HAY CONTRA QUE CONTROLAR.
       FD FICHERO-ENT RECORDING MODE IS F
                      DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA.
          05 MONEDA               PIC X(3).
          05 MARCA-REPETIR        PIC X(1).
             88 REPETIR-AUTORIZADO VALUE 'R'.
          05 CONCEPTO             PIC X(3).
          05 REFERENCIA           PIC X(30).
          05 CUIT-RECEPTOR        PIC X(11).

      * VISTA DEL ENCABEZADO DE CONTROL (PRIMER REGISTRO DEL ARCHIVO).
      * H-ID-LOTE IDENTIFICA EL LOTE: CADA LOTE COMPLETADO QUEDA
      * TRX.CONTROL_PROCESO SE GUARDE BAJO PDBTRXNN, ASI CADA
      * INSTANCIA EN PARALELO TIENE SU PROPIO PUNTO DE REINICIO.
          05 H-PARTICION           PIC XX.
      * MODO DE CORRIDA: 'S' ES UNA SIMULACION PARA PREVALIDAR EL
      * LOTE DURANTE EL DIA. EL LOTE RECORRE TODA LA CADENA DE
      * VALIDACIONES PERO NO SE TOCA NINGUN SALDO NI TABLA (VER
      * WS-SIMULACION); CUALQUIER OTRO VALOR ES LA CORRIDA NORMAL.
          05 H-MODO-CORRIDA        PIC X.
             88 H-MODO-SIMULACION  VALUE 'S'.
          05 FILLER                PIC X(104).

      * VISTA DEL CIERRE DE CONTROL (ULTIMO REGISTRO DEL ARCHIVO), CON
      * LA CANTIDAD DE DETALLES Y EL MONTO TOTAL QUE DEBERIAMOS LEER.
          05 T-TIPO-REGISTRO       PIC X(1).
          05 T-CANT-REGISTROS      PIC 9(9).
          05 T-MONTO-CONTROL       PIC 9(13)V99.
          05 FILLER                PIC X(109).

      *REGISTRO PARA REGISTRAR LOS ERRORES.
       FD ERROR-FICH RECORDING MODE IS F
      * QUE EL RECICLADO DE PRECICLO PUEDA REEMITIRLA Y EL CONTROL
      * DE DUPLICADOS NO FRENE EL REINTENTO DE UN PAGO AUTORIZADO.
          05 E-MARCA-REPETIR      PIC X(1).
      * CONCEPTO Y REFERENCIA DEL DETALLE RECHAZADO, POR LA MISMA
      * RAZON: EL REINTENTO DE PRECICLO LOS REEMITE TAL CUAL.
          05 E-CONCEPTO           PIC X(3).
          05 E-REFERENCIA         PIC X(30).
          05 E-CUIT-RECEPTOR      PIC X(11).

      * REGISTRO DEL REPORTE DE TOTALES DE CONTROL DE FIN DE CORRIDA.
       FD REPORTE-FICH RECORDING MODE IS F
      * EN TRX.CLIENTE) SE DEBITAN Y REGISTRAN COMO CUALQUIER OTRA,
      * PERO EN VEZ DE ACREDITARSE LOCALMENTE SE INFORMAN EN ESTE
      * ARCHIVO, CON EL CODIGO DE LA ENTIDAD DESTINO AL FRENTE PARA
      * QUE EL PASO SIGUIENTE PUEDA CORTAR POR ENTIDAD. EL CONCEPTO Y
      * LA REFERENCIA VIAJAN AL FINAL PORQUE EL REGIMEN LOS EXIGE EN
      * TODA TRANSFERENCIA SALIENTE. EL CUIT DEL ORIGINANTE VIAJA
      * PARA QUE LA ENTIDAD DESTINO LO CONTROLE CONTRA SUS LISTAS DE
      * CUMPLIMIENTO, IGUAL QUE PDBENT CONTROLA EL DE LO QUE RECIBE.
       FD INTERB-FICH RECORDING MODE IS F
                      DATA RECORD IS REG-INTERB.
       01 REG-INTERB.
          05 I-FECHA-HORA         PIC X(26).
          05 I-MONTO              PIC 9(13)V99.
          05 I-MONEDA             PIC X(3).
          05 I-CONCEPTO           PIC X(3).
          05 I-REFERENCIA         PIC X(30).
          05 I-CUIT-EMISOR        PIC X(11).

      * ACUSE POR DETALLE HACIA EL CANAL QUE ARMO EL LOTE: UN
      * REGISTRO POR CADA DETALLE LEIDO, CON EL LOTE, EL NUMERO DE
      * LLEGO A POSTEARSE). LA IDENTIDAD PERMITE CONCILIAR TAMBIEN
      * LAS NOCHES PARTICIONADAS, DONDE EL LOTE ES EL HIJO DE
      * PSPLTRX Y LA SECUENCIA DE PARTICION NO COINCIDE CON LA DEL
      * ENVIO ORIGINAL DEL CANAL. R-RAZON LLEVA EL MOTIVO DE LOS
      * RECHAZADOS (EL MISMO DE E-RAZON) Y R-SIMULACION EN 'S' MARCA
      * LOS ACUSES DE UNA CORRIDA DE SIMULACION: EL ESTADO ES EL
      * DESTINO QUE HABRIA TENIDO EL DETALLE Y EL ID_TRX VA EN CERO.
       FD RESPUES-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-RESP.
       01 REG-RESP.
          05 R-MONTO              PIC 9(13)V99.
          05 R-ESTADO             PIC X(1).
          05 R-ID-TRX             PIC 9(9).
          05 R-RAZON              PIC X(36).
          05 R-SIMULACION         PIC X(1).

       WORKING-STORAGE SECTION.

          88 WS-TRX-PEND-N        VALUE 'N'.
          88 WS-TRX-PEND-S        VALUE 'S'.

      * CORRIDA DE SIMULACION (H-MODO-CORRIDA = 'S'): SE VALIDA TODO
      * IGUAL QUE EN LA CORRIDA NORMAL, PERO NO SE ACTUALIZAN SALDOS
      * NI SE GRABA EN TRX.TRANSACCION, TRX.TRX_PROGRAMADA,
      * TRX.TRX_PENDIENTE, TRX.AUDITORIA, TRX.LOTE_PROCESADO,
      * TRX.CONTROL_ID NI TRX.CONTROL_PROCESO, Y NO SE ESCRIBEN
      * ERRORES NI SALIDAS INTERBANCARIAS: EL RESULTADO SON LOS
      * ACUSES DE RESPUES Y EL REPORTE DE CONTROL.
       77 WS-SIMULACION           PIC X VALUE 'N'.
          88 WS-SIMULACION-N      VALUE 'N'.
          88 WS-SIMULACION-S      VALUE 'S'.

      * MOVIMIENTOS SIMULADOS DE LA CORRIDA POR CBU: COMO LA
      * SIMULACION NO ACTUALIZA SALDOS, CADA DETALLE QUE HABRIA
      * POSTEADO SE ACUMULA ACA (NETO DEL CBU Y TOTAL DEBITADO) Y LOS
      * DETALLES SIGUIENTES DEL MISMO LOTE LO CONSIDERAN EN EL
      * CONTROL DE SALDO (2309) Y EN EL TOPE DIARIO (2320), IGUAL QUE
      * SI LOS ANTERIORES SE HUBIERAN POSTEADO.
       77 WS-SIM-USADAS           PIC 9(4) COMP VALUE 0.
       77 WS-SIM-CBU-BUSCAR       PIC X(22).
       77 WS-SIM-HALLADO          PIC X VALUE 'N'.
          88 WS-SIM-HALLADO-N     VALUE 'N'.
          88 WS-SIM-HALLADO-S     VALUE 'S'.
       77 WS-SIM-DEB-EMISOR       PIC 9(15)V99 COMP-3 VALUE 0.
       01 WS-TAB-SIMULADA.
          05 WS-SIM-ENTRADA OCCURS 0 TO 500 TIMES
                            DEPENDING ON WS-SIM-USADAS
                            INDEXED BY WS-IDX-SIM.
             10 WS-SIM-CBU        PIC X(22).
             10 WS-SIM-NETO       PIC S9(15)V99 COMP-3.
             10 WS-SIM-DEBITADO   PIC 9(15)V99 COMP-3.

      * LO QUE LA SIMULACION HABRIA GRABADO EN TRX.TRANSACCION Y EN
      * TRX.CONSUMO_PLAN Y QUE LOS CONTROLES QUE LEEN ESAS TABLAS NO
      * PUEDEN VER: LA CLAVE DE CADA DETALLE SIMULADO PARA EL CONTROL
      * DE DUPLICADOS (2140), LO ENVIADO POR ENTIDAD, MONEDA Y DIA
      * PARA EL LIMITE DE EXPOSICION (2360) Y LO CONSUMIDO DEL CUPO
      * POR CBU, PLAN Y PERIODO (2318). SE CARGAN EN 2660; SI UNA
      * TABLA SE LLENA, LO QUE NO ENTRA SE CONTROLA SOLO CONTRA LA
      * BASE, COMO EN WS-TAB-SIMULADA.
       77 WS-SIM-DUP-USADAS       PIC 9(4) COMP VALUE 0.
       77 WS-SIM-EXP-USADAS       PIC 9(4) COMP VALUE 0.
       77 WS-SIM-CUPO-USADAS      PIC 9(4) COMP VALUE 0.
       77 WS-SIM-BCO-BUSCAR       PIC X(3).
       77 WS-SIM-PLAN-BUSCAR      PIC X(6).
       01 WS-TAB-SIM-DUP.
          05 WS-SIM-DUP-ENTRADA OCCURS 0 TO 500 TIMES
                            DEPENDING ON WS-SIM-DUP-USADAS
                            INDEXED BY WS-IDX-SDUP.
             10 WS-SIM-DUP-EMISOR   PIC X(22).
             10 WS-SIM-DUP-RECEPTOR PIC X(22).
             10 WS-SIM-DUP-MONTO    PIC 9(13)V99.
             10 WS-SIM-DUP-FECHA    PIC X(10).
       01 WS-TAB-SIM-EXP.
          05 WS-SIM-EXP-ENTRADA OCCURS 0 TO 200 TIMES
                            DEPENDING ON WS-SIM-EXP-USADAS
                            INDEXED BY WS-IDX-SEXP.
             10 WS-SIM-EXP-BANCO    PIC X(3).
             10 WS-SIM-EXP-MONEDA   PIC X(3).
             10 WS-SIM-EXP-FECHA    PIC X(10).
             10 WS-SIM-EXP-ENVIADO  PIC 9(15)V99 COMP-3.
       01 WS-TAB-SIM-CUPO.
          05 WS-SIM-CUPO-ENTRADA OCCURS 0 TO 500 TIMES
                            DEPENDING ON WS-SIM-CUPO-USADAS
                            INDEXED BY WS-IDX-SCUP.
             10 WS-SIM-CUPO-CBU     PIC X(22).
             10 WS-SIM-CUPO-PLAN    PIC X(6).
             10 WS-SIM-CUPO-PERIODO PIC X(6).
             10 WS-SIM-CUPO-CANT    PIC 9(9) COMP.

       77 WS-COMISION             PIC 9(8)V99.
      * PLAN PROMOCIONAL DE COMISION DEL EMISOR (TRX.PLAN_COMISION,
      * VER PMNTPLN) VIGENTE A LA FECHA DEL DETALLE: LO QUE EL PLAN
      * DESCUENTA DE LA COMISION DE LA CATEGORIA QUEDA EN
      * WS-COMISION-BONIF Y VIAJA A TRX.TRANSACCION (COLUMNAS
      * COMISION_BONIF Y COD_PLAN) PARA LA FACTURACION DE PFACCLI Y
      * EL REPORTE DE BONIFICACIONES DE PRPTBON. WS-PLAN-CONSUME
      * MARCA QUE LA BONIFICACION SALIO DEL CUPO MENSUAL DEL PLAN Y
      * HAY QUE SUMAR EL CONSUMO AL POSTEAR (VER 2315 Y 2610).
       77 WS-COMISION-BONIF       PIC 9(8)V99.
       77 WS-COMISION-PLAN        PIC 9(8)V99.
       77 WS-PLAN-HALLADO         PIC X VALUE 'N'.
          88 WS-PLAN-HALLADO-N    VALUE 'N'.
          88 WS-PLAN-HALLADO-S    VALUE 'S'.
       77 WS-PLAN-CONSUME         PIC X VALUE 'N'.
          88 WS-PLAN-CONSUME-N    VALUE 'N'.
          88 WS-PLAN-CONSUME-S    VALUE 'S'.
      * IMPUESTO AL DEBITO RETENIDO SOBRE EL DEBITO DEL EMISOR,
      * SEGUN LA CONDICION IMPOSITIVA DE SU CUENTA EN TRX.CLIENTE Y
      * LA ALICUOTA DE TRX.TASA_IMPUESTO (VER 2312). VIAJA DENTRO DE
       77 WS-ACUM-TOTAL-DIA       PIC 9(15)V99 COMP-3.

      * SALDO DISPONIBLE DEL EMISOR: EL SALDO DE LA CUENTA MENOS LO
      * RESERVADO POR EMBARGOS VIGENTES (VER 2304-VERIFICAR-BLOQUEO)
      * MAS EL LIMITE DEL ACUERDO EN DESCUBIERTO VIGENTE (VER 2308).
      * CON ACUERDO, EL SALDO DE LA CUENTA PUEDE QUEDAR NEGATIVO.
       77 WS-SALDO-DISPONIBLE     PIC S9(13)V99.

      * FECHA VALOR DE LA TRANSACCION (VER 2250-RODAR-FECHA-VALOR):
      * UN DUPLICADO. SIN FILA CONFIGURADA LA VENTANA ES EL MISMO
      * DIA DEL DETALLE (VER 2140-VERIFICAR-DUPLICADO).
       77 WS-DUP-VENTANA          PIC 9(3) COMP VALUE 0.

      * REGISTRO DE BENEFICIARIOS (TRX.BENEFICIARIO, VER PMNTBEN):
      * UNA TRANSFERENCIA A UN CBU QUE EL EMISOR NO TIENE REGISTRADO,
      * O QUE REGISTRO HACE MENOS DE WS-BENEF-HORAS HORAS (CLAVE
      * BENEF_HORAS DE TRX.PARAMETRO; SIN FILA, CERO: SOLO CUENTA SI
      * ESTA O NO REGISTRADO), NO POSTEA POR ENCIMA DEL TOPE DE LA
      * CATEGORIA DEL EMISOR (CLAVE BENEF_TOPE_ + CATEGORIA, QUINCE
      * DIGITOS CON DOS DECIMALES IMPLICITOS; SIN FILA LA CATEGORIA
      * NO TIENE TOPE): SE DERIVA A AUTORIZACION (VER 2345).
       77 WS-BENEF-HORAS          PIC 9(4) COMP VALUE 0.
       77 WS-BENEF-TOPE           PIC 9(13)V99 VALUE 0.
       77 WS-BENEF-HAY-TOPE       PIC X VALUE 'N'.
          88 WS-BENEF-HAY-TOPE-N  VALUE 'N'.
          88 WS-BENEF-HAY-TOPE-S  VALUE 'S'.
       77 WS-BENEF-DIAS           PIC 9(4) COMP VALUE 0.
       77 WS-BENEF-RESTO          PIC 9(4) COMP VALUE 0.
       77 WS-BENEF-HH             PIC 9(4) COMP VALUE 0.
       01 WS-BENEF-CLAVE.
          05 FILLER               PIC X(11) VALUE 'BENEF_TOPE_'.
          05 WS-BENEF-CLAVE-CAT   PIC X(1).

      * REVISION KYC VENCIDA (TRX.CLIENTE.FECHA_VTO_KYC, VER
      * PMNTCLI): PASADOS WS-KYC-GRACIA DIAS DEL VENCIMIENTO (CLAVE
      * KYC_GRACIA_DIAS DE TRX.PARAMETRO; SIN FILA, CERO), EL EMISOR
      * NO PUEDE DEBITAR MAS QUE EL TOPE DE SU MONEDA (CLAVE
      * KYC_TOPE_ + MONEDA, QUINCE DIGITOS CON DOS DECIMALES
      * IMPLICITOS; SIN FILA LA MONEDA NO TIENE TOPE). VER 2305.
       77 WS-KYC-GRACIA           PIC 9(3) COMP VALUE 0.
       77 WS-KYC-TOPE             PIC 9(13)V99 VALUE 0.
       77 WS-KYC-HAY-TOPE         PIC X VALUE 'N'.
          88 WS-KYC-HAY-TOPE-N    VALUE 'N'.
          88 WS-KYC-HAY-TOPE-S    VALUE 'S'.
       01 WS-KYC-CLAVE.
          05 FILLER               PIC X(9) VALUE 'KYC_TOPE_'.
          05 WS-KYC-CLAVE-MON     PIC X(3).

      * MOTIVO DE LA DERIVACION A AUTORIZACION, QUE VIAJA A
      * TRX.TRX_PENDIENTE (MOTIVO_PEND) PARA QUE EL SUPERVISOR SEPA
      * POR QUE LA TIENE EN LA COLA: 'U' MONTO SOBRE EL UMBRAL DE SU
      * MONEDA, 'B' BENEFICIARIO NUEVO O RECIENTE SOBRE EL TOPE, 'L'
      * BENEFICIARIO EN LA LISTA DE CONTROL (RETENIDA HASTA QUE
      * CUMPLIMIENTO RESUELVA EL CASO, VER ID_CASO), 'X' LA
      * TRANSFERENCIA INTERBANCARIA SUPERARIA EL LIMITE DE DEUDOR
      * NETO DEL DIA CONTRA LA ENTIDAD DESTINO (LA LIBERA TESORERIA).
       77 WS-MOTIVO-PEND          PIC X VALUE SPACE.
          88 WS-MOTIVO-PEND-UMBRAL VALUE 'U'.
          88 WS-MOTIVO-PEND-BENEF VALUE 'B'.
          88 WS-MOTIVO-PEND-LISTA VALUE 'L'.
          88 WS-MOTIVO-PEND-EXPOS VALUE 'X'.

      * VARIABLES SUB-PROG VERILST: CONTROL DEL BENEFICIARIO DE OTRA
      * ENTIDAD CONTRA LA LISTA DE CONTROL DE CUMPLIMIENTO. 2150 SOLO
      * CONSULTA (MODO 'C'); EL CASO SE ABRE RECIEN EN 2348, CUANDO
      * LA TRANSFERENCIA QUEDA EFECTIVAMENTE RETENIDA.
       77 WS-SVERILST              PIC X(08) VALUE 'VERILST'.
       77 WS-LST-MODO              PIC X VALUE 'C'.
       77 WS-LST-RESULTADO         PIC X.
          88 WS-LST-RESULTADO-N    VALUE 'N'.
          88 WS-LST-RESULTADO-S    VALUE 'S'.
          88 WS-LST-RESULTADO-E    VALUE 'E'.
       77 WS-LST-ID-CASO           PIC 9(9) VALUE 0.
       77 WS-LST-SQLCODE           PIC S9(9) COMP.
       77 WS-LST-NOMBRE            PIC X(50) VALUE SPACES.
       77 WS-EN-LISTA              PIC X VALUE 'N'.
          88 WS-EN-LISTA-N         VALUE 'N'.
          88 WS-EN-LISTA-S         VALUE 'S'.

      * VARIABLES SUB-PROG VERINOT: AVISOS AL CLIENTE DEL DEBITO, DEL
      * CREDITO Y DEL RECHAZO DE CADA DETALLE (VER 2695).
       77 WS-SVERINOT              PIC X(08) VALUE 'VERINOT'.
       77 WS-NOT-TIPO              PIC X(3).
       77 WS-NOT-CBU               PIC X(22).
       77 WS-NOT-FECHA             PIC X(10).
       77 WS-NOT-MONTO             PIC 9(13)V99.
       77 WS-NOT-ID-REF            PIC 9(9).
       77 WS-NOT-DETALLE           PIC X(36).
       77 WS-NOT-PROGRAMA          PIC X(8) VALUE 'PDBTRX'.
       77 WS-NOT-RESULTADO         PIC X.
          88 WS-NOT-RESULTADO-E    VALUE 'E'.
       77 WS-NOT-SQLCODE           PIC S9(9) COMP.
       01 WS-FECHA-DUP.
          05 WS-FDUP-ANIO         PIC 9(4).
          05 FILLER               PIC X VALUE '-'.
       77 WS-TOT-R-ALIAS          PIC 9(9) COMP VALUE 0.
       77 WS-TOT-R-ENT-SUSP       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-R-INACTIVA       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-R-CONCEPTO       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-R-KYC            PIC 9(9) COMP VALUE 0.
       77 WS-TOT-R-OTROS          PIC 9(9) COMP VALUE 0.
       77 WS-TOT-PENDIENTES       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-PEND-BENEF       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-PEND-LISTA       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-PEND-EXPOS       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-INTERB           PIC 9(9) COMP VALUE 0.
       77 WS-TOT-MONTO-TRANSF     PIC 9(15)V99 COMP-3 VALUE 0.
       77 WS-TOT-COMISION         PIC 9(13)V99 COMP-3 VALUE 0.
       77 WS-TOT-IMPUESTO         PIC 9(13)V99 COMP-3 VALUE 0.
       77 WS-TOT-CON-PLAN         PIC 9(9) COMP VALUE 0.
       77 WS-TOT-BONIF            PIC 9(13)V99 COMP-3 VALUE 0.

      * ACUMULADO DE COMISION Y MONTO TRANSFERIDO POR CATEGORIA DEL
      * CLIENTE EMISOR, PARA EL DESGLOSE DEL REPORTE DE CONTROL.
                         VALUE 'LOTE PROCESADO:  '.
          05 WS-RL-ID             PIC X(16).
          05 FILLER               PIC X(47) VALUE SPACES.
       01 WS-REP-SIMULACION.
          05 FILLER               PIC X(51) VALUE
                'CORRIDA DE SIMULACION: NO SE POSTEO NINGUN DETALLE'.
          05 FILLER               PIC X(29) VALUE SPACES.
       01 WS-REP-CATEGORIA.
          05 FILLER               PIC X(20) VALUE
                         '  COMISION CATEGORIA'.
      * ESTADO OPERATIVO DE LA ENTIDAD DESTINO (VER PMNTBCO) ANTES
      * DE DEJAR SALIR UNA TRANSFERENCIA INTERBANCARIA.
           EXEC SQL INCLUDE TRXBCO END-EXEC.
      * DCLGEN DE LOS LIMITES DE DEUDOR NETO POR ENTIDAD Y MONEDA
      * (VER PMNTBCO, NOVEDAD 'L'): 2135 TRAE EL DE LA ENTIDAD
      * DESTINO Y 2360 LO CONTROLA.
           EXEC SQL INCLUDE TRXBLM END-EXEC.
      * DCLGEN DE LA TABLA DE AUDITORIA DE RECHAZOS.
           EXEC SQL INCLUDE TRXAUD END-EXEC.
      * DCLGEN DEL REGISTRO DE LOTES PROCESADOS.
      * POSTEAN HOY; SE DIFIEREN AHI Y PPRGLIB LOS LIBERA EN LA
      * FECHA VALOR POR EL CIRCUITO NORMAL (VER 2280).
           EXEC SQL INCLUDE TRXPRG END-EXEC.
      * DCLGEN DE LA TABLA DE CONCEPTOS DE TRANSFERENCIA (VER
      * PMNTCPT): 2090 VALIDA EL CONCEPTO DEL DETALLE CONTRA ELLA.
           EXEC SQL INCLUDE TRXCPT END-EXEC.
      * DCLGEN DEL REGISTRO DE BENEFICIARIOS POR CLIENTE (VER
      * PMNTBEN): 2345 LO CONSULTA Y 2720 LO ALIMENTA CON CADA
      * TRANSFERENCIA POSTEADA.
           EXEC SQL INCLUDE TRXBEN END-EXEC.
      * DCLGEN DE LOS PLANES PROMOCIONALES DE COMISION, DE SU
      * ASIGNACION A CBU Y DEL CONSUMO MENSUAL DE LOS PLANES CON
      * CUPO DE TRANSFERENCIAS SIN CARGO (VER PMNTPLN Y 2315).
           EXEC SQL INCLUDE TRXPLN END-EXEC.
           EXEC SQL INCLUDE TRXPLC END-EXEC.
           EXEC SQL INCLUDE TRXCSP END-EXEC.
      * DECLARAMOS VARIABLES HOST.
           EXEC SQL BEGIN DECLARE SECTION
           END-EXEC.
          10 REC-MONEDA            PIC X(3).
          10 CANT-BLQ-TOTAL        PIC S9(4) USAGE COMP.
          10 MONTO-RESERVADO       PIC S9(13)V99 COMP-3.
          10 LIMITE-ACUERDO        PIC S9(13)V99 COMP-3.
          10 FECHA-TRX             PIC X(10).
          10 AUD-CBU-EMISOR        PIC X(22).
          10 AUD-CBU-RECEPTOR      PIC X(22).
          10 DUP-CBU-EMISOR        PIC X(22).
          10 DUP-CBU-RECEPTOR      PIC X(22).
          10 DUP-MONTO             PIC S9(13)V99 COMP-3.
          10 KYC-GRACIA            PIC S9(4) USAGE COMP.
          10 CANT-KYC-VENCIDO      PIC S9(4) USAGE COMP.
      * PERIODO AAAAMM DEL DETALLE, PARA EL CUPO MENSUAL DEL PLAN.
          10 PLAN-PERIODO          PIC X(6).
      * POSICION DEL DIA CONTRA LA ENTIDAD DESTINO, CON LOS MISMOS
      * CRITERIOS QUE PSETBCO (VER 2360-VERIFICAR-EXPOSICION).
          10 EXP-COD-BANCO         PIC X(3).
          10 EXP-ENTIDAD           PIC S9(4) USAGE COMP.
          10 EXP-FECHA             PIC X(10).
          10 EXP-ENVIADO           PIC S9(13)V99 COMP-3.
          10 EXP-RECIBIDO          PIC S9(13)V99 COMP-3.
          10 EXP-DEVUELTO          PIC S9(13)V99 COMP-3.
          10 EXP-SUSPENSO          PIC S9(13)V99 COMP-3.
      * EL LIMITE DE ESTOS HOST-VARIABLES DEBE COINCIDIR BYTE A BYTE
      * CON EL FORMATO REAL DE DIA_HORA (26 BYTES: FECHA CON GUIONES
      * SEGUIDA SIN SEPARADOR DE LA HORA, QUE A SU VEZ TIENE ':' EN
          05 WS-TSDUP-F-FECHA      PIC X(10).
          05 FILLER                PIC X(8) VALUE '23:59:59'.
          05 FILLER                PIC X(8) VALUE SPACES.
      * VENTANA EN LA QUE UN CBU CUENTA COMO BENEFICIARIO DE NOMINA
      * (VER 2317): DESDE EL PRIMER DIA DEL MES ANTERIOR AL DEL
      * DETALLE HASTA EL FIN DEL DIA DEL DETALLE, CON EL MISMO
      * RELLENO BYTE A BYTE QUE DIA_HORA.
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
      * CORTE DEL PERIODO DE ESPERA DE BENEFICIARIOS: EL MOMENTO DEL
      * DETALLE MENOS WS-BENEF-HORAS, EN EL FORMATO DE DIA_HORA. UN
      * BENEFICIARIO CON FECHA_ALTA HASTA ESE CORTE YA ESTA FIRME.
       01 WS-TS-BENEF-CORTE.
          05 WS-TSBEN-FECHA        PIC X(10).
          05 WS-TSBEN-HORA.
             10 WS-TSBEN-HH        PIC 99.
             10 WS-TSBEN-RESTO     PIC X(14).
           EXEC SQL END DECLARE SECTION
           END-EXEC.

          88 WS-ENT-SUSPENDIDA-N  VALUE 'N'.
          88 WS-ENT-SUSPENDIDA-S  VALUE 'S'.

      * LIMITE DE DEUDOR NETO DEL DIA CONTRA LA ENTIDAD DESTINO EN LA
      * MONEDA DEL DETALLE (TRX.BANCO_LIMITE). SIN FILA NO HAY TOPE.
      * WS-EXP-USADO ES LA POSICION NETA YA COMPROMETIDA EN EL DIA.
       77 WS-ENT-HAY-LIMITE       PIC X VALUE 'N'.
          88 WS-ENT-HAY-LIMITE-N  VALUE 'N'.
          88 WS-ENT-HAY-LIMITE-S  VALUE 'S'.
       77 WS-EXP-USADO            PIC S9(15)V99 COMP-3 VALUE 0.

      * MISMO CRITERIO PARA LA CUENTA EMISORA INACTIVA (ESTADO 'D',
      * VER PINACTIV): EL DEBITO SE RECHAZA CON SU PROPIA RAZON; LOS
      * CREDITOS ENTRANTES NO PASAN POR ESTE CONTROL Y SIGUEN
           PERFORM 1050-VALIDAR-CONTROL
           PERFORM 1600-VERIFICAR-LOTE
           PERFORM 1100-OPEN-ENT
      * LA SIMULACION NO TIENE PUNTO DE REINICIO: SIEMPRE RECORRE EL
      * LOTE COMPLETO Y NO TOCA EL CONTROL DE LA CORRIDA NORMAL.
           IF WS-SIMULACION-N
              PERFORM 1400-RECUPERAR-CONTROL
           END-IF
           PERFORM 1200-OPEN-ERROR
           PERFORM 1250-OPEN-REPORTE
           PERFORM 1260-OPEN-INTERB
           PERFORM 1270-OPEN-RESPUES
           PERFORM 1700-LEER-HORA-CORTE
           PERFORM 1750-LEER-VENTANA-DUP
           PERFORM 1760-LEER-HORAS-BENEF
           PERFORM 1770-LEER-GRACIA-KYC
           PERFORM 1300-LEN-HOST.

      ***************************************************************
              PERFORM 3300-STOP-PROGRAM
           END-IF
           MOVE H-ID-LOTE TO WS-ID-LOTE
           IF H-MODO-SIMULACION
              MOVE 'S' TO WS-SIMULACION
              DISPLAY 'LOTE ' WS-ID-LOTE ' EN MODO SIMULACION'
           END-IF
           MOVE H-FP-ANIO TO WS-FL-ANIO
           MOVE H-FP-MES  TO WS-FL-MES
           MOVE H-FP-DIA  TO WS-FL-DIA
      * CORTA SIN DEJAR RASTRO EN EL REGISTRO DE LOTES, ASI EL MISMO
      * ARCHIVO REENVIADO DESPUES SIGUE SIENDO UN LOTE NUEVO Y EL
      * CONTROL VUELVE A APLICARSE (VER 1620).
      * LA SIMULACION NO REGISTRA EL LOTE: EL MISMO ID SE PUEDE
      * SIMULAR LAS VECES QUE HAGA FALTA Y DESPUES ENVIAR A POSTEAR.
                 IF WS-SIMULACION-N
                    PERFORM 1610-REGISTRAR-LOTE
                 END-IF
              WHEN OTHER
                 MOVE SQLCODE TO WS-ENC-CODE
                 DISPLAY WS-ERROR-NCONTROL
                 PERFORM 3300-STOP-PROGRAM
           END-EVALUATE.

       1610-REGISTRAR-LOTE.
           PERFORM 1620-VERIFICAR-REINICIO-AJENO
           MOVE 'S' TO WS-LOTE-NUEVO
           MOVE WS-FECHA-LOTE TO FECHA-PROCESO OF DCLLOTE
           MOVE WS-VAL-CANT TO CANT-REGISTROS OF DCLLOTE
           MOVE WS-VAL-MONTO TO MONTO-CONTROL OF DCLLOTE
           MOVE 'P' TO ESTADO-LOTE OF DCLLOTE
           EXEC SQL
                INSERT INTO TRX.LOTE_PROCESADO
                       (ID_LOTE, FECHA_PROCESO, CANT_REGISTROS,
                        MONTO_CONTROL, ESTADO_LOTE)
                VALUES (:DCLLOTE.ID-LOTE,
                        :DCLLOTE.FECHA-PROCESO,
                        :DCLLOTE.CANT-REGISTROS,
                        :DCLLOTE.MONTO-CONTROL,
                        :DCLLOTE.ESTADO-LOTE)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              EXEC SQL ROLLBACK END-EXEC
              PERFORM 3300-STOP-PROGRAM
           END-IF
           EXEC SQL COMMIT END-EXEC.

       1100-OPEN-ENT.
           OPEN INPUT FICHERO-ENT
           IF FS-ENTRADA NOT = 00
                 PERFORM 3300-STOP-PROGRAM
           END-EVALUATE.

      ***************************************************************
      * PERIODO DE ESPERA DE UN BENEFICIARIO RECIEN REGISTRADO, EN   *
      * HORAS (CLAVE BENEF_HORAS DE TRX.PARAMETRO). SIN FILA QUEDA   *
      * EN CERO: EL TOPE SOLO ALCANZA A LOS NO REGISTRADOS.          *
      ***************************************************************
       1760-LEER-HORAS-BENEF.
           MOVE ZEROS TO WS-BENEF-HORAS
           MOVE 'BENEF_HORAS' TO CLAVE OF DCLPARAMETRO
           EXEC SQL
                SELECT VALOR
                INTO :DCLPARAMETRO.VALOR
                FROM TRX.PARAMETRO
                WHERE CLAVE = :DCLPARAMETRO.CLAVE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 IF VALOR OF DCLPARAMETRO(1:4) IS NUMERIC
                    MOVE VALOR OF DCLPARAMETRO(1:4)
                      TO WS-BENEF-HORAS
                 ELSE
                    DISPLAY 'BENEF_HORAS INVALIDA EN TRX.PARAMETRO'
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
      * VENTANA DEL CONTROL DE DUPLICADOS: DIAS HACIA ATRAS DESDE LA *
      * FECHA DEL DETALLE. LA CLAVE VIVE EN TRX.PARAMETRO            *
                 PERFORM 3300-STOP-PROGRAM
           END-EVALUATE.

      ***************************************************************
      * GRACIA SOBRE EL VENCIMIENTO DE LA REVISION KYC, EN DIAS      *
      * (KYC_GRACIA_DIAS DE TRX.PARAMETRO); SIN FILA, EL TOPE DE     *
      * DEBITO RIGE DESDE EL DIA SIGUIENTE AL VENCIMIENTO.           *
      ***************************************************************
       1770-LEER-GRACIA-KYC.
           MOVE ZEROS TO WS-KYC-GRACIA
           MOVE 'KYC_GRACIA_DIAS' TO CLAVE OF DCLPARAMETRO
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
                      TO WS-KYC-GRACIA
                 ELSE
                    DISPLAY 'KYC_GRACIA_DIAS INVALIDA EN '
                            'TRX.PARAMETRO'
                    PERFORM 3300-STOP-PROGRAM
                 END-IF
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-ENC-CODE
                 DISPLAY WS-ERROR-NCONTROL
                 EXEC SQL ROLLBACK END-EXEC
                 PERFORM 3300-STOP-PROGRAM
           END-EVALUATE
           MOVE WS-KYC-GRACIA TO KYC-GRACIA OF DCLAUXILIAR.

       1300-LEN-HOST.
      * LONGITUD DE LAS VARIABLES HOST CLIENTE.
           MOVE 22 TO CBU-CLIENTE-LEN OF DCLCLIENTE
       2000-PROCESAMIENTO.
           MOVE 'N' TO WS-ERROR
           MOVE 'N' TO WS-TRX-PEND
           MOVE SPACE TO WS-MOTIVO-PEND
           MOVE 'N' TO WS-EN-LISTA
           MOVE ZEROS TO WS-LST-ID-CASO
           ADD 1 TO WS-NUM-REGISTRO
           ADD 1 TO WS-TOT-LEIDOS
           PERFORM 2090-VALIDAR-CONCEPTO
           IF WS-ERROR-N
              PERFORM 2095-RESOLVER-ALIAS
           END-IF
           IF WS-ERROR-N
              PERFORM 2100-CBU-EXISTEN
           END-IF
           IF WS-ERROR-N
              PERFORM 2140-VERIFICAR-DUPLICADO
           END-IF
           IF WS-ERROR-N
              PERFORM 2150-VERIFICAR-LISTA
           END-IF
           IF WS-ERROR-N
              PERFORM 2250-RODAR-FECHA-VALOR
           END-IF
           IF WS-ERROR-N AND WS-TRX-DIF-N
              PERFORM 2300-VERIFICAR-CATEGORIA-SALDO
           END-IF
           IF WS-ERROR-N AND WS-TRX-DIF-N AND WS-EN-LISTA-S
              PERFORM 2348-RETENER-POR-LISTA
           END-IF
           IF WS-ERROR-N AND WS-TRX-PEND-N AND WS-TRX-DIF-N
              PERFORM 2340-VERIFICAR-UMBRAL
           END-IF
           IF WS-ERROR-N AND WS-TRX-PEND-N AND WS-TRX-DIF-N
              PERFORM 2345-VERIFICAR-BENEFICIARIO
           END-IF
           IF WS-ERROR-N AND WS-TRX-PEND-N AND WS-TRX-DIF-N
              AND WS-TRX-INTERB-S AND WS-ENT-HAY-LIMITE-S
              PERFORM 2360-VERIFICAR-EXPOSICION
           END-IF
           IF WS-ERROR-N AND WS-TRX-PEND-N AND WS-TRX-DIF-N
              AND WS-SIMULACION-N
             PERFORM 2400-GENERAR-ID-TRX
           END-IF
           IF WS-ERROR-N AND WS-TRX-PEND-N AND WS-TRX-DIF-N
              AND WS-SIMULACION-N
             PERFORM 2500-DESCONTAR-SALDO-EMISOR
           END-IF
           IF WS-ERROR-N AND WS-TRX-PEND-N AND WS-TRX-DIF-N
              AND WS-SIMULACION-N
             PERFORM 2600-CARGAR-TRX
           END-IF
           IF WS-ERROR-N AND WS-TRX-PEND-N AND WS-TRX-DIF-N
              AND WS-SIMULACION-N
              IF WS-TRX-INTERB-S
                 PERFORM 2710-GRABAR-INTERBANCARIA
              ELSE
                 PERFORM 2700-AGREGAR-SALDO-RECEPTOR
              END-IF
           END-IF
           IF WS-ERROR-N AND WS-TRX-PEND-N AND WS-TRX-DIF-N
              AND WS-SIMULACION-S
              PERFORM 2660-SIMULAR-POSTEO
           END-IF
           IF WS-ERROR-N AND WS-TRX-PEND-N AND WS-TRX-DIF-N
              AND WS-SIMULACION-N
              PERFORM 2720-REGISTRAR-BENEFICIARIO
           END-IF
           IF WS-ERROR-N
              EVALUATE TRUE
                 WHEN WS-TRX-DIF-S
                    CONTINUE
                 WHEN WS-TRX-PEND-S
                    ADD 1 TO WS-TOT-PENDIENTES
                    IF WS-MOTIVO-PEND-BENEF
                       ADD 1 TO WS-TOT-PEND-BENEF
                    END-IF
                    IF WS-MOTIVO-PEND-LISTA
                       ADD 1 TO WS-TOT-PEND-LISTA
                    END-IF
                    IF WS-MOTIVO-PEND-EXPOS
                       ADD 1 TO WS-TOT-PEND-EXPOS
                    END-IF
                 WHEN OTHER
                    PERFORM 2960-ACUMULAR-ACEPTADO
              END-EVALUATE
              PERFORM 2950-ACUMULAR-RECHAZO
           END-IF
           PERFORM 2690-ESCRIBIR-RESPUESTA
           IF WS-SIMULACION-N
              PERFORM 2695-NOTIFICAR-CLIENTE
           END-IF
           PERFORM 2900-COMMIT-PUNTO
           READ FICHERO-ENT.

              MOVE FECHA-HORA OF REG-ENTRADA TO R-FECHA-HORA
              MOVE MONTO OF REG-ENTRADA TO R-MONTO
              MOVE ZEROS TO R-ID-TRX
              MOVE SPACES TO R-RAZON
              MOVE WS-SIMULACION TO R-SIMULACION
              EVALUATE TRUE
                 WHEN WS-ERROR-S
                    MOVE 'R' TO R-ESTADO
                    MOVE E-RAZON TO R-RAZON
                 WHEN WS-TRX-DIF-S
                    MOVE 'D' TO R-ESTADO
                 WHEN WS-TRX-PEND-S
                    MOVE 'A' TO R-ESTADO
                 WHEN WS-TRX-INTERB-S
                    MOVE 'I' TO R-ESTADO
                    IF WS-SIMULACION-N
                       MOVE ID-TRX OF DCLTRANSACCION TO R-ID-TRX
                    END-IF
                 WHEN OTHER
                    MOVE 'P' TO R-ESTADO
                    IF WS-SIMULACION-N
                       MOVE ID-TRX OF DCLTRANSACCION TO R-ID-TRX
                    END-IF
              END-EVALUATE
              WRITE REG-RESP
           END-IF.

      ***************************************************************
      * AVISOS AL CLIENTE (VER VERINOT): AL EMISOR EL DEBITO DE UNA  *
      * TRANSFERENCIA POSTEADA O ENVIADA A OTRA ENTIDAD, POR EL      *
      * TOTAL DEBITADO; AL RECEPTOR LOCAL EL CREDITO, POR LO         *
      * ACREDITADO; Y AL EMISOR EL RECHAZO CON SU MOTIVO. LAS        *
      * DIFERIDAS Y LAS RETENIDAS SE AVISAN RECIEN AL POSTEARSE. EL  *
      * EVENTO VIAJA EN LA MISMA UNIDAD DE TRABAJO QUE EL DETALLE,   *
      * ASI UN REINICIO NO LO DUPLICA.                               *
      ***************************************************************
       2695-NOTIFICAR-CLIENTE.
           MOVE FECHA OF REG-ENTRADA TO WS-NOT-FECHA
           MOVE SPACES TO WS-NOT-DETALLE
           EVALUATE TRUE
              WHEN WS-ERROR-S
                 MOVE 'RCH' TO WS-NOT-TIPO
                 MOVE CBU-EMISOR OF REG-ENTRADA TO WS-NOT-CBU
                 MOVE MONTO OF REG-ENTRADA TO WS-NOT-MONTO
                 MOVE ZEROS TO WS-NOT-ID-REF
                 MOVE E-RAZON TO WS-NOT-DETALLE
                 PERFORM 2697-LLAMAR-VERINOT
              WHEN WS-TRX-DIF-S
              WHEN WS-TRX-PEND-S
                 CONTINUE
              WHEN OTHER
                 MOVE 'DEB' TO WS-NOT-TIPO
                 MOVE CBU-EMISOR OF REG-ENTRADA TO WS-NOT-CBU
                 MOVE MONTO-TOTAL OF DCLTRANSACCION TO WS-NOT-MONTO
                 MOVE ID-TRX OF DCLTRANSACCION TO WS-NOT-ID-REF
                 MOVE REFERENCIA OF REG-ENTRADA TO WS-NOT-DETALLE
                 PERFORM 2697-LLAMAR-VERINOT
                 IF WS-TRX-INTERB-N
                    MOVE 'CRE' TO WS-NOT-TIPO
                    MOVE CBU-RECEPTOR OF REG-ENTRADA TO WS-NOT-CBU
                    MOVE MONTO OF DCLTRANSACCION TO WS-NOT-MONTO
                    PERFORM 2697-LLAMAR-VERINOT
                 END-IF
           END-EVALUATE.

      * EL DETALLE YA QUEDO RESUELTO: UNA FALLA DEL AVISO NO LO
      * CAMBIA. SOLO SE INFORMA, IGUAL QUE EN 2720.
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

      ***************************************************************
      * ACUMULA LOS TOTALES DE CONTROL DE TRANSACCIONES RECHAZADAS,  *
      * DESGLOSADOS POR EL MOTIVO QUE QUEDO EN E-RAZON.              *
                 ADD 1 TO WS-TOT-R-ENT-SUSP
              WHEN E-RAZON = 'CUENTA INACTIVA'
                 ADD 1 TO WS-TOT-R-INACTIVA
              WHEN E-RAZON = 'CONCEPTO INEXISTENTE O INACTIVO'
                 ADD 1 TO WS-TOT-R-CONCEPTO
              WHEN E-RAZON = 'KYC VENCIDO - SUPERA TOPE DEBITO'
                 ADD 1 TO WS-TOT-R-KYC
              WHEN E-RAZON(1:29) = 'ERROR NO CONTROLADO, CODIGO: '
                 ADD 1 TO WS-TOT-R-SQLERROR
              WHEN OTHER
           ADD MONTO OF REG-ENTRADA TO WS-TOT-MONTO-TRANSF
           ADD WS-COMISION TO WS-TOT-COMISION
           ADD WS-IMPUESTO TO WS-TOT-IMPUESTO
           IF WS-COMISION-BONIF > 0
              ADD 1 TO WS-TOT-CON-PLAN
              ADD WS-COMISION-BONIF TO WS-TOT-BONIF
           END-IF
           PERFORM 2965-ACUMULAR-CATEGORIA.

       2965-ACUMULAR-CATEGORIA.
      ***************************************************************
       2900-COMMIT-PUNTO.
           ADD 1 TO WS-CONT-COMMIT
           IF WS-CONT-COMMIT >= WS-COMMIT-CADA AND WS-SIMULACION-N
              EXEC SQL COMMIT END-EXEC
              MOVE WS-NUM-REGISTRO TO ULT-REG-COMMIT OF DCLCONTROL
              MOVE WS-NUM-ERRORES TO ULT-REG-ERROR OF DCLCONTROL
              MOVE ZEROS TO WS-CONT-COMMIT
           END-IF.
      ***************************************************************
      * CONCEPTO DE LA TRANSFERENCIA: UN DETALLE SIN CONCEPTO ASUME  *
      * VAR (VARIOS), ASI LOS CANALES QUE TODAVIA NO LO INFORMAN     *
      * SIGUEN POSTEANDO. UN CONCEPTO INFORMADO DEBE EXISTIR ACTIVO  *
      * EN TRX.CONCEPTO; SI NO, EL DETALLE SE RECHAZA CON SU PROPIA  *
      * RAZON. EL CONCEPTO YA RESUELTO QUEDA EN EL REGISTRO Y DE AHI *
      * VIAJA A LA TRANSACCION, AL DIFERIDO, AL PENDIENTE Y A LA     *
      * SALIDA INTERBANCARIA.                                        *
      ***************************************************************
       2090-VALIDAR-CONCEPTO.
           IF CONCEPTO OF REG-ENTRADA = SPACES
              OR CONCEPTO OF REG-ENTRADA = LOW-VALUES
              MOVE 'VAR' TO CONCEPTO OF REG-ENTRADA
           END-IF
           IF REFERENCIA OF REG-ENTRADA = LOW-VALUES
              MOVE SPACES TO REFERENCIA OF REG-ENTRADA
           END-IF
           MOVE CONCEPTO OF REG-ENTRADA TO COD-CONCEPTO OF DCLCONCEPTO
           EXEC SQL
                SELECT ESTADO_CONCEPTO
                INTO :DCLCONCEPTO.ESTADO-CONCEPTO
                FROM TRX.CONCEPTO
                WHERE COD_CONCEPTO = :DCLCONCEPTO.COD-CONCEPTO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 IF ESTADO-CONCEPTO OF DCLCONCEPTO NOT = 'A'
                    PERFORM 2800-CAMBIAR-DATOS-ERROR
                    MOVE 'CONCEPTO INEXISTENTE O INACTIVO' TO E-RAZON
                    PERFORM 2805-ESCRIBIR-ERROR
                    PERFORM 2820-AUDITAR-RECHAZO
                    MOVE 'S' TO WS-ERROR
                 END-IF
              WHEN 100
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'CONCEPTO INEXISTENTE O INACTIVO' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 PERFORM 2820-AUDITAR-RECHAZO
                 MOVE 'S' TO WS-ERROR
              WHEN OTHER
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2090' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 PERFORM 2820-AUDITAR-RECHAZO
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

      ***************************************************************
      * RESOLUCION DE ALIAS: UN DETALLE PUEDE TRAER UN ALIAS (NO     *
      * NUMERICO, ALINEADO A IZQUIERDA) EN EL CAMPO CBU-RECEPTOR EN  *
      * VEZ DEL CBU DE 22 DIGITOS. SE LO BUSCA EN TRX.ALIAS: SI      *
           MOVE 'N' TO WS-CLIENTE-BAJA
           MOVE 'N' TO WS-CLIENTE-INACTIVO
           MOVE 'N' TO WS-ENT-SUSPENDIDA
           MOVE 'N' TO WS-ENT-HAY-LIMITE
           MOVE 'N' TO WS-TRX-INTERB
           PERFORM 2105-VALIDAR-FORMATO-CBU
           IF WS-ERROR-N
              MOVE 'S' TO WS-ENT-SUSPENDIDA
              MOVE 'S' TO WS-ERROR
              MOVE 'N' TO WS-TRX-INTERB
           END-IF
           IF WS-ERROR-N
              PERFORM 2137-LEER-LIMITE-ENTIDAD
           END-IF.

      ***************************************************************
      * LIMITE DE DEUDOR NETO DEL DIA QUE TESORERIA FIJO CONTRA LA   *
      * ENTIDAD DESTINO EN LA MONEDA DEL DETALLE (VER PMNTBCO). SIN  *
      * FILA LA ENTIDAD NO TIENE TOPE EN ESA MONEDA. EL CONTROL SE   *
      * HACE RECIEN EN 2360, CUANDO YA SE SABE QUE LA TRANSFERENCIA  *
      * SALE HOY Y NO QUEDO RETENIDA POR OTRO MOTIVO.                *
      ***************************************************************
       2137-LEER-LIMITE-ENTIDAD.
           MOVE ID-BANCO OF DCLBANCO TO ID-BANCO OF DCLBCOLIM
           MOVE MONEDA OF REG-ENTRADA TO MONEDA OF DCLBCOLIM
           EXEC SQL
                SELECT LIMITE_DEUDOR
                INTO :DCLBCOLIM.LIMITE-DEUDOR
                FROM TRX.BANCO_LIMITE
                WHERE ID_BANCO = :DCLBCOLIM.ID-BANCO
                  AND MONEDA = :DCLBCOLIM.MONEDA
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'S' TO WS-ENT-HAY-LIMITE
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2137' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 PERFORM 2820-AUDITAR-RECHAZO
                 MOVE 'S' TO WS-ERROR
                 MOVE 'N' TO WS-TRX-INTERB
           END-EVALUATE.

      ***************************************************************
      * EL COUNT(*) DE ARRIBA YA CONFIRMO QUE EL CBU RECEPTOR EXISTE; *
      * ESTA CONSULTA APARTE TRAE SU ESTADO_CLIENTE PARA RECHAZAR LAS *
                 PERFORM 2820-AUDITAR-RECHAZO
                 MOVE 'S' TO WS-ERROR
              END-IF
              IF WS-ERROR-N AND NUMERO-REG = 0 AND WS-SIMULACION-S
                 PERFORM 2142-BUSCAR-DUP-SIMULADO
              END-IF
              IF WS-ERROR-N AND NUMERO-REG > 0
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'TRANSFERENCIA DUPLICADA' TO E-RAZON
              END-IF
           END-IF.

      ***************************************************************
      * SIMULACION: LOS DETALLES ANTERIORES DEL LOTE QUE HABRIAN     *
      * POSTEADO NO ESTAN EN TRX.TRANSACCION. UNO CON LA MISMA CLAVE *
      * Y FECHA DENTRO DE LA VENTANA CUENTA COMO DUPLICADO, IGUAL    *
      * QUE SI SE HUBIERA GRABADO.                                   *
      ***************************************************************
       2142-BUSCAR-DUP-SIMULADO.
           SET WS-IDX-SDUP TO 1
           SEARCH WS-SIM-DUP-ENTRADA
              AT END
                 CONTINUE
              WHEN WS-SIM-DUP-EMISOR(WS-IDX-SDUP)
                   = CBU-EMISOR OF REG-ENTRADA
               AND WS-SIM-DUP-RECEPTOR(WS-IDX-SDUP)
                   = CBU-RECEPTOR OF REG-ENTRADA
               AND WS-SIM-DUP-MONTO(WS-IDX-SDUP) = MONTO OF REG-ENTRADA
               AND WS-SIM-DUP-FECHA(WS-IDX-SDUP) >= WS-FECHA-DUP
               AND WS-SIM-DUP-FECHA(WS-IDX-SDUP) <= FECHA OF REG-ENTRADA
                 MOVE 1 TO NUMERO-REG OF DCLAUXILIAR
           END-SEARCH.

      ***************************************************************
      * RESTA UN DIA CALENDARIO A LA FECHA DE LA VENTANA DE          *
      * DUPLICADOS, CON EL LARGO REAL DE CADA MES Y FEBRERO          *
              END-IF
           END-IF.

      ***************************************************************
      * BENEFICIARIO DE OTRA ENTIDAD CONTRA LA LISTA DE CONTROL DE   *
      * CUMPLIMIENTO (SANCIONES, PEP, TERRORISMO), POR EL CUIT QUE   *
      * INFORMA EL CANAL. ACA SOLO SE CONSULTA: SI COINCIDE, LA      *
      * TRANSFERENCIA NO SE DIFIERE NI SE POSTEA Y 2348 LA RETIENE   *
      * EN LA COLA DE AUTORIZACION CON SU CASO. LAS TRANSFERENCIAS   *
      * LOCALES NO SE CONTROLAN ACA: EL RECEPTOR ES CLIENTE NUESTRO  *
      * Y YA SE CONTROLA EN SU ALTA Y EN CADA CARGA DE LA LISTA.     *
      ***************************************************************
       2150-VERIFICAR-LISTA.
           IF WS-TRX-INTERB-S
              AND CUIT-RECEPTOR OF REG-ENTRADA NOT = SPACES
              MOVE 'C' TO WS-LST-MODO
              CALL WS-SVERILST USING CUIT-RECEPTOR OF REG-ENTRADA,
                                      WS-LST-NOMBRE,
                                      CBU-EMISOR OF REG-ENTRADA,
                                      WS-LST-MODO, WS-LST-RESULTADO,
                                      WS-LST-ID-CASO, WS-LST-SQLCODE
              EVALUATE TRUE
                 WHEN WS-LST-RESULTADO-S
                    MOVE 'S' TO WS-EN-LISTA
                 WHEN WS-LST-RESULTADO-E
                    PERFORM 2800-CAMBIAR-DATOS-ERROR
                    MOVE WS-LST-SQLCODE TO WS-ENC-CODE
                    MOVE WS-ERROR-NCONTROL TO E-RAZON
                    MOVE '2150' TO E-PARRAFO
                    PERFORM 2805-ESCRIBIR-ERROR
                    PERFORM 2820-AUDITAR-RECHAZO
                    MOVE 'S' TO WS-ERROR
              END-EVALUATE
           END-IF.

      ***************************************************************
      * RODAMIENTO DE LA FECHA VALOR: SI LA HORA SUPERA EL CORTE     *
      * DIARIO, Y MIENTRAS LA FECHA CAIGA EN SABADO, DOMINGO O UN    *
           PERFORM 2255-VERIFICAR-DIA-HABIL
           PERFORM 2257-RODAR-SI-INHABIL
              UNTIL WS-DIA-HABIL-S OR WS-ERROR-S
      * UNA TRANSFERENCIA RETENIDA POR LA LISTA DE CONTROL NO SE
      * DIFIERE: VA A LA COLA DE AUTORIZACION Y SE POSTEA RECIEN
      * CUANDO SE APRUEBA (VER 2348).
           IF WS-ERROR-N AND WS-TRX-RODADA-S AND WS-EN-LISTA-N
              IF WS-SIMULACION-S
                 PERFORM 2290-SIMULAR-DIFERIDA
              ELSE
                 PERFORM 2280-DIFERIR-A-FECHA-VALOR
              END-IF
           END-IF.

      ***************************************************************
      * CONTROL DE DUPLICADOS DE 2140.
           MOVE MARCA-REPETIR OF REG-ENTRADA
             TO MARCA-REPETIR OF DCLPROGRAMADA
           MOVE CONCEPTO OF REG-ENTRADA TO CONCEPTO OF DCLPROGRAMADA
           MOVE REFERENCIA OF REG-ENTRADA
             TO REFERENCIA OF DCLPROGRAMADA
           EXEC SQL
                INSERT INTO TRX.TRX_PROGRAMADA
                       (ID_PROG, CBU_EMISOR, CBU_RECEPTOR,
                        FECHA_VALOR, HORA_VALOR, MONTO, MONEDA,
                        ESTADO_PROG, MARCA_REPETIR, CONCEPTO,
                        REFERENCIA)
                VALUES (:DCLPROGRAMADA.ID-PROG,
                        :DCLPROGRAMADA.CBU-EMISOR,
                        :DCLPROGRAMADA.CBU-RECEPTOR,
                        :DCLPROGRAMADA.MONTO,
                        :DCLPROGRAMADA.MONEDA,
                        :DCLPROGRAMADA.ESTADO-PROG,
                        :DCLPROGRAMADA.MARCA-REPETIR,
                        :DCLPROGRAMADA.CONCEPTO,
                        :DCLPROGRAMADA.REFERENCIA)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              PERFORM 2270-ACUMULAR-RODADA
           END-IF.

      ***************************************************************
      * EN LA SIMULACION EL DETALLE RODADO SOLO SE CUENTA COMO       *
      * DIFERIDO: NO SE RESERVA ID NI SE GRABA TRX.TRX_PROGRAMADA.   *
      ***************************************************************
       2290-SIMULAR-DIFERIDA.
           MOVE 'S' TO WS-TRX-DIFERIDA
           ADD 1 TO WS-TOT-RODADAS
           PERFORM 2270-ACUMULAR-RODADA.

      ***************************************************************
      * DETERMINA SI LA FECHA VALOR CANDIDATA ES DIA HABIL: NI       *
      * SABADO NI DOMINGO (CONGRUENCIA DE ZELLER: RESTO 0 SABADO,    *
      ***************************************************************
       2300-VERIFICAR-CATEGORIA-SALDO.
           MOVE ZEROS TO WS-COMISION
           MOVE ZEROS TO WS-COMISION-BONIF
           MOVE ZEROS TO WS-MONTO-TOTAL
           MOVE ZEROS TO WS-SIM-DEB-EMISOR
           MOVE CBU-EMISOR OF REG-ENTRADA
                           TO CBU-CLIENTE-TEXT OF DCLCLIENTE
           EXEC SQL
             SELECT SALDO, CATEGORIA, MONEDA, COND_IMPUESTO, CUIT
             INTO :DCLCLIENTE.SALDO, :DCLCLIENTE.CATEGORIA,
                  :DCLCLIENTE.MONEDA, :DCLCLIENTE.COND-IMPUESTO,
                  :DCLCLIENTE.CUIT
             FROM TRX.CLIENTE
             WHERE CBU_CLIENTE = :DCLCLIENTE.CBU-CLIENTE
           END-EXEC
              IF WS-ERROR-N
                 PERFORM 2304-VERIFICAR-BLOQUEO
              END-IF
              IF WS-ERROR-N
                 PERFORM 2305-VERIFICAR-KYC
              END-IF
              IF WS-ERROR-N AND WS-SIMULACION-S
                 PERFORM 2309-SUMAR-SIMULADO
              END-IF
              IF WS-ERROR-N
                 PERFORM 2310-LEER-TASA-COMISION
              END-IF
              IF WS-ERROR-N
                 PERFORM 2315-APLICAR-PLAN-COMISION
              END-IF
              IF WS-ERROR-N
                 PERFORM 2312-CALCULAR-IMPUESTO
              END-IF
      * EL INSERT.
      * VERIFICAMOS QUE EL MONTO + COMISION DE LA TRX NO SUPERE EL
      * SALDO DISPONIBLE DEL CLIENTE (EL SALDO MENOS LO RESERVADO
      * POR EMBARGOS VIGENTES MAS EL ACUERDO EN DESCUBIERTO,
      * CALCULADO EN 2304).
              IF WS-ERROR-N
                 AND WS-MONTO-TOTAL > WS-SALDO-DISPONIBLE
                 DISPLAY 'MONTO INSUFICIENTE'
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
      * ACUERDO EN DESCUBIERTO DEL EMISOR (TRX.ACUERDO_DESCUBIERTO,  *
      * MANTENIDA POR PMNTACU): SI HAY UNO ACTIVO Y VIGENTE A LA     *
      * FECHA DE LA TRANSACCION, SU LIMITE SE SUMA AL SALDO          *
      * DISPONIBLE Y LA CUENTA PUEDE QUEDAR NEGATIVA HASTA ESE       *
      * LIMITE. LA MONEDA DEL ACUERDO ES SIEMPRE LA DE LA CUENTA     *
      * (LO VALIDA PMNTACU). EL INTERES DEUDOR LO COBRA PDEVENG.      *
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
      * REVISION KYC DEL EMISOR VENCIDA MAS ALLA DE LA GRACIA A LA   *
      * FECHA DE LA TRANSACCION (FECHA-TRX, YA CARGADA EN 2304): EL  *
      * DEBITO SE RECHAZA SI SUPERA EL TOPE DE SU MONEDA. UN CLIENTE *
      * SIN VENCIMIENTO CARGADO (SIN REVISION REGISTRADA) NO SE      *
      * LIMITA ACA; LO LISTA PRPTKYC. LOS CREDITOS NO PASAN POR ACA. *
      ***************************************************************
       2305-VERIFICAR-KYC.
           EXEC SQL
                SELECT COUNT(*)
                INTO :DCLAUXILIAR.CANT-KYC-VENCIDO
                FROM TRX.CLIENTE
                WHERE CBU_CLIENTE = :DCLCLIENTE.CBU-CLIENTE
                  AND FECHA_VTO_KYC + :DCLAUXILIAR.KYC-GRACIA DAYS
                      < DATE(:DCLAUXILIAR.FECHA-TRX)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE SQLCODE TO WS-ENC-CODE
              MOVE WS-ERROR-NCONTROL TO E-RAZON
              MOVE '2305' TO E-PARRAFO
              PERFORM 2805-ESCRIBIR-ERROR
              PERFORM 2820-AUDITAR-RECHAZO
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N AND CANT-KYC-VENCIDO OF DCLAUXILIAR > 0
              PERFORM 2311-LEER-TOPE-KYC
              IF WS-ERROR-N AND WS-KYC-HAY-TOPE-S
                 AND MONTO OF REG-ENTRADA > WS-KYC-TOPE
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'KYC VENCIDO - SUPERA TOPE DEBITO' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 PERFORM 2820-AUDITAR-RECHAZO
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF.

       2311-LEER-TOPE-KYC.
           MOVE 'N' TO WS-KYC-HAY-TOPE
           MOVE MONEDA OF DCLCLIENTE TO WS-KYC-CLAVE-MON
           MOVE WS-KYC-CLAVE TO CLAVE OF DCLPARAMETRO
           EXEC SQL
                SELECT VALOR
                INTO :DCLPARAMETRO.VALOR
                FROM TRX.PARAMETRO
                WHERE CLAVE = :DCLPARAMETRO.CLAVE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 IF VALOR OF DCLPARAMETRO(1:15) IS NUMERIC
                    MOVE VALOR OF DCLPARAMETRO(1:15)
                      TO WS-KYC-TOPE
                    MOVE 'S' TO WS-KYC-HAY-TOPE
                 ELSE
                    DISPLAY WS-KYC-CLAVE ' INVALIDO EN TRX.PARAMETRO'
                 END-IF
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2311' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 PERFORM 2820-AUDITAR-RECHAZO
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

      ***************************************************************
      * SIMULACION: LO QUE LOS DETALLES ANTERIORES DEL LOTE HABRIAN  *
      * MOVIDO EN LA CUENTA EMISORA SE APLICA AL SALDO DISPONIBLE, Y *
      * LO QUE HABRIA DEBITADO QUEDA PARA EL TOPE DIARIO DE 2320.    *
      ***************************************************************
       2309-SUMAR-SIMULADO.
           MOVE CBU-EMISOR OF REG-ENTRADA TO WS-SIM-CBU-BUSCAR
           SET WS-IDX-SIM TO 1
           SEARCH WS-SIM-ENTRADA
              AT END
                 CONTINUE
              WHEN WS-SIM-CBU(WS-IDX-SIM) = WS-SIM-CBU-BUSCAR
                 ADD WS-SIM-NETO(WS-IDX-SIM) TO WS-SALDO-DISPONIBLE
                 MOVE WS-SIM-DEBITADO(WS-IDX-SIM) TO WS-SIM-DEB-EMISOR
           END-SEARCH.

      ***************************************************************
      * BUSCAMOS EL PORCENTAJE DE COMISION VIGENTE PARA LA CATEGORIA *
      * DEL CLIENTE EN TRX.TASA_COMISION, EN LUGAR DE TENERLO        *
           END-EVALUATE.

      ***************************************************************
      * PLANES PROMOCIONALES DE COMISION (VER PMNTPLN): SOBRE LA     *
      * COMISION DE LA CATEGORIA YA CALCULADA EN 2310 SE APLICA EL   *
      * PLAN VIGENTE DEL EMISOR A LA FECHA DEL DETALLE. PRIMERO SE   *
      * BUSCA UN PLAN ASIGNADO AL CBU (2316); SI NO TIENE, UN PLAN   *
      * DE NOMINA SI EL CBU COBRA HABERES POR PNOMINA (2317). EL     *
      * PLAN PUEDE SER UN CUPO MENSUAL DE TRANSFERENCIAS SIN CARGO   *
      * ('C'), UN PORCENTAJE REDUCIDO ('R') O LA EXENCION TOTAL      *
      * ('E'). LO BONIFICADO SE DESCUENTA DE LA COMISION Y DEL MONTO *
      * TOTAL A DEBITAR, ANTES DEL TOPE DIARIO Y DEL CONTROL DE      *
      * SALDO. UN DETALLE SIN BONIFICACION NO REGISTRA PLAN.         *
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

      ***************************************************************
      * PLAN ASIGNADO AL CBU EMISOR: LA ASIGNACION Y EL PLAN DEBEN   *
      * ESTAR ACTIVOS Y VIGENTES A LA FECHA DEL DETALLE. PMNTPLN NO  *
      * DEJA DOS ASIGNACIONES ACTIVAS PARA UN MISMO CBU; SI LAS      *
      * HUBIERA, MANDA LA MAS RECIENTE.                              *
      ***************************************************************
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

      ***************************************************************
      * PLAN DE NOMINA: ALCANZA A TODO CBU QUE RECIBIO UN HABER DE   *
      * PNOMINA (CONCEPTO HAB) DESDE EL PRIMER DIA DEL MES ANTERIOR  *
      * AL DEL DETALLE. SI HAY MAS DE UN PLAN DE NOMINA VIGENTE,     *
      * MANDA EL DE MENOR CODIGO.                                    *
      ***************************************************************
       2317-BUSCAR-PLAN-NOMINA.
           IF FECHA-MES OF REG-ENTRADA = 1
              COMPUTE WS-TSNOM-I-ANIO = FECHA-ANIO OF REG-ENTRADA - 1
              END-COMPUTE
              MOVE 12 TO WS-TSNOM-I-MES
           ELSE
              MOVE FECHA-ANIO OF REG-ENTRADA TO WS-TSNOM-I-ANIO
              COMPUTE WS-TSNOM-I-MES = FECHA-MES OF REG-ENTRADA - 1
              END-COMPUTE
           END-IF
           MOVE FECHA OF REG-ENTRADA TO WS-TSNOM-F-FECHA
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
      * BONIFICACION SEGUN EL TIPO DE PLAN. EL PORCENTAJE REDUCIDO   *
      * SOLO BONIFICA SI QUEDA POR DEBAJO DE LA TASA DE LA           *
      * CATEGORIA. EL CUPO BONIFICA LA COMISION ENTERA MIENTRAS EL   *
      * CONSUMO DEL MES NO LLEGUE AL CUPO DEL PLAN; EL CONSUMO SE    *
      * SUMA RECIEN AL POSTEAR (2610), ASI UN DETALLE QUE TERMINA    *
      * RECHAZADO O DERIVADO NO GASTA CUPO. EN LA SIMULACION SE      *
      * SUMA ADEMAS LO QUE LOS DETALLES ANTERIORES DEL LOTE HABRIAN  *
      * CONSUMIDO (WS-TAB-SIM-CUPO).                                 *
      ***************************************************************
       2318-CALCULAR-BONIFICACION.
           EVALUATE TRUE
              WHEN TIPO-PLAN OF DCLPLAN = 'E'
                 MOVE WS-COMISION TO WS-COMISION-BONIF
              WHEN TIPO-PLAN OF DCLPLAN = 'R'
                 COMPUTE WS-COMISION-PLAN =
                         MONTO OF REG-ENTRADA * PORCENTAJE OF DCLPLAN
                 END-COMPUTE
                 IF WS-COMISION-PLAN < WS-COMISION
                    COMPUTE WS-COMISION-BONIF =
                            WS-COMISION - WS-COMISION-PLAN
                    END-COMPUTE
                 END-IF
              WHEN TIPO-PLAN OF DCLPLAN = 'C'
                 PERFORM 2319-LEER-CONSUMO-PLAN
                 IF WS-ERROR-N AND WS-SIMULACION-S
                    PERFORM 2314-SUMAR-CUPO-SIMULADO
                 END-IF
                 IF WS-ERROR-N
                    AND CANT-USADA OF DCLCONSUMOPLAN
                        < CUPO-MENSUAL OF DCLPLAN
                    MOVE WS-COMISION TO WS-COMISION-BONIF
                    MOVE 'S' TO WS-PLAN-CONSUME
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       2314-SUMAR-CUPO-SIMULADO.
           SET WS-IDX-SCUP TO 1
           SEARCH WS-SIM-CUPO-ENTRADA
              AT END
                 CONTINUE
              WHEN WS-SIM-CUPO-CBU(WS-IDX-SCUP)
                   = CBU-EMISOR OF REG-ENTRADA
               AND WS-SIM-CUPO-PLAN(WS-IDX-SCUP) = COD-PLAN OF DCLPLAN
               AND WS-SIM-CUPO-PERIODO(WS-IDX-SCUP)
                   = PLAN-PERIODO OF DCLAUXILIAR
                 ADD WS-SIM-CUPO-CANT(WS-IDX-SCUP)
                  TO CANT-USADA OF DCLCONSUMOPLAN
           END-SEARCH.

       2319-LEER-CONSUMO-PLAN.
           MOVE FECHA-ANIO OF REG-ENTRADA TO PLAN-PERIODO(1:4)
           MOVE FECHA-MES OF REG-ENTRADA TO PLAN-PERIODO(5:2)
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

      ***************************************************************
      * IMPUESTO AL DEBITO: TODA CUENTA CON CONDICION IMPOSITIVA     *
      * CARGADA TRIBUTA LA ALICUOTA VIGENTE DE TRX.TASA_IMPUESTO     *
      * SOBRE EL MONTO DEBITADO, SALVO QUE LA CONDICION FIGURE       *
      * EXENTA. LA RETENCION SE SUMA AL MONTO TOTAL A DEBITAR Y      *
      * QUEDA EN SU PROPIA COLUMNA DE TRX.TRANSACCION, DE DONDE LA   *
      * TOMAN EL EXTRACTO CONTABLE (PEXTCON) Y LA DECLARACION        *
      * JURADA. UNA CUENTA SIN CONDICION CARGADA NO TRIBUTA          *
              IF LIMITE-DIARIO OF DCLTASA > 0
                 COMPUTE WS-ACUM-TOTAL-DIA =
                         ACUM-DIARIO OF DCLAUXILIAR + WS-MONTO-TOTAL
                         + WS-SIM-DEB-EMISOR
                 END-COMPUTE
                 IF WS-ACUM-TOTAL-DIA > LIMITE-DIARIO OF DCLTASA
                    PERFORM 2800-CAMBIAR-DATOS-ERROR
              WHEN 0
                 IF MONTO OF REG-ENTRADA
                    > MONTO-UMBRAL OF DCLUMBRAL
                    MOVE 'U' TO WS-MOTIVO-PEND
                    IF WS-SIMULACION-S
                       MOVE 'S' TO WS-TRX-PEND
                    ELSE
                       PERFORM 2350-DERIVAR-PENDIENTE
                    END-IF
                 END-IF
              WHEN 100
                 CONTINUE
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

      ***************************************************************
      * BENEFICIARIO NUEVO: SI LA CATEGORIA DEL EMISOR TIENE TOPE Y  *
      * EL MONTO LO SUPERA, EL RECEPTOR DEBE ESTAR REGISTRADO COMO    *
      * BENEFICIARIO ACTIVO DEL EMISOR DESDE ANTES DEL CORTE DEL     *
      * PERIODO DE ESPERA; SI NO, LA TRANSFERENCIA NO SE POSTEA Y SE *
      * DERIVA A AUTORIZACION IGUAL QUE LA QUE SUPERA EL UMBRAL.     *
      ***************************************************************
       2345-VERIFICAR-BENEFICIARIO.
           PERFORM 2346-LEER-TOPE-BENEF
           IF WS-ERROR-N AND WS-BENEF-HAY-TOPE-S
              AND MONTO OF REG-ENTRADA > WS-BENEF-TOPE
              PERFORM 2347-CALCULAR-CORTE-BENEF
              MOVE CBU-EMISOR OF REG-ENTRADA
                TO CBU-CLIENTE OF DCLBENEFICIARIO
              MOVE CBU-RECEPTOR OF REG-ENTRADA
                TO CBU-BENEFICIARIO OF DCLBENEFICIARIO
              EXEC SQL
                   SELECT COUNT(*)
                   INTO :DCLAUXILIAR.NUMERO-REG
                   FROM TRX.BENEFICIARIO
                   WHERE CBU_CLIENTE = :DCLBENEFICIARIO.CBU-CLIENTE
                     AND CBU_BENEFICIARIO =
                         :DCLBENEFICIARIO.CBU-BENEFICIARIO
                     AND ESTADO_BENEF = 'A'
                     AND FECHA_ALTA <= :WS-TS-BENEF-CORTE
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2345' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 PERFORM 2820-AUDITAR-RECHAZO
                 MOVE 'S' TO WS-ERROR
              END-IF
              IF WS-ERROR-N AND NUMERO-REG = 0
                 MOVE 'B' TO WS-MOTIVO-PEND
                 IF WS-SIMULACION-S
                    MOVE 'S' TO WS-TRX-PEND
                 ELSE
                    PERFORM 2350-DERIVAR-PENDIENTE
                 END-IF
              END-IF
           END-IF.

       2346-LEER-TOPE-BENEF.
           MOVE 'N' TO WS-BENEF-HAY-TOPE
           MOVE CATEGORIA OF DCLCLIENTE TO WS-BENEF-CLAVE-CAT
           MOVE WS-BENEF-CLAVE TO CLAVE OF DCLPARAMETRO
           EXEC SQL
                SELECT VALOR
                INTO :DCLPARAMETRO.VALOR
                FROM TRX.PARAMETRO
                WHERE CLAVE = :DCLPARAMETRO.CLAVE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 IF VALOR OF DCLPARAMETRO(1:15) IS NUMERIC
                    MOVE VALOR OF DCLPARAMETRO(1:15)
                      TO WS-BENEF-TOPE
                    MOVE 'S' TO WS-BENEF-HAY-TOPE
                 ELSE
                    DISPLAY WS-BENEF-CLAVE ' INVALIDO EN TRX.PARAMETRO'
                 END-IF
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2346' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 PERFORM 2820-AUDITAR-RECHAZO
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

      ***************************************************************
      * CORTE DEL PERIODO DE ESPERA: A LA FECHA Y HORA DEL DETALLE   *
      * SE LE RESTAN WS-BENEF-HORAS HORAS. LOS DIAS ENTEROS SE       *
      * RESTAN CON 2145-RESTAR-UN-DIA SOBRE WS-FECHA-DUP, QUE A ESTA *
      * ALTURA EL CONTROL DE DUPLICADOS YA NO USA.                   *
      ***************************************************************
       2347-CALCULAR-CORTE-BENEF.
           DIVIDE WS-BENEF-HORAS BY 24 GIVING WS-BENEF-DIAS
                  REMAINDER WS-BENEF-RESTO
           MOVE HORA OF REG-ENTRADA TO WS-TSBEN-HORA
           MOVE WS-TSBEN-HH TO WS-BENEF-HH
           IF WS-BENEF-HH < WS-BENEF-RESTO
              ADD 24 TO WS-BENEF-HH
              ADD 1 TO WS-BENEF-DIAS
           END-IF
           SUBTRACT WS-BENEF-RESTO FROM WS-BENEF-HH
           MOVE WS-BENEF-HH TO WS-TSBEN-HH
           MOVE FECHA OF REG-ENTRADA TO WS-FECHA-DUP
           PERFORM 2145-RESTAR-UN-DIA WS-BENEF-DIAS TIMES
           MOVE WS-FECHA-DUP TO WS-TSBEN-FECHA.

      ***************************************************************
      * RETENCION POR LISTA DE CONTROL: VERILST ABRE EL CASO (O SUMA *
      * AL PENDIENTE) SOBRE EL CBU DEL EMISOR, Y LA TRANSFERENCIA VA *
      * A TRX.TRX_PENDIENTE CON MOTIVO 'L' Y EL ID DEL CASO. PAUTTRX *
      * SOLO LA PUEDE APROBAR CUANDO PDECSOS DESCARTO EL CASO; SI LO *
      * CONFIRMA, PDECSOS LA RECHAZA. EN SIMULACION NO SE ABRE CASO. *
      ***************************************************************
       2348-RETENER-POR-LISTA.
           MOVE 'L' TO WS-MOTIVO-PEND
           IF WS-SIMULACION-S
              MOVE 'S' TO WS-TRX-PEND
           ELSE
              MOVE 'A' TO WS-LST-MODO
              CALL WS-SVERILST USING CUIT-RECEPTOR OF REG-ENTRADA,
                                      WS-LST-NOMBRE,
                                      CBU-EMISOR OF REG-ENTRADA,
                                      WS-LST-MODO, WS-LST-RESULTADO,
                                      WS-LST-ID-CASO, WS-LST-SQLCODE
              IF WS-LST-RESULTADO-E
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE WS-LST-SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2348' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 PERFORM 2820-AUDITAR-RECHAZO
                 MOVE 'S' TO WS-ERROR
              ELSE
                 PERFORM 2350-DERIVAR-PENDIENTE
              END-IF
           END-IF.

      ***************************************************************
      * LIMITE DE EXPOSICION POR ENTIDAD: LA POSICION NETA DEL DIA   *
      * CONTRA LA ENTIDAD DESTINO EN LA MONEDA DEL DETALLE SE        *
      * CALCULA IGUAL QUE EN PSETBCO (ENVIADO HACIA ELLA MAS LAS     *
      * DEVOLUCIONES DE PDEVSUS, MENOS LO RECIBIDO DESDE ELLA, QUE   *
      * INCLUYE LOS CREDITOS QUE PDBENT DEJO EN SUSPENSO EN EL DIA   *
      * DE SU FECHA-HORA Y EXCLUYE SU REAPLICACION POR PMNTSUS),     *
      * SOBRE EL DIA DE LA PROPIA TRANSACCION, COMO 2320. SE LEE DE  *
      * LA BASE EN CADA CONTROL, ASI QUE INCLUYE LO POSTEADO EN ESTA *
      * MISMA CORRIDA AUNQUE TODAVIA NO SE HAYA CONFIRMADO; EN LA    *
      * SIMULACION SE SUMA LO QUE LOS DETALLES ANTERIORES DEL LOTE   *
      * HABRIAN ENVIADO (WS-TAB-SIM-EXP). SI ESTA TRANSFERENCIA      *
      * LLEVARIA LA POSICION POR ENCIMA DEL LIMITE, NO SALE EN       *
      * INTERB-FICH: QUEDA EN TRX.TRX_PENDIENTE CON MOTIVO 'X' HASTA *
      * QUE TESORERIA LA LIBERE EN PAUTTRX.                          *
      ***************************************************************
       2360-VERIFICAR-EXPOSICION.
           MOVE CBU-RECEPTOR OF REG-ENTRADA(1:3)
             TO EXP-COD-BANCO OF DCLAUXILIAR
           MOVE WS-ENTIDAD-RECEPTOR TO EXP-ENTIDAD OF DCLAUXILIAR
           MOVE FECHA OF REG-ENTRADA TO EXP-FECHA OF DCLAUXILIAR
           MOVE FECHA-ANIO OF REG-ENTRADA TO WS-TSI-ANIO
           MOVE FECHA-MES OF REG-ENTRADA  TO WS-TSI-MES
           MOVE FECHA-DIA OF REG-ENTRADA  TO WS-TSI-DIA
           MOVE FECHA-ANIO OF REG-ENTRADA TO WS-TSF-ANIO
           MOVE FECHA-MES OF REG-ENTRADA  TO WS-TSF-MES
           MOVE FECHA-DIA OF REG-ENTRADA  TO WS-TSF-DIA
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
                     AND FECHA_DEVOL = :DCLAUXILIAR.EXP-FECHA
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
              MOVE '2360' TO E-PARRAFO
              PERFORM 2805-ESCRIBIR-ERROR
              PERFORM 2820-AUDITAR-RECHAZO
              MOVE 'S' TO WS-ERROR
           ELSE
              COMPUTE WS-EXP-USADO = EXP-ENVIADO OF DCLAUXILIAR
                                   + EXP-DEVUELTO OF DCLAUXILIAR
                                   - EXP-RECIBIDO OF DCLAUXILIAR
                                   - EXP-SUSPENSO OF DCLAUXILIAR
                                   + MONTO OF REG-ENTRADA
              END-COMPUTE
              IF WS-SIMULACION-S
                 PERFORM 2362-SUMAR-EXP-SIMULADA
              END-IF
              IF WS-EXP-USADO > LIMITE-DEUDOR OF DCLBCOLIM
                 MOVE 'X' TO WS-MOTIVO-PEND
                 IF WS-SIMULACION-S
                    MOVE 'S' TO WS-TRX-PEND
                 ELSE
                    PERFORM 2350-DERIVAR-PENDIENTE
                 END-IF
              END-IF
           END-IF.

       2362-SUMAR-EXP-SIMULADA.
           SET WS-IDX-SEXP TO 1
           SEARCH WS-SIM-EXP-ENTRADA
              AT END
                 CONTINUE
              WHEN WS-SIM-EXP-BANCO(WS-IDX-SEXP)
                   = EXP-COD-BANCO OF DCLAUXILIAR
               AND WS-SIM-EXP-MONEDA(WS-IDX-SEXP) = MONEDA OF DCLBCOLIM
               AND WS-SIM-EXP-FECHA(WS-IDX-SEXP) = FECHA OF REG-ENTRADA
                 ADD WS-SIM-EXP-ENVIADO(WS-IDX-SEXP) TO WS-EXP-USADO
           END-SEARCH.

       2350-DERIVAR-PENDIENTE.
           MOVE 'TRX_PENDIENTE' TO NOM-TABLA OF DCLSECUENCIA
           EXEC SQL
                TO MONTO-ACREDITADO OF DCLPENDIENTE
           MOVE WS-COTIZ-APLICADA
                TO COTIZACION-APLICADA OF DCLPENDIENTE
           MOVE CONCEPTO OF REG-ENTRADA TO CONCEPTO OF DCLPENDIENTE
           MOVE REFERENCIA OF REG-ENTRADA
             TO REFERENCIA OF DCLPENDIENTE
           MOVE WS-MOTIVO-PEND TO MOTIVO-PEND OF DCLPENDIENTE
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
              PERFORM 2800-CAMBIAR-DATOS-ERROR
           MOVE WS-COTIZ-APLICADA
                      TO COTIZACION-APLICADA OF DCLTRANSACCION
           MOVE WS-COMISION TO COMISION OF DCLTRANSACCION
      * LO BONIFICADO POR EL PLAN PROMOCIONAL (VER 2315) NO ENTRA EN
      * COMISION NI EN MONTO_TOTAL: QUEDA APARTE CON SU PLAN.
           MOVE WS-COMISION-BONIF TO COMISION-BONIF OF DCLTRANSACCION
           MOVE COD-PLAN OF DCLPLAN TO COD-PLAN OF DCLTRANSACCION
           MOVE WS-IMPUESTO TO IMPUESTO-DEBITO OF DCLTRANSACCION
           MOVE WS-MONTO-TOTAL TO MONTO-TOTAL OF DCLTRANSACCION
           MOVE CBU-EMISOR OF FICHERO-ENT
           MOVE CBU-RECEPTOR OF FICHERO-ENT
                     TO CBU-RECEPTOR-TEXT OF DCLTRANSACCION
           MOVE MONEDA OF REG-ENTRADA TO MONEDA OF DCLTRANSACCION
           MOVE CONCEPTO OF REG-ENTRADA TO CONCEPTO OF DCLTRANSACCION
           MOVE REFERENCIA OF REG-ENTRADA
                      TO REFERENCIA OF DCLTRANSACCION
           EXEC SQL
             INSERT INTO TRX.TRANSACCION(
                    ID_TRX, DIA_HORA,MONTO,COMISION,
                    CBU_EMISOR, CBU_RECEPTOR, MONTO_TOTAL, MONEDA,
                    MONTO_ORIGINAL, COTIZACION_APLICADA,
                    IMPUESTO_DEBITO, ALIAS_RECEPTOR, CONCEPTO,
                    REFERENCIA, COMISION_BONIF, COD_PLAN)
             VALUES (:DCLTRANSACCION.ID-TRX,
             :DCLTRANSACCION.DIA-HORA, :DCLTRANSACCION.MONTO,
             :DCLTRANSACCION.COMISION, :DCLTRANSACCION.CBU-EMISOR,
             :DCLTRANSACCION.MONTO-ORIGINAL,
             :DCLTRANSACCION.COTIZACION-APLICADA,
             :DCLTRANSACCION.IMPUESTO-DEBITO,
             :DCLTRANSACCION.ALIAS-RECEPTOR,
             :DCLTRANSACCION.CONCEPTO,
             :DCLTRANSACCION.REFERENCIA,
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
      * LA TRANSFERENCIA POSTEADA SE BONIFICO CON EL CUPO     *
      * MENSUAL DE SU PLAN: SUMAMOS UNA AL CONSUMO DEL CBU EN *
      * EL PERIODO, O ABRIMOS EL RENGLON SI ES LA PRIMERA DEL *
      * MES. VA EN LA MISMA UNIDAD DE TRABAJO QUE EL POSTEO,  *
      * ASI UN REINICIO NO CUENTA DOS VECES LA MISMA.         *
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
      * SIMULACION: EL DETALLE HABRIA POSTEADO. EN LUGAR DE   *
      * MOVER SALDOS SE ACUMULA EL DEBITO DEL EMISOR Y, SI EL *
      * RECEPTOR ES LOCAL, EL CREDITO DEL RECEPTOR EN LA      *
      * TABLA DE MOVIMIENTOS SIMULADOS. SI LA TABLA SE LLENA, *
      * LOS CBU QUE NO ENTRAN SE VALIDAN SOLO CONTRA LA BASE. *
      * TAMBIEN SE GUARDAN LA CLAVE DEL DETALLE, LO ENVIADO A *
      * OTRA ENTIDAD Y EL CUPO DE PLAN CONSUMIDO, PARA LOS    *
      * CONTROLES DE LOS DETALLES SIGUIENTES.                 *
      *********************************************************
       2660-SIMULAR-POSTEO.
           IF WS-TRX-INTERB-S
              ADD 1 TO WS-TOT-INTERB
           END-IF
           MOVE CBU-EMISOR OF REG-ENTRADA TO WS-SIM-CBU-BUSCAR
           PERFORM 2665-UBICAR-SIMULADO
           IF WS-SIM-HALLADO-S
              SUBTRACT WS-MONTO-TOTAL FROM WS-SIM-NETO(WS-IDX-SIM)
              ADD WS-MONTO-TOTAL TO WS-SIM-DEBITADO(WS-IDX-SIM)
           END-IF
           IF WS-TRX-INTERB-N
              MOVE CBU-RECEPTOR OF REG-ENTRADA TO WS-SIM-CBU-BUSCAR
              PERFORM 2665-UBICAR-SIMULADO
              IF WS-SIM-HALLADO-S
                 ADD WS-MONTO-ACREDITADO TO WS-SIM-NETO(WS-IDX-SIM)
              END-IF
           END-IF
           PERFORM 2670-GUARDAR-DUP-SIMULADO
           IF WS-TRX-INTERB-S
              PERFORM 2672-SUMAR-EXP-SIMULADA
           END-IF
           IF WS-PLAN-CONSUME-S
              PERFORM 2675-SUMAR-CUPO-SIMULADO
           END-IF.

       2665-UBICAR-SIMULADO.
           MOVE 'N' TO WS-SIM-HALLADO
           SET WS-IDX-SIM TO 1
           SEARCH WS-SIM-ENTRADA
              AT END
                 PERFORM 2667-ALTA-SIMULADO
              WHEN WS-SIM-CBU(WS-IDX-SIM) = WS-SIM-CBU-BUSCAR
                 MOVE 'S' TO WS-SIM-HALLADO
           END-SEARCH.

       2667-ALTA-SIMULADO.
           IF WS-SIM-USADAS < 500
              ADD 1 TO WS-SIM-USADAS
              SET WS-IDX-SIM TO WS-SIM-USADAS
              MOVE WS-SIM-CBU-BUSCAR TO WS-SIM-CBU(WS-IDX-SIM)
              MOVE ZEROS TO WS-SIM-NETO(WS-IDX-SIM)
              MOVE ZEROS TO WS-SIM-DEBITADO(WS-IDX-SIM)
              MOVE 'S' TO WS-SIM-HALLADO
           END-IF.

       2670-GUARDAR-DUP-SIMULADO.
           IF WS-SIM-DUP-USADAS < 500
              ADD 1 TO WS-SIM-DUP-USADAS
              SET WS-IDX-SDUP TO WS-SIM-DUP-USADAS
              MOVE CBU-EMISOR OF REG-ENTRADA
                TO WS-SIM-DUP-EMISOR(WS-IDX-SDUP)
              MOVE CBU-RECEPTOR OF REG-ENTRADA
                TO WS-SIM-DUP-RECEPTOR(WS-IDX-SDUP)
              MOVE MONTO OF REG-ENTRADA TO WS-SIM-DUP-MONTO(WS-IDX-SDUP)
              MOVE FECHA OF REG-ENTRADA TO WS-SIM-DUP-FECHA(WS-IDX-SDUP)
           END-IF.

       2672-SUMAR-EXP-SIMULADA.
           MOVE CBU-RECEPTOR OF REG-ENTRADA(1:3) TO WS-SIM-BCO-BUSCAR
           SET WS-IDX-SEXP TO 1
           SEARCH WS-SIM-EXP-ENTRADA
              AT END
                 PERFORM 2673-ALTA-EXP-SIMULADA
              WHEN WS-SIM-EXP-BANCO(WS-IDX-SEXP) = WS-SIM-BCO-BUSCAR
               AND WS-SIM-EXP-MONEDA(WS-IDX-SEXP)
                   = MONEDA OF REG-ENTRADA
               AND WS-SIM-EXP-FECHA(WS-IDX-SEXP) = FECHA OF REG-ENTRADA
                 ADD MONTO OF REG-ENTRADA
                  TO WS-SIM-EXP-ENVIADO(WS-IDX-SEXP)
           END-SEARCH.

       2673-ALTA-EXP-SIMULADA.
           IF WS-SIM-EXP-USADAS < 200
              ADD 1 TO WS-SIM-EXP-USADAS
              SET WS-IDX-SEXP TO WS-SIM-EXP-USADAS
              MOVE WS-SIM-BCO-BUSCAR TO WS-SIM-EXP-BANCO(WS-IDX-SEXP)
              MOVE MONEDA OF REG-ENTRADA
                TO WS-SIM-EXP-MONEDA(WS-IDX-SEXP)
              MOVE FECHA OF REG-ENTRADA TO WS-SIM-EXP-FECHA(WS-IDX-SEXP)
              MOVE MONTO OF REG-ENTRADA
                TO WS-SIM-EXP-ENVIADO(WS-IDX-SEXP)
           END-IF.

       2675-SUMAR-CUPO-SIMULADO.
           MOVE COD-PLAN OF DCLPLAN TO WS-SIM-PLAN-BUSCAR
           SET WS-IDX-SCUP TO 1
           SEARCH WS-SIM-CUPO-ENTRADA
              AT END
                 PERFORM 2677-ALTA-CUPO-SIMULADO
              WHEN WS-SIM-CUPO-CBU(WS-IDX-SCUP)
                   = CBU-EMISOR OF REG-ENTRADA
               AND WS-SIM-CUPO-PLAN(WS-IDX-SCUP) = WS-SIM-PLAN-BUSCAR
               AND WS-SIM-CUPO-PERIODO(WS-IDX-SCUP)
                   = PLAN-PERIODO OF DCLAUXILIAR
                 ADD 1 TO WS-SIM-CUPO-CANT(WS-IDX-SCUP)
           END-SEARCH.

       2677-ALTA-CUPO-SIMULADO.
           IF WS-SIM-CUPO-USADAS < 500
              ADD 1 TO WS-SIM-CUPO-USADAS
              SET WS-IDX-SCUP TO WS-SIM-CUPO-USADAS
              MOVE CBU-EMISOR OF REG-ENTRADA
                TO WS-SIM-CUPO-CBU(WS-IDX-SCUP)
              MOVE WS-SIM-PLAN-BUSCAR TO WS-SIM-CUPO-PLAN(WS-IDX-SCUP)
              MOVE PLAN-PERIODO OF DCLAUXILIAR
                TO WS-SIM-CUPO-PERIODO(WS-IDX-SCUP)
              MOVE 1 TO WS-SIM-CUPO-CANT(WS-IDX-SCUP)
           END-IF.

      *********************************************************
      * ACTUALIZAR EL SALDO DEL CLIENTE RECEPTOR              *
      *********************************************************
              MOVE FECHA-HORA OF REG-ENTRADA TO I-FECHA-HORA
              MOVE MONTO OF REG-ENTRADA TO I-MONTO
              MOVE MONEDA OF REG-ENTRADA TO I-MONEDA
              MOVE CONCEPTO OF REG-ENTRADA TO I-CONCEPTO
              MOVE REFERENCIA OF REG-ENTRADA TO I-REFERENCIA
              MOVE CUIT OF DCLCLIENTE TO I-CUIT-EMISOR
              WRITE REG-INTERB
           END-IF.

      ***************************************************************
      * ALTA AUTOMATICA EN EL REGISTRO DE BENEFICIARIOS: EL RECEPTOR *
      * DE UNA TRANSFERENCIA POSTEADA QUEDA REGISTRADO PARA EL       *
      * EMISOR CON LA FECHA Y HORA DEL DETALLE. SI YA ESTABA ACTIVO  *
      * NO SE TOCA (CONSERVA SU ANTIGUEDAD); SI ESTABA DADO DE BAJA  *
      * SE REACTIVA Y EL PERIODO DE ESPERA CORRE DE NUEVO.           *
      ***************************************************************
       2720-REGISTRAR-BENEFICIARIO.
           MOVE CBU-EMISOR OF REG-ENTRADA
             TO CBU-CLIENTE OF DCLBENEFICIARIO
           MOVE CBU-RECEPTOR OF REG-ENTRADA
             TO CBU-BENEFICIARIO OF DCLBENEFICIARIO
           MOVE FECHA-HORA OF REG-ENTRADA
             TO FECHA-ALTA OF DCLBENEFICIARIO
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
      * LA TRANSFERENCIA YA ESTA POSTEADA: UNA FALLA DEL REGISTRO NO
      * LA CONVIERTE EN RECHAZO. SOLO SE AVISA; EL BENEFICIARIO SE
      * REGISTRARA CON EL PROXIMO POSTEO O POR PMNTBEN.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY 'BENEFICIARIO NO REGISTRADO '
                      CBU-EMISOR OF REG-ENTRADA ' '
                      CBU-RECEPTOR OF REG-ENTRADA
              DISPLAY WS-ERROR-NCONTROL
           END-IF.

      *********************************************************
      * CARGAMOS LOS DATOS DE LA TRANSACCION RECHAZADA AL     *
      * REGISTRO DE ERRORES (CBU, FECHA-HORA Y MONTO), PARA   *
           MOVE FECHA-HORA OF REG-ENTRADA TO E-FECHA-HORA
           MOVE MONTO OF REG-ENTRADA TO E-MONTO
           MOVE MARCA-REPETIR OF REG-ENTRADA TO E-MARCA-REPETIR
           MOVE CONCEPTO OF REG-ENTRADA TO E-CONCEPTO
           MOVE REFERENCIA OF REG-ENTRADA TO E-REFERENCIA
           MOVE CUIT-RECEPTOR OF REG-ENTRADA TO E-CUIT-RECEPTOR
           MOVE SPACES TO E-PARRAFO.

      *********************************************************
      *********************************************************
       2805-ESCRIBIR-ERROR.
           ADD 1 TO WS-NUM-ERRORES
           IF WS-NUM-ERRORES > WS-REG-REINICIO-ERR AND WS-SIMULACION-N
              WRITE REG-ERROR
           END-IF.

      * DESDE LA BASE SIN NECESIDAD DE IR A BUSCAR EL ARCHIVO PLANO. *
      * UN ERROR AL AUDITAR NO INTERRUMPE EL PROCESAMIENTO DE LA     *
      * CORRIDA: SE DEJA CONSTANCIA POR PANTALLA Y SE SIGUE, IGUAL   *
      * QUE YA HACE VERIBCO CON SUS ERRORES NO CRITICOS. LA          *
      * SIMULACION NO AUDITA: SUS RECHAZOS VIAJAN SOLO EN RESPUES.   *
      ***************************************************************
       2820-AUDITAR-RECHAZO.
           IF WS-SIMULACION-N
              PERFORM 2825-INSERTAR-AUDITORIA
           END-IF.

       2825-INSERTAR-AUDITORIA.
           MOVE E-CBU-EMISOR   TO AUD-CBU-EMISOR OF DCLAUXILIAR
           MOVE E-CBU-RECEPTOR TO AUD-CBU-RECEPTOR OF DCLAUXILIAR
           MOVE E-MONTO        TO AUD-MONTO OF DCLAUXILIAR
      * PARRAFOS PARA CERRAR EL PROGRAMA                     *
      ********************************************************
       3000-END-PROGRAM.
      * LA SIMULACION NO CONFIRMA NADA: EL ROLLBACK DESCARTA LA
      * UNIDAD DE TRABAJO DE SOLO LECTURA Y NO SE TOCAN NI EL
      * CONTROL DE PROCESO NI EL REGISTRO DE LOTES.
           IF WS-SIMULACION-S
              EXEC SQL ROLLBACK END-EXEC
           ELSE
              PERFORM 3100-COMMIT-FINAL
           END-IF
           PERFORM 3200-GENERAR-REPORTE
           CLOSE FICHERO-ENT
           CLOSE ERROR-FICH
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           MOVE WS-ID-LOTE TO WS-RL-ID
           WRITE REG-REPORTE FROM WS-REP-LOTE
           IF WS-SIMULACION-S
              WRITE REG-REPORTE FROM WS-REP-SIMULACION
           END-IF
           IF WS-PARTICION NOT = '00'
              MOVE WS-PARTICION TO WS-RPART-NUM
              WRITE REG-REPORTE FROM WS-REP-PARTICION
           MOVE 'DERIVADAS A AUTORIZACION' TO WS-RC-ETIQUETA
           MOVE WS-TOT-PENDIENTES TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   POR BENEFICIARIO NUEVO SOBRE EL TOPE'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-PEND-BENEF TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   POR BENEFICIARIO EN LISTA DE CONTROL'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-PEND-LISTA TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   POR LIMITE DE EXPOSICION CON LA ENTIDAD'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-PEND-EXPOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'DIFERIDAS A FECHA VALOR' TO WS-RC-ETIQUETA
           MOVE WS-TOT-RODADAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   RECHAZOS POR CUENTA INACTIVA' TO WS-RC-ETIQUETA
           MOVE WS-TOT-R-INACTIVA TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   RECHAZOS POR CONCEPTO INEXISTENTE'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-R-CONCEPTO TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   RECHAZOS POR REVISION KYC VENCIDA'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-R-KYC TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   RECHAZOS POR ERROR DE BASE DE DATOS'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-R-SQLERROR TO WS-RC-VALOR
           MOVE 'COMISION TOTAL COBRADA' TO WS-RI-ETIQUETA
           MOVE WS-TOT-COMISION TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
           MOVE 'COMISION BONIFICADA POR PLANES' TO WS-RI-ETIQUETA
           MOVE WS-TOT-BONIF TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
           MOVE '   TRANSFERENCIAS BONIFICADAS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-CON-PLAN TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'IMPUESTO AL DEBITO RETENIDO' TO WS-RI-ETIQUETA
           MOVE WS-TOT-IMPUESTO TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
