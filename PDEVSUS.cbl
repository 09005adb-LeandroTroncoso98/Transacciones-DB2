       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDEVSUS.
       AUTHOR. TRONCOSO LEANDRO.
      **********************************************************
      * Devolucion diaria de creditos en suspenso. Los         *
      * creditos entrantes que PDBENT dejo en                  *
      * TRX.CREDITO_SUSPENSO y siguen sin reaplicarse despues  *
      * de DEVSUS_DIAS_HABILES dias habiles, mas los que       *
      * operaciones marco para devolver con PMNTSUS, se        *
      * devuelven a la entidad de origen: salen en el archivo  *
      * de devoluciones a la camara (con el concepto y la      *
      * referencia con los que llegaron) y en el reporte del   *
      * dia. PSETBCO suma las devoluciones a lo enviado. El    *
      * archivo se regenera entero en cada corrida.            *
      **********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-ENT ASSIGN TO ENTRADA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.

           SELECT DEVOL-FICH ASSIGN TO DEVOLUC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DEVOL.

           SELECT REPORTE-FICH ASSIGN TO REPORTE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
      * PARAMETRO DE ENTRADA: LA FECHA DE LA CORRIDA. LOS CREDITOS
      * ENTRANTES QUE PDBENT DEJO EN TRX.CREDITO_SUSPENSO Y QUE
      * SIGUEN SIN REAPLICARSE DESPUES DE DEVSUS_DIAS_HABILES DIAS
      * HABILES (CLAVE DE TRX.PARAMETRO), MAS LOS QUE OPERACIONES
      * MARCO PARA DEVOLVER CON PMNTSUS, SE DEVUELVEN A LA ENTIDAD
      * DE ORIGEN.
       FD FICHERO-ENT RECORDING MODE IS F
                      DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA.
          05 REG-FECHA.
             10 REG-F-ANIO        PIC 9(4).
             10 REG-F-MES         PIC 99.
             10 REG-F-DIA         PIC 99.
          05 REG-F-NUM            REDEFINES REG-FECHA PIC 9(8).
          05 FILLER               PIC X(72).

      * ARCHIVO DE DEVOLUCIONES A LA CAMARA: LA ENTIDAD DE ORIGEN
      * AL FRENTE, LOS CBU EN EL MISMO SENTIDO QUE VINIERON, LA
      * FECHA-HORA, EL MONTO Y LA MONEDA DEL CREDITO ORIGINAL Y EL
      * CODIGO DE MOTIVO DE DEVOLUCION (LOS MISMOS CAMPOS Y EN EL
      * MISMO ORDEN QUE LEE PDEVINT), SEGUIDOS DEL CONCEPTO Y LA
      * REFERENCIA CON LOS QUE LLEGO EL CREDITO, PARA QUE LA ENTIDAD
      * DE ORIGEN IDENTIFIQUE LA OPERACION DEVUELTA. SE ARMA
      * COMPLETO EN CADA CORRIDA A PARTIR DE LOS CREDITOS DEVUELTOS
      * EN LA FECHA, ASI UN REINICIO LO REGENERA ENTERO.
       FD DEVOL-FICH RECORDING MODE IS F
                     DATA RECORD IS REG-DEVOL.
       01 REG-DEVOL.
          05 D-ENTIDAD             PIC 9(3).
          05 D-CBU-EMISOR          PIC X(22).
          05 D-CBU-RECEPTOR        PIC X(22).
          05 D-FECHA-HORA          PIC X(26).
          05 D-MONTO               PIC 9(13)V99.
          05 D-MONEDA              PIC X(3).
          05 D-COD-DEVOL           PIC X(3).
          05 D-CONCEPTO            PIC X(3).
          05 D-REFERENCIA          PIC X(30).

      * REPORTE DE CREDITOS DEVUELTOS EN EL DIA.
       FD REPORTE-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-REPORTE.
       01 REG-REPORTE              PIC X(80).

       WORKING-STORAGE SECTION.

       77 FS-ENTRADA               PIC 99.
       77 FS-DEVOL                 PIC 99.
       77 FS-REPORTE               PIC 99.

      * DIAS HABILES DE PERMANENCIA EN SUSPENSO (CLAVE
      * DEVSUS_DIAS_HABILES DE TRX.PARAMETRO). SIN FILA CARGADA EL
      * PROCESO NO CORRE: EL PLAZO ES UNA DEFINICION DE NEGOCIO.
       77 WS-DIAS-HABILES          PIC 9(3) COMP VALUE 0.
       77 WS-ITER-RODADO           PIC 9(2) COMP VALUE 0.

      * FECHA DE LA CORRIDA Y FECHA LIMITE DE INGRESO A SUSPENSO: UN
      * CREDITO INGRESADO HASTA ESA FECHA INCLUSIVE YA CUMPLIO EL
      * PLAZO DE DIAS HABILES.
       01 WS-FECHA-CORRIDA.
          05 WS-FC-ANIO            PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-FC-MES             PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 WS-FC-DIA             PIC 99.
       01 WS-FECHA-LIMITE.
          05 WS-FL-ANIO            PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-FL-MES             PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 WS-FL-DIA             PIC 99.

       77 WS-DIA-HABIL             PIC X VALUE 'N'.
          88 WS-DIA-HABIL-N        VALUE 'N'.
          88 WS-DIA-HABIL-S        VALUE 'S'.

      * AUXILIARES DEL CALCULO DE DIA DE LA SEMANA (CONGRUENCIA DE
      * ZELLER: RESTO 0 ES SABADO Y 1 ES DOMINGO) Y DE LA RESTA DE UN
      * DIA CALENDARIO, LOS MISMOS DE PDBTRX.
       77 WS-Z-ANIO                PIC 9(4) COMP.
       77 WS-Z-MES                 PIC 9(4) COMP.
       77 WS-Z-T1                  PIC 9(4) COMP.
       77 WS-Z-T2                  PIC 9(4) COMP.
       77 WS-Z-T3                  PIC 9(4) COMP.
       77 WS-Z-T4                  PIC 9(4) COMP.
       77 WS-Z-SUMA                PIC 9(9) COMP.
       77 WS-Z-AUX                 PIC 9(9) COMP.
       77 WS-Z-RESTO               PIC 9(4) COMP.
       77 WS-Z-BISI-AUX            PIC 9(5) COMP.
       77 WS-Z-BISI-RESTO          PIC 9(5) COMP.
       77 WS-DIAS-DEL-MES          PIC 9(2) COMP.
       01 WS-DIAS-MES-TXT          PIC X(24)
                         VALUE '312831303130313130313031'.
       01 WS-DIAS-MES-TAB REDEFINES WS-DIAS-MES-TXT.
          05 WS-DIAS-MES OCCURS 12 TIMES PIC 99.

      * CONTADORES DEL REPORTE.
       77 WS-TOT-VENCIDOS          PIC 9(9) COMP VALUE 0.
       77 WS-TOT-A-PEDIDO          PIC 9(9) COMP VALUE 0.
       77 WS-TOT-DEVUELTOS         PIC 9(9) COMP VALUE 0.
       77 WS-TOT-MONTO-DEVUELTO    PIC 9(15)V99 COMP-3 VALUE 0.

      * LINEAS DEL REPORTE.
       01 WS-REP-GUIONES           PIC X(80) VALUE ALL '-'.
       01 WS-REP-TITULO.
          05 FILLER                PIC X(17) VALUE SPACES.
          05 FILLER                PIC X(46) VALUE
                'REPORTE DE CREDITOS DEVUELTOS - PDEVSUS'.
          05 FILLER                PIC X(17) VALUE SPACES.
       01 WS-REP-PERIODO.
          05 FILLER                PIC X(16) VALUE 'DIA DE CORRIDA: '.
          05 WS-RP-ANIO            PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-RP-MES             PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 WS-RP-DIA             PIC 99.
          05 FILLER                PIC X(54) VALUE SPACES.
       01 WS-REP-CABECERA.
          05 FILLER                PIC X(5) VALUE 'ENT'.
          05 FILLER                PIC X(24) VALUE 'CBU RECEPTOR'.
          05 FILLER                PIC X(12) VALUE 'INGRESO'.
          05 FILLER                PIC X(5) VALUE 'MON'.
          05 FILLER                PIC X(20) VALUE 'MONTO'.
          05 FILLER                PIC X(14) VALUE 'COD'.
       01 WS-REP-DETALLE.
          05 WS-RD-ENTIDAD         PIC ZZ9.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-RD-CBU             PIC X(22).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-RD-INGRESO         PIC X(10).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-RD-MONEDA          PIC X(3).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-RD-MONTO           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-RD-COD-DEVOL       PIC X(3).
          05 FILLER                PIC X(9) VALUE SPACES.
       01 WS-REP-CONTADOR.
          05 WS-RC-ETIQUETA        PIC X(45).
          05 WS-RC-VALOR           PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(24) VALUE SPACES.
       01 WS-REP-IMPORTE.
          05 WS-RI-ETIQUETA        PIC X(45).
          05 WS-RI-VALOR           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(15) VALUE SPACES.

       01 WS-ERROR-NCONTROL.
          05 FILLER               PIC X(29)
                     VALUE 'ERROR NO CONTROLADO, CODIGO: '.
          05 WS-ENC-CODE          PIC -999.

      * SQLCA Y DCLGEN DE LA COLA DE CREDITOS EN SUSPENSO, DEL
      * CALENDARIO DE FERIADOS, DE LOS PARAMETROS GENERALES Y DE LA
      * TABLA DE CONTROL DE PROCESOS.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TRXSUS END-EXEC.
           EXEC SQL INCLUDE TRXFER END-EXEC.
           EXEC SQL INCLUDE TRXPRM END-EXEC.
           EXEC SQL INCLUDE TRXCTL END-EXEC.
           EXEC SQL BEGIN DECLARE SECTION
           END-EXEC.
       01 DCLAUXILIAR.
          10 NUMERO-REG            PIC S9(9) USAGE COMP.
       01 WS-HOST-FECHAS.
          05 HV-FECHA-CORRIDA      PIC X(10).
          05 HV-FECHA-LIMITE       PIC X(10).
           EXEC SQL END DECLARE SECTION
           END-EXEC.

      * CONTROL DE COMMITS (VER TRX.CONTROL_PROCESO). EL PASE A
      * DEVUELTO ES IDEMPOTENTE: UN CREDITO YA DEVUELTO SALE DEL
      * CURSOR, ASI QUE UN REINICIO SOLO RETOMA LOS QUE FALTAN Y EL
      * ARCHIVO DE DEVOLUCIONES SE VUELVE A ARMAR COMPLETO.
       77 WS-PROGRAMA              PIC X(8) VALUE 'PDEVSUS'.
       77 WS-COMMIT-CADA           PIC 9(4) COMP VALUE 100.
       77 WS-CONT-COMMIT           PIC 9(4) COMP VALUE 0.
       77 WS-NUM-REGISTRO          PIC 9(9) COMP VALUE 0.

      * CURSOR DE LOS CREDITOS A DEVOLVER: LOS RETENIDOS QUE YA
      * CUMPLIERON EL PLAZO Y LOS MARCADOS A PEDIDO. WITH HOLD: EL
      * CURSOR DEBE SOBREVIVIR A LOS COMMITS INTERMEDIOS.
           EXEC SQL DECLARE CUR_VEN CURSOR WITH HOLD FOR
                SELECT ID_SUSPENSO, RAZON, ESTADO_SUSP
                FROM TRX.CREDITO_SUSPENSO
                WHERE (ESTADO_SUSP = 'S'
                       AND FECHA_INGRESO <= :HV-FECHA-LIMITE)
                   OR ESTADO_SUSP = 'X'
                ORDER BY ID_SUSPENSO
           END-EXEC.

      * CURSOR DE LOS CREDITOS DEVUELTOS EN LA FECHA DE CORRIDA,
      * POR ENTIDAD, PARA ARMAR EL ARCHIVO DE DEVOLUCIONES.
           EXEC SQL DECLARE CUR_DEV CURSOR FOR
                SELECT ENTIDAD_ORIGEN, CBU_EMISOR, CBU_RECEPTOR,
                       FECHA_HORA, MONTO, MONEDA, COD_DEVOL,
                       FECHA_INGRESO, COALESCE(CONCEPTO, ' '),
                       COALESCE(REFERENCIA, ' ')
                FROM TRX.CREDITO_SUSPENSO
                WHERE ESTADO_SUSP = 'D'
                  AND FECHA_DEVOL = :HV-FECHA-CORRIDA
                ORDER BY ENTIDAD_ORIGEN, ID_SUSPENSO
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN-PROGRAM.
           PERFORM 1000-INIT-PROGRAM
           PERFORM 2000-MARCAR-DEVUELTOS
           PERFORM 2500-EMITIR-DEVOLUCIONES
           PERFORM 3000-END-PROGRAM.

      ******************************************************************
      * PARRAFO DE APERTURA DE ARCHIVOS E INICIACION DE VARIABLES.     *
      ******************************************************************
       1000-INIT-PROGRAM.
           OPEN INPUT FICHERO-ENT
           IF FS-ENTRADA NOT = 00
              PERFORM 3300-STOP-PROGRAM
           END-IF
           READ FICHERO-ENT
           IF FS-ENTRADA NOT = 00
              PERFORM 3300-STOP-PROGRAM
           END-IF
           CLOSE FICHERO-ENT
           IF REG-F-NUM IS NOT NUMERIC OR REG-F-NUM = 0
              DISPLAY 'PDEVSUS: FECHA DE CORRIDA INVALIDA'
              PERFORM 3300-STOP-PROGRAM
           END-IF
           MOVE REG-F-ANIO TO WS-FC-ANIO WS-RP-ANIO
           MOVE REG-F-MES  TO WS-FC-MES WS-RP-MES
           MOVE REG-F-DIA  TO WS-FC-DIA WS-RP-DIA
           MOVE WS-FECHA-CORRIDA TO HV-FECHA-CORRIDA
           PERFORM 1700-LEER-DIAS-HABILES
           PERFORM 1800-CALCULAR-LIMITE
           PERFORM 1400-REGISTRAR-INICIO
           OPEN OUTPUT DEVOL-FICH
           IF FS-DEVOL NOT = 00
              PERFORM 3300-STOP-PROGRAM
           END-IF
           OPEN OUTPUT REPORTE-FICH
           IF FS-REPORTE NOT = 00
              CLOSE DEVOL-FICH
              PERFORM 3300-STOP-PROGRAM
           END-IF
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           WRITE REG-REPORTE FROM WS-REP-TITULO
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           WRITE REG-REPORTE FROM WS-REP-PERIODO
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           WRITE REG-REPORTE FROM WS-REP-CABECERA
           WRITE REG-REPORTE FROM WS-REP-GUIONES.

      ***************************************************************
      * EL PASO QUEDA EN ESTADO 'P' EN TRX.CONTROL_PROCESO MIENTRAS  *
      * CORRE, PARA QUE POPSMON Y PCIERRE VEAN UNA CORRIDA CORTADA.  *
      ***************************************************************
       1400-REGISTRAR-INICIO.
           MOVE WS-PROGRAMA TO NOM-PROGRAMA OF DCLCONTROL
           EXEC SQL
                UPDATE TRX.CONTROL_PROCESO
                SET ESTADO_PROCESO = 'P'
                WHERE NOM_PROGRAMA = :DCLCONTROL.NOM-PROGRAMA
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 EXEC SQL
                      INSERT INTO TRX.CONTROL_PROCESO
                             (NOM_PROGRAMA, ULT_REG_COMMIT,
                              ULT_REG_ERROR, ESTADO_PROCESO)
                      VALUES (:DCLCONTROL.NOM-PROGRAMA, 0, 0, 'P')
                 END-EXEC
              WHEN OTHER
                 MOVE SQLCODE TO WS-ENC-CODE
                 DISPLAY WS-ERROR-NCONTROL
                 EXEC SQL ROLLBACK END-EXEC
                 PERFORM 3300-STOP-PROGRAM
           END-EVALUATE
           EXEC SQL COMMIT END-EXEC.

      ***************************************************************
      * PLAZO EN DIAS HABILES (CLAVE DEVSUS_DIAS_HABILES DE          *
      * TRX.PARAMETRO, EN TRES DIGITOS). SIN FILA O EN CERO EL       *
      * PROCESO NO CORRE.                                            *
      ***************************************************************
       1700-LEER-DIAS-HABILES.
           MOVE 'DEVSUS_DIAS_HABILES' TO CLAVE OF DCLPARAMETRO
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
                      TO WS-DIAS-HABILES
                 END-IF
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-ENC-CODE
                 DISPLAY WS-ERROR-NCONTROL
                 PERFORM 3300-STOP-PROGRAM
           END-EVALUATE
           IF WS-DIAS-HABILES = 0
              DISPLAY 'PDEVSUS: DEVSUS_DIAS_HABILES SIN CARGAR EN '
                      'TRX.PARAMETRO'
              PERFORM 3300-STOP-PROGRAM
           END-IF.

      ***************************************************************
      * FECHA LIMITE: LA FECHA DE LA CORRIDA RETROCEDIDA             *
      * WS-DIAS-HABILES DIAS HABILES (SIN SABADOS, DOMINGOS NI       *
      * FERIADOS DE TRX.FERIADOS).                                   *
      ***************************************************************
       1800-CALCULAR-LIMITE.
           MOVE WS-FECHA-CORRIDA TO WS-FECHA-LIMITE
           PERFORM 1810-RETROCEDER-DIA-HABIL WS-DIAS-HABILES TIMES
           MOVE WS-FECHA-LIMITE TO HV-FECHA-LIMITE.

       1810-RETROCEDER-DIA-HABIL.
           MOVE 0 TO WS-ITER-RODADO
           PERFORM 1820-RESTAR-UN-DIA
           PERFORM 1830-VERIFICAR-DIA-HABIL
           PERFORM 1815-RETROCEDER-SI-INHABIL
              UNTIL WS-DIA-HABIL-S.

       1815-RETROCEDER-SI-INHABIL.
           ADD 1 TO WS-ITER-RODADO
      * COTA DE SEGURIDAD: UN CALENDARIO MAL CARGADO (UN MES ENTERO
      * MARCADO FERIADO) NO DEBE DEJAR EL PROCESO DANDO VUELTAS.
           IF WS-ITER-RODADO > 30
              DISPLAY 'PDEVSUS: SIN DIA HABIL PREVIO A '
                      WS-FECHA-LIMITE
              PERFORM 3300-STOP-PROGRAM
           END-IF
           PERFORM 1820-RESTAR-UN-DIA
           PERFORM 1830-VERIFICAR-DIA-HABIL.

       1820-RESTAR-UN-DIA.
           IF WS-FL-DIA > 1
              SUBTRACT 1 FROM WS-FL-DIA
           ELSE
              IF WS-FL-MES > 1
                 SUBTRACT 1 FROM WS-FL-MES
              ELSE
                 MOVE 12 TO WS-FL-MES
                 SUBTRACT 1 FROM WS-FL-ANIO
              END-IF
              PERFORM 1825-DIAS-DEL-MES
              MOVE WS-DIAS-DEL-MES TO WS-FL-DIA
           END-IF.

       1825-DIAS-DEL-MES.
           MOVE WS-DIAS-MES(WS-FL-MES) TO WS-DIAS-DEL-MES
           IF WS-FL-MES = 2
              DIVIDE WS-FL-ANIO BY 4
                 GIVING WS-Z-BISI-AUX REMAINDER WS-Z-BISI-RESTO
              IF WS-Z-BISI-RESTO = 0
                 DIVIDE WS-FL-ANIO BY 100
                    GIVING WS-Z-BISI-AUX REMAINDER WS-Z-BISI-RESTO
                 IF WS-Z-BISI-RESTO NOT = 0
                    MOVE 29 TO WS-DIAS-DEL-MES
                 ELSE
                    DIVIDE WS-FL-ANIO BY 400
                       GIVING WS-Z-BISI-AUX
                       REMAINDER WS-Z-BISI-RESTO
                    IF WS-Z-BISI-RESTO = 0
                       MOVE 29 TO WS-DIAS-DEL-MES
                    END-IF
                 END-IF
              END-IF
           END-IF.

      ***************************************************************
      * DETERMINA SI LA FECHA LIMITE CANDIDATA ES DIA HABIL, CON EL  *
      * MISMO CRITERIO QUE 2255-VERIFICAR-DIA-HABIL DE PDBTRX.       *
      ***************************************************************
       1830-VERIFICAR-DIA-HABIL.
           MOVE 'S' TO WS-DIA-HABIL
           MOVE WS-FL-ANIO TO WS-Z-ANIO
           MOVE WS-FL-MES TO WS-Z-MES
           IF WS-Z-MES < 3
              ADD 12 TO WS-Z-MES
              SUBTRACT 1 FROM WS-Z-ANIO
           END-IF
           COMPUTE WS-Z-T1 = (13 * (WS-Z-MES + 1)) / 5
           END-COMPUTE
           COMPUTE WS-Z-T2 = WS-Z-ANIO / 4
           END-COMPUTE
           COMPUTE WS-Z-T3 = WS-Z-ANIO / 100
           END-COMPUTE
           COMPUTE WS-Z-T4 = WS-Z-ANIO / 400
           END-COMPUTE
           COMPUTE WS-Z-SUMA = WS-FL-DIA + WS-Z-T1 + WS-Z-ANIO
                             + WS-Z-T2 - WS-Z-T3 + WS-Z-T4
           END-COMPUTE
           DIVIDE WS-Z-SUMA BY 7
              GIVING WS-Z-AUX REMAINDER WS-Z-RESTO
           IF WS-Z-RESTO = 0 OR WS-Z-RESTO = 1
              MOVE 'N' TO WS-DIA-HABIL
           ELSE
              PERFORM 1840-VERIFICAR-FERIADO
           END-IF.

       1840-VERIFICAR-FERIADO.
           MOVE WS-FECHA-LIMITE TO FECHA OF DCLFERIADO
           EXEC SQL
                SELECT COUNT(FECHA)
                INTO :DCLAUXILIAR.NUMERO-REG
                FROM TRX.FERIADOS
                WHERE FECHA = :DCLFERIADO.FECHA
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              PERFORM 3300-STOP-PROGRAM
           END-IF
           IF NUMERO-REG > 0
              MOVE 'N' TO WS-DIA-HABIL
           END-IF.

      ***************************************************************
      * PRIMER PASE: LOS CREDITOS VENCIDOS O PEDIDOS PASAN A         *
      * DEVUELTOS ('D') CON LA FECHA DE LA CORRIDA Y EL CODIGO DE    *
      * MOTIVO QUE CORRESPONDE A LA RAZON DEL RECHAZO ORIGINAL.      *
      ***************************************************************
       2000-MARCAR-DEVUELTOS.
           EXEC SQL OPEN CUR_VEN END-EXEC
           PERFORM 2050-FETCH-VENCIDO
           PERFORM 2100-MARCAR-DEVUELTO UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_VEN END-EXEC
           EXEC SQL COMMIT END-EXEC.

       2050-FETCH-VENCIDO.
           EXEC SQL
                FETCH CUR_VEN
                INTO :DCLSUSPENSO.ID-SUSPENSO,
                     :DCLSUSPENSO.RAZON,
                     :DCLSUSPENSO.ESTADO-SUSP
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-ENC-CODE
                 DISPLAY WS-ERROR-NCONTROL
                 EXEC SQL ROLLBACK END-EXEC
                 PERFORM 3300-STOP-PROGRAM
           END-EVALUATE.

       2100-MARCAR-DEVUELTO.
           ADD 1 TO WS-NUM-REGISTRO
           IF ESTADO-SUSP OF DCLSUSPENSO = 'X'
              ADD 1 TO WS-TOT-A-PEDIDO
           ELSE
              ADD 1 TO WS-TOT-VENCIDOS
           END-IF
           PERFORM 2150-ASIGNAR-COD-DEVOL
           EXEC SQL
                UPDATE TRX.CREDITO_SUSPENSO
                SET ESTADO_SUSP = 'D',
                    COD_DEVOL = :DCLSUSPENSO.COD-DEVOL,
                    FECHA_DEVOL = :HV-FECHA-CORRIDA,
                    FECHA_RESOLUCION = :HV-FECHA-CORRIDA
                WHERE ID_SUSPENSO = :DCLSUSPENSO.ID-SUSPENSO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              EXEC SQL ROLLBACK END-EXEC
              PERFORM 3300-STOP-PROGRAM
           END-IF
           PERFORM 2900-COMMIT-PUNTO
           PERFORM 2050-FETCH-VENCIDO.

      ***************************************************************
      * CODIGO DE MOTIVO DE DEVOLUCION QUE VIAJA A LA ENTIDAD DE     *
      * ORIGEN, SEGUN LA RAZON CON LA QUE PDBENT RECHAZO EL CREDITO: *
      *   S01 CUENTA INEXISTENTE        S02 CUENTA CERRADA           *
      *   S03 CBU CON FORMATO INVALIDO  S04 MONEDA DISTINTA          *
      *   S05 FECHA U HORA INVALIDAS    S09 OTROS MOTIVOS            *
      ***************************************************************
       2150-ASIGNAR-COD-DEVOL.
           EVALUATE RAZON OF DCLSUSPENSO
              WHEN 'CBU INEXISTENTE.'
                 MOVE 'S01' TO COD-DEVOL OF DCLSUSPENSO
              WHEN 'CLIENTE DADO DE BAJA'
                 MOVE 'S02' TO COD-DEVOL OF DCLSUSPENSO
              WHEN 'CBU FORMATO INVALIDO'
                 MOVE 'S03' TO COD-DEVOL OF DCLSUSPENSO
              WHEN 'MONEDA NO COINCIDE'
                 MOVE 'S04' TO COD-DEVOL OF DCLSUSPENSO
              WHEN 'FECHA INVALIDA'
              WHEN 'HORA INVALIDA'
                 MOVE 'S05' TO COD-DEVOL OF DCLSUSPENSO
              WHEN OTHER
                 MOVE 'S09' TO COD-DEVOL OF DCLSUSPENSO
           END-EVALUATE.

      ***************************************************************
      * SEGUNDO PASE: ARCHIVO DE DEVOLUCIONES Y DETALLE DEL REPORTE  *
      * CON TODOS LOS CREDITOS DEVUELTOS EN LA FECHA DE CORRIDA.     *
      * PSETBCO SUMA ESTOS MISMOS IMPORTES AL BRUTO ENVIADO A CADA   *
      * ENTIDAD EN LA LIQUIDACION DEL DIA.                           *
      ***************************************************************
       2500-EMITIR-DEVOLUCIONES.
           EXEC SQL OPEN CUR_DEV END-EXEC
           PERFORM 2550-FETCH-DEVUELTO
           PERFORM 2600-ESCRIBIR-DEVOLUCION UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_DEV END-EXEC.

       2550-FETCH-DEVUELTO.
           EXEC SQL
                FETCH CUR_DEV
                INTO :DCLSUSPENSO.ENTIDAD-ORIGEN,
                     :DCLSUSPENSO.CBU-EMISOR,
                     :DCLSUSPENSO.CBU-RECEPTOR,
                     :DCLSUSPENSO.FECHA-HORA,
                     :DCLSUSPENSO.MONTO,
                     :DCLSUSPENSO.MONEDA,
                     :DCLSUSPENSO.COD-DEVOL,
                     :DCLSUSPENSO.FECHA-INGRESO,
                     :DCLSUSPENSO.CONCEPTO,
                     :DCLSUSPENSO.REFERENCIA
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-ENC-CODE
                 DISPLAY WS-ERROR-NCONTROL
                 PERFORM 3300-STOP-PROGRAM
           END-EVALUATE.

       2600-ESCRIBIR-DEVOLUCION.
           MOVE ENTIDAD-ORIGEN OF DCLSUSPENSO TO D-ENTIDAD
           MOVE CBU-EMISOR OF DCLSUSPENSO TO D-CBU-EMISOR
           MOVE CBU-RECEPTOR OF DCLSUSPENSO TO D-CBU-RECEPTOR
           MOVE FECHA-HORA OF DCLSUSPENSO TO D-FECHA-HORA
           MOVE MONTO OF DCLSUSPENSO TO D-MONTO
           MOVE MONEDA OF DCLSUSPENSO TO D-MONEDA
           MOVE COD-DEVOL OF DCLSUSPENSO TO D-COD-DEVOL
           MOVE CONCEPTO OF DCLSUSPENSO TO D-CONCEPTO
           MOVE REFERENCIA OF DCLSUSPENSO TO D-REFERENCIA
           WRITE REG-DEVOL
           ADD 1 TO WS-TOT-DEVUELTOS
           ADD MONTO OF DCLSUSPENSO TO WS-TOT-MONTO-DEVUELTO
           MOVE ENTIDAD-ORIGEN OF DCLSUSPENSO TO WS-RD-ENTIDAD
           MOVE CBU-RECEPTOR OF DCLSUSPENSO TO WS-RD-CBU
           MOVE FECHA-INGRESO OF DCLSUSPENSO TO WS-RD-INGRESO
           MOVE MONEDA OF DCLSUSPENSO TO WS-RD-MONEDA
           MOVE MONTO OF DCLSUSPENSO TO WS-RD-MONTO
           MOVE COD-DEVOL OF DCLSUSPENSO TO WS-RD-COD-DEVOL
           WRITE REG-REPORTE FROM WS-REP-DETALLE
           PERFORM 2550-FETCH-DEVUELTO.

      ***************************************************************
      * PUNTO DE COMMIT: CADA WS-COMMIT-CADA CREDITOS MARCADOS SE    *
      * CONFIRMA LA UNIDAD DE TRABAJO.                               *
      ***************************************************************
       2900-COMMIT-PUNTO.
           ADD 1 TO WS-CONT-COMMIT
           IF WS-CONT-COMMIT >= WS-COMMIT-CADA
              EXEC SQL COMMIT END-EXEC
              MOVE WS-NUM-REGISTRO TO ULT-REG-COMMIT OF DCLCONTROL
              EXEC SQL
                   UPDATE TRX.CONTROL_PROCESO
                   SET ULT_REG_COMMIT = :DCLCONTROL.ULT-REG-COMMIT,
                       ESTADO_PROCESO = 'P'
                   WHERE NOM_PROGRAMA = :DCLCONTROL.NOM-PROGRAMA
              END-EXEC
              EXEC SQL COMMIT END-EXEC
              MOVE ZEROS TO WS-CONT-COMMIT
           END-IF.

      ********************************************************
      * PARRAFOS PARA CERRAR EL PROGRAMA                     *
      ********************************************************
       3000-END-PROGRAM.
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           MOVE 'CREDITOS DEVUELTOS POR PLAZO VENCIDO'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-VENCIDOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'CREDITOS DEVUELTOS A PEDIDO DE OPERACIONES'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-A-PEDIDO TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'REGISTROS DE DEVOLUCION EMITIDOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-DEVUELTOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'MONTO TOTAL DEVUELTO' TO WS-RI-ETIQUETA
           MOVE WS-TOT-MONTO-DEVUELTO TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
           PERFORM 3050-CONTAR-RETENIDOS
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           CLOSE DEVOL-FICH
           CLOSE REPORTE-FICH
           PERFORM 3100-COMMIT-FINAL
           PERFORM 3300-STOP-PROGRAM.

      ***************************************************************
      * CREDITOS QUE SIGUEN RETENIDOS DENTRO DEL PLAZO, PARA QUE     *
      * OPERACIONES VEA LA COLA PENDIENTE DE REAPLICAR.              *
      ***************************************************************
       3050-CONTAR-RETENIDOS.
           EXEC SQL
                SELECT COUNT(ID_SUSPENSO)
                INTO :DCLAUXILIAR.NUMERO-REG
                FROM TRX.CREDITO_SUSPENSO
                WHERE ESTADO_SUSP = 'S'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              MOVE 0 TO NUMERO-REG
           END-IF
           MOVE 'CREDITOS QUE SIGUEN EN SUSPENSO' TO WS-RC-ETIQUETA
           MOVE NUMERO-REG TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR.

      ***************************************************************
      * COMMIT FINAL DE LA CORRIDA, CON EL SELLO DE CIERRE PARA EL   *
      * CONTROL DE CIERRE DE DIA DE PCIERRE.                         *
      ***************************************************************
       3100-COMMIT-FINAL.
           EXEC SQL COMMIT END-EXEC
           MOVE WS-FECHA-CORRIDA TO FECHA-PROCESO OF DCLCONTROL
           EXEC SQL
                UPDATE TRX.CONTROL_PROCESO
                SET ULT_REG_COMMIT = 0,
                    ESTADO_PROCESO = 'C',
                    FECHA_PROCESO = :DCLCONTROL.FECHA-PROCESO,
                    SELLO_CIERRE = CURRENT TIMESTAMP
                WHERE NOM_PROGRAMA = :DCLCONTROL.NOM-PROGRAMA
           END-EXEC
           EXEC SQL COMMIT END-EXEC.

       3300-STOP-PROGRAM.
           STOP RUN.
