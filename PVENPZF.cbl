       IDENTIFICATION DIVISION.
       PROGRAM-ID. PVENPZF.
       AUTHOR. TRONCOSO LEANDRO.
      **********************************************************
      * Proceso diario de plazos fijos. Devenga el interes del *
      * dia de cada plazo fijo activo en                       *
      * TRX.DEVENGO_PLAZO_FIJO y, al vencimiento, cumple su    *
      * instruccion: acredita capital e interes, renueva el    *
      * capital y acredita el interes, o renueva capital e     *
      * interes a la misma tasa y plazo desde la fecha de      *
      * proceso. Con un embargo total vigente la renovacion no *
      * se hace y se cuenta. Corre antes de PEXTCON, que       *
      * asienta el devengamiento y los pagos. Los plazos fijos *
      * los constituye PMNTPZF.                                *
      **********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-ENT ASSIGN TO ENTRADA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.

           SELECT REPORTE-FICH ASSIGN TO REPORTE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
      * PARAMETRO DE ENTRADA: LA FECHA DE PROCESO. CORRE TODOS LOS
      * DIAS ANTES DE PEXTCON, QUE TOMA DE TRX.DEVENGO_PLAZO_FIJO EL
      * INTERES DEVENGADO DEL DIA Y DE TRX.TRANSACCION LOS PAGOS.
       FD FICHERO-ENT RECORDING MODE IS F
                      DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA.
          05 REG-FECHA.
             10 REG-F-ANIO        PIC 9(4).
             10 REG-F-MES         PIC 99.
             10 REG-F-DIA         PIC 99.
          05 REG-F-NUM            REDEFINES REG-FECHA PIC 9(8).
          05 FILLER               PIC X(72).

      * REPORTE DE TOTALES DE CONTROL DE FIN DE CORRIDA.
       FD REPORTE-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-REPORTE.
       01 REG-REPORTE              PIC X(80).

       WORKING-STORAGE SECTION.

       77 FS-ENTRADA               PIC 99.
       77 FS-REPORTE               PIC 99.

      * CBU FICTICIOS DE LA CARTERA DE PLAZOS FIJOS, LOS MISMOS QUE
      * USA PMNTPZF: TODO SIETES PARA EL CAPITAL Y TODO SEIS PARA EL
      * PAGO DE INTERESES.
       77 WS-CBU-PLAZO-FIJO       PIC X(22) VALUE ALL '7'.
       77 WS-CBU-INT-PLAZO-FIJO   PIC X(22) VALUE ALL '6'.

      * IMPORTES DEL PLAZO FIJO EN CURSO.
       77 WS-INTERES              PIC S9(15)V99 COMP-3 VALUE 0.
       77 WS-CAPITAL-RENOVADO     PIC S9(15)V99 COMP-3 VALUE 0.
       77 WS-DIAS-CORRIDOS        PIC S9(9) COMP VALUE 0.
       77 WS-ID-PLAZO-VENCIDO     PIC S9(9) COMP VALUE 0.

      * CONTADORES PARA EL REPORTE DE TOTALES DE CONTROL.
       77 WS-TOT-REVISADOS        PIC 9(9) COMP VALUE 0.
       77 WS-TOT-DEVENGADOS       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-VENCIDOS         PIC 9(9) COMP VALUE 0.
       77 WS-TOT-RENOVADOS        PIC 9(9) COMP VALUE 0.
       77 WS-TOT-NO-RENOVADOS     PIC 9(9) COMP VALUE 0.
       77 WS-TOT-MONTO-DEVENGO    PIC S9(15)V99 COMP-3 VALUE 0.
       77 WS-TOT-CAP-PAGADO       PIC 9(15)V99 COMP-3 VALUE 0.
       77 WS-TOT-INT-PAGADO       PIC 9(15)V99 COMP-3 VALUE 0.
       77 WS-TOT-CAP-RENOVADO     PIC 9(15)V99 COMP-3 VALUE 0.

      * LINEAS DEL REPORTE DE CONTROL.
       01 WS-REP-GUIONES          PIC X(80) VALUE ALL '-'.
       01 WS-REP-TITULO.
          05 FILLER               PIC X(16) VALUE SPACES.
          05 FILLER               PIC X(48)
              VALUE 'REPORTE DE VENCIMIENTO DE PLAZOS FIJOS - PVENPZF'.
          05 FILLER               PIC X(16) VALUE SPACES.
       01 WS-REP-FECHA.
          05 FILLER               PIC X(18)
                         VALUE 'FECHA DE PROCESO: '.
          05 WS-RF-FECHA          PIC X(10).
          05 FILLER               PIC X(52) VALUE SPACES.
       01 WS-REP-CONTADOR.
          05 WS-RC-ETIQUETA       PIC X(45).
          05 WS-RC-VALOR          PIC ZZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(24) VALUE SPACES.
       01 WS-REP-IMPORTE.
          05 WS-RI-ETIQUETA       PIC X(45).
          05 WS-RI-VALOR          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(15) VALUE SPACES.
       01 WS-REP-IMPORTE-SIGNO.
          05 WS-RS-ETIQUETA       PIC X(45).
          05 WS-RS-VALOR          PIC -,---,---,---,--9.99.
          05 FILLER               PIC X(15) VALUE SPACES.

       01 WS-ERROR-NCONTROL.
          05 FILLER               PIC X(29)
                     VALUE 'ERROR NO CONTROLADO, CODIGO: '.
          05 WS-ENC-CODE          PIC -999.

      * DIA_HORA CON EL QUE SE REGISTRAN LOS PAGOS Y RENOVACIONES.
       01 WS-DIA-HORA-VTO.
          05 WS-DH-ANIO            PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-DH-MES             PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 WS-DH-DIA             PIC 99.
          05 FILLER                PIC X(8) VALUE '05:00:00'.
          05 FILLER                PIC X(8) VALUE SPACES.

      * FECHA HASTA LA QUE DEVENGA EL PLAZO FIJO EN CURSO: LA FECHA
      * DE PROCESO O SU VENCIMIENTO, LA QUE SEA ANTERIOR.
       01 WS-FECHA-CORTE          PIC X(10).

      * FECHA CON GUIONES LEIDA DE LA TABLA, PARA CONTAR DIAS.
       01 WS-FECHA-AUX.
          05 WS-FA-ANIO            PIC 9(4).
          05 FILLER                PIC X.
          05 WS-FA-MES             PIC 99.
          05 FILLER                PIC X.
          05 WS-FA-DIA             PIC 99.

      * FECHA DE VENCIMIENTO DE LA RENOVACION EN CALCULO.
       01 WS-FECHA-VENC.
          05 WS-FI-ANIO            PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-FI-MES             PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 WS-FI-DIA             PIC 99.

       77 WS-DIA-HABIL            PIC X VALUE 'N'.
          88 WS-DIA-HABIL-N       VALUE 'N'.
          88 WS-DIA-HABIL-S       VALUE 'S'.
       77 WS-ITER-RODADO          PIC 9(2) COMP VALUE 0.

      * AUXILIARES DEL CALCULO DE DIA DE LA SEMANA (CONGRUENCIA DE
      * ZELLER, RESTO 0 SABADO Y 1 DOMINGO) Y DE LA SUMA DE UN DIA
      * CALENDARIO, IGUAL QUE EN PDBTRX Y PREORD.
       77 WS-Z-ANIO               PIC 9(4) COMP.
       77 WS-Z-MES                PIC 9(4) COMP.
       77 WS-Z-T1                 PIC 9(4) COMP.
       77 WS-Z-T2                 PIC 9(4) COMP.
       77 WS-Z-T3                 PIC 9(4) COMP.
       77 WS-Z-T4                 PIC 9(4) COMP.
       77 WS-Z-SUMA               PIC 9(9) COMP.
       77 WS-Z-AUX                PIC 9(9) COMP.
       77 WS-Z-RESTO              PIC 9(4) COMP.
       77 WS-Z-BISI-AUX           PIC 9(5) COMP.
       77 WS-Z-BISI-RESTO         PIC 9(5) COMP.
       77 WS-DIAS-DEL-MES         PIC 9(2) COMP.
       01 WS-DIAS-MES-TXT         PIC X(24)
                         VALUE '312831303130313130313031'.
       01 WS-DIAS-MES-TAB REDEFINES WS-DIAS-MES-TXT.
          05 WS-DIAS-MES OCCURS 12 TIMES PIC 99.

      * AUXILIARES DEL NUMERO DE DIA JULIANO, IGUAL QUE EN PMNTPZF.
       77 WS-JD-ANIO              PIC 9(4) COMP.
       77 WS-JD-MES               PIC 9(4) COMP.
       77 WS-JD-DIA               PIC 9(4) COMP.
       77 WS-JD-A                 PIC 9(4) COMP.
       77 WS-JD-Y                 PIC 9(9) COMP.
       77 WS-JD-M                 PIC 9(4) COMP.
       77 WS-JD-T1                PIC 9(9) COMP.
       77 WS-JD-T2                PIC 9(9) COMP.
       77 WS-JD-T3                PIC 9(9) COMP.
       77 WS-JD-T4                PIC 9(9) COMP.
       77 WS-JD-NUMERO            PIC 9(9) COMP.
       77 WS-JD-CORTE             PIC 9(9) COMP.

      * SQLCA Y DCLGEN DE LAS TABLAS DEL CIRCUITO.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TRXPZF END-EXEC.
           EXEC SQL INCLUDE TRXDPF END-EXEC.
           EXEC SQL INCLUDE TRXCLI END-EXEC.
           EXEC SQL INCLUDE TRXTRX END-EXEC.
           EXEC SQL INCLUDE TRXCTL END-EXEC.
           EXEC SQL INCLUDE TRXSEQ END-EXEC.
           EXEC SQL INCLUDE TRXFER END-EXEC.
           EXEC SQL BEGIN DECLARE SECTION
           END-EXEC.
       01 DCLAUXILIAR.
          10 NUMERO-REG            PIC S9(9) USAGE COMP.
          10 CANT-BLQ-TOTAL        PIC S9(9) USAGE COMP.
          10 FECHA-PROCESO         PIC X(10).
          10 IMPORTE-MOV           PIC S9(15)V99 COMP-3.
           EXEC SQL END DECLARE SECTION
           END-EXEC.

      * CONTROL DE COMMITS (VER TRX.CONTROL_PROCESO). EL PROCESO ES
      * REPETIBLE: EL DEVENGO SE REGISTRA COMO DIFERENCIA CONTRA EL
      * INTERES_DEVENGADO DE LA TABLA Y UN PLAZO FIJO PAGADO QUEDA EN
      * ESTADO 'V', ASI QUE UN REINICIO VUELVE A RECORRER LA CARTERA
      * SIN DUPLICAR NADA Y NO HACE FALTA SALTEAR REGISTROS.
       77 WS-PROGRAMA              PIC X(8) VALUE 'PVENPZF'.
       77 WS-COMMIT-CADA           PIC 9(4) COMP VALUE 100.
       77 WS-CONT-COMMIT           PIC 9(4) COMP VALUE 0.
       77 WS-NUM-REGISTRO          PIC 9(9) COMP VALUE 0.

      * CURSOR DE PLAZOS FIJOS VIGENTES CONSTITUIDOS ANTES DE LA
      * FECHA DE PROCESO (LAS RENOVACIONES DEL DIA QUEDAN AFUERA).
      * WITH HOLD: EL CURSOR DEBE SOBREVIVIR A LOS COMMITS
      * INTERMEDIOS DE 2900-COMMIT-PUNTO.
           EXEC SQL DECLARE CUR_PZF CURSOR WITH HOLD FOR
                SELECT ID_PLAZO, CBU, MONEDA, CAPITAL, TASA,
                       PLAZO_DIAS, FECHA_CONSTITUCION,
                       FECHA_VENCIMIENTO, INSTRUCCION, PRECANCELABLE,
                       TASA_PRECANC, INTERES_DEVENGADO
                FROM TRX.PLAZO_FIJO
                WHERE ESTADO_PLAZO = 'A'
                  AND FECHA_CONSTITUCION < :DCLAUXILIAR.FECHA-PROCESO
                ORDER BY ID_PLAZO
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN-PROGRAM.
           PERFORM 1000-INIT-PROGRAM
           PERFORM 2000-PROCESAMIENTO
           PERFORM 3000-END-PROGRAM.

      ******************************************************************
      * PARRAFO DE APERTURA DE ARCHIVOS E INICIACION DE VARIABLES.     *
      ******************************************************************
       1000-INIT-PROGRAM.
           MOVE 22 TO CBU-CLIENTE-LEN OF DCLCLIENTE
           MOVE 22 TO CBU-EMISOR-LEN OF DCLTRANSACCION
           MOVE 22 TO CBU-RECEPTOR-LEN OF DCLTRANSACCION
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
              DISPLAY 'PVENPZF: FECHA DE PROCESO INVALIDA'
              PERFORM 3300-STOP-PROGRAM
           END-IF
           MOVE REG-F-ANIO TO WS-DH-ANIO
           MOVE REG-F-MES  TO WS-DH-MES
           MOVE REG-F-DIA  TO WS-DH-DIA
           MOVE WS-DIA-HORA-VTO(1:10) TO FECHA-PROCESO OF DCLAUXILIAR
           MOVE WS-DIA-HORA-VTO(1:10) TO WS-RF-FECHA
           PERFORM 1400-RECUPERAR-CONTROL
           OPEN OUTPUT REPORTE-FICH
           IF FS-REPORTE NOT = 00
              PERFORM 3300-STOP-PROGRAM
           END-IF.

      ***************************************************************
      * DEJAMOS EL PROCESO EN CURSO EN TRX.CONTROL_PROCESO, DE LA    *
      * MISMA FORMA QUE LO HACE PDEVENG.                             *
      ***************************************************************
       1400-RECUPERAR-CONTROL.
           MOVE WS-PROGRAMA TO NOM-PROGRAMA OF DCLCONTROL
           EXEC SQL
                SELECT ULT_REG_COMMIT
                INTO :DCLCONTROL.ULT-REG-COMMIT
                FROM TRX.CONTROL_PROCESO
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
                 EXEC SQL COMMIT END-EXEC
              WHEN OTHER
                 MOVE SQLCODE TO WS-ENC-CODE
                 DISPLAY WS-ERROR-NCONTROL
                 EXEC SQL ROLLBACK END-EXEC
                 PERFORM 3300-STOP-PROGRAM
           END-EVALUATE.

      ***************************************************************
      * EL VENCIMIENTO DE LA RENOVACION ES LA FECHA DE PROCESO MAS   *
      * EL PLAZO EN DIAS CORRIDOS, RODADO AL PRIMER DIA HABIL        *
      * SIGUIENTE COMO EN PMNTPZF.                                   *
      ***************************************************************
       1800-RODAR-VENCIMIENTO.
           MOVE 0 TO WS-ITER-RODADO
           MOVE REG-F-ANIO TO WS-FI-ANIO
           MOVE REG-F-MES TO WS-FI-MES
           MOVE REG-F-DIA TO WS-FI-DIA
           PERFORM 1860-SUMAR-UN-DIA PLAZO-DIAS OF DCLPLAZOFIJO TIMES
           PERFORM 1820-VERIFICAR-DIA-HABIL
           PERFORM 1840-RODAR-SI-INHABIL UNTIL WS-DIA-HABIL-S.

       1820-VERIFICAR-DIA-HABIL.
           MOVE 'S' TO WS-DIA-HABIL
           MOVE WS-FI-ANIO TO WS-Z-ANIO
           MOVE WS-FI-MES TO WS-Z-MES
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
           COMPUTE WS-Z-SUMA = WS-FI-DIA + WS-Z-T1 + WS-Z-ANIO
                             + WS-Z-T2 - WS-Z-T3 + WS-Z-T4
           END-COMPUTE
           DIVIDE WS-Z-SUMA BY 7
              GIVING WS-Z-AUX REMAINDER WS-Z-RESTO
           IF WS-Z-RESTO = 0 OR WS-Z-RESTO = 1
              MOVE 'N' TO WS-DIA-HABIL
           ELSE
              PERFORM 1830-VERIFICAR-FERIADO
           END-IF.

       1830-VERIFICAR-FERIADO.
           MOVE WS-FECHA-VENC TO FECHA OF DCLFERIADO
           EXEC SQL
                SELECT COUNT(FECHA)
                INTO :DCLAUXILIAR.NUMERO-REG
                FROM TRX.FERIADOS
                WHERE FECHA = :DCLFERIADO.FECHA
           END-EXEC
           PERFORM 2890-VERIFICAR-SQL
           IF NUMERO-REG OF DCLAUXILIAR > 0
              MOVE 'N' TO WS-DIA-HABIL
           END-IF.

       1840-RODAR-SI-INHABIL.
           PERFORM 1860-SUMAR-UN-DIA
           ADD 1 TO WS-ITER-RODADO
      * COTA DE SEGURIDAD, IGUAL QUE EN PDBTRX: UN CALENDARIO MAL
      * CARGADO NO DEBE DEJAR EL PROCESO DANDO VUELTAS.
           IF WS-ITER-RODADO > 30
              DISPLAY 'PVENPZF: SIN DIA HABIL PROXIMO'
              EXEC SQL ROLLBACK END-EXEC
              PERFORM 3300-STOP-PROGRAM
           ELSE
              PERFORM 1820-VERIFICAR-DIA-HABIL
           END-IF.

       1860-SUMAR-UN-DIA.
           MOVE WS-DIAS-MES(WS-FI-MES) TO WS-DIAS-DEL-MES
           IF WS-FI-MES = 2
              DIVIDE WS-FI-ANIO BY 4
                 GIVING WS-Z-BISI-AUX REMAINDER WS-Z-BISI-RESTO
              IF WS-Z-BISI-RESTO = 0
                 DIVIDE WS-FI-ANIO BY 100
                    GIVING WS-Z-BISI-AUX REMAINDER WS-Z-BISI-RESTO
                 IF WS-Z-BISI-RESTO NOT = 0
                    MOVE 29 TO WS-DIAS-DEL-MES
                 ELSE
                    DIVIDE WS-FI-ANIO BY 400
                       GIVING WS-Z-BISI-AUX
                       REMAINDER WS-Z-BISI-RESTO
                    IF WS-Z-BISI-RESTO = 0
                       MOVE 29 TO WS-DIAS-DEL-MES
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-FI-DIA < WS-DIAS-DEL-MES
              ADD 1 TO WS-FI-DIA
           ELSE
              MOVE 1 TO WS-FI-DIA
              IF WS-FI-MES < 12
                 ADD 1 TO WS-FI-MES
              ELSE
                 MOVE 1 TO WS-FI-MES
                 ADD 1 TO WS-FI-ANIO
              END-IF
           END-IF.

      ***************************************************************
      * NUMERO DE DIA JULIANO DE WS-FECHA-AUX EN WS-JD-NUMERO, CON   *
      * EL MISMO CALCULO QUE PMNTPZF.                                *
      ***************************************************************
       1900-CALCULAR-DIA-JULIANO.
           MOVE WS-FA-ANIO TO WS-JD-ANIO
           MOVE WS-FA-MES TO WS-JD-MES
           MOVE WS-FA-DIA TO WS-JD-DIA
           COMPUTE WS-JD-A = (14 - WS-JD-MES) / 12
           END-COMPUTE
           COMPUTE WS-JD-Y = WS-JD-ANIO + 4800 - WS-JD-A
           END-COMPUTE
           COMPUTE WS-JD-M = WS-JD-MES + (12 * WS-JD-A) - 3
           END-COMPUTE
           COMPUTE WS-JD-T1 = ((153 * WS-JD-M) + 2) / 5
           END-COMPUTE
           COMPUTE WS-JD-T2 = WS-JD-Y / 4
           END-COMPUTE
           COMPUTE WS-JD-T3 = WS-JD-Y / 100
           END-COMPUTE
           COMPUTE WS-JD-T4 = WS-JD-Y / 400
           END-COMPUTE
           COMPUTE WS-JD-NUMERO = WS-JD-DIA + WS-JD-T1
                                + (365 * WS-JD-Y) + WS-JD-T2
                                - WS-JD-T3 + WS-JD-T4 - 32045
           END-COMPUTE.

      ***************************************************************
      * RECORREMOS LA CARTERA VIGENTE: DEVENGO AL DIA DE CADA PLAZO  *
      * FIJO Y, SI VENCE, PAGO Y RENOVACION SEGUN SU INSTRUCCION.    *
      ***************************************************************
       2000-PROCESAMIENTO.
           EXEC SQL OPEN CUR_PZF END-EXEC
           PERFORM 2890-VERIFICAR-SQL
           PERFORM 2050-FETCH-PLAZO
           PERFORM 2100-PROCESAR-PLAZO UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_PZF END-EXEC.

       2050-FETCH-PLAZO.
           EXEC SQL
                FETCH CUR_PZF
                INTO :DCLPLAZOFIJO.ID-PLAZO,
                     :DCLPLAZOFIJO.CBU,
                     :DCLPLAZOFIJO.MONEDA,
                     :DCLPLAZOFIJO.CAPITAL,
                     :DCLPLAZOFIJO.TASA,
                     :DCLPLAZOFIJO.PLAZO-DIAS,
                     :DCLPLAZOFIJO.FECHA-CONSTITUCION,
                     :DCLPLAZOFIJO.FECHA-VENCIMIENTO,
                     :DCLPLAZOFIJO.INSTRUCCION,
                     :DCLPLAZOFIJO.PRECANCELABLE,
                     :DCLPLAZOFIJO.TASA-PRECANC,
                     :DCLPLAZOFIJO.INTERES-DEVENGADO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 PERFORM 2890-VERIFICAR-SQL
           END-EVALUATE.

       2100-PROCESAR-PLAZO.
           ADD 1 TO WS-NUM-REGISTRO
           ADD 1 TO WS-TOT-REVISADOS
           PERFORM 2200-DEVENGAR-INTERES
           IF FECHA-VENCIMIENTO OF DCLPLAZOFIJO
              <= FECHA-PROCESO OF DCLAUXILIAR
              PERFORM 2300-PAGAR-VENCIMIENTO
              IF INSTRUCCION OF DCLPLAZOFIJO NOT = 'C'
                 PERFORM 2400-RENOVAR-PLAZO
              END-IF
           END-IF
           PERFORM 2900-COMMIT-PUNTO
           PERFORM 2050-FETCH-PLAZO.

      ***************************************************************
      * INTERES DEVENGADO AL DIA: CAPITAL POR TASA NOMINAL ANUAL POR *
      * DIAS CORRIDOS DESDE LA CONSTITUCION (HASTA LA FECHA DE       *
      * PROCESO O EL VENCIMIENTO), SOBRE 365, MISMO CRITERIO QUE     *
      * PDEVENG. LO QUE FALTA CONTRA INTERES_DEVENGADO ES EL DEVENGO *
      * DEL DIA, QUE PEXTCON ASIENTA DESDE TRX.DEVENGO_PLAZO_FIJO.   *
      ***************************************************************
       2200-DEVENGAR-INTERES.
           IF FECHA-VENCIMIENTO OF DCLPLAZOFIJO
              < FECHA-PROCESO OF DCLAUXILIAR
              MOVE FECHA-VENCIMIENTO OF DCLPLAZOFIJO TO WS-FECHA-CORTE
           ELSE
              MOVE FECHA-PROCESO OF DCLAUXILIAR TO WS-FECHA-CORTE
           END-IF
           MOVE WS-FECHA-CORTE TO WS-FECHA-AUX
           PERFORM 1900-CALCULAR-DIA-JULIANO
           MOVE WS-JD-NUMERO TO WS-JD-CORTE
           MOVE FECHA-CONSTITUCION OF DCLPLAZOFIJO TO WS-FECHA-AUX
           PERFORM 1900-CALCULAR-DIA-JULIANO
           COMPUTE WS-DIAS-CORRIDOS = WS-JD-CORTE - WS-JD-NUMERO
           END-COMPUTE
           COMPUTE WS-INTERES ROUNDED =
                   CAPITAL OF DCLPLAZOFIJO
                   * TASA OF DCLPLAZOFIJO
                   * WS-DIAS-CORRIDOS / 36500
           END-COMPUTE
           IF WS-INTERES NOT = INTERES-DEVENGADO OF DCLPLAZOFIJO
              MOVE ID-PLAZO OF DCLPLAZOFIJO TO ID-PLAZO OF DCLDEVENGOPF
              MOVE FECHA-PROCESO OF DCLAUXILIAR
                                TO FECHA OF DCLDEVENGOPF
              COMPUTE IMPORTE OF DCLDEVENGOPF =
                      WS-INTERES - INTERES-DEVENGADO OF DCLPLAZOFIJO
              END-COMPUTE
              MOVE MONEDA OF DCLPLAZOFIJO TO MONEDA OF DCLDEVENGOPF
              EXEC SQL
                   INSERT INTO TRX.DEVENGO_PLAZO_FIJO
                          (ID_PLAZO, FECHA, IMPORTE, MONEDA)
                   VALUES (:DCLDEVENGOPF.ID-PLAZO,
                           :DCLDEVENGOPF.FECHA,
                           :DCLDEVENGOPF.IMPORTE,
                           :DCLDEVENGOPF.MONEDA)
              END-EXEC
              PERFORM 2890-VERIFICAR-SQL
              MOVE WS-INTERES TO INTERES-DEVENGADO OF DCLPLAZOFIJO
              EXEC SQL
                   UPDATE TRX.PLAZO_FIJO
                   SET INTERES_DEVENGADO =
                       :DCLPLAZOFIJO.INTERES-DEVENGADO
                   WHERE ID_PLAZO = :DCLPLAZOFIJO.ID-PLAZO
              END-EXEC
              PERFORM 2890-VERIFICAR-SQL
              ADD 1 TO WS-TOT-DEVENGADOS
              ADD IMPORTE OF DCLDEVENGOPF TO WS-TOT-MONTO-DEVENGO
           END-IF.

      ***************************************************************
      * PAGO AL VENCIMIENTO: SIEMPRE SE ACREDITAN CAPITAL E INTERES  *
      * EN LA CUENTA (RENGLONES DESDE LOS CBU FICTICIOS DE LA        *
      * CARTERA) Y EL PLAZO FIJO QUEDA EN 'V'. LA RENOVACION, SI LA  *
      * HAY, DEBITA DESPUES EL NUEVO CAPITAL COMO UNA CONSTITUCION.  *
      ***************************************************************
       2300-PAGAR-VENCIMIENTO.
           COMPUTE IMPORTE-MOV = CAPITAL OF DCLPLAZOFIJO + WS-INTERES
           END-COMPUTE
           MOVE CBU OF DCLPLAZOFIJO TO CBU-CLIENTE-TEXT OF DCLCLIENTE
           EXEC SQL
                UPDATE TRX.CLIENTE
                SET SALDO = SALDO + :DCLAUXILIAR.IMPORTE-MOV
                WHERE CBU_CLIENTE = :DCLCLIENTE.CBU-CLIENTE
           END-EXEC
           PERFORM 2890-VERIFICAR-SQL
           PERFORM 2840-GENERAR-ID-TRX
           MOVE CAPITAL OF DCLPLAZOFIJO TO MONTO OF DCLTRANSACCION
           MOVE CAPITAL OF DCLPLAZOFIJO
                        TO MONTO-TOTAL OF DCLTRANSACCION
           MOVE WS-CBU-PLAZO-FIJO
                        TO CBU-EMISOR-TEXT OF DCLTRANSACCION
           MOVE CBU OF DCLPLAZOFIJO
                        TO CBU-RECEPTOR-TEXT OF DCLTRANSACCION
           PERFORM 2850-INSERTAR-TRX
           IF WS-INTERES > 0
              PERFORM 2840-GENERAR-ID-TRX
              MOVE WS-INTERES TO MONTO OF DCLTRANSACCION
              MOVE WS-INTERES TO MONTO-TOTAL OF DCLTRANSACCION
              MOVE WS-CBU-INT-PLAZO-FIJO
                           TO CBU-EMISOR-TEXT OF DCLTRANSACCION
              MOVE CBU OF DCLPLAZOFIJO
                           TO CBU-RECEPTOR-TEXT OF DCLTRANSACCION
              PERFORM 2850-INSERTAR-TRX
           END-IF
           MOVE FECHA-PROCESO OF DCLAUXILIAR
                              TO FECHA-BAJA OF DCLPLAZOFIJO
           EXEC SQL
                UPDATE TRX.PLAZO_FIJO
                SET ESTADO_PLAZO = 'V',
                    FECHA_BAJA = :DCLPLAZOFIJO.FECHA-BAJA
                WHERE ID_PLAZO = :DCLPLAZOFIJO.ID-PLAZO
           END-EXEC
           PERFORM 2890-VERIFICAR-SQL
           ADD 1 TO WS-TOT-VENCIDOS
           ADD CAPITAL OF DCLPLAZOFIJO TO WS-TOT-CAP-PAGADO
           ADD WS-INTERES TO WS-TOT-INT-PAGADO.

      ***************************************************************
      * RENOVACION AUTOMATICA: 'R' RENUEVA EL CAPITAL, 'T' CAPITAL   *
      * MAS INTERES, A LA MISMA TASA Y PLAZO, DESDE LA FECHA DE      *
      * PROCESO. CON UN EMBARGO TOTAL VIGENTE (VER PMNTBLQ) LA       *
      * CUENTA NO PUEDE DEBITARSE: EL PAGO QUEDA EN LA CUENTA Y LA   *
      * RENOVACION SOLO SE INFORMA EN EL REPORTE.                    *
      ***************************************************************
       2400-RENOVAR-PLAZO.
           EXEC SQL
                SELECT COUNT(ID_BLOQUEO)
                INTO :DCLAUXILIAR.CANT-BLQ-TOTAL
                FROM TRX.BLOQUEO
                WHERE CBU = :DCLCLIENTE.CBU-CLIENTE
                  AND ESTADO_BLOQUEO = 'A'
                  AND TIPO_BLOQUEO = 'T'
                  AND FECHA_DESDE <= :DCLAUXILIAR.FECHA-PROCESO
                  AND FECHA_HASTA >= :DCLAUXILIAR.FECHA-PROCESO
           END-EXEC
           PERFORM 2890-VERIFICAR-SQL
           IF CANT-BLQ-TOTAL OF DCLAUXILIAR > 0
              ADD 1 TO WS-TOT-NO-RENOVADOS
           ELSE
              PERFORM 2410-CONSTITUIR-RENOVACION
           END-IF.

       2410-CONSTITUIR-RENOVACION.
           IF INSTRUCCION OF DCLPLAZOFIJO = 'T'
              COMPUTE WS-CAPITAL-RENOVADO =
                      CAPITAL OF DCLPLAZOFIJO + WS-INTERES
              END-COMPUTE
           ELSE
              MOVE CAPITAL OF DCLPLAZOFIJO TO WS-CAPITAL-RENOVADO
           END-IF
           MOVE WS-CAPITAL-RENOVADO TO IMPORTE-MOV
           EXEC SQL
                UPDATE TRX.CLIENTE
                SET SALDO = SALDO - :DCLAUXILIAR.IMPORTE-MOV
                WHERE CBU_CLIENTE = :DCLCLIENTE.CBU-CLIENTE
           END-EXEC
           PERFORM 2890-VERIFICAR-SQL
           PERFORM 2840-GENERAR-ID-TRX
           MOVE WS-CAPITAL-RENOVADO TO MONTO OF DCLTRANSACCION
           MOVE WS-CAPITAL-RENOVADO TO MONTO-TOTAL OF DCLTRANSACCION
           MOVE CBU OF DCLPLAZOFIJO
                        TO CBU-EMISOR-TEXT OF DCLTRANSACCION
           MOVE WS-CBU-PLAZO-FIJO
                        TO CBU-RECEPTOR-TEXT OF DCLTRANSACCION
           PERFORM 2850-INSERTAR-TRX
           PERFORM 1800-RODAR-VENCIMIENTO
           MOVE ID-PLAZO OF DCLPLAZOFIJO TO WS-ID-PLAZO-VENCIDO
           PERFORM 2420-GENERAR-ID-PLAZO
           MOVE WS-CAPITAL-RENOVADO TO CAPITAL OF DCLPLAZOFIJO
           MOVE FECHA-PROCESO OF DCLAUXILIAR
                              TO FECHA-CONSTITUCION OF DCLPLAZOFIJO
           MOVE WS-FECHA-VENC TO FECHA-VENCIMIENTO OF DCLPLAZOFIJO
           MOVE ZEROS TO INTERES-DEVENGADO OF DCLPLAZOFIJO
           MOVE 'A' TO ESTADO-PLAZO OF DCLPLAZOFIJO
           MOVE WS-ID-PLAZO-VENCIDO TO ID-PLAZO-ORIGEN OF DCLPLAZOFIJO
           EXEC SQL
                INSERT INTO TRX.PLAZO_FIJO
                       (ID_PLAZO, CBU, MONEDA, CAPITAL, TASA,
                        PLAZO_DIAS, FECHA_CONSTITUCION,
                        FECHA_VENCIMIENTO, INSTRUCCION, PRECANCELABLE,
                        TASA_PRECANC, INTERES_DEVENGADO, ESTADO_PLAZO,
                        ID_PLAZO_ORIGEN)
                VALUES (:DCLPLAZOFIJO.ID-PLAZO,
                        :DCLPLAZOFIJO.CBU,
                        :DCLPLAZOFIJO.MONEDA,
                        :DCLPLAZOFIJO.CAPITAL,
                        :DCLPLAZOFIJO.TASA,
                        :DCLPLAZOFIJO.PLAZO-DIAS,
                        :DCLPLAZOFIJO.FECHA-CONSTITUCION,
                        :DCLPLAZOFIJO.FECHA-VENCIMIENTO,
                        :DCLPLAZOFIJO.INSTRUCCION,
                        :DCLPLAZOFIJO.PRECANCELABLE,
                        :DCLPLAZOFIJO.TASA-PRECANC,
                        :DCLPLAZOFIJO.INTERES-DEVENGADO,
                        :DCLPLAZOFIJO.ESTADO-PLAZO,
                        :DCLPLAZOFIJO.ID-PLAZO-ORIGEN)
           END-EXEC
           PERFORM 2890-VERIFICAR-SQL
           ADD 1 TO WS-TOT-RENOVADOS
           ADD WS-CAPITAL-RENOVADO TO WS-TOT-CAP-RENOVADO.

      **********************************************************
      * ID DEL PLAZO FIJO RENOVADO, DE TRX.CONTROL_ID COMO EN   *
      * PMNTPZF.                                                *
      **********************************************************
       2420-GENERAR-ID-PLAZO.
           MOVE 'PLAZO_FIJO' TO NOM-TABLA OF DCLSECUENCIA
           EXEC SQL
                UPDATE TRX.CONTROL_ID
                SET ULT_ID = ULT_ID + 1
                WHERE NOM_TABLA = :DCLSECUENCIA.NOM-TABLA
           END-EXEC
           PERFORM 2890-VERIFICAR-SQL
           EXEC SQL
                SELECT ULT_ID
                INTO :DCLSECUENCIA.ULT-ID
                FROM TRX.CONTROL_ID
                WHERE NOM_TABLA = :DCLSECUENCIA.NOM-TABLA
           END-EXEC
           PERFORM 2890-VERIFICAR-SQL
           MOVE ULT-ID OF DCLSECUENCIA TO ID-PLAZO OF DCLPLAZOFIJO.

      * RENGLON DE TRX.TRANSACCION SIN COMISION NI IMPUESTO; EL
      * LLAMADOR CARGA IMPORTES Y CBU.
       2840-GENERAR-ID-TRX.
           MOVE 'TRANSACCION' TO NOM-TABLA OF DCLSECUENCIA
           EXEC SQL
                UPDATE TRX.CONTROL_ID
                SET ULT_ID = ULT_ID + 1
                WHERE NOM_TABLA = :DCLSECUENCIA.NOM-TABLA
           END-EXEC
           PERFORM 2890-VERIFICAR-SQL
           EXEC SQL
                SELECT ULT_ID
                INTO :DCLSECUENCIA.ULT-ID
                FROM TRX.CONTROL_ID
                WHERE NOM_TABLA = :DCLSECUENCIA.NOM-TABLA
           END-EXEC
           PERFORM 2890-VERIFICAR-SQL
           MOVE ULT-ID OF DCLSECUENCIA TO ID-TRX OF DCLTRANSACCION
           MOVE WS-DIA-HORA-VTO TO DIA-HORA OF DCLTRANSACCION
           MOVE ZEROS TO COMISION OF DCLTRANSACCION
           MOVE ZEROS TO IMPUESTO-DEBITO OF DCLTRANSACCION
           MOVE MONEDA OF DCLPLAZOFIJO TO MONEDA OF DCLTRANSACCION.

       2850-INSERTAR-TRX.
           EXEC SQL
             INSERT INTO TRX.TRANSACCION(
                    ID_TRX, DIA_HORA,MONTO,COMISION,
                    CBU_EMISOR, CBU_RECEPTOR, MONTO_TOTAL, MONEDA,
                    IMPUESTO_DEBITO)
             VALUES (:DCLTRANSACCION.ID-TRX,
             :DCLTRANSACCION.DIA-HORA, :DCLTRANSACCION.MONTO,
             :DCLTRANSACCION.COMISION, :DCLTRANSACCION.CBU-EMISOR,
             :DCLTRANSACCION.CBU-RECEPTOR, :DCLTRANSACCION.MONTO-TOTAL,
             :DCLTRANSACCION.MONEDA,
             :DCLTRANSACCION.IMPUESTO-DEBITO)
           END-EXEC
           PERFORM 2890-VERIFICAR-SQL.

      ***************************************************************
      * UN ERROR DE BASE DE DATOS DESHACE LO HECHO DESDE EL ULTIMO   *
      * COMMIT Y ABORTA LA CORRIDA; COMO EL PROCESO ES REPETIBLE, SE *
      * VUELVE A EJECUTAR CON LA MISMA FECHA.                        *
      ***************************************************************
       2890-VERIFICAR-SQL.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY 'PVENPZF: PLAZO FIJO ' ID-PLAZO OF DCLPLAZOFIJO
                      ' ABORTADO'
              DISPLAY WS-ERROR-NCONTROL
              EXEC SQL ROLLBACK END-EXEC
              PERFORM 3300-STOP-PROGRAM
           END-IF.

      ***************************************************************
      * PUNTO DE COMMIT CADA WS-COMMIT-CADA PLAZOS FIJOS.            *
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
           PERFORM 3100-COMMIT-FINAL
           PERFORM 3200-GENERAR-REPORTE
           CLOSE REPORTE-FICH
           PERFORM 3300-STOP-PROGRAM.

      ***************************************************************
      * COMMIT FINAL DE LA CORRIDA, IGUAL AL DE PDEVENG.             *
      ***************************************************************
       3100-COMMIT-FINAL.
           EXEC SQL COMMIT END-EXEC
           MOVE FECHA-PROCESO OF DCLAUXILIAR
             TO FECHA-PROCESO OF DCLCONTROL
           EXEC SQL
                UPDATE TRX.CONTROL_PROCESO
                SET ULT_REG_COMMIT = 0,
                    ESTADO_PROCESO = 'C',
                    FECHA_PROCESO = :DCLCONTROL.FECHA-PROCESO,
                    SELLO_CIERRE = CURRENT TIMESTAMP
                WHERE NOM_PROGRAMA = :DCLCONTROL.NOM-PROGRAMA
           END-EXEC
           EXEC SQL COMMIT END-EXEC.

      ***************************************************************
      * REPORTE DE TOTALES DE CONTROL DE FIN DE CORRIDA.             *
      ***************************************************************
       3200-GENERAR-REPORTE.
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           WRITE REG-REPORTE FROM WS-REP-TITULO
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           WRITE REG-REPORTE FROM WS-REP-FECHA
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           MOVE 'PLAZOS FIJOS VIGENTES REVISADOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-REVISADOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'PLAZOS FIJOS CON DEVENGO EN EL DIA' TO WS-RC-ETIQUETA
           MOVE WS-TOT-DEVENGADOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'INTERES DEVENGADO EN EL DIA' TO WS-RS-ETIQUETA
           MOVE WS-TOT-MONTO-DEVENGO TO WS-RS-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE-SIGNO
           MOVE 'PLAZOS FIJOS VENCIDOS Y PAGADOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-VENCIDOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'CAPITAL ACREDITADO AL VENCIMIENTO' TO WS-RI-ETIQUETA
           MOVE WS-TOT-CAP-PAGADO TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
           MOVE 'INTERES ACREDITADO AL VENCIMIENTO' TO WS-RI-ETIQUETA
           MOVE WS-TOT-INT-PAGADO TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
           MOVE 'PLAZOS FIJOS RENOVADOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-RENOVADOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'CAPITAL RENOVADO' TO WS-RI-ETIQUETA
           MOVE WS-TOT-CAP-RENOVADO TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
           MOVE 'RENOVACIONES NO HECHAS POR EMBARGO TOTAL'
             TO WS-RC-ETIQUETA
           MOVE WS-TOT-NO-RENOVADOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           WRITE REG-REPORTE FROM WS-REP-GUIONES.

       3300-STOP-PROGRAM.
           STOP RUN.
