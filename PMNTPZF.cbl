       IDENTIFICATION DIVISION.
       PROGRAM-ID. PMNTPZF.
       AUTHOR. TRONCOSO LEANDRO.
      **********************************************************
      * Mantenimiento de plazos fijos, con el mismo esquema de *
      * novedades de PMNTCLI. La constitucion debita el        *
      * capital de la cuenta y da de alta el plazo fijo en     *
      * TRX.PLAZO_FIJO con su vencimiento rodado a dia habil y *
      * su instruccion al vencimiento. La cancelacion          *
      * anticipada, solo para plazos fijos precancelables y    *
      * pasado el minimo de dias, acredita el capital mas el   *
      * interes a la tasa de precancelacion por los dias       *
      * corridos. El vencimiento y la renovacion los hace      *
      * PVENPZF.                                               *
      **********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-ENT ASSIGN TO ENTRADA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.

           SELECT ERROR-FICH ASSIGN TO SALIDA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ERROR.

           SELECT REPORTE-FICH ASSIGN TO REPORTE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
      * REGISTRO DE NOVEDADES DE PLAZOS FIJOS, EN EL MISMO ESQUEMA DE
      * NOVEDADES QUE PMNTCLI. CONSTITUCION: SE DEBITA EL CAPITAL DE
      * LA CUENTA Y SE DA DE ALTA EL PLAZO FIJO EN TRX.PLAZO_FIJO CON
      * SU VENCIMIENTO RODADO A DIA HABIL. CANCELACION ANTICIPADA: SOLO
      * PARA PLAZOS FIJOS PRECANCELABLES; SE ACREDITA EL CAPITAL MAS
      * EL INTERES A LA TASA DE PRECANCELACION POR LOS DIAS CORRIDOS.
      * EL VENCIMIENTO Y LA RENOVACION LOS HACE PVENPZF.
       FD FICHERO-ENT RECORDING MODE IS F
                      DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA.
          05 TIPO-MOV              PIC X(1).
             88 TIPO-MOV-CONSTITUCION VALUE 'A'.
             88 TIPO-MOV-CANCELACION  VALUE 'C'.
          05 CBU                   PIC X(22).
      * SOLO PARA CANCELACION: NUMERO DEL PLAZO FIJO A CANCELAR.
          05 ID-PLAZO              PIC 9(9).
          05 CAPITAL               PIC 9(13)V99.
      * TASAS NOMINALES ANUALES, EN PORCENTAJE (MISMO CRITERIO QUE
      * TASA_NOMINAL DE TRX.TASA_INTERES).
          05 TASA                  PIC 9(3)V99.
          05 PLAZO-DIAS            PIC 9(4).
      * INSTRUCCION AL VENCIMIENTO: 'C' ACREDITA CAPITAL E INTERES,
      * 'R' RENUEVA EL CAPITAL Y ACREDITA EL INTERES, 'T' RENUEVA
      * CAPITAL E INTERES.
          05 INSTRUCCION           PIC X(1).
             88 INSTRUCCION-VALIDA VALUE 'C' 'R' 'T'.
          05 PRECANCELABLE         PIC X(1).
             88 PRECANCELABLE-S    VALUE 'S'.
             88 PRECANCELABLE-VALIDO VALUE 'S' 'N'.
          05 TASA-PRECANC          PIC 9(3)V99.
          05 FILLER                PIC X(17).

      *REGISTRO PARA REGISTRAR LOS ERRORES.
       FD ERROR-FICH RECORDING MODE IS F
                     DATA RECORD IS REG-ERROR.
       01 REG-ERROR.
          05 E-TIPO-MOV            PIC X(1).
          05 E-CBU                 PIC X(22).
          05 E-RAZON               PIC X(36).
          05 E-PARRAFO             PIC X(4).

      * REGISTRO DEL REPORTE DE TOTALES DE CONTROL DE FIN DE CORRIDA.
       FD REPORTE-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-REPORTE.
       01 REG-REPORTE              PIC X(80).

       WORKING-STORAGE SECTION.

      * FILE STATUS DE LOS ARCHIVOS I-O.
       77 FS-ENTRADA              PIC 99.
          88 FS-ENTRADA-END       VALUE 10.

       77 FS-ERROR                PIC 99.
       77 FS-REPORTE               PIC 99.

      * VARIABLES DEL PROGRAMA.
       77 WS-ERROR                PIC X VALUE 'N'.
          88 WS-ERROR-N           VALUE 'N'.
          88 WS-ERROR-S           VALUE 'S'.

      * PLAZO MINIMO EN DIAS, TANTO PARA CONSTITUIR COMO PARA PODER
      * PRECANCELAR.
       77 WS-PLAZO-MINIMO         PIC 9(4) COMP VALUE 30.

      * CBU FICTICIOS DE LA CARTERA DE PLAZOS FIJOS: TODO SIETES PARA
      * EL CAPITAL (CUENTA PLAZO_FIJO EN PEXTCON) Y TODO SEIS PARA EL
      * PAGO DE INTERESES (CUENTA INT_PF_DEV EN PEXTCON).
       77 WS-CBU-PLAZO-FIJO       PIC X(22) VALUE ALL '7'.
       77 WS-CBU-INT-PLAZO-FIJO   PIC X(22) VALUE ALL '6'.

      * IMPORTES DE LA NOVEDAD EN CURSO.
       77 WS-SALDO-DISPONIBLE     PIC S9(15)V99 COMP-3 VALUE 0.
       77 WS-INTERES              PIC S9(15)V99 COMP-3 VALUE 0.
       77 WS-DIAS-CORRIDOS        PIC S9(9) COMP VALUE 0.

      * CONTADORES PARA EL REPORTE DE TOTALES DE CONTROL.
       77 WS-TOT-LEIDOS           PIC 9(9) COMP VALUE 0.
       77 WS-TOT-CONSTITUIDOS     PIC 9(9) COMP VALUE 0.
       77 WS-TOT-CANCELADOS       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-RECHAZADOS       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-CAP-CONSTITUIDO  PIC 9(15)V99 COMP-3 VALUE 0.
       77 WS-TOT-CAP-CANCELADO    PIC 9(15)V99 COMP-3 VALUE 0.
       77 WS-TOT-INT-CANCELADO    PIC 9(15)V99 COMP-3 VALUE 0.

      * LINEAS DEL REPORTE DE CONTROL.
       01 WS-REP-GUIONES          PIC X(80) VALUE ALL '-'.
       01 WS-REP-TITULO.
          05 FILLER               PIC X(23) VALUE SPACES.
          05 FILLER               PIC X(34)
                         VALUE 'REPORTE DE CONTROL - PMNTPZF'.
          05 FILLER               PIC X(23) VALUE SPACES.
       01 WS-REP-CONTADOR.
          05 WS-RC-ETIQUETA       PIC X(45).
          05 WS-RC-VALOR          PIC ZZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(24) VALUE SPACES.
       01 WS-REP-IMPORTE.
          05 WS-RI-ETIQUETA       PIC X(45).
          05 WS-RI-VALOR          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(15) VALUE SPACES.

       77 IND-NULL                PIC S9(4) COMP-5.

       01 WS-ERROR-NCONTROL.
          05 FILLER               PIC X(29)
                     VALUE 'ERROR NO CONTROLADO, CODIGO: '.
          05 WS-ENC-CODE          PIC -999.

      * FECHA Y HORA DEL SISTEMA: LOS MOVIMIENTOS LLEVAN EL MISMO
      * FORMATO DE DIA_HORA QUE PDBTRX, Y LA FECHA DEL PROCESO ES LA
      * DE CONSTITUCION O DE CANCELACION DEL PLAZO FIJO.
       01 WS-FECHA-SISTEMA.
          05 WS-FS-ANIO            PIC 9(4).
          05 WS-FS-MES             PIC 99.
          05 WS-FS-DIA             PIC 99.
       01 WS-HORA-SISTEMA.
          05 WS-HS-HORA            PIC 99.
          05 WS-HS-MIN             PIC 99.
          05 WS-HS-SEG             PIC 99.
          05 WS-HS-CENT            PIC 99.
       01 WS-DIA-HORA-PZF.
          05 WS-TS-PZF-ANIO        PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-TS-PZF-MES         PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 WS-TS-PZF-DIA         PIC 99.
          05 WS-TS-PZF-HORA        PIC 99.
          05 FILLER                PIC X VALUE ':'.
          05 WS-TS-PZF-MIN         PIC 99.
          05 FILLER                PIC X VALUE ':'.
          05 WS-TS-PZF-SEG         PIC 99.
          05 FILLER                PIC X(8) VALUE SPACES.

      * FECHA DE VENCIMIENTO EN CALCULO (PLAZO EN DIAS CORRIDOS DESDE
      * LA CONSTITUCION, RODADO AL PRIMER DIA HABIL SIGUIENTE).
       01 WS-FECHA-VENC.
          05 WS-FI-ANIO            PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-FI-MES             PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 WS-FI-DIA             PIC 99.

      * FECHA CON GUIONES LEIDA DE LA TABLA, PARA CONTAR DIAS.
       01 WS-FECHA-AUX.
          05 WS-FA-ANIO            PIC 9(4).
          05 FILLER                PIC X.
          05 WS-FA-MES             PIC 99.
          05 FILLER                PIC X.
          05 WS-FA-DIA             PIC 99.

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

      * AUXILIARES DEL NUMERO DE DIA JULIANO, PARA CONTAR LOS DIAS
      * CORRIDOS ENTRE DOS FECHAS COMO UNA RESTA DE ENTEROS.
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
       77 WS-JD-HOY               PIC 9(9) COMP.

      * SQLCA Y DCLGEN DE LAS TABLAS DEL CIRCUITO DE PLAZOS FIJOS.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TRXPZF END-EXEC.
           EXEC SQL INCLUDE TRXDPF END-EXEC.
           EXEC SQL INCLUDE TRXCLI END-EXEC.
           EXEC SQL INCLUDE TRXTRX END-EXEC.
           EXEC SQL INCLUDE TRXSEQ END-EXEC.
           EXEC SQL INCLUDE TRXFER END-EXEC.
      * DCLGEN DE LA TABLA DE CONTROL DE REINICIO/COMMIT.
           EXEC SQL INCLUDE TRXCTL END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION
           END-EXEC.
       01 DCLAUXILIAR.
          10 NUMERO-REG            PIC S9(9) USAGE COMP.
          10 CANT-BLQ-TOTAL        PIC S9(9) USAGE COMP.
          10 MONTO-RESERVADO       PIC S9(15)V99 COMP-3.
          10 FECHA-PROCESO         PIC X(10).
          10 IMPORTE-MOV           PIC S9(15)V99 COMP-3.
           EXEC SQL END DECLARE SECTION
           END-EXEC.

      * CONTROL DE COMMITS Y REINICIO (VER TRX.CONTROL_PROCESO).
       77 WS-PROGRAMA              PIC X(8) VALUE 'PMNTPZF'.
       77 WS-COMMIT-CADA           PIC 9(4) COMP VALUE 100.
       77 WS-CONT-COMMIT           PIC 9(4) COMP VALUE 0.
       77 WS-NUM-REGISTRO          PIC 9(9) COMP VALUE 0.
       77 WS-REG-REINICIO          PIC 9(9) COMP VALUE 0.

      * MISMO ESQUEMA DE RECHAZOS YA ESCRITOS QUE PMNTCLI.
       77 WS-NUM-ERRORES           PIC 9(9) COMP VALUE 0.
       77 WS-REG-REINICIO-ERR      PIC 9(9) COMP VALUE 0.

      * VARIABLES SUB-PROG VERICBU.
       77 WS-SVERICBU              PIC X(08) VALUE 'VERICBU'.
       77 WS-VALIDAR               PIC X.
          88 WS-VALIDAR-N          VALUE 'N'.
          88 WS-VALIDAR-S          VALUE 'S'.

       PROCEDURE DIVISION.
       0000-MAIN-PROGRAM.
           PERFORM 1000-INIT-PROGRAM
           READ FICHERO-ENT
           PERFORM 2000-PROCESAMIENTO UNTIL FS-ENTRADA-END
           PERFORM 3000-END-PROGRAM.

      ******************************************************************
      * PARRAFO DE APERTURA DE ARCHIVOS E INICIACION DE VARIABLES.     *
      ******************************************************************
       1000-INIT-PROGRAM.
           PERFORM 1100-OPEN-ENT
           PERFORM 1400-RECUPERAR-CONTROL
           PERFORM 1200-OPEN-ERROR
           PERFORM 1250-OPEN-REPORTE
           MOVE 22 TO CBU-CLIENTE-LEN OF DCLCLIENTE
           MOVE 22 TO CBU-EMISOR-LEN OF DCLTRANSACCION
           MOVE 22 TO CBU-RECEPTOR-LEN OF DCLTRANSACCION
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-FS-ANIO TO WS-TS-PZF-ANIO
           MOVE WS-FS-MES TO WS-TS-PZF-MES
           MOVE WS-FS-DIA TO WS-TS-PZF-DIA
           MOVE WS-HS-HORA TO WS-TS-PZF-HORA
           MOVE WS-HS-MIN TO WS-TS-PZF-MIN
           MOVE WS-HS-SEG TO WS-TS-PZF-SEG
           MOVE WS-DIA-HORA-PZF(1:10) TO FECHA-PROCESO
           MOVE WS-FS-ANIO TO WS-JD-ANIO
           MOVE WS-FS-MES TO WS-JD-MES
           MOVE WS-FS-DIA TO WS-JD-DIA
           PERFORM 1900-CALCULAR-DIA-JULIANO
           MOVE WS-JD-NUMERO TO WS-JD-HOY.

       1100-OPEN-ENT.
           OPEN INPUT FICHERO-ENT
           IF FS-ENTRADA NOT = 00
              PERFORM 3300-STOP-PROGRAM
           END-IF.

       1200-OPEN-ERROR.
      * SI EL PROCESO SE REINICIA A PARTIR DE UN COMMIT ANTERIOR, LOS
      * ERRORES YA REGISTRADOS EN LA CORRIDA PREVIA NO SE DEBEN PERDER.
           IF WS-REG-REINICIO > 0
              OPEN EXTEND ERROR-FICH
           ELSE
              OPEN OUTPUT ERROR-FICH
           END-IF
           IF FS-ERROR NOT = 00
              CLOSE FICHERO-ENT
              PERFORM 3300-STOP-PROGRAM
           END-IF.

       1250-OPEN-REPORTE.
           OPEN OUTPUT REPORTE-FICH
           IF FS-REPORTE NOT = 00
              CLOSE FICHERO-ENT
              CLOSE ERROR-FICH
              PERFORM 3300-STOP-PROGRAM
           END-IF.

      ***************************************************************
      * RECUPERAMOS EL PUNTO DE REINICIO DE TRX.CONTROL_PROCESO, DE  *
      * LA MISMA FORMA QUE LO HACE PMNTCLI.                          *
      ***************************************************************
       1400-RECUPERAR-CONTROL.
           MOVE WS-PROGRAMA TO NOM-PROGRAMA OF DCLCONTROL
           EXEC SQL
                SELECT ULT_REG_COMMIT, ULT_REG_ERROR
                INTO :DCLCONTROL.ULT-REG-COMMIT,
                     :DCLCONTROL.ULT-REG-ERROR
                FROM TRX.CONTROL_PROCESO
                WHERE NOM_PROGRAMA = :DCLCONTROL.NOM-PROGRAMA
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE ULT-REG-COMMIT OF DCLCONTROL TO WS-REG-REINICIO
                 MOVE ULT-REG-ERROR OF DCLCONTROL
                   TO WS-REG-REINICIO-ERR
              WHEN 100
                 MOVE ZEROS TO WS-REG-REINICIO
                 MOVE ZEROS TO WS-REG-REINICIO-ERR
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
           END-EVALUATE
           IF WS-REG-REINICIO > 0
              PERFORM 1500-SALTAR-PROCESADOS
                 UNTIL WS-NUM-REGISTRO >= WS-REG-REINICIO
                    OR FS-ENTRADA-END
           END-IF.

       1500-SALTAR-PROCESADOS.
           READ FICHERO-ENT
           IF NOT FS-ENTRADA-END
              ADD 1 TO WS-NUM-REGISTRO
           END-IF.

      ***************************************************************
      * EL VENCIMIENTO ES LA FECHA DE CONSTITUCION MAS EL PLAZO EN   *
      * DIAS CORRIDOS; SI CAE SABADO, DOMINGO (CONGRUENCIA DE        *
      * ZELLER) O FERIADO DE TRX.FERIADOS SE PASA AL PRIMER DIA      *
      * HABIL SIGUIENTE, CON LA MISMA LOGICA DE RODAMIENTO QUE       *
      * PDBTRX Y PREORD.                                             *
      ***************************************************************
       1800-RODAR-VENCIMIENTO.
           MOVE 0 TO WS-ITER-RODADO
           MOVE WS-FS-ANIO TO WS-FI-ANIO
           MOVE WS-FS-MES TO WS-FI-MES
           MOVE WS-FS-DIA TO WS-FI-DIA
           PERFORM 1860-SUMAR-UN-DIA PLAZO-DIAS OF REG-ENTRADA TIMES
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
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              EXEC SQL ROLLBACK END-EXEC
              PERFORM 3300-STOP-PROGRAM
           END-IF
           IF NUMERO-REG OF DCLAUXILIAR > 0
              MOVE 'N' TO WS-DIA-HABIL
           END-IF.

       1840-RODAR-SI-INHABIL.
           PERFORM 1860-SUMAR-UN-DIA
           ADD 1 TO WS-ITER-RODADO
      * COTA DE SEGURIDAD, IGUAL QUE EN PDBTRX: UN CALENDARIO MAL
      * CARGADO NO DEBE DEJAR EL PROCESO DANDO VUELTAS.
           IF WS-ITER-RODADO > 30
              DISPLAY 'PMNTPZF: SIN DIA HABIL PROXIMO'
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
      * NUMERO DE DIA JULIANO DE WS-JD-ANIO/MES/DIA EN WS-JD-NUMERO. *
      * CADA DIVISION VA EN SU PROPIO COMPUTE PARA QUE TRUNQUE A     *
      * ENTERO, COMO EN LA CONGRUENCIA DE ZELLER.                    *
      ***************************************************************
       1900-CALCULAR-DIA-JULIANO.
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

       2000-PROCESAMIENTO.
           MOVE 'N' TO WS-ERROR
           ADD 1 TO WS-NUM-REGISTRO
           ADD 1 TO WS-TOT-LEIDOS
           EVALUATE TRUE
              WHEN TIPO-MOV-CONSTITUCION OF REG-ENTRADA
                 PERFORM 2200-PROCESAR-CONSTITUCION
              WHEN TIPO-MOV-CANCELACION OF REG-ENTRADA
                 PERFORM 2300-PROCESAR-CANCELACION
              WHEN OTHER
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'TIPO DE MOVIMIENTO INVALIDO' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE
           IF WS-ERROR-N
              IF TIPO-MOV-CONSTITUCION OF REG-ENTRADA
                 ADD 1 TO WS-TOT-CONSTITUIDOS
              ELSE
                 ADD 1 TO WS-TOT-CANCELADOS
              END-IF
           ELSE
              ADD 1 TO WS-TOT-RECHAZADOS
           END-IF
           PERFORM 2900-COMMIT-PUNTO
           READ FICHERO-ENT.

      ***************************************************************
      * CONSTITUCION: EL CBU DEBE SER UN CLIENTE NUESTRO NO DADO DE  *
      * BAJA, SIN EMBARGO TOTAL, Y EL CAPITAL DEBE ESTAR DISPONIBLE  *
      * DESCONTANDO LAS RESERVAS JUDICIALES (EL ACUERDO EN           *
      * DESCUBIERTO NO SE USA PARA CONSTITUIR PLAZOS FIJOS).         *
      ***************************************************************
       2200-PROCESAR-CONSTITUCION.
           PERFORM 2210-VALIDAR-CONSTITUCION
           IF WS-ERROR-N
              PERFORM 2220-VERIFICAR-SALDO
           END-IF
           IF WS-ERROR-N
              PERFORM 2230-CONSTITUIR-PLAZO
           END-IF.

       2210-VALIDAR-CONSTITUCION.
           CALL WS-SVERICBU USING CBU OF REG-ENTRADA, WS-VALIDAR
           IF WS-VALIDAR-N
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'CBU FORMATO INVALIDO' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N
              PERFORM 2215-LEER-CLIENTE
           END-IF
           IF WS-ERROR-N
              IF CAPITAL OF REG-ENTRADA IS NOT NUMERIC
                 OR CAPITAL OF REG-ENTRADA = 0
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'CAPITAL INVALIDO' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF
           IF WS-ERROR-N
              IF TASA OF REG-ENTRADA IS NOT NUMERIC
                 OR TASA OF REG-ENTRADA = 0
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'TASA INVALIDA' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF
           IF WS-ERROR-N
              IF PLAZO-DIAS OF REG-ENTRADA IS NOT NUMERIC
                 OR PLAZO-DIAS OF REG-ENTRADA < WS-PLAZO-MINIMO
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'PLAZO MENOR AL MINIMO' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF
           IF WS-ERROR-N AND NOT INSTRUCCION-VALIDA OF REG-ENTRADA
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'INSTRUCCION AL VENCIMIENTO INVALIDA' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N AND NOT PRECANCELABLE-VALIDO OF REG-ENTRADA
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'INDICADOR DE PRECANCELACION INVALIDO' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N AND PRECANCELABLE-S OF REG-ENTRADA
              IF TASA-PRECANC OF REG-ENTRADA IS NOT NUMERIC
                 OR TASA-PRECANC OF REG-ENTRADA = 0
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'TASA DE PRECANCELACION INVALIDA' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF.

       2215-LEER-CLIENTE.
           MOVE CBU OF REG-ENTRADA TO CBU-CLIENTE-TEXT OF DCLCLIENTE
           EXEC SQL
                SELECT SALDO, ESTADO_CLIENTE, MONEDA
                INTO :DCLCLIENTE.SALDO,
                     :DCLCLIENTE.ESTADO-CLIENTE :IND-NULL,
                     :DCLCLIENTE.MONEDA
                FROM TRX.CLIENTE
                WHERE CBU_CLIENTE = :DCLCLIENTE.CBU-CLIENTE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 IF ESTADO-CLIENTE OF DCLCLIENTE = 'B'
                    PERFORM 2800-CAMBIAR-DATOS-ERROR
                    MOVE 'CLIENTE DADO DE BAJA' TO E-RAZON
                    PERFORM 2805-ESCRIBIR-ERROR
                    MOVE 'S' TO WS-ERROR
                 END-IF
              WHEN 100
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'CBU INEXISTENTE.' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              WHEN OTHER
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2215' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

      * MISMO CRITERIO DE 2304-VERIFICAR-BLOQUEO Y 2306-SUMAR-RESERVAS
      * DE PDBTRX: EMBARGO TOTAL RECHAZA, RESERVAS SE DESCUENTAN.
       2220-VERIFICAR-SALDO.
           MOVE SALDO OF DCLCLIENTE TO WS-SALDO-DISPONIBLE
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
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE SQLCODE TO WS-ENC-CODE
              MOVE WS-ERROR-NCONTROL TO E-RAZON
              MOVE '2220' TO E-PARRAFO
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N AND CANT-BLQ-TOTAL OF DCLAUXILIAR > 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'CUENTA EMBARGADA' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N
              EXEC SQL
                   SELECT COALESCE(SUM(MONTO_RESERVADO), 0)
                   INTO :DCLAUXILIAR.MONTO-RESERVADO
                   FROM TRX.BLOQUEO
                   WHERE CBU = :DCLCLIENTE.CBU-CLIENTE
                     AND ESTADO_BLOQUEO = 'A'
                     AND TIPO_BLOQUEO = 'R'
                     AND FECHA_DESDE <= :DCLAUXILIAR.FECHA-PROCESO
                     AND FECHA_HASTA >= :DCLAUXILIAR.FECHA-PROCESO
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2221' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              ELSE
                 COMPUTE WS-SALDO-DISPONIBLE =
                         SALDO OF DCLCLIENTE
                         - MONTO-RESERVADO OF DCLAUXILIAR
                 END-COMPUTE
              END-IF
           END-IF
           IF WS-ERROR-N
              AND CAPITAL OF REG-ENTRADA > WS-SALDO-DISPONIBLE
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'SALDO INSUFICIENTE' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF.

      ***************************************************************
      * DEBITO DEL CAPITAL: MOVIMIENTO DEL CLIENTE AL CBU FICTICIO   *
      * DE LA CARTERA DE PLAZOS FIJOS, SIN COMISION NI IMPUESTO, Y   *
      * ALTA DEL PLAZO FIJO EN ESTADO 'A'.                           *
      ***************************************************************
       2230-CONSTITUIR-PLAZO.
           PERFORM 1800-RODAR-VENCIMIENTO
           PERFORM 2240-GENERAR-ID-PLAZO
           MOVE CAPITAL OF REG-ENTRADA TO IMPORTE-MOV
           EXEC SQL
                UPDATE TRX.CLIENTE
                SET SALDO = SALDO - :DCLAUXILIAR.IMPORTE-MOV
                WHERE CBU_CLIENTE = :DCLCLIENTE.CBU-CLIENTE
           END-EXEC
           PERFORM 2890-VERIFICAR-SQL
           PERFORM 2840-GENERAR-ID-TRX
           MOVE ULT-ID OF DCLSECUENCIA TO ID-TRX OF DCLTRANSACCION
           MOVE WS-DIA-HORA-PZF TO DIA-HORA OF DCLTRANSACCION
           MOVE CAPITAL OF REG-ENTRADA TO MONTO OF DCLTRANSACCION
           MOVE ZEROS TO COMISION OF DCLTRANSACCION
           MOVE ZEROS TO IMPUESTO-DEBITO OF DCLTRANSACCION
           MOVE CAPITAL OF REG-ENTRADA
                            TO MONTO-TOTAL OF DCLTRANSACCION
           MOVE CBU OF REG-ENTRADA
                            TO CBU-EMISOR-TEXT OF DCLTRANSACCION
           MOVE WS-CBU-PLAZO-FIJO
                            TO CBU-RECEPTOR-TEXT OF DCLTRANSACCION
           MOVE MONEDA OF DCLCLIENTE TO MONEDA OF DCLTRANSACCION
           PERFORM 2850-INSERTAR-TRX
           PERFORM 2250-INSERTAR-PLAZO
           ADD CAPITAL OF REG-ENTRADA TO WS-TOT-CAP-CONSTITUIDO.

      **********************************************************
      * GENERAMOS EL ID DEL PLAZO FIJO A PARTIR DE              *
      * TRX.CONTROL_ID, COMO EL DE LOS BLOQUEOS EN PMNTBLQ.     *
      **********************************************************
       2240-GENERAR-ID-PLAZO.
           MOVE 'PLAZO_FIJO' TO NOM-TABLA OF DCLSECUENCIA
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
                 PERFORM 2890-VERIFICAR-SQL
              WHEN 100
                 MOVE 1 TO ULT-ID OF DCLSECUENCIA
                 EXEC SQL
                      INSERT INTO TRX.CONTROL_ID (NOM_TABLA, ULT_ID)
                      VALUES (:DCLSECUENCIA.NOM-TABLA, 1)
                 END-EXEC
                 PERFORM 2890-VERIFICAR-SQL
              WHEN OTHER
                 PERFORM 2890-VERIFICAR-SQL
           END-EVALUATE
           MOVE ULT-ID OF DCLSECUENCIA TO ID-PLAZO OF DCLPLAZOFIJO.

       2250-INSERTAR-PLAZO.
           MOVE CBU OF REG-ENTRADA TO CBU OF DCLPLAZOFIJO
           MOVE MONEDA OF DCLCLIENTE TO MONEDA OF DCLPLAZOFIJO
           MOVE CAPITAL OF REG-ENTRADA TO CAPITAL OF DCLPLAZOFIJO
           MOVE TASA OF REG-ENTRADA TO TASA OF DCLPLAZOFIJO
           MOVE PLAZO-DIAS OF REG-ENTRADA
                            TO PLAZO-DIAS OF DCLPLAZOFIJO
           MOVE FECHA-PROCESO TO FECHA-CONSTITUCION OF DCLPLAZOFIJO
           MOVE WS-FECHA-VENC TO FECHA-VENCIMIENTO OF DCLPLAZOFIJO
           MOVE INSTRUCCION OF REG-ENTRADA
                            TO INSTRUCCION OF DCLPLAZOFIJO
           MOVE PRECANCELABLE OF REG-ENTRADA
                              TO PRECANCELABLE OF DCLPLAZOFIJO
           IF PRECANCELABLE-S OF REG-ENTRADA
              MOVE TASA-PRECANC OF REG-ENTRADA
                                TO TASA-PRECANC OF DCLPLAZOFIJO
           ELSE
              MOVE ZEROS TO TASA-PRECANC OF DCLPLAZOFIJO
           END-IF
           MOVE ZEROS TO INTERES-DEVENGADO OF DCLPLAZOFIJO
           MOVE 'A' TO ESTADO-PLAZO OF DCLPLAZOFIJO
           MOVE ZEROS TO ID-PLAZO-ORIGEN OF DCLPLAZOFIJO
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
           PERFORM 2890-VERIFICAR-SQL.

      ***************************************************************
      * CANCELACION ANTICIPADA: EL PLAZO FIJO DEBE SER DEL CBU,      *
      * ESTAR VIGENTE, SER PRECANCELABLE, TENER CUMPLIDO EL PLAZO    *
      * MINIMO Y NO HABER LLEGADO AL VENCIMIENTO (ESE LO PAGA        *
      * PVENPZF). EL INTERES SE RECALCULA A LA TASA DE               *
      * PRECANCELACION Y LA DIFERENCIA CONTRA LO YA DEVENGADO SE     *
      * REGISTRA EN TRX.DEVENGO_PLAZO_FIJO PARA PEXTCON.             *
      ***************************************************************
       2300-PROCESAR-CANCELACION.
           CALL WS-SVERICBU USING CBU OF REG-ENTRADA, WS-VALIDAR
           IF WS-VALIDAR-N
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'CBU FORMATO INVALIDO' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N
              PERFORM 2310-LEER-PLAZO
           END-IF
           IF WS-ERROR-N
              PERFORM 2320-VALIDAR-CANCELACION
           END-IF
           IF WS-ERROR-N
              PERFORM 2330-CANCELAR-PLAZO
           END-IF.

       2310-LEER-PLAZO.
           IF ID-PLAZO OF REG-ENTRADA IS NOT NUMERIC
              MOVE ZEROS TO ID-PLAZO OF DCLPLAZOFIJO
           ELSE
              MOVE ID-PLAZO OF REG-ENTRADA TO ID-PLAZO OF DCLPLAZOFIJO
           END-IF
           EXEC SQL
                SELECT CBU, MONEDA, CAPITAL, FECHA_CONSTITUCION,
                       FECHA_VENCIMIENTO, PRECANCELABLE, TASA_PRECANC,
                       INTERES_DEVENGADO, ESTADO_PLAZO
                INTO :DCLPLAZOFIJO.CBU,
                     :DCLPLAZOFIJO.MONEDA,
                     :DCLPLAZOFIJO.CAPITAL,
                     :DCLPLAZOFIJO.FECHA-CONSTITUCION,
                     :DCLPLAZOFIJO.FECHA-VENCIMIENTO,
                     :DCLPLAZOFIJO.PRECANCELABLE,
                     :DCLPLAZOFIJO.TASA-PRECANC,
                     :DCLPLAZOFIJO.INTERES-DEVENGADO,
                     :DCLPLAZOFIJO.ESTADO-PLAZO
                FROM TRX.PLAZO_FIJO
                WHERE ID_PLAZO = :DCLPLAZOFIJO.ID-PLAZO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'PLAZO FIJO INEXISTENTE' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              WHEN OTHER
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2310' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

       2320-VALIDAR-CANCELACION.
           IF CBU OF DCLPLAZOFIJO NOT = CBU OF REG-ENTRADA
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'PLAZO FIJO DE OTRO CBU' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N AND ESTADO-PLAZO OF DCLPLAZOFIJO NOT = 'A'
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'PLAZO FIJO NO VIGENTE' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N AND PRECANCELABLE OF DCLPLAZOFIJO NOT = 'S'
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'PLAZO FIJO NO PRECANCELABLE' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N
              AND FECHA-VENCIMIENTO OF DCLPLAZOFIJO <= FECHA-PROCESO
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'PLAZO FIJO VENCIDO' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N
              MOVE FECHA-CONSTITUCION OF DCLPLAZOFIJO TO WS-FECHA-AUX
              MOVE WS-FA-ANIO TO WS-JD-ANIO
              MOVE WS-FA-MES TO WS-JD-MES
              MOVE WS-FA-DIA TO WS-JD-DIA
              PERFORM 1900-CALCULAR-DIA-JULIANO
              COMPUTE WS-DIAS-CORRIDOS = WS-JD-HOY - WS-JD-NUMERO
              END-COMPUTE
              IF WS-DIAS-CORRIDOS < WS-PLAZO-MINIMO
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'PLAZO MINIMO NO CUMPLIDO' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF.

      * INTERES DE PRECANCELACION: CAPITAL POR TASA NOMINAL ANUAL POR
      * DIAS CORRIDOS SOBRE 365, MISMO CRITERIO QUE PDEVENG.
       2330-CANCELAR-PLAZO.
           COMPUTE WS-INTERES ROUNDED =
                   CAPITAL OF DCLPLAZOFIJO
                   * TASA-PRECANC OF DCLPLAZOFIJO
                   * WS-DIAS-CORRIDOS / 36500
           END-COMPUTE
           IF WS-INTERES NOT = INTERES-DEVENGADO OF DCLPLAZOFIJO
              PERFORM 2340-INSERTAR-DEVENGO
           END-IF
           COMPUTE IMPORTE-MOV =
                   CAPITAL OF DCLPLAZOFIJO + WS-INTERES
           END-COMPUTE
           MOVE CBU OF REG-ENTRADA TO CBU-CLIENTE-TEXT OF DCLCLIENTE
           EXEC SQL
                UPDATE TRX.CLIENTE
                SET SALDO = SALDO + :DCLAUXILIAR.IMPORTE-MOV
                WHERE CBU_CLIENTE = :DCLCLIENTE.CBU-CLIENTE
           END-EXEC
           PERFORM 2890-VERIFICAR-SQL
           PERFORM 2840-GENERAR-ID-TRX
           MOVE ULT-ID OF DCLSECUENCIA TO ID-TRX OF DCLTRANSACCION
           MOVE WS-DIA-HORA-PZF TO DIA-HORA OF DCLTRANSACCION
           MOVE CAPITAL OF DCLPLAZOFIJO TO MONTO OF DCLTRANSACCION
           MOVE ZEROS TO COMISION OF DCLTRANSACCION
           MOVE ZEROS TO IMPUESTO-DEBITO OF DCLTRANSACCION
           MOVE CAPITAL OF DCLPLAZOFIJO
                            TO MONTO-TOTAL OF DCLTRANSACCION
           MOVE WS-CBU-PLAZO-FIJO
                            TO CBU-EMISOR-TEXT OF DCLTRANSACCION
           MOVE CBU OF REG-ENTRADA
                            TO CBU-RECEPTOR-TEXT OF DCLTRANSACCION
           MOVE MONEDA OF DCLPLAZOFIJO TO MONEDA OF DCLTRANSACCION
           PERFORM 2850-INSERTAR-TRX
           IF WS-INTERES > 0
              PERFORM 2840-GENERAR-ID-TRX
              MOVE ULT-ID OF DCLSECUENCIA TO ID-TRX OF DCLTRANSACCION
              MOVE WS-INTERES TO MONTO OF DCLTRANSACCION
              MOVE WS-INTERES TO MONTO-TOTAL OF DCLTRANSACCION
              MOVE WS-CBU-INT-PLAZO-FIJO
                                  TO CBU-EMISOR-TEXT OF DCLTRANSACCION
              PERFORM 2850-INSERTAR-TRX
           END-IF
           MOVE WS-INTERES TO INTERES-DEVENGADO OF DCLPLAZOFIJO
           MOVE FECHA-PROCESO TO FECHA-BAJA OF DCLPLAZOFIJO
           EXEC SQL
                UPDATE TRX.PLAZO_FIJO
                SET ESTADO_PLAZO = 'C',
                    INTERES_DEVENGADO = :DCLPLAZOFIJO.INTERES-DEVENGADO,
                    FECHA_BAJA = :DCLPLAZOFIJO.FECHA-BAJA
                WHERE ID_PLAZO = :DCLPLAZOFIJO.ID-PLAZO
           END-EXEC
           PERFORM 2890-VERIFICAR-SQL
           ADD CAPITAL OF DCLPLAZOFIJO TO WS-TOT-CAP-CANCELADO
           ADD WS-INTERES TO WS-TOT-INT-CANCELADO.

      * EL AJUSTE PUEDE SER NEGATIVO: SI LA TASA DE PRECANCELACION ES
      * MENOR QUE LA PACTADA, SE REVIERTE PARTE DE LO YA DEVENGADO.
       2340-INSERTAR-DEVENGO.
           MOVE ID-PLAZO OF DCLPLAZOFIJO TO ID-PLAZO OF DCLDEVENGOPF
           MOVE FECHA-PROCESO TO FECHA OF DCLDEVENGOPF
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
           PERFORM 2890-VERIFICAR-SQL.

      *********************************************************
      * CARGAMOS LOS DATOS DE LA NOVEDAD RECHAZADA AL REGISTRO*
      * DE ERRORES.                                           *
      *********************************************************
       2800-CAMBIAR-DATOS-ERROR.
           MOVE TIPO-MOV OF REG-ENTRADA TO E-TIPO-MOV
           MOVE CBU OF REG-ENTRADA TO E-CBU
           MOVE SPACES TO E-PARRAFO.

      *********************************************************
      * ESCRIBIMOS EL RECHAZO EN ERROR-FICH, PERO SOLO SI TODAVIA  *
      * NO ESTABA ESCRITO DESDE UNA CORRIDA ANTERIOR.              *
      *********************************************************
       2805-ESCRIBIR-ERROR.
           ADD 1 TO WS-NUM-ERRORES
           IF WS-NUM-ERRORES > WS-REG-REINICIO-ERR
              WRITE REG-ERROR
           END-IF.

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
           PERFORM 2890-VERIFICAR-SQL.

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
      * UN ERROR DE BASE DE DATOS YA VALIDADA LA NOVEDAD (DEBITO,    *
      * MOVIMIENTO O PLAZO FIJO) DESHACE LA UNIDAD DE TRABAJO Y      *
      * ABORTA LA CORRIDA; EL REINICIO LA RETOMA DESDE EL ULTIMO     *
      * COMMIT, COMO EN PCIECTA.                                     *
      ***************************************************************
       2890-VERIFICAR-SQL.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY 'PMNTPZF: NOVEDAD DE ' CBU OF REG-ENTRADA
                      ' ABORTADA'
              DISPLAY WS-ERROR-NCONTROL
              EXEC SQL ROLLBACK END-EXEC
              PERFORM 3300-STOP-PROGRAM
           END-IF.

      ***************************************************************
      * PUNTO DE COMMIT: CADA WS-COMMIT-CADA REGISTROS PROCESADOS SE *
      * CONFIRMA LA UNIDAD DE TRABAJO Y SE ACTUALIZA EL PUNTO DE     *
      * REINICIO EN TRX.CONTROL_PROCESO.                             *
      ***************************************************************
       2900-COMMIT-PUNTO.
           ADD 1 TO WS-CONT-COMMIT
           IF WS-CONT-COMMIT >= WS-COMMIT-CADA
              EXEC SQL COMMIT END-EXEC
              MOVE WS-NUM-REGISTRO TO ULT-REG-COMMIT OF DCLCONTROL
              MOVE WS-NUM-ERRORES TO ULT-REG-ERROR OF DCLCONTROL
              EXEC SQL
                   UPDATE TRX.CONTROL_PROCESO
                   SET ULT_REG_COMMIT = :DCLCONTROL.ULT-REG-COMMIT,
                       ULT_REG_ERROR = :DCLCONTROL.ULT-REG-ERROR,
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
           CLOSE FICHERO-ENT
           CLOSE ERROR-FICH
           CLOSE REPORTE-FICH
           PERFORM 3300-STOP-PROGRAM.

      ***************************************************************
      * COMMIT FINAL DE LA CORRIDA.                                  *
      ***************************************************************
       3100-COMMIT-FINAL.
           EXEC SQL COMMIT END-EXEC
           EXEC SQL
                UPDATE TRX.CONTROL_PROCESO
                SET ULT_REG_COMMIT = 0,
                    ULT_REG_ERROR = 0,
                    ESTADO_PROCESO = 'C'
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
           MOVE 'REGISTROS LEIDOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-LEIDOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'PLAZOS FIJOS CONSTITUIDOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-CONSTITUIDOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'PLAZOS FIJOS CANCELADOS ANTICIPADAMENTE'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-CANCELADOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'REGISTROS RECHAZADOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-RECHAZADOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           MOVE 'CAPITAL CONSTITUIDO' TO WS-RI-ETIQUETA
           MOVE WS-TOT-CAP-CONSTITUIDO TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
           MOVE 'CAPITAL DEVUELTO POR PRECANCELACION' TO WS-RI-ETIQUETA
           MOVE WS-TOT-CAP-CANCELADO TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
           MOVE 'INTERES PAGADO POR PRECANCELACION' TO WS-RI-ETIQUETA
           MOVE WS-TOT-INT-CANCELADO TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
           WRITE REG-REPORTE FROM WS-REP-GUIONES.

       3300-STOP-PROGRAM.
           STOP RUN.
