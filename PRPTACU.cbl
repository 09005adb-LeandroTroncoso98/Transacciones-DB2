       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRPTACU.
       AUTHOR. TRONCOSO LEANDRO.
      **********************************************************
      * Reporte diario de acuerdos en descubierto para la mesa *
      * de creditos: acuerdos vencidos que siguen activos y    *
      * cuentas con saldo deudor por encima del limite         *
      * vigente, o sin acuerdo vigente que lo cubra, con el    *
      * mismo criterio de PDBTRX (2308-SUMAR-ACUERDO). Los     *
      * acuerdos los carga PMNTACU. Es de solo lectura: se     *
      * puede volver a correr.                                 *
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
      * PARAMETRO DE ENTRADA: LA FECHA DE PROCESO CONTRA LA QUE SE
      * EVALUA LA VIGENCIA DE LOS ACUERDOS.
       FD FICHERO-ENT RECORDING MODE IS F
                      DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA.
          05 REG-FECHA.
             10 REG-F-ANIO        PIC 9(4).
             10 REG-F-MES         PIC 99.
             10 REG-F-DIA         PIC 99.
          05 REG-F-NUM            REDEFINES REG-FECHA PIC 9(8).
          05 FILLER               PIC X(72).

      * REPORTE DIARIO PARA LA MESA DE CREDITOS: ACUERDOS EN
      * DESCUBIERTO VENCIDOS (SIGUEN ACTIVOS CON LA VIGENCIA YA
      * CUMPLIDA) Y CUENTAS CON SALDO DEUDOR POR ENCIMA DEL LIMITE
      * VIGENTE (O SIN ACUERDO VIGENTE QUE LO CUBRA).
       FD REPORTE-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-REPORTE.
       01 REG-REPORTE              PIC X(80).

       WORKING-STORAGE SECTION.

       77 FS-ENTRADA               PIC 99.
       77 FS-REPORTE               PIC 99.

      * CONDICION DE LA CUENTA ACTUAL.
       77 WS-VENCIDO               PIC X VALUE 'N'.
          88 WS-VENCIDO-S          VALUE 'S'.
       77 WS-EXCEDIDO              PIC X VALUE 'N'.
          88 WS-EXCEDIDO-S         VALUE 'S'.

      * LIMITE QUE CUBRE EL SALDO DEUDOR A LA FECHA: EL DEL ACUERDO
      * SI ESTA ACTIVO Y DENTRO DE SU VIGENCIA, CERO EN OTRO CASO
      * (MISMO CRITERIO QUE 2308-SUMAR-ACUERDO DE PDBTRX).
       77 WS-LIMITE-VIGENTE        PIC S9(13)V99 COMP-3 VALUE 0.
       77 WS-DEUDA                 PIC S9(13)V99 COMP-3 VALUE 0.

      * CONTADORES DEL REPORTE.
       77 WS-TOT-REVISADAS         PIC 9(9) COMP VALUE 0.
       77 WS-TOT-VENCIDOS          PIC 9(9) COMP VALUE 0.
       77 WS-TOT-EXCEDIDOS         PIC 9(9) COMP VALUE 0.
       77 WS-TOT-SIN-ACUERDO       PIC 9(9) COMP VALUE 0.

      * LINEAS DEL REPORTE.
       01 WS-REP-GUIONES           PIC X(80) VALUE ALL '-'.
       01 WS-REP-TITULO.
          05 FILLER                PIC X(16) VALUE SPACES.
          05 FILLER                PIC X(48)
               VALUE 'ACUERDOS VENCIDOS Y EXCEDIDOS - PRPTACU'.
          05 FILLER                PIC X(16) VALUE SPACES.
       01 WS-REP-FECHA.
          05 FILLER                PIC X(18)
                          VALUE 'FECHA DE PROCESO: '.
          05 WS-RF-FECHA           PIC X(10).
          05 FILLER                PIC X(52) VALUE SPACES.
       01 WS-REP-CABECERA.
          05 FILLER                PIC X(23) VALUE 'CBU'.
          05 FILLER                PIC X(4) VALUE 'MON'.
          05 FILLER                PIC X(16) VALUE '          SALDO'.
          05 FILLER                PIC X(15) VALUE '        LIMITE'.
          05 FILLER                PIC X(11) VALUE 'HASTA'.
          05 FILLER                PIC X(11) VALUE 'CONDICION'.
       01 WS-REP-DETALLE.
          05 WS-RD-CBU             PIC X(22).
          05 FILLER                PIC X VALUE SPACES.
          05 WS-RD-MONEDA          PIC X(3).
          05 FILLER                PIC X VALUE SPACES.
          05 WS-RD-SALDO           PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X VALUE SPACES.
          05 WS-RD-LIMITE          PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X VALUE SPACES.
          05 WS-RD-HASTA           PIC X(10).
          05 FILLER                PIC X VALUE SPACES.
          05 WS-RD-CONDICION       PIC X(8).
          05 FILLER                PIC X(3) VALUE SPACES.
       01 WS-REP-CONTADOR.
          05 WS-RC-ETIQUETA        PIC X(45).
          05 WS-RC-VALOR           PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(24) VALUE SPACES.

       01 WS-ERROR-NCONTROL.
          05 FILLER               PIC X(29)
                     VALUE 'ERROR NO CONTROLADO, CODIGO: '.
          05 WS-ENC-CODE          PIC -999.

      * SQLCA Y DCLGEN DE CLIENTE Y DE LOS ACUERDOS EN DESCUBIERTO
      * (VER PMNTACU).
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TRXCLI END-EXEC.
           EXEC SQL INCLUDE TRXACU END-EXEC.
           EXEC SQL BEGIN DECLARE SECTION
           END-EXEC.
      * FECHA DE PROCESO EN FORMATO FECHA (AAAA-MM-DD).
       01 WS-F-PROCESO.
          05 WS-FP-ANIO            PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-FP-MES             PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 WS-FP-DIA             PIC 99.
           EXEC SQL END DECLARE SECTION
           END-EXEC.

      * INDICADOR DE NULO DE LAS COLUMNAS DEL ACUERDO (LEFT JOIN: LA
      * CUENTA DEUDORA PUEDE NO TENER ACUERDO).
       77 IND-NULL-ACU             PIC S9(4) COMP-5.

      * CLIENTES NO DADOS DE BAJA QUE TIENEN UN ACUERDO ACTIVO YA
      * VENCIDO O SALDO NEGATIVO. SI EL SALDO NEGATIVO ESTA DENTRO DE
      * UN ACUERDO VIGENTE, 2100 LO DESCARTA.
           EXEC SQL DECLARE CUR_ACU CURSOR FOR
                SELECT C.CBU_CLIENTE, C.MONEDA, C.SALDO,
                       A.LIMITE, A.FECHA_DESDE, A.FECHA_HASTA,
                       A.ESTADO_ACUERDO
                FROM TRX.CLIENTE C
                     LEFT JOIN TRX.ACUERDO_DESCUBIERTO A
                       ON A.CBU = C.CBU_CLIENTE
                WHERE C.ESTADO_CLIENTE <> 'B'
                  AND (C.SALDO < 0
                       OR (A.ESTADO_ACUERDO = 'A'
                           AND A.FECHA_HASTA < :WS-F-PROCESO))
                ORDER BY C.CBU_CLIENTE
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
              DISPLAY 'PRPTACU: FECHA DE PROCESO INVALIDA'
              PERFORM 3300-STOP-PROGRAM
           END-IF
           MOVE REG-F-ANIO TO WS-FP-ANIO
           MOVE REG-F-MES  TO WS-FP-MES
           MOVE REG-F-DIA  TO WS-FP-DIA
           OPEN OUTPUT REPORTE-FICH
           IF FS-REPORTE NOT = 00
              PERFORM 3300-STOP-PROGRAM
           END-IF
           MOVE WS-F-PROCESO TO WS-RF-FECHA
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           WRITE REG-REPORTE FROM WS-REP-TITULO
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           WRITE REG-REPORTE FROM WS-REP-FECHA
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           WRITE REG-REPORTE FROM WS-REP-CABECERA
           WRITE REG-REPORTE FROM WS-REP-GUIONES.

       2000-PROCESAMIENTO.
           EXEC SQL OPEN CUR_ACU END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              PERFORM 3300-STOP-PROGRAM
           END-IF
           PERFORM 2050-FETCH-CUENTA
           PERFORM 2100-PROCESAR-CUENTA UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_ACU END-EXEC.

       2050-FETCH-CUENTA.
           EXEC SQL
                FETCH CUR_ACU
                INTO :DCLCLIENTE.CBU-CLIENTE,
                     :DCLCLIENTE.MONEDA,
                     :DCLCLIENTE.SALDO,
                     :DCLACUERDO.LIMITE :IND-NULL-ACU,
                     :DCLACUERDO.FECHA-DESDE :IND-NULL-ACU,
                     :DCLACUERDO.FECHA-HASTA :IND-NULL-ACU,
                     :DCLACUERDO.ESTADO-ACUERDO :IND-NULL-ACU
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

      ***************************************************************
      * CLASIFICA LA CUENTA: VENCIDO SI EL ACUERDO SIGUE ACTIVO CON  *
      * LA VIGENCIA CUMPLIDA; EXCEDIDO SI LA DEUDA SUPERA EL LIMITE  *
      * VIGENTE A LA FECHA (CERO SI NO HAY ACUERDO, SI ESTA DADO DE  *
      * BAJA O FUERA DE VIGENCIA). PUEDEN DARSE LAS DOS A LA VEZ.    *
      ***************************************************************
       2100-PROCESAR-CUENTA.
           ADD 1 TO WS-TOT-REVISADAS
           MOVE 'N' TO WS-VENCIDO
           MOVE 'N' TO WS-EXCEDIDO
           MOVE ZEROS TO WS-LIMITE-VIGENTE
           IF IND-NULL-ACU = -1
              MOVE SPACES TO ESTADO-ACUERDO OF DCLACUERDO
              MOVE SPACES TO FECHA-HASTA OF DCLACUERDO
              MOVE ZEROS TO LIMITE OF DCLACUERDO
           END-IF
           IF ESTADO-ACUERDO OF DCLACUERDO = 'A'
              IF FECHA-HASTA OF DCLACUERDO < WS-F-PROCESO
                 MOVE 'S' TO WS-VENCIDO
              ELSE
                 IF FECHA-DESDE OF DCLACUERDO NOT > WS-F-PROCESO
                    MOVE LIMITE OF DCLACUERDO TO WS-LIMITE-VIGENTE
                 END-IF
              END-IF
           END-IF
           IF SALDO OF DCLCLIENTE < 0
              COMPUTE WS-DEUDA = 0 - SALDO OF DCLCLIENTE
              IF WS-DEUDA > WS-LIMITE-VIGENTE
                 MOVE 'S' TO WS-EXCEDIDO
              END-IF
           END-IF
           IF WS-VENCIDO-S OR WS-EXCEDIDO-S
              PERFORM 2200-IMPRIMIR-DETALLE
           END-IF
           PERFORM 2050-FETCH-CUENTA.

       2200-IMPRIMIR-DETALLE.
           MOVE CBU-CLIENTE-TEXT OF DCLCLIENTE TO WS-RD-CBU
           MOVE MONEDA OF DCLCLIENTE TO WS-RD-MONEDA
           MOVE SALDO OF DCLCLIENTE TO WS-RD-SALDO
           MOVE LIMITE OF DCLACUERDO TO WS-RD-LIMITE
           MOVE FECHA-HASTA OF DCLACUERDO TO WS-RD-HASTA
           EVALUATE TRUE
              WHEN WS-VENCIDO-S AND WS-EXCEDIDO-S
                 MOVE 'VENC/EXC' TO WS-RD-CONDICION
              WHEN WS-VENCIDO-S
                 MOVE 'VENCIDO' TO WS-RD-CONDICION
              WHEN OTHER
                 MOVE 'EXCEDIDO' TO WS-RD-CONDICION
           END-EVALUATE
           IF WS-VENCIDO-S
              ADD 1 TO WS-TOT-VENCIDOS
           END-IF
           IF WS-EXCEDIDO-S
              ADD 1 TO WS-TOT-EXCEDIDOS
              IF IND-NULL-ACU = -1
                 ADD 1 TO WS-TOT-SIN-ACUERDO
              END-IF
           END-IF
           WRITE REG-REPORTE FROM WS-REP-DETALLE.

      ********************************************************
      * PARRAFOS PARA CERRAR EL PROGRAMA                     *
      ********************************************************
       3000-END-PROGRAM.
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           MOVE 'CUENTAS REVISADAS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-REVISADAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'ACUERDOS VENCIDOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-VENCIDOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'CUENTAS EXCEDIDAS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-EXCEDIDOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   DE ELLAS SIN ACUERDO' TO WS-RC-ETIQUETA
           MOVE WS-TOT-SIN-ACUERDO TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           CLOSE REPORTE-FICH
           PERFORM 3300-STOP-PROGRAM.

       3300-STOP-PROGRAM.
           STOP RUN.
