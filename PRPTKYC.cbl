       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRPTKYC.
       AUTHOR. TRONCOSO LEANDRO.
      **********************************************************
      * Reporte mensual de revisiones KYC para cumplimiento.   *
      * Lista los clientes no dados de baja cuya revision      *
      * vence en los proximos 60 dias, ya vencio dentro de la  *
      * gracia, vencio mas alla de ella (y por eso tienen los  *
      * debitos topeados en PDBTRX) o no tienen ninguna        *
      * revision registrada. La fecha y el nivel de riesgo los *
      * carga PMNTCLI. Es de solo lectura: se puede volver a   *
      * correr.                                                *
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
      * EVALUA EL VENCIMIENTO DE LAS REVISIONES KYC.
       FD FICHERO-ENT RECORDING MODE IS F
                      DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA.
          05 REG-FECHA.
             10 REG-F-ANIO        PIC 9(4).
             10 REG-F-MES         PIC 99.
             10 REG-F-DIA         PIC 99.
          05 REG-F-NUM            REDEFINES REG-FECHA PIC 9(8).
          05 FILLER               PIC X(72).

      * REPORTE MENSUAL PARA CUMPLIMIENTO: CLIENTES NO DADOS DE BAJA
      * CUYA REVISION KYC (VER PMNTCLI) VENCE EN LOS PROXIMOS 60
      * DIAS, YA VENCIO, O VENCIO MAS ALLA DE LA GRACIA (Y POR LO
      * TANTO TIENE LOS DEBITOS TOPEADOS EN PDBTRX), Y LOS QUE NO
      * TIENEN NINGUNA REVISION REGISTRADA.
       FD REPORTE-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-REPORTE.
       01 REG-REPORTE              PIC X(80).

       WORKING-STORAGE SECTION.

       77 FS-ENTRADA               PIC 99.
       77 FS-REPORTE               PIC 99.

      * DIAS HACIA ADELANTE DESDE LA FECHA DE PROCESO EN LOS QUE UNA
      * REVISION SE LISTA COMO PROXIMA A VENCER.
       77 WS-DIAS-AVISO            PIC S9(4) COMP VALUE 60.

      * CONTADORES DEL REPORTE.
       77 WS-TOT-LISTADOS          PIC 9(9) COMP VALUE 0.
       77 WS-TOT-RESTRINGIDOS      PIC 9(9) COMP VALUE 0.
       77 WS-TOT-VENCIDOS          PIC 9(9) COMP VALUE 0.
       77 WS-TOT-POR-VENCER        PIC 9(9) COMP VALUE 0.
       77 WS-TOT-SIN-REVISION      PIC 9(9) COMP VALUE 0.

      * LINEAS DEL REPORTE.
       01 WS-REP-GUIONES           PIC X(80) VALUE ALL '-'.
       01 WS-REP-TITULO.
          05 FILLER                PIC X(16) VALUE SPACES.
          05 FILLER                PIC X(48)
               VALUE 'REVISIONES KYC VENCIDAS Y A VENCER - PRPTKYC'.
          05 FILLER                PIC X(16) VALUE SPACES.
       01 WS-REP-FECHA.
          05 FILLER                PIC X(18)
                          VALUE 'FECHA DE PROCESO: '.
          05 WS-RF-FECHA           PIC X(10).
          05 FILLER                PIC X(18)
                          VALUE '   GRACIA (DIAS): '.
          05 WS-RF-GRACIA          PIC ZZ9.
          05 FILLER                PIC X(31) VALUE SPACES.
       01 WS-REP-CABECERA.
          05 FILLER                PIC X(23) VALUE 'CBU'.
          05 FILLER                PIC X(6) VALUE 'NIVEL'.
          05 FILLER                PIC X(11) VALUE 'REVISION'.
          05 FILLER                PIC X(11) VALUE 'VENCE'.
          05 FILLER                PIC X(29) VALUE 'CONDICION'.
       01 WS-REP-DETALLE.
          05 WS-RD-CBU             PIC X(22).
          05 FILLER                PIC X VALUE SPACES.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-RD-NIVEL           PIC X(1).
          05 FILLER                PIC X(3) VALUE SPACES.
          05 WS-RD-REVISION        PIC X(10).
          05 FILLER                PIC X VALUE SPACES.
          05 WS-RD-VENCE           PIC X(10).
          05 FILLER                PIC X VALUE SPACES.
          05 WS-RD-CONDICION       PIC X(12).
          05 FILLER                PIC X(17) VALUE SPACES.
       01 WS-REP-CONTADOR.
          05 WS-RC-ETIQUETA        PIC X(45).
          05 WS-RC-VALOR           PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(24) VALUE SPACES.

       01 WS-ERROR-NCONTROL.
          05 FILLER               PIC X(29)
                     VALUE 'ERROR NO CONTROLADO, CODIGO: '.
          05 WS-ENC-CODE          PIC -999.

      * SQLCA, DCLGEN DE CLIENTE Y DE LA TABLA DE PARAMETROS
      * GENERALES (GRACIA SOBRE EL VENCIMIENTO, KYC_GRACIA_DIAS).
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TRXCLI END-EXEC.
           EXEC SQL INCLUDE TRXPRM END-EXEC.
           EXEC SQL BEGIN DECLARE SECTION
           END-EXEC.
      * FECHA DE PROCESO EN FORMATO FECHA (AAAA-MM-DD).
       01 WS-F-PROCESO.
          05 WS-FP-ANIO            PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-FP-MES             PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 WS-FP-DIA             PIC 99.
      * GRACIA EN DIAS Y CONDICION DEL CLIENTE CALCULADA EN EL
      * CURSOR: 'R' RESTRINGIDO (VENCIDO MAS ALLA DE LA GRACIA),
      * 'V' VENCIDO DENTRO DE LA GRACIA, 'P' POR VENCER, 'S' SIN
      * REVISION REGISTRADA.
       77 WS-KYC-GRACIA            PIC S9(4) COMP VALUE 0.
       77 WS-KYC-CONDICION         PIC X.
          88 WS-KYC-RESTRINGIDO    VALUE 'R'.
          88 WS-KYC-VENCIDO        VALUE 'V'.
          88 WS-KYC-POR-VENCER     VALUE 'P'.
          88 WS-KYC-SIN-REVISION   VALUE 'S'.
           EXEC SQL END DECLARE SECTION
           END-EXEC.

      * INDICADORES DE NULO DE LAS COLUMNAS KYC (UN CLIENTE ANTERIOR
      * A LA REVISION KYC PUEDE NO TENERLAS CARGADAS).
       77 IND-NULL-REV             PIC S9(4) COMP-5.
       77 IND-NULL-VTO             PIC S9(4) COMP-5.
       77 IND-NULL-NIV             PIC S9(4) COMP-5.

      * CLIENTES NO DADOS DE BAJA SIN VENCIMIENTO CARGADO O CON
      * VENCIMIENTO HASTA WS-DIAS-AVISO DIAS DESPUES DE LA FECHA DE
      * PROCESO. LA CONDICION SIGUE EL MISMO CRITERIO QUE
      * 2305-VERIFICAR-KYC DE PDBTRX: EL TOPE RIGE CUANDO EL
      * VENCIMIENTO MAS LA GRACIA ES ANTERIOR A LA FECHA.
           EXEC SQL DECLARE CUR_KYC CURSOR FOR
                SELECT CBU_CLIENTE, NIVEL_RIESGO, FECHA_REV_KYC,
                       FECHA_VTO_KYC,
                       CASE
                          WHEN FECHA_VTO_KYC IS NULL THEN 'S'
                          WHEN FECHA_VTO_KYC + :WS-KYC-GRACIA DAYS
                               < DATE(:WS-F-PROCESO) THEN 'R'
                          WHEN FECHA_VTO_KYC
                               < DATE(:WS-F-PROCESO) THEN 'V'
                          ELSE 'P'
                       END
                FROM TRX.CLIENTE
                WHERE ESTADO_CLIENTE <> 'B'
                  AND (FECHA_VTO_KYC IS NULL
                       OR FECHA_VTO_KYC <= DATE(:WS-F-PROCESO)
                                         + :WS-DIAS-AVISO DAYS)
                ORDER BY FECHA_VTO_KYC, CBU_CLIENTE
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
              DISPLAY 'PRPTKYC: FECHA DE PROCESO INVALIDA'
              PERFORM 3300-STOP-PROGRAM
           END-IF
           MOVE REG-F-ANIO TO WS-FP-ANIO
           MOVE REG-F-MES  TO WS-FP-MES
           MOVE REG-F-DIA  TO WS-FP-DIA
           PERFORM 1700-LEER-GRACIA-KYC
           OPEN OUTPUT REPORTE-FICH
           IF FS-REPORTE NOT = 00
              PERFORM 3300-STOP-PROGRAM
           END-IF
           MOVE WS-F-PROCESO TO WS-RF-FECHA
           MOVE WS-KYC-GRACIA TO WS-RF-GRACIA
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           WRITE REG-REPORTE FROM WS-REP-TITULO
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           WRITE REG-REPORTE FROM WS-REP-FECHA
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           WRITE REG-REPORTE FROM WS-REP-CABECERA
           WRITE REG-REPORTE FROM WS-REP-GUIONES.

      ***************************************************************
      * GRACIA SOBRE EL VENCIMIENTO (KYC_GRACIA_DIAS DE              *
      * TRX.PARAMETRO), LA MISMA QUE APLICA PDBTRX; SIN FILA, CERO.  *
      ***************************************************************
       1700-LEER-GRACIA-KYC.
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
                 PERFORM 3300-STOP-PROGRAM
           END-EVALUATE.

       2000-PROCESAMIENTO.
           EXEC SQL OPEN CUR_KYC END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              PERFORM 3300-STOP-PROGRAM
           END-IF
           PERFORM 2050-FETCH-CLIENTE
           PERFORM 2100-PROCESAR-CLIENTE UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_KYC END-EXEC.

       2050-FETCH-CLIENTE.
           EXEC SQL
                FETCH CUR_KYC
                INTO :DCLCLIENTE.CBU-CLIENTE,
                     :DCLCLIENTE.NIVEL-RIESGO :IND-NULL-NIV,
                     :DCLCLIENTE.FECHA-REV-KYC :IND-NULL-REV,
                     :DCLCLIENTE.FECHA-VTO-KYC :IND-NULL-VTO,
                     :WS-KYC-CONDICION
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

       2100-PROCESAR-CLIENTE.
           ADD 1 TO WS-TOT-LISTADOS
           IF IND-NULL-NIV = -1
              MOVE SPACES TO NIVEL-RIESGO OF DCLCLIENTE
           END-IF
           IF IND-NULL-REV = -1
              MOVE SPACES TO FECHA-REV-KYC OF DCLCLIENTE
           END-IF
           IF IND-NULL-VTO = -1
              MOVE SPACES TO FECHA-VTO-KYC OF DCLCLIENTE
           END-IF
           PERFORM 2200-IMPRIMIR-DETALLE
           PERFORM 2050-FETCH-CLIENTE.

       2200-IMPRIMIR-DETALLE.
           MOVE CBU-CLIENTE-TEXT OF DCLCLIENTE TO WS-RD-CBU
           MOVE NIVEL-RIESGO OF DCLCLIENTE TO WS-RD-NIVEL
           MOVE FECHA-REV-KYC OF DCLCLIENTE TO WS-RD-REVISION
           MOVE FECHA-VTO-KYC OF DCLCLIENTE TO WS-RD-VENCE
           EVALUATE TRUE
              WHEN WS-KYC-RESTRINGIDO
                 MOVE 'RESTRINGIDO' TO WS-RD-CONDICION
                 ADD 1 TO WS-TOT-RESTRINGIDOS
              WHEN WS-KYC-VENCIDO
                 MOVE 'VENCIDO' TO WS-RD-CONDICION
                 ADD 1 TO WS-TOT-VENCIDOS
              WHEN WS-KYC-SIN-REVISION
                 MOVE 'SIN REVISION' TO WS-RD-CONDICION
                 ADD 1 TO WS-TOT-SIN-REVISION
              WHEN OTHER
                 MOVE 'POR VENCER' TO WS-RD-CONDICION
                 ADD 1 TO WS-TOT-POR-VENCER
           END-EVALUATE
           WRITE REG-REPORTE FROM WS-REP-DETALLE.

      ********************************************************
      * PARRAFOS PARA CERRAR EL PROGRAMA                     *
      ********************************************************
       3000-END-PROGRAM.
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           MOVE 'CLIENTES LISTADOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-LISTADOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   VENCIDOS, DEBITOS TOPEADOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-RESTRINGIDOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   VENCIDOS DENTRO DE LA GRACIA' TO WS-RC-ETIQUETA
           MOVE WS-TOT-VENCIDOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   POR VENCER' TO WS-RC-ETIQUETA
           MOVE WS-TOT-POR-VENCER TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   SIN REVISION REGISTRADA' TO WS-RC-ETIQUETA
           MOVE WS-TOT-SIN-REVISION TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           CLOSE REPORTE-FICH
           PERFORM 3300-STOP-PROGRAM.

       3300-STOP-PROGRAM.
           STOP RUN.
