       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRPTBON.
       AUTHOR. TRONCOSO LEANDRO.
      **********************************************************
      * Reporte mensual de comision resignada por planes       *
      * promocionales (PMNTPLN). Por plan y moneda informa las *
      * transferencias bonificadas, los clientes que las       *
      * hicieron y la comision que se dejo de cobrar, con el   *
      * total por moneda, que coincide con lo que PFACCLI      *
      * informa como bonificado en el mismo periodo. Es de     *
      * solo lectura: se puede volver a correr.                *
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
      * PARAMETRO DE ENTRADA: EL AÑO Y MES A INFORMAR, IGUAL QUE LO
      * TOMA PFACCLI.
       FD FICHERO-ENT RECORDING MODE IS F
                      DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA.
          05 REG-PERIODO.
             10 REG-P-ANIO        PIC 9(4).
             10 REG-P-MES         PIC 99.
          05 REG-P-NUM            REDEFINES REG-PERIODO PIC 9(6).
          05 FILLER               PIC X(74).

      * REPORTE MENSUAL DE COMISION RESIGNADA POR PLANES
      * PROMOCIONALES (VER PMNTPLN Y 2315 DE PDBTRX): POR PLAN Y
      * MONEDA, LAS TRANSFERENCIAS BONIFICADAS, LOS CLIENTES QUE LAS
      * HICIERON Y LA COMISION QUE SE DEJO DE COBRAR. CIERRA CON EL
      * TOTAL POR MONEDA, QUE COINCIDE CON LO QUE PFACCLI INFORMA
      * COMO BONIFICADO EN EL MISMO PERIODO.
       FD REPORTE-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-REPORTE.
       01 REG-REPORTE              PIC X(80).

       WORKING-STORAGE SECTION.

       77 FS-ENTRADA               PIC 99.
       77 FS-REPORTE               PIC 99.

      * CONTADORES Y ACUMULADORES DEL REPORTE.
       77 WS-TOT-FILAS             PIC 9(9) COMP VALUE 0.
       77 WS-TOT-CANT-TRX          PIC 9(9) COMP VALUE 0.

      * LINEAS DEL REPORTE.
       01 WS-REP-GUIONES           PIC X(80) VALUE ALL '-'.
       01 WS-REP-TITULO.
          05 FILLER                PIC X(20) VALUE SPACES.
          05 FILLER                PIC X(40) VALUE
                'COMISION BONIFICADA POR PLANES - PRPTBON'.
          05 FILLER                PIC X(20) VALUE SPACES.
       01 WS-REP-PERIODO.
          05 FILLER                PIC X(19)
                         VALUE 'PERIODO INFORMADO: '.
          05 WS-RP-ANIO            PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-RP-MES             PIC 99.
          05 FILLER                PIC X(54) VALUE SPACES.
       01 WS-REP-CABECERA.
          05 FILLER                PIC X(7) VALUE 'PLAN'.
          05 FILLER                PIC X(23) VALUE 'DESCRIPCION'.
          05 FILLER                PIC X(2) VALUE 'T'.
          05 FILLER                PIC X(4) VALUE 'MON'.
          05 FILLER                PIC X(12) VALUE '  CANT. TRX'.
          05 FILLER                PIC X(11) VALUE '  CLIENTES'.
          05 FILLER                PIC X(21) VALUE
                '     COMISION BONIF.'.
       01 WS-REP-DETALLE.
          05 WS-RD-COD-PLAN        PIC X(6).
          05 FILLER                PIC X(1) VALUE SPACES.
          05 WS-RD-DESCRIPCION     PIC X(22).
          05 FILLER                PIC X(1) VALUE SPACES.
          05 WS-RD-TIPO-PLAN       PIC X(2).
          05 WS-RD-MONEDA          PIC X(4).
          05 FILLER                PIC X(3) VALUE SPACES.
          05 WS-RD-CANT-TRX        PIC ZZZ,ZZ9.
          05 FILLER                PIC X(4) VALUE SPACES.
          05 WS-RD-CANT-CLI        PIC ZZZ,ZZ9.
          05 FILLER                PIC X(3) VALUE SPACES.
          05 WS-RD-BONIFICADO      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(3) VALUE SPACES.
       01 WS-REP-CONTADOR.
          05 WS-RC-ETIQUETA        PIC X(45).
          05 WS-RC-VALOR           PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(24) VALUE SPACES.
       01 WS-REP-IMPORTE.
          05 WS-RI-ETIQUETA        PIC X(45).
          05 WS-RI-VALOR           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(15) VALUE SPACES.

      * TABLA DE TOTALES ACUMULADOS POR MONEDA, MISMO ESQUEMA QUE
      * PRPTCOM: LO BONIFICADO EN MONEDAS DISTINTAS NUNCA SE SUMA.
       77 WS-TM-CANT               PIC S9(4) COMP VALUE 0.
       01 WS-TM-TABLA.
          05 WS-TM-ENTRY OCCURS 10 TIMES INDEXED BY WS-TM-IDX.
             10 WS-TM-CODIGO       PIC X(3).
             10 WS-TM-CANT-TRX     PIC 9(9) COMP.
             10 WS-TM-BONIFICADO   PIC S9(13)V99 COMP-3.
       77 WS-TM-BUSCAR-IDX         PIC S9(4) COMP.
       77 WS-TM-ENCONTRADA         PIC X VALUE 'N'.
          88 WS-TM-ENCONTRADA-S    VALUE 'S'.

       01 WS-ERROR-NCONTROL.
          05 FILLER               PIC X(29)
                     VALUE 'ERROR NO CONTROLADO, CODIGO: '.
          05 WS-ENC-CODE          PIC -999.

      * SQLCA. LOS DATOS DEL PLAN SE LEEN POR LEFT JOIN EN EL CURSOR:
      * LOS PLANES DADOS DE BAJA TAMBIEN SE LISTAN, PORQUE LO QUE
      * BONIFICARON MIENTRAS ESTUVIERON VIGENTES SIGUE CONTANDO.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL BEGIN DECLARE SECTION
           END-EXEC.
       01 DCLAUX.
          10 COD-PLAN              PIC X(6).
          10 DESCRIPCION           PIC X(30).
          10 TIPO-PLAN             PIC X(1).
          10 MONEDA                PIC X(3).
          10 CANT-TRX              PIC S9(9) COMP.
          10 CANT-CLI              PIC S9(9) COMP.
          10 TOT-BONIFICADO        PIC S9(13)V99 COMP-3.
      * VENTANA DEL MES, MISMO RELLENO BYTE A BYTE QUE PFACCLI.
       01 WS-TS-MES-INI.
          05 WS-TSI-ANIO           PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-TSI-MES            PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 FILLER                PIC XX VALUE '01'.
          05 FILLER                PIC X(8) VALUE '00:00:00'.
          05 FILLER                PIC X(8) VALUE SPACES.
       01 WS-TS-MES-FIN.
          05 WS-TSF-ANIO           PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-TSF-MES            PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 FILLER                PIC XX VALUE '31'.
          05 FILLER                PIC X(8) VALUE '23:59:59'.
          05 FILLER                PIC X(8) VALUE SPACES.
           EXEC SQL END DECLARE SECTION
           END-EXEC.

      * CURSOR DE LAS TRANSFERENCIAS BONIFICADAS DEL MES, AGRUPADAS
      * POR PLAN Y MONEDA. UNA TRANSFERENCIA CON PLAN PERO SIN
      * BONIFICACION NO EXISTE (PDBTRX SOLO GRABA EL PLAN CUANDO
      * BONIFICO ALGO).
           EXEC SQL DECLARE CUR_BON CURSOR FOR
                SELECT T.COD_PLAN,
                       COALESCE(P.DESCRIPCION, ' '),
                       COALESCE(P.TIPO_PLAN, ' '),
                       T.MONEDA, COUNT(*),
                       COUNT(DISTINCT T.CBU_EMISOR),
                       COALESCE(SUM(T.COMISION_BONIF), 0)
                FROM TRX.TRANSACCION T
                LEFT JOIN TRX.PLAN_COMISION P
                  ON P.COD_PLAN = T.COD_PLAN
                WHERE T.COD_PLAN <> ' '
                  AND T.DIA_HORA BETWEEN :WS-TS-MES-INI
                                     AND :WS-TS-MES-FIN
                GROUP BY T.COD_PLAN, P.DESCRIPCION, P.TIPO_PLAN,
                         T.MONEDA
                ORDER BY T.COD_PLAN, T.MONEDA
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
           IF REG-P-NUM IS NOT NUMERIC OR REG-P-NUM = 0
              OR REG-P-MES < 1 OR REG-P-MES > 12
              DISPLAY 'PRPTBON: PERIODO INVALIDO'
              PERFORM 3300-STOP-PROGRAM
           END-IF
           MOVE REG-P-ANIO TO WS-TSI-ANIO WS-TSF-ANIO WS-RP-ANIO
           MOVE REG-P-MES  TO WS-TSI-MES WS-TSF-MES WS-RP-MES
           OPEN OUTPUT REPORTE-FICH
           IF FS-REPORTE NOT = 00
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
      * RECORREMOS LAS FILAS (PLAN, MONEDA) DEL MES: CADA UNA SE     *
      * IMPRIME Y SE ACUMULA EN EL TOTAL DE SU MONEDA.               *
      ***************************************************************
       2000-PROCESAMIENTO.
           EXEC SQL OPEN CUR_BON END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              PERFORM 3300-STOP-PROGRAM
           END-IF
           PERFORM 2900-LEER-BONIFICADO
           PERFORM 2100-PROCESAR-PLAN UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_BON END-EXEC.

       2100-PROCESAR-PLAN.
           ADD 1 TO WS-TOT-FILAS
           ADD CANT-TRX OF DCLAUX TO WS-TOT-CANT-TRX
           PERFORM 2230-ACUMULAR-TOTAL-MONEDA
           PERFORM 2300-IMPRIMIR-DETALLE
           PERFORM 2900-LEER-BONIFICADO.

      ***************************************************************
      * ACUMULA LO BONIFICADO DE ESTA FILA EN LA TABLA DE TOTALES    *
      * POR MONEDA (WS-TM-TABLA), IGUAL QUE PRPTCOM.                 *
      ***************************************************************
       2230-ACUMULAR-TOTAL-MONEDA.
           PERFORM 2240-BUSCAR-MONEDA
           IF WS-TM-ENCONTRADA-S
              ADD CANT-TRX OF DCLAUX TO WS-TM-CANT-TRX(WS-TM-BUSCAR-IDX)
              ADD TOT-BONIFICADO OF DCLAUX
                              TO WS-TM-BONIFICADO(WS-TM-BUSCAR-IDX)
           ELSE
              IF WS-TM-CANT < 10
                 ADD 1 TO WS-TM-CANT
                 MOVE MONEDA OF DCLAUX TO WS-TM-CODIGO(WS-TM-CANT)
                 MOVE CANT-TRX OF DCLAUX TO WS-TM-CANT-TRX(WS-TM-CANT)
                 MOVE TOT-BONIFICADO OF DCLAUX
                                   TO WS-TM-BONIFICADO(WS-TM-CANT)
              ELSE
                 DISPLAY 'PRPTBON: DEMASIADAS MONEDAS DISTINTAS, '
                         'TOTAL OMITIDO PARA ' MONEDA OF DCLAUX
              END-IF
           END-IF.

       2240-BUSCAR-MONEDA.
           MOVE 'N' TO WS-TM-ENCONTRADA
           PERFORM 2241-COMPARAR-MONEDA
              VARYING WS-TM-BUSCAR-IDX FROM 1 BY 1
              UNTIL WS-TM-BUSCAR-IDX > WS-TM-CANT
                 OR WS-TM-ENCONTRADA-S.

       2241-COMPARAR-MONEDA.
           IF WS-TM-CODIGO(WS-TM-BUSCAR-IDX) = MONEDA OF DCLAUX
              MOVE 'S' TO WS-TM-ENCONTRADA
           END-IF.

       2300-IMPRIMIR-DETALLE.
           MOVE COD-PLAN OF DCLAUX TO WS-RD-COD-PLAN
           IF DESCRIPCION OF DCLAUX = SPACES
              MOVE '(PLAN INEXISTENTE)' TO WS-RD-DESCRIPCION
           ELSE
              MOVE DESCRIPCION OF DCLAUX TO WS-RD-DESCRIPCION
           END-IF
           MOVE TIPO-PLAN OF DCLAUX TO WS-RD-TIPO-PLAN
           MOVE MONEDA OF DCLAUX TO WS-RD-MONEDA
           MOVE CANT-TRX OF DCLAUX TO WS-RD-CANT-TRX
           MOVE CANT-CLI OF DCLAUX TO WS-RD-CANT-CLI
           MOVE TOT-BONIFICADO OF DCLAUX TO WS-RD-BONIFICADO
           WRITE REG-REPORTE FROM WS-REP-DETALLE.

       2900-LEER-BONIFICADO.
           EXEC SQL
                FETCH CUR_BON
                INTO :DCLAUX.COD-PLAN, :DCLAUX.DESCRIPCION,
                     :DCLAUX.TIPO-PLAN, :DCLAUX.MONEDA,
                     :DCLAUX.CANT-TRX, :DCLAUX.CANT-CLI,
                     :DCLAUX.TOT-BONIFICADO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR SQLCODE EN FETCH CUR_BON: ' SQLCODE
                 PERFORM 3300-STOP-PROGRAM
           END-EVALUATE.

      ********************************************************
      * PARRAFOS PARA CERRAR EL PROGRAMA                     *
      ********************************************************
       3000-END-PROGRAM.
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           MOVE 'PLANES/MONEDAS LISTADOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-FILAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'TRANSFERENCIAS BONIFICADAS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-CANT-TRX TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           PERFORM 3100-IMPRIMIR-TOTAL-MONEDA
              VARYING WS-TM-IDX FROM 1 BY 1
              UNTIL WS-TM-IDX > WS-TM-CANT
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           CLOSE REPORTE-FICH
           PERFORM 3300-STOP-PROGRAM.

      ***************************************************************
      * IMPRIME EL TOTAL BONIFICADO DE UNA MONEDA.                   *
      ***************************************************************
       3100-IMPRIMIR-TOTAL-MONEDA.
           MOVE SPACES TO WS-RI-ETIQUETA
           STRING 'COMISION BONIFICADA EN ' DELIMITED BY SIZE
                  WS-TM-CODIGO(WS-TM-IDX) DELIMITED BY SIZE
              INTO WS-RI-ETIQUETA
           END-STRING
           MOVE WS-TM-BONIFICADO(WS-TM-IDX) TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE.

       3300-STOP-PROGRAM.
           STOP RUN.
