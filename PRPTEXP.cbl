       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRPTEXP.
       AUTHOR. TRONCOSO LEANDRO.
      **********************************************************
      * Reporte de exposicion intradiaria para tesoreria. Por  *
      * cada entidad y moneda con limite de deudor neto        *
      * (PMNTBCO, novedad 'L') informa el limite, lo usado en  *
      * el dia (la misma posicion neta que liquida PSETBCO),   *
      * el disponible y lo que espera liberacion de tesoreria  *
      * en PAUTTRX. Puede correr durante el dia, entre         *
      * corridas de PDBTRX y PAUTTRX, o despues del cierre. Es *
      * de solo lectura.                                       *
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
      * PARAMETRO DE ENTRADA: LA FECHA DEL DIA A REPORTAR. PUEDE
      * CORRER DURANTE EL DIA, ENTRE CORRIDAS DE PDBTRX Y PAUTTRX,
      * O DESPUES DEL CIERRE, JUNTO A PSETBCO.
       FD FICHERO-ENT RECORDING MODE IS F
                      DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA.
          05 REG-FECHA.
             10 REG-F-ANIO        PIC 9(4).
             10 REG-F-MES         PIC 99.
             10 REG-F-DIA         PIC 99.
          05 REG-F-NUM            REDEFINES REG-FECHA PIC 9(8).
          05 FILLER               PIC X(72).

      * REPORTE DE EXPOSICION INTRADIARIA PARA TESORERIA: POR CADA
      * ENTIDAD Y MONEDA CON LIMITE DE DEUDOR NETO (VER PMNTBCO,
      * NOVEDAD 'L'), EL LIMITE, LO USADO EN EL DIA Y EL DISPONIBLE.
      * LO USADO ES LA MISMA POSICION NETA QUE PSETBCO LIQUIDA PARA
      * ESE DIA, ENTIDAD Y MONEDA.
       FD REPORTE-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-REPORTE.
       01 REG-REPORTE              PIC X(80).

       WORKING-STORAGE SECTION.

       77 FS-ENTRADA               PIC 99.
       77 FS-REPORTE               PIC 99.

      * CONTADORES DEL REPORTE.
       77 WS-TOT-POSICIONES        PIC 9(9) COMP VALUE 0.
       77 WS-TOT-EXCEDIDAS         PIC 9(9) COMP VALUE 0.
       77 WS-TOT-CON-RETENIDAS     PIC 9(9) COMP VALUE 0.

      * LINEAS DEL REPORTE.
       01 WS-REP-GUIONES           PIC X(80) VALUE ALL '-'.
       01 WS-REP-TITULO.
          05 FILLER                PIC X(16) VALUE SPACES.
          05 FILLER                PIC X(48)
                VALUE 'REPORTE DE EXPOSICION INTRADIARIA - PRPTEXP'.
          05 FILLER                PIC X(16) VALUE SPACES.
       01 WS-REP-PERIODO.
          05 FILLER                PIC X(16) VALUE 'DIA REPORTADO:  '.
          05 WS-RP-ANIO            PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-RP-MES             PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 WS-RP-DIA             PIC 99.
          05 FILLER                PIC X(54) VALUE SPACES.
       01 WS-REP-CABECERA.
          05 FILLER                PIC X(4) VALUE 'BCO'.
          05 FILLER                PIC X(15) VALUE 'DESCRIPCION'.
          05 FILLER                PIC X(4) VALUE 'MON'.
          05 FILLER                PIC X(17) VALUE 'LIMITE'.
          05 FILLER                PIC X(18) VALUE 'USADO'.
          05 FILLER                PIC X(17) VALUE 'DISPONIBLE'.
          05 FILLER                PIC X(5) VALUE SPACES.
       01 WS-REP-DETALLE.
          05 WS-RD-ID-BANCO        PIC ZZ9.
          05 FILLER                PIC X VALUE SPACES.
          05 WS-RD-DESCRIPCION     PIC X(14).
          05 FILLER                PIC X VALUE SPACES.
          05 WS-RD-MONEDA          PIC X(4).
          05 WS-RD-LIMITE          PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X VALUE SPACES.
          05 WS-RD-USADO           PIC -Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X VALUE SPACES.
          05 WS-RD-DISPONIBLE      PIC -Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(5) VALUE SPACES.
      * MARCA DE LIMITE EXCEDIDO: SOLO PUEDE PASAR POR UNA
      * LIBERACION DE TESORERIA EN PAUTTRX O POR UN LIMITE BAJADO
      * DESPUES DE LAS SALIDAS DEL DIA.
       01 WS-REP-EXCEDIDO.
          05 FILLER                PIC X(6) VALUE SPACES.
          05 FILLER                PIC X(49) VALUE
                '*** LIMITE EXCEDIDO: SIN DISPONIBLE EN EL DIA ***'.
          05 FILLER                PIC X(25) VALUE SPACES.
      * LO QUE ESPERA LIBERACION DE TESORERIA EN TRX.TRX_PENDIENTE
      * (MOTIVO 'X') CONTRA LA ENTIDAD Y MONEDA: TODAVIA NO ES
      * USADO, PERO CONSUMIRIA DISPONIBLE SI SE LIBERA.
       01 WS-REP-RETENIDO.
          05 FILLER                PIC X(6) VALUE SPACES.
          05 FILLER                PIC X(36) VALUE
                'RETENIDO PARA LIBERACION TESORERIA:'.
          05 WS-RR-MONTO           PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-RR-CANT            PIC ZZZ,ZZ9.
          05 FILLER                PIC X(13) VALUE ' TRANSF.'.
       01 WS-REP-CONTADOR.
          05 WS-RC-ETIQUETA        PIC X(45).
          05 WS-RC-VALOR           PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(24) VALUE SPACES.

       01 WS-ERROR-NCONTROL.
          05 FILLER               PIC X(29)
                     VALUE 'ERROR NO CONTROLADO, CODIGO: '.
          05 WS-ENC-CODE          PIC -999.

      * POSICION DE LA ENTIDAD Y MONEDA ACTUALES.
       77 WS-COD-BANCO-ED          PIC 999.
       77 WS-USADO                 PIC S9(15)V99 COMP-3.
       77 WS-DISPONIBLE            PIC S9(15)V99 COMP-3.

      * SQLCA Y DCLGEN DE LA TABLA BANCO Y DE SUS LIMITES DE DEUDOR
      * NETO POR MONEDA.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TRXBCO END-EXEC.
           EXEC SQL INCLUDE TRXBLM END-EXEC.
           EXEC SQL BEGIN DECLARE SECTION
           END-EXEC.
       01 DCLAUX.
          10 COD-BANCO-TXT         PIC X(3).
          10 EXP-ENTIDAD           PIC S9(4) USAGE COMP.
          10 EXP-FECHA             PIC X(10).
          10 EXP-ENVIADO           PIC S9(13)V99 COMP-3.
          10 EXP-RECIBIDO          PIC S9(13)V99 COMP-3.
          10 EXP-DEVUELTO          PIC S9(13)V99 COMP-3.
          10 EXP-SUSPENSO          PIC S9(13)V99 COMP-3.
          10 EXP-RETENIDO          PIC S9(13)V99 COMP-3.
          10 CANT-RETENIDAS        PIC S9(9) USAGE COMP.

      * VENTANA DEL DIA A REPORTAR, CON EL MISMO RELLENO BYTE A BYTE
      * QUE EL FORMATO REAL DE DIA_HORA (VER PDBTRX).
       01 WS-TS-DIA-INI.
          05 WS-TSI-ANIO           PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-TSI-MES            PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 WS-TSI-DIA            PIC 99.
          05 FILLER                PIC X(8) VALUE '00:00:00'.
          05 FILLER                PIC X(8) VALUE SPACES.
       01 WS-TS-DIA-FIN.
          05 WS-TSF-ANIO           PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-TSF-MES            PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 WS-TSF-DIA            PIC 99.
          05 FILLER                PIC X(8) VALUE '23:59:59'.
          05 FILLER                PIC X(8) VALUE SPACES.
           EXEC SQL END DECLARE SECTION
           END-EXEC.

      * CURSOR DE LOS LIMITES CONFIGURADOS, CON LA DESCRIPCION DE SU
      * ENTIDAD. UNA ENTIDAD O MONEDA SIN LIMITE NO TIENE TOPE Y NO
      * APARECE EN EL REPORTE (SU POSICION SIGUE EN EL DE PSETBCO).
           EXEC SQL DECLARE CUR_LIM CURSOR FOR
                SELECT L.ID_BANCO, B.DESCRIPCION, L.MONEDA,
                       L.LIMITE_DEUDOR
                FROM TRX.BANCO_LIMITE L, TRX.BANCO B
                WHERE B.ID_BANCO = L.ID_BANCO
                ORDER BY L.ID_BANCO, L.MONEDA
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
           MOVE 50 TO DESCRIPCION-LEN OF DCLBANCO
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
              DISPLAY 'PRPTEXP: FECHA DE PROCESO INVALIDA'
              PERFORM 3300-STOP-PROGRAM
           END-IF
           MOVE REG-F-ANIO TO WS-TSI-ANIO WS-TSF-ANIO WS-RP-ANIO
           MOVE REG-F-MES  TO WS-TSI-MES WS-TSF-MES WS-RP-MES
           MOVE REG-F-DIA  TO WS-TSI-DIA WS-TSF-DIA WS-RP-DIA
           MOVE WS-TS-DIA-INI(1:10) TO EXP-FECHA OF DCLAUX
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
      * RECORREMOS LOS LIMITES CONFIGURADOS Y, PARA CADA ENTIDAD Y   *
      * MONEDA, CALCULAMOS LA POSICION DEL DIA E IMPRIMIMOS LIMITE,  *
      * USADO Y DISPONIBLE.                                          *
      ***************************************************************
       2000-PROCESAMIENTO.
           EXEC SQL OPEN CUR_LIM END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              PERFORM 3300-STOP-PROGRAM
           END-IF
           PERFORM 2050-FETCH-LIMITE
           PERFORM 2100-PROCESAR-LIMITE UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_LIM END-EXEC.

       2050-FETCH-LIMITE.
           EXEC SQL
                FETCH CUR_LIM
                INTO :DCLBCOLIM.ID-BANCO,
                     :DCLBANCO.DESCRIPCION,
                     :DCLBCOLIM.MONEDA,
                     :DCLBCOLIM.LIMITE-DEUDOR
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

       2100-PROCESAR-LIMITE.
           ADD 1 TO WS-TOT-POSICIONES
           MOVE ID-BANCO OF DCLBCOLIM TO WS-COD-BANCO-ED
           MOVE WS-COD-BANCO-ED TO COD-BANCO-TXT OF DCLAUX
           MOVE ID-BANCO OF DCLBCOLIM TO EXP-ENTIDAD OF DCLAUX
           PERFORM 2200-SUMAR-POSICION
           PERFORM 2300-SUMAR-RETENIDO
           PERFORM 2400-IMPRIMIR-POSICION
           PERFORM 2050-FETCH-LIMITE.

      ***************************************************************
      * POSICION NETA DEL DIA CONTRA LA ENTIDAD EN LA MONEDA, CON    *
      * LOS MISMOS SENTIDOS QUE PSETBCO: ENVIADO HACIA ELLA          *
      * (RECEPTOR DE LA ENTIDAD Y EMISOR NO), DEVOLUCIONES DE        *
      * PDEVSUS DEL DIA (SUMAN AL ENVIADO) Y RECIBIDO DESDE ELLA,    *
      * POSTEADO O SUSPENDIDO POR PDBENT (EL SUSPENDIDO CUENTA EN EL *
      * DIA DE SU FECHA-HORA Y SU REAPLICACION POR PMNTSUS NO SE     *
      * VUELVE A SUMAR).                                             *
      * ES EL MISMO CALCULO QUE CONTROLAN PDBTRX Y PAUTTRX.          *
      ***************************************************************
       2200-SUMAR-POSICION.
           EXEC SQL
                SELECT COALESCE(SUM(MONTO), 0)
                INTO :DCLAUX.EXP-ENVIADO
                FROM TRX.TRANSACCION
                WHERE SUBSTR(CBU_RECEPTOR, 1, 3) = :DCLAUX.COD-BANCO-TXT
                  AND SUBSTR(CBU_EMISOR, 1, 3) <> :DCLAUX.COD-BANCO-TXT
                  AND MONEDA = :DCLBCOLIM.MONEDA
                  AND DIA_HORA BETWEEN :WS-TS-DIA-INI AND :WS-TS-DIA-FIN
           END-EXEC
           IF SQLCODE = 0
              EXEC SQL
                   SELECT COALESCE(SUM(MONTO), 0)
                   INTO :DCLAUX.EXP-RECIBIDO
                   FROM TRX.TRANSACCION T
                   WHERE SUBSTR(CBU_EMISOR, 1, 3) =
                         :DCLAUX.COD-BANCO-TXT
                     AND SUBSTR(CBU_RECEPTOR, 1, 3) <>
                         :DCLAUX.COD-BANCO-TXT
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
                   INTO :DCLAUX.EXP-DEVUELTO
                   FROM TRX.CREDITO_SUSPENSO
                   WHERE ENTIDAD_ORIGEN = :DCLAUX.EXP-ENTIDAD
                     AND ESTADO_SUSP = 'D'
                     AND FECHA_DEVOL = :DCLAUX.EXP-FECHA
                     AND MONEDA = :DCLBCOLIM.MONEDA
              END-EXEC
           END-IF
           IF SQLCODE = 0
              EXEC SQL
                   SELECT COALESCE(SUM(MONTO), 0)
                   INTO :DCLAUX.EXP-SUSPENSO
                   FROM TRX.CREDITO_SUSPENSO
                   WHERE ENTIDAD_ORIGEN = :DCLAUX.EXP-ENTIDAD
                     AND MONEDA = :DCLBCOLIM.MONEDA
                     AND FECHA_HORA BETWEEN :WS-TS-DIA-INI
                                        AND :WS-TS-DIA-FIN
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              PERFORM 3300-STOP-PROGRAM
           END-IF
           COMPUTE WS-USADO = EXP-ENVIADO OF DCLAUX
                            + EXP-DEVUELTO OF DCLAUX
                            - EXP-RECIBIDO OF DCLAUX
                            - EXP-SUSPENSO OF DCLAUX
           END-COMPUTE
           COMPUTE WS-DISPONIBLE = LIMITE-DEUDOR OF DCLBCOLIM
                                 - WS-USADO
           END-COMPUTE.

      ***************************************************************
      * TRANSFERENCIAS HACIA LA ENTIDAD EN LA MONEDA QUE ESPERAN LA  *
      * LIBERACION DE TESORERIA (MOTIVO 'X' EN TRX.TRX_PENDIENTE),   *
      * SIN IMPORTAR EL DIA EN QUE SE DERIVARON.                     *
      ***************************************************************
       2300-SUMAR-RETENIDO.
           EXEC SQL
                SELECT COUNT(*), COALESCE(SUM(MONTO), 0)
                INTO :DCLAUX.CANT-RETENIDAS,
                     :DCLAUX.EXP-RETENIDO
                FROM TRX.TRX_PENDIENTE
                WHERE ESTADO_PEND = 'P'
                  AND MOTIVO_PEND = 'X'
                  AND SUBSTR(CBU_RECEPTOR, 1, 3) = :DCLAUX.COD-BANCO-TXT
                  AND MONEDA = :DCLBCOLIM.MONEDA
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              PERFORM 3300-STOP-PROGRAM
           END-IF.

       2400-IMPRIMIR-POSICION.
           MOVE ID-BANCO OF DCLBCOLIM TO WS-RD-ID-BANCO
           MOVE DESCRIPCION-TEXT OF DCLBANCO TO WS-RD-DESCRIPCION
           MOVE MONEDA OF DCLBCOLIM TO WS-RD-MONEDA
           MOVE LIMITE-DEUDOR OF DCLBCOLIM TO WS-RD-LIMITE
           MOVE WS-USADO TO WS-RD-USADO
           MOVE WS-DISPONIBLE TO WS-RD-DISPONIBLE
           WRITE REG-REPORTE FROM WS-REP-DETALLE
           IF WS-DISPONIBLE < 0
              ADD 1 TO WS-TOT-EXCEDIDAS
              WRITE REG-REPORTE FROM WS-REP-EXCEDIDO
           END-IF
           IF CANT-RETENIDAS OF DCLAUX > 0
              ADD 1 TO WS-TOT-CON-RETENIDAS
              MOVE EXP-RETENIDO OF DCLAUX TO WS-RR-MONTO
              MOVE CANT-RETENIDAS OF DCLAUX TO WS-RR-CANT
              WRITE REG-REPORTE FROM WS-REP-RETENIDO
           END-IF.

      ********************************************************
      * PARRAFOS PARA CERRAR EL PROGRAMA                     *
      ********************************************************
       3000-END-PROGRAM.
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           MOVE 'POSICIONES CON LIMITE REPORTADAS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-POSICIONES TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'POSICIONES CON LIMITE EXCEDIDO' TO WS-RC-ETIQUETA
           MOVE WS-TOT-EXCEDIDAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'POSICIONES CON TRANSFERENCIAS RETENIDAS'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-CON-RETENIDAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           CLOSE REPORTE-FICH
           PERFORM 3300-STOP-PROGRAM.

       3300-STOP-PROGRAM.
           STOP RUN.
