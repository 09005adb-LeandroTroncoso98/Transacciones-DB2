       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCONMAY.
       AUTHOR. TRONCOSO LEANDRO.
      **********************************************************
      * Prueba diaria del mayor contra el auxiliar de clientes.*
      * Corre despues de PEXTCON y PSNAPDIA: la variacion de   *
      * saldos de las cuentas de clientes por moneda (la foto  *
      * de TRX.SALDO_DIARIO del dia menos la anterior) tiene   *
      * que ser igual al neto de las patas de la cuenta        *
      * CLIENTES del archivo de asientos de PEXTCON (mas el de *
      * PREVAL en el cierre de mes). Las diferencias se        *
      * informan por moneda y por origen del movimiento, y el  *
      * resultado queda en TRX.CONTROL_PROCESO para PCIERRE.   *
      * Es de solo lectura: se vuelve a correr las veces que   *
      * haga falta.                                            *
      **********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-ENT ASSIGN TO ENTRADA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.

           SELECT ASIENTO-FICH ASSIGN TO ASIENTOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ASIENTO.

           SELECT REVALUO-FICH ASSIGN TO REVALUO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REVALUO.

           SELECT REPORTE-FICH ASSIGN TO REPORTE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
      * PARAMETRO DE ENTRADA: EL DIA CONTABLE A PROBAR, LA MARCA DE
      * CIERRE DE MES ('S' CUANDO ESA NOCHE CORRIO PREVAL Y SU
      * ARCHIVO VIENE EN REVALUO) Y LA MARCA DE CONFORMIDAD DE
      * CONTADURIA: LA CORRIDA NORMAL VA EN BLANCO; SI QUEDARON
      * DIFERENCIAS, CONTADURIA LAS RESUELVE Y VUELVE A CORRER EL
      * PASO, O LAS ACEPTA CON 'S' PARA LIBERAR EL CIERRE DEL DIA.
       FD FICHERO-ENT RECORDING MODE IS F
                      DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA.
          05 REG-FECHA.
             10 REG-F-ANIO        PIC 9(4).
             10 REG-F-MES         PIC 99.
             10 REG-F-DIA         PIC 99.
          05 REG-F-NUM            REDEFINES REG-FECHA PIC 9(8).
          05 REG-CIERRE-MES       PIC X.
             88 REG-CIERRE-MES-S  VALUE 'S'.
          05 REG-CONFORME         PIC X.
             88 REG-CONFORME-S    VALUE 'S'.
          05 FILLER               PIC X(70).

      * ARCHIVO DE ASIENTOS DEL DIA QUE EMITIO PEXTCON (MISMO
      * LAYOUT: UNA PATA POR REGISTRO Y CIERRE DE CONTROL).
       FD ASIENTO-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-ASIENTO.
       01 REG-ASIENTO.
          05 A-TIPO-REGISTRO      PIC X(1).
          05 A-DEBE-HABER         PIC X(1).
          05 A-CUENTA             PIC X(10).
          05 A-MONEDA             PIC X(3).
          05 A-IMPORTE            PIC 9(13)V99.
          05 A-ID-TRX             PIC 9(9).
          05 A-FECHA              PIC X(10).

      * VISTA DEL CIERRE DE CONTROL (ULTIMO REGISTRO DEL ARCHIVO).
       01 REG-ASIENTO-TRAILER REDEFINES REG-ASIENTO.
          05 AT-TIPO-REGISTRO     PIC X(1).
          05 AT-CANT-PATAS        PIC 9(9).
          05 AT-TOTAL-CONTROL     PIC 9(15)V99.
          05 FILLER               PIC X(22).

      * ARCHIVO DE ASIENTOS DE LA REVALUACION DE CIERRE DE MES QUE
      * EMITIO PREVAL (MISMO LAYOUT QUE EL DE PEXTCON).
       FD REVALUO-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-REVALUO.
       01 REG-REVALUO.
          05 R-TIPO-REGISTRO      PIC X(1).
          05 R-DEBE-HABER         PIC X(1).
          05 R-CUENTA             PIC X(10).
          05 R-MONEDA             PIC X(3).
          05 R-IMPORTE            PIC 9(13)V99.
          05 R-ID-TRX             PIC 9(9).
          05 R-FECHA              PIC X(10).

       01 REG-REVALUO-TRAILER REDEFINES REG-REVALUO.
          05 RT-TIPO-REGISTRO     PIC X(1).
          05 RT-CANT-PATAS        PIC 9(9).
          05 RT-TOTAL-CONTROL     PIC 9(15)V99.
          05 FILLER               PIC X(22).

      * REPORTE DE LA PRUEBA PARA CONTADURIA.
       FD REPORTE-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-REPORTE.
       01 REG-REPORTE              PIC X(80).

       WORKING-STORAGE SECTION.

       77 FS-ENTRADA               PIC 99.
       77 FS-ASIENTO               PIC 99.
          88 FS-ASIENTO-END        VALUE 10.
       77 FS-REVALUO               PIC 99.
          88 FS-REVALUO-END        VALUE 10.
       77 FS-REPORTE               PIC 99.

      * RESULTADO DE LA PRUEBA: CUALQUIER DIFERENCIA (O UN ARCHIVO
      * DE ASIENTOS QUE NO CIERRA CONTRA SU PROPIO CONTROL) DEJA EL
      * DIA EN DIFERENCIA Y BLOQUEA EL CIERRE EN PCIERRE.
       77 WS-PRUEBA-OK             PIC X VALUE 'S'.
          88 WS-PRUEBA-OK-S        VALUE 'S'.
          88 WS-PRUEBA-OK-N        VALUE 'N'.

      * CONTROL DE CADA ARCHIVO DE ASIENTOS LEIDO: CANTIDAD DE PATAS
      * Y TOTAL DE CONTROL RECALCULADOS, CONTRA SU CIERRE.
       77 WS-CTL-PATAS             PIC 9(9) COMP VALUE 0.
       77 WS-CTL-TOTAL             PIC 9(15)V99 VALUE 0.
       77 WS-CTL-TRAILER           PIC X VALUE 'N'.
          88 WS-CTL-TRAILER-S      VALUE 'S'.

      * CONTADORES DEL REPORTE.
       77 WS-TOT-PATAS             PIC 9(9) COMP VALUE 0.
       77 WS-TOT-PATAS-CLI         PIC 9(9) COMP VALUE 0.
       77 WS-TOT-PATAS-REVAL       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-MOVIMIENTOS       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-ENTRE-MONEDAS     PIC 9(9) COMP VALUE 0.
       77 WS-TOT-SIN-MOVIMIENTO    PIC 9(9) COMP VALUE 0.
       77 WS-TOT-DIFERENCIAS       PIC 9(9) COMP VALUE 0.

      * ORIGENES DEL MOVIMIENTO EN LOS QUE SE ABRE LA PRUEBA. UNA
      * PATA DE CLIENTES QUE NO SE ENCUENTRA EN TRX.TRANSACCION, Y
      * LA VARIACION DE SALDO QUE NINGUN MOVIMIENTO EXPLICA, VAN A
      * 'SIN MOVIMIENTO'.
       77 WS-ORIGENES-CANT         PIC S9(4) COMP VALUE 8.
       01 WS-ORIGENES-TXT.
          05 FILLER                PIC X(16) VALUE 'TRANSFERENCIAS'.
          05 FILLER                PIC X(16) VALUE 'INTERBANCARIAS'.
          05 FILLER                PIC X(16) VALUE 'COMISIONES'.
          05 FILLER                PIC X(16) VALUE 'INTERESES'.
          05 FILLER                PIC X(16) VALUE 'REVERSOS'.
          05 FILLER                PIC X(16) VALUE 'IMP. AL DEBITO'.
          05 FILLER                PIC X(16) VALUE 'REVALUACION'.
          05 FILLER                PIC X(16) VALUE 'SIN MOVIMIENTO'.
       01 WS-ORIGENES-TAB REDEFINES WS-ORIGENES-TXT.
          05 WS-ORIGEN-NOMBRE OCCURS 8 TIMES PIC X(16).
       77 WS-OR-TRANSFERENCIA      PIC S9(4) COMP VALUE 1.
       77 WS-OR-INTERBANCARIA      PIC S9(4) COMP VALUE 2.
       77 WS-OR-COMISION           PIC S9(4) COMP VALUE 3.
       77 WS-OR-INTERES            PIC S9(4) COMP VALUE 4.
       77 WS-OR-REVERSO            PIC S9(4) COMP VALUE 5.
       77 WS-OR-IMPUESTO           PIC S9(4) COMP VALUE 6.
       77 WS-OR-REVALUACION        PIC S9(4) COMP VALUE 7.
       77 WS-OR-SIN-MOVIMIENTO     PIC S9(4) COMP VALUE 8.

      * TABLA DE LA PRUEBA POR MONEDA: LAS FOTOS DE SALDO, LAS ALTAS
      * DEL DIA, EL AJUSTE DE POSICION DE LA REVALUACION (SOLO
      * INFORMATIVO: ES UN RESULTADO EN MONEDA BASE, NO MUEVE LOS
      * SALDOS DE LAS CUENTAS) Y, POR ORIGEN, LO ASENTADO EN EL
      * MAYOR Y LO MOVIDO EN EL AUXILIAR.
       77 WS-PR-CANT               PIC S9(4) COMP VALUE 0.
       01 WS-PR-TABLA.
          05 WS-PR-ENTRY OCCURS 20 TIMES INDEXED BY WS-PR-IDX.
             10 WS-PR-MONEDA       PIC X(3).
             10 WS-PR-SALDO-HOY    PIC S9(15)V99 COMP-3.
             10 WS-PR-SALDO-ANT    PIC S9(15)V99 COMP-3.
             10 WS-PR-ALTAS        PIC S9(15)V99 COMP-3.
             10 WS-PR-POSICION     PIC S9(15)V99 COMP-3.
             10 WS-PR-ORIGEN OCCURS 8 TIMES.
                15 WS-PR-MAYOR     PIC S9(15)V99 COMP-3.
                15 WS-PR-AUXILIAR  PIC S9(15)V99 COMP-3.
       77 WS-PR-BUSCAR-IDX         PIC S9(4) COMP.
       77 WS-PR-RESULT             PIC S9(4) COMP VALUE 0.
       77 WS-OR-IDX                PIC S9(4) COMP.

      * IMPORTE A ACUMULAR: MONEDA, ORIGEN, LADO ('M' MAYOR, 'A'
      * AUXILIAR) E IMPORTE CON SIGNO (POSITIVO AUMENTA EL SALDO DE
      * LOS CLIENTES).
       77 WS-AC-MONEDA             PIC X(3).
       77 WS-AC-ORIGEN             PIC S9(4) COMP.
       77 WS-AC-LADO               PIC X.
          88 WS-AC-MAYOR           VALUE 'M'.
          88 WS-AC-AUXILIAR        VALUE 'A'.
       77 WS-AC-IMPORTE            PIC S9(15)V99 COMP-3.

      * CLASIFICACION DEL MOVIMIENTO EN PROCESO: ORIGEN DEL IMPORTE
      * PRINCIPAL, ORIGEN DE LA COMISION (EL INTERES DEUDOR DE
      * PDEVENG VIAJA EN COMISION) Y SI CADA EXTREMO ES UNA CUENTA
      * DE CLIENTE, CON SU MONEDA.
       77 WS-CL-ORIGEN             PIC S9(4) COMP.
       77 WS-CL-ORIGEN-COM         PIC S9(4) COMP.
       77 WS-CL-COMISION           PIC S9(13)V99 COMP-3.
       77 WS-CL-IMPUESTO           PIC S9(13)V99 COMP-3.
       77 WS-CL-RESTO              PIC S9(15)V99 COMP-3.
       77 WS-CL-SIGNO              PIC S9 COMP-3.
       77 WS-CL-EMISOR-CLI         PIC X VALUE 'N'.
          88 WS-CL-EMISOR-CLI-S    VALUE 'S'.
       77 WS-CL-RECEPTOR-CLI       PIC X VALUE 'N'.
          88 WS-CL-RECEPTOR-CLI-S  VALUE 'S'.
       77 WS-CL-MONEDA-EMISOR      PIC X(3).
       77 WS-CL-MONEDA-RECEPTOR    PIC X(3).
       77 WS-CL-CBU-EMISOR         PIC X(22).
       77 WS-CL-CBU-RECEPTOR       PIC X(22).
       77 WS-CL-CBU                PIC X(22).
       77 WS-CL-ES-CLIENTE         PIC X.
       77 WS-CL-MONEDA-CLIENTE     PIC X(3).
       77 WS-TRX-HALLADA           PIC X VALUE 'N'.
          88 WS-TRX-HALLADA-S      VALUE 'S'.
       77 WS-ULT-ID-TRX            PIC S9(9) COMP VALUE -1.

      * CBU FICTICIOS DE IMPUTACION (VER PCUOCLI, PDEVENG, PMNTPZF
      * Y PVENPZF).
       77 WS-CBU-CUOTAS            PIC X(22) VALUE ALL '0'.
       77 WS-CBU-INT-DEUDOR        PIC X(22) VALUE ALL '8'.
       77 WS-CBU-INT-ACREEDOR      PIC X(22) VALUE ALL '9'.
       77 WS-CBU-PLAZO-FIJO        PIC X(22) VALUE ALL '7'.
       77 WS-CBU-INT-PLAZO-FIJO    PIC X(22) VALUE ALL '6'.

      * IMPORTES DE LA LINEA EN EMISION.
       77 WS-IMP-MAYOR             PIC S9(15)V99 COMP-3.
       77 WS-IMP-AUXILIAR          PIC S9(15)V99 COMP-3.
       77 WS-IMP-DIFERENCIA        PIC S9(15)V99 COMP-3.
       77 WS-TOT-MAYOR             PIC S9(15)V99 COMP-3.
       77 WS-TOT-AUXILIAR          PIC S9(15)V99 COMP-3.
       77 WS-VARIACION             PIC S9(15)V99 COMP-3.

      * LINEAS DEL REPORTE.
       01 WS-REP-GUIONES           PIC X(80) VALUE ALL '-'.
       01 WS-REP-TITULO.
          05 FILLER                PIC X(16) VALUE SPACES.
          05 FILLER                PIC X(48) VALUE
                'PRUEBA DEL MAYOR CONTRA EL AUXILIAR - PCONMAY'.
          05 FILLER                PIC X(16) VALUE SPACES.
       01 WS-REP-PERIODO.
          05 FILLER                PIC X(16) VALUE 'DIA CONTABLE:   '.
          05 WS-RP-FECHA           PIC X(10).
          05 FILLER                PIC X(4) VALUE SPACES.
          05 FILLER                PIC X(16) VALUE 'FOTO ANTERIOR: '.
          05 WS-RP-FECHA-ANT       PIC X(10).
          05 FILLER                PIC X(4) VALUE SPACES.
          05 WS-RP-CIERRE-MES      PIC X(20).
       01 WS-REP-MONEDA.
          05 FILLER                PIC X(8) VALUE 'MONEDA: '.
          05 WS-RM-MONEDA          PIC X(3).
          05 FILLER                PIC X(69) VALUE SPACES.
       01 WS-REP-CABECERA.
          05 FILLER                PIC X(4) VALUE SPACES.
          05 FILLER                PIC X(18) VALUE 'ORIGEN'.
          05 FILLER                PIC X(19) VALUE
                '            MAYOR'.
          05 FILLER                PIC X(19) VALUE
                '         AUXILIAR'.
          05 FILLER                PIC X(20) VALUE
                '       DIFERENCIA'.
       01 WS-REP-DETALLE.
          05 FILLER                PIC X(4) VALUE SPACES.
          05 WS-RD-ORIGEN          PIC X(18).
          05 WS-RD-MAYOR           PIC -Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-RD-AUXILIAR        PIC -Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-RD-DIFERENCIA      PIC -Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(3) VALUE SPACES.
       01 WS-REP-INFORMATIVO.
          05 FILLER                PIC X(4) VALUE SPACES.
          05 WS-RN-ETIQUETA        PIC X(41).
          05 WS-RN-VALOR           PIC -Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(18) VALUE SPACES.
       01 WS-REP-VEREDICTO.
          05 WS-RV-TEXTO           PIC X(80).
       01 WS-REP-CONTADOR.
          05 WS-RC-ETIQUETA        PIC X(45).
          05 WS-RC-VALOR           PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(24) VALUE SPACES.

       77 IND-NULL-ORIG            PIC S9(4) COMP-5.
       77 IND-NULL-IMP             PIC S9(4) COMP-5.
       77 IND-FECHA-ANT            PIC S9(4) COMP-5.

       01 WS-ERROR-NCONTROL.
          05 FILLER               PIC X(29)
                     VALUE 'ERROR NO CONTROLADO, CODIGO: '.
          05 WS-ENC-CODE          PIC -999.

      * SQLCA Y DCLGEN DE LAS TABLAS TRANSACCION, CLIENTE, FOTO
      * DIARIA DE SALDOS (VER PSNAPDIA) Y CONTROL DE PROCESOS: EL
      * PASO REGISTRA EL RESULTADO DE LA PRUEBA ('C' CUADRA, 'M'
      * MAYOR Y AUXILIAR EN DIFERENCIA) PARA QUE PCIERRE NO CIERRE
      * UN DIA QUE NO CUADRA CONTRA EL MAYOR.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TRXTRX END-EXEC.
           EXEC SQL INCLUDE TRXCLI END-EXEC.
           EXEC SQL INCLUDE TRXSDIA END-EXEC.
           EXEC SQL INCLUDE TRXCTL END-EXEC.
           EXEC SQL BEGIN DECLARE SECTION
           END-EXEC.
       01 DCLAUX.
          10 MONEDA                PIC X(3).
          10 SUMA-PARCIAL          PIC S9(15)V99 COMP-3.
      * FECHA DEL DIA CONTABLE Y DE LA FOTO ANTERIOR DE SALDOS.
          10 HV-FECHA-HOY          PIC X(10).
          10 HV-FECHA-ANT          PIC X(10).
          10 NUMERO-REG            PIC S9(9) COMP.
           EXEC SQL END DECLARE SECTION
           END-EXEC.

      * VENTANA DEL DIA CONTABLE, CON EL MISMO RELLENO BYTE A BYTE
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

      * NOMBRE CON EL QUE EL PASO REGISTRA SU RESULTADO EN
      * TRX.CONTROL_PROCESO.
       77 WS-PROGRAMA              PIC X(8) VALUE 'PCONMAY'.

      * MOVIMIENTOS DEL DIA, REVERSOS INCLUIDOS, CON LA MISMA
      * VENTANA QUE PEXTCON Y PSNAPDIA.
           EXEC SQL DECLARE CUR_TRX CURSOR FOR
                SELECT ID_TRX, MONTO, COMISION, MONTO_TOTAL, MONEDA,
                       ID_TRX_ORIGINAL, IMPUESTO_DEBITO, CBU_EMISOR,
                       CBU_RECEPTOR
                FROM TRX.TRANSACCION
                WHERE DIA_HORA BETWEEN :WS-TS-DIA-INI
                                   AND :WS-TS-DIA-FIN
                ORDER BY ID_TRX
           END-EXEC.

      * SUMA DE LOS SALDOS DE CIERRE DE UNA FOTO, POR MONEDA DE LA
      * CUENTA.
           EXEC SQL DECLARE CUR_FOTO CURSOR FOR
                SELECT C.MONEDA, COALESCE(SUM(S.SALDO_CIERRE), 0)
                FROM TRX.SALDO_DIARIO S, TRX.CLIENTE C
                WHERE C.CBU_CLIENTE = S.CBU
                  AND S.FECHA = :DCLSALDODIA.FECHA
                GROUP BY C.MONEDA
                ORDER BY C.MONEDA
           END-EXEC.

      * CUENTAS QUE APARECEN EN LA FOTO DEL DIA Y NO EN LA ANTERIOR:
      * SU SALDO DE ALTA NO ES UN MOVIMIENTO Y SE DESCUENTA DE LA
      * VARIACION.
           EXEC SQL DECLARE CUR_ALTAS CURSOR FOR
                SELECT C.MONEDA, COALESCE(SUM(C.SALDO_INICIAL), 0)
                FROM TRX.SALDO_DIARIO S, TRX.CLIENTE C
                WHERE C.CBU_CLIENTE = S.CBU
                  AND S.FECHA = :DCLAUX.HV-FECHA-HOY
                  AND NOT EXISTS
                      (SELECT 1 FROM TRX.SALDO_DIARIO A
                       WHERE A.CBU = S.CBU
                         AND A.FECHA = :DCLAUX.HV-FECHA-ANT)
                GROUP BY C.MONEDA
                ORDER BY C.MONEDA
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
              DISPLAY 'PCONMAY: FECHA CONTABLE INVALIDA'
              PERFORM 3300-STOP-PROGRAM
           END-IF
           MOVE REG-F-ANIO TO WS-TSI-ANIO WS-TSF-ANIO
           MOVE REG-F-MES  TO WS-TSI-MES WS-TSF-MES
           MOVE REG-F-DIA  TO WS-TSI-DIA WS-TSF-DIA
           MOVE WS-TS-DIA-INI(1:10) TO HV-FECHA-HOY OF DCLAUX
                                       WS-RP-FECHA
           IF REG-CIERRE-MES-S
              MOVE 'CON CIERRE DE MES' TO WS-RP-CIERRE-MES
           ELSE
              MOVE SPACES TO WS-RP-CIERRE-MES
           END-IF
           PERFORM 1500-BUSCAR-FOTO-ANTERIOR
           MOVE HV-FECHA-ANT OF DCLAUX TO WS-RP-FECHA-ANT
           OPEN INPUT ASIENTO-FICH
           IF FS-ASIENTO NOT = 00
              PERFORM 3300-STOP-PROGRAM
           END-IF
           IF REG-CIERRE-MES-S
              OPEN INPUT REVALUO-FICH
              IF FS-REVALUO NOT = 00
                 CLOSE ASIENTO-FICH
                 PERFORM 3300-STOP-PROGRAM
              END-IF
           END-IF
           OPEN OUTPUT REPORTE-FICH
           IF FS-REPORTE NOT = 00
              CLOSE ASIENTO-FICH
              IF REG-CIERRE-MES-S
                 CLOSE REVALUO-FICH
              END-IF
              PERFORM 3300-STOP-PROGRAM
           END-IF
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           WRITE REG-REPORTE FROM WS-REP-TITULO
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           WRITE REG-REPORTE FROM WS-REP-PERIODO
           WRITE REG-REPORTE FROM WS-REP-GUIONES.

      ***************************************************************
      * LA FOTO DEL DIA TIENE QUE EXISTIR (PSNAPDIA CORRE ANTES) Y   *
      * HACE FALTA UNA FOTO ANTERIOR PARA MEDIR LA VARIACION: SIN    *
      * ELLAS LA PRUEBA NO SE PUEDE HACER Y EL PASO SE DETIENE SIN   *
      * REGISTRAR RESULTADO.                                         *
      ***************************************************************
       1500-BUSCAR-FOTO-ANTERIOR.
           MOVE HV-FECHA-HOY OF DCLAUX TO FECHA OF DCLSALDODIA
           EXEC SQL
                SELECT COUNT(CBU)
                INTO :DCLAUX.NUMERO-REG
                FROM TRX.SALDO_DIARIO
                WHERE FECHA = :DCLSALDODIA.FECHA
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              PERFORM 3300-STOP-PROGRAM
           END-IF
           IF NUMERO-REG OF DCLAUX = 0
              DISPLAY 'PCONMAY: NO HAY FOTO DE SALDOS DEL DIA '
                      HV-FECHA-HOY OF DCLAUX
              PERFORM 3300-STOP-PROGRAM
           END-IF
           EXEC SQL
                SELECT MAX(FECHA)
                INTO :DCLAUX.HV-FECHA-ANT :IND-FECHA-ANT
                FROM TRX.SALDO_DIARIO
                WHERE FECHA < :DCLSALDODIA.FECHA
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              PERFORM 3300-STOP-PROGRAM
           END-IF
           IF IND-FECHA-ANT = -1
              DISPLAY 'PCONMAY: NO HAY FOTO DE SALDOS ANTERIOR AL '
                      HV-FECHA-HOY OF DCLAUX
              PERFORM 3300-STOP-PROGRAM
           END-IF.

      ***************************************************************
      * LADO MAYOR: LAS PATAS DE CLIENTES DE LOS ARCHIVOS DE         *
      * ASIENTOS. LADO AUXILIAR: LOS MOVIMIENTOS DEL DIA SOBRE LAS   *
      * CUENTAS DE CLIENTES Y LA VARIACION DE LAS FOTOS DE SALDO.    *
      ***************************************************************
       2000-PROCESAMIENTO.
           PERFORM 2100-LEER-ASIENTOS
           IF REG-CIERRE-MES-S
              PERFORM 2200-LEER-REVALUO
           END-IF
           PERFORM 2400-SUMAR-MOVIMIENTOS
           PERFORM 2500-SUMAR-FOTOS.

      ***************************************************************
      * ARCHIVO DE PEXTCON: SE RECALCULA SU CIERRE DE CONTROL (UN    *
      * ARCHIVO QUE NO CIERRA CONTRA SI MISMO DEJA LA PRUEBA EN      *
      * DIFERENCIA) Y CADA PATA DE CLIENTES SE IMPUTA AL ORIGEN DE   *
      * SU MOVIMIENTO: 'H' AUMENTA EL SALDO DE LOS CLIENTES, 'D' LO  *
      * DISMINUYE.                                                   *
      ***************************************************************
       2100-LEER-ASIENTOS.
           MOVE 0 TO WS-CTL-PATAS
           MOVE 0 TO WS-CTL-TOTAL
           MOVE 'N' TO WS-CTL-TRAILER
           READ ASIENTO-FICH
           PERFORM 2110-PROCESAR-PATA UNTIL FS-ASIENTO-END
           CLOSE ASIENTO-FICH
           IF NOT WS-CTL-TRAILER-S
              MOVE 'N' TO WS-PRUEBA-OK
              DISPLAY 'PCONMAY: ASIENTOS SIN CIERRE DE CONTROL'
              MOVE 'ARCHIVO DE ASIENTOS SIN CIERRE DE CONTROL'
                TO WS-RV-TEXTO
              WRITE REG-REPORTE FROM WS-REP-VEREDICTO
           END-IF.

       2110-PROCESAR-PATA.
           IF A-TIPO-REGISTRO = 'T'
              MOVE 'S' TO WS-CTL-TRAILER
              IF AT-CANT-PATAS NOT = WS-CTL-PATAS
                 OR AT-TOTAL-CONTROL NOT = WS-CTL-TOTAL
                 MOVE 'N' TO WS-PRUEBA-OK
                 DISPLAY 'PCONMAY: ASIENTOS NO CIERRAN CONTRA SU '
                         'CONTROL'
                 MOVE 'ARCHIVO DE ASIENTOS INCOMPLETO: NO CIERRA '
                   TO WS-RV-TEXTO
                 MOVE 'CONTRA SU CONTROL' TO WS-RV-TEXTO(43:)
                 WRITE REG-REPORTE FROM WS-REP-VEREDICTO
              END-IF
           ELSE
              ADD 1 TO WS-CTL-PATAS
              ADD 1 TO WS-TOT-PATAS
              ADD A-IMPORTE TO WS-CTL-TOTAL
              IF A-FECHA NOT = HV-FECHA-HOY OF DCLAUX
                 DISPLAY 'PCONMAY: ASIENTOS NO CORRESPONDEN AL DIA '
                         HV-FECHA-HOY OF DCLAUX
                 CLOSE ASIENTO-FICH
                 CLOSE REPORTE-FICH
                 PERFORM 3300-STOP-PROGRAM
              END-IF
              IF A-CUENTA = 'CLIENTES'
                 ADD 1 TO WS-TOT-PATAS-CLI
                 PERFORM 2150-IMPUTAR-PATA
              END-IF
           END-IF
           READ ASIENTO-FICH.

      * LA PATA DEBE DE UN MOVIMIENTO NORMAL ES EL MONTO TOTAL
      * DEBITADO AL EMISOR: SE ABRE IGUAL QUE EL DEBITO DEL AUXILIAR
      * (COMISION, IMPUESTO Y RESTO), ASI CADA ORIGEN SE COMPARA
      * CONTRA SU PAR.
       2150-IMPUTAR-PATA.
           MOVE A-MONEDA TO WS-AC-MONEDA
           MOVE 'M' TO WS-AC-LADO
           MOVE A-IMPORTE TO WS-CL-RESTO
           IF A-DEBE-HABER = 'D'
              MOVE -1 TO WS-CL-SIGNO
           ELSE
              MOVE 1 TO WS-CL-SIGNO
           END-IF
           IF A-ID-TRX NOT = WS-ULT-ID-TRX
              MOVE A-ID-TRX TO ID-TRX OF DCLTRANSACCION
              PERFORM 2160-LEER-MOVIMIENTO
              IF WS-TRX-HALLADA-S
                 PERFORM 2700-CLASIFICAR-MOVIMIENTO
              END-IF
              MOVE A-ID-TRX TO WS-ULT-ID-TRX
           END-IF
           IF WS-TRX-HALLADA-S
              IF A-DEBE-HABER = 'D'
                 PERFORM 2750-ABRIR-DEBITO
              ELSE
                 MOVE WS-CL-ORIGEN TO WS-AC-ORIGEN
                 MOVE WS-CL-RESTO TO WS-AC-IMPORTE
                 PERFORM 2900-ACUMULAR
              END-IF
           ELSE
              ADD 1 TO WS-TOT-SIN-MOVIMIENTO
              MOVE WS-OR-SIN-MOVIMIENTO TO WS-AC-ORIGEN
              COMPUTE WS-AC-IMPORTE = WS-CL-RESTO * WS-CL-SIGNO
              END-COMPUTE
              PERFORM 2900-ACUMULAR
           END-IF.

      ***************************************************************
      * LEE EL MOVIMIENTO DE LA PATA, PRIMERO EN LA TABLA VIVA Y, SI *
      * PARCHTRX YA LO ARCHIVO, EN EL HISTORICO.                     *
      ***************************************************************
       2160-LEER-MOVIMIENTO.
           MOVE 'N' TO WS-TRX-HALLADA
           EXEC SQL
                SELECT COMISION, ID_TRX_ORIGINAL, IMPUESTO_DEBITO,
                       CBU_EMISOR, CBU_RECEPTOR
                INTO :DCLTRANSACCION.COMISION,
                     :DCLTRANSACCION.ID-TRX-ORIGINAL :IND-NULL-ORIG,
                     :DCLTRANSACCION.IMPUESTO-DEBITO :IND-NULL-IMP,
                     :DCLTRANSACCION.CBU-EMISOR,
                     :DCLTRANSACCION.CBU-RECEPTOR
                FROM TRX.TRANSACCION
                WHERE ID_TRX = :DCLTRANSACCION.ID-TRX
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'S' TO WS-TRX-HALLADA
              WHEN 100
                 PERFORM 2170-LEER-MOVIMIENTO-HIST
              WHEN OTHER
                 MOVE SQLCODE TO WS-ENC-CODE
                 DISPLAY WS-ERROR-NCONTROL
                 PERFORM 3300-STOP-PROGRAM
           END-EVALUATE.

       2170-LEER-MOVIMIENTO-HIST.
           EXEC SQL
                SELECT COMISION, ID_TRX_ORIGINAL, IMPUESTO_DEBITO,
                       CBU_EMISOR, CBU_RECEPTOR
                INTO :DCLTRANSACCION.COMISION,
                     :DCLTRANSACCION.ID-TRX-ORIGINAL :IND-NULL-ORIG,
                     :DCLTRANSACCION.IMPUESTO-DEBITO :IND-NULL-IMP,
                     :DCLTRANSACCION.CBU-EMISOR,
                     :DCLTRANSACCION.CBU-RECEPTOR
                FROM TRX.TRANSACCION_HIST
                WHERE ID_TRX = :DCLTRANSACCION.ID-TRX
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'S' TO WS-TRX-HALLADA
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-ENC-CODE
                 DISPLAY WS-ERROR-NCONTROL
                 PERFORM 3300-STOP-PROGRAM
           END-EVALUATE.

      ***************************************************************
      * ARCHIVO DE PREVAL DEL CIERRE DE MES: SE CONTROLA IGUAL QUE   *
      * EL DE PEXTCON. UNA PATA DE CLIENTES (LA REVALUACION NO DEBE  *
      * TOCAR LAS CUENTAS) ENTRA EN LA PRUEBA COMO REVALUACION; EL   *
      * AJUSTE DE POSICION (POS_CAMBIO, DEBE MENOS HABER) SE INFORMA *
      * APARTE.                                                      *
      ***************************************************************
       2200-LEER-REVALUO.
           MOVE 0 TO WS-CTL-PATAS
           MOVE 0 TO WS-CTL-TOTAL
           MOVE 'N' TO WS-CTL-TRAILER
           READ REVALUO-FICH
           PERFORM 2210-PROCESAR-PATA-REVAL UNTIL FS-REVALUO-END
           CLOSE REVALUO-FICH
           IF NOT WS-CTL-TRAILER-S
              MOVE 'N' TO WS-PRUEBA-OK
              DISPLAY 'PCONMAY: REVALUO SIN CIERRE DE CONTROL'
              MOVE 'ARCHIVO DE REVALUACION SIN CIERRE DE CONTROL'
                TO WS-RV-TEXTO
              WRITE REG-REPORTE FROM WS-REP-VEREDICTO
           END-IF.

       2210-PROCESAR-PATA-REVAL.
           IF R-TIPO-REGISTRO = 'T'
              MOVE 'S' TO WS-CTL-TRAILER
              IF RT-CANT-PATAS NOT = WS-CTL-PATAS
                 OR RT-TOTAL-CONTROL NOT = WS-CTL-TOTAL
                 MOVE 'N' TO WS-PRUEBA-OK
                 DISPLAY 'PCONMAY: REVALUO NO CIERRA CONTRA SU '
                         'CONTROL'
                 MOVE 'ARCHIVO DE REVALUACION INCOMPLETO: NO CIERRA '
                   TO WS-RV-TEXTO
                 MOVE 'CONTRA SU CONTROL' TO WS-RV-TEXTO(47:)
                 WRITE REG-REPORTE FROM WS-REP-VEREDICTO
              END-IF
           ELSE
              ADD 1 TO WS-CTL-PATAS
              ADD 1 TO WS-TOT-PATAS-REVAL
              ADD R-IMPORTE TO WS-CTL-TOTAL
              IF R-FECHA NOT = HV-FECHA-HOY OF DCLAUX
                 DISPLAY 'PCONMAY: REVALUO NO CORRESPONDE AL DIA '
                         HV-FECHA-HOY OF DCLAUX
                 CLOSE REVALUO-FICH
                 CLOSE REPORTE-FICH
                 PERFORM 3300-STOP-PROGRAM
              END-IF
              MOVE R-MONEDA TO WS-AC-MONEDA
              MOVE 'M' TO WS-AC-LADO
              EVALUATE R-CUENTA
                 WHEN 'CLIENTES'
                    MOVE WS-OR-REVALUACION TO WS-AC-ORIGEN
                    IF R-DEBE-HABER = 'D'
                       COMPUTE WS-AC-IMPORTE = R-IMPORTE * -1
                       END-COMPUTE
                    ELSE
                       MOVE R-IMPORTE TO WS-AC-IMPORTE
                    END-IF
                    PERFORM 2900-ACUMULAR
                 WHEN 'POS_CAMBIO'
                    PERFORM 2910-UBICAR-MONEDA
                    IF R-DEBE-HABER = 'D'
                       ADD R-IMPORTE TO WS-PR-POSICION(WS-PR-RESULT)
                    ELSE
                       SUBTRACT R-IMPORTE
                           FROM WS-PR-POSICION(WS-PR-RESULT)
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           READ REVALUO-FICH.

      ***************************************************************
      * LADO AUXILIAR POR ORIGEN: CADA MOVIMIENTO DEL DIA MUEVE LAS  *
      * CUENTAS DE CLIENTES CON EL MISMO CRITERIO QUE PTRXCON (EL    *
      * RECEPTOR RECIBE MONTO, EL EMISOR PAGA MONTO_TOTAL), CADA UNO *
      * EN LA MONEDA DE SU CUENTA.                                   *
      ***************************************************************
       2400-SUMAR-MOVIMIENTOS.
           EXEC SQL OPEN CUR_TRX END-EXEC
           PERFORM 2450-FETCH-TRX
           PERFORM 2410-SUMAR-MOVIMIENTO UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_TRX END-EXEC.

       2410-SUMAR-MOVIMIENTO.
           ADD 1 TO WS-TOT-MOVIMIENTOS
           PERFORM 2700-CLASIFICAR-MOVIMIENTO
      * LA CLASIFICACION QUEDA EN CACHE PARA EL LADO MAYOR SOLO
      * DURANTE LA LECTURA DEL ARCHIVO: AQUI SE INVALIDA.
           MOVE -1 TO WS-ULT-ID-TRX
           MOVE 'A' TO WS-AC-LADO
           IF WS-CL-EMISOR-CLI-S
              MOVE WS-CL-MONEDA-EMISOR TO WS-AC-MONEDA
              MOVE MONTO-TOTAL OF DCLTRANSACCION TO WS-CL-RESTO
              PERFORM 2750-ABRIR-DEBITO
           END-IF
           IF WS-CL-RECEPTOR-CLI-S
              MOVE WS-CL-MONEDA-RECEPTOR TO WS-AC-MONEDA
              MOVE WS-CL-ORIGEN TO WS-AC-ORIGEN
              MOVE MONTO OF DCLTRANSACCION TO WS-AC-IMPORTE
              PERFORM 2900-ACUMULAR
           END-IF
      * UN CREDITO EN OTRA MONEDA QUE LA DEL MOVIMIENTO SE ASIENTA
      * EN LA MONEDA DE ORIGEN: DEJA DIFERENCIA EN LAS DOS MONEDAS
      * Y SE CUENTA PARA QUE CONTADURIA LA IDENTIFIQUE.
           IF WS-CL-RECEPTOR-CLI-S
              AND WS-CL-MONEDA-RECEPTOR NOT = MONEDA OF DCLTRANSACCION
              ADD 1 TO WS-TOT-ENTRE-MONEDAS
           END-IF
           PERFORM 2450-FETCH-TRX.

       2450-FETCH-TRX.
           EXEC SQL
                FETCH CUR_TRX
                INTO :DCLTRANSACCION.ID-TRX,
                     :DCLTRANSACCION.MONTO,
                     :DCLTRANSACCION.COMISION,
                     :DCLTRANSACCION.MONTO-TOTAL,
                     :DCLTRANSACCION.MONEDA,
                     :DCLTRANSACCION.ID-TRX-ORIGINAL :IND-NULL-ORIG,
                     :DCLTRANSACCION.IMPUESTO-DEBITO :IND-NULL-IMP,
                     :DCLTRANSACCION.CBU-EMISOR,
                     :DCLTRANSACCION.CBU-RECEPTOR
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
      * VARIACION DE LAS FOTOS POR MONEDA: SALDOS DEL DIA MENOS LOS  *
      * DE LA FOTO ANTERIOR MENOS EL SALDO DE ALTA DE LAS CUENTAS    *
      * NUEVAS.                                                      *
      ***************************************************************
       2500-SUMAR-FOTOS.
           MOVE HV-FECHA-HOY OF DCLAUX TO FECHA OF DCLSALDODIA
           EXEC SQL OPEN CUR_FOTO END-EXEC
           PERFORM 2590-FETCH-FOTO
           PERFORM 2510-GUARDAR-FOTO-HOY UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_FOTO END-EXEC
           MOVE HV-FECHA-ANT OF DCLAUX TO FECHA OF DCLSALDODIA
           EXEC SQL OPEN CUR_FOTO END-EXEC
           PERFORM 2590-FETCH-FOTO
           PERFORM 2520-GUARDAR-FOTO-ANT UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_FOTO END-EXEC
           EXEC SQL OPEN CUR_ALTAS END-EXEC
           PERFORM 2595-FETCH-ALTAS
           PERFORM 2530-GUARDAR-ALTAS UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_ALTAS END-EXEC.

       2510-GUARDAR-FOTO-HOY.
           MOVE MONEDA OF DCLAUX TO WS-AC-MONEDA
           PERFORM 2910-UBICAR-MONEDA
           ADD SUMA-PARCIAL OF DCLAUX TO WS-PR-SALDO-HOY(WS-PR-RESULT)
           PERFORM 2590-FETCH-FOTO.

       2520-GUARDAR-FOTO-ANT.
           MOVE MONEDA OF DCLAUX TO WS-AC-MONEDA
           PERFORM 2910-UBICAR-MONEDA
           ADD SUMA-PARCIAL OF DCLAUX TO WS-PR-SALDO-ANT(WS-PR-RESULT)
           PERFORM 2590-FETCH-FOTO.

       2530-GUARDAR-ALTAS.
           MOVE MONEDA OF DCLAUX TO WS-AC-MONEDA
           PERFORM 2910-UBICAR-MONEDA
           ADD SUMA-PARCIAL OF DCLAUX TO WS-PR-ALTAS(WS-PR-RESULT)
           PERFORM 2595-FETCH-ALTAS.

       2590-FETCH-FOTO.
           EXEC SQL
                FETCH CUR_FOTO
                INTO :DCLAUX.MONEDA,
                     :DCLAUX.SUMA-PARCIAL
           END-EXEC
           PERFORM 2990-VERIFICAR-FETCH.

       2595-FETCH-ALTAS.
           EXEC SQL
                FETCH CUR_ALTAS
                INTO :DCLAUX.MONEDA,
                     :DCLAUX.SUMA-PARCIAL
           END-EXEC
           PERFORM 2990-VERIFICAR-FETCH.

      ***************************************************************
      * CLASIFICA EL MOVIMIENTO EN DCLTRANSACCION SEGUN SU ORIGEN Y  *
      * RESUELVE QUE EXTREMOS SON CUENTAS DE CLIENTES:               *
      * - REVERSO: ID_TRX_ORIGINAL INFORMADO.                        *
      * - COMISIONES: CUOTA DE MANTENIMIENTO DE PCUOCLI.             *
      * - INTERESES: INTERES DEUDOR Y ACREEDOR DE PDEVENG Y PAGO DE  *
      *   INTERESES DE PLAZO FIJO.                                   *
      * - TRANSFERENCIAS: ENTRE CLIENTES, Y CONSTITUCION O PAGO DE   *
      *   CAPITAL DE PLAZO FIJO.                                     *
      * - INTERBANCARIAS: UN EXTREMO ES UN CBU DE OTRA ENTIDAD.      *
      * LA COMISION DE UN MOVIMIENTO VA A COMISIONES, SALVO EN EL    *
      * INTERES DEUDOR (QUE VIAJA EN COMISION) Y EN LOS REVERSOS.    *
      ***************************************************************
       2700-CLASIFICAR-MOVIMIENTO.
           MOVE CBU-EMISOR-TEXT OF DCLTRANSACCION TO WS-CL-CBU-EMISOR
           MOVE CBU-RECEPTOR-TEXT OF DCLTRANSACCION
             TO WS-CL-CBU-RECEPTOR
           MOVE COMISION OF DCLTRANSACCION TO WS-CL-COMISION
           IF IND-NULL-IMP = -1
              MOVE 0 TO WS-CL-IMPUESTO
           ELSE
              MOVE IMPUESTO-DEBITO OF DCLTRANSACCION
                TO WS-CL-IMPUESTO
           END-IF
           MOVE WS-CL-CBU-EMISOR TO WS-CL-CBU
           PERFORM 2780-BUSCAR-CLIENTE
           MOVE WS-CL-ES-CLIENTE TO WS-CL-EMISOR-CLI
           MOVE WS-CL-MONEDA-CLIENTE TO WS-CL-MONEDA-EMISOR
           MOVE WS-CL-CBU-RECEPTOR TO WS-CL-CBU
           PERFORM 2780-BUSCAR-CLIENTE
           MOVE WS-CL-ES-CLIENTE TO WS-CL-RECEPTOR-CLI
           MOVE WS-CL-MONEDA-CLIENTE TO WS-CL-MONEDA-RECEPTOR
           MOVE WS-OR-COMISION TO WS-CL-ORIGEN-COM
           EVALUATE TRUE
              WHEN IND-NULL-ORIG NOT = -1
                 MOVE WS-OR-REVERSO TO WS-CL-ORIGEN
                 MOVE WS-OR-REVERSO TO WS-CL-ORIGEN-COM
              WHEN WS-CL-CBU-RECEPTOR = WS-CBU-CUOTAS
                 MOVE WS-OR-COMISION TO WS-CL-ORIGEN
              WHEN WS-CL-CBU-RECEPTOR = WS-CBU-INT-DEUDOR
                 MOVE WS-OR-INTERES TO WS-CL-ORIGEN
                 MOVE WS-OR-INTERES TO WS-CL-ORIGEN-COM
              WHEN WS-CL-CBU-EMISOR = WS-CBU-INT-ACREEDOR
                OR WS-CL-CBU-EMISOR = WS-CBU-INT-PLAZO-FIJO
                 MOVE WS-OR-INTERES TO WS-CL-ORIGEN
              WHEN WS-CL-CBU-EMISOR = WS-CBU-PLAZO-FIJO
                OR WS-CL-CBU-RECEPTOR = WS-CBU-PLAZO-FIJO
                 MOVE WS-OR-TRANSFERENCIA TO WS-CL-ORIGEN
              WHEN WS-CL-EMISOR-CLI-S AND WS-CL-RECEPTOR-CLI-S
                 MOVE WS-OR-TRANSFERENCIA TO WS-CL-ORIGEN
              WHEN OTHER
                 MOVE WS-OR-INTERBANCARIA TO WS-CL-ORIGEN
           END-EVALUATE.

      ***************************************************************
      * ABRE UN DEBITO AL EMISOR (IMPORTE EN WS-CL-RESTO, MONEDA EN  *
      * WS-AC-MONEDA) EN COMISION, IMPUESTO AL DEBITO Y EL RESTO AL  *
      * ORIGEN DEL MOVIMIENTO. EN UN REVERSO VA TODO A REVERSOS.     *
      ***************************************************************
       2750-ABRIR-DEBITO.
           IF WS-CL-ORIGEN NOT = WS-OR-REVERSO
              IF WS-CL-COMISION > 0
                 MOVE WS-CL-ORIGEN-COM TO WS-AC-ORIGEN
                 COMPUTE WS-AC-IMPORTE = WS-CL-COMISION * -1
                 END-COMPUTE
                 PERFORM 2900-ACUMULAR
                 SUBTRACT WS-CL-COMISION FROM WS-CL-RESTO
              END-IF
              IF WS-CL-IMPUESTO > 0
                 MOVE WS-OR-IMPUESTO TO WS-AC-ORIGEN
                 COMPUTE WS-AC-IMPORTE = WS-CL-IMPUESTO * -1
                 END-COMPUTE
                 PERFORM 2900-ACUMULAR
                 SUBTRACT WS-CL-IMPUESTO FROM WS-CL-RESTO
              END-IF
           END-IF
           MOVE WS-CL-ORIGEN TO WS-AC-ORIGEN
           COMPUTE WS-AC-IMPORTE = WS-CL-RESTO * -1
           END-COMPUTE
           PERFORM 2900-ACUMULAR.

      ***************************************************************
      * DEJA EN WS-CL-ES-CLIENTE SI WS-CL-CBU ES UNA CUENTA DE       *
      * CLIENTE Y, SI LO ES, SU MONEDA EN WS-CL-MONEDA-CLIENTE.      *
      ***************************************************************
       2780-BUSCAR-CLIENTE.
           MOVE 'N' TO WS-CL-ES-CLIENTE
           MOVE SPACES TO WS-CL-MONEDA-CLIENTE
           MOVE WS-CL-CBU TO CBU-CLIENTE-TEXT OF DCLCLIENTE
           EXEC SQL
                SELECT MONEDA
                INTO :DCLCLIENTE.MONEDA
                FROM TRX.CLIENTE
                WHERE CBU_CLIENTE = :DCLCLIENTE.CBU-CLIENTE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'S' TO WS-CL-ES-CLIENTE
                 MOVE MONEDA OF DCLCLIENTE TO WS-CL-MONEDA-CLIENTE
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-ENC-CODE
                 DISPLAY WS-ERROR-NCONTROL
                 PERFORM 3300-STOP-PROGRAM
           END-EVALUATE.

      ***************************************************************
      * SUMA WS-AC-IMPORTE AL ORIGEN WS-AC-ORIGEN DE LA MONEDA       *
      * WS-AC-MONEDA, DEL LADO WS-AC-LADO.                           *
      ***************************************************************
       2900-ACUMULAR.
           PERFORM 2910-UBICAR-MONEDA
           IF WS-AC-MAYOR
              ADD WS-AC-IMPORTE
                TO WS-PR-MAYOR(WS-PR-RESULT, WS-AC-ORIGEN)
           ELSE
              ADD WS-AC-IMPORTE
                TO WS-PR-AUXILIAR(WS-PR-RESULT, WS-AC-ORIGEN)
           END-IF.

      ***************************************************************
      * POSICION DE LA MONEDA EN LA TABLA DE LA PRUEBA (ALTA SI NO   *
      * ESTA). DEJA LA POSICION EN WS-PR-RESULT.                     *
      ***************************************************************
       2910-UBICAR-MONEDA.
           MOVE 0 TO WS-PR-RESULT
           PERFORM 2920-COMPARAR-MONEDA
              VARYING WS-PR-BUSCAR-IDX FROM 1 BY 1
              UNTIL WS-PR-BUSCAR-IDX > WS-PR-CANT
                 OR WS-PR-RESULT > 0
           IF WS-PR-RESULT = 0
              IF WS-PR-CANT < 20
                 ADD 1 TO WS-PR-CANT
                 MOVE WS-PR-CANT TO WS-PR-RESULT
                 MOVE WS-AC-MONEDA TO WS-PR-MONEDA(WS-PR-RESULT)
                 MOVE ZEROS TO WS-PR-SALDO-HOY(WS-PR-RESULT)
                 MOVE ZEROS TO WS-PR-SALDO-ANT(WS-PR-RESULT)
                 MOVE ZEROS TO WS-PR-ALTAS(WS-PR-RESULT)
                 MOVE ZEROS TO WS-PR-POSICION(WS-PR-RESULT)
                 PERFORM 2930-INICIAR-ORIGEN
                    VARYING WS-OR-IDX FROM 1 BY 1
                    UNTIL WS-OR-IDX > WS-ORIGENES-CANT
              ELSE
      * SIN LUGAR PARA LA MONEDA LA PRUEBA NO ES CONFIABLE: EL PASO
      * SE DETIENE SIN REGISTRAR RESULTADO.
                 DISPLAY 'PCONMAY: DEMASIADAS MONEDAS, PRUEBA NO '
                         'REALIZADA'
                 PERFORM 3300-STOP-PROGRAM
              END-IF
           END-IF.

       2920-COMPARAR-MONEDA.
           IF WS-PR-MONEDA(WS-PR-BUSCAR-IDX) = WS-AC-MONEDA
              MOVE WS-PR-BUSCAR-IDX TO WS-PR-RESULT
           END-IF.

       2930-INICIAR-ORIGEN.
           MOVE ZEROS TO WS-PR-MAYOR(WS-PR-RESULT, WS-OR-IDX)
           MOVE ZEROS TO WS-PR-AUXILIAR(WS-PR-RESULT, WS-OR-IDX).

       2990-VERIFICAR-FETCH.
           EVALUATE SQLCODE
              WHEN 0
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-ENC-CODE
                 DISPLAY WS-ERROR-NCONTROL
                 PERFORM 3300-STOP-PROGRAM
           END-EVALUATE.

      ********************************************************
      * PARRAFOS PARA CERRAR EL PROGRAMA                     *
      ********************************************************
       3000-END-PROGRAM.
           PERFORM 3100-LISTAR-MONEDA
              VARYING WS-PR-IDX FROM 1 BY 1
              UNTIL WS-PR-IDX > WS-PR-CANT
           PERFORM 3200-GENERAR-REPORTE
           CLOSE REPORTE-FICH
           PERFORM 3400-REGISTRAR-RESULTADO
           PERFORM 3300-STOP-PROGRAM.

      ***************************************************************
      * PRUEBA DE UNA MONEDA: LO QUE LA VARIACION DE LAS FOTOS NO    *
      * EXPLICA CON LOS MOVIMIENTOS DEL DIA VA AL AUXILIAR COMO SIN  *
      * MOVIMIENTO; DESPUES UNA LINEA POR ORIGEN Y EL TOTAL.         *
      ***************************************************************
       3100-LISTAR-MONEDA.
           COMPUTE WS-VARIACION = WS-PR-SALDO-HOY(WS-PR-IDX)
                                - WS-PR-SALDO-ANT(WS-PR-IDX)
                                - WS-PR-ALTAS(WS-PR-IDX)
           END-COMPUTE
           MOVE 0 TO WS-TOT-AUXILIAR
           PERFORM 3110-SUMAR-AUXILIAR
              VARYING WS-OR-IDX FROM 1 BY 1
              UNTIL WS-OR-IDX > WS-ORIGENES-CANT
           COMPUTE WS-PR-AUXILIAR(WS-PR-IDX, WS-OR-SIN-MOVIMIENTO) =
                   WS-PR-AUXILIAR(WS-PR-IDX, WS-OR-SIN-MOVIMIENTO)
                 + WS-VARIACION - WS-TOT-AUXILIAR
           END-COMPUTE
           MOVE WS-PR-MONEDA(WS-PR-IDX) TO WS-RM-MONEDA
           WRITE REG-REPORTE FROM WS-REP-MONEDA
           WRITE REG-REPORTE FROM WS-REP-CABECERA
           MOVE 0 TO WS-TOT-MAYOR
           PERFORM 3120-LISTAR-ORIGEN
              VARYING WS-OR-IDX FROM 1 BY 1
              UNTIL WS-OR-IDX > WS-ORIGENES-CANT
           MOVE 'TOTAL' TO WS-RD-ORIGEN
           MOVE WS-TOT-MAYOR TO WS-RD-MAYOR
           MOVE WS-VARIACION TO WS-RD-AUXILIAR
           COMPUTE WS-RD-DIFERENCIA = WS-TOT-MAYOR - WS-VARIACION
           END-COMPUTE
           WRITE REG-REPORTE FROM WS-REP-DETALLE
           MOVE 'SALDOS DE LA FOTO DEL DIA' TO WS-RN-ETIQUETA
           MOVE WS-PR-SALDO-HOY(WS-PR-IDX) TO WS-RN-VALOR
           WRITE REG-REPORTE FROM WS-REP-INFORMATIVO
           MOVE 'SALDOS DE LA FOTO ANTERIOR' TO WS-RN-ETIQUETA
           MOVE WS-PR-SALDO-ANT(WS-PR-IDX) TO WS-RN-VALOR
           WRITE REG-REPORTE FROM WS-REP-INFORMATIVO
           MOVE 'SALDO DE ALTA DE CUENTAS NUEVAS' TO WS-RN-ETIQUETA
           MOVE WS-PR-ALTAS(WS-PR-IDX) TO WS-RN-VALOR
           WRITE REG-REPORTE FROM WS-REP-INFORMATIVO
           IF REG-CIERRE-MES-S
              MOVE 'AJUSTE DE POSICION DE CAMBIO (INFORMATIVO)'
                TO WS-RN-ETIQUETA
              MOVE WS-PR-POSICION(WS-PR-IDX) TO WS-RN-VALOR
              WRITE REG-REPORTE FROM WS-REP-INFORMATIVO
           END-IF
           WRITE REG-REPORTE FROM WS-REP-GUIONES.

       3110-SUMAR-AUXILIAR.
           ADD WS-PR-AUXILIAR(WS-PR-IDX, WS-OR-IDX) TO WS-TOT-AUXILIAR.

       3120-LISTAR-ORIGEN.
           MOVE WS-PR-MAYOR(WS-PR-IDX, WS-OR-IDX) TO WS-IMP-MAYOR
           MOVE WS-PR-AUXILIAR(WS-PR-IDX, WS-OR-IDX)
             TO WS-IMP-AUXILIAR
           COMPUTE WS-IMP-DIFERENCIA = WS-IMP-MAYOR - WS-IMP-AUXILIAR
           END-COMPUTE
           ADD WS-IMP-MAYOR TO WS-TOT-MAYOR
           IF WS-IMP-DIFERENCIA NOT = 0
              ADD 1 TO WS-TOT-DIFERENCIAS
              MOVE 'N' TO WS-PRUEBA-OK
           END-IF
           IF WS-IMP-MAYOR NOT = 0 OR WS-IMP-AUXILIAR NOT = 0
              MOVE WS-ORIGEN-NOMBRE(WS-OR-IDX) TO WS-RD-ORIGEN
              MOVE WS-IMP-MAYOR TO WS-RD-MAYOR
              MOVE WS-IMP-AUXILIAR TO WS-RD-AUXILIAR
              MOVE WS-IMP-DIFERENCIA TO WS-RD-DIFERENCIA
              WRITE REG-REPORTE FROM WS-REP-DETALLE
           END-IF.

       3200-GENERAR-REPORTE.
           MOVE 'PATAS DE ASIENTO LEIDAS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-PATAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   DE LOS CUALES DE LA CUENTA CLIENTES'
             TO WS-RC-ETIQUETA
           MOVE WS-TOT-PATAS-CLI TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           IF REG-CIERRE-MES-S
              MOVE 'PATAS DE REVALUACION LEIDAS' TO WS-RC-ETIQUETA
              MOVE WS-TOT-PATAS-REVAL TO WS-RC-VALOR
              WRITE REG-REPORTE FROM WS-REP-CONTADOR
           END-IF
           MOVE 'MOVIMIENTOS DEL DIA' TO WS-RC-ETIQUETA
           MOVE WS-TOT-MOVIMIENTOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'CREDITOS EN OTRA MONEDA QUE EL MOVIMIENTO'
             TO WS-RC-ETIQUETA
           MOVE WS-TOT-ENTRE-MONEDAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'PATAS DE CLIENTES SIN MOVIMIENTO' TO WS-RC-ETIQUETA
           MOVE WS-TOT-SIN-MOVIMIENTO TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'ORIGENES CON DIFERENCIA' TO WS-RC-ETIQUETA
           MOVE WS-TOT-DIFERENCIAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           EVALUATE TRUE
              WHEN WS-PRUEBA-OK-S
                 MOVE 'C' TO ESTADO-PROCESO OF DCLCONTROL
                 MOVE 'DIA CUADRADO: EL MAYOR COINCIDE CON EL '
                      TO WS-RV-TEXTO
                 MOVE 'AUXILIAR DE CLIENTES' TO WS-RV-TEXTO(40:)
              WHEN REG-CONFORME-S
                 MOVE 'C' TO ESTADO-PROCESO OF DCLCONTROL
                 MOVE 'DIA CON DIFERENCIAS ACEPTADAS POR CONTADURIA'
                      TO WS-RV-TEXTO
              WHEN OTHER
                 MOVE 'M' TO ESTADO-PROCESO OF DCLCONTROL
                 MOVE 'DIA EN DIFERENCIA: EL CIERRE QUEDA BLOQUEADO '
                      TO WS-RV-TEXTO
                 MOVE 'HASTA QUE CONTADURIA LO RESUELVA'
                      TO WS-RV-TEXTO(46:)
                 DISPLAY 'PCONMAY: MAYOR Y AUXILIAR DEL '
                         HV-FECHA-HOY OF DCLAUX ' EN DIFERENCIA'
           END-EVALUATE
           WRITE REG-REPORTE FROM WS-REP-VEREDICTO
           WRITE REG-REPORTE FROM WS-REP-GUIONES.

       3300-STOP-PROGRAM.
           STOP RUN.

      ***************************************************************
      * REGISTRA EL RESULTADO EN TRX.CONTROL_PROCESO (ALTA O         *
      * ACTUALIZACION) CON EL DIA CONTABLE. 'C' DEJA EL PASO         *
      * COMPLETO PARA PCIERRE; 'M' LO DEJA OBSERVADO Y EL DIA NO     *
      * CIERRA HASTA UNA NUEVA CORRIDA QUE CUADRE O SEA ACEPTADA.    *
      ***************************************************************
       3400-REGISTRAR-RESULTADO.
           MOVE WS-PROGRAMA TO NOM-PROGRAMA OF DCLCONTROL
           MOVE HV-FECHA-HOY OF DCLAUX TO FECHA-PROCESO OF DCLCONTROL
           EXEC SQL
                UPDATE TRX.CONTROL_PROCESO
                SET ESTADO_PROCESO = :DCLCONTROL.ESTADO-PROCESO,
                    FECHA_PROCESO = :DCLCONTROL.FECHA-PROCESO,
                    SELLO_CIERRE = CURRENT TIMESTAMP
                WHERE NOM_PROGRAMA = :DCLCONTROL.NOM-PROGRAMA
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 EXEC SQL
                      INSERT INTO TRX.CONTROL_PROCESO
                             (NOM_PROGRAMA, ULT_REG_COMMIT,
                              ULT_REG_ERROR, ESTADO_PROCESO,
                              FECHA_PROCESO, SELLO_CIERRE)
                      VALUES (:DCLCONTROL.NOM-PROGRAMA, 0, 0,
                              :DCLCONTROL.ESTADO-PROCESO,
                              :DCLCONTROL.FECHA-PROCESO,
                              CURRENT TIMESTAMP)
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE SQLCODE TO WS-ENC-CODE
                    DISPLAY WS-ERROR-NCONTROL
                    EXEC SQL ROLLBACK END-EXEC
                    PERFORM 3300-STOP-PROGRAM
                 END-IF
              WHEN OTHER
                 MOVE SQLCODE TO WS-ENC-CODE
                 DISPLAY WS-ERROR-NCONTROL
                 EXEC SQL ROLLBACK END-EXEC
                 PERFORM 3300-STOP-PROGRAM
           END-EVALUATE
           EXEC SQL COMMIT END-EXEC.
