       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEXTNOT.
       AUTHOR. TRONCOSO LEANDRO.
      **********************************************************
      * Extraccion diaria de avisos al cliente para la         *
      * pasarela de SMS/e-mail. Toma los eventos pendientes de *
      * TRX.EVENTO_NOTIF (los registran PDBTRX, PAUTTRX,       *
      * PDBENT, PREORD, PDEBAUT, PMNTBLQ y PINACTIV via        *
      * VERINOT) y emite un registro por evento con el canal y *
      * el contacto vigentes de la adhesion del cliente        *
      * (TRX.NOTIF_CLIENTE), mas un cierre de control. Corre   *
      * al final de la noche, despues de todos ellos.          *
      **********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-ENT ASSIGN TO ENTRADA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.

           SELECT AVISO-FICH ASSIGN TO AVISOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-AVISO.

           SELECT REPORTE-FICH ASSIGN TO REPORTE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
      * PARAMETRO DE ENTRADA: LA FECHA DE LA EXTRACCION.
       FD FICHERO-ENT RECORDING MODE IS F
                      DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA.
          05 REG-FECHA.
             10 REG-F-ANIO        PIC 9(4).
             10 REG-F-MES         PIC 99.
             10 REG-F-DIA         PIC 99.
          05 REG-F-NUM            REDEFINES REG-FECHA PIC 9(8).
          05 FILLER               PIC X(72).

      * ARCHIVO DE AVISOS PARA LA PASARELA: UN REGISTRO 'D' POR
      * EVENTO CON EL CANAL ('S' SMS / 'E' E-MAIL) Y EL CONTACTO
      * DONDE AVISAR, EL TIPO DE EVENTO (VER VERINOT), SU FECHA,
      * IMPORTE Y MONEDA DE LA CUENTA, EL ID DE REFERENCIA Y UN
      * TEXTO CORTO; Y UN CIERRE DE CONTROL 'T' CON LA FECHA DE LA
      * EXTRACCION, LA CANTIDAD DE AVISOS Y LA SUMA DE SUS IMPORTES
      * PARA QUE LA PASARELA VERIFIQUE QUE LO RECIBIO COMPLETO.
       FD AVISO-FICH RECORDING MODE IS F
                     DATA RECORD IS REG-AVISO.
       01 REG-AVISO.
          05 V-TIPO-REGISTRO      PIC X(1).
          05 V-ID-EVENTO          PIC 9(9).
          05 V-CBU                PIC X(22).
          05 V-CANAL              PIC X(1).
          05 V-CONTACTO           PIC X(60).
          05 V-TIPO-EVENTO        PIC X(3).
          05 V-FECHA-EVENTO       PIC X(10).
          05 V-MONTO              PIC 9(13)V99.
          05 V-MONEDA             PIC X(3).
          05 V-ID-REFERENCIA      PIC 9(9).
          05 V-DETALLE            PIC X(36).
          05 FILLER               PIC X(11).

      * VISTA DEL CIERRE DE CONTROL (ULTIMO REGISTRO DEL ARCHIVO).
       01 REG-AVISO-TRAILER REDEFINES REG-AVISO.
          05 VT-TIPO-REGISTRO     PIC X(1).
          05 VT-FECHA             PIC X(10).
          05 VT-CANT-AVISOS       PIC 9(9).
          05 VT-TOTAL-CONTROL     PIC 9(15)V99.
          05 FILLER               PIC X(143).

      * REPORTE DE CONTROL DE LA EXTRACCION.
       FD REPORTE-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-REPORTE.
       01 REG-REPORTE              PIC X(80).

       WORKING-STORAGE SECTION.

       77 FS-ENTRADA               PIC 99.
       77 FS-AVISO                 PIC 99.
       77 FS-REPORTE               PIC 99.

      * CONTADORES DEL REPORTE Y DEL CIERRE DE CONTROL.
       77 WS-TOT-AVISOS            PIC 9(9) COMP VALUE 0.
       77 WS-TOT-DESCARTADOS       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-CONTROL           PIC 9(15)V99 VALUE 0.
       77 WS-TOT-DEB               PIC 9(9) COMP VALUE 0.
       77 WS-TOT-DAU               PIC 9(9) COMP VALUE 0.
       77 WS-TOT-CRE               PIC 9(9) COMP VALUE 0.
       77 WS-TOT-RCH               PIC 9(9) COMP VALUE 0.
       77 WS-TOT-ORF               PIC 9(9) COMP VALUE 0.
       77 WS-TOT-IMP               PIC 9(9) COMP VALUE 0.
       77 WS-TOT-BLQ               PIC 9(9) COMP VALUE 0.
       77 WS-TOT-INA               PIC 9(9) COMP VALUE 0.
       77 WS-TOT-REA               PIC 9(9) COMP VALUE 0.

      * LINEAS DEL REPORTE.
       01 WS-REP-GUIONES           PIC X(80) VALUE ALL '-'.
       01 WS-REP-TITULO.
          05 FILLER                PIC X(16) VALUE SPACES.
          05 FILLER                PIC X(48) VALUE
                'EXTRACCION DE AVISOS AL CLIENTE - PEXTNOT'.
          05 FILLER                PIC X(16) VALUE SPACES.
       01 WS-REP-PERIODO.
          05 FILLER                PIC X(22) VALUE
                'FECHA DE EXTRACCION:  '.
          05 WS-RP-FECHA           PIC X(10).
          05 FILLER                PIC X(48) VALUE SPACES.
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

      * SQLCA Y DCLGEN DE LOS EVENTOS, LAS ADHESIONES A AVISOS Y LA
      * TABLA DE CONTROL DE PROCESOS.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TRXEVN END-EXEC.
           EXEC SQL INCLUDE TRXNTF END-EXEC.
           EXEC SQL INCLUDE TRXCTL END-EXEC.
           EXEC SQL BEGIN DECLARE SECTION
           END-EXEC.
       01 DCLAUX.
          10 HV-FECHA-ENVIO        PIC X(10).
          10 HV-ESTADO-EVENTO      PIC X.
           EXEC SQL END DECLARE SECTION
           END-EXEC.

      * FECHA DE LA EXTRACCION EN EL FORMATO AAAA-MM-DD.
       01 WS-FECHA-ENVIO.
          05 WS-FE-ANIO            PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-FE-MES             PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 WS-FE-DIA             PIC 99.

       77 WS-PROGRAMA              PIC X(8) VALUE 'PEXTNOT'.

      * EVENTOS A EXTRAER: LOS PENDIENTES Y, SI LA EXTRACCION DE LA
      * FECHA SE VUELVE A CORRER, LOS QUE ESA MISMA EXTRACCION YA
      * HABIA MARCADO ENVIADOS, ASI EL ARCHIVO SE REGENERA COMPLETO.
      * LA ADHESION SE LEE AL EXTRAER: UN CAMBIO DE CONTACTO DEL DIA
      * YA RIGE PARA LOS AVISOS DEL DIA.
           EXEC SQL DECLARE CUR_EVN CURSOR FOR
                SELECT E.ID_EVENTO, E.CBU_CLIENTE, E.TIPO_EVENTO,
                       E.FECHA_EVENTO, E.MONTO, E.MONEDA,
                       E.ID_REFERENCIA, E.DETALLE,
                       N.CANAL, N.CONTACTO, N.ESTADO_NOTIF
                FROM TRX.EVENTO_NOTIF E, TRX.NOTIF_CLIENTE N
                WHERE N.CBU_CLIENTE = E.CBU_CLIENTE
                  AND (E.ESTADO_EVENTO = 'P'
                       OR (E.ESTADO_EVENTO = 'E'
                           AND E.FECHA_ENVIO = :DCLAUX.HV-FECHA-ENVIO))
                ORDER BY E.ID_EVENTO
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN-PROGRAM.
           PERFORM 1000-INIT-PROGRAM
           PERFORM 2000-PROCESAMIENTO
           PERFORM 3000-END-PROGRAM.

      ******************************************************************
      * PARRAFO DE APERTURA DE ARCHIVOS E INICIACION DE VARIABLES. LA  *
      * MARCA DE LOS EVENTOS EXTRAIDOS SE CONFIRMA EN UN SOLO COMMIT   *
      * AL FINAL: UNA CAIDA SE RESUELVE VOLVIENDO A CORRERLO, QUE      *
      * REGENERA EL ARCHIVO COMPLETO.                                  *
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
              DISPLAY 'PEXTNOT: FECHA DE EXTRACCION INVALIDA'
              PERFORM 3300-STOP-PROGRAM
           END-IF
           MOVE REG-F-ANIO TO WS-FE-ANIO
           MOVE REG-F-MES  TO WS-FE-MES
           MOVE REG-F-DIA  TO WS-FE-DIA
           MOVE WS-FECHA-ENVIO TO HV-FECHA-ENVIO OF DCLAUX
                                  WS-RP-FECHA
           OPEN OUTPUT AVISO-FICH
           IF FS-AVISO NOT = 00
              PERFORM 3300-STOP-PROGRAM
           END-IF
           OPEN OUTPUT REPORTE-FICH
           IF FS-REPORTE NOT = 00
              CLOSE AVISO-FICH
              PERFORM 3300-STOP-PROGRAM
           END-IF.

      ***************************************************************
      * RECORREMOS LOS EVENTOS A EXTRAER. CON LA ADHESION ACTIVA SE  *
      * EMITE EL AVISO Y EL EVENTO QUEDA ENVIADO ('E') CON LA FECHA  *
      * DE LA EXTRACCION; SI EL CLIENTE SE DIO DE BAJA DE LOS AVISOS *
      * DESPUES DE REGISTRADO EL EVENTO, QUEDA DESCARTADO ('D').     *
      ***************************************************************
       2000-PROCESAMIENTO.
           EXEC SQL OPEN CUR_EVN END-EXEC
           PERFORM 2050-FETCH-EVENTO
           PERFORM 2100-PROCESAR-EVENTO UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_EVN END-EXEC.

       2050-FETCH-EVENTO.
           EXEC SQL
                FETCH CUR_EVN
                INTO :DCLEVENTO.ID-EVENTO,
                     :DCLEVENTO.CBU-CLIENTE,
                     :DCLEVENTO.TIPO-EVENTO,
                     :DCLEVENTO.FECHA-EVENTO,
                     :DCLEVENTO.MONTO,
                     :DCLEVENTO.MONEDA,
                     :DCLEVENTO.ID-REFERENCIA,
                     :DCLEVENTO.DETALLE,
                     :DCLNOTIFCLI.CANAL,
                     :DCLNOTIFCLI.CONTACTO,
                     :DCLNOTIFCLI.ESTADO-NOTIF
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

       2100-PROCESAR-EVENTO.
           IF ESTADO-NOTIF OF DCLNOTIFCLI = 'A'
              PERFORM 2200-EMITIR-AVISO
              MOVE 'E' TO HV-ESTADO-EVENTO OF DCLAUX
           ELSE
              ADD 1 TO WS-TOT-DESCARTADOS
              MOVE 'D' TO HV-ESTADO-EVENTO OF DCLAUX
           END-IF
           PERFORM 2300-MARCAR-EVENTO
           PERFORM 2050-FETCH-EVENTO.

       2200-EMITIR-AVISO.
           MOVE SPACES TO REG-AVISO
           MOVE 'D' TO V-TIPO-REGISTRO
           MOVE ID-EVENTO OF DCLEVENTO TO V-ID-EVENTO
           MOVE CBU-CLIENTE OF DCLEVENTO TO V-CBU
           MOVE CANAL OF DCLNOTIFCLI TO V-CANAL
           MOVE CONTACTO OF DCLNOTIFCLI TO V-CONTACTO
           MOVE TIPO-EVENTO OF DCLEVENTO TO V-TIPO-EVENTO
           MOVE FECHA-EVENTO OF DCLEVENTO TO V-FECHA-EVENTO
           MOVE MONTO OF DCLEVENTO TO V-MONTO
           MOVE MONEDA OF DCLEVENTO TO V-MONEDA
           MOVE ID-REFERENCIA OF DCLEVENTO TO V-ID-REFERENCIA
           MOVE DETALLE OF DCLEVENTO TO V-DETALLE
           WRITE REG-AVISO
           ADD 1 TO WS-TOT-AVISOS
           ADD MONTO OF DCLEVENTO TO WS-TOT-CONTROL
           EVALUATE TIPO-EVENTO OF DCLEVENTO
              WHEN 'DEB'
                 ADD 1 TO WS-TOT-DEB
              WHEN 'DAU'
                 ADD 1 TO WS-TOT-DAU
              WHEN 'CRE'
                 ADD 1 TO WS-TOT-CRE
              WHEN 'RCH'
                 ADD 1 TO WS-TOT-RCH
              WHEN 'ORF'
                 ADD 1 TO WS-TOT-ORF
              WHEN 'IMP'
                 ADD 1 TO WS-TOT-IMP
              WHEN 'BLQ'
                 ADD 1 TO WS-TOT-BLQ
              WHEN 'INA'
                 ADD 1 TO WS-TOT-INA
              WHEN 'REA'
                 ADD 1 TO WS-TOT-REA
           END-EVALUATE.

       2300-MARCAR-EVENTO.
           EXEC SQL
                UPDATE TRX.EVENTO_NOTIF
                SET ESTADO_EVENTO = :DCLAUX.HV-ESTADO-EVENTO,
                    FECHA_ENVIO = :DCLAUX.HV-FECHA-ENVIO
                WHERE ID_EVENTO = :DCLEVENTO.ID-EVENTO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              EXEC SQL ROLLBACK END-EXEC
              PERFORM 3300-STOP-PROGRAM
           END-IF.

      ********************************************************
      * PARRAFOS PARA CERRAR EL PROGRAMA                     *
      ********************************************************
       3000-END-PROGRAM.
           PERFORM 3100-ESCRIBIR-TRAILER
           CLOSE AVISO-FICH
           PERFORM 3400-REGISTRAR-CIERRE
           PERFORM 3200-GENERAR-REPORTE
           CLOSE REPORTE-FICH
           PERFORM 3300-STOP-PROGRAM.

       3100-ESCRIBIR-TRAILER.
           MOVE SPACES TO REG-AVISO
           MOVE 'T' TO VT-TIPO-REGISTRO
           MOVE WS-FECHA-ENVIO TO VT-FECHA
           MOVE WS-TOT-AVISOS TO VT-CANT-AVISOS
           MOVE WS-TOT-CONTROL TO VT-TOTAL-CONTROL
           WRITE REG-AVISO.

       3200-GENERAR-REPORTE.
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           WRITE REG-REPORTE FROM WS-REP-TITULO
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           WRITE REG-REPORTE FROM WS-REP-PERIODO
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           MOVE 'DEBITOS POSTEADOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-DEB TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'DEBITOS AUTOMATICOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-DAU TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'CREDITOS RECIBIDOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-CRE TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'TRANSFERENCIAS RECHAZADAS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-RCH TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'ORDENES PERMANENTES FALLIDAS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-ORF TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'DEBITOS AUTOMATICOS IMPAGOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-IMP TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'BLOQUEOS JUDICIALES' TO WS-RC-ETIQUETA
           MOVE WS-TOT-BLQ TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'CUENTAS PASADAS A INACTIVAS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-INA TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'CUENTAS REACTIVADAS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-REA TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           MOVE 'AVISOS EMITIDOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-AVISOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'EVENTOS DESCARTADOS POR BAJA DE LA ADHESION'
             TO WS-RC-ETIQUETA
           MOVE WS-TOT-DESCARTADOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'TOTAL DE CONTROL DEL ARCHIVO' TO WS-RI-ETIQUETA
           MOVE WS-TOT-CONTROL TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
           WRITE REG-REPORTE FROM WS-REP-GUIONES.

       3300-STOP-PROGRAM.
           STOP RUN.

      ***************************************************************
      * REGISTRA EL CIERRE DEL PASO EN TRX.CONTROL_PROCESO (ALTA O   *
      * ACTUALIZACION), CON LA FECHA DE LA CORRIDA, Y CONFIRMA EN LA *
      * MISMA UNIDAD DE TRABAJO LA MARCA DE LOS EVENTOS EXTRAIDOS.   *
      ***************************************************************
       3400-REGISTRAR-CIERRE.
           MOVE WS-PROGRAMA TO NOM-PROGRAMA OF DCLCONTROL
           MOVE WS-FECHA-ENVIO TO FECHA-PROCESO OF DCLCONTROL
           EXEC SQL
                UPDATE TRX.CONTROL_PROCESO
                SET ESTADO_PROCESO = 'C',
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
                      VALUES (:DCLCONTROL.NOM-PROGRAMA, 0, 0, 'C',
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
