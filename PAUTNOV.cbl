       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAUTNOV.
       AUTHOR. TRONCOSO LEANDRO.
      **********************************************************
      * Aprobacion de las novedades de padrones por un segundo *
      * operador (doble control). PMNTCLI, PMNTBLQ, PMNTBCO,   *
      * PMNTALI y PMNTMAN ya no aplican lo que les llega: lo   *
      * registran pendiente en TRX.NOVEDAD_PENDIENTE con el    *
      * operador que lo cargo. Este programa vence lo que      *
      * quedo pendiente demasiado tiempo, lista la cola, y     *
      * aplica las decisiones del supervisor con el mismo      *
      * esquema de PAUTTRX. Cada novedad aprobada sale en el   *
      * archivo de aprobadas de su programa (APRCLI, APRBLQ,   *
      * APRBCO, APRALI, APRMAN), con su ID de novedad, y ese   *
      * archivo es la entrada con la que el programa de        *
      * mantenimiento la aplica y deja su historial.           *
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

           SELECT APRCLI-FICH ASSIGN TO APRCLI
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-APRCLI.

           SELECT APRBLQ-FICH ASSIGN TO APRBLQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-APRBLQ.

           SELECT APRBCO-FICH ASSIGN TO APRBCO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-APRBCO.

           SELECT APRALI-FICH ASSIGN TO APRALI
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-APRALI.

           SELECT APRMAN-FICH ASSIGN TO APRMAN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-APRMAN.

       DATA DIVISION.
       FILE SECTION.
      * REGISTRO DE DECISIONES DEL SUPERVISOR: EL ID DE LA NOVEDAD
      * EN TRX.NOVEDAD_PENDIENTE, LA DECISION ('A' APRUEBA / 'R'
      * RECHAZA), LA IDENTIFICACION DEL SUPERVISOR QUE DECIDIO Y UN
      * COMENTARIO OPCIONAL QUE QUEDA CON LA NOVEDAD.
       FD FICHERO-ENT RECORDING MODE IS F
                      DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA.
          05 REG-ID-NOVEDAD        PIC 9(9).
          05 REG-DECISION          PIC X(1).
             88 REG-DEC-APRUEBA    VALUE 'A'.
             88 REG-DEC-RECHAZA    VALUE 'R'.
          05 REG-SUPERVISOR        PIC X(8).
          05 REG-COMENTARIO        PIC X(40).

      * REGISTRO PARA REGISTRAR LAS DECISIONES RECHAZADAS Y LAS
      * NOVEDADES RECHAZADAS POR EL SUPERVISOR.
       FD ERROR-FICH RECORDING MODE IS F
                     DATA RECORD IS REG-ERROR.
       01 REG-ERROR.
          05 E-ID-NOVEDAD         PIC 9(9).
          05 E-PROGRAMA           PIC X(8).
          05 E-OPERADOR           PIC X(8).
          05 E-SUPERVISOR         PIC X(8).
          05 E-RAZON              PIC X(36).
          05 E-PARRAFO            PIC X(4).

      * REPORTE DE APROBACIONES: LAS VENCIDAS, LA COLA PENDIENTE AL
      * INICIO DE LA CORRIDA, LOS TOTALES Y LO RECHAZADO EN EL DIA.
       FD REPORTE-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-REPORTE.
       01 REG-REPORTE              PIC X(80).

      * ARCHIVOS DE NOVEDADES APROBADAS, UNO POR PROGRAMA, CON EL
      * LAYOUT DE ENTRADA DE CADA PROGRAMA DE MANTENIMIENTO: LA
      * IMAGEN CARGADA, EL ID DE LA NOVEDAD Y EL OPERADOR.
       FD APRCLI-FICH RECORDING MODE IS F
                      DATA RECORD IS REG-APRCLI.
       01 REG-APRCLI.
          05 APRCLI-DATOS          PIC X(162).
          05 APRCLI-ID-NOVEDAD     PIC 9(9).
          05 APRCLI-OPERADOR       PIC X(8).

       FD APRBLQ-FICH RECORDING MODE IS F
                      DATA RECORD IS REG-APRBLQ.
       01 REG-APRBLQ.
          05 APRBLQ-DATOS          PIC X(99).
          05 APRBLQ-ID-NOVEDAD     PIC 9(9).
          05 APRBLQ-OPERADOR       PIC X(8).

       FD APRBCO-FICH RECORDING MODE IS F
                      DATA RECORD IS REG-APRBCO.
       01 REG-APRBCO.
          05 APRBCO-DATOS          PIC X(65).
          05 APRBCO-ID-NOVEDAD     PIC 9(9).
          05 APRBCO-OPERADOR       PIC X(8).

       FD APRALI-FICH RECORDING MODE IS F
                      DATA RECORD IS REG-APRALI.
       01 REG-APRALI.
          05 APRALI-DATOS          PIC X(63).
          05 APRALI-ID-NOVEDAD     PIC 9(9).
          05 APRALI-OPERADOR       PIC X(8).

       FD APRMAN-FICH RECORDING MODE IS F
                      DATA RECORD IS REG-APRMAN.
       01 REG-APRMAN.
          05 APRMAN-DATOS          PIC X(75).
          05 APRMAN-ID-NOVEDAD     PIC 9(9).
          05 APRMAN-OPERADOR       PIC X(8).

       WORKING-STORAGE SECTION.

      * FILE STATUS DE LOS ARCHIVOS I-O.
       77 FS-ENTRADA              PIC 99.
          88 FS-ENTRADA-END       VALUE 10.

       77 FS-ERROR                PIC 99.
       77 FS-REPORTE               PIC 99.
       77 FS-APRCLI               PIC 99.
       77 FS-APRBLQ               PIC 99.
       77 FS-APRBCO               PIC 99.
       77 FS-APRALI               PIC 99.
       77 FS-APRMAN               PIC 99.

      * VARIABLES DEL PROGRAMA.
       77 WS-ERROR                PIC X VALUE 'N'.
          88 WS-ERROR-N           VALUE 'N'.
          88 WS-ERROR-S           VALUE 'S'.

      * DIAS CORRIDOS QUE UNA NOVEDAD PUEDE ESPERAR DECISION ANTES DE
      * VENCER (CLAVE NOVEDAD_DIAS_VENC DE TRX.PARAMETRO, EN TRES
      * DIGITOS). SIN FILA CARGADA RIGE ESTE VALOR.
       77 WS-DIAS-VENC            PIC 9(3) VALUE 5.

      * CONTADORES PARA EL REPORTE.
       77 WS-TOT-VENCIDAS         PIC 9(9) COMP VALUE 0.
       77 WS-TOT-EN-COLA          PIC 9(9) COMP VALUE 0.
       77 WS-TOT-LEIDAS           PIC 9(9) COMP VALUE 0.
       77 WS-TOT-APROBADAS        PIC 9(9) COMP VALUE 0.
       77 WS-TOT-RECH-SUP         PIC 9(9) COMP VALUE 0.
       77 WS-TOT-ERRORES          PIC 9(9) COMP VALUE 0.
       77 WS-TOT-MISMO-OPER       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-LISTADAS         PIC 9(9) COMP VALUE 0.

      * LINEAS DEL REPORTE.
       01 WS-REP-GUIONES          PIC X(80) VALUE ALL '-'.
       01 WS-REP-TITULO.
          05 FILLER               PIC X(16) VALUE SPACES.
          05 FILLER               PIC X(48)
                VALUE 'REPORTE DE APROBACION DE NOVEDADES - PAUTNOV'.
          05 FILLER               PIC X(16) VALUE SPACES.
       01 WS-REP-SUBTITULO.
          05 WS-RS-TEXTO          PIC X(80).
       01 WS-REP-CABECERA.
          05 FILLER               PIC X(11) VALUE 'NOVEDAD'.
          05 FILLER               PIC X(10) VALUE 'PROGRAMA'.
          05 FILLER               PIC X(12) VALUE 'CARGADA'.
          05 FILLER               PIC X(10) VALUE 'OPERADOR'.
          05 FILLER               PIC X(10) VALUE 'SUPERV.'.
          05 FILLER               PIC X(27) VALUE 'NOVEDAD (INICIO)'.
       01 WS-REP-DETALLE.
          05 WS-RD-ID             PIC ZZZZZZZZ9.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-RD-PROGRAMA       PIC X(8).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-RD-FECHA          PIC X(10).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-RD-OPERADOR       PIC X(8).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-RD-SUPERVISOR     PIC X(8).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-RD-IMAGEN         PIC X(27).
       01 WS-REP-CONTADOR.
          05 WS-RC-ETIQUETA       PIC X(45).
          05 WS-RC-VALOR          PIC ZZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(24) VALUE SPACES.

       01 WS-ERROR-NCONTROL.
          05 FILLER               PIC X(29)
                     VALUE 'ERROR NO CONTROLADO, CODIGO: '.
          05 WS-ENC-CODE          PIC -999.

      * SQLCA Y DCLGEN DE LAS TABLAS DEL CIRCUITO: LAS NOVEDADES
      * PENDIENTES, EL CONTROL DE REINICIO Y LOS PARAMETROS.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TRXNOV END-EXEC.
           EXEC SQL INCLUDE TRXCTL END-EXEC.
           EXEC SQL INCLUDE TRXPRM END-EXEC.
           EXEC SQL BEGIN DECLARE SECTION
           END-EXEC.
       01 DCLAUXILIAR.
          10 DIAS-VENC             PIC S9(4) USAGE COMP.
          10 ESTADO-LISTA          PIC X(1).
          10 SUPERVISOR-LISTA      PIC X(8).
           EXEC SQL END DECLARE SECTION
           END-EXEC.

      * CONTROL DE COMMITS Y REINICIO (VER TRX.CONTROL_PROCESO).
       77 WS-PROGRAMA              PIC X(8) VALUE 'PAUTNOV'.
       77 WS-COMMIT-CADA           PIC 9(4) COMP VALUE 100.
       77 WS-CONT-COMMIT           PIC 9(4) COMP VALUE 0.
       77 WS-NUM-REGISTRO          PIC 9(9) COMP VALUE 0.
       77 WS-REG-REINICIO          PIC 9(9) COMP VALUE 0.

      * MISMO ESQUEMA DE RECHAZOS YA ESCRITOS QUE PAUTTRX. LAS
      * APROBADAS YA ESCRITAS (EN CUALQUIERA DE LOS CINCO ARCHIVOS)
      * SE CUENTAN JUNTAS EN ULT_REG_INTERB, COMO LAS SALIDAS
      * INTERBANCARIAS DE PAUTTRX.
       77 WS-NUM-ERRORES           PIC 9(9) COMP VALUE 0.
       77 WS-REG-REINICIO-ERR      PIC 9(9) COMP VALUE 0.
       77 WS-NUM-APROB             PIC 9(9) COMP VALUE 0.
       77 WS-REG-REINICIO-APR      PIC 9(9) COMP VALUE 0.

      * CURSOR DE LA COLA DE NOVEDADES PENDIENTES, PARA EL LISTADO
      * DEL INICIO DEL REPORTE.
           EXEC SQL DECLARE CUR_COLA CURSOR FOR
                SELECT ID_NOVEDAD, PROGRAMA, FECHA_CARGA,
                       OPERADOR_CARGA, REG_NOVEDAD
                FROM TRX.NOVEDAD_PENDIENTE
                WHERE ESTADO_NOV = 'P'
                ORDER BY ID_NOVEDAD
           END-EXEC.

      * CURSOR DE LAS NOVEDADES CERRADAS EN EL DIA EN UN ESTADO DADO
      * ('V' VENCIDAS / 'R' RECHAZADAS), PARA EL LISTADO DEL FINAL
      * DEL REPORTE. SE LEE DE LA TABLA Y NO DE LA CORRIDA, ASI UN
      * REINICIO NO PIERDE LO QUE YA SE HABIA CONFIRMADO.
           EXEC SQL DECLARE CUR_CERR CURSOR FOR
                SELECT ID_NOVEDAD, PROGRAMA, FECHA_CARGA,
                       OPERADOR_CARGA, COALESCE(ID_SUPERVISOR, ' '),
                       REG_NOVEDAD
                FROM TRX.NOVEDAD_PENDIENTE
                WHERE ESTADO_NOV = :DCLAUXILIAR.ESTADO-LISTA
                  AND FECHA_DECISION = CURRENT DATE
                ORDER BY ID_NOVEDAD
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN-PROGRAM.
           PERFORM 1000-INIT-PROGRAM
           PERFORM 1600-VENCER-PENDIENTES
           PERFORM 1700-LISTAR-COLA
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
           PERFORM 1260-OPEN-APROBADAS
           PERFORM 1300-LEER-DIAS-VENC.

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

       1260-OPEN-APROBADAS.
      * MISMO CRITERIO QUE EL INTERB-FICH DE PAUTTRX.
           IF WS-REG-REINICIO > 0
              OPEN EXTEND APRCLI-FICH
              OPEN EXTEND APRBLQ-FICH
              OPEN EXTEND APRBCO-FICH
              OPEN EXTEND APRALI-FICH
              OPEN EXTEND APRMAN-FICH
           ELSE
              OPEN OUTPUT APRCLI-FICH
              OPEN OUTPUT APRBLQ-FICH
              OPEN OUTPUT APRBCO-FICH
              OPEN OUTPUT APRALI-FICH
              OPEN OUTPUT APRMAN-FICH
           END-IF
           IF FS-APRCLI NOT = 00 OR FS-APRBLQ NOT = 00
              OR FS-APRBCO NOT = 00 OR FS-APRALI NOT = 00
              OR FS-APRMAN NOT = 00
              CLOSE FICHERO-ENT
              CLOSE ERROR-FICH
              CLOSE REPORTE-FICH
              PERFORM 3300-STOP-PROGRAM
           END-IF.

      ***************************************************************
      * DIAS DE ESPERA ANTES DEL VENCIMIENTO (NOVEDAD_DIAS_VENC DE   *
      * TRX.PARAMETRO, EN TRES DIGITOS). SIN FILA O EN CERO RIGE EL  *
      * VALOR POR OMISION DE WS-DIAS-VENC.                           *
      ***************************************************************
       1300-LEER-DIAS-VENC.
           MOVE 'NOVEDAD_DIAS_VENC' TO CLAVE OF DCLPARAMETRO
           EXEC SQL
                SELECT VALOR
                INTO :DCLPARAMETRO.VALOR
                FROM TRX.PARAMETRO
                WHERE CLAVE = :DCLPARAMETRO.CLAVE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 IF VALOR OF DCLPARAMETRO(1:3) IS NUMERIC
                    AND VALOR OF DCLPARAMETRO(1:3) NOT = '000'
                    MOVE VALOR OF DCLPARAMETRO(1:3) TO WS-DIAS-VENC
                 END-IF
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-ENC-CODE
                 DISPLAY WS-ERROR-NCONTROL
                 PERFORM 3300-STOP-PROGRAM
           END-EVALUATE
           MOVE WS-DIAS-VENC TO DIAS-VENC OF DCLAUXILIAR.

      ***************************************************************
      * RECUPERAMOS EL PUNTO DE REINICIO DE TRX.CONTROL_PROCESO, DE  *
      * LA MISMA FORMA QUE LO HACE PAUTTRX.                          *
      ***************************************************************
       1400-RECUPERAR-CONTROL.
           MOVE WS-PROGRAMA TO NOM-PROGRAMA OF DCLCONTROL
           EXEC SQL
                SELECT ULT_REG_COMMIT, ULT_REG_ERROR, ULT_REG_INTERB
                INTO :DCLCONTROL.ULT-REG-COMMIT,
                     :DCLCONTROL.ULT-REG-ERROR,
                     :DCLCONTROL.ULT-REG-INTERB
                FROM TRX.CONTROL_PROCESO
                WHERE NOM_PROGRAMA = :DCLCONTROL.NOM-PROGRAMA
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE ULT-REG-COMMIT OF DCLCONTROL TO WS-REG-REINICIO
                 MOVE ULT-REG-ERROR OF DCLCONTROL
                   TO WS-REG-REINICIO-ERR
                 MOVE ULT-REG-INTERB OF DCLCONTROL
                   TO WS-REG-REINICIO-APR
              WHEN 100
                 MOVE ZEROS TO WS-REG-REINICIO
                 MOVE ZEROS TO WS-REG-REINICIO-ERR
                 MOVE ZEROS TO WS-REG-REINICIO-APR
                 EXEC SQL
                      INSERT INTO TRX.CONTROL_PROCESO
                             (NOM_PROGRAMA, ULT_REG_COMMIT,
                              ULT_REG_ERROR, ULT_REG_INTERB,
                              ESTADO_PROCESO)
                      VALUES (:DCLCONTROL.NOM-PROGRAMA, 0, 0, 0, 'P')
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
      * VENCIMIENTO: LA NOVEDAD QUE SIGUE PENDIENTE MAS DE           *
      * WS-DIAS-VENC DIAS DESDE SU CARGA QUEDA VENCIDA ('V') Y YA NO *
      * SE PUEDE APROBAR; EL OPERADOR LA TIENE QUE VOLVER A CARGAR.  *
      * SE CONFIRMA ANTES DE TOMAR DECISIONES, Y LAS VENCIDAS DEL    *
      * DIA SE LISTAN AL FINAL DEL REPORTE.                          *
      ***************************************************************
       1600-VENCER-PENDIENTES.
           EXEC SQL
                UPDATE TRX.NOVEDAD_PENDIENTE
                SET ESTADO_NOV = 'V',
                    FECHA_DECISION = CURRENT DATE
                WHERE ESTADO_NOV = 'P'
                  AND FECHA_CARGA <
                      CURRENT DATE - :DCLAUXILIAR.DIAS-VENC DAYS
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3) TO WS-TOT-VENCIDAS
                 EXEC SQL COMMIT END-EXEC
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-ENC-CODE
                 DISPLAY WS-ERROR-NCONTROL
                 EXEC SQL ROLLBACK END-EXEC
                 PERFORM 3300-STOP-PROGRAM
           END-EVALUATE.

      ***************************************************************
      * LISTADO DE LA COLA DE NOVEDADES PENDIENTES AL INICIO DE LA   *
      * CORRIDA, PARA QUE EL SUPERVISOR VEA TODO LO QUE ESPERA       *
      * DECISION (INCLUIDO LO QUE ESTE LOTE DE DECISIONES NO CUBRE). *
      ***************************************************************
       1700-LISTAR-COLA.
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           WRITE REG-REPORTE FROM WS-REP-TITULO
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           MOVE 'NOVEDADES PENDIENTES DE DECISION' TO WS-RS-TEXTO
           WRITE REG-REPORTE FROM WS-REP-SUBTITULO
           WRITE REG-REPORTE FROM WS-REP-CABECERA
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           EXEC SQL OPEN CUR_COLA END-EXEC
           PERFORM 1750-FETCH-COLA
           PERFORM 1800-LISTAR-NOVEDAD UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_COLA END-EXEC
           WRITE REG-REPORTE FROM WS-REP-GUIONES.

       1750-FETCH-COLA.
           EXEC SQL
                FETCH CUR_COLA
                INTO :DCLNOVEDAD.ID-NOVEDAD,
                     :DCLNOVEDAD.PROGRAMA,
                     :DCLNOVEDAD.FECHA-CARGA,
                     :DCLNOVEDAD.OPERADOR-CARGA,
                     :DCLNOVEDAD.REG-NOVEDAD
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE SPACES TO ID-SUPERVISOR OF DCLNOVEDAD
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-ENC-CODE
                 DISPLAY WS-ERROR-NCONTROL
                 PERFORM 3300-STOP-PROGRAM
           END-EVALUATE.

       1800-LISTAR-NOVEDAD.
           ADD 1 TO WS-TOT-EN-COLA
           PERFORM 1850-ESCRIBIR-DETALLE
           PERFORM 1750-FETCH-COLA.

       1850-ESCRIBIR-DETALLE.
           MOVE ID-NOVEDAD OF DCLNOVEDAD TO WS-RD-ID
           MOVE PROGRAMA OF DCLNOVEDAD TO WS-RD-PROGRAMA
           MOVE FECHA-CARGA OF DCLNOVEDAD TO WS-RD-FECHA
           MOVE OPERADOR-CARGA OF DCLNOVEDAD TO WS-RD-OPERADOR
           MOVE ID-SUPERVISOR OF DCLNOVEDAD TO WS-RD-SUPERVISOR
           MOVE REG-NOVEDAD OF DCLNOVEDAD TO WS-RD-IMAGEN
           WRITE REG-REPORTE FROM WS-REP-DETALLE.

      ***************************************************************
      * POR CADA DECISION DEL LOTE: BUSCAMOS LA NOVEDAD PENDIENTE,   *
      * CONTROLAMOS QUE QUIEN DECIDE NO SEA QUIEN LA CARGO, Y SEGUN  *
      * LA DECISION LA APROBAMOS (SALE AL ARCHIVO DE APROBADAS DE SU *
      * PROGRAMA) O LA RECHAZAMOS. EN AMBOS CASOS QUEDAN EL          *
      * SUPERVISOR, LA FECHA Y EL COMENTARIO EN LA NOVEDAD.          *
      ***************************************************************
       2000-PROCESAMIENTO.
           MOVE 'N' TO WS-ERROR
           ADD 1 TO WS-NUM-REGISTRO
           ADD 1 TO WS-TOT-LEIDAS
           PERFORM 2100-BUSCAR-NOVEDAD
           IF WS-ERROR-N
              PERFORM 2150-VERIFICAR-SUPERVISOR
           END-IF
           IF WS-ERROR-N
              EVALUATE TRUE
                 WHEN REG-DEC-APRUEBA
                    PERFORM 2200-APROBAR-NOVEDAD
                 WHEN REG-DEC-RECHAZA
                    PERFORM 2700-RECHAZAR-NOVEDAD
                 WHEN OTHER
                    PERFORM 2800-CAMBIAR-DATOS-ERROR
                    MOVE 'DECISION INVALIDA' TO E-RAZON
                    PERFORM 2805-ESCRIBIR-ERROR
                    MOVE 'S' TO WS-ERROR
              END-EVALUATE
           END-IF
           IF WS-ERROR-S
              ADD 1 TO WS-TOT-ERRORES
           END-IF
           PERFORM 2900-COMMIT-PUNTO
           READ FICHERO-ENT.

       2100-BUSCAR-NOVEDAD.
           MOVE REG-ID-NOVEDAD TO ID-NOVEDAD OF DCLNOVEDAD
           EXEC SQL
                SELECT PROGRAMA, FECHA_CARGA, OPERADOR_CARGA,
                       REG_NOVEDAD, ESTADO_NOV
                INTO :DCLNOVEDAD.PROGRAMA,
                     :DCLNOVEDAD.FECHA-CARGA,
                     :DCLNOVEDAD.OPERADOR-CARGA,
                     :DCLNOVEDAD.REG-NOVEDAD,
                     :DCLNOVEDAD.ESTADO-NOV
                FROM TRX.NOVEDAD_PENDIENTE
                WHERE ID_NOVEDAD = :DCLNOVEDAD.ID-NOVEDAD
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 EVALUATE ESTADO-NOV OF DCLNOVEDAD
                    WHEN 'P'
                       CONTINUE
                    WHEN 'V'
                       PERFORM 2800-CAMBIAR-DATOS-ERROR
                       MOVE 'NOVEDAD VENCIDA SIN APROBAR' TO E-RAZON
                       PERFORM 2805-ESCRIBIR-ERROR
                       MOVE 'S' TO WS-ERROR
                    WHEN OTHER
                       PERFORM 2800-CAMBIAR-DATOS-ERROR
                       MOVE 'NOVEDAD YA RESUELTA' TO E-RAZON
                       PERFORM 2805-ESCRIBIR-ERROR
                       MOVE 'S' TO WS-ERROR
                 END-EVALUATE
              WHEN 100
                 MOVE SPACES TO PROGRAMA OF DCLNOVEDAD
                 MOVE SPACES TO OPERADOR-CARGA OF DCLNOVEDAD
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'NOVEDAD INEXISTENTE' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              WHEN OTHER
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2100' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

      ***************************************************************
      * EL DOBLE CONTROL EXIGE QUE LA DECISION LA TOME UN OPERADOR   *
      * IDENTIFICADO Y DISTINTO DEL QUE CARGO LA NOVEDAD.            *
      ***************************************************************
       2150-VERIFICAR-SUPERVISOR.
           IF REG-SUPERVISOR = SPACES
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'DECISION SIN SUPERVISOR' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N
              AND REG-SUPERVISOR = OPERADOR-CARGA OF DCLNOVEDAD
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'SUPERVISOR IGUAL AL OPERADOR' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
              ADD 1 TO WS-TOT-MISMO-OPER
           END-IF.

      ***************************************************************
      * APROBADA: LA NOVEDAD PASA A 'A' Y SALE AL ARCHIVO DE SU      *
      * PROGRAMA. UNA NOVEDAD DE UN PROGRAMA QUE NO ES DEL CIRCUITO  *
      * NO SE APRUEBA.                                               *
      ***************************************************************
       2200-APROBAR-NOVEDAD.
           IF PROGRAMA OF DCLNOVEDAD NOT = 'PMNTCLI'
              AND PROGRAMA OF DCLNOVEDAD NOT = 'PMNTBLQ'
              AND PROGRAMA OF DCLNOVEDAD NOT = 'PMNTBCO'
              AND PROGRAMA OF DCLNOVEDAD NOT = 'PMNTALI'
              AND PROGRAMA OF DCLNOVEDAD NOT = 'PMNTMAN'
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'PROGRAMA DE NOVEDAD DESCONOCIDO' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N
              MOVE 'A' TO ESTADO-NOV OF DCLNOVEDAD
              PERFORM 2600-RESOLVER-NOVEDAD
           END-IF
           IF WS-ERROR-N
              PERFORM 2300-GRABAR-APROBADA
              ADD 1 TO WS-TOT-APROBADAS
           END-IF.

      *********************************************************
      * LA APROBADA SALE AL ARCHIVO DE SU PROGRAMA, CON EL    *
      * MISMO ESQUEMA DE REINICIO QUE EL INTERB-FICH DE       *
      * PAUTTRX.                                              *
      *********************************************************
       2300-GRABAR-APROBADA.
           ADD 1 TO WS-NUM-APROB
           IF WS-NUM-APROB > WS-REG-REINICIO-APR
              EVALUATE PROGRAMA OF DCLNOVEDAD
                 WHEN 'PMNTCLI'
                    MOVE REG-NOVEDAD OF DCLNOVEDAD TO APRCLI-DATOS
                    MOVE ID-NOVEDAD OF DCLNOVEDAD TO APRCLI-ID-NOVEDAD
                    MOVE OPERADOR-CARGA OF DCLNOVEDAD
                      TO APRCLI-OPERADOR
                    WRITE REG-APRCLI
                 WHEN 'PMNTBLQ'
                    MOVE REG-NOVEDAD OF DCLNOVEDAD TO APRBLQ-DATOS
                    MOVE ID-NOVEDAD OF DCLNOVEDAD TO APRBLQ-ID-NOVEDAD
                    MOVE OPERADOR-CARGA OF DCLNOVEDAD
                      TO APRBLQ-OPERADOR
                    WRITE REG-APRBLQ
                 WHEN 'PMNTBCO'
                    MOVE REG-NOVEDAD OF DCLNOVEDAD TO APRBCO-DATOS
                    MOVE ID-NOVEDAD OF DCLNOVEDAD TO APRBCO-ID-NOVEDAD
                    MOVE OPERADOR-CARGA OF DCLNOVEDAD
                      TO APRBCO-OPERADOR
                    WRITE REG-APRBCO
                 WHEN 'PMNTALI'
                    MOVE REG-NOVEDAD OF DCLNOVEDAD TO APRALI-DATOS
                    MOVE ID-NOVEDAD OF DCLNOVEDAD TO APRALI-ID-NOVEDAD
                    MOVE OPERADOR-CARGA OF DCLNOVEDAD
                      TO APRALI-OPERADOR
                    WRITE REG-APRALI
                 WHEN 'PMNTMAN'
                    MOVE REG-NOVEDAD OF DCLNOVEDAD TO APRMAN-DATOS
                    MOVE ID-NOVEDAD OF DCLNOVEDAD TO APRMAN-ID-NOVEDAD
                    MOVE OPERADOR-CARGA OF DCLNOVEDAD
                      TO APRMAN-OPERADOR
                    WRITE REG-APRMAN
              END-EVALUATE
           END-IF.

      ***************************************************************
      * DEJA LA DECISION EN LA NOVEDAD: ESTADO, SUPERVISOR, FECHA Y  *
      * COMENTARIO. LA CONDICION SOBRE EL ESTADO 'P' EVITA PISAR UNA *
      * NOVEDAD QUE OTRA DECISION DEL MISMO LOTE YA RESOLVIO.        *
      ***************************************************************
       2600-RESOLVER-NOVEDAD.
           MOVE REG-SUPERVISOR TO ID-SUPERVISOR OF DCLNOVEDAD
           MOVE REG-COMENTARIO TO COMENTARIO OF DCLNOVEDAD
           EXEC SQL
                UPDATE TRX.NOVEDAD_PENDIENTE
                SET ESTADO_NOV = :DCLNOVEDAD.ESTADO-NOV,
                    ID_SUPERVISOR = :DCLNOVEDAD.ID-SUPERVISOR,
                    COMENTARIO = :DCLNOVEDAD.COMENTARIO,
                    FECHA_DECISION = CURRENT DATE
                WHERE ID_NOVEDAD = :DCLNOVEDAD.ID-NOVEDAD
                  AND ESTADO_NOV = 'P'
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'NOVEDAD YA RESUELTA' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              WHEN OTHER
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2600' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

      ***************************************************************
      * RECHAZADA POR EL SUPERVISOR: LA NOVEDAD SE RESUELVE 'R' Y    *
      * EL RENGLON VA AL ARCHIVO DE ERRORES, COMO EN PAUTTRX. LAS    *
      * RECHAZADAS DEL DIA SE LISTAN ADEMAS AL FINAL DEL REPORTE.    *
      ***************************************************************
       2700-RECHAZAR-NOVEDAD.
           MOVE 'R' TO ESTADO-NOV OF DCLNOVEDAD
           PERFORM 2600-RESOLVER-NOVEDAD
           IF WS-ERROR-N
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'RECHAZADA POR SUPERVISOR' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              ADD 1 TO WS-TOT-RECH-SUP
           END-IF.

      *********************************************************
      * CARGAMOS LOS DATOS DE LA DECISION AL REGISTRO DE      *
      * ERRORES.                                              *
      *********************************************************
       2800-CAMBIAR-DATOS-ERROR.
           MOVE REG-ID-NOVEDAD TO E-ID-NOVEDAD
           MOVE PROGRAMA OF DCLNOVEDAD TO E-PROGRAMA
           MOVE OPERADOR-CARGA OF DCLNOVEDAD TO E-OPERADOR
           MOVE REG-SUPERVISOR TO E-SUPERVISOR
           MOVE SPACES TO E-PARRAFO.

      *********************************************************
      * ESCRIBIMOS EL RECHAZO EN ERROR-FICH, PERO SOLO SI TODAVIA  *
      * NO ESTABA ESCRITO DESDE UNA CORRIDA ANTERIOR, IGUAL QUE    *
      * EN PAUTTRX.                                                *
      *********************************************************
       2805-ESCRIBIR-ERROR.
           ADD 1 TO WS-NUM-ERRORES
           IF WS-NUM-ERRORES > WS-REG-REINICIO-ERR
              WRITE REG-ERROR
           END-IF.

      ***************************************************************
      * PUNTO DE COMMIT, IGUAL AL DE PAUTTRX.                        *
      ***************************************************************
       2900-COMMIT-PUNTO.
           ADD 1 TO WS-CONT-COMMIT
           IF WS-CONT-COMMIT >= WS-COMMIT-CADA
              EXEC SQL COMMIT END-EXEC
              MOVE WS-NUM-REGISTRO TO ULT-REG-COMMIT OF DCLCONTROL
              MOVE WS-NUM-ERRORES TO ULT-REG-ERROR OF DCLCONTROL
              MOVE WS-NUM-APROB TO ULT-REG-INTERB OF DCLCONTROL
              EXEC SQL
                   UPDATE TRX.CONTROL_PROCESO
                   SET ULT_REG_COMMIT = :DCLCONTROL.ULT-REG-COMMIT,
                       ULT_REG_ERROR = :DCLCONTROL.ULT-REG-ERROR,
                       ULT_REG_INTERB = :DCLCONTROL.ULT-REG-INTERB,
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
           CLOSE APRCLI-FICH
           CLOSE APRBLQ-FICH
           CLOSE APRBCO-FICH
           CLOSE APRALI-FICH
           CLOSE APRMAN-FICH
           PERFORM 3300-STOP-PROGRAM.

      ***************************************************************
      * COMMIT FINAL DE LA CORRIDA, IGUAL AL DE PAUTTRX.             *
      ***************************************************************
       3100-COMMIT-FINAL.
           EXEC SQL COMMIT END-EXEC
           EXEC SQL
                UPDATE TRX.CONTROL_PROCESO
                SET ULT_REG_COMMIT = 0,
                    ULT_REG_ERROR = 0,
                    ULT_REG_INTERB = 0,
                    ESTADO_PROCESO = 'C'
                WHERE NOM_PROGRAMA = :DCLCONTROL.NOM-PROGRAMA
           END-EXEC
           EXEC SQL COMMIT END-EXEC.

      ***************************************************************
      * TOTALES DE LA CORRIDA, A CONTINUACION DEL LISTADO DE LA COLA *
      * QUE ENCABEZA EL REPORTE, Y DETALLE DE LAS NOVEDADES          *
      * RECHAZADAS Y VENCIDAS EN EL DIA.                             *
      ***************************************************************
       3200-GENERAR-REPORTE.
           MOVE 'NOVEDADES VENCIDAS EN ESTA CORRIDA' TO WS-RC-ETIQUETA
           MOVE WS-TOT-VENCIDAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'PENDIENTES EN COLA AL INICIO' TO WS-RC-ETIQUETA
           MOVE WS-TOT-EN-COLA TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'DECISIONES LEIDAS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-LEIDAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'APROBADAS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-APROBADAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'RECHAZADAS POR EL SUPERVISOR' TO WS-RC-ETIQUETA
           MOVE WS-TOT-RECH-SUP TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'DECISIONES CON ERROR' TO WS-RC-ETIQUETA
           MOVE WS-TOT-ERRORES TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   DECIDIDAS POR EL MISMO OPERADOR'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-MISMO-OPER TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           MOVE 'NOVEDADES RECHAZADAS EN EL DIA' TO WS-RS-TEXTO
           MOVE 'R' TO ESTADO-LISTA OF DCLAUXILIAR
           PERFORM 3250-LISTAR-CERRADAS
           MOVE 'NOVEDADES VENCIDAS EN EL DIA' TO WS-RS-TEXTO
           MOVE 'V' TO ESTADO-LISTA OF DCLAUXILIAR
           PERFORM 3250-LISTAR-CERRADAS.

       3250-LISTAR-CERRADAS.
           MOVE ZEROS TO WS-TOT-LISTADAS
           WRITE REG-REPORTE FROM WS-REP-SUBTITULO
           WRITE REG-REPORTE FROM WS-REP-CABECERA
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           EXEC SQL OPEN CUR_CERR END-EXEC
           PERFORM 3260-FETCH-CERRADA
           PERFORM 3270-LISTAR-CERRADA UNTIL SQLCODE NOT = 0
           EXEC SQL CLOSE CUR_CERR END-EXEC
           MOVE 'TOTAL LISTADAS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-LISTADAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           WRITE REG-REPORTE FROM WS-REP-GUIONES.

       3260-FETCH-CERRADA.
           EXEC SQL
                FETCH CUR_CERR
                INTO :DCLNOVEDAD.ID-NOVEDAD,
                     :DCLNOVEDAD.PROGRAMA,
                     :DCLNOVEDAD.FECHA-CARGA,
                     :DCLNOVEDAD.OPERADOR-CARGA,
                     :DCLAUXILIAR.SUPERVISOR-LISTA,
                     :DCLNOVEDAD.REG-NOVEDAD
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
           END-IF.

       3270-LISTAR-CERRADA.
           ADD 1 TO WS-TOT-LISTADAS
           MOVE SUPERVISOR-LISTA OF DCLAUXILIAR
             TO ID-SUPERVISOR OF DCLNOVEDAD
           PERFORM 1850-ESCRIBIR-DETALLE
           PERFORM 3260-FETCH-CERRADA.

       3300-STOP-PROGRAM.
           STOP RUN.
