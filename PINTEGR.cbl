       IDENTIFICATION DIVISION.
       PROGRAM-ID. PINTEGR.
       AUTHOR. TRONCOSO LEANDRO.
      **********************************************************
      * Control nocturno de integridad referencial del esquema *
      * TRX. No modifica ninguna tabla de negocio: recorre las *
      * relaciones que los procesos del dia pueden dejar rotas *
      * y lista cada excepcion por categoria con sus claves.   *
      * Son CRITICAS (bloquean el cierre del dia):             *
      *   - alias activos sobre cuentas dadas de baja;         *
      *   - ordenes permanentes y mandatos activos de cuentas  *
      *     dadas de baja;                                     *
      *   - transferencias programadas con fecha valor pasada  *
      *     que nunca se liberaron;                            *
      *   - TRX.CONTROL_ID atrasado respecto del mayor ID_TRX. *
      * Son ADVERTENCIAS (se listan, no bloquean):             *
      *   - ordenes y mandatos activos de cuentas inactivas;   *
      *   - pendientes de autorizacion de dias anteriores que  *
      *     nadie decidio;                                     *
      *   - huecos en las fotos de TRX.SALDO_DIARIO.           *
      * El resultado queda en TRX.CONTROL_PROCESO: 'C' sin     *
      * criticas, 'I' con inconsistencias criticas, que        *
      * PCIERRE y POPSMON informan como bloqueo del cierre.    *
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
      * PARAMETRO DE ENTRADA: EL DIA DE NEGOCIO CONTROLADO. EL PASO
      * CORRE AL FINAL DE LA NOCHE, DESPUES DE PSNAPDIA Y ANTES DE
      * PCIERRE.
       FD FICHERO-ENT RECORDING MODE IS F
                      DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA.
          05 REG-FECHA.
             10 REG-F-ANIO        PIC 9(4).
             10 REG-F-MES         PIC 99.
             10 REG-F-DIA         PIC 99.
          05 REG-F-NUM            REDEFINES REG-FECHA PIC 9(8).
          05 FILLER               PIC X(72).

      * REPORTE DE EXCEPCIONES DE INTEGRIDAD PARA OPERACIONES.
       FD REPORTE-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-REPORTE.
       01 REG-REPORTE              PIC X(80).

       WORKING-STORAGE SECTION.

       77 FS-ENTRADA               PIC 99.
       77 FS-REPORTE               PIC 99.

      * GRAVEDAD DE LA EXCEPCION QUE SE ESTA LISTANDO.
       77 WS-EXC-CRITICA           PIC X VALUE 'N'.
          88 WS-EXC-CRITICA-S      VALUE 'S'.
          88 WS-EXC-CRITICA-N      VALUE 'N'.

      * CONTADORES DEL REPORTE: POR CATEGORIA, POR SECCION Y POR
      * GRAVEDAD.
       77 WS-TOT-ALIAS             PIC 9(9) COMP VALUE 0.
       77 WS-TOT-ORDENES-BAJA      PIC 9(9) COMP VALUE 0.
       77 WS-TOT-ORDENES-INAC      PIC 9(9) COMP VALUE 0.
       77 WS-TOT-MANDATOS-BAJA     PIC 9(9) COMP VALUE 0.
       77 WS-TOT-MANDATOS-INAC     PIC 9(9) COMP VALUE 0.
       77 WS-TOT-PENDIENTES        PIC 9(9) COMP VALUE 0.
       77 WS-TOT-PROGRAMADAS       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-NUMERACION        PIC 9(9) COMP VALUE 0.
       77 WS-TOT-HUECOS            PIC 9(9) COMP VALUE 0.
       77 WS-TOT-SIN-FOTO          PIC 9(9) COMP VALUE 0.
       77 WS-TOT-SECCION           PIC 9(9) COMP VALUE 0.
       77 WS-TOT-CRITICAS          PIC 9(9) COMP VALUE 0.
       77 WS-TOT-ADVERTENCIAS      PIC 9(9) COMP VALUE 0.

      * LINEAS DEL REPORTE.
       01 WS-REP-GUIONES           PIC X(80) VALUE ALL '-'.
       01 WS-REP-TITULO.
          05 FILLER                PIC X(18) VALUE SPACES.
          05 FILLER                PIC X(36)
                VALUE 'CONTROL DE INTEGRIDAD REFERENCIAL - '.
          05 FILLER                PIC X(7) VALUE 'PINTEGR'.
          05 FILLER                PIC X(19) VALUE SPACES.
       01 WS-REP-PERIODO.
          05 FILLER                PIC X(16) VALUE 'DIA CONTROLADO: '.
          05 WS-RP-ANIO            PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-RP-MES             PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 WS-RP-DIA             PIC 99.
          05 FILLER                PIC X(54) VALUE SPACES.
       01 WS-REP-SECCION.
          05 WS-RS-TEXTO           PIC X(80).
       01 WS-REP-CAB-DET.
          05 WS-RCD-COL1           PIC X(23).
          05 WS-RCD-COL2           PIC X(23).
          05 WS-RCD-COL3           PIC X(10).
          05 WS-RCD-COL4           PIC X(24).
       01 WS-REP-DETALLE.
          05 WS-RD-CLAVE1          PIC X(22).
          05 FILLER                PIC X(1) VALUE SPACES.
          05 WS-RD-CLAVE2          PIC X(22).
          05 FILLER                PIC X(1) VALUE SPACES.
          05 WS-RD-ID              PIC Z(9).
          05 FILLER                PIC X(1) VALUE SPACES.
          05 WS-RD-OBS             PIC X(24).
       01 WS-REP-VEREDICTO.
          05 WS-RV-TEXTO           PIC X(80).
       01 WS-REP-CONTADOR.
          05 WS-RC-ETIQUETA        PIC X(45).
          05 WS-RC-VALOR           PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(24) VALUE SPACES.

      * NUMERO EDITADO PARA LA COLUMNA DE OBSERVACION.
       77 WS-NUM-EDIT              PIC Z(8)9.

       01 WS-ERROR-NCONTROL.
          05 FILLER               PIC X(29)
                     VALUE 'ERROR NO CONTROLADO, CODIGO: '.
          05 WS-ENC-CODE          PIC -999.

      * SQLCA Y DCLGEN DE LA TABLA DE CONTROL DE PROCESOS, DONDE EL
      * PASO REGISTRA SU RESULTADO.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TRXCTL END-EXEC.
           EXEC SQL BEGIN DECLARE SECTION
           END-EXEC.
       01 DCLAUX.
          10 INT-FECHA             PIC X(10).
          10 INT-CLAVE1            PIC X(22).
          10 INT-CLAVE2            PIC X(22).
          10 INT-ID                PIC S9(9) COMP-5.
          10 INT-ESTADO            PIC X(1).
          10 INT-DIA-HORA          PIC X(26).
          10 INT-FECHA-DATO        PIC X(10).
          10 INT-CANT              PIC S9(9) COMP-5.
          10 INT-DIAS              PIC S9(9) COMP-5.
          10 INT-ULT-ID            PIC S9(9) COMP-5.
          10 INT-MAX-ID            PIC S9(9) COMP-5.
          10 INT-MAX-HIST          PIC S9(9) COMP-5.
      * COMIENZO DEL DIA CONTROLADO CON EL MISMO RELLENO BYTE A BYTE
      * QUE EL FORMATO REAL DE DIA_HORA (VER PSNAPDIA): UN PENDIENTE
      * ANTERIOR A ESTE MOMENTO QUEDO SIN DECIDIR DE UN DIA PREVIO.
       01 WS-TS-DIA-INI.
          05 WS-TSI-ANIO           PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-TSI-MES            PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 WS-TSI-DIA            PIC 99.
          05 FILLER                PIC X(8) VALUE '00:00:00'.
          05 FILLER                PIC X(8) VALUE SPACES.
           EXEC SQL END DECLARE SECTION
           END-EXEC.

      * DIA CONTROLADO CON EL FORMATO 'AAAA-MM-DD' DE LAS FECHAS DEL
      * ESQUEMA.
       01 WS-FECHA-CTL.
          05 WS-FC-ANIO            PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-FC-MES             PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 WS-FC-DIA             PIC 99.

      * ALIAS ACTIVOS CUYO CBU ES UNA CUENTA NUESTRA YA CERRADA. UN
      * ALIAS PUEDE APUNTAR A UNA CUENTA DE OTRA ENTIDAD (VER
      * PMNTALI), ASI QUE SOLO SE CONTROLAN LOS CBU DE TRX.CLIENTE.
           EXEC SQL DECLARE CUR_ALI CURSOR FOR
                SELECT A.ALIAS, A.CBU
                FROM TRX.ALIAS A, TRX.CLIENTE C
                WHERE C.CBU_CLIENTE = A.CBU
                  AND A.ESTADO_ALIAS = 'A'
                  AND C.ESTADO_CLIENTE = 'B'
                ORDER BY A.CBU, A.ALIAS
           END-EXEC.

      * ORDENES PERMANENTES ACTIVAS DE CUENTAS DADAS DE BAJA O
      * INACTIVAS.
           EXEC SQL DECLARE CUR_ORD CURSOR FOR
                SELECT O.ID_ORDEN, O.CBU_EMISOR, O.CBU_RECEPTOR,
                       C.ESTADO_CLIENTE
                FROM TRX.ORDEN_PERMANENTE O, TRX.CLIENTE C
                WHERE C.CBU_CLIENTE = O.CBU_EMISOR
                  AND O.ESTADO_ORDEN = 'A'
                  AND C.ESTADO_CLIENTE IN ('B', 'D')
                ORDER BY O.ID_ORDEN
           END-EXEC.

      * MANDATOS DE DEBITO ACTIVOS DE CUENTAS DADAS DE BAJA O
      * INACTIVAS.
           EXEC SQL DECLARE CUR_MAN CURSOR FOR
                SELECT M.ID_MANDATO, M.CBU, M.ID_EMPRESA,
                       C.ESTADO_CLIENTE
                FROM TRX.MANDATO M, TRX.CLIENTE C
                WHERE C.CBU_CLIENTE = M.CBU
                  AND M.ESTADO_MANDATO = 'A'
                  AND C.ESTADO_CLIENTE IN ('B', 'D')
                ORDER BY M.ID_MANDATO
           END-EXEC.

      * PENDIENTES DE AUTORIZACION DE DIAS ANTERIORES AL CONTROLADO
      * QUE SIGUEN SIN DECIDIR.
           EXEC SQL DECLARE CUR_PEN CURSOR FOR
                SELECT ID_PENDIENTE, CBU_EMISOR, DIA_HORA
                FROM TRX.TRX_PENDIENTE
                WHERE ESTADO_PEND = 'P'
                  AND DIA_HORA < :WS-TS-DIA-INI
                ORDER BY ID_PENDIENTE
           END-EXEC.

      * PROGRAMADAS CON FECHA VALOR ANTERIOR AL DIA CONTROLADO QUE
      * SIGUEN PENDIENTES: PPRGLIB LAS LIBERA O LAS VENCE, ASI QUE
      * NUNCA PASARON POR EL.
           EXEC SQL DECLARE CUR_PRG CURSOR FOR
                SELECT ID_PROG, CBU_EMISOR, CBU_RECEPTOR, FECHA_VALOR
                FROM TRX.TRX_PROGRAMADA
                WHERE ESTADO_PROG = 'P'
                  AND FECHA_VALOR < :DCLAUX.INT-FECHA
                ORDER BY ID_PROG
           END-EXEC.

      * HUECOS EN LAS FOTOS DE SALDO: CADA FOTO ES UN DIA DE
      * PERMANENCIA (VER PDEVENG), ASI QUE UNA CUENTA VIGENTE DEBE
      * TENER UNA FOTO POR DIA DESDE LA PRIMERA HASTA EL DIA
      * CONTROLADO.
           EXEC SQL DECLARE CUR_HUE CURSOR FOR
                SELECT S.CBU, MIN(S.FECHA), COUNT(*),
                       DAYS(DATE(:DCLAUX.INT-FECHA))
                       - DAYS(MIN(S.FECHA)) + 1
                FROM TRX.SALDO_DIARIO S, TRX.CLIENTE C
                WHERE C.CBU_CLIENTE = S.CBU
                  AND C.ESTADO_CLIENTE <> 'B'
                  AND S.FECHA <= :DCLAUX.INT-FECHA
                GROUP BY S.CBU
                HAVING COUNT(*) < DAYS(DATE(:DCLAUX.INT-FECHA))
                                  - DAYS(MIN(S.FECHA)) + 1
                ORDER BY S.CBU
           END-EXEC.

      * CUENTAS VIGENTES SIN NINGUNA FOTO HASTA EL DIA CONTROLADO.
           EXEC SQL DECLARE CUR_SFT CURSOR FOR
                SELECT C.CBU_CLIENTE
                FROM TRX.CLIENTE C
                WHERE C.ESTADO_CLIENTE <> 'B'
                  AND NOT EXISTS
                      (SELECT 1
                       FROM TRX.SALDO_DIARIO S
                       WHERE S.CBU = C.CBU_CLIENTE
                         AND S.FECHA <= :DCLAUX.INT-FECHA)
                ORDER BY C.CBU_CLIENTE
           END-EXEC.

      * NOMBRE CON EL QUE EL PASO REGISTRA SU RESULTADO EN
      * TRX.CONTROL_PROCESO.
       77 WS-PROGRAMA              PIC X(8) VALUE 'PINTEGR'.

       PROCEDURE DIVISION.
       0000-MAIN-PROGRAM.
           PERFORM 1000-INIT-PROGRAM
           PERFORM 2100-CONTROLAR-ALIAS
           PERFORM 2200-CONTROLAR-ORDENES
           PERFORM 2300-CONTROLAR-MANDATOS
           PERFORM 2400-CONTROLAR-PENDIENTES
           PERFORM 2500-CONTROLAR-PROGRAMADAS
           PERFORM 2600-CONTROLAR-NUMERACION
           PERFORM 2700-CONTROLAR-SALDOS
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
              DISPLAY 'PINTEGR: FECHA DE CONTROL INVALIDA'
              PERFORM 3300-STOP-PROGRAM
           END-IF
           MOVE REG-F-ANIO TO WS-FC-ANIO WS-TSI-ANIO WS-RP-ANIO
           MOVE REG-F-MES  TO WS-FC-MES WS-TSI-MES WS-RP-MES
           MOVE REG-F-DIA  TO WS-FC-DIA WS-TSI-DIA WS-RP-DIA
           MOVE WS-FECHA-CTL TO INT-FECHA
           OPEN OUTPUT REPORTE-FICH
           IF FS-REPORTE NOT = 00
              PERFORM 3300-STOP-PROGRAM
           END-IF
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           WRITE REG-REPORTE FROM WS-REP-TITULO
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           WRITE REG-REPORTE FROM WS-REP-PERIODO
           WRITE REG-REPORTE FROM WS-REP-GUIONES.

      ***************************************************************
      * CABECERA DE UNA SECCION: TITULO DE LA CATEGORIA (YA CARGADO  *
      * EN WS-RS-TEXTO) Y NOMBRES DE LAS COLUMNAS (EN WS-RCD-COLn).  *
      ***************************************************************
       2010-ABRIR-SECCION.
           MOVE 0 TO WS-TOT-SECCION
           WRITE REG-REPORTE FROM WS-REP-SECCION
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           WRITE REG-REPORTE FROM WS-REP-CAB-DET
           WRITE REG-REPORTE FROM WS-REP-GUIONES.

      ***************************************************************
      * ESCRIBE UNA EXCEPCION Y LA CUENTA SEGUN SU GRAVEDAD.         *
      ***************************************************************
       2020-ESCRIBIR-EXCEPCION.
           ADD 1 TO WS-TOT-SECCION
           IF WS-EXC-CRITICA-S
              ADD 1 TO WS-TOT-CRITICAS
           ELSE
              ADD 1 TO WS-TOT-ADVERTENCIAS
           END-IF
           WRITE REG-REPORTE FROM WS-REP-DETALLE.

       2030-CERRAR-SECCION.
           IF WS-TOT-SECCION = 0
              MOVE 'SIN EXCEPCIONES' TO WS-RV-TEXTO
              WRITE REG-REPORTE FROM WS-REP-VEREDICTO
           END-IF
           WRITE REG-REPORTE FROM WS-REP-GUIONES.

      ***************************************************************
      * ERROR DE BASE DE DATOS EN CUALQUIER CONTROL: EL PASO SE      *
      * DETIENE SIN REGISTRAR RESULTADO, ASI QUE PCIERRE LO VE COMO  *
      * NO CORRIDO PARA EL DIA.                                      *
      ***************************************************************
       2090-VERIFICAR-SQL.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              CLOSE REPORTE-FICH
              PERFORM 3300-STOP-PROGRAM
           END-IF.

      ***************************************************************
      * ALIAS ACTIVOS SOBRE CUENTAS CERRADAS: UNA TRANSFERENCIA POR  *
      * ALIAS SE RESOLVERIA A UNA CUENTA DADA DE BAJA.               *
      ***************************************************************
       2100-CONTROLAR-ALIAS.
           MOVE 'ALIAS ACTIVOS SOBRE CUENTAS DADAS DE BAJA (CRITICO)'
                TO WS-RS-TEXTO
           MOVE 'ALIAS' TO WS-RCD-COL1
           MOVE 'CBU' TO WS-RCD-COL2
           MOVE SPACES TO WS-RCD-COL3
           MOVE 'OBSERVACION' TO WS-RCD-COL4
           PERFORM 2010-ABRIR-SECCION
           MOVE 'S' TO WS-EXC-CRITICA
           EXEC SQL OPEN CUR_ALI END-EXEC
           PERFORM 2090-VERIFICAR-SQL
           PERFORM 2110-FETCH-ALIAS
           PERFORM 2120-LISTAR-ALIAS UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_ALI END-EXEC
           PERFORM 2030-CERRAR-SECCION.

       2110-FETCH-ALIAS.
           EXEC SQL
                FETCH CUR_ALI
                INTO :DCLAUX.INT-CLAVE1,
                     :DCLAUX.INT-CLAVE2
           END-EXEC
           PERFORM 2090-VERIFICAR-SQL.

       2120-LISTAR-ALIAS.
           ADD 1 TO WS-TOT-ALIAS
           MOVE INT-CLAVE1 TO WS-RD-CLAVE1
           MOVE INT-CLAVE2 TO WS-RD-CLAVE2
           MOVE 0 TO WS-RD-ID
           MOVE 'CUENTA DADA DE BAJA' TO WS-RD-OBS
           PERFORM 2020-ESCRIBIR-EXCEPCION
           PERFORM 2110-FETCH-ALIAS.

      ***************************************************************
      * ORDENES PERMANENTES ACTIVAS DE CUENTAS DADAS DE BAJA         *
      * (CRITICO: PGENORD SEGUIRIA GENERANDO DEBITOS) O INACTIVAS    *
      * (ADVERTENCIA).                                               *
      ***************************************************************
       2200-CONTROLAR-ORDENES.
           MOVE 'ORDENES PERMANENTES ACTIVAS DE CUENTAS DE BAJA O '
                TO WS-RS-TEXTO
           MOVE 'INACTIVAS' TO WS-RS-TEXTO(50:)
           MOVE 'CBU EMISOR' TO WS-RCD-COL1
           MOVE 'CBU RECEPTOR' TO WS-RCD-COL2
           MOVE '  ID ORDEN' TO WS-RCD-COL3
           MOVE 'OBSERVACION' TO WS-RCD-COL4
           PERFORM 2010-ABRIR-SECCION
           EXEC SQL OPEN CUR_ORD END-EXEC
           PERFORM 2090-VERIFICAR-SQL
           PERFORM 2210-FETCH-ORDEN
           PERFORM 2220-LISTAR-ORDEN UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_ORD END-EXEC
           PERFORM 2030-CERRAR-SECCION.

       2210-FETCH-ORDEN.
           EXEC SQL
                FETCH CUR_ORD
                INTO :DCLAUX.INT-ID,
                     :DCLAUX.INT-CLAVE1,
                     :DCLAUX.INT-CLAVE2,
                     :DCLAUX.INT-ESTADO
           END-EXEC
           PERFORM 2090-VERIFICAR-SQL.

       2220-LISTAR-ORDEN.
           MOVE INT-CLAVE1 TO WS-RD-CLAVE1
           MOVE INT-CLAVE2 TO WS-RD-CLAVE2
           MOVE INT-ID TO WS-RD-ID
           IF INT-ESTADO = 'B'
              ADD 1 TO WS-TOT-ORDENES-BAJA
              MOVE 'S' TO WS-EXC-CRITICA
              MOVE 'CUENTA DE BAJA (CRITICO)' TO WS-RD-OBS
           ELSE
              ADD 1 TO WS-TOT-ORDENES-INAC
              MOVE 'N' TO WS-EXC-CRITICA
              MOVE 'CUENTA INACTIVA' TO WS-RD-OBS
           END-IF
           PERFORM 2020-ESCRIBIR-EXCEPCION
           PERFORM 2210-FETCH-ORDEN.

      ***************************************************************
      * MANDATOS DE DEBITO ACTIVOS DE CUENTAS DADAS DE BAJA          *
      * (CRITICO: PDEBAUT LOS SEGUIRIA ACEPTANDO) O INACTIVAS        *
      * (ADVERTENCIA).                                               *
      ***************************************************************
       2300-CONTROLAR-MANDATOS.
           MOVE 'MANDATOS DE DEBITO ACTIVOS DE CUENTAS DE BAJA O '
                TO WS-RS-TEXTO
           MOVE 'INACTIVAS' TO WS-RS-TEXTO(49:)
           MOVE 'CBU' TO WS-RCD-COL1
           MOVE 'EMPRESA' TO WS-RCD-COL2
           MOVE 'ID MANDATO' TO WS-RCD-COL3
           MOVE 'OBSERVACION' TO WS-RCD-COL4
           PERFORM 2010-ABRIR-SECCION
           EXEC SQL OPEN CUR_MAN END-EXEC
           PERFORM 2090-VERIFICAR-SQL
           PERFORM 2310-FETCH-MANDATO
           PERFORM 2320-LISTAR-MANDATO UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_MAN END-EXEC
           PERFORM 2030-CERRAR-SECCION.

       2310-FETCH-MANDATO.
           EXEC SQL
                FETCH CUR_MAN
                INTO :DCLAUX.INT-ID,
                     :DCLAUX.INT-CLAVE1,
                     :DCLAUX.INT-CLAVE2,
                     :DCLAUX.INT-ESTADO
           END-EXEC
           PERFORM 2090-VERIFICAR-SQL.

       2320-LISTAR-MANDATO.
           MOVE INT-CLAVE1 TO WS-RD-CLAVE1
           MOVE INT-CLAVE2 TO WS-RD-CLAVE2
           MOVE INT-ID TO WS-RD-ID
           IF INT-ESTADO = 'B'
              ADD 1 TO WS-TOT-MANDATOS-BAJA
              MOVE 'S' TO WS-EXC-CRITICA
              MOVE 'CUENTA DE BAJA (CRITICO)' TO WS-RD-OBS
           ELSE
              ADD 1 TO WS-TOT-MANDATOS-INAC
              MOVE 'N' TO WS-EXC-CRITICA
              MOVE 'CUENTA INACTIVA' TO WS-RD-OBS
           END-IF
           PERFORM 2020-ESCRIBIR-EXCEPCION
           PERFORM 2310-FETCH-MANDATO.

      ***************************************************************
      * PENDIENTES DE AUTORIZACION DE DIAS ANTERIORES QUE NADIE      *
      * DECIDIO EN PAUTTRX (ADVERTENCIA).                            *
      ***************************************************************
       2400-CONTROLAR-PENDIENTES.
           MOVE 'PENDIENTES DE AUTORIZACION SIN DECIDIR DE DIAS '
                TO WS-RS-TEXTO
           MOVE 'ANTERIORES' TO WS-RS-TEXTO(48:)
           MOVE 'CBU EMISOR' TO WS-RCD-COL1
           MOVE 'DIA Y HORA' TO WS-RCD-COL2
           MOVE '   ID PEND' TO WS-RCD-COL3
           MOVE 'OBSERVACION' TO WS-RCD-COL4
           PERFORM 2010-ABRIR-SECCION
           MOVE 'N' TO WS-EXC-CRITICA
           EXEC SQL OPEN CUR_PEN END-EXEC
           PERFORM 2090-VERIFICAR-SQL
           PERFORM 2410-FETCH-PENDIENTE
           PERFORM 2420-LISTAR-PENDIENTE UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_PEN END-EXEC
           PERFORM 2030-CERRAR-SECCION.

       2410-FETCH-PENDIENTE.
           EXEC SQL
                FETCH CUR_PEN
                INTO :DCLAUX.INT-ID,
                     :DCLAUX.INT-CLAVE1,
                     :DCLAUX.INT-DIA-HORA
           END-EXEC
           PERFORM 2090-VERIFICAR-SQL.

       2420-LISTAR-PENDIENTE.
           ADD 1 TO WS-TOT-PENDIENTES
           MOVE INT-CLAVE1 TO WS-RD-CLAVE1
           MOVE INT-DIA-HORA TO WS-RD-CLAVE2
           MOVE INT-ID TO WS-RD-ID
           MOVE 'SIN DECIDIR' TO WS-RD-OBS
           PERFORM 2020-ESCRIBIR-EXCEPCION
           PERFORM 2410-FETCH-PENDIENTE.

      ***************************************************************
      * PROGRAMADAS VENCIDAS QUE NUNCA SE LIBERARON (CRITICO: EL     *
      * DINERO DEL CLIENTE NO SE MOVIO EN LA FECHA PEDIDA).          *
      ***************************************************************
       2500-CONTROLAR-PROGRAMADAS.
           MOVE 'PROGRAMADAS CON FECHA VALOR PASADA NUNCA LIBERADAS '
                TO WS-RS-TEXTO
           MOVE '(CRITICO)' TO WS-RS-TEXTO(52:)
           MOVE 'CBU EMISOR' TO WS-RCD-COL1
           MOVE 'CBU RECEPTOR' TO WS-RCD-COL2
           MOVE '   ID PROG' TO WS-RCD-COL3
           MOVE 'FECHA VALOR' TO WS-RCD-COL4
           PERFORM 2010-ABRIR-SECCION
           MOVE 'S' TO WS-EXC-CRITICA
           EXEC SQL OPEN CUR_PRG END-EXEC
           PERFORM 2090-VERIFICAR-SQL
           PERFORM 2510-FETCH-PROGRAMADA
           PERFORM 2520-LISTAR-PROGRAMADA UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_PRG END-EXEC
           PERFORM 2030-CERRAR-SECCION.

       2510-FETCH-PROGRAMADA.
           EXEC SQL
                FETCH CUR_PRG
                INTO :DCLAUX.INT-ID,
                     :DCLAUX.INT-CLAVE1,
                     :DCLAUX.INT-CLAVE2,
                     :DCLAUX.INT-FECHA-DATO
           END-EXEC
           PERFORM 2090-VERIFICAR-SQL.

       2520-LISTAR-PROGRAMADA.
           ADD 1 TO WS-TOT-PROGRAMADAS
           MOVE INT-CLAVE1 TO WS-RD-CLAVE1
           MOVE INT-CLAVE2 TO WS-RD-CLAVE2
           MOVE INT-ID TO WS-RD-ID
           MOVE INT-FECHA-DATO TO WS-RD-OBS
           PERFORM 2020-ESCRIBIR-EXCEPCION
           PERFORM 2510-FETCH-PROGRAMADA.

      ***************************************************************
      * NUMERACION DE TRANSACCIONES: EL ULTIMO ID ENTREGADO POR      *
      * TRX.CONTROL_ID NO PUEDE SER MENOR QUE EL MAYOR ID_TRX        *
      * REGISTRADO, NI EN TRX.TRANSACCION NI EN LO YA ARCHIVADO EN   *
      * TRX.TRANSACCION_HIST; SI LO ES, EL PROXIMO POSTEO REPETIRIA  *
      * UN ID (CRITICO).                                             *
      ***************************************************************
       2600-CONTROLAR-NUMERACION.
           MOVE 'NUMERACION DE TRANSACCIONES EN TRX.CONTROL_ID '
                TO WS-RS-TEXTO
           MOVE '(CRITICO)' TO WS-RS-TEXTO(48:)
           MOVE 'TABLA' TO WS-RCD-COL1
           MOVE 'CONTROL' TO WS-RCD-COL2
           MOVE '    ULT ID' TO WS-RCD-COL3
           MOVE 'MAYOR ID_TRX REGISTRADO' TO WS-RCD-COL4
           PERFORM 2010-ABRIR-SECCION
           MOVE 'S' TO WS-EXC-CRITICA
           EXEC SQL
                SELECT ULT_ID
                INTO :DCLAUX.INT-ULT-ID
                FROM TRX.CONTROL_ID
                WHERE NOM_TABLA = 'TRANSACCION'
           END-EXEC
           PERFORM 2090-VERIFICAR-SQL
           IF SQLCODE = 100
              MOVE 0 TO INT-ULT-ID
           END-IF
           EXEC SQL
                SELECT COALESCE(MAX(ID_TRX), 0)
                INTO :DCLAUX.INT-MAX-ID
                FROM TRX.TRANSACCION
           END-EXEC
           PERFORM 2090-VERIFICAR-SQL
           EXEC SQL
                SELECT COALESCE(MAX(ID_TRX), 0)
                INTO :DCLAUX.INT-MAX-HIST
                FROM TRX.TRANSACCION_HIST
           END-EXEC
           PERFORM 2090-VERIFICAR-SQL
           IF INT-MAX-HIST > INT-MAX-ID
              MOVE INT-MAX-HIST TO INT-MAX-ID
           END-IF
           IF INT-ULT-ID < INT-MAX-ID
              ADD 1 TO WS-TOT-NUMERACION
              MOVE 'TRANSACCION' TO WS-RD-CLAVE1
              MOVE 'ULT_ID ATRASADO' TO WS-RD-CLAVE2
              MOVE INT-ULT-ID TO WS-RD-ID
              MOVE INT-MAX-ID TO WS-NUM-EDIT
              MOVE WS-NUM-EDIT TO WS-RD-OBS
              PERFORM 2020-ESCRIBIR-EXCEPCION
           END-IF
           PERFORM 2030-CERRAR-SECCION.

      ***************************************************************
      * HUECOS EN TRX.SALDO_DIARIO DE LAS CUENTAS VIGENTES: DIAS SIN *
      * FOTO DESDE LA PRIMERA HASTA EL DIA CONTROLADO, Y CUENTAS SIN *
      * NINGUNA FOTO (ADVERTENCIA: EL DEVENGAMIENTO DEL MES SE       *
      * CALCULA SOBRE LAS FOTOS QUE HAYA).                           *
      ***************************************************************
       2700-CONTROLAR-SALDOS.
           MOVE 'HUECOS EN LAS FOTOS DE TRX.SALDO_DIARIO'
                TO WS-RS-TEXTO
           MOVE 'CBU' TO WS-RCD-COL1
           MOVE 'PRIMERA FOTO' TO WS-RCD-COL2
           MOVE ' DIAS FALT' TO WS-RCD-COL3
           MOVE 'OBSERVACION' TO WS-RCD-COL4
           PERFORM 2010-ABRIR-SECCION
           MOVE 'N' TO WS-EXC-CRITICA
           EXEC SQL OPEN CUR_HUE END-EXEC
           PERFORM 2090-VERIFICAR-SQL
           PERFORM 2710-FETCH-HUECO
           PERFORM 2720-LISTAR-HUECO UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_HUE END-EXEC
           EXEC SQL OPEN CUR_SFT END-EXEC
           PERFORM 2090-VERIFICAR-SQL
           PERFORM 2750-FETCH-SIN-FOTO
           PERFORM 2760-LISTAR-SIN-FOTO UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_SFT END-EXEC
           PERFORM 2030-CERRAR-SECCION.

       2710-FETCH-HUECO.
           EXEC SQL
                FETCH CUR_HUE
                INTO :DCLAUX.INT-CLAVE1,
                     :DCLAUX.INT-FECHA-DATO,
                     :DCLAUX.INT-CANT,
                     :DCLAUX.INT-DIAS
           END-EXEC
           PERFORM 2090-VERIFICAR-SQL.

       2720-LISTAR-HUECO.
           ADD 1 TO WS-TOT-HUECOS
           MOVE INT-CLAVE1 TO WS-RD-CLAVE1
           MOVE INT-FECHA-DATO TO WS-RD-CLAVE2
           COMPUTE WS-RD-ID = INT-DIAS - INT-CANT
           END-COMPUTE
           MOVE 'DIAS SIN FOTO' TO WS-RD-OBS
           PERFORM 2020-ESCRIBIR-EXCEPCION
           PERFORM 2710-FETCH-HUECO.

       2750-FETCH-SIN-FOTO.
           EXEC SQL
                FETCH CUR_SFT
                INTO :DCLAUX.INT-CLAVE1
           END-EXEC
           PERFORM 2090-VERIFICAR-SQL.

       2760-LISTAR-SIN-FOTO.
           ADD 1 TO WS-TOT-SIN-FOTO
           MOVE INT-CLAVE1 TO WS-RD-CLAVE1
           MOVE SPACES TO WS-RD-CLAVE2
           MOVE 0 TO WS-RD-ID
           MOVE 'SIN NINGUNA FOTO' TO WS-RD-OBS
           PERFORM 2020-ESCRIBIR-EXCEPCION
           PERFORM 2750-FETCH-SIN-FOTO.

      ********************************************************
      * PARRAFOS PARA CERRAR EL PROGRAMA                     *
      ********************************************************
       3000-END-PROGRAM.
           MOVE 'ALIAS ACTIVOS SOBRE CUENTAS DE BAJA'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-ALIAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'ORDENES ACTIVAS DE CUENTAS DE BAJA'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-ORDENES-BAJA TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'ORDENES ACTIVAS DE CUENTAS INACTIVAS'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-ORDENES-INAC TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'MANDATOS ACTIVOS DE CUENTAS DE BAJA'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-MANDATOS-BAJA TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'MANDATOS ACTIVOS DE CUENTAS INACTIVAS'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-MANDATOS-INAC TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'PENDIENTES SIN DECIDIR DE DIAS ANTERIORES'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-PENDIENTES TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'PROGRAMADAS VENCIDAS SIN LIBERAR'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-PROGRAMADAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'NUMERACION DE TRANSACCIONES ATRASADA'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-NUMERACION TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'CUENTAS CON HUECOS EN LAS FOTOS DE SALDO'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-HUECOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'CUENTAS VIGENTES SIN FOTO DE SALDO'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-SIN-FOTO TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           MOVE 'EXCEPCIONES CRITICAS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-CRITICAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'ADVERTENCIAS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-ADVERTENCIAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           EVALUATE TRUE
              WHEN WS-TOT-CRITICAS > 0
                 MOVE 'I' TO ESTADO-PROCESO OF DCLCONTROL
                 MOVE 'INCONSISTENCIAS CRITICAS: EL CIERRE QUEDA '
                      TO WS-RV-TEXTO
                 MOVE 'BLOQUEADO HASTA CORREGIRLAS' TO WS-RV-TEXTO(43:)
                 DISPLAY 'PINTEGR: ' WS-TOT-CRITICAS
                         ' INCONSISTENCIAS CRITICAS AL ' WS-FECHA-CTL
              WHEN WS-TOT-ADVERTENCIAS > 0
                 MOVE 'C' TO ESTADO-PROCESO OF DCLCONTROL
                 MOVE 'SIN INCONSISTENCIAS CRITICAS: REVISAR LAS '
                      TO WS-RV-TEXTO
                 MOVE 'ADVERTENCIAS' TO WS-RV-TEXTO(43:)
              WHEN OTHER
                 MOVE 'C' TO ESTADO-PROCESO OF DCLCONTROL
                 MOVE 'INTEGRIDAD REFERENCIAL CORRECTA'
                      TO WS-RV-TEXTO
           END-EVALUATE
           WRITE REG-REPORTE FROM WS-REP-VEREDICTO
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           CLOSE REPORTE-FICH
           PERFORM 3400-REGISTRAR-RESULTADO
           PERFORM 3300-STOP-PROGRAM.

       3300-STOP-PROGRAM.
           STOP RUN.

      ***************************************************************
      * REGISTRA EL RESULTADO EN TRX.CONTROL_PROCESO (ALTA O         *
      * ACTUALIZACION) CON EL DIA CONTROLADO. 'C' DEJA EL PASO       *
      * COMPLETO PARA PCIERRE; 'I' LO DEJA OBSERVADO Y EL DIA NO     *
      * CIERRA HASTA QUE SE CORRIJAN LOS DATOS Y EL PASO SE VUELVA A *
      * CORRER. ES LA UNICA ESCRITURA DEL PROGRAMA.                  *
      ***************************************************************
       3400-REGISTRAR-RESULTADO.
           MOVE WS-PROGRAMA TO NOM-PROGRAMA OF DCLCONTROL
           MOVE WS-FECHA-CTL TO FECHA-PROCESO OF DCLCONTROL
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
