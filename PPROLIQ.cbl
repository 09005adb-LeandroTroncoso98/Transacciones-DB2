       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPROLIQ.
       AUTHOR. TRONCOSO LEANDRO.
      **********************************************************
      * Proyeccion de liquidez de corto plazo. Corre a primera *
      * hora y proyecta, para los proximos N dias habiles, los *
      * movimientos ya comprometidos en el sistema: las        *
      * transferencias a fecha valor (TRX.TRX_PROGRAMADA), las *
      * cuotas de ordenes permanentes que todavia no expandio  *
      * PGENORD, la cola de autorizacion (TRX.TRX_PENDIENTE) y *
      * la cuota de mantenimiento de PCUOCLI. Los agrupa por   *
      * dia habil (TRX.FERIADOS), moneda y, para lo que sale a *
      * otra entidad, por entidad contraparte, y compara el    *
      * neto interbancario proyectado de cada dia contra lo    *
      * liquidado por PSETBCO en los ultimos dias habiles. Es  *
      * de solo lectura: se puede correr las veces que haga    *
      * falta.                                                 *
      **********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-ENT ASSIGN TO ENTRADA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.

           SELECT PRONOS-FICH ASSIGN TO PRONOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRONOS.

           SELECT REPORTE-FICH ASSIGN TO REPORTE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
      * PARAMETRO DE ENTRADA: LA FECHA DE NEGOCIO, LA CANTIDAD DE
      * DIAS HABILES A PROYECTAR Y LA CANTIDAD DE DIAS HABILES DE
      * LIQUIDACION REAL CONTRA LOS QUE SE COMPARA (EN CERO, CINCO
      * DIAS CADA UNO; COMO MAXIMO VEINTE).
       FD FICHERO-ENT RECORDING MODE IS F
                      DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA.
          05 REG-FECHA.
             10 REG-F-ANIO        PIC 9(4).
             10 REG-F-MES         PIC 99.
             10 REG-F-DIA         PIC 99.
          05 REG-F-NUM            REDEFINES REG-FECHA PIC 9(8).
          05 REG-DIAS-PROY        PIC 99.
          05 REG-DIAS-HIST        PIC 99.
          05 FILLER               PIC X(68).

      * ARCHIVO DE PROYECCION PARA TESORERIA: UN REGISTRO POR DIA
      * HABIL, MONEDA Y ENTIDAD (ENTIDAD CERO = MOVIMIENTO INTERNO
      * ENTRE CUENTAS DEL BANCO), CON EL IMPORTE POR ORIGEN Y, PARA
      * LAS ENTIDADES CONTRAPARTE, EL NETO PROYECTADO Y EL PROMEDIO
      * REAL DE LA HISTORIA ('D' DEBEMOS PAGAR, 'A' A COBRAR, CON EL
      * MISMO CRITERIO QUE EL ARCHIVO LIQUIDA DE PSETBCO).
       FD PRONOS-FICH RECORDING MODE IS F
                      DATA RECORD IS REG-PRONOS.
       01 REG-PRONOS.
          05 P-FECHA              PIC X(10).
          05 P-MONEDA             PIC X(3).
          05 P-ENTIDAD            PIC 9(3).
          05 P-TIPO               PIC X.
             88 P-TIPO-INTERNO    VALUE 'I'.
             88 P-TIPO-EXTERNO    VALUE 'E'.
          05 P-PROGRAMADAS        PIC 9(13)V99.
          05 P-ORDENES            PIC 9(13)V99.
          05 P-PENDIENTES         PIC 9(13)V99.
          05 P-CUOTAS             PIC 9(13)V99.
          05 P-TOTAL              PIC 9(13)V99.
          05 P-PROY-SIGNO         PIC X.
          05 P-PROY-NETO          PIC 9(13)V99.
          05 P-HIST-SIGNO         PIC X.
          05 P-HIST-NETO          PIC 9(13)V99.
          05 FILLER               PIC X(6).

      * REPORTE DE LA PROYECCION Y TOTALES DE CONTROL.
       FD REPORTE-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-REPORTE.
       01 REG-REPORTE              PIC X(80).

       WORKING-STORAGE SECTION.

       77 FS-ENTRADA               PIC 99.
       77 FS-PRONOS                PIC 99.
       77 FS-REPORTE               PIC 99.

      * HORIZONTE DE LA PROYECCION Y VENTANA DE HISTORIA, EN DIAS
      * HABILES.
       77 WS-DIAS-PROY             PIC 9(2) COMP VALUE 0.
       77 WS-DIAS-HIST             PIC 9(2) COMP VALUE 0.
       77 WS-DIAS-CON-HIST         PIC 9(4) COMP VALUE 0.
       77 WS-ITER-RODADO           PIC 9(2) COMP VALUE 0.

      * FECHA DE NEGOCIO Y FECHA DE TRABAJO DEL CALENDARIO, CON
      * GUIONES COMO TRX.FERIADOS Y LAS FECHAS DE LAS TABLAS.
       01 WS-FECHA-CORRIDA.
          05 WS-FC-ANIO            PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-FC-MES             PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 WS-FC-DIA             PIC 99.
       01 WS-FECHA-TRABAJO.
          05 WS-FT-ANIO            PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-FT-MES             PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 WS-FT-DIA             PIC 99.
       77 WS-FECHA-ITEM            PIC X(10).

       77 WS-DIA-HABIL             PIC X VALUE 'N'.
          88 WS-DIA-HABIL-N        VALUE 'N'.
          88 WS-DIA-HABIL-S        VALUE 'S'.

      * DIAS HABILES DEL HORIZONTE. LA MARCA DE PRIMER DIA HABIL DEL
      * MES INDICA QUE ESE DIA SE DEVENGA LA CUOTA DE MANTENIMIENTO.
       77 WS-DH-CANT               PIC S9(4) COMP VALUE 0.
       01 WS-DH-TABLA.
          05 WS-DH-ENTRY OCCURS 20 TIMES INDEXED BY WS-DH-IDX.
             10 WS-DH-FECHA        PIC X(10).
             10 WS-DH-PRIMER-HABIL PIC X.
                88 WS-DH-PRIMER-HABIL-S VALUE 'S'.
       77 WS-DH-BUSCAR-IDX         PIC S9(4) COMP.
       77 WS-DH-RESULT             PIC S9(4) COMP VALUE 0.
       77 WS-MES-ANTERIOR          PIC 99.

      * AUXILIARES DEL CALCULO DE DIA DE LA SEMANA (CONGRUENCIA DE
      * ZELLER: RESTO 0 ES SABADO Y 1 ES DOMINGO) Y DEL PASO DE UN
      * DIA CALENDARIO, LOS MISMOS DE PDBTRX Y PDEVSUS.
       77 WS-Z-ANIO                PIC 9(4) COMP.
       77 WS-Z-MES                 PIC 9(4) COMP.
       77 WS-Z-T1                  PIC 9(4) COMP.
       77 WS-Z-T2                  PIC 9(4) COMP.
       77 WS-Z-T3                  PIC 9(4) COMP.
       77 WS-Z-T4                  PIC 9(4) COMP.
       77 WS-Z-SUMA                PIC 9(9) COMP.
       77 WS-Z-AUX                 PIC 9(9) COMP.
       77 WS-Z-RESTO               PIC 9(4) COMP.
       77 WS-Z-BISI-AUX            PIC 9(5) COMP.
       77 WS-Z-BISI-RESTO          PIC 9(5) COMP.
       77 WS-DIAS-DEL-MES          PIC 9(2) COMP.
       01 WS-DIAS-MES-TXT          PIC X(24)
                         VALUE '312831303130313130313031'.
       01 WS-DIAS-MES-TAB REDEFINES WS-DIAS-MES-TXT.
          05 WS-DIAS-MES OCCURS 12 TIMES PIC 99.

      * CELDAS DE LA PROYECCION: UNA POR DIA HABIL, MONEDA Y
      * ENTIDAD. LA CLAVE ES UN GRUPO ALFANUMERICO PARA ORDENAR LA
      * TABLA ANTES DE EMITIRLA.
       77 WS-PY-CANT               PIC S9(4) COMP VALUE 0.
       01 WS-PY-TABLA.
          05 WS-PY-ENTRY OCCURS 600 TIMES INDEXED BY WS-PY-IDX.
             10 WS-PY-CLAVE.
                15 WS-PY-DIA       PIC 9(2).
                15 WS-PY-MONEDA    PIC X(3).
                15 WS-PY-ENTIDAD   PIC 9(3).
             10 WS-PY-PROGRAMADAS  PIC S9(15)V99 COMP-3.
             10 WS-PY-ORDENES      PIC S9(15)V99 COMP-3.
             10 WS-PY-PENDIENTES   PIC S9(15)V99 COMP-3.
             10 WS-PY-CUOTAS       PIC S9(15)V99 COMP-3.
       01 WS-PY-AUX.
          05 WS-PYA-CLAVE          PIC X(8).
          05 WS-PYA-PROGRAMADAS    PIC S9(15)V99 COMP-3.
          05 WS-PYA-ORDENES        PIC S9(15)V99 COMP-3.
          05 WS-PYA-PENDIENTES     PIC S9(15)V99 COMP-3.
          05 WS-PYA-CUOTAS         PIC S9(15)V99 COMP-3.
       77 WS-PY-BUSCAR-IDX         PIC S9(4) COMP.
       77 WS-PY-RESULT             PIC S9(4) COMP VALUE 0.
       77 WS-PY-I                  PIC S9(4) COMP.
       77 WS-PY-J                  PIC S9(4) COMP.
       77 WS-PY-K                  PIC S9(4) COMP.
       77 WS-PY-LIMITE             PIC S9(4) COMP.

      * CELDA BUSCADA Y ORIGEN DEL IMPORTE QUE SE LE SUMA.
       01 WS-CL-CLAVE.
          05 WS-CL-DIA             PIC 9(2).
          05 WS-CL-MONEDA          PIC X(3).
          05 WS-CL-ENTIDAD         PIC 9(3).
       77 WS-CL-IMPORTE            PIC S9(15)V99 COMP-3.
       77 WS-CL-ORIGEN             PIC X(3).
          88 WS-CL-PROGRAMADA      VALUE 'PRG'.
          88 WS-CL-ORDEN           VALUE 'ORD'.
          88 WS-CL-PENDIENTE       VALUE 'PEN'.
          88 WS-CL-CUOTA           VALUE 'CUO'.
       77 WS-CBU-RECEPTOR          PIC X(22).
       77 WS-ENTIDAD-TXT           PIC X(3).

      * TOTALES DE CONTROL POR MONEDA.
       77 WS-MN-CANT               PIC S9(4) COMP VALUE 0.
       01 WS-MN-TABLA.
          05 WS-MN-ENTRY OCCURS 20 TIMES INDEXED BY WS-MN-IDX.
             10 WS-MN-MONEDA       PIC X(3).
             10 WS-MN-PROGRAMADAS  PIC S9(15)V99 COMP-3.
             10 WS-MN-ORDENES      PIC S9(15)V99 COMP-3.
             10 WS-MN-PENDIENTES   PIC S9(15)V99 COMP-3.
             10 WS-MN-CUOTAS       PIC S9(15)V99 COMP-3.
             10 WS-MN-SALIENTE     PIC S9(15)V99 COMP-3.
       77 WS-MN-BUSCAR-IDX         PIC S9(4) COMP.
       77 WS-MN-RESULT             PIC S9(4) COMP VALUE 0.

      * IMPORTES DE LA CELDA QUE SE ESTA EMITIENDO.
       77 WS-TOTAL-CELDA           PIC S9(15)V99 COMP-3.
       77 WS-PROM-NETO             PIC S9(13)V99 COMP-3.
       77 WS-PROM-RECIBIDO         PIC S9(13)V99 COMP-3.
       77 WS-PROY-NETO             PIC S9(13)V99 COMP-3.
       77 WS-SUB-SALIENTE          PIC S9(15)V99 COMP-3 VALUE 0.
       77 WS-SUB-INTERNO           PIC S9(15)V99 COMP-3 VALUE 0.
       77 WS-CORTE-CLAVE           PIC X(5) VALUE SPACES.

      * CONTADORES DEL REPORTE.
       77 WS-TOT-PROGRAMADAS       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-ORDENES           PIC 9(9) COMP VALUE 0.
       77 WS-TOT-PENDIENTES        PIC 9(9) COMP VALUE 0.
       77 WS-TOT-DIAS-CUOTA        PIC 9(9) COMP VALUE 0.
       77 WS-TOT-CELDAS            PIC 9(9) COMP VALUE 0.
       77 WS-TOT-OMITIDOS          PIC 9(9) COMP VALUE 0.

      * CBU DE IMPUTACION DE LAS CUOTAS DE MANTENIMIENTO Y HORA CON
      * LA QUE LAS REGISTRA PCUOCLI (VER SU 1600-VERIFICAR-NO-
      * CORRIDO): SI YA ESTAN EN TRX.TRANSACCION NO SE PROYECTAN.
       77 WS-CBU-CUOTAS            PIC X(22) VALUE ALL '0'.

      * LINEAS DEL REPORTE.
       01 WS-REP-GUIONES           PIC X(80) VALUE ALL '-'.
       01 WS-REP-TITULO.
          05 FILLER                PIC X(19) VALUE SPACES.
          05 FILLER                PIC X(42) VALUE
                'PROYECCION DE LIQUIDEZ - PPROLIQ'.
          05 FILLER                PIC X(19) VALUE SPACES.
       01 WS-REP-PERIODO.
          05 FILLER                PIC X(16) VALUE 'FECHA DE NEGOCIO'.
          05 FILLER                PIC X(2) VALUE ': '.
          05 WS-RP-FECHA           PIC X(10).
          05 FILLER                PIC X(4) VALUE SPACES.
          05 FILLER                PIC X(15) VALUE 'DIAS HABILES: '.
          05 WS-RP-DIAS-PROY       PIC Z9.
          05 FILLER                PIC X(4) VALUE SPACES.
          05 FILLER                PIC X(19)
                         VALUE 'HISTORIA (DIAS):  '.
          05 WS-RP-DIAS-HIST       PIC Z9.
          05 FILLER                PIC X(6) VALUE SPACES.
       01 WS-REP-CABECERA.
          05 FILLER                PIC X(11) VALUE 'DIA HABIL'.
          05 FILLER                PIC X(4) VALUE 'MON'.
          05 FILLER                PIC X(4) VALUE 'ENT'.
          05 FILLER                PIC X(17) VALUE
                '     COMPROMETIDO'.
          05 FILLER                PIC X(18) VALUE
                '   NETO PROYECTADO'.
          05 FILLER                PIC X(18) VALUE
                ' NETO PROM. REAL'.
          05 FILLER                PIC X(8) VALUE SPACES.
       01 WS-REP-DETALLE.
          05 WS-RD-FECHA           PIC X(10).
          05 FILLER                PIC X VALUE SPACE.
          05 WS-RD-MONEDA          PIC X(3).
          05 FILLER                PIC X VALUE SPACE.
          05 WS-RD-ENTIDAD         PIC X(3).
          05 FILLER                PIC X VALUE SPACE.
          05 WS-RD-TOTAL           PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X VALUE SPACE.
          05 WS-RD-PROY-NETO       PIC -Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X VALUE SPACE.
          05 WS-RD-HIST-NETO       PIC -Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(9) VALUE SPACES.
       01 WS-REP-HIST-SIN.
          05 FILLER                PIC X(37) VALUE SPACES.
          05 FILLER                PIC X(43) VALUE
                'SIN LIQUIDACIONES EN LA HISTORIA'.
       01 WS-REP-SUBTOTAL.
          05 FILLER                PIC X(4) VALUE SPACES.
          05 FILLER                PIC X(10) VALUE 'SUBTOTAL '.
          05 WS-RS-MONEDA          PIC X(3).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 FILLER                PIC X(9) VALUE 'SALIENTE '.
          05 WS-RS-SALIENTE        PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 FILLER                PIC X(8) VALUE 'INTERNO '.
          05 WS-RS-INTERNO         PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(10) VALUE SPACES.
       01 WS-REP-MONEDA.
          05 FILLER                PIC X(19)
                         VALUE 'TOTALES EN MONEDA: '.
          05 WS-RM-MONEDA          PIC X(3).
          05 FILLER                PIC X(58) VALUE SPACES.
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

      * SQLCA Y DCLGEN DE LAS TABLAS QUE ALIMENTAN LA PROYECCION, DEL
      * CALENDARIO DE FERIADOS Y DE LOS CLIENTES (PARA DISTINGUIR LO
      * INTERNO DE LO QUE SALE A OTRA ENTIDAD).
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TRXPRG END-EXEC.
           EXEC SQL INCLUDE TRXORD END-EXEC.
           EXEC SQL INCLUDE TRXPND END-EXEC.
           EXEC SQL INCLUDE TRXCLI END-EXEC.
           EXEC SQL INCLUDE TRXFER END-EXEC.
           EXEC SQL BEGIN DECLARE SECTION
           END-EXEC.
       01 DCLAUX.
          10 NUMERO-REG            PIC S9(9) COMP.
          10 DIA-MES               PIC S9(4) COMP-5.
          10 MONEDA                PIC X(3).
          10 SUMA-PARCIAL          PIC S9(15)V99 COMP-3.
          10 SUMA-NETO             PIC S9(15)V99 COMP-3.
          10 SUMA-RECIBIDO         PIC S9(15)V99 COMP-3.
          10 LIQ-ENTIDAD           PIC S9(4) COMP.
      * FECHAS DE TRABAJO: LA DE NEGOCIO, EL ULTIMO DIA HABIL DEL
      * HORIZONTE, EL PRIMER DIA DE LA VENTANA DE HISTORIA Y EL DIA
      * CALENDARIO DE CUOTAS DE ORDEN QUE SE ESTA PROYECTANDO.
          10 HV-FECHA-CORRIDA      PIC X(10).
          10 HV-FECHA-TOPE         PIC X(10).
          10 HV-FECHA-HIST         PIC X(10).
          10 HV-FECHA-ORDEN        PIC X(10).
      * DIA_HORA DE LAS CUOTAS DE MANTENIMIENTO DE UN DIA (VER
      * PCUOCLI).
       01 WS-DIA-HORA-CUOTA.
          05 WS-DHC-FECHA          PIC X(10).
          05 FILLER                PIC X(8) VALUE '06:00:00'.
          05 FILLER                PIC X(8) VALUE SPACES.
           EXEC SQL END DECLARE SECTION
           END-EXEC.

      * TRANSFERENCIAS A FECHA VALOR TODAVIA NO LIBERADAS, HASTA EL
      * FIN DEL HORIZONTE. LAS DE FECHA YA PASADA LAS LIBERA PPRGLIB
      * EN SU PROXIMA CORRIDA, ASI QUE VAN AL PRIMER DIA.
           EXEC SQL DECLARE CUR_PRG CURSOR FOR
                SELECT CBU_RECEPTOR, FECHA_VALOR, MONTO, MONEDA
                FROM TRX.TRX_PROGRAMADA
                WHERE ESTADO_PROG = 'P'
                  AND FECHA_VALOR <= :DCLAUX.HV-FECHA-TOPE
                ORDER BY FECHA_VALOR, ID_PROG
           END-EXEC.

      * CUOTAS DE ORDENES PERMANENTES DE UN DIA CALENDARIO, CON EL
      * MISMO CRITERIO QUE PGENORD (ORDEN ACTIVA, DIA DEL MES,
      * VIGENCIA Y EMISOR NO DADO DE BAJA). LAS QUE PGENORD YA
      * EXPANDIO ESTAN EN TRX.ORDEN_CUOTA Y NO SE VUELVEN A CONTAR.
           EXEC SQL DECLARE CUR_ORD CURSOR FOR
                SELECT O.CBU_RECEPTOR, O.MONTO, O.MONEDA
                FROM TRX.ORDEN_PERMANENTE O
                WHERE O.ESTADO_ORDEN = 'A'
                  AND O.DIA_MES = :DCLAUX.DIA-MES
                  AND O.FECHA_DESDE <= :DCLAUX.HV-FECHA-ORDEN
                  AND O.FECHA_HASTA >= :DCLAUX.HV-FECHA-ORDEN
                  AND EXISTS
                      (SELECT 1 FROM TRX.CLIENTE C
                       WHERE C.CBU_CLIENTE = O.CBU_EMISOR
                         AND C.ESTADO_CLIENTE <> 'B')
                  AND NOT EXISTS
                      (SELECT 1 FROM TRX.ORDEN_CUOTA Q
                       WHERE Q.ID_ORDEN = O.ID_ORDEN
                         AND Q.FECHA_CUOTA = :DCLAUX.HV-FECHA-ORDEN)
                ORDER BY O.ID_ORDEN
           END-EXEC.

      * COLA DE AUTORIZACION: SALEN EN CUANTO SE APRUEBAN, ASI QUE
      * SE PROYECTAN AL PRIMER DIA.
           EXEC SQL DECLARE CUR_PEN CURSOR FOR
                SELECT CBU_RECEPTOR, MONTO, MONEDA, ES_INTERB
                FROM TRX.TRX_PENDIENTE
                WHERE ESTADO_PEND = 'P'
                ORDER BY ID_PENDIENTE
           END-EXEC.

      * CUOTA DE MANTENIMIENTO DE LAS CUENTAS ACTIVAS POR MONEDA,
      * SEGUN LA CATEGORIA (VER PCUOCLI).
           EXEC SQL DECLARE CUR_CUO CURSOR FOR
                SELECT C.MONEDA, COALESCE(SUM(T.CUOTA_MENSUAL), 0)
                FROM TRX.CLIENTE C, TRX.TASA_COMISION T
                WHERE C.ESTADO_CLIENTE = 'A'
                  AND T.CATEGORIA = C.CATEGORIA
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
              DISPLAY 'PPROLIQ: FECHA DE NEGOCIO INVALIDA'
              PERFORM 3300-STOP-PROGRAM
           END-IF
           MOVE 5 TO WS-DIAS-PROY
           IF REG-DIAS-PROY IS NUMERIC AND REG-DIAS-PROY > 0
              MOVE REG-DIAS-PROY TO WS-DIAS-PROY
           END-IF
           IF WS-DIAS-PROY > 20
              MOVE 20 TO WS-DIAS-PROY
           END-IF
           MOVE 5 TO WS-DIAS-HIST
           IF REG-DIAS-HIST IS NUMERIC AND REG-DIAS-HIST > 0
              MOVE REG-DIAS-HIST TO WS-DIAS-HIST
           END-IF
           IF WS-DIAS-HIST > 20
              MOVE 20 TO WS-DIAS-HIST
           END-IF
           MOVE REG-F-ANIO TO WS-FC-ANIO
           MOVE REG-F-MES  TO WS-FC-MES
           MOVE REG-F-DIA  TO WS-FC-DIA
           MOVE WS-FECHA-CORRIDA TO HV-FECHA-CORRIDA OF DCLAUX
           MOVE WS-FECHA-CORRIDA TO WS-RP-FECHA
           MOVE WS-DIAS-PROY TO WS-RP-DIAS-PROY
           MOVE WS-DIAS-HIST TO WS-RP-DIAS-HIST
           PERFORM 1500-ARMAR-HORIZONTE
           PERFORM 1600-ARMAR-HISTORIA
           OPEN OUTPUT PRONOS-FICH
           IF FS-PRONOS NOT = 00
              PERFORM 3300-STOP-PROGRAM
           END-IF
           OPEN OUTPUT REPORTE-FICH
           IF FS-REPORTE NOT = 00
              CLOSE PRONOS-FICH
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
      * DIAS HABILES DEL HORIZONTE: EL PRIMERO ES LA FECHA DE        *
      * NEGOCIO (O EL HABIL SIGUIENTE, SI CAE EN DIA INHABIL) Y LOS  *
      * DEMAS LOS HABILES QUE LE SIGUEN. SE MARCA EL PRIMER DIA      *
      * HABIL DE CADA MES, QUE ES CUANDO SE COBRA LA CUOTA DE        *
      * MANTENIMIENTO.                                               *
      ***************************************************************
       1500-ARMAR-HORIZONTE.
           MOVE WS-FECHA-CORRIDA TO WS-FECHA-TRABAJO
           MOVE 0 TO WS-ITER-RODADO
           PERFORM 1830-VERIFICAR-DIA-HABIL
           PERFORM 1815-AVANZAR-SI-INHABIL
              UNTIL WS-DIA-HABIL-S
           MOVE 1 TO WS-DH-CANT
           MOVE WS-FECHA-TRABAJO TO WS-DH-FECHA(1)
           PERFORM 1510-AGREGAR-DIA
              UNTIL WS-DH-CANT >= WS-DIAS-PROY
           MOVE WS-DH-FECHA(WS-DH-CANT) TO HV-FECHA-TOPE OF DCLAUX
      * PARA EL PRIMER DIA HACE FALTA EL HABIL ANTERIOR: SI ES DE
      * OTRO MES, EL PRIMER DIA ES EL PRIMER HABIL DE SU MES.
           MOVE WS-DH-FECHA(1) TO WS-FECHA-TRABAJO
           PERFORM 1860-RETROCEDER-DIA-HABIL
           MOVE WS-FT-MES TO WS-MES-ANTERIOR
           PERFORM 1520-MARCAR-PRIMER-HABIL
              VARYING WS-DH-IDX FROM 1 BY 1
              UNTIL WS-DH-IDX > WS-DH-CANT.

       1510-AGREGAR-DIA.
           PERFORM 1810-AVANZAR-DIA-HABIL
           ADD 1 TO WS-DH-CANT
           MOVE WS-FECHA-TRABAJO TO WS-DH-FECHA(WS-DH-CANT).

       1520-MARCAR-PRIMER-HABIL.
           MOVE WS-DH-FECHA(WS-DH-IDX) TO WS-FECHA-TRABAJO
           IF WS-FT-MES NOT = WS-MES-ANTERIOR
              MOVE 'S' TO WS-DH-PRIMER-HABIL(WS-DH-IDX)
           ELSE
              MOVE 'N' TO WS-DH-PRIMER-HABIL(WS-DH-IDX)
           END-IF
           MOVE WS-FT-MES TO WS-MES-ANTERIOR.

      ***************************************************************
      * VENTANA DE HISTORIA: LOS WS-DIAS-HIST DIAS HABILES ANTERIORES *
      * A LA FECHA DE NEGOCIO. EL PROMEDIO REAL SE TOMA SOBRE LOS    *
      * DIAS DE ESA VENTANA QUE EFECTIVAMENTE TIENEN LIQUIDACION     *
      * GRABADA POR PSETBCO.                                         *
      ***************************************************************
       1600-ARMAR-HISTORIA.
           MOVE WS-FECHA-CORRIDA TO WS-FECHA-TRABAJO
           PERFORM 1860-RETROCEDER-DIA-HABIL WS-DIAS-HIST TIMES
           MOVE WS-FECHA-TRABAJO TO HV-FECHA-HIST OF DCLAUX
           EXEC SQL
                SELECT COUNT(DISTINCT FECHA)
                INTO :DCLAUX.NUMERO-REG
                FROM TRX.LIQUIDACION_BCO
                WHERE FECHA >= :DCLAUX.HV-FECHA-HIST
                  AND FECHA < :DCLAUX.HV-FECHA-CORRIDA
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              PERFORM 3300-STOP-PROGRAM
           END-IF
           MOVE NUMERO-REG OF DCLAUX TO WS-DIAS-CON-HIST.

      ***************************************************************
      * PASO DE UN DIA HABIL HACIA ADELANTE Y HACIA ATRAS SOBRE LA   *
      * FECHA DE TRABAJO, CON EL MISMO CRITERIO DE DIA HABIL QUE     *
      * 2255-VERIFICAR-DIA-HABIL DE PDBTRX.                          *
      ***************************************************************
       1810-AVANZAR-DIA-HABIL.
           MOVE 0 TO WS-ITER-RODADO
           PERFORM 1820-SUMAR-UN-DIA
           PERFORM 1830-VERIFICAR-DIA-HABIL
           PERFORM 1815-AVANZAR-SI-INHABIL
              UNTIL WS-DIA-HABIL-S.

       1815-AVANZAR-SI-INHABIL.
           ADD 1 TO WS-ITER-RODADO
      * COTA DE SEGURIDAD: UN CALENDARIO MAL CARGADO (UN MES ENTERO
      * MARCADO FERIADO) NO DEBE DEJAR EL PROCESO DANDO VUELTAS.
           IF WS-ITER-RODADO > 30
              DISPLAY 'PPROLIQ: SIN DIA HABIL POSTERIOR A '
                      WS-FECHA-TRABAJO
              PERFORM 3300-STOP-PROGRAM
           END-IF
           PERFORM 1820-SUMAR-UN-DIA
           PERFORM 1830-VERIFICAR-DIA-HABIL.

       1820-SUMAR-UN-DIA.
           PERFORM 1825-DIAS-DEL-MES
           IF WS-FT-DIA < WS-DIAS-DEL-MES
              ADD 1 TO WS-FT-DIA
           ELSE
              MOVE 1 TO WS-FT-DIA
              IF WS-FT-MES < 12
                 ADD 1 TO WS-FT-MES
              ELSE
                 MOVE 1 TO WS-FT-MES
                 ADD 1 TO WS-FT-ANIO
              END-IF
           END-IF.

       1825-DIAS-DEL-MES.
           MOVE WS-DIAS-MES(WS-FT-MES) TO WS-DIAS-DEL-MES
           IF WS-FT-MES = 2
              DIVIDE WS-FT-ANIO BY 4
                 GIVING WS-Z-BISI-AUX REMAINDER WS-Z-BISI-RESTO
              IF WS-Z-BISI-RESTO = 0
                 DIVIDE WS-FT-ANIO BY 100
                    GIVING WS-Z-BISI-AUX REMAINDER WS-Z-BISI-RESTO
                 IF WS-Z-BISI-RESTO NOT = 0
                    MOVE 29 TO WS-DIAS-DEL-MES
                 ELSE
                    DIVIDE WS-FT-ANIO BY 400
                       GIVING WS-Z-BISI-AUX
                       REMAINDER WS-Z-BISI-RESTO
                    IF WS-Z-BISI-RESTO = 0
                       MOVE 29 TO WS-DIAS-DEL-MES
                    END-IF
                 END-IF
              END-IF
           END-IF.

       1830-VERIFICAR-DIA-HABIL.
           MOVE 'S' TO WS-DIA-HABIL
           MOVE WS-FT-ANIO TO WS-Z-ANIO
           MOVE WS-FT-MES TO WS-Z-MES
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
           COMPUTE WS-Z-SUMA = WS-FT-DIA + WS-Z-T1 + WS-Z-ANIO
                             + WS-Z-T2 - WS-Z-T3 + WS-Z-T4
           END-COMPUTE
           DIVIDE WS-Z-SUMA BY 7
              GIVING WS-Z-AUX REMAINDER WS-Z-RESTO
           IF WS-Z-RESTO = 0 OR WS-Z-RESTO = 1
              MOVE 'N' TO WS-DIA-HABIL
           ELSE
              PERFORM 1840-VERIFICAR-FERIADO
           END-IF.

       1840-VERIFICAR-FERIADO.
           MOVE WS-FECHA-TRABAJO TO FECHA OF DCLFERIADO
           EXEC SQL
                SELECT COUNT(FECHA)
                INTO :DCLAUX.NUMERO-REG
                FROM TRX.FERIADOS
                WHERE FECHA = :DCLFERIADO.FECHA
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              PERFORM 3300-STOP-PROGRAM
           END-IF
           IF NUMERO-REG OF DCLAUX > 0
              MOVE 'N' TO WS-DIA-HABIL
           END-IF.

       1860-RETROCEDER-DIA-HABIL.
           MOVE 0 TO WS-ITER-RODADO
           PERFORM 1870-RESTAR-UN-DIA
           PERFORM 1830-VERIFICAR-DIA-HABIL
           PERFORM 1865-RETROCEDER-SI-INHABIL
              UNTIL WS-DIA-HABIL-S.

       1865-RETROCEDER-SI-INHABIL.
           ADD 1 TO WS-ITER-RODADO
           IF WS-ITER-RODADO > 30
              DISPLAY 'PPROLIQ: SIN DIA HABIL PREVIO A '
                      WS-FECHA-TRABAJO
              PERFORM 3300-STOP-PROGRAM
           END-IF
           PERFORM 1870-RESTAR-UN-DIA
           PERFORM 1830-VERIFICAR-DIA-HABIL.

       1870-RESTAR-UN-DIA.
           IF WS-FT-DIA > 1
              SUBTRACT 1 FROM WS-FT-DIA
           ELSE
              IF WS-FT-MES > 1
                 SUBTRACT 1 FROM WS-FT-MES
              ELSE
                 MOVE 12 TO WS-FT-MES
                 SUBTRACT 1 FROM WS-FT-ANIO
              END-IF
              PERFORM 1825-DIAS-DEL-MES
              MOVE WS-DIAS-DEL-MES TO WS-FT-DIA
           END-IF.

      ***************************************************************
      * SE CARGAN LAS CELDAS CON CADA ORIGEN, SE ORDENAN POR DIA,    *
      * MONEDA Y ENTIDAD, Y SE EMITEN CON LA COMPARACION CONTRA LA   *
      * LIQUIDACION REAL.                                            *
      ***************************************************************
       2000-PROCESAMIENTO.
           PERFORM 2100-PROYECTAR-PROGRAMADAS
           PERFORM 2200-PROYECTAR-ORDENES
           PERFORM 2300-PROYECTAR-PENDIENTES
           PERFORM 2400-PROYECTAR-CUOTAS
           PERFORM 2800-ORDENAR-CELDAS
           PERFORM 2600-EMITIR-CELDA
              VARYING WS-PY-IDX FROM 1 BY 1
              UNTIL WS-PY-IDX > WS-PY-CANT
           IF WS-PY-CANT > 0
              PERFORM 2690-EMITIR-SUBTOTAL
           END-IF.

      ***************************************************************
      * TRANSFERENCIAS A FECHA VALOR PENDIENTES DE LIBERAR.          *
      ***************************************************************
       2100-PROYECTAR-PROGRAMADAS.
           EXEC SQL OPEN CUR_PRG END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              PERFORM 3300-STOP-PROGRAM
           END-IF
           PERFORM 2150-FETCH-PROGRAMADA
           PERFORM 2110-SUMAR-PROGRAMADA UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_PRG END-EXEC.

       2110-SUMAR-PROGRAMADA.
           ADD 1 TO WS-TOT-PROGRAMADAS
           MOVE FECHA-VALOR OF DCLPROGRAMADA TO WS-FECHA-ITEM
           PERFORM 2950-UBICAR-DIA
           MOVE CBU-RECEPTOR OF DCLPROGRAMADA TO WS-CBU-RECEPTOR
           PERFORM 2960-RESOLVER-ENTIDAD
           MOVE MONEDA OF DCLPROGRAMADA TO WS-CL-MONEDA
           MOVE MONTO OF DCLPROGRAMADA TO WS-CL-IMPORTE
           MOVE 'PRG' TO WS-CL-ORIGEN
           PERFORM 2900-SUMAR-CELDA
           PERFORM 2150-FETCH-PROGRAMADA.

       2150-FETCH-PROGRAMADA.
           EXEC SQL
                FETCH CUR_PRG
                INTO :DCLPROGRAMADA.CBU-RECEPTOR,
                     :DCLPROGRAMADA.FECHA-VALOR,
                     :DCLPROGRAMADA.MONTO,
                     :DCLPROGRAMADA.MONEDA
           END-EXEC
           PERFORM 2990-VERIFICAR-FETCH.

      ***************************************************************
      * CUOTAS DE ORDENES PERMANENTES: SE RECORRE CADA DIA           *
      * CALENDARIO DESDE LA FECHA DE NEGOCIO HASTA EL FIN DEL        *
      * HORIZONTE; LAS QUE CAEN EN DIA INHABIL VAN AL HABIL          *
      * SIGUIENTE, QUE ES CUANDO POSTEAN.                            *
      ***************************************************************
       2200-PROYECTAR-ORDENES.
           MOVE WS-FECHA-CORRIDA TO WS-FECHA-TRABAJO
           PERFORM 2210-PROYECTAR-DIA-ORDENES
              UNTIL WS-FECHA-TRABAJO > HV-FECHA-TOPE OF DCLAUX.

       2210-PROYECTAR-DIA-ORDENES.
           MOVE WS-FECHA-TRABAJO TO HV-FECHA-ORDEN OF DCLAUX
           MOVE WS-FT-DIA TO DIA-MES OF DCLAUX
           MOVE WS-FECHA-TRABAJO TO WS-FECHA-ITEM
           PERFORM 2950-UBICAR-DIA
           EXEC SQL OPEN CUR_ORD END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              PERFORM 3300-STOP-PROGRAM
           END-IF
           PERFORM 2250-FETCH-ORDEN
           PERFORM 2220-SUMAR-ORDEN UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_ORD END-EXEC
           PERFORM 1820-SUMAR-UN-DIA.

       2220-SUMAR-ORDEN.
           ADD 1 TO WS-TOT-ORDENES
           MOVE CBU-RECEPTOR OF DCLORDEN TO WS-CBU-RECEPTOR
           PERFORM 2960-RESOLVER-ENTIDAD
           MOVE MONEDA OF DCLORDEN TO WS-CL-MONEDA
           MOVE MONTO OF DCLORDEN TO WS-CL-IMPORTE
           MOVE 'ORD' TO WS-CL-ORIGEN
           PERFORM 2900-SUMAR-CELDA
           PERFORM 2250-FETCH-ORDEN.

       2250-FETCH-ORDEN.
           EXEC SQL
                FETCH CUR_ORD
                INTO :DCLORDEN.CBU-RECEPTOR,
                     :DCLORDEN.MONTO,
                     :DCLORDEN.MONEDA
           END-EXEC
           PERFORM 2990-VERIFICAR-FETCH.

      ***************************************************************
      * COLA DE AUTORIZACION: TODO AL PRIMER DIA. LA MARCA ES_INTERB *
      * QUE DEJO PDBTRX DICE SI EL CREDITO SALE A OTRA ENTIDAD.      *
      ***************************************************************
       2300-PROYECTAR-PENDIENTES.
           EXEC SQL OPEN CUR_PEN END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              PERFORM 3300-STOP-PROGRAM
           END-IF
           PERFORM 2350-FETCH-PENDIENTE
           PERFORM 2310-SUMAR-PENDIENTE UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_PEN END-EXEC.

       2310-SUMAR-PENDIENTE.
           ADD 1 TO WS-TOT-PENDIENTES
           MOVE 1 TO WS-CL-DIA
           MOVE 0 TO WS-CL-ENTIDAD
           IF ES-INTERB OF DCLPENDIENTE = 'S'
              MOVE CBU-RECEPTOR OF DCLPENDIENTE(1:3) TO WS-ENTIDAD-TXT
              IF WS-ENTIDAD-TXT IS NUMERIC
                 MOVE WS-ENTIDAD-TXT TO WS-CL-ENTIDAD
              END-IF
           END-IF
           MOVE MONEDA OF DCLPENDIENTE TO WS-CL-MONEDA
           MOVE MONTO OF DCLPENDIENTE TO WS-CL-IMPORTE
           MOVE 'PEN' TO WS-CL-ORIGEN
           PERFORM 2900-SUMAR-CELDA
           PERFORM 2350-FETCH-PENDIENTE.

       2350-FETCH-PENDIENTE.
           EXEC SQL
                FETCH CUR_PEN
                INTO :DCLPENDIENTE.CBU-RECEPTOR,
                     :DCLPENDIENTE.MONTO,
                     :DCLPENDIENTE.MONEDA,
                     :DCLPENDIENTE.ES-INTERB
           END-EXEC
           PERFORM 2990-VERIFICAR-FETCH.

      ***************************************************************
      * CUOTA DE MANTENIMIENTO: EN CADA PRIMER DIA HABIL DE MES DEL  *
      * HORIZONTE, SALVO QUE PCUOCLI YA LA HAYA DEBITADO ESE DIA.    *
      * ES UN MOVIMIENTO INTERNO (DE LA CUENTA AL BANCO).            *
      ***************************************************************
       2400-PROYECTAR-CUOTAS.
           PERFORM 2410-PROYECTAR-DIA-CUOTA
              VARYING WS-DH-IDX FROM 1 BY 1
              UNTIL WS-DH-IDX > WS-DH-CANT.

       2410-PROYECTAR-DIA-CUOTA.
           IF WS-DH-PRIMER-HABIL-S(WS-DH-IDX)
              MOVE WS-DH-FECHA(WS-DH-IDX) TO WS-DHC-FECHA
              EXEC SQL
                   SELECT COUNT(ID_TRX)
                   INTO :DCLAUX.NUMERO-REG
                   FROM TRX.TRANSACCION
                   WHERE CBU_RECEPTOR = :WS-CBU-CUOTAS
                     AND DIA_HORA = :WS-DIA-HORA-CUOTA
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-ENC-CODE
                 DISPLAY WS-ERROR-NCONTROL
                 PERFORM 3300-STOP-PROGRAM
              END-IF
              IF NUMERO-REG OF DCLAUX = 0
                 ADD 1 TO WS-TOT-DIAS-CUOTA
                 SET WS-CL-DIA TO WS-DH-IDX
                 MOVE 0 TO WS-CL-ENTIDAD
                 MOVE 'CUO' TO WS-CL-ORIGEN
                 EXEC SQL OPEN CUR_CUO END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE SQLCODE TO WS-ENC-CODE
                    DISPLAY WS-ERROR-NCONTROL
                    PERFORM 3300-STOP-PROGRAM
                 END-IF
                 PERFORM 2450-FETCH-CUOTA
                 PERFORM 2420-SUMAR-CUOTA UNTIL SQLCODE = 100
                 EXEC SQL CLOSE CUR_CUO END-EXEC
              END-IF
           END-IF.

       2420-SUMAR-CUOTA.
           MOVE MONEDA OF DCLAUX TO WS-CL-MONEDA
           MOVE SUMA-PARCIAL OF DCLAUX TO WS-CL-IMPORTE
           IF WS-CL-IMPORTE NOT = 0
              PERFORM 2900-SUMAR-CELDA
           END-IF
           PERFORM 2450-FETCH-CUOTA.

       2450-FETCH-CUOTA.
           EXEC SQL
                FETCH CUR_CUO
                INTO :DCLAUX.MONEDA,
                     :DCLAUX.SUMA-PARCIAL
           END-EXEC
           PERFORM 2990-VERIFICAR-FETCH.

      ***************************************************************
      * EMITE UNA CELDA: LINEA DE REPORTE Y REGISTRO DE PROYECCION.  *
      * PARA LAS ENTIDADES CONTRAPARTE EL NETO PROYECTADO ES LO      *
      * COMPROMETIDO PARA ENVIAR MENOS LO QUE LA ENTIDAD NOS ENVIA   *
      * EN PROMEDIO (LO RECIBIDO NO SE CONOCE POR ADELANTADO), Y SE  *
      * COMPARA CONTRA EL NETO PROMEDIO REALMENTE LIQUIDADO.         *
      ***************************************************************
       2600-EMITIR-CELDA.
           IF WS-PY-CLAVE(WS-PY-IDX)(1:5) NOT = WS-CORTE-CLAVE
              IF WS-CORTE-CLAVE NOT = SPACES
                 PERFORM 2690-EMITIR-SUBTOTAL
              END-IF
              MOVE WS-PY-CLAVE(WS-PY-IDX)(1:5) TO WS-CORTE-CLAVE
           END-IF
           ADD 1 TO WS-TOT-CELDAS
           COMPUTE WS-TOTAL-CELDA = WS-PY-PROGRAMADAS(WS-PY-IDX)
                                  + WS-PY-ORDENES(WS-PY-IDX)
                                  + WS-PY-PENDIENTES(WS-PY-IDX)
                                  + WS-PY-CUOTAS(WS-PY-IDX)
           END-COMPUTE
           MOVE WS-PY-MONEDA(WS-PY-IDX) TO WS-CL-MONEDA
           PERFORM 2930-UBICAR-MONEDA
           ADD WS-PY-PROGRAMADAS(WS-PY-IDX)
             TO WS-MN-PROGRAMADAS(WS-MN-RESULT)
           ADD WS-PY-ORDENES(WS-PY-IDX) TO WS-MN-ORDENES(WS-MN-RESULT)
           ADD WS-PY-PENDIENTES(WS-PY-IDX)
             TO WS-MN-PENDIENTES(WS-MN-RESULT)
           ADD WS-PY-CUOTAS(WS-PY-IDX) TO WS-MN-CUOTAS(WS-MN-RESULT)
           MOVE SPACES TO REG-PRONOS
           MOVE WS-DH-FECHA(WS-PY-DIA(WS-PY-IDX)) TO P-FECHA
                                                     WS-RD-FECHA
           MOVE WS-PY-MONEDA(WS-PY-IDX) TO P-MONEDA WS-RD-MONEDA
           MOVE WS-PY-ENTIDAD(WS-PY-IDX) TO P-ENTIDAD
           MOVE WS-PY-PROGRAMADAS(WS-PY-IDX) TO P-PROGRAMADAS
           MOVE WS-PY-ORDENES(WS-PY-IDX) TO P-ORDENES
           MOVE WS-PY-PENDIENTES(WS-PY-IDX) TO P-PENDIENTES
           MOVE WS-PY-CUOTAS(WS-PY-IDX) TO P-CUOTAS
           MOVE WS-TOTAL-CELDA TO P-TOTAL WS-RD-TOTAL
           MOVE ZEROS TO P-PROY-NETO P-HIST-NETO
           MOVE SPACE TO P-PROY-SIGNO P-HIST-SIGNO
           IF WS-PY-ENTIDAD(WS-PY-IDX) = 0
              MOVE 'I' TO P-TIPO
              MOVE 'INT' TO WS-RD-ENTIDAD
              MOVE ZEROS TO WS-RD-PROY-NETO WS-RD-HIST-NETO
              ADD WS-TOTAL-CELDA TO WS-SUB-INTERNO
              WRITE REG-REPORTE FROM WS-REP-DETALLE
           ELSE
              MOVE 'E' TO P-TIPO
              MOVE WS-PY-ENTIDAD(WS-PY-IDX) TO WS-RD-ENTIDAD
              ADD WS-TOTAL-CELDA TO WS-SUB-SALIENTE
              ADD WS-TOTAL-CELDA TO WS-MN-SALIENTE(WS-MN-RESULT)
              PERFORM 2650-COMPARAR-HISTORIA
           END-IF
           WRITE REG-PRONOS.

       2650-COMPARAR-HISTORIA.
           MOVE 0 TO WS-PROM-NETO
           MOVE 0 TO WS-PROM-RECIBIDO
           IF WS-DIAS-CON-HIST > 0
              MOVE WS-PY-ENTIDAD(WS-PY-IDX) TO LIQ-ENTIDAD OF DCLAUX
              MOVE WS-PY-MONEDA(WS-PY-IDX) TO MONEDA OF DCLAUX
              EXEC SQL
                   SELECT COALESCE(SUM(NETO), 0),
                          COALESCE(SUM(RECIBIDO), 0)
                   INTO :DCLAUX.SUMA-NETO,
                        :DCLAUX.SUMA-RECIBIDO
                   FROM TRX.LIQUIDACION_BCO
                   WHERE ENTIDAD = :DCLAUX.LIQ-ENTIDAD
                     AND MONEDA = :DCLAUX.MONEDA
                     AND FECHA >= :DCLAUX.HV-FECHA-HIST
                     AND FECHA < :DCLAUX.HV-FECHA-CORRIDA
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-ENC-CODE
                 DISPLAY WS-ERROR-NCONTROL
                 PERFORM 3300-STOP-PROGRAM
              END-IF
              COMPUTE WS-PROM-NETO ROUNDED =
                      SUMA-NETO OF DCLAUX / WS-DIAS-CON-HIST
              END-COMPUTE
              COMPUTE WS-PROM-RECIBIDO ROUNDED =
                      SUMA-RECIBIDO OF DCLAUX / WS-DIAS-CON-HIST
              END-COMPUTE
           END-IF
           COMPUTE WS-PROY-NETO = WS-TOTAL-CELDA - WS-PROM-RECIBIDO
           END-COMPUTE
           MOVE WS-PROY-NETO TO WS-RD-PROY-NETO
           MOVE WS-PROM-NETO TO WS-RD-HIST-NETO
           IF WS-PROY-NETO < 0
              MOVE 'A' TO P-PROY-SIGNO
           ELSE
              MOVE 'D' TO P-PROY-SIGNO
           END-IF
           MOVE WS-PROY-NETO TO P-PROY-NETO
           IF WS-PROM-NETO < 0
              MOVE 'A' TO P-HIST-SIGNO
           ELSE
              MOVE 'D' TO P-HIST-SIGNO
           END-IF
           MOVE WS-PROM-NETO TO P-HIST-NETO
           WRITE REG-REPORTE FROM WS-REP-DETALLE
           IF WS-DIAS-CON-HIST = 0
              WRITE REG-REPORTE FROM WS-REP-HIST-SIN
           END-IF.

      ***************************************************************
      * SUBTOTAL DEL DIA Y MONEDA QUE SE TERMINA DE EMITIR.          *
      ***************************************************************
       2690-EMITIR-SUBTOTAL.
           MOVE WS-CORTE-CLAVE(3:3) TO WS-RS-MONEDA
           MOVE WS-SUB-SALIENTE TO WS-RS-SALIENTE
           MOVE WS-SUB-INTERNO TO WS-RS-INTERNO
           WRITE REG-REPORTE FROM WS-REP-SUBTOTAL
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           MOVE 0 TO WS-SUB-SALIENTE
           MOVE 0 TO WS-SUB-INTERNO.

      ***************************************************************
      * ORDENA LAS CELDAS POR DIA, MONEDA Y ENTIDAD (BURBUJA SOBRE   *
      * LA CLAVE ALFANUMERICA; LA TABLA ES CHICA).                   *
      ***************************************************************
       2800-ORDENAR-CELDAS.
           PERFORM 2810-PASADA
              VARYING WS-PY-I FROM 1 BY 1
              UNTIL WS-PY-I >= WS-PY-CANT.

       2810-PASADA.
           COMPUTE WS-PY-LIMITE = WS-PY-CANT - WS-PY-I
           END-COMPUTE
           PERFORM 2820-COMPARAR-PAR
              VARYING WS-PY-J FROM 1 BY 1
              UNTIL WS-PY-J > WS-PY-LIMITE.

       2820-COMPARAR-PAR.
           COMPUTE WS-PY-K = WS-PY-J + 1
           END-COMPUTE
           IF WS-PY-CLAVE(WS-PY-J) > WS-PY-CLAVE(WS-PY-K)
              MOVE WS-PY-ENTRY(WS-PY-J) TO WS-PY-AUX
              MOVE WS-PY-ENTRY(WS-PY-K) TO WS-PY-ENTRY(WS-PY-J)
              MOVE WS-PY-AUX TO WS-PY-ENTRY(WS-PY-K)
           END-IF.

      ***************************************************************
      * SUMA WS-CL-IMPORTE A LA CELDA (WS-CL-DIA, WS-CL-MONEDA,      *
      * WS-CL-ENTIDAD) EN LA COLUMNA DEL ORIGEN. UN ITEM FUERA DEL   *
      * HORIZONTE (DIA CERO) NO SE PROYECTA.                         *
      ***************************************************************
       2900-SUMAR-CELDA.
           IF WS-CL-DIA > 0
              PERFORM 2910-BUSCAR-CELDA
              IF WS-PY-RESULT > 0
                 EVALUATE TRUE
                    WHEN WS-CL-PROGRAMADA
                       ADD WS-CL-IMPORTE
                         TO WS-PY-PROGRAMADAS(WS-PY-RESULT)
                    WHEN WS-CL-ORDEN
                       ADD WS-CL-IMPORTE TO WS-PY-ORDENES(WS-PY-RESULT)
                    WHEN WS-CL-PENDIENTE
                       ADD WS-CL-IMPORTE
                         TO WS-PY-PENDIENTES(WS-PY-RESULT)
                    WHEN WS-CL-CUOTA
                       ADD WS-CL-IMPORTE TO WS-PY-CUOTAS(WS-PY-RESULT)
                 END-EVALUATE
              END-IF
           END-IF.

       2910-BUSCAR-CELDA.
           MOVE 0 TO WS-PY-RESULT
           PERFORM 2920-COMPARAR-CELDA
              VARYING WS-PY-BUSCAR-IDX FROM 1 BY 1
              UNTIL WS-PY-BUSCAR-IDX > WS-PY-CANT
                 OR WS-PY-RESULT > 0
           IF WS-PY-RESULT = 0
              IF WS-PY-CANT < 600
                 ADD 1 TO WS-PY-CANT
                 MOVE WS-PY-CANT TO WS-PY-RESULT
                 MOVE WS-CL-CLAVE TO WS-PY-CLAVE(WS-PY-RESULT)
                 MOVE ZEROS TO WS-PY-PROGRAMADAS(WS-PY-RESULT)
                 MOVE ZEROS TO WS-PY-ORDENES(WS-PY-RESULT)
                 MOVE ZEROS TO WS-PY-PENDIENTES(WS-PY-RESULT)
                 MOVE ZEROS TO WS-PY-CUOTAS(WS-PY-RESULT)
              ELSE
                 ADD 1 TO WS-TOT-OMITIDOS
                 DISPLAY 'PPROLIQ: TABLA DE PROYECCION LLENA, SE '
                         'OMITE ' WS-CL-CLAVE
              END-IF
           END-IF.

       2920-COMPARAR-CELDA.
           IF WS-PY-CLAVE(WS-PY-BUSCAR-IDX) = WS-CL-CLAVE
              MOVE WS-PY-BUSCAR-IDX TO WS-PY-RESULT
           END-IF.

      ***************************************************************
      * POSICION DE LA MONEDA EN LA TABLA DE TOTALES (ALTA SI NO     *
      * ESTA). DEJA LA POSICION EN WS-MN-RESULT.                     *
      ***************************************************************
       2930-UBICAR-MONEDA.
           MOVE 0 TO WS-MN-RESULT
           PERFORM 2935-COMPARAR-MONEDA
              VARYING WS-MN-BUSCAR-IDX FROM 1 BY 1
              UNTIL WS-MN-BUSCAR-IDX > WS-MN-CANT
                 OR WS-MN-RESULT > 0
           IF WS-MN-RESULT = 0
              IF WS-MN-CANT < 20
                 ADD 1 TO WS-MN-CANT
                 MOVE WS-MN-CANT TO WS-MN-RESULT
                 MOVE WS-CL-MONEDA TO WS-MN-MONEDA(WS-MN-RESULT)
                 MOVE ZEROS TO WS-MN-PROGRAMADAS(WS-MN-RESULT)
                 MOVE ZEROS TO WS-MN-ORDENES(WS-MN-RESULT)
                 MOVE ZEROS TO WS-MN-PENDIENTES(WS-MN-RESULT)
                 MOVE ZEROS TO WS-MN-CUOTAS(WS-MN-RESULT)
                 MOVE ZEROS TO WS-MN-SALIENTE(WS-MN-RESULT)
              ELSE
                 DISPLAY 'PPROLIQ: DEMASIADAS MONEDAS, TOTAL OMITIDO'
                 MOVE 1 TO WS-MN-RESULT
              END-IF
           END-IF.

       2935-COMPARAR-MONEDA.
           IF WS-MN-MONEDA(WS-MN-BUSCAR-IDX) = WS-CL-MONEDA
              MOVE WS-MN-BUSCAR-IDX TO WS-MN-RESULT
           END-IF.

      ***************************************************************
      * DIA HABIL DEL HORIZONTE AL QUE VA UN ITEM CON FECHA: LO      *
      * VENCIDO AL PRIMERO; LO DEMAS AL PRIMER HABIL IGUAL O         *
      * POSTERIOR A SU FECHA. DEJA CERO SI CAE FUERA DEL HORIZONTE.  *
      ***************************************************************
       2950-UBICAR-DIA.
           MOVE 0 TO WS-DH-RESULT
           IF WS-FECHA-ITEM <= WS-DH-FECHA(1)
              MOVE 1 TO WS-DH-RESULT
           ELSE
              PERFORM 2955-COMPARAR-DIA
                 VARYING WS-DH-BUSCAR-IDX FROM 1 BY 1
                 UNTIL WS-DH-BUSCAR-IDX > WS-DH-CANT
                    OR WS-DH-RESULT > 0
           END-IF
           MOVE WS-DH-RESULT TO WS-CL-DIA.

       2955-COMPARAR-DIA.
           IF WS-DH-FECHA(WS-DH-BUSCAR-IDX) >= WS-FECHA-ITEM
              MOVE WS-DH-BUSCAR-IDX TO WS-DH-RESULT
           END-IF.

      ***************************************************************
      * ENTIDAD DEL RECEPTOR: CERO SI ES CUENTA NUESTRA (MOVIMIENTO  *
      * INTERNO); SI NO, LOS PRIMEROS TRES DIGITOS DEL CBU, COMO LO  *
      * RESUELVEN PDBTRX Y PSETBCO.                                  *
      ***************************************************************
       2960-RESOLVER-ENTIDAD.
           MOVE 0 TO WS-CL-ENTIDAD
           MOVE WS-CBU-RECEPTOR TO CBU-CLIENTE-TEXT OF DCLCLIENTE
           EXEC SQL
                SELECT COUNT(CBU_CLIENTE)
                INTO :DCLAUX.NUMERO-REG
                FROM TRX.CLIENTE
                WHERE CBU_CLIENTE = :DCLCLIENTE.CBU-CLIENTE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              PERFORM 3300-STOP-PROGRAM
           END-IF
           IF NUMERO-REG OF DCLAUX = 0
              MOVE WS-CBU-RECEPTOR(1:3) TO WS-ENTIDAD-TXT
              IF WS-ENTIDAD-TXT IS NUMERIC
                 MOVE WS-ENTIDAD-TXT TO WS-CL-ENTIDAD
              END-IF
           END-IF.

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
           PERFORM 3200-GENERAR-REPORTE
           CLOSE PRONOS-FICH
           CLOSE REPORTE-FICH
           PERFORM 3300-STOP-PROGRAM.

       3200-GENERAR-REPORTE.
           MOVE 'TRANSFERENCIAS A FECHA VALOR PROYECTADAS'
             TO WS-RC-ETIQUETA
           MOVE WS-TOT-PROGRAMADAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'CUOTAS DE ORDENES PERMANENTES PROYECTADAS'
             TO WS-RC-ETIQUETA
           MOVE WS-TOT-ORDENES TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'PENDIENTES DE AUTORIZACION' TO WS-RC-ETIQUETA
           MOVE WS-TOT-PENDIENTES TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'DIAS CON COBRO DE CUOTA DE MANTENIMIENTO'
             TO WS-RC-ETIQUETA
           MOVE WS-TOT-DIAS-CUOTA TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'DIAS CON LIQUIDACION EN LA HISTORIA'
             TO WS-RC-ETIQUETA
           MOVE WS-DIAS-CON-HIST TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'CELDAS DE PROYECCION EMITIDAS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-CELDAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'ITEMS OMITIDOS POR TABLA LLENA' TO WS-RC-ETIQUETA
           MOVE WS-TOT-OMITIDOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           PERFORM 3210-LISTAR-MONEDA
              VARYING WS-MN-IDX FROM 1 BY 1
              UNTIL WS-MN-IDX > WS-MN-CANT
           WRITE REG-REPORTE FROM WS-REP-GUIONES.

       3210-LISTAR-MONEDA.
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           MOVE WS-MN-MONEDA(WS-MN-IDX) TO WS-RM-MONEDA
           WRITE REG-REPORTE FROM WS-REP-MONEDA
           MOVE 'TRANSFERENCIAS A FECHA VALOR' TO WS-RI-ETIQUETA
           MOVE WS-MN-PROGRAMADAS(WS-MN-IDX) TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
           MOVE 'ORDENES PERMANENTES' TO WS-RI-ETIQUETA
           MOVE WS-MN-ORDENES(WS-MN-IDX) TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
           MOVE 'PENDIENTES DE AUTORIZACION' TO WS-RI-ETIQUETA
           MOVE WS-MN-PENDIENTES(WS-MN-IDX) TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
           MOVE 'CUOTAS DE MANTENIMIENTO' TO WS-RI-ETIQUETA
           MOVE WS-MN-CUOTAS(WS-MN-IDX) TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
           MOVE 'SALIENTE A OTRAS ENTIDADES' TO WS-RI-ETIQUETA
           MOVE WS-MN-SALIENTE(WS-MN-IDX) TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE.

       3300-STOP-PROGRAM.
           STOP RUN.
