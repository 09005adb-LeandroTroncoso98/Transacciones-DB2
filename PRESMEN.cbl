       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESMEN.
       AUTHOR. TRONCOSO LEANDRO.
      **********************************************************
      * Ciclo mensual de resumenes de cuenta. Emite el resumen *
      * del mes cerrado de todas las cuentas activas ('A') e   *
      * inactivas ('D') de TRX.CLIENTE, sin archivo de pedido: *
      * el resumen impreso (mismo formato que PTRXCLI) y el    *
      * extracto electronico de formato fijo para home banking *
      * y el envio por correo (encabezado con saldo de         *
      * apertura y cierre, un registro por movimiento, con     *
      * comisiones, intereses e impuestos abiertos, y un       *
      * registro de totales). Cada resumen emitido queda en    *
      * TRX.RESUMEN_MENSUAL por (PERIODO, CBU): un reinicio    *
      * solo emite los CBU que todavia no lo tienen.           *
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-ENT ASSIGN TO ENTRADA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.

           SELECT RESUMEN-FICH ASSIGN TO RESUMEN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RESUMEN.

           SELECT EXTRACTO-FICH ASSIGN TO EXTRACTO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-EXTRACTO.

           SELECT REPORTE-FICH ASSIGN TO REPORTE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
      * PARAMETRO DE ENTRADA: EL AÑO Y MES CERRADO A RESUMIR, IGUAL
      * QUE LO TOMAN PRECAT Y PFACCLI.
       FD FICHERO-ENT RECORDING MODE IS F
                      DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA.
          05 REG-PERIODO.
             10 REG-P-ANIO        PIC 9(4).
             10 REG-P-MES         PIC 99.
          05 REG-P-NUM            REDEFINES REG-PERIODO PIC 9(6).
          05 FILLER               PIC X(74).

      * RESUMENES IMPRESOS, UNO A CONTINUACION DEL OTRO EN ORDEN DE
      * CBU, CON EL MISMO ANCHO QUE LOS DE PTRXCLI.
       FD RESUMEN-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-RESUMEN.
       01 REG-RESUMEN              PIC X(80).

      * EXTRACTO ELECTRONICO PARA HOME BANKING Y EL ENVIO POR CORREO.
      * POR CADA CUENTA: UN ENCABEZADO 'H', UN DETALLE 'D' POR CADA
      * RENGLON DEL RESUMEN (EL PRINCIPAL, LA COMISION Y EL IMPUESTO
      * DE UNA TRANSACCION VAN EN RENGLONES SEPARADOS) Y UN REGISTRO
      * DE TOTALES 'T'. LOS SALDOS LLEVAN EL SIGNO APARTE ('+' O
      * '-'), COMO EL NETO DE LIQUIDA EN PSETBCO.
       FD EXTRACTO-FICH RECORDING MODE IS F
                        DATA RECORD IS REG-EXTRACTO.
       01 REG-EXTRACTO.
          05 E-TIPO-REG           PIC X.
             88 E-ENCABEZADO      VALUE 'H'.
             88 E-DETALLE         VALUE 'D'.
             88 E-TOTALES         VALUE 'T'.
          05 E-CBU                PIC X(22).
          05 E-DATOS              PIC X(127).
          05 E-ENC                REDEFINES E-DATOS.
             10 E-H-PERIODO       PIC 9(6).
             10 E-H-CUIT          PIC X(11).
             10 E-H-NOMBRE        PIC X(50).
             10 E-H-MONEDA        PIC X(3).
             10 E-H-SIGNO-APE     PIC X.
             10 E-H-SALDO-APE     PIC 9(13)V99.
             10 E-H-SIGNO-CIE     PIC X.
             10 E-H-SALDO-CIE     PIC 9(13)V99.
             10 FILLER            PIC X(25).
          05 E-DET                REDEFINES E-DATOS.
             10 E-D-ID-TRX        PIC 9(9).
             10 E-D-FECHA         PIC X(10).
             10 E-D-HORA          PIC X(8).
      * TRF TRANSFERENCIA / REV REVERSA / PZF PLAZO FIJO / INT
      * INTERES ACREDITADO / COM COMISION / CAR CARGO DE SERVICIO /
      * IDE INTERES DEUDOR / IMP IMPUESTO AL DEBITO.
             10 E-D-COD-MOV       PIC X(3).
             10 E-D-SENTIDO       PIC X.
                88 E-D-DEBITO     VALUE 'D'.
                88 E-D-CREDITO    VALUE 'C'.
             10 E-D-IMPORTE       PIC 9(13)V99.
             10 E-D-CONTRAPARTE   PIC X(22).
             10 E-D-CONCEPTO      PIC X(3).
             10 E-D-REFERENCIA    PIC X(30).
             10 FILLER            PIC X(26).
          05 E-TOT                REDEFINES E-DATOS.
             10 E-T-CANT-MOV      PIC 9(7).
             10 E-T-CREDITOS      PIC 9(13)V99.
             10 E-T-DEBITOS       PIC 9(13)V99.
             10 E-T-COMISIONES    PIC 9(13)V99.
             10 E-T-INT-DEUDOR    PIC 9(13)V99.
             10 E-T-IMPUESTOS     PIC 9(13)V99.
             10 E-T-INTERESES     PIC 9(13)V99.
             10 E-T-SIGNO-CIE     PIC X.
             10 E-T-SALDO-CIE     PIC 9(13)V99.
             10 FILLER            PIC X(14).

      * REPORTE DE TOTALES DE CONTROL DE FIN DE CORRIDA.
       FD REPORTE-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-REPORTE.
       01 REG-REPORTE              PIC X(80).

       WORKING-STORAGE SECTION.

       77 FS-ENTRADA               PIC 99.
       77 FS-RESUMEN               PIC 99.
       77 FS-EXTRACTO              PIC 99.
       77 FS-REPORTE               PIC 99.

      * VARIABLES DEL PROGRAMA.
      * FECHA DE PROCESO QUE SE SELLA EN TRX.CONTROL_PROCESO AL
      * CIERRE: EL PRIMER DIA DEL MES SIGUIENTE AL RESUMIDO.
       01 WS-FECHA-PROCESO.
          05 WS-FP-ANIO            PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-FP-MES             PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 FILLER                PIC XX VALUE '01'.

      * ACUMULADORES DEL RESUMEN ACTUAL (SE REINICIAN POR CUENTA).
       77 WS-CANT-MOV              PIC 9(7) COMP VALUE 0.
       77 WS-TOT-CREDITOS          PIC 9(13)V99 VALUE 0.
       77 WS-TOT-DEBITOS           PIC 9(13)V99 VALUE 0.
       77 WS-TOT-COMISIONES        PIC 9(13)V99 VALUE 0.
       77 WS-TOT-INT-DEUDOR        PIC 9(13)V99 VALUE 0.
       77 WS-TOT-IMPUESTOS         PIC 9(13)V99 VALUE 0.
       77 WS-TOT-INTERESES         PIC 9(13)V99 VALUE 0.
       77 WS-TOT-NETO              PIC S9(13)V99 VALUE 0.

      * SALDO DE APERTURA Y CIERRE DEL MES. LA APERTURA SALE DE LA
      * ULTIMA FOTO DE TRX.SALDO_DIARIO ANTERIOR AL MES (O DEL
      * SALDO_INICIAL SI LA CUENTA NO TIENE FOTOS) Y EL CIERRE DE LA
      * ULTIMA FOTO DEL MES; EN AMBOS CASOS SE SUMAN LOS MOVIMIENTOS
      * DE LAS NOCHES SIN FOTO, COMO EN PTRXCLI. SI EL MES NO TIENE
      * NINGUNA FOTO EL CIERRE ES LA APERTURA MAS EL NETO DEL MES.
       77 WS-SALDO-APERTURA        PIC S9(13)V99 VALUE 0.
       77 WS-SALDO-CIERRE          PIC S9(13)V99 VALUE 0.
       77 WS-SALDO-CALCULADO       PIC S9(13)V99 VALUE 0.
       77 WS-HAY-FOTO-MES          PIC X VALUE 'N'.
          88 WS-HAY-FOTO-MES-S     VALUE 'S'.
          88 WS-HAY-FOTO-MES-N     VALUE 'N'.

      * RENGLON DEL RESUMEN QUE SE ESTA EMITIENDO.
       77 WS-PRINCIPAL             PIC S9(13)V99 VALUE 0.
       77 WS-IMPORTE-MOV           PIC 9(13)V99 VALUE 0.
       77 WS-COD-MOV               PIC X(3).
       77 WS-SENTIDO               PIC X.
       77 WS-CONTRAPARTE           PIC X(22).

      * ENTIDAD DEL ULTIMO CBU RESUMIDO: LA DESCRIPCION DEL BANCO SE
      * BUSCA SOLO CUANDO CAMBIA.
       77 WS-ID-BANCO-ANT          PIC 9(3) VALUE 0.
       77 WS-ID-BANCO              PIC 9(3) VALUE 0.

      * CONTADORES Y ACUMULADORES DEL REPORTE.
       77 WS-TOT-REVISADOS         PIC 9(9) COMP VALUE 0.
       77 WS-TOT-EMITIDOS          PIC 9(9) COMP VALUE 0.
       77 WS-TOT-SIN-MOV           PIC 9(9) COMP VALUE 0.
       77 WS-TOT-DIFERENCIAS       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-RENGLONES         PIC 9(9) COMP VALUE 0.
       77 WS-TOT-REG-EXTRACTO      PIC 9(9) COMP VALUE 0.
       77 WS-TOT-IMP-CREDITOS      PIC 9(15)V99 COMP-3 VALUE 0.
       77 WS-TOT-IMP-DEBITOS       PIC 9(15)V99 COMP-3 VALUE 0.

      * CONTROL DE REINICIO. EL PROCESO ESCRIBE ARCHIVOS, ASI QUE
      * CONFIRMA CADA RESUMEN APENAS LO EMITE (COMO PCIECTA): EL
      * RESUMEN QUEDA EN TRX.RESUMEN_MENSUAL EN LA MISMA UNIDAD DE
      * TRABAJO. WS-REG-REINICIO ES LA CANTIDAD DE RESUMENES DEL
      * PERIODO YA EMITIDOS AL ARRANCAR: SI HAY ALGUNO, LA CORRIDA
      * ES UN REINICIO Y LOS ARCHIVOS SE ABREN EN EXTEND.
       77 WS-PROGRAMA              PIC X(8) VALUE 'PRESMEN'.
       77 WS-REG-REINICIO          PIC 9(9) COMP VALUE 0.

      * CBU FICTICIOS CON LOS QUE LOS PROCESOS DEL BANCO IMPUTAN
      * SUS MOVIMIENTOS (VER PDEVENG, PCUOCLI Y PVENPZF).
       77 WS-CBU-INTERESES         PIC X(22) VALUE ALL '9'.
       77 WS-CBU-INT-DEUDOR        PIC X(22) VALUE ALL '8'.
       77 WS-CBU-PLAZO-FIJO        PIC X(22) VALUE ALL '7'.
       77 WS-CBU-INT-PF            PIC X(22) VALUE ALL '6'.
       77 WS-CBU-CARGOS            PIC X(22) VALUE ALL '0'.

      * LINEAS DEL RESUMEN IMPRESO.
       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(68) VALUE ALL '-'.
          05 FILLER               PIC X VALUE SPACE.

       01 WS-CLIENTE.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(9) VALUE 'CLIENTE: '.
          05 WS-C-NOMBRE          PIC X(50).
          05 FILLER               PIC X(08) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-BANCO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(7) VALUE 'BANCO: '.
          05 WS-B-DESCRIPCION     PIC X(50).
          05 FILLER               PIC X(10) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-CBU.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(5) VALUE 'CBU: '.
          05 WS-C-CBU             PIC X(22).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X(9) VALUE 'PERIODO: '.
          05 WS-C-ANIO            PIC 9(4).
          05 FILLER               PIC X VALUE '-'.
          05 WS-C-MES             PIC 99.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X(8) VALUE 'MONEDA: '.
          05 WS-C-MONEDA          PIC X(3).
          05 FILLER               PIC X(9) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-TITULOS-DATA.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(6) VALUE 'FECHA:'.
          05 FILLER               PIC X(6) VALUE SPACES.
          05 FILLER               PIC X(4) VALUE 'MOV:'.
          05 FILLER               PIC X(1) VALUE SPACES.
          05 FILLER               PIC X(7) VALUE 'DEBITO:'.
          05 FILLER               PIC X(11) VALUE SPACES.
          05 FILLER               PIC X(8) VALUE 'CREDITO:'.
          05 FILLER               PIC X(10) VALUE SPACES.
          05 FILLER               PIC X(8) VALUE 'ID TRX: '.
          05 FILLER               PIC X(6) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-GUIONES-DATA.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(10) VALUE ALL '-'.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X(3) VALUE ALL '-'.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X(16) VALUE ALL '-'.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X(16) VALUE ALL '-'.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X(9) VALUE ALL '-'.
          05 FILLER               PIC X(5) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-DATOS.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-FECHA-TRX.
             10 WS-DIA            PIC 99.
             10 FILLER            PIC X VALUE '-'.
             10 WS-MES            PIC 99.
             10 FILLER            PIC X VALUE '-'.
             10 WS-ANIO           PIC 9999.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-COD-MOV-TRX       PIC X(3).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-DEBITO-TRX        PIC $$$$$$$$$$$$9,99 BLANK WHEN ZERO.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-CREDITO-TRX       PIC $$$$$$$$$$$$9,99 BLANK WHEN ZERO.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-ID-TRX            PIC Z(8)9.
          05 FILLER               PIC X(5) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

      * RENGLONES COMPLEMENTARIOS DEL MOVIMIENTO: LA CUENTA
      * CONTRAPARTE DE LAS TRANSFERENCIAS Y REVERSAS, Y EL CONCEPTO
      * Y LA REFERENCIA CUANDO LOS TIENE.
       01 WS-DATOS-CONTRAPARTE.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(14) VALUE SPACES.
          05 FILLER               PIC X(13) VALUE 'CONTRAPARTE: '.
          05 WS-CONTRAPARTE-TRX   PIC X(22).
          05 FILLER               PIC X(19) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-DATOS-CONCEPTO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(14) VALUE SPACES.
          05 FILLER               PIC X(9) VALUE 'CONCEPTO:'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-CONCEPTO-TRX      PIC X(3).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X(4) VALUE 'REF:'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-REFERENCIA-TRX    PIC X(30).
          05 FILLER               PIC X(4) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-NOPOSEE-DATOS.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(15) VALUE ALL '*'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(35)
                         VALUE 'SIN MOVIMIENTOS EN EL PERIODO      '.
          05 FILLER               PIC X VALUE SPACES.
          05 FILLER               PIC X(16) VALUE ALL '*'.
          05 FILLER               PIC X VALUE '|'.

      * SECCION DE TOTALES Y SALDOS DEL RESUMEN.
       01 WS-RESUMEN-TITULO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(24) VALUE SPACES.
          05 FILLER               PIC X(21)
                         VALUE 'TOTALES DEL PERIODO:'.
          05 FILLER               PIC X(23) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
       01 WS-RESUMEN-LINEA.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-RES-ETIQUETA      PIC X(20).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-RES-VALOR         PIC $$$$$$$$$$$$9,99.
          05 FILLER               PIC X(30) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
       01 WS-RESUMEN-NETO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-RES-NETO-ETIQ     PIC X(20).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-RES-NETO          PIC -$$$$$$$$$$$9,99.
          05 FILLER               PIC X(30) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

      * LINEAS DEL REPORTE DE CONTROL.
       01 WS-REP-GUIONES           PIC X(80) VALUE ALL '-'.
       01 WS-REP-TITULO.
          05 FILLER                PIC X(20) VALUE SPACES.
          05 FILLER                PIC X(40) VALUE
                'CICLO MENSUAL DE RESUMENES - PRESMEN'.
          05 FILLER                PIC X(20) VALUE SPACES.
       01 WS-REP-PERIODO.
          05 FILLER                PIC X(19)
                         VALUE 'PERIODO RESUMIDO:  '.
          05 WS-RP-ANIO            PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-RP-MES             PIC 99.
          05 FILLER                PIC X(54) VALUE SPACES.
       01 WS-REP-REINICIO.
          05 FILLER                PIC X(45) VALUE
                'REINICIO: RESUMENES YA EMITIDOS DEL PERIODO'.
          05 WS-RR-VALOR           PIC ZZZ.ZZZ.ZZ9.
          05 FILLER                PIC X(24) VALUE SPACES.
       01 WS-REP-CONTADOR.
          05 WS-RC-ETIQUETA        PIC X(45).
          05 WS-RC-VALOR           PIC ZZZ.ZZZ.ZZ9.
          05 FILLER                PIC X(24) VALUE SPACES.
       01 WS-REP-IMPORTE.
          05 WS-RI-ETIQUETA        PIC X(45).
          05 WS-RI-VALOR           PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                PIC X(15) VALUE SPACES.

       01 WS-ERROR-NCONTROL.
          05 FILLER               PIC X(29)
                     VALUE 'ERROR NO CONTROLADO, CODIGO: '.
          05 WS-ENC-CODE          PIC -999.

      * VARIABLES DE TRABAJO.
       01 WS-FECHA-FORMATO.
          05 WS-FF-FECHA.
             10 WS-FF-ANIO        PIC 9999.
             10 FILLER            PIC X.
             10 WS-FF-MES         PIC 99.
             10 FILLER            PIC X.
             10 WS-FF-DIA         PIC 99.
          05 WS-FF-HORA           PIC X(8).
          05 FILLER               PIC X(8).

      * SQLCA Y DCLGEN DE LAS TABLAS DEL CIRCUITO.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TRXCLI END-EXEC.
           EXEC SQL INCLUDE TRXTRX END-EXEC.
           EXEC SQL INCLUDE TRXBCO END-EXEC.
           EXEC SQL INCLUDE TRXSDIA END-EXEC.
           EXEC SQL INCLUDE TRXCTL END-EXEC.
           EXEC SQL BEGIN DECLARE SECTION
           END-EXEC.
       01 DCLAUX.
          10 RES-PERIODO          PIC X(6).
          10 RES-CANT-MOV         PIC S9(9) COMP.
          10 RES-SALDO-APE        PIC S9(13)V99 COMP-3.
          10 RES-SALDO-CIE        PIC S9(13)V99 COMP-3.
          10 NUMERO-REG           PIC S9(9) COMP.
          10 MOV-IMPUESTO         PIC S9(13)V99 COMP-3.
          10 MOV-ID-ORIGINAL      PIC S9(9) COMP.
          10 SUMA-CRED            PIC S9(15)V99 COMP-3.
          10 SUMA-DEB             PIC S9(15)V99 COMP-3.
          10 SUMA-PARCIAL         PIC S9(15)V99 COMP-3.
      * VENTANA DEL MES CERRADO, CON EL MISMO RELLENO BYTE A BYTE
      * QUE EL FORMATO REAL DE DIA_HORA (VER PDBTRX). EL FIN DE LA
      * VENTANA ES EL ARRANQUE DEL MES SIGUIENTE (EXCLUIDO), ASI NO
      * HACE FALTA SABER CUANTOS DIAS TIENE EL MES.
       01 WS-TS-MES-INI.
          05 WS-TSI-ANIO           PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-TSI-MES            PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 FILLER                PIC XX VALUE '01'.
          05 FILLER                PIC X(8) VALUE '00:00:00'.
          05 FILLER                PIC X(8) VALUE SPACES.
       01 WS-TS-SIG-INI.
          05 WS-TSS-ANIO           PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-TSS-MES            PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 FILLER                PIC XX VALUE '01'.
          05 FILLER                PIC X(8) VALUE '00:00:00'.
          05 FILLER                PIC X(8) VALUE SPACES.
      * LAS MISMAS FECHAS, CON GUIONES, PARA BUSCAR LAS FOTOS DE
      * TRX.SALDO_DIARIO.
       01 WS-FECHA-MES-INI         PIC X(10).
       01 WS-FECHA-SIG-INI         PIC X(10).
      * TRAMO DE MOVIMIENTOS A SUMAR EN 2260-SUMAR-TRAMO: DESDE
      * EXCLUIDO (EL FINAL DEL DIA DE UNA FOTO, O ESPACIOS PARA
      * TOMAR DESDE EL ALTA) HASTA EXCLUIDO.
       01 WS-TS-TRAMO-DESDE.
          05 WS-TSD-FECHA          PIC X(10).
          05 WS-TSD-HORA           PIC X(8).
          05 FILLER                PIC X(8) VALUE SPACES.
       01 WS-TS-TRAMO-HASTA        PIC X(26).
           EXEC SQL END DECLARE SECTION
           END-EXEC.

      * CURSOR DE LAS CUENTAS A RESUMIR: ACTIVAS E INACTIVAS QUE
      * TODAVIA NO TIENEN EL RESUMEN DEL PERIODO, EN ORDEN DE CBU.
      * WITH HOLD: EL CURSOR DEBE SOBREVIVIR AL COMMIT DE CADA
      * RESUMEN. LA CONDICION NOT EXISTS ES LA QUE HACE EL REINICIO
      * POR CBU: LO YA EMITIDO NO VUELVE A SALIR.
           EXEC SQL DECLARE CUR_CLI CURSOR WITH HOLD FOR
                SELECT C.CBU_CLIENTE, C.NOMBRE, C.CUIT, C.MONEDA,
                       C.SALDO_INICIAL
                FROM TRX.CLIENTE C
                WHERE C.ESTADO_CLIENTE IN ('A', 'D')
                  AND NOT EXISTS
                      (SELECT 1
                       FROM TRX.RESUMEN_MENSUAL R
                       WHERE R.PERIODO = :DCLAUX.RES-PERIODO
                         AND R.CBU = C.CBU_CLIENTE)
                ORDER BY C.CBU_CLIENTE
           END-EXEC.

      * MOVIMIENTOS DEL MES DE LA CUENTA. PARCHTRX PASA AL HISTORICO
      * LO ANTERIOR A SU FECHA DE CORTE, ASI QUE LO ARCHIVADO ES
      * SIEMPRE MAS VIEJO QUE LO VIGENTE: SE LISTA PRIMERO
      * TRX.TRANSACCION_HIST Y DESPUES TRX.TRANSACCION, Y EL ORDEN
      * CRONOLOGICO SE MANTIENE.
           EXEC SQL DECLARE CUR_MHI CURSOR FOR
                SELECT ID_TRX, DIA_HORA, MONTO, COMISION, MONTO_TOTAL,
                       COALESCE(IMPUESTO_DEBITO, 0),
                       CBU_EMISOR, CBU_RECEPTOR,
                       COALESCE(ID_TRX_ORIGINAL, 0),
                       COALESCE(CONCEPTO, ' '),
                       COALESCE(REFERENCIA, ' ')
                FROM TRX.TRANSACCION_HIST
                WHERE (CBU_EMISOR = :DCLCLIENTE.CBU-CLIENTE
                       OR CBU_RECEPTOR = :DCLCLIENTE.CBU-CLIENTE)
                  AND DIA_HORA >= :WS-TS-MES-INI
                  AND DIA_HORA < :WS-TS-SIG-INI
                ORDER BY DIA_HORA, ID_TRX
           END-EXEC.

           EXEC SQL DECLARE CUR_MOV CURSOR FOR
                SELECT ID_TRX, DIA_HORA, MONTO, COMISION, MONTO_TOTAL,
                       COALESCE(IMPUESTO_DEBITO, 0),
                       CBU_EMISOR, CBU_RECEPTOR,
                       COALESCE(ID_TRX_ORIGINAL, 0),
                       COALESCE(CONCEPTO, ' '),
                       COALESCE(REFERENCIA, ' ')
                FROM TRX.TRANSACCION
                WHERE (CBU_EMISOR = :DCLCLIENTE.CBU-CLIENTE
                       OR CBU_RECEPTOR = :DCLCLIENTE.CBU-CLIENTE)
                  AND DIA_HORA >= :WS-TS-MES-INI
                  AND DIA_HORA < :WS-TS-SIG-INI
                ORDER BY DIA_HORA, ID_TRX
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
           IF REG-P-NUM IS NOT NUMERIC OR REG-P-NUM = 0
              OR REG-P-MES < 1 OR REG-P-MES > 12
              DISPLAY 'PRESMEN: PERIODO INVALIDO'
              PERFORM 3300-STOP-PROGRAM
           END-IF
           MOVE REG-PERIODO TO RES-PERIODO OF DCLAUX
           MOVE REG-P-ANIO TO WS-TSI-ANIO WS-RP-ANIO WS-C-ANIO
           MOVE REG-P-MES  TO WS-TSI-MES WS-RP-MES WS-C-MES
           IF REG-P-MES = 12
              COMPUTE WS-TSS-ANIO = REG-P-ANIO + 1
              MOVE 1 TO WS-TSS-MES
           ELSE
              MOVE REG-P-ANIO TO WS-TSS-ANIO
              COMPUTE WS-TSS-MES = REG-P-MES + 1
           END-IF
           MOVE WS-TS-MES-INI(1:10) TO WS-FECHA-MES-INI
           MOVE WS-TS-SIG-INI(1:10) TO WS-FECHA-SIG-INI
           MOVE WS-TSS-ANIO TO WS-FP-ANIO
           MOVE WS-TSS-MES TO WS-FP-MES
           PERFORM 1400-RECUPERAR-CONTROL
           PERFORM 1500-CONTAR-EMITIDOS
           IF WS-REG-REINICIO > 0
              OPEN EXTEND RESUMEN-FICH
           ELSE
              OPEN OUTPUT RESUMEN-FICH
           END-IF
           IF FS-RESUMEN NOT = 00
              PERFORM 3300-STOP-PROGRAM
           END-IF
           IF WS-REG-REINICIO > 0
              OPEN EXTEND EXTRACTO-FICH
           ELSE
              OPEN OUTPUT EXTRACTO-FICH
           END-IF
           IF FS-EXTRACTO NOT = 00
              CLOSE RESUMEN-FICH
              PERFORM 3300-STOP-PROGRAM
           END-IF
           OPEN OUTPUT REPORTE-FICH
           IF FS-REPORTE NOT = 00
              CLOSE RESUMEN-FICH
              CLOSE EXTRACTO-FICH
              PERFORM 3300-STOP-PROGRAM
           END-IF.

      ***************************************************************
      * LA FILA DEL PROGRAMA EN TRX.CONTROL_PROCESO QUEDA EN CURSO   *
      * ('P') MIENTRAS EL CICLO NO TERMINA, PARA EL MONITOR DE       *
      * OPERACIONES (POPSMON). SI NO EXISTE SE CREA.                 *
      ***************************************************************
       1400-RECUPERAR-CONTROL.
           MOVE WS-PROGRAMA TO NOM-PROGRAMA OF DCLCONTROL
           EXEC SQL
                UPDATE TRX.CONTROL_PROCESO
                SET ESTADO_PROCESO = 'P'
                WHERE NOM_PROGRAMA = :DCLCONTROL.NOM-PROGRAMA
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 EXEC SQL COMMIT END-EXEC
              WHEN 100
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
           END-EVALUATE.

      ***************************************************************
      * RESUMENES DEL PERIODO YA EMITIDOS POR UNA CORRIDA ANTERIOR.  *
      * CON ALGUNO, LA CORRIDA CONTINUA LOS ARCHIVOS EXISTENTES; SI  *
      * EL CICLO YA SE HABIA COMPLETADO, EL CURSOR NO TRAE NINGUNA   *
      * CUENTA Y NO SE REENVIA NADA.                                 *
      ***************************************************************
       1500-CONTAR-EMITIDOS.
           EXEC SQL
                SELECT COUNT(CBU)
                INTO :DCLAUX.NUMERO-REG
                FROM TRX.RESUMEN_MENSUAL
                WHERE PERIODO = :DCLAUX.RES-PERIODO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              PERFORM 3300-STOP-PROGRAM
           END-IF
           MOVE NUMERO-REG OF DCLAUX TO WS-REG-REINICIO
           IF WS-REG-REINICIO > 0
              DISPLAY 'PRESMEN: REINICIO DEL PERIODO ' REG-PERIODO
                      ', RESUMENES YA EMITIDOS: ' WS-REG-REINICIO
           END-IF.

      ***************************************************************
      * RECORREMOS LAS CUENTAS QUE FALTAN RESUMIR Y EMITIMOS CADA    *
      * RESUMEN COMPLETO ANTES DE PASAR A LA SIGUIENTE.              *
      ***************************************************************
       2000-PROCESAMIENTO.
           EXEC SQL OPEN CUR_CLI END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              PERFORM 3300-STOP-PROGRAM
           END-IF
           PERFORM 2050-FETCH-CLIENTE
           PERFORM 2100-PROCESAR-CLIENTE UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_CLI END-EXEC.

       2050-FETCH-CLIENTE.
           MOVE 50 TO NOMBRE-LEN OF DCLCLIENTE
           EXEC SQL
                FETCH CUR_CLI
                INTO :DCLCLIENTE.CBU-CLIENTE,
                     :DCLCLIENTE.NOMBRE,
                     :DCLCLIENTE.CUIT,
                     :DCLCLIENTE.MONEDA,
                     :DCLCLIENTE.SALDO-INICIAL
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

      ***************************************************************
      * RESUMEN DE UNA CUENTA: SALDOS, ENCABEZADOS, MOVIMIENTOS DEL  *
      * MES (PRIMERO LOS ARCHIVADOS), TOTALES Y REGISTRO DEL RESUMEN *
      * EMITIDO.                                                     *
      ***************************************************************
       2100-PROCESAR-CLIENTE.
           ADD 1 TO WS-TOT-REVISADOS
           MOVE 0 TO WS-CANT-MOV
           MOVE 0 TO WS-TOT-CREDITOS
           MOVE 0 TO WS-TOT-DEBITOS
           MOVE 0 TO WS-TOT-COMISIONES
           MOVE 0 TO WS-TOT-INT-DEUDOR
           MOVE 0 TO WS-TOT-IMPUESTOS
           MOVE 0 TO WS-TOT-INTERESES
           PERFORM 2200-SALDO-APERTURA
           PERFORM 2250-SALDO-CIERRE
           PERFORM 2300-ESCRIBIR-ENCABEZADO
           EXEC SQL OPEN CUR_MHI END-EXEC
           PERFORM 2410-FETCH-MOV-HIST
           PERFORM 2420-PROCESAR-MOV-HIST UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_MHI END-EXEC
           EXEC SQL OPEN CUR_MOV END-EXEC
           PERFORM 2450-FETCH-MOV
           PERFORM 2460-PROCESAR-MOV UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_MOV END-EXEC
           PERFORM 2700-ESCRIBIR-TOTALES
           PERFORM 2800-REGISTRAR-RESUMEN
           PERFORM 2050-FETCH-CLIENTE.

      ***************************************************************
      * SALDO DE APERTURA: ULTIMA FOTO ANTERIOR AL MES MAS LOS       *
      * MOVIMIENTOS POSTERIORES A ESA FOTO Y ANTERIORES AL MES. SIN   *
      * FOTOS, EL SALDO DE ALTA MAS TODO LO ANTERIOR AL MES.         *
      ***************************************************************
       2200-SALDO-APERTURA.
           MOVE CBU-CLIENTE-TEXT OF DCLCLIENTE TO CBU OF DCLSALDODIA
           EXEC SQL
                SELECT FECHA, SALDO_CIERRE
                INTO :DCLSALDODIA.FECHA,
                     :DCLSALDODIA.SALDO-CIERRE
                FROM TRX.SALDO_DIARIO
                WHERE CBU = :DCLSALDODIA.CBU
                  AND FECHA < :WS-FECHA-MES-INI
                ORDER BY FECHA DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE SALDO-CIERRE OF DCLSALDODIA TO WS-SALDO-APERTURA
                 MOVE FECHA OF DCLSALDODIA TO WS-TSD-FECHA
                 MOVE '23:59:59' TO WS-TSD-HORA
              WHEN 100
                 MOVE SALDO-INICIAL OF DCLCLIENTE TO WS-SALDO-APERTURA
                 MOVE SPACES TO WS-TS-TRAMO-DESDE
              WHEN OTHER
                 MOVE SQLCODE TO WS-ENC-CODE
                 DISPLAY WS-ERROR-NCONTROL
                 EXEC SQL ROLLBACK END-EXEC
                 PERFORM 3300-STOP-PROGRAM
           END-EVALUATE
           MOVE WS-TS-MES-INI TO WS-TS-TRAMO-HASTA
           PERFORM 2260-SUMAR-TRAMO
           COMPUTE WS-SALDO-APERTURA = WS-SALDO-APERTURA
                   + SUMA-CRED OF DCLAUX - SUMA-DEB OF DCLAUX
           END-COMPUTE.

      ***************************************************************
      * SALDO DE CIERRE: ULTIMA FOTO DEL MES MAS LOS MOVIMIENTOS     *
      * POSTERIORES A ELLA DENTRO DEL MES. SI EL MES NO TIENE FOTOS  *
      * SE CALCULA AL FINAL COMO APERTURA MAS NETO (2700).           *
      ***************************************************************
       2250-SALDO-CIERRE.
           MOVE 'N' TO WS-HAY-FOTO-MES
           EXEC SQL
                SELECT FECHA, SALDO_CIERRE
                INTO :DCLSALDODIA.FECHA,
                     :DCLSALDODIA.SALDO-CIERRE
                FROM TRX.SALDO_DIARIO
                WHERE CBU = :DCLSALDODIA.CBU
                  AND FECHA >= :WS-FECHA-MES-INI
                  AND FECHA < :WS-FECHA-SIG-INI
                ORDER BY FECHA DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'S' TO WS-HAY-FOTO-MES
                 MOVE SALDO-CIERRE OF DCLSALDODIA TO WS-SALDO-CIERRE
                 MOVE FECHA OF DCLSALDODIA TO WS-TSD-FECHA
                 MOVE '23:59:59' TO WS-TSD-HORA
                 MOVE WS-TS-SIG-INI TO WS-TS-TRAMO-HASTA
                 PERFORM 2260-SUMAR-TRAMO
                 COMPUTE WS-SALDO-CIERRE = WS-SALDO-CIERRE
                         + SUMA-CRED OF DCLAUX - SUMA-DEB OF DCLAUX
                 END-COMPUTE
              WHEN 100
                 MOVE WS-SALDO-APERTURA TO WS-SALDO-CIERRE
              WHEN OTHER
                 MOVE SQLCODE TO WS-ENC-CODE
                 DISPLAY WS-ERROR-NCONTROL
                 EXEC SQL ROLLBACK END-EXEC
                 PERFORM 3300-STOP-PROGRAM
           END-EVALUATE.

      ***************************************************************
      * SUMA LO ACREDITADO (MONTO COMO RECEPTOR) Y LO DEBITADO       *
      * (MONTO_TOTAL COMO EMISOR) DE LA CUENTA ENTRE LOS DOS LIMITES *
      * DEL TRAMO, EXCLUIDOS, EN LA TABLA VIGENTE Y EN EL HISTORICO. *
      ***************************************************************
       2260-SUMAR-TRAMO.
           MOVE 0 TO SUMA-CRED OF DCLAUX
           MOVE 0 TO SUMA-DEB OF DCLAUX
           EXEC SQL
                SELECT COALESCE(SUM(MONTO), 0)
                INTO :DCLAUX.SUMA-PARCIAL
                FROM TRX.TRANSACCION
                WHERE CBU_RECEPTOR = :DCLCLIENTE.CBU-CLIENTE
                  AND DIA_HORA > :WS-TS-TRAMO-DESDE
                  AND DIA_HORA < :WS-TS-TRAMO-HASTA
           END-EXEC
           PERFORM 2290-VERIFICAR-SQL
           ADD SUMA-PARCIAL OF DCLAUX TO SUMA-CRED OF DCLAUX
           EXEC SQL
                SELECT COALESCE(SUM(MONTO), 0)
                INTO :DCLAUX.SUMA-PARCIAL
                FROM TRX.TRANSACCION_HIST
                WHERE CBU_RECEPTOR = :DCLCLIENTE.CBU-CLIENTE
                  AND DIA_HORA > :WS-TS-TRAMO-DESDE
                  AND DIA_HORA < :WS-TS-TRAMO-HASTA
           END-EXEC
           PERFORM 2290-VERIFICAR-SQL
           ADD SUMA-PARCIAL OF DCLAUX TO SUMA-CRED OF DCLAUX
           EXEC SQL
                SELECT COALESCE(SUM(MONTO_TOTAL), 0)
                INTO :DCLAUX.SUMA-PARCIAL
                FROM TRX.TRANSACCION
                WHERE CBU_EMISOR = :DCLCLIENTE.CBU-CLIENTE
                  AND DIA_HORA > :WS-TS-TRAMO-DESDE
                  AND DIA_HORA < :WS-TS-TRAMO-HASTA
           END-EXEC
           PERFORM 2290-VERIFICAR-SQL
           ADD SUMA-PARCIAL OF DCLAUX TO SUMA-DEB OF DCLAUX
           EXEC SQL
                SELECT COALESCE(SUM(MONTO_TOTAL), 0)
                INTO :DCLAUX.SUMA-PARCIAL
                FROM TRX.TRANSACCION_HIST
                WHERE CBU_EMISOR = :DCLCLIENTE.CBU-CLIENTE
                  AND DIA_HORA > :WS-TS-TRAMO-DESDE
                  AND DIA_HORA < :WS-TS-TRAMO-HASTA
           END-EXEC
           PERFORM 2290-VERIFICAR-SQL
           ADD SUMA-PARCIAL OF DCLAUX TO SUMA-DEB OF DCLAUX.

       2290-VERIFICAR-SQL.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              EXEC SQL ROLLBACK END-EXEC
              PERFORM 3300-STOP-PROGRAM
           END-IF.

      ***************************************************************
      * ENCABEZADO DEL RESUMEN IMPRESO Y REGISTRO 'H' DEL EXTRACTO.  *
      ***************************************************************
       2300-ESCRIBIR-ENCABEZADO.
           MOVE CBU-CLIENTE-TEXT OF DCLCLIENTE(1:3) TO WS-ID-BANCO
           IF WS-ID-BANCO NOT = WS-ID-BANCO-ANT
              PERFORM 2310-BUSCAR-BANCO
           END-IF
           MOVE NOMBRE-TEXT OF DCLCLIENTE TO WS-C-NOMBRE
           MOVE CBU-CLIENTE-TEXT OF DCLCLIENTE TO WS-C-CBU
           MOVE MONEDA OF DCLCLIENTE TO WS-C-MONEDA
           WRITE REG-RESUMEN FROM WS-GUIONES
           WRITE REG-RESUMEN FROM WS-CLIENTE
           WRITE REG-RESUMEN FROM WS-BANCO
           WRITE REG-RESUMEN FROM WS-CBU
           WRITE REG-RESUMEN FROM WS-GUIONES
           WRITE REG-RESUMEN FROM WS-TITULOS-DATA
           WRITE REG-RESUMEN FROM WS-GUIONES-DATA
           MOVE SPACES TO REG-EXTRACTO
           MOVE 'H' TO E-TIPO-REG
           MOVE CBU-CLIENTE-TEXT OF DCLCLIENTE TO E-CBU
           MOVE REG-P-NUM TO E-H-PERIODO
           MOVE CUIT OF DCLCLIENTE TO E-H-CUIT
           MOVE NOMBRE-TEXT OF DCLCLIENTE TO E-H-NOMBRE
           MOVE MONEDA OF DCLCLIENTE TO E-H-MONEDA
           IF WS-SALDO-APERTURA < 0
              MOVE '-' TO E-H-SIGNO-APE
           ELSE
              MOVE '+' TO E-H-SIGNO-APE
           END-IF
           MOVE WS-SALDO-APERTURA TO E-H-SALDO-APE
           IF WS-SALDO-CIERRE < 0
              MOVE '-' TO E-H-SIGNO-CIE
           ELSE
              MOVE '+' TO E-H-SIGNO-CIE
           END-IF
           MOVE WS-SALDO-CIERRE TO E-H-SALDO-CIE
           PERFORM 2690-ESCRIBIR-EXTRACTO.

      ***************************************************************
      * DESCRIPCION DE LA ENTIDAD DEL CBU, COMO EN PTRXCLI.          *
      ***************************************************************
       2310-BUSCAR-BANCO.
           MOVE WS-ID-BANCO TO ID-BANCO OF DCLBANCO
           EXEC SQL
                SELECT DESCRIPCION
                INTO :DCLBANCO.DESCRIPCION
                FROM TRX.BANCO
                WHERE ID_BANCO = :DCLBANCO.ID-BANCO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE DESCRIPCION-TEXT OF DCLBANCO TO WS-B-DESCRIPCION
                 MOVE WS-ID-BANCO TO WS-ID-BANCO-ANT
              WHEN 100
                 MOVE SPACES TO WS-B-DESCRIPCION
                 MOVE WS-ID-BANCO TO WS-ID-BANCO-ANT
              WHEN OTHER
                 MOVE SQLCODE TO WS-ENC-CODE
                 DISPLAY WS-ERROR-NCONTROL
                 EXEC SQL ROLLBACK END-EXEC
                 PERFORM 3300-STOP-PROGRAM
           END-EVALUATE.

       2410-FETCH-MOV-HIST.
           EXEC SQL
                FETCH CUR_MHI
                INTO :DCLTRANSACCION.ID-TRX,
                     :DCLTRANSACCION.DIA-HORA,
                     :DCLTRANSACCION.MONTO,
                     :DCLTRANSACCION.COMISION,
                     :DCLTRANSACCION.MONTO-TOTAL,
                     :DCLAUX.MOV-IMPUESTO,
                     :DCLTRANSACCION.CBU-EMISOR,
                     :DCLTRANSACCION.CBU-RECEPTOR,
                     :DCLAUX.MOV-ID-ORIGINAL,
                     :DCLTRANSACCION.CONCEPTO,
                     :DCLTRANSACCION.REFERENCIA
           END-EXEC
           PERFORM 2480-VERIFICAR-FETCH.

       2420-PROCESAR-MOV-HIST.
           PERFORM 2500-PROCESAR-MOVIMIENTO
           PERFORM 2410-FETCH-MOV-HIST.

       2450-FETCH-MOV.
           EXEC SQL
                FETCH CUR_MOV
                INTO :DCLTRANSACCION.ID-TRX,
                     :DCLTRANSACCION.DIA-HORA,
                     :DCLTRANSACCION.MONTO,
                     :DCLTRANSACCION.COMISION,
                     :DCLTRANSACCION.MONTO-TOTAL,
                     :DCLAUX.MOV-IMPUESTO,
                     :DCLTRANSACCION.CBU-EMISOR,
                     :DCLTRANSACCION.CBU-RECEPTOR,
                     :DCLAUX.MOV-ID-ORIGINAL,
                     :DCLTRANSACCION.CONCEPTO,
                     :DCLTRANSACCION.REFERENCIA
           END-EXEC
           PERFORM 2480-VERIFICAR-FETCH.

       2460-PROCESAR-MOV.
           PERFORM 2500-PROCESAR-MOVIMIENTO
           PERFORM 2450-FETCH-MOV.

       2480-VERIFICAR-FETCH.
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

      ***************************************************************
      * ABRE LA TRANSACCION EN LOS RENGLONES QUE VE EL CLIENTE.      *
      * COMO RECEPTOR: EL MONTO ACREDITADO. COMO EMISOR: EL          *
      * PRINCIPAL (MONTO_TOTAL SIN COMISION NI IMPUESTO), LA         *
      * COMISION Y EL IMPUESTO AL DEBITO, CADA UNO EN SU RENGLON Y   *
      * SOLO SI NO ES CERO. LOS CARGOS DEL BANCO (CUOTA, INTERES     *
      * DEUDOR) VIAJAN CON MONTO CERO Y EL IMPORTE EN LA COMISION,   *
      * ASI QUE SALEN SOLO COMO RENGLON DE CARGO.                    *
      ***************************************************************
       2500-PROCESAR-MOVIMIENTO.
           MOVE DIA-HORA OF DCLTRANSACCION TO WS-FECHA-FORMATO
           IF CBU-RECEPTOR-TEXT OF DCLTRANSACCION
              = CBU-CLIENTE-TEXT OF DCLCLIENTE
              AND MONTO OF DCLTRANSACCION > 0
              MOVE 'C' TO WS-SENTIDO
              MOVE MONTO OF DCLTRANSACCION TO WS-IMPORTE-MOV
              MOVE CBU-EMISOR-TEXT OF DCLTRANSACCION TO WS-CONTRAPARTE
              EVALUATE TRUE
                 WHEN MOV-ID-ORIGINAL OF DCLAUX NOT = 0
                    MOVE 'REV' TO WS-COD-MOV
                 WHEN WS-CONTRAPARTE = WS-CBU-INTERESES
                   OR WS-CONTRAPARTE = WS-CBU-INT-PF
                    MOVE 'INT' TO WS-COD-MOV
                    ADD WS-IMPORTE-MOV TO WS-TOT-INTERESES
                 WHEN WS-CONTRAPARTE = WS-CBU-PLAZO-FIJO
                    MOVE 'PZF' TO WS-COD-MOV
                 WHEN OTHER
                    MOVE 'TRF' TO WS-COD-MOV
              END-EVALUATE
              PERFORM 2600-EMITIR-RENGLON
           END-IF
           IF CBU-EMISOR-TEXT OF DCLTRANSACCION
              = CBU-CLIENTE-TEXT OF DCLCLIENTE
              PERFORM 2550-RENGLONES-DEBITO
           END-IF.

       2550-RENGLONES-DEBITO.
           MOVE 'D' TO WS-SENTIDO
           MOVE CBU-RECEPTOR-TEXT OF DCLTRANSACCION TO WS-CONTRAPARTE
           COMPUTE WS-PRINCIPAL = MONTO-TOTAL OF DCLTRANSACCION
                   - COMISION OF DCLTRANSACCION
                   - MOV-IMPUESTO OF DCLAUX
           END-COMPUTE
           IF WS-PRINCIPAL > 0
              MOVE WS-PRINCIPAL TO WS-IMPORTE-MOV
              EVALUATE TRUE
                 WHEN MOV-ID-ORIGINAL OF DCLAUX NOT = 0
                    MOVE 'REV' TO WS-COD-MOV
                 WHEN WS-CONTRAPARTE = WS-CBU-PLAZO-FIJO
                    MOVE 'PZF' TO WS-COD-MOV
                 WHEN OTHER
                    MOVE 'TRF' TO WS-COD-MOV
              END-EVALUATE
              PERFORM 2600-EMITIR-RENGLON
           END-IF
           IF COMISION OF DCLTRANSACCION > 0
              MOVE COMISION OF DCLTRANSACCION TO WS-IMPORTE-MOV
              EVALUATE TRUE
                 WHEN WS-CONTRAPARTE = WS-CBU-INT-DEUDOR
                    MOVE 'IDE' TO WS-COD-MOV
                    ADD WS-IMPORTE-MOV TO WS-TOT-INT-DEUDOR
                 WHEN WS-CONTRAPARTE = WS-CBU-CARGOS
                    MOVE 'CAR' TO WS-COD-MOV
                    ADD WS-IMPORTE-MOV TO WS-TOT-COMISIONES
                 WHEN OTHER
                    MOVE 'COM' TO WS-COD-MOV
                    ADD WS-IMPORTE-MOV TO WS-TOT-COMISIONES
              END-EVALUATE
              PERFORM 2600-EMITIR-RENGLON
           END-IF
           IF MOV-IMPUESTO OF DCLAUX > 0
              MOVE MOV-IMPUESTO OF DCLAUX TO WS-IMPORTE-MOV
              MOVE 'IMP' TO WS-COD-MOV
              ADD WS-IMPORTE-MOV TO WS-TOT-IMPUESTOS
              PERFORM 2600-EMITIR-RENGLON
           END-IF.

      ***************************************************************
      * UN RENGLON DEL RESUMEN: LINEA IMPRESA (CON LA CONTRAPARTE DE *
      * LAS TRANSFERENCIAS Y REVERSAS, Y EL CONCEPTO SI LO HAY EN EL *
      * RENGLON PRINCIPAL) Y REGISTRO 'D' DEL EXTRACTO.              *
      ***************************************************************
       2600-EMITIR-RENGLON.
           ADD 1 TO WS-CANT-MOV
           ADD 1 TO WS-TOT-RENGLONES
           MOVE WS-FF-ANIO TO WS-ANIO
           MOVE WS-FF-MES TO WS-MES
           MOVE WS-FF-DIA TO WS-DIA
           MOVE WS-COD-MOV TO WS-COD-MOV-TRX
           MOVE ID-TRX OF DCLTRANSACCION TO WS-ID-TRX
           IF WS-SENTIDO = 'C'
              MOVE 0 TO WS-DEBITO-TRX
              MOVE WS-IMPORTE-MOV TO WS-CREDITO-TRX
              ADD WS-IMPORTE-MOV TO WS-TOT-CREDITOS
              ADD WS-IMPORTE-MOV TO WS-TOT-IMP-CREDITOS
           ELSE
              MOVE WS-IMPORTE-MOV TO WS-DEBITO-TRX
              MOVE 0 TO WS-CREDITO-TRX
              ADD WS-IMPORTE-MOV TO WS-TOT-DEBITOS
              ADD WS-IMPORTE-MOV TO WS-TOT-IMP-DEBITOS
           END-IF
           WRITE REG-RESUMEN FROM WS-DATOS
           IF WS-COD-MOV = 'TRF' OR WS-COD-MOV = 'REV'
              MOVE WS-CONTRAPARTE TO WS-CONTRAPARTE-TRX
              WRITE REG-RESUMEN FROM WS-DATOS-CONTRAPARTE
              IF CONCEPTO OF DCLTRANSACCION NOT = SPACES
                 OR REFERENCIA OF DCLTRANSACCION NOT = SPACES
                 MOVE CONCEPTO OF DCLTRANSACCION TO WS-CONCEPTO-TRX
                 MOVE REFERENCIA OF DCLTRANSACCION
                   TO WS-REFERENCIA-TRX
                 WRITE REG-RESUMEN FROM WS-DATOS-CONCEPTO
              END-IF
           END-IF
           MOVE SPACES TO REG-EXTRACTO
           MOVE 'D' TO E-TIPO-REG
           MOVE CBU-CLIENTE-TEXT OF DCLCLIENTE TO E-CBU
           MOVE ID-TRX OF DCLTRANSACCION TO E-D-ID-TRX
           MOVE WS-FF-FECHA TO E-D-FECHA
           MOVE WS-FF-HORA TO E-D-HORA
           MOVE WS-COD-MOV TO E-D-COD-MOV
           MOVE WS-SENTIDO TO E-D-SENTIDO
           MOVE WS-IMPORTE-MOV TO E-D-IMPORTE
           MOVE WS-CONTRAPARTE TO E-D-CONTRAPARTE
           MOVE CONCEPTO OF DCLTRANSACCION TO E-D-CONCEPTO
           MOVE REFERENCIA OF DCLTRANSACCION TO E-D-REFERENCIA
           PERFORM 2690-ESCRIBIR-EXTRACTO.

       2690-ESCRIBIR-EXTRACTO.
           WRITE REG-EXTRACTO
           IF FS-EXTRACTO NOT = 00
              DISPLAY 'PRESMEN: ERROR AL GRABAR EXTRACTO, FS: '
                      FS-EXTRACTO
              EXEC SQL ROLLBACK END-EXEC
              PERFORM 3300-STOP-PROGRAM
           END-IF
           ADD 1 TO WS-TOT-REG-EXTRACTO.

      ***************************************************************
      * TOTALES Y SALDOS DEL RESUMEN IMPRESO Y REGISTRO 'T' DEL      *
      * EXTRACTO. SI EL MES TIENE FOTO, EL CIERRE SALE DE ELLA Y SE  *
      * CONTROLA CONTRA APERTURA MAS NETO: UNA DIFERENCIA SE EMITE   *
      * IGUAL (EL SALDO DE LA FOTO ES EL DEL BANCO) PERO SE INFORMA  *
      * EN EL REPORTE PARA QUE SE REVISE.                            *
      ***************************************************************
       2700-ESCRIBIR-TOTALES.
           COMPUTE WS-TOT-NETO = WS-TOT-CREDITOS - WS-TOT-DEBITOS
           END-COMPUTE
           COMPUTE WS-SALDO-CALCULADO = WS-SALDO-APERTURA + WS-TOT-NETO
           END-COMPUTE
           IF WS-HAY-FOTO-MES-N
              MOVE WS-SALDO-CALCULADO TO WS-SALDO-CIERRE
           ELSE
              IF WS-SALDO-CALCULADO NOT = WS-SALDO-CIERRE
                 ADD 1 TO WS-TOT-DIFERENCIAS
                 DISPLAY 'PRESMEN: DIFERENCIA DE SALDO EN EL CBU '
                         CBU-CLIENTE-TEXT OF DCLCLIENTE
              END-IF
           END-IF
           IF WS-CANT-MOV = 0
              ADD 1 TO WS-TOT-SIN-MOV
              WRITE REG-RESUMEN FROM WS-NOPOSEE-DATOS
           END-IF
           WRITE REG-RESUMEN FROM WS-GUIONES
           WRITE REG-RESUMEN FROM WS-RESUMEN-TITULO
           MOVE 'SALDO ANTERIOR:' TO WS-RES-NETO-ETIQ
           MOVE WS-SALDO-APERTURA TO WS-RES-NETO
           WRITE REG-RESUMEN FROM WS-RESUMEN-NETO
           MOVE 'TOTAL CREDITOS:' TO WS-RES-ETIQUETA
           MOVE WS-TOT-CREDITOS TO WS-RES-VALOR
           WRITE REG-RESUMEN FROM WS-RESUMEN-LINEA
           MOVE 'TOTAL DEBITOS:' TO WS-RES-ETIQUETA
           MOVE WS-TOT-DEBITOS TO WS-RES-VALOR
           WRITE REG-RESUMEN FROM WS-RESUMEN-LINEA
           MOVE '  COMISIONES:' TO WS-RES-ETIQUETA
           MOVE WS-TOT-COMISIONES TO WS-RES-VALOR
           WRITE REG-RESUMEN FROM WS-RESUMEN-LINEA
           MOVE '  INTERES DEUDOR:' TO WS-RES-ETIQUETA
           MOVE WS-TOT-INT-DEUDOR TO WS-RES-VALOR
           WRITE REG-RESUMEN FROM WS-RESUMEN-LINEA
           MOVE '  IMPUESTOS:' TO WS-RES-ETIQUETA
           MOVE WS-TOT-IMPUESTOS TO WS-RES-VALOR
           WRITE REG-RESUMEN FROM WS-RESUMEN-LINEA
           MOVE 'SALDO AL CIERRE:' TO WS-RES-NETO-ETIQ
           MOVE WS-SALDO-CIERRE TO WS-RES-NETO
           WRITE REG-RESUMEN FROM WS-RESUMEN-NETO
           WRITE REG-RESUMEN FROM WS-GUIONES
           MOVE SPACES TO REG-EXTRACTO
           MOVE 'T' TO E-TIPO-REG
           MOVE CBU-CLIENTE-TEXT OF DCLCLIENTE TO E-CBU
           MOVE WS-CANT-MOV TO E-T-CANT-MOV
           MOVE WS-TOT-CREDITOS TO E-T-CREDITOS
           MOVE WS-TOT-DEBITOS TO E-T-DEBITOS
           MOVE WS-TOT-COMISIONES TO E-T-COMISIONES
           MOVE WS-TOT-INT-DEUDOR TO E-T-INT-DEUDOR
           MOVE WS-TOT-IMPUESTOS TO E-T-IMPUESTOS
           MOVE WS-TOT-INTERESES TO E-T-INTERESES
           IF WS-SALDO-CIERRE < 0
              MOVE '-' TO E-T-SIGNO-CIE
           ELSE
              MOVE '+' TO E-T-SIGNO-CIE
           END-IF
           MOVE WS-SALDO-CIERRE TO E-T-SALDO-CIE
           PERFORM 2690-ESCRIBIR-EXTRACTO.

      ***************************************************************
      * EL RESUMEN EMITIDO QUEDA EN TRX.RESUMEN_MENSUAL Y SE         *
      * CONFIRMA EN EL ACTO, JUNTO CON EL AVANCE EN                  *
      * TRX.CONTROL_PROCESO: A PARTIR DE ACA UN REINICIO YA NO LO    *
      * VUELVE A EMITIR.                                             *
      ***************************************************************
       2800-REGISTRAR-RESUMEN.
           MOVE WS-SALDO-APERTURA TO RES-SALDO-APE OF DCLAUX
           MOVE WS-SALDO-CIERRE TO RES-SALDO-CIE OF DCLAUX
           MOVE WS-CANT-MOV TO RES-CANT-MOV OF DCLAUX
           EXEC SQL
                INSERT INTO TRX.RESUMEN_MENSUAL
                       (PERIODO, CBU, SALDO_APERTURA, SALDO_CIERRE,
                        CANT_MOV, SELLO_EMISION)
                VALUES (:DCLAUX.RES-PERIODO,
                        :DCLCLIENTE.CBU-CLIENTE,
                        :DCLAUX.RES-SALDO-APE,
                        :DCLAUX.RES-SALDO-CIE,
                        :DCLAUX.RES-CANT-MOV,
                        CURRENT TIMESTAMP)
           END-EXEC
           PERFORM 2290-VERIFICAR-SQL
           ADD 1 TO WS-TOT-EMITIDOS
           COMPUTE ULT-REG-COMMIT OF DCLCONTROL =
                   WS-REG-REINICIO + WS-TOT-EMITIDOS
           END-COMPUTE
           EXEC SQL
                UPDATE TRX.CONTROL_PROCESO
                SET ULT_REG_COMMIT = :DCLCONTROL.ULT-REG-COMMIT,
                    ESTADO_PROCESO = 'P'
                WHERE NOM_PROGRAMA = :DCLCONTROL.NOM-PROGRAMA
           END-EXEC
           PERFORM 2290-VERIFICAR-SQL
           EXEC SQL COMMIT END-EXEC.

      ********************************************************
      * PARRAFOS PARA CERRAR EL PROGRAMA                     *
      ********************************************************
       3000-END-PROGRAM.
           PERFORM 3100-COMMIT-FINAL
           PERFORM 3200-GENERAR-REPORTE
           CLOSE RESUMEN-FICH
           CLOSE EXTRACTO-FICH
           CLOSE REPORTE-FICH
           PERFORM 3300-STOP-PROGRAM.

      ***************************************************************
      * CICLO COMPLETO: SE DEJA LA FILA DE CONTROL CERRADA ('C') CON *
      * LA FECHA DE PROCESO, PARA EL CONTROL DE CIERRE (PCIERRE).    *
      ***************************************************************
       3100-COMMIT-FINAL.
           EXEC SQL COMMIT END-EXEC
           MOVE WS-FECHA-PROCESO TO FECHA-PROCESO OF DCLCONTROL
           EXEC SQL
                UPDATE TRX.CONTROL_PROCESO
                SET ULT_REG_COMMIT = 0,
                    ULT_REG_ERROR = 0,
                    ESTADO_PROCESO = 'C',
                    FECHA_PROCESO = :DCLCONTROL.FECHA-PROCESO,
                    SELLO_CIERRE = CURRENT TIMESTAMP
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
           WRITE REG-REPORTE FROM WS-REP-PERIODO
           IF WS-REG-REINICIO > 0
              MOVE WS-REG-REINICIO TO WS-RR-VALOR
              WRITE REG-REPORTE FROM WS-REP-REINICIO
           END-IF
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           MOVE 'CUENTAS ACTIVAS E INACTIVAS RESUMIDAS'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-REVISADOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'RESUMENES EMITIDOS EN ESTA CORRIDA'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-EMITIDOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'RESUMENES SIN MOVIMIENTOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-SIN-MOV TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'RENGLONES DE MOVIMIENTOS INFORMADOS'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-RENGLONES TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'REGISTROS GRABADOS EN EL EXTRACTO' TO WS-RC-ETIQUETA
           MOVE WS-TOT-REG-EXTRACTO TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'RESUMENES CON DIFERENCIA CONTRA LA FOTO'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-DIFERENCIAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'TOTAL CREDITOS INFORMADOS' TO WS-RI-ETIQUETA
           MOVE WS-TOT-IMP-CREDITOS TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
           MOVE 'TOTAL DEBITOS INFORMADOS' TO WS-RI-ETIQUETA
           MOVE WS-TOT-IMP-DEBITOS TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
           WRITE REG-REPORTE FROM WS-REP-GUIONES.

       3300-STOP-PROGRAM.
           STOP RUN.
