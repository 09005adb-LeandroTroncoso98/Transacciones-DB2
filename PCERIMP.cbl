       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCERIMP.
       AUTHOR. TRONCOSO LEANDRO.
      **********************************************************
      * Certificado anual de retenciones e intereses por CUIT. *
      * Suma, para todas las cuentas de cada persona y por     *
      * moneda, el impuesto al debito retenido en el año (neto *
      * de lo devuelto por reversos), los intereses pagados    *
      * (caja de ahorro por PDEVENG y plazos fijos por         *
      * PVENPZF) y el IVA facturado por PFACCLI; el de los     *
      * meses anteriores a la primera facturacion grabada en   *
      * TRX.FACTURA_MENSUAL se reconstruye con el mismo        *
      * calculo. Emite un certificado imprimible por           *
      * contribuyente y el archivo de formato fijo del regimen *
      * informativo, con totales de control por moneda para    *
      * puntear contra los extractos contables del año         *
      * (PEXTCON) y las recapitulaciones de PFACCLI. Es de     *
      * solo lectura: una caida se resuelve volviendo a        *
      * correrlo.                                              *
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

           SELECT CERTIF-FICH ASSIGN TO CERTIF
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CERTIF.

           SELECT INFORMA-FICH ASSIGN TO INFORMA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-INFORMA.

           SELECT REPORTE-FICH ASSIGN TO REPORTE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
      * PARAMETRO DE ENTRADA: EL AÑO CALENDARIO A CERTIFICAR.
       FD FICHERO-ENT RECORDING MODE IS F
                      DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA.
          05 REG-ANIO              PIC 9(4).
          05 FILLER                PIC X(76).

      * CERTIFICADOS IMPRESOS, UNO POR CONTRIBUYENTE EN ORDEN DE
      * CUIT, CON EL MISMO ANCHO QUE LOS RESUMENES DE PTRXCLI.
       FD CERTIF-FICH RECORDING MODE IS F
                      DATA RECORD IS REG-CERTIF.
       01 REG-CERTIF               PIC X(80).

      * ARCHIVO DEL REGIMEN INFORMATIVO: UNA CABECERA 'C' CON EL
      * CUIT DEL BANCO COMO AGENTE DE INFORMACION, UN DETALLE 'D'
      * POR CONTRIBUYENTE Y MONEDA, Y UN CIERRE 'T' CON CANTIDADES
      * Y TOTAL DE CONTROL (SUMA DE TODOS LOS IMPORTES DE LOS
      * DETALLES, SIN EL NETO), COMO EL CIERRE DE PEXTCON.
       FD INFORMA-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-INFORMA.
       01 REG-INFORMA.
          05 I-TIPO-REG            PIC X.
             88 I-CABECERA         VALUE 'C'.
             88 I-DETALLE          VALUE 'D'.
             88 I-CIERRE           VALUE 'T'.
          05 I-DATOS               PIC X(119).
          05 I-CAB                 REDEFINES I-DATOS.
             10 I-C-CUIT-AGENTE    PIC X(11).
             10 I-C-ANIO           PIC 9(4).
             10 I-C-FECHA-GEN      PIC 9(8).
             10 FILLER             PIC X(96).
          05 I-DET                 REDEFINES I-DATOS.
             10 I-D-CUIT           PIC X(11).
             10 I-D-ANIO           PIC 9(4).
             10 I-D-MONEDA         PIC X(3).
             10 I-D-RETENIDO       PIC 9(13)V99.
             10 I-D-DEVUELTO       PIC 9(13)V99.
             10 I-D-SIGNO-NETO     PIC X.
             10 I-D-NETO           PIC 9(13)V99.
             10 I-D-INTERESES      PIC 9(13)V99.
             10 I-D-INT-PF         PIC 9(13)V99.
             10 I-D-IVA            PIC 9(13)V99.
             10 I-D-CANT-CTAS      PIC 9(3).
             10 FILLER             PIC X(7).
          05 I-TOT                 REDEFINES I-DATOS.
             10 I-T-CANT-REG       PIC 9(9).
             10 I-T-CANT-CUIT      PIC 9(9).
             10 I-T-TOTAL-CONTROL  PIC 9(15)V99.
             10 FILLER             PIC X(84).

      * REPORTE DE TOTALES DE CONTROL DE FIN DE CORRIDA.
       FD REPORTE-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-REPORTE.
       01 REG-REPORTE              PIC X(80).

       WORKING-STORAGE SECTION.

       77 FS-ENTRADA               PIC 99.
       77 FS-CERTIF                PIC 99.
       77 FS-INFORMA               PIC 99.
       77 FS-REPORTE               PIC 99.

      * VARIABLES DEL PROGRAMA.
       77 WS-FECHA-SISTEMA         PIC 9(8).
       77 WS-CUIT-AGENTE           PIC X(11).
       77 WS-CUIT-ACTUAL           PIC X(11).
       77 WS-NOMBRE-ACTUAL         PIC X(50).

      * CUENTAS DEL CONTRIBUYENTE ACTUAL, PARA LISTARLAS EN EL
      * CERTIFICADO (LAS QUE PASAN DE 30 SE CUENTAN PERO NO SE
      * LISTAN).
       77 WS-CC-CANT               PIC S9(4) COMP VALUE 0.
       01 WS-CC-TABLA.
          05 WS-CC-ENTRY OCCURS 30 TIMES INDEXED BY WS-CC-IDX.
             10 WS-CC-CBU          PIC X(22).
             10 WS-CC-MONEDA       PIC X(3).

      * IMPORTES DE LA CUENTA EN PROCESO (EN SU MONEDA).
       77 WS-IMP-RETENIDO          PIC S9(13)V99 VALUE 0.
       77 WS-IMP-DEVUELTO          PIC S9(13)V99 VALUE 0.
       77 WS-IMP-INTERESES         PIC S9(13)V99 VALUE 0.
       77 WS-IMP-INT-PF            PIC S9(13)V99 VALUE 0.
       77 WS-IMP-IVA               PIC S9(13)V99 VALUE 0.
       77 WS-IMP-NETO              PIC S9(13)V99 VALUE 0.

      * TOTALES DEL CONTRIBUYENTE ACTUAL POR MONEDA (LOS IMPORTES DE
      * MONEDAS DISTINTAS NUNCA SE SUMAN ENTRE SI).
       77 WS-CM-CANT               PIC S9(4) COMP VALUE 0.
       01 WS-CM-TABLA.
          05 WS-CM-ENTRY OCCURS 10 TIMES INDEXED BY WS-CM-IDX.
             10 WS-CM-MONEDA       PIC X(3).
             10 WS-CM-CANT-CTAS    PIC 9(3) COMP.
             10 WS-CM-RETENIDO     PIC S9(15)V99 COMP-3.
             10 WS-CM-DEVUELTO     PIC S9(15)V99 COMP-3.
             10 WS-CM-INTERESES    PIC S9(15)V99 COMP-3.
             10 WS-CM-INT-PF       PIC S9(15)V99 COMP-3.
             10 WS-CM-IVA          PIC S9(15)V99 COMP-3.
       77 WS-CM-BUSCAR-IDX         PIC S9(4) COMP.
       77 WS-CM-RESULT             PIC S9(4) COMP VALUE 0.
       77 WS-CM-ENCONTRADA         PIC X VALUE 'N'.
          88 WS-CM-ENCONTRADA-S    VALUE 'S'.
       77 WS-MONEDA-ACTUAL         PIC X(3).

      * TOTALES DE CONTROL DE LA CORRIDA POR MONEDA, PARA PUNTEAR
      * CONTRA LOS EXTRACTOS CONTABLES DEL AÑO: EL RETENIDO CONTRA
      * EL HABER DE IMP_DEBITO, LO DEVUELTO CONTRA SU DEBE, LOS
      * INTERESES DE PLAZO FIJO CONTRA EL DEBE DE INT_PF_DEV, Y EL
      * IVA CONTRA LA SUMA DE LAS RECAPITULACIONES DE PFACCLI.
       77 WS-GM-CANT               PIC S9(4) COMP VALUE 0.
       01 WS-GM-TABLA.
          05 WS-GM-ENTRY OCCURS 20 TIMES INDEXED BY WS-GM-IDX.
             10 WS-GM-MONEDA       PIC X(3).
             10 WS-GM-RETENIDO     PIC S9(15)V99 COMP-3.
             10 WS-GM-DEVUELTO     PIC S9(15)V99 COMP-3.
             10 WS-GM-INTERESES    PIC S9(15)V99 COMP-3.
             10 WS-GM-INT-PF       PIC S9(15)V99 COMP-3.
             10 WS-GM-IVA          PIC S9(15)V99 COMP-3.
       77 WS-GM-BUSCAR-IDX         PIC S9(4) COMP.
       77 WS-GM-RESULT             PIC S9(4) COMP VALUE 0.
       77 WS-GM-ENCONTRADA         PIC X VALUE 'N'.
          88 WS-GM-ENCONTRADA-S    VALUE 'S'.

      * CONTADORES DEL REPORTE Y DEL CIERRE DEL ARCHIVO.
       77 WS-TOT-CUENTAS           PIC 9(9) COMP VALUE 0.
       77 WS-TOT-CUITS             PIC 9(9) COMP VALUE 0.
       77 WS-TOT-CERTIFICADOS      PIC 9(9) COMP VALUE 0.
       77 WS-TOT-SIN-IMPORTES      PIC 9(9) COMP VALUE 0.
       77 WS-TOT-SIN-CUIT          PIC 9(9) COMP VALUE 0.
       77 WS-TOT-DETALLES          PIC 9(9) COMP VALUE 0.
       77 WS-TOT-CONTROL           PIC 9(15)V99 VALUE 0.
       77 WS-CUIT-CON-IMPORTES     PIC X VALUE 'N'.
          88 WS-CUIT-CON-IMPORTES-S VALUE 'S'.

      * CBU FICTICIOS DE IMPUTACION DE INTERESES: TODO NUEVES PARA
      * LOS QUE ACREDITA PDEVENG Y TODO SEIS PARA EL PAGO DE
      * INTERESES DE PLAZO FIJO (VER PVENPZF).
       77 WS-CBU-INTERESES         PIC X(22) VALUE ALL '9'.
       77 WS-CBU-INT-PF            PIC X(22) VALUE ALL '6'.
      * CBU DE IMPUTACION DEL INTERES DEUDOR (TODO OCHOS) QUE COBRA
      * PDEVENG: NO ES COMISION Y NO ENTRA EN LA BASE DEL IVA (VER
      * 2365), IGUAL QUE EN PFACCLI.
       77 WS-CBU-INT-DEUDOR        PIC X(22) VALUE ALL '8'.

      * TRX.FACTURA_MENSUAL SE LLENA DESDE QUE PFACCLI LA GRABA: LOS
      * MESES DEL EJERCICIO ANTERIORES AL PRIMER PERIODO FACTURADO
      * EN LA TABLA NO TIENEN RENGLON Y SU IVA SE RECONSTRUYE CON EL
      * MISMO CALCULO DE PFACCLI (VER 2365). WS-MESES-RECONST ES LA
      * CANTIDAD DE ESOS MESES, DESDE ENERO.
       01 WS-PRIMER-PERIODO.
          05 WS-PP-ANIO            PIC 9(4).
          05 WS-PP-MES             PIC 99.
       77 WS-MESES-RECONST         PIC 99 VALUE 0.
       77 WS-MES-IDX               PIC 99 VALUE 0.
       77 WS-IVA-PORCENTAJE        PIC 9(3)V9(6) VALUE 0.
       77 WS-IVA-MES               PIC S9(13)V99 VALUE 0.

      * LINEAS DEL CERTIFICADO IMPRESO.
       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(68) VALUE ALL '-'.
          05 FILLER               PIC X VALUE SPACE.

       01 WS-CER-TITULO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(6) VALUE SPACES.
          05 FILLER               PIC X(44) VALUE
                'CERTIFICADO DE RETENCIONES E INTERESES DEL '.
          05 FILLER               PIC X(10) VALUE 'EJERCICIO '.
          05 WS-CT-ANIO           PIC 9(4).
          05 FILLER               PIC X(4) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-CER-CONTRIBUYENTE.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(15) VALUE 'CONTRIBUYENTE: '.
          05 WS-CN-NOMBRE         PIC X(50).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-CER-CUIT.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(15) VALUE 'CUIT:          '.
          05 WS-CU-CUIT           PIC X(11).
          05 FILLER               PIC X(41) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-CER-AGENTE.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(15) VALUE 'AGENTE (CUIT): '.
          05 WS-AG-CUIT           PIC X(11).
          05 FILLER               PIC X(41) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-CER-CUENTAS.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(20) VALUE
                'CUENTAS DEL TITULAR:'.
          05 FILLER               PIC X(47) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-CER-CUENTA.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X(5) VALUE 'CBU: '.
          05 WS-CA-CBU            PIC X(22).
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X(8) VALUE 'MONEDA: '.
          05 WS-CA-MONEDA         PIC X(3).
          05 FILLER               PIC X(24) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-CER-MAS-CUENTAS.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X(25) VALUE
                'TOTAL DE CUENTAS:        '.
          05 WS-CX-CANT           PIC ZZZ9.
          05 FILLER               PIC X(36) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-CER-MONEDA.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(21) VALUE
                'IMPORTES EN MONEDA: '.
          05 WS-CM-MONEDA-TIT     PIC X(3).
          05 FILLER               PIC X(43) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-CER-LINEA.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 WS-CL-ETIQUETA       PIC X(40).
          05 FILLER               PIC X VALUE SPACE.
          05 WS-CL-VALOR          PIC -$$$$$$$$$$$9,99.
          05 FILLER               PIC X(8) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-CER-PIE.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(60) VALUE
                'IMPORTES EXPRESADOS EN LA MONEDA DE CADA CUENTA.'.
          05 FILLER               PIC X(7) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

      * LINEAS DEL REPORTE DE CONTROL.
       01 WS-REP-GUIONES           PIC X(80) VALUE ALL '-'.
       01 WS-REP-TITULO.
          05 FILLER                PIC X(16) VALUE SPACES.
          05 FILLER                PIC X(48) VALUE
                'CERTIFICADOS ANUALES DE RETENCIONES - PCERIMP'.
          05 FILLER                PIC X(16) VALUE SPACES.
       01 WS-REP-PERIODO.
          05 FILLER                PIC X(19)
                         VALUE 'EJERCICIO:         '.
          05 WS-RP-ANIO            PIC 9(4).
          05 FILLER                PIC X(57) VALUE SPACES.
       01 WS-REP-MONEDA.
          05 FILLER                PIC X(19)
                         VALUE 'TOTALES EN MONEDA: '.
          05 WS-RM-MONEDA          PIC X(3).
          05 FILLER                PIC X(58) VALUE SPACES.
       01 WS-REP-CONTADOR.
          05 WS-RC-ETIQUETA        PIC X(45).
          05 WS-RC-VALOR           PIC ZZZ.ZZZ.ZZ9.
          05 FILLER                PIC X(24) VALUE SPACES.
       01 WS-REP-IMPORTE.
          05 WS-RI-ETIQUETA        PIC X(45).
          05 WS-RI-VALOR           PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                PIC X(15) VALUE SPACES.

       01 WS-ERROR-NCONTROL.
          05 FILLER               PIC X(29)
                     VALUE 'ERROR NO CONTROLADO, CODIGO: '.
          05 WS-ENC-CODE          PIC -999.

      * SQLCA Y DCLGEN DE LAS TABLAS DEL CIRCUITO.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TRXCLI END-EXEC.
           EXEC SQL INCLUDE TRXPRM END-EXEC.
           EXEC SQL BEGIN DECLARE SECTION
           END-EXEC.
       01 DCLAUX.
          10 SUMA-PARCIAL          PIC S9(15)V99 COMP-3.
          10 NUMERO-REG            PIC S9(9) COMP.
          10 CER-CBU-INTERESES     PIC X(22).
          10 CER-CBU-INT-PF        PIC X(22).
      * PERIODOS DE FACTURACION DEL AÑO (AAAAMM), PARA EL IVA DE
      * TRX.FACTURA_MENSUAL.
          10 CER-PERIODO-INI       PIC X(6).
          10 CER-PERIODO-FIN       PIC X(6).
      * PRIMER PERIODO CON FACTURACION EN TRX.FACTURA_MENSUAL.
          10 CER-PRIMER-PERIODO    PIC X(6).
      * VENTANA DEL AÑO, CON EL MISMO RELLENO BYTE A BYTE QUE EL
      * FORMATO REAL DE DIA_HORA (VER PDBTRX). EL FIN ES EL ARRANQUE
      * DEL AÑO SIGUIENTE, EXCLUIDO.
       01 WS-TS-ANIO-INI.
          05 WS-TSI-ANIO           PIC 9(4).
          05 FILLER                PIC X(6) VALUE '-01-01'.
          05 FILLER                PIC X(8) VALUE '00:00:00'.
          05 FILLER                PIC X(8) VALUE SPACES.
       01 WS-TS-SIG-INI.
          05 WS-TSS-ANIO           PIC 9(4).
          05 FILLER                PIC X(6) VALUE '-01-01'.
          05 FILLER                PIC X(8) VALUE '00:00:00'.
          05 FILLER                PIC X(8) VALUE SPACES.
      * VENTANA DE UN MES CUYO IVA SE RECONSTRUYE, IGUAL A LA DE
      * PFACCLI (EL DIA HASTA VA FIJO EN 31).
       01 WS-TS-MES-INI.
          05 WS-TSMI-ANIO          PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-TSMI-MES           PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 FILLER                PIC XX VALUE '01'.
          05 FILLER                PIC X(8) VALUE '00:00:00'.
          05 FILLER                PIC X(8) VALUE SPACES.
       01 WS-TS-MES-FIN.
          05 WS-TSMF-ANIO          PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-TSMF-MES           PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 FILLER                PIC XX VALUE '31'.
          05 FILLER                PIC X(8) VALUE '23:59:59'.
          05 FILLER                PIC X(8) VALUE SPACES.
           EXEC SQL END DECLARE SECTION
           END-EXEC.

      * CURSOR DE TODAS LAS CUENTAS CON CUIT (TAMBIEN LAS DADAS DE
      * BAJA: LO RETENIDO Y PAGADO ANTES DEL CIERRE SE CERTIFICA
      * IGUAL), AGRUPADAS POR CUIT PARA EL CORTE DE CONTROL.
           EXEC SQL DECLARE CUR_CLI CURSOR FOR
                SELECT CUIT, CBU_CLIENTE, NOMBRE, MONEDA
                FROM TRX.CLIENTE
                WHERE CUIT IS NOT NULL
                  AND CUIT <> ' '
                ORDER BY CUIT, CBU_CLIENTE
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
           IF REG-ANIO IS NOT NUMERIC OR REG-ANIO < 1900
              DISPLAY 'PCERIMP: EJERCICIO INVALIDO'
              PERFORM 3300-STOP-PROGRAM
           END-IF
           MOVE REG-ANIO TO WS-TSI-ANIO WS-RP-ANIO WS-CT-ANIO
           MOVE REG-ANIO TO WS-TSMI-ANIO WS-TSMF-ANIO
           COMPUTE WS-TSS-ANIO = REG-ANIO + 1
           END-COMPUTE
           MOVE REG-ANIO TO CER-PERIODO-INI OF DCLAUX(1:4)
           MOVE '01' TO CER-PERIODO-INI OF DCLAUX(5:2)
           MOVE REG-ANIO TO CER-PERIODO-FIN OF DCLAUX(1:4)
           MOVE '12' TO CER-PERIODO-FIN OF DCLAUX(5:2)
           MOVE WS-CBU-INTERESES TO CER-CBU-INTERESES OF DCLAUX
           MOVE WS-CBU-INT-PF TO CER-CBU-INT-PF OF DCLAUX
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 1700-LEER-CUIT-AGENTE
           PERFORM 1800-CONTAR-SIN-CUIT
           PERFORM 1900-VERIFICAR-FACTURACION
           OPEN OUTPUT CERTIF-FICH
           IF FS-CERTIF NOT = 00
              PERFORM 3300-STOP-PROGRAM
           END-IF
           OPEN OUTPUT INFORMA-FICH
           IF FS-INFORMA NOT = 00
              CLOSE CERTIF-FICH
              PERFORM 3300-STOP-PROGRAM
           END-IF
           OPEN OUTPUT REPORTE-FICH
           IF FS-REPORTE NOT = 00
              CLOSE CERTIF-FICH
              CLOSE INFORMA-FICH
              PERFORM 3300-STOP-PROGRAM
           END-IF
           MOVE SPACES TO REG-INFORMA
           MOVE 'C' TO I-TIPO-REG
           MOVE WS-CUIT-AGENTE TO I-C-CUIT-AGENTE
           MOVE REG-ANIO TO I-C-ANIO
           MOVE WS-FECHA-SISTEMA TO I-C-FECHA-GEN
           WRITE REG-INFORMA.

      ***************************************************************
      * CUIT DEL BANCO COMO AGENTE DE INFORMACION (CLAVE             *
      * CUIT_ENTIDAD DE TRX.PARAMETRO). SIN CUIT CARGADO EL ARCHIVO  *
      * NO ES PRESENTABLE Y EL PROGRAMA NO CORRE.                    *
      ***************************************************************
       1700-LEER-CUIT-AGENTE.
           MOVE 'CUIT_ENTIDAD' TO CLAVE OF DCLPARAMETRO
           EXEC SQL
                SELECT VALOR
                INTO :DCLPARAMETRO.VALOR
                FROM TRX.PARAMETRO
                WHERE CLAVE = :DCLPARAMETRO.CLAVE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 IF VALOR OF DCLPARAMETRO(1:11) IS NUMERIC
                    MOVE VALOR OF DCLPARAMETRO(1:11)
                      TO WS-CUIT-AGENTE
                    MOVE WS-CUIT-AGENTE TO WS-AG-CUIT
                 ELSE
                    DISPLAY 'CUIT_ENTIDAD INVALIDO EN TRX.PARAMETRO'
                    PERFORM 3300-STOP-PROGRAM
                 END-IF
              WHEN 100
                 DISPLAY 'CUIT_ENTIDAD SIN CARGAR EN TRX.PARAMETRO'
                 PERFORM 3300-STOP-PROGRAM
              WHEN OTHER
                 MOVE SQLCODE TO WS-ENC-CODE
                 DISPLAY WS-ERROR-NCONTROL
                 PERFORM 3300-STOP-PROGRAM
           END-EVALUATE.

      ***************************************************************
      * LAS CUENTAS SIN CUIT NO SE PUEDEN CERTIFICAR: SOLO SE        *
      * CUENTAN PARA EL REPORTE, ASI SE COMPLETA EL DATO.            *
      ***************************************************************
       1800-CONTAR-SIN-CUIT.
           EXEC SQL
                SELECT COUNT(CBU_CLIENTE)
                INTO :DCLAUX.NUMERO-REG
                FROM TRX.CLIENTE
                WHERE CUIT IS NULL
                   OR CUIT = ' '
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              PERFORM 3300-STOP-PROGRAM
           END-IF
           MOVE NUMERO-REG OF DCLAUX TO WS-TOT-SIN-CUIT.

      ***************************************************************
      * MESES DEL EJERCICIO ANTERIORES AL PRIMER PERIODO QUE PFACCLI *
      * DEJO EN TRX.FACTURA_MENSUAL (TABLA VACIA: TODO EL AÑO). SI   *
      * HAY ALGUNO, SE NECESITA LA ALICUOTA DE IVA PARA              *
      * RECONSTRUIRLOS.                                              *
      ***************************************************************
       1900-VERIFICAR-FACTURACION.
           EXEC SQL
                SELECT COALESCE(MIN(PERIODO), '999999')
                INTO :DCLAUX.CER-PRIMER-PERIODO
                FROM TRX.FACTURA_MENSUAL
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              PERFORM 3300-STOP-PROGRAM
           END-IF
           MOVE CER-PRIMER-PERIODO OF DCLAUX TO WS-PRIMER-PERIODO
           EVALUATE TRUE
              WHEN WS-PP-ANIO > REG-ANIO
                 MOVE 12 TO WS-MESES-RECONST
              WHEN WS-PP-ANIO = REG-ANIO
                 COMPUTE WS-MESES-RECONST = WS-PP-MES - 1
                 END-COMPUTE
              WHEN OTHER
                 MOVE 0 TO WS-MESES-RECONST
           END-EVALUATE
           IF WS-MESES-RECONST > 0
              PERFORM 1950-LEER-IVA
           END-IF.

      ***************************************************************
      * ALICUOTA DE IVA DE TRX.PARAMETRO, LA MISMA QUE USA PFACCLI   *
      * (CLAVE IVA_PORCENTAJE, NUEVE DIGITOS CON SEIS DECIMALES).    *
      ***************************************************************
       1950-LEER-IVA.
           MOVE 'IVA_PORCENTAJE' TO CLAVE OF DCLPARAMETRO
           EXEC SQL
                SELECT VALOR
                INTO :DCLPARAMETRO.VALOR
                FROM TRX.PARAMETRO
                WHERE CLAVE = :DCLPARAMETRO.CLAVE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 IF VALOR OF DCLPARAMETRO(1:9) IS NUMERIC
                    MOVE VALOR OF DCLPARAMETRO(1:9)
                      TO WS-IVA-PORCENTAJE
                 ELSE
                    DISPLAY 'IVA_PORCENTAJE INVALIDO EN '
                            'TRX.PARAMETRO'
                    PERFORM 3300-STOP-PROGRAM
                 END-IF
              WHEN 100
                 DISPLAY 'IVA_PORCENTAJE SIN CARGAR EN TRX.PARAMETRO'
                 PERFORM 3300-STOP-PROGRAM
              WHEN OTHER
                 MOVE SQLCODE TO WS-ENC-CODE
                 DISPLAY WS-ERROR-NCONTROL
                 PERFORM 3300-STOP-PROGRAM
           END-EVALUATE.

      ***************************************************************
      * CORTE DE CONTROL POR CUIT: SE ACUMULAN TODAS LAS CUENTAS DE  *
      * LA PERSONA Y AL CAMBIAR DE CUIT SE EMITE SU CERTIFICADO.     *
      ***************************************************************
       2000-PROCESAMIENTO.
           EXEC SQL OPEN CUR_CLI END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              PERFORM 3300-STOP-PROGRAM
           END-IF
           PERFORM 2050-FETCH-CLIENTE
           PERFORM 2100-PROCESAR-CUIT UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_CLI END-EXEC.

       2050-FETCH-CLIENTE.
           MOVE 50 TO NOMBRE-LEN OF DCLCLIENTE
           EXEC SQL
                FETCH CUR_CLI
                INTO :DCLCLIENTE.CUIT,
                     :DCLCLIENTE.CBU-CLIENTE,
                     :DCLCLIENTE.NOMBRE,
                     :DCLCLIENTE.MONEDA
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

       2100-PROCESAR-CUIT.
           ADD 1 TO WS-TOT-CUITS
           MOVE CUIT OF DCLCLIENTE TO WS-CUIT-ACTUAL
           MOVE SPACES TO WS-NOMBRE-ACTUAL
           MOVE NOMBRE-TEXT OF DCLCLIENTE(1:NOMBRE-LEN OF DCLCLIENTE)
             TO WS-NOMBRE-ACTUAL
           MOVE 0 TO WS-CC-CANT
           MOVE 0 TO WS-CM-CANT
           MOVE 'N' TO WS-CUIT-CON-IMPORTES
           PERFORM 2200-PROCESAR-CUENTA
              UNTIL SQLCODE = 100
                 OR CUIT OF DCLCLIENTE NOT = WS-CUIT-ACTUAL
           IF WS-CUIT-CON-IMPORTES-S
              PERFORM 2500-EMITIR-CERTIFICADO
           ELSE
              ADD 1 TO WS-TOT-SIN-IMPORTES
           END-IF.

      ***************************************************************
      * IMPORTES DEL AÑO DE UNA CUENTA, EN SU MONEDA, QUE SE SUMAN   *
      * AL TOTAL DEL CONTRIBUYENTE EN ESA MONEDA.                    *
      ***************************************************************
       2200-PROCESAR-CUENTA.
           ADD 1 TO WS-TOT-CUENTAS
           ADD 1 TO WS-CC-CANT
           IF WS-CC-CANT <= 30
              SET WS-CC-IDX TO WS-CC-CANT
              MOVE CBU-CLIENTE-TEXT OF DCLCLIENTE
                TO WS-CC-CBU(WS-CC-IDX)
              MOVE MONEDA OF DCLCLIENTE TO WS-CC-MONEDA(WS-CC-IDX)
           END-IF
           PERFORM 2300-SUMAR-RETENIDO
           PERFORM 2320-SUMAR-DEVUELTO
           PERFORM 2340-SUMAR-INTERESES
           PERFORM 2360-SUMAR-IVA
           MOVE MONEDA OF DCLCLIENTE TO WS-MONEDA-ACTUAL
           PERFORM 2400-BUSCAR-MONEDA
           ADD 1 TO WS-CM-CANT-CTAS(WS-CM-RESULT)
           ADD WS-IMP-RETENIDO TO WS-CM-RETENIDO(WS-CM-RESULT)
           ADD WS-IMP-DEVUELTO TO WS-CM-DEVUELTO(WS-CM-RESULT)
           ADD WS-IMP-INTERESES TO WS-CM-INTERESES(WS-CM-RESULT)
           ADD WS-IMP-INT-PF TO WS-CM-INT-PF(WS-CM-RESULT)
           ADD WS-IMP-IVA TO WS-CM-IVA(WS-CM-RESULT)
           IF WS-IMP-RETENIDO NOT = 0 OR WS-IMP-DEVUELTO NOT = 0
              OR WS-IMP-INTERESES NOT = 0 OR WS-IMP-INT-PF NOT = 0
              OR WS-IMP-IVA NOT = 0
              MOVE 'S' TO WS-CUIT-CON-IMPORTES
           END-IF
           PERFORM 2050-FETCH-CLIENTE.

      ***************************************************************
      * IMPUESTO AL DEBITO RETENIDO EN EL AÑO: EL QUE TRAEN LOS      *
      * MOVIMIENTOS DONDE LA CUENTA ES EMISORA, EN LA TABLA VIVA Y   *
      * EN EL HISTORICO DE PARCHTRX.                                 *
      ***************************************************************
       2300-SUMAR-RETENIDO.
           EXEC SQL
                SELECT COALESCE(SUM(IMPUESTO_DEBITO), 0)
                INTO :DCLAUX.SUMA-PARCIAL
                FROM TRX.TRANSACCION
                WHERE CBU_EMISOR = :DCLCLIENTE.CBU-CLIENTE
                  AND DIA_HORA >= :WS-TS-ANIO-INI
                  AND DIA_HORA < :WS-TS-SIG-INI
           END-EXEC
           PERFORM 2290-VERIFICAR-SQL
           MOVE SUMA-PARCIAL OF DCLAUX TO WS-IMP-RETENIDO
           EXEC SQL
                SELECT COALESCE(SUM(IMPUESTO_DEBITO), 0)
                INTO :DCLAUX.SUMA-PARCIAL
                FROM TRX.TRANSACCION_HIST
                WHERE CBU_EMISOR = :DCLCLIENTE.CBU-CLIENTE
                  AND DIA_HORA >= :WS-TS-ANIO-INI
                  AND DIA_HORA < :WS-TS-SIG-INI
           END-EXEC
           PERFORM 2290-VERIFICAR-SQL
           ADD SUMA-PARCIAL OF DCLAUX TO WS-IMP-RETENIDO.

      ***************************************************************
      * IMPUESTO DEVUELTO: EL REVERSO (PTRXREV) LE DEVUELVE AL       *
      * EMISOR ORIGINAL EL MONTO TOTAL, IMPUESTO INCLUIDO, Y         *
      * PEXTCON LO ASIENTA AL DEBE DE IMP_DEBITO EN EL DIA DEL       *
      * REVERSO. SE TOMA EL IMPUESTO DE LA ORIGINAL DE CADA REVERSO  *
      * DEL AÑO A FAVOR DE LA CUENTA. COMO PARCHTRX ARCHIVA POR      *
      * ANTIGUEDAD, UN REVERSO ARCHIVADO TIENE SU ORIGINAL TAMBIEN   *
      * ARCHIVADA.                                                   *
      ***************************************************************
       2320-SUMAR-DEVUELTO.
           EXEC SQL
                SELECT COALESCE(SUM(O.IMPUESTO_DEBITO), 0)
                INTO :DCLAUX.SUMA-PARCIAL
                FROM TRX.TRANSACCION R, TRX.TRANSACCION O
                WHERE R.CBU_RECEPTOR = :DCLCLIENTE.CBU-CLIENTE
                  AND R.ID_TRX_ORIGINAL = O.ID_TRX
                  AND R.DIA_HORA >= :WS-TS-ANIO-INI
                  AND R.DIA_HORA < :WS-TS-SIG-INI
           END-EXEC
           PERFORM 2290-VERIFICAR-SQL
           MOVE SUMA-PARCIAL OF DCLAUX TO WS-IMP-DEVUELTO
           EXEC SQL
                SELECT COALESCE(SUM(O.IMPUESTO_DEBITO), 0)
                INTO :DCLAUX.SUMA-PARCIAL
                FROM TRX.TRANSACCION R, TRX.TRANSACCION_HIST O
                WHERE R.CBU_RECEPTOR = :DCLCLIENTE.CBU-CLIENTE
                  AND R.ID_TRX_ORIGINAL = O.ID_TRX
                  AND R.DIA_HORA >= :WS-TS-ANIO-INI
                  AND R.DIA_HORA < :WS-TS-SIG-INI
           END-EXEC
           PERFORM 2290-VERIFICAR-SQL
           ADD SUMA-PARCIAL OF DCLAUX TO WS-IMP-DEVUELTO
           EXEC SQL
                SELECT COALESCE(SUM(O.IMPUESTO_DEBITO), 0)
                INTO :DCLAUX.SUMA-PARCIAL
                FROM TRX.TRANSACCION_HIST R, TRX.TRANSACCION_HIST O
                WHERE R.CBU_RECEPTOR = :DCLCLIENTE.CBU-CLIENTE
                  AND R.ID_TRX_ORIGINAL = O.ID_TRX
                  AND R.DIA_HORA >= :WS-TS-ANIO-INI
                  AND R.DIA_HORA < :WS-TS-SIG-INI
           END-EXEC
           PERFORM 2290-VERIFICAR-SQL
           ADD SUMA-PARCIAL OF DCLAUX TO WS-IMP-DEVUELTO.

      ***************************************************************
      * INTERESES PAGADOS EN EL AÑO: LOS CREDITOS DESDE EL CBU DE    *
      * NUEVES (PDEVENG) Y DESDE EL DE SEISES (PAGO DE INTERESES DE  *
      * PLAZO FIJO), SIN CONTAR REVERSOS.                            *
      ***************************************************************
       2340-SUMAR-INTERESES.
           EXEC SQL
                SELECT COALESCE(SUM(MONTO), 0)
                INTO :DCLAUX.SUMA-PARCIAL
                FROM TRX.TRANSACCION
                WHERE CBU_RECEPTOR = :DCLCLIENTE.CBU-CLIENTE
                  AND CBU_EMISOR = :DCLAUX.CER-CBU-INTERESES
                  AND ID_TRX_ORIGINAL IS NULL
                  AND DIA_HORA >= :WS-TS-ANIO-INI
                  AND DIA_HORA < :WS-TS-SIG-INI
           END-EXEC
           PERFORM 2290-VERIFICAR-SQL
           MOVE SUMA-PARCIAL OF DCLAUX TO WS-IMP-INTERESES
           EXEC SQL
                SELECT COALESCE(SUM(MONTO), 0)
                INTO :DCLAUX.SUMA-PARCIAL
                FROM TRX.TRANSACCION_HIST
                WHERE CBU_RECEPTOR = :DCLCLIENTE.CBU-CLIENTE
                  AND CBU_EMISOR = :DCLAUX.CER-CBU-INTERESES
                  AND ID_TRX_ORIGINAL IS NULL
                  AND DIA_HORA >= :WS-TS-ANIO-INI
                  AND DIA_HORA < :WS-TS-SIG-INI
           END-EXEC
           PERFORM 2290-VERIFICAR-SQL
           ADD SUMA-PARCIAL OF DCLAUX TO WS-IMP-INTERESES
           EXEC SQL
                SELECT COALESCE(SUM(MONTO), 0)
                INTO :DCLAUX.SUMA-PARCIAL
                FROM TRX.TRANSACCION
                WHERE CBU_RECEPTOR = :DCLCLIENTE.CBU-CLIENTE
                  AND CBU_EMISOR = :DCLAUX.CER-CBU-INT-PF
                  AND ID_TRX_ORIGINAL IS NULL
                  AND DIA_HORA >= :WS-TS-ANIO-INI
                  AND DIA_HORA < :WS-TS-SIG-INI
           END-EXEC
           PERFORM 2290-VERIFICAR-SQL
           MOVE SUMA-PARCIAL OF DCLAUX TO WS-IMP-INT-PF
           EXEC SQL
                SELECT COALESCE(SUM(MONTO), 0)
                INTO :DCLAUX.SUMA-PARCIAL
                FROM TRX.TRANSACCION_HIST
                WHERE CBU_RECEPTOR = :DCLCLIENTE.CBU-CLIENTE
                  AND CBU_EMISOR = :DCLAUX.CER-CBU-INT-PF
                  AND ID_TRX_ORIGINAL IS NULL
                  AND DIA_HORA >= :WS-TS-ANIO-INI
                  AND DIA_HORA < :WS-TS-SIG-INI
           END-EXEC
           PERFORM 2290-VERIFICAR-SQL
           ADD SUMA-PARCIAL OF DCLAUX TO WS-IMP-INT-PF.

      ***************************************************************
      * IVA FACTURADO EN LOS DOCE PERIODOS DEL AÑO, TAL COMO LO      *
      * DEJO PFACCLI EN TRX.FACTURA_MENSUAL, MAS EL DE LOS MESES     *
      * ANTERIORES A ESA TABLA, RECONSTRUIDO MES A MES (2365).       *
      ***************************************************************
       2360-SUMAR-IVA.
           EXEC SQL
                SELECT COALESCE(SUM(IVA), 0)
                INTO :DCLAUX.SUMA-PARCIAL
                FROM TRX.FACTURA_MENSUAL
                WHERE CBU = :DCLCLIENTE.CBU-CLIENTE
                  AND PERIODO BETWEEN :DCLAUX.CER-PERIODO-INI
                                  AND :DCLAUX.CER-PERIODO-FIN
           END-EXEC
           PERFORM 2290-VERIFICAR-SQL
           MOVE SUMA-PARCIAL OF DCLAUX TO WS-IMP-IVA
           PERFORM 2365-RECONSTRUIR-IVA
              VARYING WS-MES-IDX FROM 1 BY 1
              UNTIL WS-MES-IDX > WS-MESES-RECONST.

      ***************************************************************
      * IVA DE UN MES SIN FACTURACION GRABADA, CON EL CALCULO DE     *
      * PFACCLI: LA ALICUOTA SOBRE TODO LO COBRADO A LA CUENTA EN EL *
      * MES (COMISIONES DE SUS TRANSFERENCIAS Y CARGOS AL CBU DE     *
      * CEROS, O SEA LA COMISION DONDE ES EMISOR SALVO EL INTERES    *
      * DEUDOR COBRADO CONTRA EL CBU DE OCHOS), REDONDEADO POR MES.  *
      * SE LEE TAMBIEN EL HISTORICO PORQUE PARCHTRX PUDO HABER       *
      * ARCHIVADO ESOS MOVIMIENTOS.                                  *
      ***************************************************************
       2365-RECONSTRUIR-IVA.
           MOVE WS-MES-IDX TO WS-TSMI-MES WS-TSMF-MES
           EXEC SQL
                SELECT COALESCE(SUM(COMISION), 0)
                INTO :DCLAUX.SUMA-PARCIAL
                FROM TRX.TRANSACCION
                WHERE CBU_EMISOR = :DCLCLIENTE.CBU-CLIENTE
                  AND CBU_RECEPTOR <> :WS-CBU-INT-DEUDOR
                  AND DIA_HORA BETWEEN :WS-TS-MES-INI
                                   AND :WS-TS-MES-FIN
           END-EXEC
           PERFORM 2290-VERIFICAR-SQL
           MOVE SUMA-PARCIAL OF DCLAUX TO WS-IVA-MES
           EXEC SQL
                SELECT COALESCE(SUM(COMISION), 0)
                INTO :DCLAUX.SUMA-PARCIAL
                FROM TRX.TRANSACCION_HIST
                WHERE CBU_EMISOR = :DCLCLIENTE.CBU-CLIENTE
                  AND CBU_RECEPTOR <> :WS-CBU-INT-DEUDOR
                  AND DIA_HORA BETWEEN :WS-TS-MES-INI
                                   AND :WS-TS-MES-FIN
           END-EXEC
           PERFORM 2290-VERIFICAR-SQL
           ADD SUMA-PARCIAL OF DCLAUX TO WS-IVA-MES
           COMPUTE WS-IVA-MES ROUNDED =
                   WS-IVA-MES * WS-IVA-PORCENTAJE / 100
           END-COMPUTE
           ADD WS-IVA-MES TO WS-IMP-IVA.

       2290-VERIFICAR-SQL.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              PERFORM 3300-STOP-PROGRAM
           END-IF.

      ***************************************************************
      * BUSCA (O DA DE ALTA) LA MONEDA ACTUAL EN LA TABLA DEL        *
      * CONTRIBUYENTE. DEJA LA POSICION EN WS-CM-RESULT.             *
      ***************************************************************
       2400-BUSCAR-MONEDA.
           MOVE 'N' TO WS-CM-ENCONTRADA
           MOVE 0 TO WS-CM-RESULT
           PERFORM 2410-COMPARAR-MONEDA
              VARYING WS-CM-BUSCAR-IDX FROM 1 BY 1
              UNTIL WS-CM-BUSCAR-IDX > WS-CM-CANT
           IF NOT WS-CM-ENCONTRADA-S
              IF WS-CM-CANT < 10
                 ADD 1 TO WS-CM-CANT
                 MOVE WS-CM-CANT TO WS-CM-RESULT
                 MOVE WS-MONEDA-ACTUAL TO WS-CM-MONEDA(WS-CM-RESULT)
                 MOVE ZEROS TO WS-CM-CANT-CTAS(WS-CM-RESULT)
                 MOVE ZEROS TO WS-CM-RETENIDO(WS-CM-RESULT)
                 MOVE ZEROS TO WS-CM-DEVUELTO(WS-CM-RESULT)
                 MOVE ZEROS TO WS-CM-INTERESES(WS-CM-RESULT)
                 MOVE ZEROS TO WS-CM-INT-PF(WS-CM-RESULT)
                 MOVE ZEROS TO WS-CM-IVA(WS-CM-RESULT)
              ELSE
                 DISPLAY 'PCERIMP: DEMASIADAS MONEDAS EN EL CUIT '
                         WS-CUIT-ACTUAL
                 MOVE 1 TO WS-CM-RESULT
              END-IF
           END-IF.

       2410-COMPARAR-MONEDA.
           IF WS-CM-MONEDA(WS-CM-BUSCAR-IDX) = WS-MONEDA-ACTUAL
              MOVE 'S' TO WS-CM-ENCONTRADA
              MOVE WS-CM-BUSCAR-IDX TO WS-CM-RESULT
           END-IF.

      ***************************************************************
      * CERTIFICADO IMPRESO DEL CONTRIBUYENTE Y SUS DETALLES DEL     *
      * REGIMEN INFORMATIVO, UNO POR MONEDA.                         *
      ***************************************************************
       2500-EMITIR-CERTIFICADO.
           ADD 1 TO WS-TOT-CERTIFICADOS
           MOVE WS-NOMBRE-ACTUAL TO WS-CN-NOMBRE
           MOVE WS-CUIT-ACTUAL TO WS-CU-CUIT
           WRITE REG-CERTIF FROM WS-GUIONES
           WRITE REG-CERTIF FROM WS-CER-TITULO
           WRITE REG-CERTIF FROM WS-GUIONES
           WRITE REG-CERTIF FROM WS-CER-AGENTE
           WRITE REG-CERTIF FROM WS-CER-CONTRIBUYENTE
           WRITE REG-CERTIF FROM WS-CER-CUIT
           WRITE REG-CERTIF FROM WS-GUIONES
           WRITE REG-CERTIF FROM WS-CER-CUENTAS
           PERFORM 2510-LISTAR-CUENTA
              VARYING WS-CC-IDX FROM 1 BY 1
              UNTIL WS-CC-IDX > WS-CC-CANT OR WS-CC-IDX > 30
           IF WS-CC-CANT > 30
              MOVE WS-CC-CANT TO WS-CX-CANT
              WRITE REG-CERTIF FROM WS-CER-MAS-CUENTAS
           END-IF
           PERFORM 2520-CERTIFICAR-MONEDA
              VARYING WS-CM-IDX FROM 1 BY 1
              UNTIL WS-CM-IDX > WS-CM-CANT
           WRITE REG-CERTIF FROM WS-GUIONES
           WRITE REG-CERTIF FROM WS-CER-PIE
           WRITE REG-CERTIF FROM WS-GUIONES.

       2510-LISTAR-CUENTA.
           MOVE WS-CC-CBU(WS-CC-IDX) TO WS-CA-CBU
           MOVE WS-CC-MONEDA(WS-CC-IDX) TO WS-CA-MONEDA
           WRITE REG-CERTIF FROM WS-CER-CUENTA.

       2520-CERTIFICAR-MONEDA.
           COMPUTE WS-IMP-NETO = WS-CM-RETENIDO(WS-CM-IDX)
                               - WS-CM-DEVUELTO(WS-CM-IDX)
           END-COMPUTE
           WRITE REG-CERTIF FROM WS-GUIONES
           MOVE WS-CM-MONEDA(WS-CM-IDX) TO WS-CM-MONEDA-TIT
           WRITE REG-CERTIF FROM WS-CER-MONEDA
           MOVE 'IMPUESTO AL DEBITO RETENIDO' TO WS-CL-ETIQUETA
           MOVE WS-CM-RETENIDO(WS-CM-IDX) TO WS-CL-VALOR
           WRITE REG-CERTIF FROM WS-CER-LINEA
           MOVE 'IMPUESTO DEVUELTO POR REVERSOS' TO WS-CL-ETIQUETA
           MOVE WS-CM-DEVUELTO(WS-CM-IDX) TO WS-CL-VALOR
           WRITE REG-CERTIF FROM WS-CER-LINEA
           MOVE 'IMPUESTO AL DEBITO NETO RETENIDO' TO WS-CL-ETIQUETA
           MOVE WS-IMP-NETO TO WS-CL-VALOR
           WRITE REG-CERTIF FROM WS-CER-LINEA
           MOVE 'INTERESES PAGADOS EN CUENTA' TO WS-CL-ETIQUETA
           MOVE WS-CM-INTERESES(WS-CM-IDX) TO WS-CL-VALOR
           WRITE REG-CERTIF FROM WS-CER-LINEA
           MOVE 'INTERESES PAGADOS POR PLAZOS FIJOS'
             TO WS-CL-ETIQUETA
           MOVE WS-CM-INT-PF(WS-CM-IDX) TO WS-CL-VALOR
           WRITE REG-CERTIF FROM WS-CER-LINEA
           MOVE 'IVA FACTURADO SOBRE COMISIONES Y CARGOS'
             TO WS-CL-ETIQUETA
           MOVE WS-CM-IVA(WS-CM-IDX) TO WS-CL-VALOR
           WRITE REG-CERTIF FROM WS-CER-LINEA
           MOVE SPACES TO REG-INFORMA
           MOVE 'D' TO I-TIPO-REG
           MOVE WS-CUIT-ACTUAL TO I-D-CUIT
           MOVE REG-ANIO TO I-D-ANIO
           MOVE WS-CM-MONEDA(WS-CM-IDX) TO I-D-MONEDA
           MOVE WS-CM-RETENIDO(WS-CM-IDX) TO I-D-RETENIDO
           MOVE WS-CM-DEVUELTO(WS-CM-IDX) TO I-D-DEVUELTO
           IF WS-IMP-NETO < 0
              MOVE '-' TO I-D-SIGNO-NETO
           ELSE
              MOVE '+' TO I-D-SIGNO-NETO
           END-IF
           MOVE WS-IMP-NETO TO I-D-NETO
           MOVE WS-CM-INTERESES(WS-CM-IDX) TO I-D-INTERESES
           MOVE WS-CM-INT-PF(WS-CM-IDX) TO I-D-INT-PF
           MOVE WS-CM-IVA(WS-CM-IDX) TO I-D-IVA
           MOVE WS-CM-CANT-CTAS(WS-CM-IDX) TO I-D-CANT-CTAS
           WRITE REG-INFORMA
           IF FS-INFORMA NOT = 00
              DISPLAY 'PCERIMP: ERROR AL GRABAR INFORMA, FS: '
                      FS-INFORMA
              PERFORM 3300-STOP-PROGRAM
           END-IF
           ADD 1 TO WS-TOT-DETALLES
           COMPUTE WS-TOT-CONTROL = WS-TOT-CONTROL
                   + WS-CM-RETENIDO(WS-CM-IDX)
                   + WS-CM-DEVUELTO(WS-CM-IDX)
                   + WS-CM-INTERESES(WS-CM-IDX)
                   + WS-CM-INT-PF(WS-CM-IDX)
                   + WS-CM-IVA(WS-CM-IDX)
           END-COMPUTE
           PERFORM 2600-ACUMULAR-CONTROL.

      ***************************************************************
      * SUMA LA MONEDA DEL CONTRIBUYENTE A LOS TOTALES DE CONTROL DE *
      * LA CORRIDA EN ESA MONEDA.                                    *
      ***************************************************************
       2600-ACUMULAR-CONTROL.
           MOVE 'N' TO WS-GM-ENCONTRADA
           MOVE 0 TO WS-GM-RESULT
           PERFORM 2610-COMPARAR-CONTROL
              VARYING WS-GM-BUSCAR-IDX FROM 1 BY 1
              UNTIL WS-GM-BUSCAR-IDX > WS-GM-CANT
           IF NOT WS-GM-ENCONTRADA-S
              IF WS-GM-CANT < 20
                 ADD 1 TO WS-GM-CANT
                 MOVE WS-GM-CANT TO WS-GM-RESULT
                 MOVE WS-CM-MONEDA(WS-CM-IDX)
                      TO WS-GM-MONEDA(WS-GM-RESULT)
                 MOVE ZEROS TO WS-GM-RETENIDO(WS-GM-RESULT)
                 MOVE ZEROS TO WS-GM-DEVUELTO(WS-GM-RESULT)
                 MOVE ZEROS TO WS-GM-INTERESES(WS-GM-RESULT)
                 MOVE ZEROS TO WS-GM-INT-PF(WS-GM-RESULT)
                 MOVE ZEROS TO WS-GM-IVA(WS-GM-RESULT)
              ELSE
                 DISPLAY 'PCERIMP: DEMASIADAS MONEDAS, TOTAL OMITIDO'
                 MOVE 1 TO WS-GM-RESULT
              END-IF
           END-IF
           ADD WS-CM-RETENIDO(WS-CM-IDX) TO WS-GM-RETENIDO(WS-GM-RESULT)
           ADD WS-CM-DEVUELTO(WS-CM-IDX) TO WS-GM-DEVUELTO(WS-GM-RESULT)
           ADD WS-CM-INTERESES(WS-CM-IDX)
             TO WS-GM-INTERESES(WS-GM-RESULT)
           ADD WS-CM-INT-PF(WS-CM-IDX) TO WS-GM-INT-PF(WS-GM-RESULT)
           ADD WS-CM-IVA(WS-CM-IDX) TO WS-GM-IVA(WS-GM-RESULT).

       2610-COMPARAR-CONTROL.
           IF WS-GM-MONEDA(WS-GM-BUSCAR-IDX) = WS-CM-MONEDA(WS-CM-IDX)
              MOVE 'S' TO WS-GM-ENCONTRADA
              MOVE WS-GM-BUSCAR-IDX TO WS-GM-RESULT
           END-IF.

      ********************************************************
      * PARRAFOS PARA CERRAR EL PROGRAMA                     *
      ********************************************************
       3000-END-PROGRAM.
           MOVE SPACES TO REG-INFORMA
           MOVE 'T' TO I-TIPO-REG
           MOVE WS-TOT-DETALLES TO I-T-CANT-REG
           MOVE WS-TOT-CERTIFICADOS TO I-T-CANT-CUIT
           MOVE WS-TOT-CONTROL TO I-T-TOTAL-CONTROL
           WRITE REG-INFORMA
           IF FS-INFORMA NOT = 00
              DISPLAY 'PCERIMP: ERROR AL GRABAR INFORMA, FS: '
                      FS-INFORMA
              PERFORM 3300-STOP-PROGRAM
           END-IF
           PERFORM 3200-GENERAR-REPORTE
           CLOSE CERTIF-FICH
           CLOSE INFORMA-FICH
           CLOSE REPORTE-FICH
           PERFORM 3300-STOP-PROGRAM.

      ***************************************************************
      * REPORTE DE CONTROL: CANTIDADES Y, POR MONEDA, LOS TOTALES A  *
      * PUNTEAR CONTRA LOS EXTRACTOS CONTABLES DEL AÑO Y LAS         *
      * RECAPITULACIONES DE PFACCLI.                                 *
      ***************************************************************
       3200-GENERAR-REPORTE.
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           WRITE REG-REPORTE FROM WS-REP-TITULO
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           WRITE REG-REPORTE FROM WS-REP-PERIODO
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           MOVE 'CUENTAS REVISADAS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-CUENTAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'CUENTAS SIN CUIT (NO CERTIFICABLES)'
             TO WS-RC-ETIQUETA
           MOVE WS-TOT-SIN-CUIT TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'CONTRIBUYENTES REVISADOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-CUITS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'CERTIFICADOS EMITIDOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-CERTIFICADOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'CONTRIBUYENTES SIN IMPORTES EN EL EJERCICIO'
             TO WS-RC-ETIQUETA
           MOVE WS-TOT-SIN-IMPORTES TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'DETALLES DEL REGIMEN INFORMATIVO' TO WS-RC-ETIQUETA
           MOVE WS-TOT-DETALLES TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'MESES CON IVA RECONSTRUIDO (SIN FACTURACION)'
             TO WS-RC-ETIQUETA
           MOVE WS-MESES-RECONST TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'TOTAL DE CONTROL DEL ARCHIVO' TO WS-RI-ETIQUETA
           MOVE WS-TOT-CONTROL TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
           PERFORM 3210-LISTAR-MONEDA
              VARYING WS-GM-IDX FROM 1 BY 1
              UNTIL WS-GM-IDX > WS-GM-CANT
           WRITE REG-REPORTE FROM WS-REP-GUIONES.

       3210-LISTAR-MONEDA.
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           MOVE WS-GM-MONEDA(WS-GM-IDX) TO WS-RM-MONEDA
           WRITE REG-REPORTE FROM WS-REP-MONEDA
           MOVE 'RETENIDO (HABER IMP_DEBITO)' TO WS-RI-ETIQUETA
           MOVE WS-GM-RETENIDO(WS-GM-IDX) TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
           MOVE 'DEVUELTO POR REVERSOS (DEBE IMP_DEBITO)'
             TO WS-RI-ETIQUETA
           MOVE WS-GM-DEVUELTO(WS-GM-IDX) TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
           COMPUTE WS-IMP-NETO = WS-GM-RETENIDO(WS-GM-IDX)
                               - WS-GM-DEVUELTO(WS-GM-IDX)
           END-COMPUTE
           MOVE 'NETO RETENIDO (SALDO IMP_DEBITO)' TO WS-RI-ETIQUETA
           MOVE WS-IMP-NETO TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
           MOVE 'INTERESES PAGADOS EN CUENTA (PDEVENG)'
             TO WS-RI-ETIQUETA
           MOVE WS-GM-INTERESES(WS-GM-IDX) TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
           MOVE 'INTERESES PLAZO FIJO (DEBE INT_PF_DEV)'
             TO WS-RI-ETIQUETA
           MOVE WS-GM-INT-PF(WS-GM-IDX) TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
           MOVE 'IVA FACTURADO (PFACCLI)' TO WS-RI-ETIQUETA
           MOVE WS-GM-IVA(WS-GM-IDX) TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE.

       3300-STOP-PROGRAM.
           STOP RUN.
