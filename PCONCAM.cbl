       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCONCAM.
       AUTHOR. TRONCOSO LEANDRO.
      **********************************************************
      * Conciliacion de la liquidacion interbancaria del dia   *
      * (archivo LIQUIDA de PSETBCO) contra la confirmacion de *
      * la camara compensadora, por entidad contraparte y      *
      * moneda. Informa posiciones faltantes de cualquiera de  *
      * los lados, diferencias de enviado, recibido y neto,    *
      * signos cruzados y confirmaciones de otra fecha. Deja   *
      * el dia conciliado ('C') o en diferencia ('D') en       *
      * TRX.CONTROL_PROCESO; 'D' bloquea el cierre en PCIERRE  *
      * hasta que tesoreria corrija y repita el paso o lo      *
      * acepte con la marca de conformidad.                    *
      **********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-ENT ASSIGN TO ENTRADA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ENTRADA.

           SELECT LIQUID-FICH ASSIGN TO LIQUIDA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-LIQUID.

           SELECT CONFIRMA-FICH ASSIGN TO CONFIRMA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CONFIRMA.

           SELECT REPORTE-FICH ASSIGN TO REPORTE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
      * PARAMETRO DE ENTRADA: LA FECHA DEL DIA LIQUIDADO Y LA MARCA
      * DE CONFORMIDAD DE TESORERIA. LA CORRIDA NORMAL VA CON LA
      * MARCA EN BLANCO; SI QUEDARON DIFERENCIAS, TESORERIA LAS
      * RESUELVE (CORRIGIENDO LA CONFIRMACION O LA LIQUIDACION) Y
      * VUELVE A CORRER EL PASO, O LAS ACEPTA EXPLICITAMENTE CON
      * 'S' PARA LIBERAR EL CIERRE DEL DIA.
       FD FICHERO-ENT RECORDING MODE IS F
                      DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA.
          05 REG-FECHA.
             10 REG-F-ANIO        PIC 9(4).
             10 REG-F-MES         PIC 99.
             10 REG-F-DIA         PIC 99.
          05 REG-F-NUM            REDEFINES REG-FECHA PIC 9(8).
          05 REG-CONFORME         PIC X.
             88 REG-CONFORME-S    VALUE 'S'.
          05 FILLER               PIC X(71).

      * ARCHIVO DE LIQUIDACION QUE EMITIO PSETBCO PARA EL DIA: UN
      * REGISTRO POR ENTIDAD Y MONEDA (MISMO LAYOUT QUE REG-LIQUID).
       FD LIQUID-FICH RECORDING MODE IS F
                      DATA RECORD IS REG-LIQUID.
       01 REG-LIQUID.
          05 L-ENTIDAD            PIC 9(3).
          05 L-FECHA.
             10 L-F-ANIO          PIC 9(4).
             10 FILLER            PIC X.
             10 L-F-MES           PIC 99.
             10 FILLER            PIC X.
             10 L-F-DIA           PIC 99.
          05 L-MONEDA             PIC X(3).
          05 L-ENVIADO            PIC 9(13)V99.
          05 L-RECIBIDO           PIC 9(13)V99.
          05 L-NETO-SIGNO         PIC X.
          05 L-NETO               PIC 9(13)V99.

      * CONFIRMACION DE LA CAMARA COMPENSADORA: LO QUE EFECTIVAMENTE
      * LIQUIDO CON NOSOTROS, POR ENTIDAD CONTRAPARTE Y MONEDA, CON
      * LOS MISMOS SENTIDOS Y LA MISMA CONVENCION DE SIGNO DEL NETO
      * QUE REG-LIQUID ('D' PAGAMOS A LA ENTIDAD, 'A' A COBRAR).
       FD CONFIRMA-FICH RECORDING MODE IS F
                        DATA RECORD IS REG-CONFIRMA.
       01 REG-CONFIRMA.
          05 C-ENTIDAD            PIC 9(3).
          05 C-FECHA.
             10 C-F-ANIO          PIC 9(4).
             10 FILLER            PIC X.
             10 C-F-MES           PIC 99.
             10 FILLER            PIC X.
             10 C-F-DIA           PIC 99.
          05 C-MONEDA             PIC X(3).
          05 C-ENVIADO            PIC 9(13)V99.
          05 C-RECIBIDO           PIC 9(13)V99.
          05 C-NETO-SIGNO         PIC X.
          05 C-NETO               PIC 9(13)V99.
          05 FILLER               PIC X(18).

      * REPORTE DE CONCILIACION PARA TESORERIA.
       FD REPORTE-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-REPORTE.
       01 REG-REPORTE              PIC X(80).

       WORKING-STORAGE SECTION.

       77 FS-ENTRADA               PIC 99.
       77 FS-LIQUID                PIC 99.
          88 FS-LIQUID-END         VALUE 10.
       77 FS-CONFIRMA              PIC 99.
          88 FS-CONFIRMA-END       VALUE 10.
       77 FS-REPORTE               PIC 99.

      * RESULTADO DE LA CONCILIACION: CUALQUIER DIFERENCIA DEJA EL
      * DIA 'EN DIFERENCIA' Y BLOQUEA EL CIERRE EN PCIERRE.
       77 WS-DIA-CONCILIADO        PIC X VALUE 'S'.
          88 WS-DIA-CONCILIADO-S   VALUE 'S'.
          88 WS-DIA-CONCILIADO-N   VALUE 'N'.

      * MARCA DE DIFERENCIA EN LA POSICION QUE SE ESTA COMPARANDO.
       77 WS-POS-DIFERENCIA        PIC X VALUE 'N'.
          88 WS-POS-DIFERENCIA-N   VALUE 'N'.
          88 WS-POS-DIFERENCIA-S   VALUE 'S'.

      * CONTADORES DEL REPORTE.
       77 WS-TOT-LIQUIDA           PIC 9(9) COMP VALUE 0.
       77 WS-TOT-CONFIRMA          PIC 9(9) COMP VALUE 0.
       77 WS-TOT-CONCILIADAS       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-FALTA-CAMARA      PIC 9(9) COMP VALUE 0.
       77 WS-TOT-FALTA-LIQUIDA     PIC 9(9) COMP VALUE 0.
       77 WS-TOT-DIF-IMPORTE       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-DIF-SIGNO         PIC 9(9) COMP VALUE 0.
       77 WS-TOT-DIF-FECHA         PIC 9(9) COMP VALUE 0.

      * LINEAS DEL REPORTE.
       01 WS-REP-GUIONES           PIC X(80) VALUE ALL '-'.
       01 WS-REP-TITULO.
          05 FILLER                PIC X(16) VALUE SPACES.
          05 FILLER                PIC X(41)
                VALUE 'CONCILIACION DE LIQUIDACION CON CAMARA - '.
          05 FILLER                PIC X(7) VALUE 'PCONCAM'.
          05 FILLER                PIC X(16) VALUE SPACES.
       01 WS-REP-PERIODO.
          05 FILLER                PIC X(16) VALUE 'DIA LIQUIDADO:  '.
          05 WS-RP-ANIO            PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-RP-MES             PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 WS-RP-DIA             PIC 99.
          05 FILLER                PIC X(54) VALUE SPACES.
       01 WS-REP-CABECERA.
          05 FILLER                PIC X(4) VALUE 'ENT'.
          05 FILLER                PIC X(4) VALUE 'MON'.
          05 FILLER                PIC X(18) VALUE 'CONCEPTO'.
          05 FILLER                PIC X(18) VALUE '         NUESTRO'.
          05 FILLER                PIC X(18) VALUE '          CAMARA'.
          05 FILLER                PIC X(18) VALUE '      DIFERENCIA'.
       01 WS-REP-DETALLE.
          05 WS-RD-ENTIDAD         PIC ZZ9.
          05 FILLER                PIC X(1) VALUE SPACES.
          05 WS-RD-MONEDA          PIC X(3).
          05 FILLER                PIC X(1) VALUE SPACES.
          05 WS-RD-CONCEPTO        PIC X(18).
          05 WS-RD-NUESTRO         PIC -Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(1) VALUE SPACES.
          05 WS-RD-CAMARA          PIC -Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(1) VALUE SPACES.
          05 WS-RD-DIFERENCIA      PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-REP-VEREDICTO.
          05 WS-RV-TEXTO           PIC X(80).
       01 WS-REP-CONTADOR.
          05 WS-RC-ETIQUETA        PIC X(45).
          05 WS-RC-VALOR           PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                PIC X(24) VALUE SPACES.

      * TABLA DE LA CONFIRMACION DE LA CAMARA, CARGADA COMPLETA AL
      * INICIO: EL ARCHIVO LIQUIDA NO VIENE ORDENADO POR MONEDA
      * DENTRO DE CADA ENTIDAD (VER 2300-ACUMULAR-MONEDA DE PSETBCO),
      * ASI QUE CADA POSICION NUESTRA SE BUSCA EN LA TABLA Y AL
      * FINAL SE LISTA LO QUE LA CAMARA INFORMO Y NOSOTROS NO.
       77 WS-CF-CANT               PIC S9(4) COMP VALUE 0.
       77 WS-CF-MAX                PIC S9(4) COMP VALUE 3000.
       01 WS-CF-TABLA.
          05 WS-CF-ENTRY OCCURS 3000 TIMES INDEXED BY WS-CF-IDX.
             10 WS-CF-ENTIDAD      PIC 9(3).
             10 WS-CF-MONEDA       PIC X(3).
             10 WS-CF-FECHA        PIC X(10).
             10 WS-CF-ENVIADO      PIC S9(13)V99 COMP-3.
             10 WS-CF-RECIBIDO     PIC S9(13)V99 COMP-3.
             10 WS-CF-NETO         PIC S9(13)V99 COMP-3.
             10 WS-CF-USADA        PIC X.
       77 WS-CF-BUSCAR-IDX         PIC S9(4) COMP.
       77 WS-CF-ENCONTRADA         PIC X VALUE 'N'.
          88 WS-CF-ENCONTRADA-S    VALUE 'S'.

      * NETOS CON SIGNO PARA COMPARAR Y REPORTAR: POSITIVO CUANDO
      * EL SIGNO ES 'D' (PAGAMOS), NEGATIVO CUANDO ES 'A', IGUAL
      * QUE LA COLUMNA NETO DEL REPORTE DE PSETBCO.
       77 WS-NETO-NUESTRO          PIC S9(13)V99 COMP-3.
       77 WS-NETO-CAMARA           PIC S9(13)V99 COMP-3.
       77 WS-IMP-NUESTRO           PIC S9(13)V99 COMP-3.
       77 WS-IMP-CAMARA            PIC S9(13)V99 COMP-3.

      * FECHA DEL DIA LIQUIDADO CON EL FORMATO DE L-FECHA/C-FECHA.
       01 WS-FECHA-LIQ.
          05 WS-FL-ANIO            PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-FL-MES             PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 WS-FL-DIA             PIC 99.

       01 WS-ERROR-NCONTROL.
          05 FILLER               PIC X(29)
                     VALUE 'ERROR NO CONTROLADO, CODIGO: '.
          05 WS-ENC-CODE          PIC -999.

      * SQLCA Y DCLGEN DE LA TABLA DE CONTROL DE PROCESOS: EL PASO
      * REGISTRA EL RESULTADO DE LA CONCILIACION ('C' CONCILIADO,
      * 'D' EN DIFERENCIA) PARA QUE PCIERRE NO CIERRE UN DIA CON LA
      * LIQUIDACION SIN CONCILIAR.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TRXCTL END-EXEC.

      * NOMBRE CON EL QUE EL PASO REGISTRA SU RESULTADO EN
      * TRX.CONTROL_PROCESO.
       77 WS-PROGRAMA              PIC X(8) VALUE 'PCONCAM'.

       PROCEDURE DIVISION.
       0000-MAIN-PROGRAM.
           PERFORM 1000-INIT-PROGRAM
           PERFORM 1500-CARGAR-CONFIRMACION
           READ LIQUID-FICH
           PERFORM 2000-CONCILIAR-POSICION UNTIL FS-LIQUID-END
           PERFORM 2500-LISTAR-NO-LIQUIDADAS
              VARYING WS-CF-IDX FROM 1 BY 1
              UNTIL WS-CF-IDX > WS-CF-CANT
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
              DISPLAY 'PCONCAM: FECHA DE LIQUIDACION INVALIDA'
              PERFORM 3300-STOP-PROGRAM
           END-IF
           MOVE REG-F-ANIO TO WS-FL-ANIO WS-RP-ANIO
           MOVE REG-F-MES  TO WS-FL-MES WS-RP-MES
           MOVE REG-F-DIA  TO WS-FL-DIA WS-RP-DIA
           OPEN INPUT LIQUID-FICH
           IF FS-LIQUID NOT = 00
              PERFORM 3300-STOP-PROGRAM
           END-IF
           OPEN INPUT CONFIRMA-FICH
           IF FS-CONFIRMA NOT = 00
              CLOSE LIQUID-FICH
              PERFORM 3300-STOP-PROGRAM
           END-IF
           OPEN OUTPUT REPORTE-FICH
           IF FS-REPORTE NOT = 00
              CLOSE LIQUID-FICH
              CLOSE CONFIRMA-FICH
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
      * CARGA LA CONFIRMACION DE LA CAMARA EN LA TABLA. UNA          *
      * CONFIRMACION QUE NO ENTRA EN LA TABLA NO SE PUEDE CONCILIAR  *
      * CON CERTEZA: EL PASO SE DETIENE SIN REGISTRAR RESULTADO.     *
      ***************************************************************
       1500-CARGAR-CONFIRMACION.
           READ CONFIRMA-FICH
           PERFORM 1510-GUARDAR-CONFIRMACION UNTIL FS-CONFIRMA-END
           CLOSE CONFIRMA-FICH.

       1510-GUARDAR-CONFIRMACION.
           ADD 1 TO WS-TOT-CONFIRMA
           IF WS-CF-CANT NOT < WS-CF-MAX
              DISPLAY 'PCONCAM: CONFIRMACION CON MAS DE ' WS-CF-MAX
                      ' POSICIONES, CONCILIACION NO REALIZADA'
              CLOSE LIQUID-FICH
              CLOSE REPORTE-FICH
              PERFORM 3300-STOP-PROGRAM
           END-IF
           ADD 1 TO WS-CF-CANT
           MOVE C-ENTIDAD TO WS-CF-ENTIDAD(WS-CF-CANT)
           MOVE C-MONEDA TO WS-CF-MONEDA(WS-CF-CANT)
           MOVE C-FECHA TO WS-CF-FECHA(WS-CF-CANT)
           MOVE C-ENVIADO TO WS-CF-ENVIADO(WS-CF-CANT)
           MOVE C-RECIBIDO TO WS-CF-RECIBIDO(WS-CF-CANT)
           IF C-NETO-SIGNO = 'A'
              COMPUTE WS-CF-NETO(WS-CF-CANT) = C-NETO * -1
              END-COMPUTE
           ELSE
              MOVE C-NETO TO WS-CF-NETO(WS-CF-CANT)
           END-IF
           MOVE 'N' TO WS-CF-USADA(WS-CF-CANT)
           READ CONFIRMA-FICH.

      ***************************************************************
      * CONCILIA UNA POSICION NUESTRA (ENTIDAD, MONEDA) CONTRA LA    *
      * CONFIRMACION: SI LA CAMARA NO LA INFORMO QUEDA FALTANTE; SI  *
      * LA INFORMO SE COMPARAN FECHA, ENVIADO, RECIBIDO Y NETO.      *
      ***************************************************************
       2000-CONCILIAR-POSICION.
           ADD 1 TO WS-TOT-LIQUIDA
           IF L-FECHA NOT = WS-FECHA-LIQ
              DISPLAY 'PCONCAM: LIQUIDA NO CORRESPONDE AL DIA '
                      WS-FECHA-LIQ
              CLOSE LIQUID-FICH
              CLOSE REPORTE-FICH
              PERFORM 3300-STOP-PROGRAM
           END-IF
           MOVE 'N' TO WS-POS-DIFERENCIA
           IF L-NETO-SIGNO = 'A'
              COMPUTE WS-NETO-NUESTRO = L-NETO * -1
              END-COMPUTE
           ELSE
              MOVE L-NETO TO WS-NETO-NUESTRO
           END-IF
           MOVE L-ENTIDAD TO WS-RD-ENTIDAD
           MOVE L-MONEDA TO WS-RD-MONEDA
           PERFORM 2100-BUSCAR-CONFIRMACION
           IF WS-CF-ENCONTRADA-S
              MOVE 'S' TO WS-CF-USADA(WS-CF-BUSCAR-IDX)
              PERFORM 2200-COMPARAR-POSICION
           ELSE
              ADD 1 TO WS-TOT-FALTA-CAMARA
              MOVE 'S' TO WS-POS-DIFERENCIA
              MOVE 'FALTA CONFIRMACION' TO WS-RD-CONCEPTO
              MOVE WS-NETO-NUESTRO TO WS-IMP-NUESTRO
              MOVE 0 TO WS-IMP-CAMARA
              PERFORM 2400-ESCRIBIR-DIFERENCIA
           END-IF
           IF WS-POS-DIFERENCIA-N
              ADD 1 TO WS-TOT-CONCILIADAS
           END-IF
           READ LIQUID-FICH.

       2100-BUSCAR-CONFIRMACION.
           MOVE 'N' TO WS-CF-ENCONTRADA
           PERFORM 2110-COMPARAR-CLAVE
              VARYING WS-CF-BUSCAR-IDX FROM 1 BY 1
              UNTIL WS-CF-BUSCAR-IDX > WS-CF-CANT
                 OR WS-CF-ENCONTRADA-S.

      * EL VARYING AVANZA EL INDICE UNA VEZ MAS DESPUES DE LA
      * COINCIDENCIA: SE LO VUELVE A LA POSICION HALLADA.
       2110-COMPARAR-CLAVE.
           IF WS-CF-ENTIDAD(WS-CF-BUSCAR-IDX) = L-ENTIDAD
              AND WS-CF-MONEDA(WS-CF-BUSCAR-IDX) = L-MONEDA
              AND WS-CF-USADA(WS-CF-BUSCAR-IDX) = 'N'
              MOVE 'S' TO WS-CF-ENCONTRADA
              SUBTRACT 1 FROM WS-CF-BUSCAR-IDX
           END-IF.

      ***************************************************************
      * COMPARA LA POSICION HALLADA: CADA SENTIDO CON DIFERENCIA DE  *
      * IMPORTE TIENE SU LINEA; EL NETO SE COMPARA APARTE PORQUE UN  *
      * NETO DE SIGNO CONTRARIO CAMBIA QUIEN LE PAGA A QUIEN.        *
      ***************************************************************
       2200-COMPARAR-POSICION.
           COMPUTE WS-NETO-CAMARA = WS-CF-NETO(WS-CF-BUSCAR-IDX)
           END-COMPUTE
           IF WS-CF-FECHA(WS-CF-BUSCAR-IDX) NOT = WS-FECHA-LIQ
              ADD 1 TO WS-TOT-DIF-FECHA
              MOVE 'S' TO WS-POS-DIFERENCIA
              MOVE 'FECHA DISTINTA' TO WS-RD-CONCEPTO
              MOVE WS-NETO-NUESTRO TO WS-IMP-NUESTRO
              MOVE WS-NETO-CAMARA TO WS-IMP-CAMARA
              PERFORM 2400-ESCRIBIR-DIFERENCIA
           END-IF
           IF L-ENVIADO NOT = WS-CF-ENVIADO(WS-CF-BUSCAR-IDX)
              ADD 1 TO WS-TOT-DIF-IMPORTE
              MOVE 'S' TO WS-POS-DIFERENCIA
              MOVE 'DIF. EN ENVIADO' TO WS-RD-CONCEPTO
              MOVE L-ENVIADO TO WS-IMP-NUESTRO
              MOVE WS-CF-ENVIADO(WS-CF-BUSCAR-IDX) TO WS-IMP-CAMARA
              PERFORM 2400-ESCRIBIR-DIFERENCIA
           END-IF
           IF L-RECIBIDO NOT = WS-CF-RECIBIDO(WS-CF-BUSCAR-IDX)
              ADD 1 TO WS-TOT-DIF-IMPORTE
              MOVE 'S' TO WS-POS-DIFERENCIA
              MOVE 'DIF. EN RECIBIDO' TO WS-RD-CONCEPTO
              MOVE L-RECIBIDO TO WS-IMP-NUESTRO
              MOVE WS-CF-RECIBIDO(WS-CF-BUSCAR-IDX) TO WS-IMP-CAMARA
              PERFORM 2400-ESCRIBIR-DIFERENCIA
           END-IF
           EVALUATE TRUE
              WHEN (WS-NETO-NUESTRO > 0 AND WS-NETO-CAMARA < 0)
                OR (WS-NETO-NUESTRO < 0 AND WS-NETO-CAMARA > 0)
                 ADD 1 TO WS-TOT-DIF-SIGNO
                 MOVE 'S' TO WS-POS-DIFERENCIA
                 MOVE 'SIGNO DEL NETO' TO WS-RD-CONCEPTO
                 MOVE WS-NETO-NUESTRO TO WS-IMP-NUESTRO
                 MOVE WS-NETO-CAMARA TO WS-IMP-CAMARA
                 PERFORM 2400-ESCRIBIR-DIFERENCIA
              WHEN WS-NETO-NUESTRO NOT = WS-NETO-CAMARA
                 ADD 1 TO WS-TOT-DIF-IMPORTE
                 MOVE 'S' TO WS-POS-DIFERENCIA
                 MOVE 'DIF. EN NETO' TO WS-RD-CONCEPTO
                 MOVE WS-NETO-NUESTRO TO WS-IMP-NUESTRO
                 MOVE WS-NETO-CAMARA TO WS-IMP-CAMARA
                 PERFORM 2400-ESCRIBIR-DIFERENCIA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      ***************************************************************
      * ESCRIBE UNA LINEA DE DIFERENCIA (NUESTRO, CAMARA Y NUESTRO   *
      * MENOS CAMARA) Y DEJA EL DIA EN DIFERENCIA.                   *
      ***************************************************************
       2400-ESCRIBIR-DIFERENCIA.
           MOVE 'N' TO WS-DIA-CONCILIADO
           MOVE WS-IMP-NUESTRO TO WS-RD-NUESTRO
           MOVE WS-IMP-CAMARA TO WS-RD-CAMARA
           COMPUTE WS-RD-DIFERENCIA = WS-IMP-NUESTRO - WS-IMP-CAMARA
           END-COMPUTE
           WRITE REG-REPORTE FROM WS-REP-DETALLE.

      ***************************************************************
      * POSICIONES QUE LA CAMARA CONFIRMO Y NUESTRA LIQUIDACION NO   *
      * TIENE (POR EJEMPLO UNA ENTIDAD RETENIDA POR PSETBCO QUE LA   *
      * CAMARA LIQUIDO IGUAL).                                       *
      ***************************************************************
       2500-LISTAR-NO-LIQUIDADAS.
           IF WS-CF-USADA(WS-CF-IDX) = 'N'
              ADD 1 TO WS-TOT-FALTA-LIQUIDA
              MOVE WS-CF-ENTIDAD(WS-CF-IDX) TO WS-RD-ENTIDAD
              MOVE WS-CF-MONEDA(WS-CF-IDX) TO WS-RD-MONEDA
              MOVE 'FALTA EN LIQUIDA' TO WS-RD-CONCEPTO
              MOVE 0 TO WS-IMP-NUESTRO
              MOVE WS-CF-NETO(WS-CF-IDX) TO WS-IMP-CAMARA
              PERFORM 2400-ESCRIBIR-DIFERENCIA
           END-IF.

      ********************************************************
      * PARRAFOS PARA CERRAR EL PROGRAMA                     *
      ********************************************************
       3000-END-PROGRAM.
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           MOVE 'POSICIONES EN LIQUIDA' TO WS-RC-ETIQUETA
           MOVE WS-TOT-LIQUIDA TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'POSICIONES CONFIRMADAS POR LA CAMARA'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-CONFIRMA TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'POSICIONES CONCILIADAS SIN DIFERENCIA'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-CONCILIADAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'POSICIONES SIN CONFIRMACION DE LA CAMARA'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-FALTA-CAMARA TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'CONFIRMACIONES SIN POSICION EN LIQUIDA'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-FALTA-LIQUIDA TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'DIFERENCIAS DE IMPORTE' TO WS-RC-ETIQUETA
           MOVE WS-TOT-DIF-IMPORTE TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'NETOS CON SIGNO CONTRARIO' TO WS-RC-ETIQUETA
           MOVE WS-TOT-DIF-SIGNO TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'CONFIRMACIONES DE OTRA FECHA' TO WS-RC-ETIQUETA
           MOVE WS-TOT-DIF-FECHA TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           EVALUATE TRUE
              WHEN WS-DIA-CONCILIADO-S
                 MOVE 'C' TO ESTADO-PROCESO OF DCLCONTROL
                 MOVE 'DIA CONCILIADO: LA LIQUIDACION COINCIDE CON '
                      TO WS-RV-TEXTO
                 MOVE 'LA CAMARA' TO WS-RV-TEXTO(45:)
              WHEN REG-CONFORME-S
                 MOVE 'C' TO ESTADO-PROCESO OF DCLCONTROL
                 MOVE 'DIA CON DIFERENCIAS ACEPTADAS POR TESORERIA'
                      TO WS-RV-TEXTO
              WHEN OTHER
                 MOVE 'D' TO ESTADO-PROCESO OF DCLCONTROL
                 MOVE 'DIA EN DIFERENCIA: EL CIERRE QUEDA BLOQUEADO '
                      TO WS-RV-TEXTO
                 MOVE 'HASTA QUE TESORERIA LO RESUELVA'
                      TO WS-RV-TEXTO(46:)
                 DISPLAY 'PCONCAM: LIQUIDACION DEL ' WS-FECHA-LIQ
                         ' EN DIFERENCIA CON LA CAMARA'
           END-EVALUATE
           WRITE REG-REPORTE FROM WS-REP-VEREDICTO
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           CLOSE LIQUID-FICH
           CLOSE REPORTE-FICH
           PERFORM 3400-REGISTRAR-RESULTADO
           PERFORM 3300-STOP-PROGRAM.

       3300-STOP-PROGRAM.
           STOP RUN.

      ***************************************************************
      * REGISTRA EL RESULTADO EN TRX.CONTROL_PROCESO (ALTA O         *
      * ACTUALIZACION) CON LA FECHA LIQUIDADA. 'C' DEJA EL PASO      *
      * COMPLETO PARA PCIERRE; 'D' LO DEJA OBSERVADO Y EL DIA NO     *
      * CIERRA HASTA UNA NUEVA CORRIDA CONCILIADA O ACEPTADA.        *
      ***************************************************************
       3400-REGISTRAR-RESULTADO.
           MOVE WS-PROGRAMA TO NOM-PROGRAMA OF DCLCONTROL
           MOVE WS-FECHA-LIQ TO FECHA-PROCESO OF DCLCONTROL
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
