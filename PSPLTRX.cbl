          05 CBU-RECEPTOR          PIC X(22).
          05 MONEDA                PIC X(3).
          05 MARCA-REPETIR         PIC X(1).
          05 CONCEPTO              PIC X(3).
          05 REFERENCIA            PIC X(30).
          05 CUIT-RECEPTOR         PIC X(11).

       01 REG-ENTRADA-HEADER REDEFINES REG-ENTRADA.
          05 H-TIPO-REGISTRO       PIC X(1).
          05 H-FECHA-PROCESO       PIC X(10).
          05 H-ID-LOTE             PIC X(16).
          05 H-PARTICION           PIC XX.
          05 H-MODO-CORRIDA        PIC X.
             88 H-MODO-SIMULACION  VALUE 'S'.
          05 FILLER                PIC X(104).

       01 REG-ENTRADA-TRAILER REDEFINES REG-ENTRADA.
          05 T-TIPO-REGISTRO       PIC X(1).
          05 T-CANT-REGISTROS      PIC 9(9).
          05 T-MONTO-CONTROL       PIC 9(13)V99.
          05 FILLER                PIC X(109).

      * PARAMETRO: LA CANTIDAD DE PARTICIONES (2 A 8).
       FD PARAM-FICH RECORDING MODE IS F
      * ENTRADA DE PDBTRX.
       FD SALIDA1-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-SALIDA1.
       01 REG-SALIDA1              PIC X(134).
       FD SALIDA2-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-SALIDA2.
       01 REG-SALIDA2              PIC X(134).
       FD SALIDA3-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-SALIDA3.
       01 REG-SALIDA3              PIC X(134).
       FD SALIDA4-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-SALIDA4.
       01 REG-SALIDA4              PIC X(134).
       FD SALIDA5-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-SALIDA5.
       01 REG-SALIDA5              PIC X(134).
       FD SALIDA6-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-SALIDA6.
       01 REG-SALIDA6              PIC X(134).
       FD SALIDA7-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-SALIDA7.
       01 REG-SALIDA7              PIC X(134).
       FD SALIDA8-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-SALIDA8.
       01 REG-SALIDA8              PIC X(134).

      * REPORTE DEL CORTE: CUANTOS DETALLES Y CUANTO MONTO FUE A
      * CADA PARTICION.

      * REGISTRO DE SALIDA ARMADO EN WORKING (SE ESCRIBE EN LA
      * PARTICION QUE TOQUE).
       01 WS-REG-SALIDA            PIC X(134).
       01 WS-REG-SALIDA-HEADER REDEFINES WS-REG-SALIDA.
          05 WSH-TIPO-REGISTRO    PIC X(1).
          05 WSH-FECHA-PROCESO    PIC X(10).
          05 WSH-ID-LOTE          PIC X(16).
          05 WSH-PARTICION        PIC XX.
          05 FILLER               PIC X(105).
       01 WS-REG-SALIDA-TRAILER REDEFINES WS-REG-SALIDA.
          05 WST-TIPO-REGISTRO    PIC X(1).
          05 WST-CANT-REGISTROS   PIC 9(9).
          05 WST-MONTO-CONTROL    PIC 9(13)V99.
          05 FILLER               PIC X(109).

      * ACUMULADORES DE CONTROL DE LA ENTRADA Y POR PARTICION.
       77 WS-TOT-LEIDOS            PIC 9(9) COMP VALUE 0.
              DISPLAY 'PSPLTRX: EL LOTE NO EMPIEZA CON ENCABEZADO'
              PERFORM 3300-STOP-PROGRAM
           END-IF
      * UN LOTE DE SIMULACION SE PASA ENTERO A PDBTRX: PARTIRLO
      * ARMARIA ENCABEZADOS DE CORRIDA NORMAL Y SE POSTEARIA.
           IF H-MODO-SIMULACION
              DISPLAY 'PSPLTRX: LOTE DE SIMULACION, NO SE PARTICIONA'
              PERFORM 3300-STOP-PROGRAM
           END-IF
           OPEN OUTPUT REPORTE-FICH
           IF FS-REPORTE NOT = 00
              PERFORM 3300-STOP-PROGRAM
