       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCARLST.
       AUTHOR. TRONCOSO LEANDRO.
      **********************************************************
      * Carga de la lista de control de cumplimiento           *
      * (TRX.LISTA_CONTROL: sanciones, personas expuestas      *
      * politicamente y financiamiento del terrorismo) que     *
      * envia el proveedor. Cada archivo es la lista completa  *
      * vigente y reemplaza entera a la anterior, previo       *
      * control de la cantidad del cierre. Despues vuelve a    *
      * controlar contra la lista nueva a todos los clientes   *
      * no dados de baja y a las demas personas vinculadas a   *
      * sus cuentas (VERILST), y lista las coincidencias en el *
      * reporte.                                               *
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
      * ARCHIVO DE LA LISTA DE CONTROL QUE ENVIA EL PROVEEDOR DE
      * CUMPLIMIENTO: UN DETALLE POR PERSONA LISTADA CON SU CUIT (EN
      * BLANCO SI EL PROVEEDOR NO LO TIENE), SU NOMBRE Y EL TIPO DE
      * LISTA ('S' SANCIONES / 'P' PERSONA EXPUESTA POLITICAMENTE /
      * 'T' FINANCIAMIENTO DEL TERRORISMO), Y UN CIERRE DE CONTROL
      * CON LA CANTIDAD DE DETALLES. CADA ARCHIVO ES LA LISTA
      * COMPLETA VIGENTE: REEMPLAZA ENTERA A LA ANTERIOR.
       FD FICHERO-ENT RECORDING MODE IS F
                      DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA.
          05 TIPO-REGISTRO         PIC X(1).
             88 REG-ES-DETALLE     VALUE 'D'.
             88 REG-ES-TRAILER     VALUE 'T'.
          05 CUIT                  PIC X(11).
          05 NOMBRE                PIC X(50).
          05 TIPO-LISTA            PIC X(1).
             88 TIPO-LISTA-VALIDO  VALUE 'S' 'P' 'T'.
          05 FILLER                PIC X(17).

      * VISTA DEL CIERRE DE CONTROL (ULTIMO REGISTRO DEL ARCHIVO).
       01 REG-ENTRADA-TRAILER REDEFINES REG-ENTRADA.
          05 T-TIPO-REGISTRO       PIC X(1).
          05 T-CANT-REGISTROS      PIC 9(9).
          05 FILLER                PIC X(70).

      * REPORTE DE LA CORRIDA: TOTALES DE LA CARGA Y EL DETALLE DE
      * LOS CLIENTES QUE COINCIDIERON EN EL RECONTROL DE LA CARTERA,
      * Y DE LAS DEMAS PERSONAS VINCULADAS A SUS CUENTAS.
       FD REPORTE-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-REPORTE.
       01 REG-REPORTE              PIC X(80).

       WORKING-STORAGE SECTION.

      * FILE STATUS DE LOS ARCHIVOS I-O.
       77 FS-ENTRADA              PIC 99.
          88 FS-ENTRADA-END       VALUE 10.

       77 FS-REPORTE               PIC 99.

      * CONTADORES PARA EL REPORTE DE TOTALES DE CONTROL.
       77 WS-TOT-LEIDOS           PIC 9(9) COMP VALUE 0.
       77 WS-TOT-CARGADOS         PIC 9(9) COMP VALUE 0.
       77 WS-TOT-DESCARTADOS      PIC 9(9) COMP VALUE 0.
       77 WS-TOT-CLIENTES         PIC 9(9) COMP VALUE 0.
       77 WS-TOT-COINCIDENCIAS    PIC 9(9) COMP VALUE 0.
       77 WS-TOT-TITULARES        PIC 9(9) COMP VALUE 0.
       77 WS-TOT-COINC-TIT        PIC 9(9) COMP VALUE 0.

      * LINEAS DEL REPORTE DE CONTROL.
       01 WS-REP-GUIONES          PIC X(80) VALUE ALL '-'.
       01 WS-REP-TITULO.
          05 FILLER               PIC X(23) VALUE SPACES.
          05 FILLER               PIC X(34)
                         VALUE 'REPORTE DE CONTROL - PCARLST'.
          05 FILLER               PIC X(23) VALUE SPACES.
       01 WS-REP-SECCION.
          05 FILLER               PIC X(80)
             VALUE 'CLIENTES QUE COINCIDEN CON LA LISTA (CASO ABIERTO)'.
       01 WS-REP-SECCION-TIT.
          05 FILLER               PIC X(80)
             VALUE 'TITULARES, COTITULARES Y APODERADOS QUE COINCIDEN'.
       01 WS-REP-CABECERA.
          05 FILLER               PIC X(24) VALUE 'CBU'.
          05 FILLER               PIC X(13) VALUE 'CUIT'.
          05 FILLER               PIC X(12) VALUE 'ID CASO'.
          05 FILLER               PIC X(31) VALUE SPACES.
       01 WS-REP-DETALLE.
          05 WS-RD-CBU            PIC X(22).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-RD-CUIT           PIC X(11).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-RD-ID-CASO        PIC 9(9).
          05 FILLER               PIC X(34) VALUE SPACES.
       01 WS-REP-CONTADOR.
          05 WS-RC-ETIQUETA       PIC X(45).
          05 WS-RC-VALOR          PIC ZZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(24) VALUE SPACES.

       01 WS-ERROR-NCONTROL.
          05 FILLER               PIC X(29)
                     VALUE 'ERROR NO CONTROLADO, CODIGO: '.
          05 WS-ENC-CODE          PIC -999.

      * FECHA DE CARGA DE LA LISTA.
       01 WS-FECHA-SISTEMA.
          05 WS-FS-ANIO            PIC 9(4).
          05 WS-FS-MES             PIC 99.
          05 WS-FS-DIA             PIC 99.
       01 WS-FECHA-HOY.
          05 WS-FH-ANIO            PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-FH-MES             PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 WS-FH-DIA             PIC 99.

      * SQLCA Y DCLGEN DE LA LISTA DE CONTROL Y DE CLIENTES.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TRXLST END-EXEC.
           EXEC SQL INCLUDE TRXCLI END-EXEC.
           EXEC SQL INCLUDE TRXTIT END-EXEC.

      * CONTROL DE COMMITS DEL RECONTROL DE LA CARTERA.
       77 WS-COMMIT-CADA           PIC 9(4) COMP VALUE 100.
       77 WS-CONT-COMMIT           PIC 9(4) COMP VALUE 0.

      * VARIABLES SUB-PROG VERILST, EL MISMO CONTROL CONTRA LA LISTA
      * QUE HACEN PMNTCLI, PDBTRX, PDBENT Y PNOMINA.
       77 WS-SVERILST              PIC X(08) VALUE 'VERILST'.
       77 WS-LST-MODO              PIC X VALUE 'A'.
       77 WS-LST-RESULTADO         PIC X.
          88 WS-LST-RESULTADO-N    VALUE 'N'.
          88 WS-LST-RESULTADO-S    VALUE 'S'.
          88 WS-LST-RESULTADO-E    VALUE 'E'.
       77 WS-LST-ID-CASO           PIC 9(9).
       77 WS-LST-SQLCODE           PIC S9(9) COMP.
       77 WS-LST-CUIT              PIC X(11).
       77 WS-LST-NOMBRE            PIC X(50).
       77 WS-LST-CBU               PIC X(22).

      * CURSOR DE LA CARTERA A RECONTROLAR: TODO CLIENTE QUE NO ESTE
      * DADO DE BAJA (ACTIVOS E INACTIVOS). WITH HOLD: EL CURSOR
      * DEBE SOBREVIVIR A LOS COMMITS INTERMEDIOS.
           EXEC SQL DECLARE CUR_CLI CURSOR WITH HOLD FOR
                SELECT CBU_CLIENTE, NOMBRE, CUIT
                FROM TRX.CLIENTE
                WHERE ESTADO_CLIENTE <> 'B'
                ORDER BY CBU_CLIENTE
           END-EXEC.

      * LAS DEMAS PERSONAS ACTIVAS EN CUENTAS QUE NO ESTEN DADAS DE
      * BAJA (TRX.TITULAR, VER PMNTTIT), EN TODOS SUS CARACTERES:
      * UN APODERADO EN LA LISTA TAMBIEN ABRE CASO SOBRE LA CUENTA.
           EXEC SQL DECLARE CUR_TIT CURSOR WITH HOLD FOR
                SELECT T.CBU_CLIENTE, T.NOMBRE, T.CUIT
                FROM TRX.TITULAR T, TRX.CLIENTE C
                WHERE T.CBU_CLIENTE = C.CBU_CLIENTE
                  AND T.ESTADO_TITULAR = 'A'
                  AND C.ESTADO_CLIENTE <> 'B'
                ORDER BY T.CBU_CLIENTE, T.CUIT
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN-PROGRAM.
           PERFORM 1000-INIT-PROGRAM
           PERFORM 2000-CARGAR-LISTA
           PERFORM 2500-RECONTROLAR-CARTERA
           PERFORM 2700-RECONTROLAR-TITULARES
           PERFORM 3000-END-PROGRAM.

      ******************************************************************
      * PARRAFO DE APERTURA DE ARCHIVOS E INICIACION DE VARIABLES.     *
      ******************************************************************
       1000-INIT-PROGRAM.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-FS-ANIO TO WS-FH-ANIO
           MOVE WS-FS-MES TO WS-FH-MES
           MOVE WS-FS-DIA TO WS-FH-DIA
           MOVE 22 TO CBU-CLIENTE-LEN OF DCLCLIENTE
           MOVE 50 TO NOMBRE-LEN OF DCLCLIENTE
           PERFORM 1100-OPEN-ENT
           PERFORM 1250-OPEN-REPORTE
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           WRITE REG-REPORTE FROM WS-REP-TITULO
           WRITE REG-REPORTE FROM WS-REP-GUIONES.

       1100-OPEN-ENT.
           OPEN INPUT FICHERO-ENT
           IF FS-ENTRADA NOT = 00
              PERFORM 3300-STOP-PROGRAM
           END-IF.

       1250-OPEN-REPORTE.
           OPEN OUTPUT REPORTE-FICH
           IF FS-REPORTE NOT = 00
              CLOSE FICHERO-ENT
              PERFORM 3300-STOP-PROGRAM
           END-IF.

      ***************************************************************
      * REEMPLAZO COMPLETO DE LA LISTA EN UNA SOLA UNIDAD DE         *
      * TRABAJO: SE BORRA LA LISTA ANTERIOR Y SE INSERTA CADA        *
      * DETALLE. SI EL ARCHIVO NO TERMINA EN SU CIERRE DE CONTROL O  *
      * LA CANTIDAD NO COINCIDE, SE DESHACE TODO Y QUEDA VIGENTE LA  *
      * LISTA ANTERIOR: NUNCA SE CONTROLA CONTRA UNA LISTA A MEDIAS. *
      * UN DETALLE SIN CUIT NI NOMBRE O CON UN TIPO DE LISTA         *
      * DESCONOCIDO NO SE CARGA Y SE CUENTA COMO DESCARTADO.         *
      ***************************************************************
       2000-CARGAR-LISTA.
           EXEC SQL
                DELETE FROM TRX.LISTA_CONTROL
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              EXEC SQL ROLLBACK END-EXEC
              PERFORM 3300-STOP-PROGRAM
           END-IF
           READ FICHERO-ENT
           PERFORM 2100-CARGAR-DETALLE
              UNTIL FS-ENTRADA-END OR REG-ES-TRAILER
           IF FS-ENTRADA-END
              DISPLAY 'PCARLST: LA LISTA NO TIENE CIERRE DE CONTROL'
              EXEC SQL ROLLBACK END-EXEC
              PERFORM 3300-STOP-PROGRAM
           END-IF
           IF T-CANT-REGISTROS NOT = WS-TOT-LEIDOS
              DISPLAY 'PCARLST: EL CIERRE DE CONTROL NO COINCIDE'
              EXEC SQL ROLLBACK END-EXEC
              PERFORM 3300-STOP-PROGRAM
           END-IF
           EXEC SQL COMMIT END-EXEC.

       2100-CARGAR-DETALLE.
           ADD 1 TO WS-TOT-LEIDOS
           IF (CUIT OF REG-ENTRADA = SPACES
               AND NOMBRE OF REG-ENTRADA = SPACES)
              OR NOT TIPO-LISTA-VALIDO
              OR NOT REG-ES-DETALLE
              ADD 1 TO WS-TOT-DESCARTADOS
           ELSE
              PERFORM 2150-INSERTAR-ENTRADA
           END-IF
           READ FICHERO-ENT.

       2150-INSERTAR-ENTRADA.
           MOVE CUIT OF REG-ENTRADA TO CUIT OF DCLLISTA
           MOVE NOMBRE OF REG-ENTRADA TO NOMBRE OF DCLLISTA
           MOVE TIPO-LISTA OF REG-ENTRADA TO TIPO-LISTA OF DCLLISTA
           MOVE WS-FECHA-HOY TO FECHA-CARGA OF DCLLISTA
           EXEC SQL
                INSERT INTO TRX.LISTA_CONTROL
                       (CUIT, NOMBRE, TIPO_LISTA, FECHA_CARGA)
                VALUES (:DCLLISTA.CUIT,
                        :DCLLISTA.NOMBRE,
                        :DCLLISTA.TIPO-LISTA,
                        :DCLLISTA.FECHA-CARGA)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              EXEC SQL ROLLBACK END-EXEC
              PERFORM 3300-STOP-PROGRAM
           END-IF
           ADD 1 TO WS-TOT-CARGADOS.

      ***************************************************************
      * RECONTROL DE LA CARTERA COMPLETA CONTRA LA LISTA RECIEN      *
      * CARGADA: CADA CLIENTE QUE COINCIDA (POR CUIT O POR NOMBRE)   *
      * ABRE SU CASO EN TRX.CASO_SOSPECHA POR VERILST, SALVO QUE     *
      * CUMPLIMIENTO YA LO HAYA DESCARTADO COMO HOMONIMO, Y QUEDA EN *
      * EL REPORTE. UNA NUEVA CORRIDA SOBRE UN CASO TODAVIA          *
      * PENDIENTE SOLO SUMA A SU CANTIDAD, NO ABRE OTRO.             *
      ***************************************************************
       2500-RECONTROLAR-CARTERA.
           WRITE REG-REPORTE FROM WS-REP-SECCION
           WRITE REG-REPORTE FROM WS-REP-CABECERA
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           EXEC SQL OPEN CUR_CLI END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              PERFORM 3300-STOP-PROGRAM
           END-IF
           PERFORM 2550-FETCH-CLIENTE
           PERFORM 2600-CONTROLAR-CLIENTE UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_CLI END-EXEC
           WRITE REG-REPORTE FROM WS-REP-GUIONES.

       2550-FETCH-CLIENTE.
           EXEC SQL
                FETCH CUR_CLI
                INTO :DCLCLIENTE.CBU-CLIENTE,
                     :DCLCLIENTE.NOMBRE,
                     :DCLCLIENTE.CUIT
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

       2600-CONTROLAR-CLIENTE.
           ADD 1 TO WS-TOT-CLIENTES
           MOVE CUIT OF DCLCLIENTE TO WS-LST-CUIT
           MOVE SPACES TO WS-LST-NOMBRE
           MOVE NOMBRE-TEXT OF DCLCLIENTE(1:NOMBRE-LEN OF DCLCLIENTE)
             TO WS-LST-NOMBRE
           MOVE CBU-CLIENTE-TEXT OF DCLCLIENTE TO WS-LST-CBU
           CALL WS-SVERILST USING WS-LST-CUIT, WS-LST-NOMBRE,
                                   WS-LST-CBU, WS-LST-MODO,
                                   WS-LST-RESULTADO, WS-LST-ID-CASO,
                                   WS-LST-SQLCODE
           EVALUATE TRUE
              WHEN WS-LST-RESULTADO-S
                 ADD 1 TO WS-TOT-COINCIDENCIAS
                 MOVE WS-LST-CBU TO WS-RD-CBU
                 MOVE WS-LST-CUIT TO WS-RD-CUIT
                 MOVE WS-LST-ID-CASO TO WS-RD-ID-CASO
                 WRITE REG-REPORTE FROM WS-REP-DETALLE
              WHEN WS-LST-RESULTADO-E
                 MOVE WS-LST-SQLCODE TO WS-ENC-CODE
                 DISPLAY WS-ERROR-NCONTROL
                 EXEC SQL ROLLBACK END-EXEC
                 PERFORM 3300-STOP-PROGRAM
           END-EVALUATE
           PERFORM 2900-COMMIT-PUNTO
           PERFORM 2550-FETCH-CLIENTE.

      ***************************************************************
      * MISMO RECONTROL PARA LAS DEMAS PERSONAS DE CADA CUENTA       *
      * (TITULARES, COTITULARES Y APODERADOS): UNA COINCIDENCIA ABRE *
      * (O REUSA) EL CASO SOBRE EL CBU DE LA CUENTA, COMO LA DEL     *
      * TITULAR PRINCIPAL.                                           *
      ***************************************************************
       2700-RECONTROLAR-TITULARES.
           WRITE REG-REPORTE FROM WS-REP-SECCION-TIT
           WRITE REG-REPORTE FROM WS-REP-CABECERA
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           EXEC SQL OPEN CUR_TIT END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              PERFORM 3300-STOP-PROGRAM
           END-IF
           PERFORM 2750-FETCH-TITULAR
           PERFORM 2760-CONTROLAR-TITULAR UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_TIT END-EXEC
           WRITE REG-REPORTE FROM WS-REP-GUIONES.

       2750-FETCH-TITULAR.
           EXEC SQL
                FETCH CUR_TIT
                INTO :DCLTITULAR.CBU-CLIENTE,
                     :DCLTITULAR.NOMBRE,
                     :DCLTITULAR.CUIT
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

       2760-CONTROLAR-TITULAR.
           ADD 1 TO WS-TOT-TITULARES
           MOVE CUIT OF DCLTITULAR TO WS-LST-CUIT
           MOVE NOMBRE OF DCLTITULAR TO WS-LST-NOMBRE
           MOVE CBU-CLIENTE OF DCLTITULAR TO WS-LST-CBU
           CALL WS-SVERILST USING WS-LST-CUIT, WS-LST-NOMBRE,
                                   WS-LST-CBU, WS-LST-MODO,
                                   WS-LST-RESULTADO, WS-LST-ID-CASO,
                                   WS-LST-SQLCODE
           EVALUATE TRUE
              WHEN WS-LST-RESULTADO-S
                 ADD 1 TO WS-TOT-COINC-TIT
                 MOVE WS-LST-CBU TO WS-RD-CBU
                 MOVE WS-LST-CUIT TO WS-RD-CUIT
                 MOVE WS-LST-ID-CASO TO WS-RD-ID-CASO
                 WRITE REG-REPORTE FROM WS-REP-DETALLE
              WHEN WS-LST-RESULTADO-E
                 MOVE WS-LST-SQLCODE TO WS-ENC-CODE
                 DISPLAY WS-ERROR-NCONTROL
                 EXEC SQL ROLLBACK END-EXEC
                 PERFORM 3300-STOP-PROGRAM
           END-EVALUATE
           PERFORM 2900-COMMIT-PUNTO
           PERFORM 2750-FETCH-TITULAR.

      ***************************************************************
      * PUNTO DE COMMIT DEL RECONTROL. UNA CORRIDA INTERRUMPIDA SE   *
      * VUELVE A LANZAR ENTERA: LA CARGA REEMPLAZA LA LISTA Y LOS    *
      * CASOS YA ABIERTOS NO SE DUPLICAN (VER VERILST).              *
      ***************************************************************
       2900-COMMIT-PUNTO.
           ADD 1 TO WS-CONT-COMMIT
           IF WS-CONT-COMMIT >= WS-COMMIT-CADA
              EXEC SQL COMMIT END-EXEC
              MOVE ZEROS TO WS-CONT-COMMIT
           END-IF.

      ********************************************************
      * PARRAFOS PARA CERRAR EL PROGRAMA                     *
      ********************************************************
       3000-END-PROGRAM.
           EXEC SQL COMMIT END-EXEC
           PERFORM 3200-GENERAR-REPORTE
           CLOSE FICHERO-ENT
           CLOSE REPORTE-FICH
           PERFORM 3300-STOP-PROGRAM.

      ***************************************************************
      * REPORTE DE TOTALES DE CONTROL DE FIN DE CORRIDA.             *
      ***************************************************************
       3200-GENERAR-REPORTE.
           MOVE 'DETALLES LEIDOS DE LA LISTA' TO WS-RC-ETIQUETA
           MOVE WS-TOT-LEIDOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'ENTRADAS CARGADAS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-CARGADOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'DETALLES DESCARTADOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-DESCARTADOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'CLIENTES RECONTROLADOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-CLIENTES TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'CLIENTES CON COINCIDENCIA' TO WS-RC-ETIQUETA
           MOVE WS-TOT-COINCIDENCIAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'OTRAS PERSONAS DE CUENTAS RECONTROLADAS'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-TITULARES TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'OTRAS PERSONAS CON COINCIDENCIA' TO WS-RC-ETIQUETA
           MOVE WS-TOT-COINC-TIT TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           WRITE REG-REPORTE FROM WS-REP-GUIONES.

       3300-STOP-PROGRAM.
           STOP RUN.
