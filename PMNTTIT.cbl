       IDENTIFICATION DIVISION.
       PROGRAM-ID. PMNTTIT.
       AUTHOR. TRONCOSO LEANDRO.
      **********************************************************
      * Mantenimiento de cotitulares y apoderados de las       *
      * cuentas (TRX.TITULAR), con el mismo esquema A/B/M de   *
      * PMNTBEN. El titular principal sigue siendo el CUIT de  *
      * TRX.CLIENTE; aca se registran las demas personas       *
      * vinculadas a la cuenta con su caracter (T titular, C   *
      * cotitular, A apoderado). La baja no borra: deja a la   *
      * persona inactiva con su fecha, porque PREGINF informa  *
      * por periodo. Cada persona se controla contra la lista  *
      * de cumplimiento (VERILST) y cada novedad aplicada      *
      * queda en TRX.TITULAR_HIST.                             *
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

       DATA DIVISION.
       FILE SECTION.
      * REGISTRO DE NOVEDADES DE TITULARES DE CUENTA (TRX.TITULAR),
      * EN EL MISMO ESQUEMA A/B/M QUE PMNTBEN. EL TITULAR PRINCIPAL
      * SIGUE SIENDO EL CUIT DE TRX.CLIENTE (VER PMNTCLI); ACA SE
      * REGISTRAN LAS DEMAS PERSONAS VINCULADAS A LA CUENTA, CON SU
      * CARACTER: T TITULAR, C COTITULAR O A APODERADO. LA CLAVE ES
      * EL PAR CBU/CUIT: UN ALTA LA REGISTRA CON LA FECHA DE LA
      * CORRIDA, UNA BAJA LA DEJA INACTIVA CON SU FECHA DE BAJA SIN
      * BORRARLA (PREGINF INFORMA POR PERIODO) Y UNA MODIFICACION
      * CAMBIA EL CARACTER O EL NOMBRE. CADA NOVEDAD APLICADA DEJA SU
      * FILA EN TRX.TITULAR_HIST.
       FD FICHERO-ENT RECORDING MODE IS F
                      DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA.
          05 TIPO-MOV              PIC X(1).
             88 TIPO-MOV-ALTA      VALUE 'A'.
             88 TIPO-MOV-BAJA      VALUE 'B'.
             88 TIPO-MOV-MODIF     VALUE 'M'.
          05 CBU-CLIENTE           PIC X(22).
          05 CUIT                  PIC X(11).
          05 ROL                   PIC X(1).
             88 ROL-VALIDO         VALUE 'T' 'C' 'A'.
          05 NOMBRE                PIC X(50).

      *REGISTRO PARA REGISTRAR LOS ERRORES.
       FD ERROR-FICH RECORDING MODE IS F
                     DATA RECORD IS REG-ERROR.
       01 REG-ERROR.
          05 E-TIPO-MOV            PIC X(1).
          05 E-CBU-CLIENTE         PIC X(22).
          05 E-CUIT                PIC X(11).
          05 E-RAZON               PIC X(36).
          05 E-PARRAFO             PIC X(4).

      * REGISTRO DEL REPORTE DE TOTALES DE CONTROL DE FIN DE CORRIDA.
       FD REPORTE-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-REPORTE.
       01 REG-REPORTE              PIC X(80).

       WORKING-STORAGE SECTION.

      * FILE STATUS DE LOS ARCHIVOS I-O.
       77 FS-ENTRADA              PIC 99.
          88 FS-ENTRADA-END       VALUE 10.

       77 FS-ERROR                PIC 99.
       77 FS-REPORTE               PIC 99.

      * VARIABLES DEL PROGRAMA.
       77 WS-ERROR                PIC X VALUE 'N'.
          88 WS-ERROR-N           VALUE 'N'.
          88 WS-ERROR-S           VALUE 'S'.

      * EL ALTA DE UNA PERSONA QUE ESTABA DADA DE BAJA EN LA CUENTA
      * LA REACTIVA EN LUGAR DE INSERTARLA.
       77 WS-TIT-EXISTE           PIC X VALUE 'N'.
          88 WS-TIT-EXISTE-N      VALUE 'N'.
          88 WS-TIT-EXISTE-S      VALUE 'S'.

      * CONTADORES PARA EL REPORTE DE TOTALES DE CONTROL.
       77 WS-TOT-LEIDOS           PIC 9(9) COMP VALUE 0.
       77 WS-TOT-ALTAS            PIC 9(9) COMP VALUE 0.
       77 WS-TOT-BAJAS            PIC 9(9) COMP VALUE 0.
       77 WS-TOT-MODIF            PIC 9(9) COMP VALUE 0.
       77 WS-TOT-RECHAZADOS       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-R-LISTA          PIC 9(9) COMP VALUE 0.

      * LINEAS DEL REPORTE DE CONTROL.
       01 WS-REP-GUIONES          PIC X(80) VALUE ALL '-'.
       01 WS-REP-TITULO.
          05 FILLER               PIC X(23) VALUE SPACES.
          05 FILLER               PIC X(34)
                         VALUE 'REPORTE DE CONTROL - PMNTTIT'.
          05 FILLER               PIC X(23) VALUE SPACES.
       01 WS-REP-CONTADOR.
          05 WS-RC-ETIQUETA       PIC X(45).
          05 WS-RC-VALOR          PIC ZZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(24) VALUE SPACES.

       01 WS-ERROR-NCONTROL.
          05 FILLER               PIC X(29)
                     VALUE 'ERROR NO CONTROLADO, CODIGO: '.
          05 WS-ENC-CODE          PIC -999.

      * SQLCA Y DCLGEN DE TITULARES, DE SU HISTORIAL Y DE CLIENTES.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TRXTIT END-EXEC.
           EXEC SQL INCLUDE TRXTITH END-EXEC.
           EXEC SQL INCLUDE TRXCLI END-EXEC.
      * DCLGEN DE LA TABLA DE CONTROL DE REINICIO/COMMIT.
           EXEC SQL INCLUDE TRXCTL END-EXEC.

      * CONTROL DE COMMITS Y REINICIO (VER TRX.CONTROL_PROCESO).
       77 WS-PROGRAMA              PIC X(8) VALUE 'PMNTTIT'.
       77 WS-COMMIT-CADA           PIC 9(4) COMP VALUE 100.
       77 WS-CONT-COMMIT           PIC 9(4) COMP VALUE 0.
       77 WS-NUM-REGISTRO          PIC 9(9) COMP VALUE 0.
       77 WS-REG-REINICIO          PIC 9(9) COMP VALUE 0.

      * MISMO ESQUEMA DE RECHAZOS YA ESCRITOS QUE PMNTCLI.
       77 WS-NUM-ERRORES           PIC 9(9) COMP VALUE 0.
       77 WS-REG-REINICIO-ERR      PIC 9(9) COMP VALUE 0.

      * VARIABLES SUB-PROG VERICBU Y VERICUIT.
       77 WS-SVERICBU              PIC X(08) VALUE 'VERICBU'.
       77 WS-SVERICUIT             PIC X(08) VALUE 'VERICUIT'.
       77 WS-VALIDAR               PIC X.
          88 WS-VALIDAR-N          VALUE 'N'.
          88 WS-VALIDAR-S          VALUE 'S'.

      * VARIABLES SUB-PROG VERILST: CONTROL DE LA PERSONA CONTRA LA
      * LISTA DE CONTROL, EN EL MISMO MODO QUE EL ALTA DE PMNTCLI.
       77 WS-SVERILST              PIC X(08) VALUE 'VERILST'.
       77 WS-LST-MODO              PIC X VALUE 'A'.
       77 WS-LST-RESULTADO         PIC X.
          88 WS-LST-RESULTADO-N    VALUE 'N'.
          88 WS-LST-RESULTADO-S    VALUE 'S'.
          88 WS-LST-RESULTADO-E    VALUE 'E'.
       77 WS-LST-ID-CASO           PIC 9(9).
       77 WS-LST-SQLCODE           PIC S9(9) COMP.

      * FECHA DE LA CORRIDA (AAAA-MM-DD), FECHA DE ALTA O DE BAJA DE
      * LA PERSONA EN LA CUENTA.
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

       PROCEDURE DIVISION.
       0000-MAIN-PROGRAM.
           PERFORM 1000-INIT-PROGRAM
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
           PERFORM 1350-FIJAR-FECHA-HOY
           MOVE 22 TO CBU-CLIENTE-LEN OF DCLCLIENTE.

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

      ***************************************************************
      * FECHA DE LA CORRIDA, DEL RELOJ DEL SISTEMA COMO EN PMNTCLI.  *
      ***************************************************************
       1350-FIJAR-FECHA-HOY.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-FS-ANIO TO WS-FH-ANIO
           MOVE WS-FS-MES TO WS-FH-MES
           MOVE WS-FS-DIA TO WS-FH-DIA.

      ***************************************************************
      * RECUPERAMOS EL PUNTO DE REINICIO DE TRX.CONTROL_PROCESO, DE  *
      * LA MISMA FORMA QUE LO HACE PMNTCLI.                          *
      ***************************************************************
       1400-RECUPERAR-CONTROL.
           MOVE WS-PROGRAMA TO NOM-PROGRAMA OF DCLCONTROL
           EXEC SQL
                SELECT ULT_REG_COMMIT, ULT_REG_ERROR
                INTO :DCLCONTROL.ULT-REG-COMMIT,
                     :DCLCONTROL.ULT-REG-ERROR
                FROM TRX.CONTROL_PROCESO
                WHERE NOM_PROGRAMA = :DCLCONTROL.NOM-PROGRAMA
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE ULT-REG-COMMIT OF DCLCONTROL TO WS-REG-REINICIO
                 MOVE ULT-REG-ERROR OF DCLCONTROL
                   TO WS-REG-REINICIO-ERR
              WHEN 100
                 MOVE ZEROS TO WS-REG-REINICIO
                 MOVE ZEROS TO WS-REG-REINICIO-ERR
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

       2000-PROCESAMIENTO.
           MOVE 'N' TO WS-ERROR
           ADD 1 TO WS-NUM-REGISTRO
           ADD 1 TO WS-TOT-LEIDOS
           EVALUATE TRUE
              WHEN TIPO-MOV-ALTA OF REG-ENTRADA
                 PERFORM 2200-PROCESAR-ALTA
              WHEN TIPO-MOV-BAJA OF REG-ENTRADA
                 PERFORM 2300-PROCESAR-BAJA
              WHEN TIPO-MOV-MODIF OF REG-ENTRADA
                 PERFORM 2400-PROCESAR-MODIFICACION
              WHEN OTHER
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'TIPO DE MOVIMIENTO INVALIDO' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE
           IF WS-ERROR-N
              PERFORM 2960-ACUMULAR-ACEPTADO
           ELSE
              ADD 1 TO WS-TOT-RECHAZADOS
           END-IF
           PERFORM 2900-COMMIT-PUNTO
           READ FICHERO-ENT.

      ***************************************************************
      * ALTA DE PERSONA EN LA CUENTA: CBU Y CUIT VALIDOS, CARACTER   *
      * Y NOMBRE INFORMADOS, LA CUENTA DEBE EXISTIR ACTIVA, EL CUIT  *
      * NO PUEDE SER EL DEL TITULAR PRINCIPAL NI ESTAR YA VINCULADO  *
      * ACTIVO, Y LA PERSONA PASA POR LA LISTA DE CONTROL. UN PAR    *
      * DADO DE BAJA SE REACTIVA CON LA FECHA DE ESTA CORRIDA.       *
      ***************************************************************
       2200-PROCESAR-ALTA.
           PERFORM 2210-VALIDAR-DATOS
           IF WS-ERROR-N
              PERFORM 2215-VERIFICAR-CLIENTE
           END-IF
           IF WS-ERROR-N
              PERFORM 2220-VERIFICAR-NO-ACTIVO
           END-IF
           IF WS-ERROR-N
              PERFORM 2250-CONTROLAR-LISTA
           END-IF
           IF WS-ERROR-N
              IF WS-TIT-EXISTE-S
                 PERFORM 2240-REACTIVAR-TITULAR
              ELSE
                 PERFORM 2230-INSERTAR-TITULAR
              END-IF
           END-IF
           IF WS-ERROR-N
              MOVE ROL OF REG-ENTRADA TO ROL-NVO OF DCLTITHIST
              MOVE NOMBRE OF REG-ENTRADA TO NOMBRE-NVO OF DCLTITHIST
              MOVE 'A' TO ESTADO-NVO OF DCLTITHIST
              PERFORM 2600-GRABAR-HISTORIAL
           END-IF.

      ***************************************************************
      * VALIDACIONES FORMALES: DIGITO VERIFICADOR DEL CBU Y DEL CUIT,*
      * CARACTER T/C/A Y NOMBRE INFORMADO. EN LA MODIFICACION SOLO   *
      * SE CONTROLAN LOS DATOS QUE CAMBIAN (CARACTER Y NOMBRE).      *
      ***************************************************************
       2210-VALIDAR-DATOS.
           IF TIPO-MOV-ALTA OF REG-ENTRADA
              CALL WS-SVERICBU USING CBU-CLIENTE OF REG-ENTRADA,
                                     WS-VALIDAR
              IF WS-VALIDAR-N
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'CBU FORMATO INVALIDO' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF
           IF WS-ERROR-N AND TIPO-MOV-ALTA OF REG-ENTRADA
              CALL WS-SVERICUIT USING CUIT OF REG-ENTRADA,
                                      WS-VALIDAR
              IF WS-VALIDAR-N
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'CUIT INVALIDO' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF
           IF WS-ERROR-N
              IF NOT ROL-VALIDO OF REG-ENTRADA
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'CARACTER DEL TITULAR INVALIDO' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF
           IF WS-ERROR-N
              IF NOMBRE OF REG-ENTRADA = SPACES
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'NOMBRE NO INFORMADO' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF.

      ***************************************************************
      * LA CUENTA DEBE EXISTIR Y NO ESTAR DADA DE BAJA. EL TITULAR   *
      * PRINCIPAL YA ESTA EN TRX.CLIENTE Y NO SE DUPLICA ACA.        *
      ***************************************************************
       2215-VERIFICAR-CLIENTE.
           MOVE CBU-CLIENTE OF REG-ENTRADA
             TO CBU-CLIENTE-TEXT OF DCLCLIENTE
           EXEC SQL
                SELECT ESTADO_CLIENTE, CUIT
                INTO :DCLCLIENTE.ESTADO-CLIENTE,
                     :DCLCLIENTE.CUIT
                FROM TRX.CLIENTE
                WHERE CBU_CLIENTE = :DCLCLIENTE.CBU-CLIENTE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 IF ESTADO-CLIENTE OF DCLCLIENTE = 'B'
                    PERFORM 2800-CAMBIAR-DATOS-ERROR
                    MOVE 'CLIENTE DADO DE BAJA' TO E-RAZON
                    PERFORM 2805-ESCRIBIR-ERROR
                    MOVE 'S' TO WS-ERROR
                 END-IF
              WHEN 100
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'CBU INEXISTENTE.' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              WHEN OTHER
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2215' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE
           IF WS-ERROR-N
              IF CUIT OF DCLCLIENTE = CUIT OF REG-ENTRADA
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'CUIT ES EL TITULAR PRINCIPAL' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF.

       2220-VERIFICAR-NO-ACTIVO.
           MOVE 'N' TO WS-TIT-EXISTE
           PERFORM 2310-LEER-TITULAR
           IF SQLCODE = 0
              MOVE 'S' TO WS-TIT-EXISTE
              IF ESTADO-TITULAR OF DCLTITULAR = 'A'
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'PERSONA YA VINCULADA A LA CUENTA' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF.

       2230-INSERTAR-TITULAR.
           MOVE ROL OF REG-ENTRADA TO ROL OF DCLTITULAR
           MOVE NOMBRE OF REG-ENTRADA TO NOMBRE OF DCLTITULAR
           MOVE WS-FECHA-HOY TO FECHA-ALTA OF DCLTITULAR
           MOVE 'A' TO ESTADO-TITULAR OF DCLTITULAR
           EXEC SQL
                INSERT INTO TRX.TITULAR
                       (CBU_CLIENTE, CUIT, NOMBRE, ROL, FECHA_ALTA,
                        FECHA_BAJA, ESTADO_TITULAR)
                VALUES (:DCLTITULAR.CBU-CLIENTE,
                        :DCLTITULAR.CUIT,
                        :DCLTITULAR.NOMBRE,
                        :DCLTITULAR.ROL,
                        :DCLTITULAR.FECHA-ALTA,
                        NULL,
                        :DCLTITULAR.ESTADO-TITULAR)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE SQLCODE TO WS-ENC-CODE
              MOVE WS-ERROR-NCONTROL TO E-RAZON
              MOVE '2230' TO E-PARRAFO
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF.

      * LA REACTIVACION ABRE UN NUEVO PERIODO: NUEVA FECHA DE ALTA Y
      * SIN FECHA DE BAJA.
       2240-REACTIVAR-TITULAR.
           MOVE ROL OF REG-ENTRADA TO ROL OF DCLTITULAR
           MOVE NOMBRE OF REG-ENTRADA TO NOMBRE OF DCLTITULAR
           MOVE WS-FECHA-HOY TO FECHA-ALTA OF DCLTITULAR
           EXEC SQL
                UPDATE TRX.TITULAR
                SET ESTADO_TITULAR = 'A',
                    ROL = :DCLTITULAR.ROL,
                    NOMBRE = :DCLTITULAR.NOMBRE,
                    FECHA_ALTA = :DCLTITULAR.FECHA-ALTA,
                    FECHA_BAJA = NULL
                WHERE CBU_CLIENTE = :DCLTITULAR.CBU-CLIENTE
                  AND CUIT = :DCLTITULAR.CUIT
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE SQLCODE TO WS-ENC-CODE
              MOVE WS-ERROR-NCONTROL TO E-RAZON
              MOVE '2240' TO E-PARRAFO
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF.

      ***************************************************************
      * LA PERSONA DEL ALTA O DE LA MODIFICACION SE CONTROLA CONTRA  *
      * LA LISTA DE CONTROL IGUAL QUE EL TITULAR EN PMNTCLI: SI      *
      * COINCIDE, LA NOVEDAD NO SE APLICA Y VERILST ABRE EL CASO     *
      * SOBRE EL CBU DE LA CUENTA PARA QUE CUMPLIMIENTO LO RESUELVA  *
      * POR PDECSOS.                                                 *
      ***************************************************************
       2250-CONTROLAR-LISTA.
           CALL WS-SVERILST USING CUIT OF REG-ENTRADA,
                                   NOMBRE OF REG-ENTRADA,
                                   CBU-CLIENTE OF REG-ENTRADA,
                                   WS-LST-MODO, WS-LST-RESULTADO,
                                   WS-LST-ID-CASO, WS-LST-SQLCODE
           EVALUATE TRUE
              WHEN WS-LST-RESULTADO-S
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'PERSONA EN LISTA DE CONTROL' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
                 ADD 1 TO WS-TOT-R-LISTA
              WHEN WS-LST-RESULTADO-E
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE WS-LST-SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2250' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

      ***************************************************************
      * BAJA DE LA PERSONA EN LA CUENTA: NO SE BORRA LA FILA, QUEDA  *
      * INACTIVA CON LA FECHA DE BAJA PARA EL REGIMEN INFORMATIVO.   *
      ***************************************************************
       2300-PROCESAR-BAJA.
           PERFORM 2305-VERIFICAR-EXISTE-ACTIVO
           IF WS-ERROR-N
              MOVE WS-FECHA-HOY TO FECHA-BAJA OF DCLTITULAR
              EXEC SQL
                   UPDATE TRX.TITULAR
                   SET ESTADO_TITULAR = 'B',
                       FECHA_BAJA = :DCLTITULAR.FECHA-BAJA
                   WHERE CBU_CLIENTE = :DCLTITULAR.CBU-CLIENTE
                     AND CUIT = :DCLTITULAR.CUIT
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2300' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF
           IF WS-ERROR-N
              MOVE ROL-ANT OF DCLTITHIST TO ROL-NVO OF DCLTITHIST
              MOVE NOMBRE-ANT OF DCLTITHIST TO NOMBRE-NVO OF DCLTITHIST
              MOVE 'B' TO ESTADO-NVO OF DCLTITHIST
              PERFORM 2600-GRABAR-HISTORIAL
           END-IF.

       2305-VERIFICAR-EXISTE-ACTIVO.
           PERFORM 2310-LEER-TITULAR
           EVALUATE SQLCODE
              WHEN 0
                 IF ESTADO-TITULAR OF DCLTITULAR = 'B'
                    PERFORM 2800-CAMBIAR-DATOS-ERROR
                    MOVE 'PERSONA YA DADA DE BAJA' TO E-RAZON
                    PERFORM 2805-ESCRIBIR-ERROR
                    MOVE 'S' TO WS-ERROR
                 END-IF
              WHEN 100
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'PERSONA NO VINCULADA A LA CUENTA' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

      ***************************************************************
      * LECTURA DEL PAR CBU/CUIT. LOS VALORES LEIDOS QUEDAN COMO     *
      * IMAGEN ANTERIOR DEL HISTORIAL. UN ERROR DE BASE SE REGISTRA  *
      * ACA; EL LLAMADOR EVALUA 0 Y 100.                             *
      ***************************************************************
       2310-LEER-TITULAR.
           MOVE CBU-CLIENTE OF REG-ENTRADA TO CBU-CLIENTE OF DCLTITULAR
           MOVE CUIT OF REG-ENTRADA TO CUIT OF DCLTITULAR
           MOVE SPACES TO ROL-ANT OF DCLTITHIST
           MOVE SPACES TO NOMBRE-ANT OF DCLTITHIST
           MOVE SPACES TO ESTADO-ANT OF DCLTITHIST
           EXEC SQL
                SELECT ROL, NOMBRE, ESTADO_TITULAR
                INTO :DCLTITULAR.ROL,
                     :DCLTITULAR.NOMBRE,
                     :DCLTITULAR.ESTADO-TITULAR
                FROM TRX.TITULAR
                WHERE CBU_CLIENTE = :DCLTITULAR.CBU-CLIENTE
                  AND CUIT = :DCLTITULAR.CUIT
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE ROL OF DCLTITULAR TO ROL-ANT OF DCLTITHIST
                 MOVE NOMBRE OF DCLTITULAR TO NOMBRE-ANT OF DCLTITHIST
                 MOVE ESTADO-TITULAR OF DCLTITULAR
                   TO ESTADO-ANT OF DCLTITHIST
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2310' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

      ***************************************************************
      * MODIFICACION: EL PAR DEBE EXISTIR ACTIVO. CAMBIA EL CARACTER *
      * Y EL NOMBRE; LA FECHA DE ALTA SE CONSERVA. EL NOMBRE NUEVO   *
      * VUELVE A PASAR POR LA LISTA DE CONTROL.                      *
      ***************************************************************
       2400-PROCESAR-MODIFICACION.
           PERFORM 2210-VALIDAR-DATOS
           IF WS-ERROR-N
              PERFORM 2305-VERIFICAR-EXISTE-ACTIVO
           END-IF
           IF WS-ERROR-N
              PERFORM 2250-CONTROLAR-LISTA
           END-IF
           IF WS-ERROR-N
              MOVE ROL OF REG-ENTRADA TO ROL OF DCLTITULAR
              MOVE NOMBRE OF REG-ENTRADA TO NOMBRE OF DCLTITULAR
              EXEC SQL
                   UPDATE TRX.TITULAR
                   SET ROL = :DCLTITULAR.ROL,
                       NOMBRE = :DCLTITULAR.NOMBRE
                   WHERE CBU_CLIENTE = :DCLTITULAR.CBU-CLIENTE
                     AND CUIT = :DCLTITULAR.CUIT
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2400' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF
           IF WS-ERROR-N
              MOVE ROL OF REG-ENTRADA TO ROL-NVO OF DCLTITHIST
              MOVE NOMBRE OF REG-ENTRADA TO NOMBRE-NVO OF DCLTITHIST
              MOVE 'A' TO ESTADO-NVO OF DCLTITHIST
              PERFORM 2600-GRABAR-HISTORIAL
           END-IF.

      ***************************************************************
      * GRABA LA FILA DE HISTORIAL DE LA NOVEDAD APLICADA, EN LA     *
      * MISMA UNIDAD DE TRABAJO QUE EL CAMBIO (VER PMNTCLI).         *
      ***************************************************************
       2600-GRABAR-HISTORIAL.
           MOVE CBU-CLIENTE OF REG-ENTRADA TO CBU-CLIENTE OF DCLTITHIST
           MOVE CUIT OF REG-ENTRADA TO CUIT OF DCLTITHIST
           MOVE TIPO-MOV OF REG-ENTRADA TO TIPO-MOV OF DCLTITHIST
           EXEC SQL
                INSERT INTO TRX.TITULAR_HIST
                       (CBU_CLIENTE, CUIT, TIPO_MOV, ROL_ANT,
                        NOMBRE_ANT, ESTADO_ANT, ROL_NVO, NOMBRE_NVO,
                        ESTADO_NVO, FECHA_HORA)
                VALUES (:DCLTITHIST.CBU-CLIENTE,
                        :DCLTITHIST.CUIT,
                        :DCLTITHIST.TIPO-MOV,
                        :DCLTITHIST.ROL-ANT,
                        :DCLTITHIST.NOMBRE-ANT,
                        :DCLTITHIST.ESTADO-ANT,
                        :DCLTITHIST.ROL-NVO,
                        :DCLTITHIST.NOMBRE-NVO,
                        :DCLTITHIST.ESTADO-NVO,
                        CURRENT TIMESTAMP)
           END-EXEC
      * SIN HISTORIAL NO SE CONFIRMA EL CAMBIO: ROLLBACK Y FIN DE LA
      * CORRIDA, EL REINICIO RETOMA DESDE EL ULTIMO COMMIT.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              EXEC SQL ROLLBACK END-EXEC
              PERFORM 3300-STOP-PROGRAM
           END-IF.

      *********************************************************
      * CARGAMOS LOS DATOS DE LA NOVEDAD RECHAZADA AL REGISTRO*
      * DE ERRORES.                                           *
      *********************************************************
       2800-CAMBIAR-DATOS-ERROR.
           MOVE TIPO-MOV OF REG-ENTRADA TO E-TIPO-MOV
           MOVE CBU-CLIENTE OF REG-ENTRADA TO E-CBU-CLIENTE
           MOVE CUIT OF REG-ENTRADA TO E-CUIT
           MOVE SPACES TO E-PARRAFO.

      *********************************************************
      * ESCRIBIMOS EL RECHAZO EN ERROR-FICH, PERO SOLO SI TODAVIA  *
      * NO ESTABA ESCRITO DESDE UNA CORRIDA ANTERIOR.              *
      *********************************************************
       2805-ESCRIBIR-ERROR.
           ADD 1 TO WS-NUM-ERRORES
           IF WS-NUM-ERRORES > WS-REG-REINICIO-ERR
              WRITE REG-ERROR
           END-IF.

      ***************************************************************
      * ACUMULA LOS TOTALES DE CONTROL DE NOVEDADES ACEPTADAS, POR   *
      * TIPO DE MOVIMIENTO.                                          *
      ***************************************************************
       2960-ACUMULAR-ACEPTADO.
           EVALUATE TRUE
              WHEN TIPO-MOV-ALTA OF REG-ENTRADA
                 ADD 1 TO WS-TOT-ALTAS
              WHEN TIPO-MOV-BAJA OF REG-ENTRADA
                 ADD 1 TO WS-TOT-BAJAS
              WHEN TIPO-MOV-MODIF OF REG-ENTRADA
                 ADD 1 TO WS-TOT-MODIF
           END-EVALUATE.

      ***************************************************************
      * PUNTO DE COMMIT: CADA WS-COMMIT-CADA REGISTROS PROCESADOS SE *
      * CONFIRMA LA UNIDAD DE TRABAJO Y SE ACTUALIZA EL PUNTO DE     *
      * REINICIO EN TRX.CONTROL_PROCESO.                             *
      ***************************************************************
       2900-COMMIT-PUNTO.
           ADD 1 TO WS-CONT-COMMIT
           IF WS-CONT-COMMIT >= WS-COMMIT-CADA
              EXEC SQL COMMIT END-EXEC
              MOVE WS-NUM-REGISTRO TO ULT-REG-COMMIT OF DCLCONTROL
              MOVE WS-NUM-ERRORES TO ULT-REG-ERROR OF DCLCONTROL
              EXEC SQL
                   UPDATE TRX.CONTROL_PROCESO
                   SET ULT_REG_COMMIT = :DCLCONTROL.ULT-REG-COMMIT,
                       ULT_REG_ERROR = :DCLCONTROL.ULT-REG-ERROR,
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
           PERFORM 3300-STOP-PROGRAM.

      ***************************************************************
      * COMMIT FINAL DE LA CORRIDA.                                  *
      ***************************************************************
       3100-COMMIT-FINAL.
           EXEC SQL COMMIT END-EXEC
           EXEC SQL
                UPDATE TRX.CONTROL_PROCESO
                SET ULT_REG_COMMIT = 0,
                    ULT_REG_ERROR = 0,
                    ESTADO_PROCESO = 'C'
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
           MOVE 'REGISTROS LEIDOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-LEIDOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'PERSONAS VINCULADAS A CUENTAS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-ALTAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'PERSONAS DESVINCULADAS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-BAJAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'MODIFICACIONES ACEPTADAS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-MODIF TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'REGISTROS RECHAZADOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-RECHAZADOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   RECHAZOS POR LISTA DE CONTROL' TO WS-RC-ETIQUETA
           MOVE WS-TOT-R-LISTA TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           WRITE REG-REPORTE FROM WS-REP-GUIONES.

       3300-STOP-PROGRAM.
           STOP RUN.
