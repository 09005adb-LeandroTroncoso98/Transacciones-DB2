       IDENTIFICATION DIVISION.
       PROGRAM-ID. PMNTPLN.
       AUTHOR. TRONCOSO LEANDRO.
      **********************************************************
      * Mantenimiento de planes promocionales de comision, con *
      * el mismo esquema A/B/M de PMNTACU. El registro 'P'     *
      * define el plan (TRX.PLAN_COMISION: cupo mensual sin    *
      * comision, porcentaje reducido o exencion, con su       *
      * vigencia) y el 'C' lo asigna a un CBU                  *
      * (TRX.PLAN_CLIENTE). Un plan de alcance 'N' rige ademas *
      * para toda cuenta que cobra haberes por PNOMINA. Los    *
      * aplican PDBTRX y PAUTTRX al cobrar la comision; la     *
      * baja no borra porque las transacciones bonificadas     *
      * referencian el plan (ver PRPTBON).                     *
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
      * REGISTRO DE NOVEDADES DE PLANES PROMOCIONALES DE COMISION, EN
      * EL MISMO ESQUEMA A/B/M QUE PMNTACU. HAY DOS TIPOS DE REGISTRO:
      * 'P' DEFINE EL PLAN (TRX.PLAN_COMISION) Y 'C' LO ASIGNA A UN
      * CBU (TRX.PLAN_CLIENTE). UN PLAN ES UN CUPO MENSUAL DE
      * TRANSFERENCIAS SIN COMISION ('C'), UN PORCENTAJE REDUCIDO
      * ('R', MISMO CRITERIO QUE PORCENTAJE DE TRX.TASA_COMISION) O
      * LA EXENCION TOTAL ('E'), CON SU VIGENCIA. EL ALCANCE 'C' LO
      * APLICA SOLO A LOS CBU ASIGNADOS; EL ALCANCE 'N' LO APLICA
      * ADEMAS A TODO CBU QUE COBRA HABERES POR PNOMINA, SIN
      * ASIGNACION (VER 2315 DE PDBTRX). LA BAJA NO BORRA: DEJA EL
      * PLAN O LA ASIGNACION INACTIVOS, PORQUE LAS TRANSACCIONES YA
      * BONIFICADAS LOS REFERENCIAN (VER PRPTBON).
       FD FICHERO-ENT RECORDING MODE IS F
                      DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA.
          05 TIPO-REG              PIC X(1).
             88 REG-ES-PLAN        VALUE 'P'.
             88 REG-ES-ASIGNACION  VALUE 'C'.
          05 TIPO-MOV              PIC X(1).
             88 TIPO-MOV-ALTA      VALUE 'A'.
             88 TIPO-MOV-BAJA      VALUE 'B'.
             88 TIPO-MOV-MODIF     VALUE 'M'.
          05 COD-PLAN              PIC X(6).
      * VIGENCIA DEL PLAN O DE LA ASIGNACION. EN LA ASIGNACION, UNA
      * FECHA EN BLANCO TOMA LA DEL PLAN.
          05 FECHA-DESDE.
             10 FD-ANIO            PIC 9(4).
             10 FILLER             PIC X.
             10 FD-MES             PIC 9(2).
             10 FILLER             PIC X.
             10 FD-DIA             PIC 9(2).
          05 FECHA-HASTA.
             10 FH-ANIO            PIC 9(4).
             10 FILLER             PIC X.
             10 FH-MES             PIC 9(2).
             10 FILLER             PIC X.
             10 FH-DIA             PIC 9(2).
          05 DATOS-NOVEDAD         PIC X(52).

      * VISTA DE LA DEFINICION DEL PLAN (TIPO-REG 'P').
       01 REG-ENTRADA-PLAN REDEFINES REG-ENTRADA.
          05 FILLER                PIC X(28).
          05 P-DESCRIPCION         PIC X(30).
          05 P-TIPO-PLAN           PIC X(1).
             88 P-TIPO-CUPO        VALUE 'C'.
             88 P-TIPO-REDUCIDO    VALUE 'R'.
             88 P-TIPO-EXENCION    VALUE 'E'.
          05 P-ALCANCE             PIC X(1).
             88 P-ALCANCE-VALIDO   VALUE 'C' 'N'.
          05 P-CUPO-MENSUAL        PIC 9(4).
          05 P-PORCENTAJE          PIC 9(3)V9(6).
          05 FILLER                PIC X(7).

      * VISTA DE LA ASIGNACION DEL PLAN A UN CBU (TIPO-REG 'C').
       01 REG-ENTRADA-ASIG REDEFINES REG-ENTRADA.
          05 FILLER                PIC X(28).
          05 A-CBU                 PIC X(22).
          05 FILLER                PIC X(30).

      *REGISTRO PARA REGISTRAR LOS ERRORES.
       FD ERROR-FICH RECORDING MODE IS F
                     DATA RECORD IS REG-ERROR.
       01 REG-ERROR.
          05 E-TIPO-REG            PIC X(1).
          05 E-TIPO-MOV            PIC X(1).
          05 E-COD-PLAN            PIC X(6).
          05 E-CBU                 PIC X(22).
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

      * ESTADO DEL PLAN O DE LA ASIGNACION LEIDOS DE LA BASE.
       77 WS-ESTADO-LEIDO         PIC X VALUE 'N'.
          88 WS-LEIDO-ACTIVO      VALUE 'A'.
          88 WS-LEIDO-DE-BAJA     VALUE 'B'.
          88 WS-LEIDO-INEXISTENTE VALUE 'N'.

      * CONTADORES PARA EL REPORTE DE TOTALES DE CONTROL.
       77 WS-TOT-LEIDOS           PIC 9(9) COMP VALUE 0.
       77 WS-TOT-PLN-ALTAS        PIC 9(9) COMP VALUE 0.
       77 WS-TOT-PLN-MODIF        PIC 9(9) COMP VALUE 0.
       77 WS-TOT-PLN-BAJAS        PIC 9(9) COMP VALUE 0.
       77 WS-TOT-ASG-ALTAS        PIC 9(9) COMP VALUE 0.
       77 WS-TOT-ASG-MODIF        PIC 9(9) COMP VALUE 0.
       77 WS-TOT-ASG-BAJAS        PIC 9(9) COMP VALUE 0.
       77 WS-TOT-RECHAZADOS       PIC 9(9) COMP VALUE 0.

      * LINEAS DEL REPORTE DE CONTROL.
       01 WS-REP-GUIONES          PIC X(80) VALUE ALL '-'.
       01 WS-REP-TITULO.
          05 FILLER               PIC X(23) VALUE SPACES.
          05 FILLER               PIC X(34)
                         VALUE 'REPORTE DE CONTROL - PMNTPLN'.
          05 FILLER               PIC X(23) VALUE SPACES.
       01 WS-REP-CONTADOR.
          05 WS-RC-ETIQUETA       PIC X(45).
          05 WS-RC-VALOR          PIC ZZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(24) VALUE SPACES.

       01 WS-ERROR-NCONTROL.
          05 FILLER               PIC X(29)
                     VALUE 'ERROR NO CONTROLADO, CODIGO: '.
          05 WS-ENC-CODE          PIC -999.

      * SQLCA Y DCLGEN DE LOS PLANES, DE SU ASIGNACION A CBU Y DE
      * CLIENTES (EL PLAN SE ASIGNA A UN CLIENTE NUESTRO NO DADO DE
      * BAJA).
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TRXPLN END-EXEC.
           EXEC SQL INCLUDE TRXPLC END-EXEC.
           EXEC SQL INCLUDE TRXCLI END-EXEC.
      * DCLGEN DE LA TABLA DE CONTROL DE REINICIO/COMMIT.
           EXEC SQL INCLUDE TRXCTL END-EXEC.
           EXEC SQL BEGIN DECLARE SECTION
           END-EXEC.
       01 DCLAUX.
          10 CANT-ASIG-ACTIVAS     PIC S9(4) USAGE COMP.
           EXEC SQL END DECLARE SECTION
           END-EXEC.

      * CONTROL DE COMMITS Y REINICIO (VER TRX.CONTROL_PROCESO).
       77 WS-PROGRAMA              PIC X(8) VALUE 'PMNTPLN'.
       77 WS-COMMIT-CADA           PIC 9(4) COMP VALUE 100.
       77 WS-CONT-COMMIT           PIC 9(4) COMP VALUE 0.
       77 WS-NUM-REGISTRO          PIC 9(9) COMP VALUE 0.
       77 WS-REG-REINICIO          PIC 9(9) COMP VALUE 0.

      * MISMO ESQUEMA DE RECHAZOS YA ESCRITOS QUE PMNTCLI.
       77 WS-NUM-ERRORES           PIC 9(9) COMP VALUE 0.
       77 WS-REG-REINICIO-ERR      PIC 9(9) COMP VALUE 0.

      * VARIABLES SUB-PROG VERICBU Y VERFECH.
       77 WS-SVERICBU              PIC X(08) VALUE 'VERICBU'.
       77 WS-SVERFECH              PIC X(08) VALUE 'VERFECH'.
       77 WS-VALIDAR               PIC X.
          88 WS-VALIDAR-N          VALUE 'N'.
          88 WS-VALIDAR-S          VALUE 'S'.

       01 WS-FECHA-VER.
          05 WS-FV-DIA            PIC 9(2).
          05 WS-FV-MES            PIC 9(2).
          05 WS-FV-ANIO           PIC 9(4).

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
              WHEN REG-ES-PLAN AND TIPO-MOV-ALTA
                 PERFORM 2200-ALTA-PLAN
              WHEN REG-ES-PLAN AND TIPO-MOV-MODIF
                 PERFORM 2300-MODIFICAR-PLAN
              WHEN REG-ES-PLAN AND TIPO-MOV-BAJA
                 PERFORM 2400-BAJA-PLAN
              WHEN REG-ES-ASIGNACION AND TIPO-MOV-ALTA
                 PERFORM 2500-ALTA-ASIGNACION
              WHEN REG-ES-ASIGNACION AND TIPO-MOV-MODIF
                 PERFORM 2600-MODIFICAR-ASIGNACION
              WHEN REG-ES-ASIGNACION AND TIPO-MOV-BAJA
                 PERFORM 2700-BAJA-ASIGNACION
              WHEN NOT REG-ES-PLAN AND NOT REG-ES-ASIGNACION
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'TIPO DE REGISTRO INVALIDO' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
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
      * ALTA DE PLAN: EL CODIGO NO PUEDE EXISTIR (NI DADO DE BAJA:   *
      * LAS TRANSACCIONES BONIFICADAS LO SIGUEN REFERENCIANDO).      *
      ***************************************************************
       2200-ALTA-PLAN.
           PERFORM 2210-VALIDAR-PLAN
           IF WS-ERROR-N
              PERFORM 2250-LEER-PLAN
           END-IF
           IF WS-ERROR-N AND NOT WS-LEIDO-INEXISTENTE
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'PLAN YA EXISTENTE' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N
              PERFORM 2260-CARGAR-PLAN
              MOVE 'A' TO ESTADO-PLAN OF DCLPLAN
              EXEC SQL
                   INSERT INTO TRX.PLAN_COMISION
                          (COD_PLAN, DESCRIPCION, TIPO_PLAN, ALCANCE,
                           CUPO_MENSUAL, PORCENTAJE, FECHA_DESDE,
                           FECHA_HASTA, ESTADO_PLAN)
                   VALUES (:DCLPLAN.COD-PLAN,
                           :DCLPLAN.DESCRIPCION,
                           :DCLPLAN.TIPO-PLAN,
                           :DCLPLAN.ALCANCE,
                           :DCLPLAN.CUPO-MENSUAL,
                           :DCLPLAN.PORCENTAJE,
                           :DCLPLAN.FECHA-DESDE,
                           :DCLPLAN.FECHA-HASTA,
                           :DCLPLAN.ESTADO-PLAN)
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2200' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF.

      ***************************************************************
      * VALIDACIONES DEL PLAN PARA EL ALTA Y LA MODIFICACION: CODIGO *
      * Y DESCRIPCION INFORMADOS, TIPO Y ALCANCE VALIDOS, CUPO PARA  *
      * EL PLAN DE CUPO, PORCENTAJE PARA EL DE PORCENTAJE REDUCIDO Y *
      * VIGENCIA VALIDA.                                             *
      ***************************************************************
       2210-VALIDAR-PLAN.
           IF COD-PLAN OF REG-ENTRADA = SPACES
              OR P-DESCRIPCION = SPACES
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'CODIGO O DESCRIPCION NO INFORMADOS' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N
              IF NOT P-TIPO-CUPO AND NOT P-TIPO-REDUCIDO
                 AND NOT P-TIPO-EXENCION
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'TIPO DE PLAN INVALIDO' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF
           IF WS-ERROR-N
              IF NOT P-ALCANCE-VALIDO
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'ALCANCE DEL PLAN INVALIDO' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF
           IF WS-ERROR-N AND P-TIPO-CUPO
              IF P-CUPO-MENSUAL IS NOT NUMERIC
                 OR P-CUPO-MENSUAL = 0
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'CUPO MENSUAL INVALIDO' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF
           IF WS-ERROR-N AND P-TIPO-REDUCIDO
              IF P-PORCENTAJE IS NOT NUMERIC
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'PORCENTAJE INVALIDO' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF
           IF WS-ERROR-N
              PERFORM 2220-VALIDAR-VIGENCIA
           END-IF.

      ***************************************************************
      * LA VIGENCIA INFORMADA: AMBAS FECHAS VALIDAS (VERFECH) Y LA   *
      * FECHA HASTA NO ANTERIOR A LA FECHA DESDE.                    *
      ***************************************************************
       2220-VALIDAR-VIGENCIA.
           IF FD-ANIO IS NOT NUMERIC OR FD-MES IS NOT NUMERIC
              OR FD-DIA IS NOT NUMERIC
              MOVE 'N' TO WS-VALIDAR
           ELSE
              MOVE FD-ANIO TO WS-FV-ANIO
              MOVE FD-MES TO WS-FV-MES
              MOVE FD-DIA TO WS-FV-DIA
              CALL WS-SVERFECH USING WS-FECHA-VER, WS-VALIDAR
           END-IF
           IF WS-VALIDAR-N
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'FECHA INVALIDA' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N
              IF FH-ANIO IS NOT NUMERIC OR FH-MES IS NOT NUMERIC
                 OR FH-DIA IS NOT NUMERIC
                 MOVE 'N' TO WS-VALIDAR
              ELSE
                 MOVE FH-ANIO TO WS-FV-ANIO
                 MOVE FH-MES TO WS-FV-MES
                 MOVE FH-DIA TO WS-FV-DIA
                 CALL WS-SVERFECH USING WS-FECHA-VER, WS-VALIDAR
              END-IF
              IF WS-VALIDAR-N
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'FECHA INVALIDA' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF
           IF WS-ERROR-N
              IF FECHA-HASTA OF REG-ENTRADA
                 < FECHA-DESDE OF REG-ENTRADA
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'VIGENCIA INVALIDA' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF.

      ***************************************************************
      * LECTURA DEL PLAN POR CODIGO. DEJA EN WS-ESTADO-LEIDO SI ESTA *
      * ACTIVO, DADO DE BAJA O NO EXISTE, Y EN DCLPLAN SUS DATOS.    *
      ***************************************************************
       2250-LEER-PLAN.
           MOVE 'N' TO WS-ESTADO-LEIDO
           MOVE COD-PLAN OF REG-ENTRADA TO COD-PLAN OF DCLPLAN
           EXEC SQL
                SELECT ALCANCE, FECHA_DESDE, FECHA_HASTA, ESTADO_PLAN
                INTO :DCLPLAN.ALCANCE,
                     :DCLPLAN.FECHA-DESDE,
                     :DCLPLAN.FECHA-HASTA,
                     :DCLPLAN.ESTADO-PLAN
                FROM TRX.PLAN_COMISION
                WHERE COD_PLAN = :DCLPLAN.COD-PLAN
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE ESTADO-PLAN OF DCLPLAN TO WS-ESTADO-LEIDO
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2250' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

      * EL CUPO Y EL PORCENTAJE SOLO SE GUARDAN EN EL TIPO DE PLAN
      * QUE LOS USA; EN LOS DEMAS QUEDAN EN CERO.
       2260-CARGAR-PLAN.
           MOVE COD-PLAN OF REG-ENTRADA TO COD-PLAN OF DCLPLAN
           MOVE P-DESCRIPCION TO DESCRIPCION OF DCLPLAN
           MOVE P-TIPO-PLAN TO TIPO-PLAN OF DCLPLAN
           MOVE P-ALCANCE TO ALCANCE OF DCLPLAN
           MOVE ZEROS TO CUPO-MENSUAL OF DCLPLAN
           MOVE ZEROS TO PORCENTAJE OF DCLPLAN
           IF P-TIPO-CUPO
              MOVE P-CUPO-MENSUAL TO CUPO-MENSUAL OF DCLPLAN
           END-IF
           IF P-TIPO-REDUCIDO
              MOVE P-PORCENTAJE TO PORCENTAJE OF DCLPLAN
           END-IF
           MOVE FECHA-DESDE OF REG-ENTRADA TO FECHA-DESDE OF DCLPLAN
           MOVE FECHA-HASTA OF REG-ENTRADA TO FECHA-HASTA OF DCLPLAN.

      ***************************************************************
      * MODIFICACION DE PLAN: EL PLAN DEBE EXISTIR ACTIVO. SE        *
      * REEMPLAZAN TODOS SUS DATOS; LO YA BONIFICADO NO CAMBIA, Y EL *
      * CONSUMO DEL MES SE SIGUE CONTANDO CONTRA EL CUPO NUEVO.      *
      ***************************************************************
       2300-MODIFICAR-PLAN.
           PERFORM 2210-VALIDAR-PLAN
           IF WS-ERROR-N
              PERFORM 2250-LEER-PLAN
           END-IF
           IF WS-ERROR-N AND NOT WS-LEIDO-ACTIVO
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'PLAN INEXISTENTE O DADO DE BAJA' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N
              PERFORM 2260-CARGAR-PLAN
              EXEC SQL
                   UPDATE TRX.PLAN_COMISION
                   SET DESCRIPCION = :DCLPLAN.DESCRIPCION,
                       TIPO_PLAN = :DCLPLAN.TIPO-PLAN,
                       ALCANCE = :DCLPLAN.ALCANCE,
                       CUPO_MENSUAL = :DCLPLAN.CUPO-MENSUAL,
                       PORCENTAJE = :DCLPLAN.PORCENTAJE,
                       FECHA_DESDE = :DCLPLAN.FECHA-DESDE,
                       FECHA_HASTA = :DCLPLAN.FECHA-HASTA
                   WHERE COD_PLAN = :DCLPLAN.COD-PLAN
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2300' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF.

      ***************************************************************
      * BAJA DE PLAN: DEJA DE APLICARSE DESDE LA PROXIMA             *
      * TRANSFERENCIA. SUS ASIGNACIONES QUEDAN COMO ESTAN: PDBTRX    *
      * YA NO LAS TOMA PORQUE EL PLAN NO ESTA ACTIVO.                *
      ***************************************************************
       2400-BAJA-PLAN.
           PERFORM 2250-LEER-PLAN
           IF WS-ERROR-N AND NOT WS-LEIDO-ACTIVO
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'PLAN INEXISTENTE O DADO DE BAJA' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N
              EXEC SQL
                   UPDATE TRX.PLAN_COMISION
                   SET ESTADO_PLAN = 'B'
                   WHERE COD_PLAN = :DCLPLAN.COD-PLAN
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2400' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF.

      ***************************************************************
      * ALTA DE ASIGNACION: CBU VALIDO DE UN CLIENTE NO DADO DE      *
      * BAJA, PLAN ACTIVO Y VIGENCIA VALIDA (EN BLANCO TOMA LA DEL   *
      * PLAN). UN CBU TIENE A LO SUMO UNA ASIGNACION ACTIVA: PARA    *
      * CAMBIARLO DE PLAN SE DA DE BAJA LA ANTERIOR. SI EL PAR       *
      * CBU/PLAN YA ESTUVO ASIGNADO, SE REACTIVA.                    *
      ***************************************************************
       2500-ALTA-ASIGNACION.
           PERFORM 2510-VALIDAR-ASIGNACION
           IF WS-ERROR-N
              PERFORM 2520-VERIFICAR-SIN-PLAN
           END-IF
           IF WS-ERROR-N
              PERFORM 2550-LEER-ASIGNACION
           END-IF
           IF WS-ERROR-N
              MOVE 'A' TO ESTADO-ASIGNACION OF DCLPLANCLI
              IF WS-LEIDO-INEXISTENTE
                 EXEC SQL
                      INSERT INTO TRX.PLAN_CLIENTE
                             (CBU_CLIENTE, COD_PLAN, FECHA_DESDE,
                              FECHA_HASTA, ESTADO_ASIGNACION)
                      VALUES (:DCLPLANCLI.CBU-CLIENTE,
                              :DCLPLANCLI.COD-PLAN,
                              :DCLPLANCLI.FECHA-DESDE,
                              :DCLPLANCLI.FECHA-HASTA,
                              :DCLPLANCLI.ESTADO-ASIGNACION)
                 END-EXEC
              ELSE
                 EXEC SQL
                      UPDATE TRX.PLAN_CLIENTE
                      SET FECHA_DESDE = :DCLPLANCLI.FECHA-DESDE,
                          FECHA_HASTA = :DCLPLANCLI.FECHA-HASTA,
                          ESTADO_ASIGNACION =
                                    :DCLPLANCLI.ESTADO-ASIGNACION
                      WHERE CBU_CLIENTE = :DCLPLANCLI.CBU-CLIENTE
                        AND COD_PLAN = :DCLPLANCLI.COD-PLAN
                 END-EXEC
              END-IF
              IF SQLCODE NOT = 0
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2500' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF.

      ***************************************************************
      * VALIDACIONES DE LA ASIGNACION PARA EL ALTA Y LA              *
      * MODIFICACION. DEJA LA VIGENCIA RESUELTA EN DCLPLANCLI.       *
      ***************************************************************
       2510-VALIDAR-ASIGNACION.
           CALL WS-SVERICBU USING A-CBU, WS-VALIDAR
           IF WS-VALIDAR-N
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'CBU FORMATO INVALIDO' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N
              PERFORM 2515-VERIFICAR-CLIENTE
           END-IF
           IF WS-ERROR-N
              PERFORM 2250-LEER-PLAN
           END-IF
           IF WS-ERROR-N AND NOT WS-LEIDO-ACTIVO
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'PLAN INEXISTENTE O DADO DE BAJA' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N
              IF FECHA-DESDE OF REG-ENTRADA = SPACES
                 MOVE FECHA-DESDE OF DCLPLAN
                   TO FECHA-DESDE OF REG-ENTRADA
              END-IF
              IF FECHA-HASTA OF REG-ENTRADA = SPACES
                 MOVE FECHA-HASTA OF DCLPLAN
                   TO FECHA-HASTA OF REG-ENTRADA
              END-IF
              PERFORM 2220-VALIDAR-VIGENCIA
           END-IF
           IF WS-ERROR-N
              MOVE A-CBU TO CBU-CLIENTE OF DCLPLANCLI
              MOVE COD-PLAN OF REG-ENTRADA TO COD-PLAN OF DCLPLANCLI
              MOVE FECHA-DESDE OF REG-ENTRADA
                TO FECHA-DESDE OF DCLPLANCLI
              MOVE FECHA-HASTA OF REG-ENTRADA
                TO FECHA-HASTA OF DCLPLANCLI
           END-IF.

       2515-VERIFICAR-CLIENTE.
           MOVE A-CBU TO CBU-CLIENTE-TEXT OF DCLCLIENTE
           EXEC SQL
                SELECT ESTADO_CLIENTE
                INTO :DCLCLIENTE.ESTADO-CLIENTE
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
                 MOVE '2515' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

       2520-VERIFICAR-SIN-PLAN.
           EXEC SQL
                SELECT COUNT(*)
                INTO :DCLAUX.CANT-ASIG-ACTIVAS
                FROM TRX.PLAN_CLIENTE
                WHERE CBU_CLIENTE = :DCLPLANCLI.CBU-CLIENTE
                  AND ESTADO_ASIGNACION = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE SQLCODE TO WS-ENC-CODE
              MOVE WS-ERROR-NCONTROL TO E-RAZON
              MOVE '2520' TO E-PARRAFO
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N AND CANT-ASIG-ACTIVAS OF DCLAUX > 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'CBU YA TIENE UN PLAN ASIGNADO' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF.

      ***************************************************************
      * LECTURA DEL PAR CBU/PLAN. DEJA EN WS-ESTADO-LEIDO SI LA      *
      * ASIGNACION ESTA ACTIVA, DADA DE BAJA O NO EXISTE.            *
      ***************************************************************
       2550-LEER-ASIGNACION.
           MOVE 'N' TO WS-ESTADO-LEIDO
           MOVE A-CBU TO CBU-CLIENTE OF DCLPLANCLI
           MOVE COD-PLAN OF REG-ENTRADA TO COD-PLAN OF DCLPLANCLI
           EXEC SQL
                SELECT ESTADO_ASIGNACION
                INTO :DCLPLANCLI.ESTADO-ASIGNACION
                FROM TRX.PLAN_CLIENTE
                WHERE CBU_CLIENTE = :DCLPLANCLI.CBU-CLIENTE
                  AND COD_PLAN = :DCLPLANCLI.COD-PLAN
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE ESTADO-ASIGNACION OF DCLPLANCLI
                   TO WS-ESTADO-LEIDO
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2550' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

      ***************************************************************
      * MODIFICACION DE ASIGNACION: CAMBIA LA VIGENCIA DE UNA        *
      * ASIGNACION ACTIVA.                                           *
      ***************************************************************
       2600-MODIFICAR-ASIGNACION.
           PERFORM 2510-VALIDAR-ASIGNACION
           IF WS-ERROR-N
              PERFORM 2550-LEER-ASIGNACION
           END-IF
           IF WS-ERROR-N AND NOT WS-LEIDO-ACTIVO
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'ASIGNACION INEXISTENTE O DE BAJA' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N
              MOVE FECHA-DESDE OF REG-ENTRADA
                TO FECHA-DESDE OF DCLPLANCLI
              MOVE FECHA-HASTA OF REG-ENTRADA
                TO FECHA-HASTA OF DCLPLANCLI
              EXEC SQL
                   UPDATE TRX.PLAN_CLIENTE
                   SET FECHA_DESDE = :DCLPLANCLI.FECHA-DESDE,
                       FECHA_HASTA = :DCLPLANCLI.FECHA-HASTA
                   WHERE CBU_CLIENTE = :DCLPLANCLI.CBU-CLIENTE
                     AND COD_PLAN = :DCLPLANCLI.COD-PLAN
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2600' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF.

      ***************************************************************
      * BAJA DE ASIGNACION: EL CBU DEJA DE TENER EL PLAN DESDE LA    *
      * PROXIMA TRANSFERENCIA.                                       *
      ***************************************************************
       2700-BAJA-ASIGNACION.
           PERFORM 2550-LEER-ASIGNACION
           IF WS-ERROR-N AND NOT WS-LEIDO-ACTIVO
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'ASIGNACION INEXISTENTE O DE BAJA' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N
              EXEC SQL
                   UPDATE TRX.PLAN_CLIENTE
                   SET ESTADO_ASIGNACION = 'B'
                   WHERE CBU_CLIENTE = :DCLPLANCLI.CBU-CLIENTE
                     AND COD_PLAN = :DCLPLANCLI.COD-PLAN
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2700' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF.

      *********************************************************
      * CARGAMOS LOS DATOS DE LA NOVEDAD RECHAZADA AL REGISTRO*
      * DE ERRORES.                                           *
      *********************************************************
       2800-CAMBIAR-DATOS-ERROR.
           MOVE TIPO-REG OF REG-ENTRADA TO E-TIPO-REG
           MOVE TIPO-MOV OF REG-ENTRADA TO E-TIPO-MOV
           MOVE COD-PLAN OF REG-ENTRADA TO E-COD-PLAN
           IF REG-ES-ASIGNACION
              MOVE A-CBU TO E-CBU
           ELSE
              MOVE SPACES TO E-CBU
           END-IF
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
      * TIPO DE REGISTRO Y DE MOVIMIENTO.                            *
      ***************************************************************
       2960-ACUMULAR-ACEPTADO.
           EVALUATE TRUE
              WHEN REG-ES-PLAN AND TIPO-MOV-ALTA
                 ADD 1 TO WS-TOT-PLN-ALTAS
              WHEN REG-ES-PLAN AND TIPO-MOV-MODIF
                 ADD 1 TO WS-TOT-PLN-MODIF
              WHEN REG-ES-PLAN AND TIPO-MOV-BAJA
                 ADD 1 TO WS-TOT-PLN-BAJAS
              WHEN REG-ES-ASIGNACION AND TIPO-MOV-ALTA
                 ADD 1 TO WS-TOT-ASG-ALTAS
              WHEN REG-ES-ASIGNACION AND TIPO-MOV-MODIF
                 ADD 1 TO WS-TOT-ASG-MODIF
              WHEN REG-ES-ASIGNACION AND TIPO-MOV-BAJA
                 ADD 1 TO WS-TOT-ASG-BAJAS
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
           MOVE 'PLANES DADOS DE ALTA' TO WS-RC-ETIQUETA
           MOVE WS-TOT-PLN-ALTAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'PLANES MODIFICADOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-PLN-MODIF TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'PLANES DADOS DE BAJA' TO WS-RC-ETIQUETA
           MOVE WS-TOT-PLN-BAJAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'ASIGNACIONES DADAS DE ALTA' TO WS-RC-ETIQUETA
           MOVE WS-TOT-ASG-ALTAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'ASIGNACIONES MODIFICADAS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-ASG-MODIF TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'ASIGNACIONES DADAS DE BAJA' TO WS-RC-ETIQUETA
           MOVE WS-TOT-ASG-BAJAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'REGISTROS RECHAZADOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-RECHAZADOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           WRITE REG-REPORTE FROM WS-REP-GUIONES.

       3300-STOP-PROGRAM.
           STOP RUN.
