       IDENTIFICATION DIVISION.
       PROGRAM-ID. PMNTCPT.
       AUTHOR. TRONCOSO LEANDRO.
      **********************************************************
      * Carga de la tabla de conceptos de transferencia        *
      * (TRX.CONCEPTO): el codigo de tres letras que viaja en  *
      * el detalle de PDBTRX, en las programadas y en las      *
      * ordenes permanentes, su descripcion y su estado. Un    *
      * codigo ya cargado se reemplaza; si no, se da de alta.  *
      * Un concepto inactivo deja de aceptarse pero sigue      *
      * describiendo los movimientos viejos; VAR, el que se    *
      * asume cuando el detalle viene sin concepto, no se      *
      * puede inactivar.                                       *
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
      * REGISTRO DE CARGA DE LA TABLA DE CONCEPTOS DE TRANSFERENCIA
      * (TRX.CONCEPTO): EL CODIGO DE TRES LETRAS QUE VIAJA EN EL
      * DETALLE DE PDBTRX, EN LAS PROGRAMADAS Y EN LAS ORDENES
      * PERMANENTES (ALQ ALQUILER, HON HONORARIOS, FAC FACTURA, HAB
      * HABERES, VAR VARIOS, ETC), SU DESCRIPCION Y EL ESTADO ('A'
      * ACTIVO / 'I' INACTIVO: UN CONCEPTO INACTIVO DEJA DE ACEPTARSE
      * EN LAS ALTAS PERO SIGUE DESCRIBIENDO LOS MOVIMIENTOS VIEJOS).
      * SI EL CODIGO YA ESTA CARGADO SE REEMPLAZA; SI NO, SE DA DE
      * ALTA. EL CONCEPTO VAR ES EL QUE ASUME PDBTRX CUANDO EL
      * DETALLE VIENE SIN CONCEPTO, ASI QUE DEBE ESTAR SIEMPRE ACTIVO.
       FD FICHERO-ENT RECORDING MODE IS F
                      DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA.
          05 COD-CONCEPTO          PIC X(3).
          05 DESCRIPCION           PIC X(30).
          05 ESTADO-CONCEPTO       PIC X(1).
             88 CONCEPTO-ACTIVO    VALUE 'A'.
             88 CONCEPTO-INACTIVO  VALUE 'I'.

      *REGISTRO PARA REGISTRAR LOS ERRORES.
       FD ERROR-FICH RECORDING MODE IS F
                     DATA RECORD IS REG-ERROR.
       01 REG-ERROR.
          05 E-COD-CONCEPTO        PIC X(3).
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

      * CONTADORES PARA EL REPORTE DE TOTALES DE CONTROL.
       77 WS-TOT-LEIDOS           PIC 9(9) COMP VALUE 0.
       77 WS-TOT-ALTAS            PIC 9(9) COMP VALUE 0.
       77 WS-TOT-REEMPLAZOS       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-RECHAZADOS       PIC 9(9) COMP VALUE 0.

      * LINEAS DEL REPORTE DE CONTROL.
       01 WS-REP-GUIONES          PIC X(80) VALUE ALL '-'.
       01 WS-REP-TITULO.
          05 FILLER               PIC X(23) VALUE SPACES.
          05 FILLER               PIC X(34)
                         VALUE 'REPORTE DE CONTROL - PMNTCPT'.
          05 FILLER               PIC X(23) VALUE SPACES.
       01 WS-REP-CONTADOR.
          05 WS-RC-ETIQUETA       PIC X(45).
          05 WS-RC-VALOR          PIC ZZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(24) VALUE SPACES.

       01 WS-ERROR-NCONTROL.
          05 FILLER               PIC X(29)
                     VALUE 'ERROR NO CONTROLADO, CODIGO: '.
          05 WS-ENC-CODE          PIC -999.

      * SQLCA Y DCLGEN DE LA TABLA DE CONCEPTOS DE TRANSFERENCIA.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TRXCPT END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN-PROGRAM.
           PERFORM 1000-INIT-PROGRAM
           READ FICHERO-ENT
           PERFORM 2000-PROCESAMIENTO UNTIL FS-ENTRADA-END
           PERFORM 3000-END-PROGRAM.

      ******************************************************************
      * PARRAFO DE APERTURA DE ARCHIVOS E INICIACION DE VARIABLES. LA  *
      * CARGA ES CHICA (POCOS CONCEPTOS) E IDEMPOTENTE, ASI QUE LA     *
      * CORRIDA ES UNA UNICA UNIDAD DE TRABAJO Y UNA CAIDA SE          *
      * RESUELVE REPITIENDOLA, IGUAL QUE PMNTIMP.                      *
      ******************************************************************
       1000-INIT-PROGRAM.
           OPEN INPUT FICHERO-ENT
           IF FS-ENTRADA NOT = 00
              PERFORM 3300-STOP-PROGRAM
           END-IF
           OPEN OUTPUT ERROR-FICH
           IF FS-ERROR NOT = 00
              CLOSE FICHERO-ENT
              PERFORM 3300-STOP-PROGRAM
           END-IF
           OPEN OUTPUT REPORTE-FICH
           IF FS-REPORTE NOT = 00
              CLOSE FICHERO-ENT
              CLOSE ERROR-FICH
              PERFORM 3300-STOP-PROGRAM
           END-IF.

       2000-PROCESAMIENTO.
           MOVE 'N' TO WS-ERROR
           ADD 1 TO WS-TOT-LEIDOS
           PERFORM 2100-VALIDAR-DATOS
           IF WS-ERROR-N
              PERFORM 2200-CARGAR-CONCEPTO
           END-IF
           IF WS-ERROR-S
              ADD 1 TO WS-TOT-RECHAZADOS
           END-IF
           READ FICHERO-ENT.

       2100-VALIDAR-DATOS.
           IF COD-CONCEPTO OF REG-ENTRADA = SPACES
              OR COD-CONCEPTO OF REG-ENTRADA(1:1) = SPACE
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'CODIGO DE CONCEPTO INVALIDO' TO E-RAZON
              WRITE REG-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N
              IF DESCRIPCION OF REG-ENTRADA = SPACES
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'DESCRIPCION DE CONCEPTO VACIA' TO E-RAZON
                 WRITE REG-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF
           IF WS-ERROR-N
              IF NOT CONCEPTO-ACTIVO AND NOT CONCEPTO-INACTIVO
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'ESTADO DE CONCEPTO INVALIDO' TO E-RAZON
                 WRITE REG-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF
      * EL CONCEPTO POR OMISION DE PDBTRX NO PUEDE INACTIVARSE: UN
      * DETALLE SIN CONCEPTO SE RECHAZARIA POR UN DATO QUE EL
      * CLIENTE NUNCA INFORMO.
           IF WS-ERROR-N
              IF COD-CONCEPTO OF REG-ENTRADA = 'VAR'
                 AND CONCEPTO-INACTIVO
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'CONCEPTO VAR NO SE PUEDE INACTIVAR' TO E-RAZON
                 WRITE REG-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF.

      ***************************************************************
      * ALTA O REEMPLAZO DEL CONCEPTO: EL CODIGO ES LA CLAVE. LA     *
      * CARGA ES IDEMPOTENTE, ASI QUE UN REPROCESO NO HACE DAÑO.     *
      ***************************************************************
       2200-CARGAR-CONCEPTO.
           MOVE COD-CONCEPTO OF REG-ENTRADA
                             TO COD-CONCEPTO OF DCLCONCEPTO
           MOVE DESCRIPCION OF REG-ENTRADA
                            TO DESCRIPCION OF DCLCONCEPTO
           MOVE ESTADO-CONCEPTO OF REG-ENTRADA
                                TO ESTADO-CONCEPTO OF DCLCONCEPTO
           EXEC SQL
                UPDATE TRX.CONCEPTO
                SET DESCRIPCION = :DCLCONCEPTO.DESCRIPCION,
                    ESTADO_CONCEPTO = :DCLCONCEPTO.ESTADO-CONCEPTO
                WHERE COD_CONCEPTO = :DCLCONCEPTO.COD-CONCEPTO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-TOT-REEMPLAZOS
              WHEN 100
                 PERFORM 2210-INSERTAR-CONCEPTO
              WHEN OTHER
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2200' TO E-PARRAFO
                 WRITE REG-ERROR
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

       2210-INSERTAR-CONCEPTO.
           EXEC SQL
                INSERT INTO TRX.CONCEPTO
                       (COD_CONCEPTO, DESCRIPCION, ESTADO_CONCEPTO)
                VALUES (:DCLCONCEPTO.COD-CONCEPTO,
                        :DCLCONCEPTO.DESCRIPCION,
                        :DCLCONCEPTO.ESTADO-CONCEPTO)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE SQLCODE TO WS-ENC-CODE
              MOVE WS-ERROR-NCONTROL TO E-RAZON
              MOVE '2210' TO E-PARRAFO
              WRITE REG-ERROR
              MOVE 'S' TO WS-ERROR
           ELSE
              ADD 1 TO WS-TOT-ALTAS
           END-IF.

      *********************************************************
      * CARGAMOS LOS DATOS DE LA NOVEDAD RECHAZADA AL REGISTRO*
      * DE ERRORES.                                           *
      *********************************************************
       2800-CAMBIAR-DATOS-ERROR.
           MOVE COD-CONCEPTO OF REG-ENTRADA TO E-COD-CONCEPTO
           MOVE SPACES TO E-PARRAFO.

      ********************************************************
      * PARRAFOS PARA CERRAR EL PROGRAMA                     *
      ********************************************************
       3000-END-PROGRAM.
           EXEC SQL COMMIT END-EXEC
           PERFORM 3200-GENERAR-REPORTE
           CLOSE FICHERO-ENT
           CLOSE ERROR-FICH
           CLOSE REPORTE-FICH
           PERFORM 3300-STOP-PROGRAM.

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
           MOVE 'CONCEPTOS DADOS DE ALTA' TO WS-RC-ETIQUETA
           MOVE WS-TOT-ALTAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'CONCEPTOS REEMPLAZADOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-REEMPLAZOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'REGISTROS RECHAZADOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-RECHAZADOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           WRITE REG-REPORTE FROM WS-REP-GUIONES.

       3300-STOP-PROGRAM.
           STOP RUN.
