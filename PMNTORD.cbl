      * REGISTRO DE NOVEDADES DE ORDENES PERMANENTES, EN EL MISMO
      * ESQUEMA A/B/M QUE LAS NOVEDADES DE CLIENTES DE PMNTCLI. EN
      * LAS BAJAS Y MODIFICACIONES EL ID DE LA ORDEN IDENTIFICA EL
      * RENGLON; EN LAS ALTAS SE IGNORA (EL ID SE GENERA ACA). EL
      * CONCEPTO (CODIGO DE TRX.CONCEPTO, EN BLANCO SE ASUME VAR) Y LA
      * REFERENCIA QUEDAN CON LA ORDEN Y VIAJAN EN CADA DETALLE QUE
      * PGENORD GENERA PARA PDBTRX.
       FD FICHERO-ENT RECORDING MODE IS F
                      DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA.
             10 FH-MES             PIC 9(2).
             10 FILLER             PIC X.
             10 FH-DIA             PIC 9(2).
          05 CONCEPTO              PIC X(3).
          05 REFERENCIA            PIC X(30).

      *REGISTRO PARA REGISTRAR LOS ERRORES.
       FD ERROR-FICH RECORDING MODE IS F
           EXEC SQL INCLUDE TRXCTL END-EXEC.
      * DCLGEN DE LA TABLA DE CONTROL DE NUMERACION.
           EXEC SQL INCLUDE TRXSEQ END-EXEC.
      * DCLGEN DE LA TABLA DE CONCEPTOS DE TRANSFERENCIA.
           EXEC SQL INCLUDE TRXCPT END-EXEC.

      * CONTROL DE COMMITS Y REINICIO (VER TRX.CONTROL_PROCESO).
       77 WS-PROGRAMA              PIC X(8) VALUE 'PMNTORD'.
      * VALIDACIONES FORMALES DE LOS DATOS DE LA ORDEN: DIGITO       *
      * VERIFICADOR DE AMBOS CBU, NO AUTOTRANSFERENCIA, FRECUENCIA   *
      * SOPORTADA, DIA DEL MES 1-28 (ASI LA ORDEN EXISTE EN TODOS    *
      * LOS MESES), FECHAS DE VIGENCIA VALIDAS Y CONCEPTO VIGENTE.   *
      ***************************************************************
       2210-VALIDAR-DATOS.
           CALL WS-SVERICBU USING CBU-EMISOR OF REG-ENTRADA,
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF
           IF WS-ERROR-N
              PERFORM 2215-VALIDAR-CONCEPTO
           END-IF.

      ***************************************************************
      * CONCEPTO DE LA ORDEN: EN BLANCO SE ASUME VAR; SI VIENE       *
      * INFORMADO DEBE EXISTIR ACTIVO EN TRX.CONCEPTO, CON LA MISMA  *
      * RAZON DE RECHAZO QUE USA PDBTRX.                             *
      ***************************************************************
       2215-VALIDAR-CONCEPTO.
           IF CONCEPTO OF REG-ENTRADA = SPACES
              MOVE 'VAR' TO CONCEPTO OF REG-ENTRADA
           END-IF
           MOVE CONCEPTO OF REG-ENTRADA TO COD-CONCEPTO OF DCLCONCEPTO
           EXEC SQL
                SELECT ESTADO_CONCEPTO
                INTO :DCLCONCEPTO.ESTADO-CONCEPTO
                FROM TRX.CONCEPTO
                WHERE COD_CONCEPTO = :DCLCONCEPTO.COD-CONCEPTO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 IF ESTADO-CONCEPTO OF DCLCONCEPTO NOT = 'A'
                    PERFORM 2800-CAMBIAR-DATOS-ERROR
                    MOVE 'CONCEPTO INEXISTENTE O INACTIVO' TO E-RAZON
                    PERFORM 2805-ESCRIBIR-ERROR
                    MOVE 'S' TO WS-ERROR
                 END-IF
              WHEN 100
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'CONCEPTO INEXISTENTE O INACTIVO' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              WHEN OTHER
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2215' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

      **********************************************************
      * GENERAMOS EL ID DE LA ORDEN A PARTIR DE TRX.CONTROL_ID. *
      **********************************************************
           MOVE FECHA-DESDE OF REG-ENTRADA TO FECHA-DESDE OF DCLORDEN
           MOVE FECHA-HASTA OF REG-ENTRADA TO FECHA-HASTA OF DCLORDEN
           MOVE 'A' TO ESTADO-ORDEN OF DCLORDEN
           MOVE CONCEPTO OF REG-ENTRADA TO CONCEPTO OF DCLORDEN
           MOVE REFERENCIA OF REG-ENTRADA TO REFERENCIA OF DCLORDEN
           EXEC SQL
                INSERT INTO TRX.ORDEN_PERMANENTE
                       (ID_ORDEN, CBU_EMISOR, CBU_RECEPTOR, MONTO,
                        MONEDA, FRECUENCIA, DIA_MES, FECHA_DESDE,
                        FECHA_HASTA, ESTADO_ORDEN, CONCEPTO,
                        REFERENCIA)
                VALUES (:DCLORDEN.ID-ORDEN,
                        :DCLORDEN.CBU-EMISOR,
                        :DCLORDEN.CBU-RECEPTOR,
                        :DCLORDEN.DIA-MES,
                        :DCLORDEN.FECHA-DESDE,
                        :DCLORDEN.FECHA-HASTA,
                        :DCLORDEN.ESTADO-ORDEN,
                        :DCLORDEN.CONCEPTO,
                        :DCLORDEN.REFERENCIA)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
                               TO FECHA-DESDE OF DCLORDEN
              MOVE FECHA-HASTA OF REG-ENTRADA
                               TO FECHA-HASTA OF DCLORDEN
              MOVE CONCEPTO OF REG-ENTRADA TO CONCEPTO OF DCLORDEN
              MOVE REFERENCIA OF REG-ENTRADA
                              TO REFERENCIA OF DCLORDEN
              EXEC SQL
                   UPDATE TRX.ORDEN_PERMANENTE
                   SET CBU_EMISOR = :DCLORDEN.CBU-EMISOR,
                       FRECUENCIA = :DCLORDEN.FRECUENCIA,
                       DIA_MES = :DCLORDEN.DIA-MES,
                       FECHA_DESDE = :DCLORDEN.FECHA-DESDE,
                       FECHA_HASTA = :DCLORDEN.FECHA-HASTA,
                       CONCEPTO = :DCLORDEN.CONCEPTO,
                       REFERENCIA = :DCLORDEN.REFERENCIA
                   WHERE ID_ORDEN = :DCLORDEN.ID-ORDEN
              END-EXEC
              IF SQLCODE NOT = 0
