      * COMPLETA MAS LA FECHA/HORA VALOR EN LA QUE DEBE LIBERARSE.
      * LA LIBERACION DIARIA (PPRGLIB) LA CONVIERTE EN UN DETALLE DE
      * ENTRADA DE PDBTRX, ASI QUE ACA SOLO SE VALIDA LO FORMAL: EL
      * RESTO DE LAS VALIDACIONES LAS APLICA PDBTRX AL POSTEAR. LA
      * EXCEPCION ES EL CONCEPTO: SE VALIDA YA CONTRA TRX.CONCEPTO
      * PARA QUE UN CODIGO MAL CARGADO NO ESPERE HASTA LA FECHA VALOR
      * PARA RECHAZARSE (EN BLANCO SE ASUME VAR, IGUAL QUE PDBTRX).
       FD FICHERO-ENT RECORDING MODE IS F
                      DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA.
          05 HORA-VALOR            PIC X(16).
          05 MONTO                 PIC 9(13)V99.
          05 MONEDA                PIC X(3).
          05 CONCEPTO              PIC X(3).
          05 REFERENCIA            PIC X(30).

      * REGISTRO PARA REGISTRAR LOS ERRORES, MISMO LAYOUT QUE EL DE
      * PDBTRX.
       77 WS-TOT-R-AUTOTRANSF     PIC 9(9) COMP VALUE 0.
       77 WS-TOT-R-FECHA          PIC 9(9) COMP VALUE 0.
       77 WS-TOT-R-HORA           PIC 9(9) COMP VALUE 0.
       77 WS-TOT-R-CONCEPTO       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-R-SQLERROR       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-R-OTROS          PIC 9(9) COMP VALUE 0.

           EXEC SQL INCLUDE TRXCTL END-EXEC.
      * DCLGEN DE LA TABLA DE CONTROL DE NUMERACION.
           EXEC SQL INCLUDE TRXSEQ END-EXEC.
      * DCLGEN DE LA TABLA DE CONCEPTOS DE TRANSFERENCIA.
           EXEC SQL INCLUDE TRXCPT END-EXEC.

      * CONTROL DE COMMITS Y REINICIO (VER TRX.CONTROL_PROCESO).
       77 WS-PROGRAMA              PIC X(8) VALUE 'PPRGCAR'.

      ***************************************************************
      * POR CADA ALTA: VALIDACIONES FORMALES (DIGITO VERIFICADOR DE  *
      * AMBOS CBU, NO AUTOTRANSFERENCIA, FECHA Y HORA VALOR),        *
      * CONCEPTO VIGENTE Y ALTA EN TRX.TRX_PROGRAMADA EN ESTADO      *
      * PENDIENTE.                                                   *
      ***************************************************************
       2000-PROCESAMIENTO.
           MOVE 'N' TO WS-ERROR
           ADD 1 TO WS-NUM-REGISTRO
           ADD 1 TO WS-TOT-LEIDOS
           PERFORM 2100-VALIDAR-FORMALES
           IF WS-ERROR-N
              PERFORM 2150-VALIDAR-CONCEPTO
           END-IF
           IF WS-ERROR-N
              PERFORM 2400-GENERAR-ID-PROG
           END-IF
              END-IF
           END-IF.

      ***************************************************************
      * CONCEPTO DE LA PROGRAMADA: EN BLANCO SE ASUME VAR; SI VIENE  *
      * INFORMADO DEBE EXISTIR ACTIVO EN TRX.CONCEPTO, CON LA MISMA  *
      * RAZON DE RECHAZO QUE USA PDBTRX.                             *
      ***************************************************************
       2150-VALIDAR-CONCEPTO.
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
                 MOVE '2150' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

      **********************************************************
      * GENERAMOS EL ID DEL ALTA A PARTIR DE TRX.CONTROL_ID,    *
      * CON SU PROPIO RENGLON DE NUMERACION.                    *
      * ENCUENTRE LA MARCA POBLADA (LOS DIFERIDOS DE PDBTRX SI LA
      * ARRASTRAN DEL DETALLE ORIGINAL).
           MOVE SPACES TO MARCA-REPETIR OF DCLPROGRAMADA
           MOVE CONCEPTO OF REG-ENTRADA TO CONCEPTO OF DCLPROGRAMADA
           MOVE REFERENCIA OF REG-ENTRADA
                           TO REFERENCIA OF DCLPROGRAMADA
           EXEC SQL
                INSERT INTO TRX.TRX_PROGRAMADA
                       (ID_PROG, CBU_EMISOR, CBU_RECEPTOR,
                        FECHA_VALOR, HORA_VALOR, MONTO, MONEDA,
                        ESTADO_PROG, MARCA_REPETIR, CONCEPTO,
                        REFERENCIA)
                VALUES (:DCLPROGRAMADA.ID-PROG,
                        :DCLPROGRAMADA.CBU-EMISOR,
                        :DCLPROGRAMADA.CBU-RECEPTOR,
                        :DCLPROGRAMADA.MONTO,
                        :DCLPROGRAMADA.MONEDA,
                        :DCLPROGRAMADA.ESTADO-PROG,
                        :DCLPROGRAMADA.MARCA-REPETIR,
                        :DCLPROGRAMADA.CONCEPTO,
                        :DCLPROGRAMADA.REFERENCIA)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
                 ADD 1 TO WS-TOT-R-FECHA
              WHEN E-RAZON = 'HORA INVALIDA'
                 ADD 1 TO WS-TOT-R-HORA
              WHEN E-RAZON = 'CONCEPTO INEXISTENTE O INACTIVO'
                 ADD 1 TO WS-TOT-R-CONCEPTO
              WHEN E-RAZON(1:29) = 'ERROR NO CONTROLADO, CODIGO: '
                 ADD 1 TO WS-TOT-R-SQLERROR
              WHEN OTHER
           MOVE '   RECHAZOS POR HORA INVALIDA' TO WS-RC-ETIQUETA
           MOVE WS-TOT-R-HORA TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   RECHAZOS POR CONCEPTO INEXISTENTE'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-R-CONCEPTO TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   RECHAZOS POR ERROR DE BASE DE DATOS'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-R-SQLERROR TO WS-RC-VALOR
