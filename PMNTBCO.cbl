             88 TIPO-MOV-BAJA      VALUE 'B'.
             88 TIPO-MOV-MODIF     VALUE 'M'.
             88 TIPO-MOV-OPER      VALUE 'O'.
             88 TIPO-MOV-LIMITE    VALUE 'L'.
          05 ID-BANCO              PIC X(3).
          05 DESCRIPCION           PIC X(50).
      * NOVEDAD 'L': LIMITE DE DEUDOR NETO INTRADIARIO DE TESORERIA
      * FRENTE A LA ENTIDAD EN UNA MONEDA (TRX.BANCO_LIMITE). VIAJA
      * EN EL LUGAR DE LA DESCRIPCION. UN LIMITE EN CERO QUITA EL
      * TOPE DE ESA MONEDA; SIN FILA LA ENTIDAD NO TIENE TOPE.
          05 DATOS-LIMITE REDEFINES DESCRIPCION.
             10 LIM-MONEDA         PIC X(3).
             10 LIM-IMPORTE        PIC 9(13)V99.
             10 FILLER             PIC X(32).
      * NOVEDAD 'O': CAMBIO DEL ESTADO OPERATIVO DE LA ENTIDAD
      * FRENTE AL REGULADOR ('A' ACTIVA / 'S' SUSPENDIDA / 'L' EN
      * LIQUIDACION) CON SU FECHA DE EFECTO. UNA ENTIDAD NO ACTIVA
             10 FEO-MES            PIC 9(2).
             10 FILLER             PIC X.
             10 FEO-DIA            PIC 9(2).
      * DOBLE CONTROL DE NOVEDADES (VER VERINOV Y PAUTNOV). CON
      * ID-NOVEDAD EN CERO LA NOVEDAD NO SE APLICA: SOLO QUEDA
      * REGISTRADA PENDIENTE DE APROBACION CON EL OPERADOR QUE LA
      * CARGO. CON EL ID DE UNA NOVEDAD APROBADA (ARCHIVO QUE ARMA
      * PAUTNOV) SE APLICA SOBRE EL PADRON.
          05 ID-NOVEDAD            PIC 9(9).
          05 OPERADOR              PIC X(8).
      * IMAGEN DE LA NOVEDAD SIN EL ID NI EL OPERADOR: ES LA QUE SE
      * REGISTRA AL CARGARLA Y LA QUE SE COMPARA AL APLICARLA.
       01 REG-ENTRADA-IMAGEN.
          05 NOV-DATOS             PIC X(65).
          05 FILLER                PIC X(17).

      *REGISTRO PARA REGISTRAR LOS ERRORES.
       FD ERROR-FICH RECORDING MODE IS F
      * CONTADORES PARA EL REPORTE DE TOTALES DE CONTROL DE FIN DE
      * CORRIDA (VER 3200-GENERAR-REPORTE).
       77 WS-TOT-LEIDOS           PIC 9(9) COMP VALUE 0.
       77 WS-TOT-PENDIENTES       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-ALTAS            PIC 9(9) COMP VALUE 0.
       77 WS-TOT-BAJAS            PIC 9(9) COMP VALUE 0.
       77 WS-TOT-MODIF            PIC 9(9) COMP VALUE 0.
       77 WS-TOT-OPER             PIC 9(9) COMP VALUE 0.
       77 WS-TOT-LIMITES          PIC 9(9) COMP VALUE 0.
       77 WS-TOT-RECHAZADOS       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-R-TIPOMOV        PIC 9(9) COMP VALUE 0.
       77 WS-TOT-R-ID-FORMATO     PIC 9(9) COMP VALUE 0.
       77 WS-TOT-R-ID-DUPLIC      PIC 9(9) COMP VALUE 0.
       77 WS-TOT-R-ID-INEX        PIC 9(9) COMP VALUE 0.
       77 WS-TOT-R-NOVEDAD        PIC 9(9) COMP VALUE 0.
       77 WS-TOT-R-SQLERROR       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-R-OTROS          PIC 9(9) COMP VALUE 0.

      * APLICADA DEJA UNA FILA CON LA IMAGEN ANTERIOR Y LA NUEVA,
      * IGUAL QUE EL HISTORIAL DE CLIENTES DE PMNTCLI.
           EXEC SQL INCLUDE TRXBCOH END-EXEC.
      * DCLGEN DE LOS LIMITES DE DEUDOR NETO POR ENTIDAD Y MONEDA
      * (NOVEDAD 'L'). LOS CONSULTAN PDBTRX Y PAUTTRX AL DEJAR SALIR
      * UNA TRANSFERENCIA INTERBANCARIA Y PRPTEXP PARA EL REPORTE DE
      * EXPOSICION DEL DIA.
           EXEC SQL INCLUDE TRXBLM END-EXEC.
      * DCLGEN DE LA TABLA DE CONTROL DE REINICIO/COMMIT.
           EXEC SQL INCLUDE TRXCTL END-EXEC.
           EXEC SQL BEGIN DECLARE SECTION
          05 WS-FV-MES            PIC 9(2).
          05 WS-FV-ANIO           PIC 9(4).

      * VARIABLES SUB-PROG VERINOV: REGISTRO, VERIFICACION Y CIERRE
      * DE LA NOVEDAD EN TRX.NOVEDAD_PENDIENTE.
       77 WS-SVERINOV              PIC X(08) VALUE 'VERINOV'.
       77 WS-NOV-FUNCION           PIC X.
       01 WS-NOV-IMAGEN            PIC X(250).
       77 WS-NOV-ID                PIC 9(9).
       77 WS-NOV-RESULTADO         PIC X.
          88 WS-NOV-RESULTADO-S    VALUE 'S'.
          88 WS-NOV-RESULTADO-N    VALUE 'N'.
          88 WS-NOV-RESULTADO-E    VALUE 'E'.
       77 WS-NOV-RAZON             PIC X(36).
       77 WS-NOV-SQLCODE           PIC S9(9) COMP.

       PROCEDURE DIVISION.
       0000-MAIN-PROGRAM.
           PERFORM 1000-INIT-PROGRAM
              ADD 1 TO WS-NUM-REGISTRO
           END-IF.

      ***************************************************************
      * DOBLE CONTROL: UNA NOVEDAD SIN ID DE NOVEDAD SOLO SE         *
      * REGISTRA PENDIENTE PARA QUE UN SUPERVISOR LA DECIDA EN       *
      * PAUTNOV. UNA CON ID SE APLICA SOLO SI ESTA APROBADA Y SIN    *
      * CAMBIOS, Y SE CIERRA EN LA MISMA UNIDAD DE TRABAJO.          *
      ***************************************************************
       2000-PROCESAMIENTO.
           MOVE 'N' TO WS-ERROR
           ADD 1 TO WS-NUM-REGISTRO
           ADD 1 TO WS-TOT-LEIDOS
           IF ID-NOVEDAD OF REG-ENTRADA = ZEROS
              PERFORM 2010-REGISTRAR-PENDIENTE
              IF WS-ERROR-N
                 ADD 1 TO WS-TOT-PENDIENTES
              ELSE
                 PERFORM 2950-ACUMULAR-RECHAZO
              END-IF
           ELSE
              PERFORM 2020-VERIFICAR-APROBADA
              IF WS-ERROR-N
                 PERFORM 2030-APLICAR-NOVEDAD
                 PERFORM 2040-MARCAR-APLICADA
              END-IF
              IF WS-ERROR-N
                 PERFORM 2960-ACUMULAR-ACEPTADO
              ELSE
                 PERFORM 2950-ACUMULAR-RECHAZO
              END-IF
           END-IF
           PERFORM 2900-COMMIT-PUNTO
           READ FICHERO-ENT.

      ***************************************************************
      * CARGA DE LA NOVEDAD: SIN OPERADOR NO HAY DOBLE CONTROL       *
      * POSIBLE Y SE RECHAZA.                                        *
      * LOS CONTROLES DE FORMATO SE HACEN YA EN LA CARGA, PARA QUE   *
      * NO LLEGUE A APROBACION UNA NOVEDAD MAL ARMADA; EL RESTO SE   *
      * VALIDA AL APLICARLA.                                         *
      ***************************************************************
       2010-REGISTRAR-PENDIENTE.
           IF OPERADOR OF REG-ENTRADA = SPACES
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'NOVEDAD SIN OPERADOR' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N
              PERFORM 2050-VALIDAR-ENTRADA
           END-IF
           IF WS-ERROR-N
              MOVE 'R' TO WS-NOV-FUNCION
              MOVE ZEROS TO WS-NOV-ID
              PERFORM 2015-LLAMAR-VERINOV
           END-IF.

       2015-LLAMAR-VERINOV.
           MOVE NOV-DATOS TO WS-NOV-IMAGEN
           CALL WS-SVERINOV USING WS-NOV-FUNCION, WS-PROGRAMA,
                                   WS-NOV-IMAGEN, WS-NOV-ID,
                                   OPERADOR OF REG-ENTRADA,
                                   WS-NOV-RESULTADO, WS-NOV-RAZON,
                                   WS-NOV-SQLCODE
           EVALUATE TRUE
              WHEN WS-NOV-RESULTADO-N
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE WS-NOV-RAZON TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              WHEN WS-NOV-RESULTADO-E
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE WS-NOV-SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2015' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

      ***************************************************************
      * LA NOVEDAD A APLICAR DEBE ESTAR APROBADA POR UN SUPERVISOR,  *
      * SER DE ESTE PROGRAMA Y NO HABER CAMBIADO DESDE LA CARGA.     *
      ***************************************************************
       2020-VERIFICAR-APROBADA.
           MOVE 'V' TO WS-NOV-FUNCION
           MOVE ID-NOVEDAD OF REG-ENTRADA TO WS-NOV-ID
           PERFORM 2015-LLAMAR-VERINOV.

      ***************************************************************
      * APLICACION DE LA NOVEDAD APROBADA SOBRE EL PADRON, CON LAS   *
      * MISMAS VALIDACIONES DE SIEMPRE.                              *
      ***************************************************************
       2030-APLICAR-NOVEDAD.
           PERFORM 2050-VALIDAR-ENTRADA
           IF WS-ERROR-N
              EVALUATE TRUE
                    PERFORM 2400-PROCESAR-MODIFICACION
                 WHEN TIPO-MOV-OPER OF REG-ENTRADA
                    PERFORM 2450-PROCESAR-ESTADO-OPER
                 WHEN TIPO-MOV-LIMITE OF REG-ENTRADA
                    PERFORM 2470-PROCESAR-LIMITE
              END-EVALUATE
           END-IF.

      ***************************************************************
      * CIERRE DE LA NOVEDAD APROBADA: 'X' SI SE APLICO, 'E' SI SE   *
      * RECHAZO AL APLICARLA (EL MOTIVO QUEDA EN EL ARCHIVO DE       *
      * ERRORES). SI NO SE PUEDE CERRAR SE ABORTA CON ROLLBACK: UNA  *
      * NOVEDAD APLICADA Y SIN CERRAR SE PODRIA VOLVER A APLICAR.    *
      ***************************************************************
       2040-MARCAR-APLICADA.
           IF WS-ERROR-N
              MOVE 'X' TO WS-NOV-FUNCION
           ELSE
              MOVE 'E' TO WS-NOV-FUNCION
           END-IF
           MOVE NOV-DATOS TO WS-NOV-IMAGEN
           CALL WS-SVERINOV USING WS-NOV-FUNCION, WS-PROGRAMA,
                                   WS-NOV-IMAGEN, WS-NOV-ID,
                                   OPERADOR OF REG-ENTRADA,
                                   WS-NOV-RESULTADO, WS-NOV-RAZON,
                                   WS-NOV-SQLCODE
           IF NOT WS-NOV-RESULTADO-S
              MOVE WS-NOV-SQLCODE TO WS-ENC-CODE
              DISPLAY 'ERROR AL CERRAR LA NOVEDAD ' WS-NOV-ID
                      ' ' WS-NOV-RAZON
              DISPLAY WS-ERROR-NCONTROL
              EXEC SQL ROLLBACK END-EXEC
              PERFORM 3300-STOP-PROGRAM
           END-IF.

      ***************************************************************
      * VALIDAMOS EL TIPO DE MOVIMIENTO Y EL FORMATO DEL ID_BANCO    *
                 AND NOT TIPO-MOV-BAJA OF REG-ENTRADA
                 AND NOT TIPO-MOV-MODIF OF REG-ENTRADA
                 AND NOT TIPO-MOV-OPER OF REG-ENTRADA
                 AND NOT TIPO-MOV-LIMITE OF REG-ENTRADA
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'TIPO DE MOVIMIENTO INVALIDO' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF
      * EL FORMATO DEL LIMITE SE CONTROLA YA EN LA CARGA, COMO EL
      * RESTO DE LOS CONTROLES DE FORMATO.
           IF WS-ERROR-N AND TIPO-MOV-LIMITE OF REG-ENTRADA
              IF LIM-MONEDA OF REG-ENTRADA = SPACES
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'MONEDA INVALIDA' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              ELSE
                 IF LIM-IMPORTE OF REG-ENTRADA IS NOT NUMERIC
                    PERFORM 2800-CAMBIAR-DATOS-ERROR
                    MOVE 'LIMITE INVALIDO' TO E-RAZON
                    PERFORM 2805-ESCRIBIR-ERROR
                    MOVE 'S' TO WS-ERROR
                 END-IF
              END-IF
           END-IF
           IF WS-ERROR-N
              MOVE ID-BANCO OF REG-ENTRADA TO ID-BANCO OF DCLBANCO
           END-IF.
              PERFORM 2600-GRABAR-HISTORIAL
           END-IF.

      ***************************************************************
      * LIMITE DE DEUDOR NETO DE UNA ENTIDAD ACTIVA EN UNA MONEDA:   *
      * CON IMPORTE SE ACTUALIZA LA FILA DE TRX.BANCO_LIMITE, O SE   *
      * CREA SI LA MONEDA NO TENIA TOPE; CON IMPORTE EN CERO SE      *
      * BORRA LA FILA Y LA ENTIDAD QUEDA SIN TOPE EN ESA MONEDA. EL  *
      * RASTRO DEL CAMBIO (OPERADOR, SUPERVISOR E IMAGEN) QUEDA EN   *
      * TRX.NOVEDAD_PENDIENTE.                                       *
      ***************************************************************
       2470-PROCESAR-LIMITE.
           PERFORM 2310-VERIFICAR-EXISTE-ACTIVO
           IF WS-ERROR-N
              MOVE ID-BANCO OF REG-ENTRADA TO ID-BANCO OF DCLBCOLIM
              MOVE LIM-MONEDA OF REG-ENTRADA TO MONEDA OF DCLBCOLIM
              MOVE LIM-IMPORTE OF REG-ENTRADA
                TO LIMITE-DEUDOR OF DCLBCOLIM
              IF LIM-IMPORTE OF REG-ENTRADA = ZEROS
                 PERFORM 2475-BORRAR-LIMITE
              ELSE
                 PERFORM 2472-VERIFICAR-MONEDA
                 IF WS-ERROR-N
                    PERFORM 2480-GRABAR-LIMITE
                 END-IF
              END-IF
           END-IF.

      ***************************************************************
      * LA MONEDA DEL LIMITE DEBE SER UNA DE LAS QUE MANEJA EL       *
      * SISTEMA, O SEA LA DE ALGUNA CUENTA DE TRX.CLIENTE: UNA       *
      * INTERBANCARIA SALE SIEMPRE EN LA MONEDA DE LA CUENTA QUE     *
      * PAGA (VER 2302 DE PDBTRX), ASI QUE UN TOPE EN OTRA MONEDA    *
      * NUNCA SE CONTROLARIA. QUITAR UN TOPE (IMPORTE EN CERO) NO    *
      * SE VALIDA, PARA PODER LIMPIAR MONEDAS QUE YA NO SE USAN.     *
      ***************************************************************
       2472-VERIFICAR-MONEDA.
           EXEC SQL
                SELECT MONEDA
                INTO :DCLBCOLIM.MONEDA
                FROM TRX.CLIENTE
                WHERE MONEDA = :DCLBCOLIM.MONEDA
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'MONEDA INEXISTENTE EN EL SISTEMA' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              WHEN OTHER
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2472' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

       2475-BORRAR-LIMITE.
           EXEC SQL
                DELETE FROM TRX.BANCO_LIMITE
                WHERE ID_BANCO = :DCLBCOLIM.ID-BANCO
                  AND MONEDA = :DCLBCOLIM.MONEDA
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE SQLCODE TO WS-ENC-CODE
              MOVE WS-ERROR-NCONTROL TO E-RAZON
              MOVE '2475' TO E-PARRAFO
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF.

       2480-GRABAR-LIMITE.
           EXEC SQL
                UPDATE TRX.BANCO_LIMITE
                SET LIMITE_DEUDOR = :DCLBCOLIM.LIMITE-DEUDOR
                WHERE ID_BANCO = :DCLBCOLIM.ID-BANCO
                  AND MONEDA = :DCLBCOLIM.MONEDA
           END-EXEC
           IF SQLCODE = 100
              EXEC SQL
                   INSERT INTO TRX.BANCO_LIMITE
                          (ID_BANCO, MONEDA, LIMITE_DEUDOR)
                   VALUES (:DCLBCOLIM.ID-BANCO,
                           :DCLBCOLIM.MONEDA,
                           :DCLBCOLIM.LIMITE-DEUDOR)
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE SQLCODE TO WS-ENC-CODE
              MOVE WS-ERROR-NCONTROL TO E-RAZON
              MOVE '2480' TO E-PARRAFO
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF.

      ***************************************************************
      * IMAGEN ANTERIOR DE LA ENTIDAD, LEIDA ANTES DE APLICAR LA     *
      * BAJA O LA MODIFICACION, PARA EL HISTORIAL DE CAMBIOS.        *
                 ADD 1 TO WS-TOT-R-ID-INEX
              WHEN E-RAZON = 'ENTIDAD YA DADA DE BAJA'
                 ADD 1 TO WS-TOT-R-ID-INEX
              WHEN E-RAZON(1:8) = 'NOVEDAD '
                 ADD 1 TO WS-TOT-R-NOVEDAD
              WHEN E-RAZON(1:29) = 'ERROR NO CONTROLADO, CODIGO: '
                 ADD 1 TO WS-TOT-R-SQLERROR
              WHEN OTHER
                 ADD 1 TO WS-TOT-MODIF
              WHEN TIPO-MOV-OPER OF REG-ENTRADA
                 ADD 1 TO WS-TOT-OPER
              WHEN TIPO-MOV-LIMITE OF REG-ENTRADA
                 ADD 1 TO WS-TOT-LIMITES
           END-EVALUATE.

      ***************************************************************
           MOVE 'REGISTROS LEIDOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-LEIDOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'NOVEDADES REGISTRADAS PARA APROBACION'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-PENDIENTES TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'ALTAS ACEPTADAS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-ALTAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-OPER TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'CAMBIOS DE LIMITE DEUDOR ACEPTADOS'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-LIMITES TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'REGISTROS RECHAZADOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-RECHAZADOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-R-ID-INEX TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   RECHAZOS DEL DOBLE CONTROL DE NOVEDADES'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-R-NOVEDAD TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   RECHAZOS POR ERROR DE BASE DE DATOS'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-R-SQLERROR TO WS-RC-VALOR
