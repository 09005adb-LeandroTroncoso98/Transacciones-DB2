             10 FH-MES             PIC 9(2).
             10 FILLER             PIC X.
             10 FH-DIA             PIC 9(2).
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
          05 NOV-DATOS             PIC X(63).
          05 FILLER                PIC X(17).

      *REGISTRO PARA REGISTRAR LOS ERRORES.
       FD ERROR-FICH RECORDING MODE IS F

      * CONTADORES PARA EL REPORTE DE TOTALES DE CONTROL.
       77 WS-TOT-LEIDOS           PIC 9(9) COMP VALUE 0.
       77 WS-TOT-PENDIENTES       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-ALTAS            PIC 9(9) COMP VALUE 0.
       77 WS-TOT-BAJAS            PIC 9(9) COMP VALUE 0.
       77 WS-TOT-MODIF            PIC 9(9) COMP VALUE 0.
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
                 ADD 1 TO WS-TOT-RECHAZADOS
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
                 ADD 1 TO WS-TOT-RECHAZADOS
              END-IF
           END-IF
           PERFORM 2900-COMMIT-PUNTO
           READ FICHERO-ENT.

      ***************************************************************
      * CARGA DE LA NOVEDAD: SIN OPERADOR NO HAY DOBLE CONTROL       *
      * POSIBLE Y SE RECHAZA.                                        *
      * LAS VALIDACIONES SE HACEN AL APLICARLA.                      *
      ***************************************************************
       2010-REGISTRAR-PENDIENTE.
           IF OPERADOR OF REG-ENTRADA = SPACES
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'NOVEDAD SIN OPERADOR' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
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
           EVALUATE TRUE
              WHEN TIPO-MOV-ALTA OF REG-ENTRADA
                 PERFORM 2200-PROCESAR-ALTA
                 MOVE 'TIPO DE MOVIMIENTO INVALIDO' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

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
      * ALTA DE ALIAS: EL ALIAS NO DEBE EXISTIR TODAVIA Y LOS DATOS  *
           MOVE 'REGISTROS LEIDOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-LEIDOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'NOVEDADES REGISTRADAS PARA APROBACION'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-PENDIENTES TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'ALIAS DADOS DE ALTA' TO WS-RC-ETIQUETA
           MOVE WS-TOT-ALTAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
