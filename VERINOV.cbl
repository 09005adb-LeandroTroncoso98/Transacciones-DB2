       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERINOV.
       AUTHOR. TRONCOSO LEANDRO.
      **********************************************************
      * Subprograma del circuito de doble control de las       *
      * novedades de padrones (PMNTCLI, PMNTBLQ, PMNTBCO,      *
      * PMNTALI, PMNTMAN). Una novedad cargada por un operador *
      * queda pendiente en TRX.NOVEDAD_PENDIENTE hasta que un  *
      * supervisor distinto la aprueba o la rechaza en         *
      * PAUTNOV; solo la novedad aprobada y sin cambios llega  *
      * a aplicarse sobre el padron.                           *
      *   'R' REGISTRA LA NOVEDAD PENDIENTE Y RETORNA SU ID.   *
      *   'V' VERIFICA QUE LA NOVEDAD ESTE APROBADA, SEA DEL   *
      *       PROGRAMA LLAMADOR Y NO HAYA CAMBIADO.            *
      *   'X' LA MARCA APLICADA / 'E' APLICADA CON RECHAZO.    *
      * Todo viaja en la unidad de trabajo del llamador.       *
      **********************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * HABILITAMOS VARIABLES DE DB2: LAS NOVEDADES PENDIENTES Y LA
      * NUMERACION COMUN DE TRX.CONTROL_ID.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TRXNOV END-EXEC.
           EXEC SQL INCLUDE TRXSEQ END-EXEC.

       LINKAGE SECTION.
       77 LN-FUNCION              PIC X.
          88 LN-FUNCION-REGISTRA  VALUE 'R'.
          88 LN-FUNCION-VERIFICA  VALUE 'V'.
          88 LN-FUNCION-MARCA     VALUE 'X' 'E'.
       77 LN-PROGRAMA             PIC X(8).
      * IMAGEN DE LA NOVEDAD TAL COMO LA LEYO EL LLAMADOR, SIN EL ID
      * DE NOVEDAD NI EL OPERADOR.
       01 LN-IMAGEN               PIC X(250).
       77 LN-ID-NOVEDAD           PIC 9(9).
       77 LN-OPERADOR             PIC X(8).
      * 'S' CORRECTO / 'N' NO CORRESPONDE (EL MOTIVO QUEDA EN
      * LN-RAZON) / 'E' ERROR DE BASE DE DATOS (EL SQLCODE QUEDA EN
      * LN-SQLCODE).
       77 LN-RESULTADO            PIC X.
          88 LN-RESULTADO-S       VALUE 'S'.
          88 LN-RESULTADO-N       VALUE 'N'.
          88 LN-RESULTADO-E       VALUE 'E'.
       77 LN-RAZON                PIC X(36).
       77 LN-SQLCODE              PIC S9(9) COMP.

       PROCEDURE DIVISION USING LN-FUNCION, LN-PROGRAMA, LN-IMAGEN,
                                LN-ID-NOVEDAD, LN-OPERADOR,
                                LN-RESULTADO, LN-RAZON, LN-SQLCODE.
       0100-PROGRAMA-PRINCIPAL.
           MOVE 'S' TO LN-RESULTADO
           MOVE SPACES TO LN-RAZON
           MOVE ZEROS TO LN-SQLCODE
           EVALUATE TRUE
              WHEN LN-FUNCION-REGISTRA
                 PERFORM 0200-GENERAR-ID-NOVEDAD
                 IF LN-RESULTADO-S
                    PERFORM 0250-INSERTAR-NOVEDAD
                 END-IF
              WHEN LN-FUNCION-VERIFICA
                 PERFORM 0300-VERIFICAR-APROBADA
              WHEN LN-FUNCION-MARCA
                 PERFORM 0400-MARCAR-APLICADA
           END-EVALUATE
           PERFORM 0900-RETORNAR-PROGRAMA.

      ***************************************************************
      * ID DE LA NOVEDAD PENDIENTE, DEL MISMO TRX.CONTROL_ID QUE     *
      * NUMERA TRANSACCIONES, CASOS Y BLOQUEOS.                      *
      ***************************************************************
       0200-GENERAR-ID-NOVEDAD.
           MOVE 'NOVEDAD_PENDIENTE' TO NOM-TABLA OF DCLSECUENCIA
           EXEC SQL
                UPDATE TRX.CONTROL_ID
                SET ULT_ID = ULT_ID + 1
                WHERE NOM_TABLA = :DCLSECUENCIA.NOM-TABLA
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 EXEC SQL
                      INSERT INTO TRX.CONTROL_ID (NOM_TABLA, ULT_ID)
                      VALUES (:DCLSECUENCIA.NOM-TABLA, 1)
                 END-EXEC
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO LN-SQLCODE
              MOVE 'E' TO LN-RESULTADO
           END-IF
           IF LN-RESULTADO-S
              EXEC SQL
                   SELECT ULT_ID
                   INTO :DCLSECUENCIA.ULT-ID
                   FROM TRX.CONTROL_ID
                   WHERE NOM_TABLA = :DCLSECUENCIA.NOM-TABLA
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO LN-SQLCODE
                 MOVE 'E' TO LN-RESULTADO
              ELSE
                 MOVE ULT-ID OF DCLSECUENCIA TO ID-NOVEDAD OF DCLNOVEDAD
              END-IF
           END-IF.

      ***************************************************************
      * LA NOVEDAD QUEDA PENDIENTE ('P') CON EL OPERADOR QUE LA      *
      * CARGO Y LA FECHA DE CARGA, QUE ES LA QUE CUENTA PAUTNOV PARA *
      * EL VENCIMIENTO.                                              *
      ***************************************************************
       0250-INSERTAR-NOVEDAD.
           MOVE LN-PROGRAMA TO PROGRAMA OF DCLNOVEDAD
           MOVE LN-OPERADOR TO OPERADOR-CARGA OF DCLNOVEDAD
           MOVE LN-IMAGEN TO REG-NOVEDAD OF DCLNOVEDAD
           MOVE 'P' TO ESTADO-NOV OF DCLNOVEDAD
           EXEC SQL
                INSERT INTO TRX.NOVEDAD_PENDIENTE
                       (ID_NOVEDAD, PROGRAMA, FECHA_CARGA,
                        OPERADOR_CARGA, REG_NOVEDAD, ESTADO_NOV)
                VALUES (:DCLNOVEDAD.ID-NOVEDAD,
                        :DCLNOVEDAD.PROGRAMA,
                        CURRENT DATE,
                        :DCLNOVEDAD.OPERADOR-CARGA,
                        :DCLNOVEDAD.REG-NOVEDAD,
                        :DCLNOVEDAD.ESTADO-NOV)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO LN-SQLCODE
              MOVE 'E' TO LN-RESULTADO
           ELSE
              MOVE ID-NOVEDAD OF DCLNOVEDAD TO LN-ID-NOVEDAD
           END-IF.

      ***************************************************************
      * LA NOVEDAD A APLICAR DEBE EXISTIR PARA EL PROGRAMA LLAMADOR, *
      * ESTAR APROBADA ('A') Y TENER EXACTAMENTE LA MISMA IMAGEN QUE *
      * SE CARGO: UN REGISTRO TOCADO DESPUES DE LA APROBACION NO SE  *
      * APLICA.                                                      *
      ***************************************************************
       0300-VERIFICAR-APROBADA.
           MOVE LN-ID-NOVEDAD TO ID-NOVEDAD OF DCLNOVEDAD
           EXEC SQL
                SELECT PROGRAMA, ESTADO_NOV, REG_NOVEDAD
                INTO :DCLNOVEDAD.PROGRAMA,
                     :DCLNOVEDAD.ESTADO-NOV,
                     :DCLNOVEDAD.REG-NOVEDAD
                FROM TRX.NOVEDAD_PENDIENTE
                WHERE ID_NOVEDAD = :DCLNOVEDAD.ID-NOVEDAD
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO LN-RESULTADO
                 MOVE 'NOVEDAD INEXISTENTE' TO LN-RAZON
              WHEN OTHER
                 MOVE SQLCODE TO LN-SQLCODE
                 MOVE 'E' TO LN-RESULTADO
           END-EVALUATE
           IF LN-RESULTADO-S
              AND PROGRAMA OF DCLNOVEDAD NOT = LN-PROGRAMA
              MOVE 'N' TO LN-RESULTADO
              MOVE 'NOVEDAD INEXISTENTE' TO LN-RAZON
           END-IF
           IF LN-RESULTADO-S
              EVALUATE ESTADO-NOV OF DCLNOVEDAD
                 WHEN 'A'
                    CONTINUE
                 WHEN 'P'
                    MOVE 'N' TO LN-RESULTADO
                    MOVE 'NOVEDAD NO APROBADA' TO LN-RAZON
                 WHEN 'R'
                    MOVE 'N' TO LN-RESULTADO
                    MOVE 'NOVEDAD RECHAZADA POR SUPERVISOR'
                      TO LN-RAZON
                 WHEN 'V'
                    MOVE 'N' TO LN-RESULTADO
                    MOVE 'NOVEDAD VENCIDA SIN APROBAR' TO LN-RAZON
                 WHEN OTHER
                    MOVE 'N' TO LN-RESULTADO
                    MOVE 'NOVEDAD YA APLICADA' TO LN-RAZON
              END-EVALUATE
           END-IF
           IF LN-RESULTADO-S
              AND REG-NOVEDAD OF DCLNOVEDAD NOT = LN-IMAGEN
              MOVE 'N' TO LN-RESULTADO
              MOVE 'NOVEDAD ALTERADA DESDE LA CARGA' TO LN-RAZON
           END-IF.

      ***************************************************************
      * CIERRA LA NOVEDAD APROBADA CON EL RESULTADO DE SU APLICACION *
      * ('X' APLICADA / 'E' RECHAZADA AL APLICAR, CON EL MOTIVO EN   *
      * EL ARCHIVO DE ERRORES DEL PROGRAMA). EN NINGUNO DE LOS DOS   *
      * CASOS SE PUEDE VOLVER A APLICAR.                             *
      ***************************************************************
       0400-MARCAR-APLICADA.
           MOVE LN-ID-NOVEDAD TO ID-NOVEDAD OF DCLNOVEDAD
           MOVE LN-FUNCION TO ESTADO-NOV OF DCLNOVEDAD
           EXEC SQL
                UPDATE TRX.NOVEDAD_PENDIENTE
                SET ESTADO_NOV = :DCLNOVEDAD.ESTADO-NOV,
                    FECHA_APLICACION = CURRENT DATE
                WHERE ID_NOVEDAD = :DCLNOVEDAD.ID-NOVEDAD
                  AND ESTADO_NOV = 'A'
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO LN-RESULTADO
                 MOVE 'NOVEDAD NO APROBADA' TO LN-RAZON
              WHEN OTHER
                 MOVE SQLCODE TO LN-SQLCODE
                 MOVE 'E' TO LN-RESULTADO
           END-EVALUATE.

       0900-RETORNAR-PROGRAMA.
           EXIT PROGRAM.
