       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERINOT.
       AUTHOR. TRONCOSO LEANDRO.
      **********************************************************
      * Subprograma de eventos de aviso al cliente. Los        *
      * programas que mueven o afectan una cuenta (PDBTRX,     *
      * PAUTTRX, PDBENT, PREORD, PDEBAUT, PMNTBLQ, PINACTIV)   *
      * informan cada evento aca; si el cliente se adhirio a   *
      * los avisos (TRX.NOTIF_CLIENTE, ver PMNTNOT) para ese   *
      * tipo de evento y, en los debitos y creditos, el        *
      * importe llega a su minimo, el evento queda pendiente   *
      * en TRX.EVENTO_NOTIF hasta que PEXTNOT lo extrae para   *
      * la pasarela de SMS/e-mail. Un cliente sin adhesion no  *
      * genera nada.                                           *
      * Tipos de evento y grupo de adhesion (posicion en       *
      * EVENTOS de TRX.NOTIF_CLIENTE):                         *
      *   DEB DEBITO POSTEADO, DAU DEBITO AUTOMATICO      (1)  *
      *   CRE CREDITO RECIBIDO                            (2)  *
      *   RCH RECHAZO, ORF ORDEN FALLIDA, IMP IMPAGO      (3)  *
      *   BLQ BLOQUEO JUDICIAL                            (4)  *
      *   INA CUENTA INACTIVA, REA CUENTA REACTIVADA      (5)  *
      * Todo viaja en la unidad de trabajo del llamador.       *
      **********************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-GRUPO                PIC 9 VALUE 0.

      * HABILITAMOS VARIABLES DE DB2: LA ADHESION DEL CLIENTE, SU
      * CUENTA, LOS EVENTOS Y LA NUMERACION COMUN DE TRX.CONTROL_ID.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TRXNTF END-EXEC.
           EXEC SQL INCLUDE TRXEVN END-EXEC.
           EXEC SQL INCLUDE TRXCLI END-EXEC.
           EXEC SQL INCLUDE TRXSEQ END-EXEC.

       LINKAGE SECTION.
       77 LN-TIPO-EVENTO          PIC X(3).
          88 LN-EVENTO-DEBITO     VALUE 'DEB' 'DAU'.
          88 LN-EVENTO-CREDITO    VALUE 'CRE'.
          88 LN-EVENTO-RECHAZO    VALUE 'RCH' 'ORF' 'IMP'.
          88 LN-EVENTO-BLOQUEO    VALUE 'BLQ'.
          88 LN-EVENTO-INACTIVA   VALUE 'INA' 'REA'.
      * CUENTA AVISADA, FECHA DEL EVENTO (AAAA-MM-DD), IMPORTE EN LA
      * MONEDA DE LA CUENTA (CERO SI EL EVENTO NO TIENE IMPORTE), ID
      * DE REFERENCIA (TRANSACCION, ORDEN O BLOQUEO; CERO SI NO HAY)
      * Y UN TEXTO CORTO (MOTIVO DEL RECHAZO, REFERENCIA, ETC.).
       77 LN-CBU                  PIC X(22).
       77 LN-FECHA                PIC X(10).
       77 LN-MONTO                PIC 9(13)V99.
       77 LN-ID-REFERENCIA        PIC 9(9).
       77 LN-DETALLE              PIC X(36).
       77 LN-PROGRAMA             PIC X(8).
      * 'S' EVENTO REGISTRADO / 'N' EL CLIENTE NO PIDIO ESTE AVISO /
      * 'E' ERROR DE BASE DE DATOS (EL SQLCODE QUEDA EN LN-SQLCODE).
       77 LN-RESULTADO            PIC X.
          88 LN-RESULTADO-S       VALUE 'S'.
          88 LN-RESULTADO-N       VALUE 'N'.
          88 LN-RESULTADO-E       VALUE 'E'.
       77 LN-SQLCODE              PIC S9(9) COMP.

       PROCEDURE DIVISION USING LN-TIPO-EVENTO, LN-CBU, LN-FECHA,
                                LN-MONTO, LN-ID-REFERENCIA,
                                LN-DETALLE, LN-PROGRAMA,
                                LN-RESULTADO, LN-SQLCODE.
       0100-PROGRAMA-PRINCIPAL.
           MOVE 'S' TO LN-RESULTADO
           MOVE ZEROS TO LN-SQLCODE
           PERFORM 0200-VERIFICAR-ADHESION
           IF LN-RESULTADO-S
              PERFORM 0300-GENERAR-ID-EVENTO
           END-IF
           IF LN-RESULTADO-S
              PERFORM 0350-INSERTAR-EVENTO
           END-IF
           PERFORM 0900-RETORNAR-PROGRAMA.

      ***************************************************************
      * EL CLIENTE TIENE QUE ESTAR ADHERIDO ('A') AL GRUPO DEL       *
      * EVENTO; EN LOS DEBITOS Y CREDITOS ADEMAS EL IMPORTE TIENE    *
      * QUE LLEGAR AL MINIMO QUE FIJO. LOS RECHAZOS, BLOQUEOS Y EL   *
      * PASO A INACTIVA SE AVISAN SIEMPRE. LA MONEDA DEL AVISO ES LA *
      * DE LA CUENTA.                                                *
      ***************************************************************
       0200-VERIFICAR-ADHESION.
           EVALUATE TRUE
              WHEN LN-EVENTO-DEBITO
                 MOVE 1 TO WS-GRUPO
              WHEN LN-EVENTO-CREDITO
                 MOVE 2 TO WS-GRUPO
              WHEN LN-EVENTO-RECHAZO
                 MOVE 3 TO WS-GRUPO
              WHEN LN-EVENTO-BLOQUEO
                 MOVE 4 TO WS-GRUPO
              WHEN LN-EVENTO-INACTIVA
                 MOVE 5 TO WS-GRUPO
              WHEN OTHER
                 MOVE 0 TO WS-GRUPO
                 MOVE 'N' TO LN-RESULTADO
           END-EVALUATE
           IF LN-RESULTADO-S
              MOVE LN-CBU TO CBU-CLIENTE OF DCLNOTIFCLI
              EXEC SQL
                   SELECT N.MONTO_MINIMO, N.EVENTOS, N.ESTADO_NOTIF,
                          C.MONEDA
                   INTO :DCLNOTIFCLI.MONTO-MINIMO,
                        :DCLNOTIFCLI.EVENTOS,
                        :DCLNOTIFCLI.ESTADO-NOTIF,
                        :DCLCLIENTE.MONEDA
                   FROM TRX.NOTIF_CLIENTE N, TRX.CLIENTE C
                   WHERE N.CBU_CLIENTE = :DCLNOTIFCLI.CBU-CLIENTE
                     AND C.CBU_CLIENTE = N.CBU_CLIENTE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    CONTINUE
                 WHEN 100
                    MOVE 'N' TO LN-RESULTADO
                 WHEN OTHER
                    MOVE SQLCODE TO LN-SQLCODE
                    MOVE 'E' TO LN-RESULTADO
              END-EVALUATE
           END-IF
           IF LN-RESULTADO-S
              IF ESTADO-NOTIF OF DCLNOTIFCLI NOT = 'A'
                 OR EVENTOS OF DCLNOTIFCLI(WS-GRUPO:1) NOT = 'S'
                 MOVE 'N' TO LN-RESULTADO
              END-IF
           END-IF
           IF LN-RESULTADO-S AND WS-GRUPO < 3
              IF LN-MONTO < MONTO-MINIMO OF DCLNOTIFCLI
                 MOVE 'N' TO LN-RESULTADO
              END-IF
           END-IF.

      ***************************************************************
      * ID DEL EVENTO, DEL MISMO TRX.CONTROL_ID QUE NUMERA           *
      * TRANSACCIONES, BLOQUEOS Y NOVEDADES.                         *
      ***************************************************************
       0300-GENERAR-ID-EVENTO.
           MOVE 'EVENTO_NOTIF' TO NOM-TABLA OF DCLSECUENCIA
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
                 MOVE ULT-ID OF DCLSECUENCIA TO ID-EVENTO OF DCLEVENTO
              END-IF
           END-IF.

      ***************************************************************
      * EL EVENTO QUEDA PENDIENTE ('P') HASTA LA PROXIMA EXTRACCION  *
      * DE PEXTNOT.                                                  *
      ***************************************************************
       0350-INSERTAR-EVENTO.
           MOVE LN-CBU TO CBU-CLIENTE OF DCLEVENTO
           MOVE LN-TIPO-EVENTO TO TIPO-EVENTO OF DCLEVENTO
           MOVE LN-FECHA TO FECHA-EVENTO OF DCLEVENTO
           MOVE LN-MONTO TO MONTO OF DCLEVENTO
           MOVE MONEDA OF DCLCLIENTE TO MONEDA OF DCLEVENTO
           MOVE LN-ID-REFERENCIA TO ID-REFERENCIA OF DCLEVENTO
           MOVE LN-DETALLE TO DETALLE OF DCLEVENTO
           MOVE LN-PROGRAMA TO PROGRAMA OF DCLEVENTO
           MOVE 'P' TO ESTADO-EVENTO OF DCLEVENTO
           EXEC SQL
                INSERT INTO TRX.EVENTO_NOTIF
                       (ID_EVENTO, CBU_CLIENTE, TIPO_EVENTO,
                        FECHA_EVENTO, MONTO, MONEDA, ID_REFERENCIA,
                        DETALLE, PROGRAMA, ESTADO_EVENTO,
                        FECHA_REGISTRO)
                VALUES (:DCLEVENTO.ID-EVENTO,
                        :DCLEVENTO.CBU-CLIENTE,
                        :DCLEVENTO.TIPO-EVENTO,
                        :DCLEVENTO.FECHA-EVENTO,
                        :DCLEVENTO.MONTO,
                        :DCLEVENTO.MONEDA,
                        :DCLEVENTO.ID-REFERENCIA,
                        :DCLEVENTO.DETALLE,
                        :DCLEVENTO.PROGRAMA,
                        :DCLEVENTO.ESTADO-EVENTO,
                        CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO LN-SQLCODE
              MOVE 'E' TO LN-RESULTADO
           END-IF.

       0900-RETORNAR-PROGRAMA.
           EXIT PROGRAM.
