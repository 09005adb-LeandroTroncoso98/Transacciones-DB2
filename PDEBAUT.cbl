          10 TOPE-VIGENTE          PIC S9(13)V99 COMP-3.
          10 CANT-BLQ-TOTAL        PIC S9(4) USAGE COMP.
          10 MONTO-RESERVADO       PIC S9(13)V99 COMP-3.
          10 LIMITE-ACUERDO        PIC S9(13)V99 COMP-3.
          10 FECHA-TRX             PIC X(10).
          10 AUD-CBU-EMISOR        PIC X(22).
          10 AUD-CBU-RECEPTOR      PIC X(22).
          88 WS-VALIDAR-N         VALUE 'N'.
          88 WS-VALIDAR-S         VALUE 'S'.

      * VARIABLES SUB-PROG VERINOT: AVISO AL DEUDOR DEL DEBITO
      * AUTOMATICO COBRADO O IMPAGO (VER 2960).
       77 WS-SVERINOT              PIC X(08) VALUE 'VERINOT'.
       77 WS-NOT-TIPO              PIC X(3).
       77 WS-NOT-CBU               PIC X(22).
       77 WS-NOT-FECHA             PIC X(10).
       77 WS-NOT-MONTO             PIC 9(13)V99.
       77 WS-NOT-ID-REF            PIC 9(9).
       77 WS-NOT-DETALLE           PIC X(36).
       77 WS-NOT-PROGRAMA          PIC X(8) VALUE 'PDEBAUT'.
       77 WS-NOT-RESULTADO         PIC X.
          88 WS-NOT-RESULTADO-E    VALUE 'E'.
       77 WS-NOT-SQLCODE           PIC S9(9) COMP.

       PROCEDURE DIVISION.
       0000-MAIN-PROGRAM.
           PERFORM 1000-INIT-PROGRAM
           ELSE
              PERFORM 2950-ACUMULAR-IMPAGO
           END-IF
           PERFORM 2960-NOTIFICAR-DEUDOR
           PERFORM 2900-COMMIT-PUNTO
           READ FICHERO-ENT.

      ***************************************************************
      * EL DEUDOR DEBE SER UN CLIENTE ACTIVO EN LA MONEDA DEL LOTE,  *
      * SIN BLOQUEO TOTAL VIGENTE, Y SU SALDO DISPONIBLE (MENOS      *
      * RESERVAS DE EMBARGO, MAS EL ACUERDO EN DESCUBIERTO VIGENTE)  *
      * DEBE CUBRIR EL MONTO MAS EL IMPUESTO AL DEBITO, CON LA MISMA *
      * LOGICA QUE PDBTRX.                                           *
      ***************************************************************
       2300-VERIFICAR-DEUDOR.
           MOVE CBU-DEUDOR OF REG-ENTRADA
                         - MONTO-RESERVADO OF DCLAUXILIAR
                 END-COMPUTE
              END-IF
           END-IF
           IF WS-ERROR-N
              PERFORM 2308-SUMAR-ACUERDO
           END-IF.

      ***************************************************************
      * ACUERDO EN DESCUBIERTO DEL DEUDOR VIGENTE A LA FECHA DEL     *
      * LOTE, CON LA MISMA LOGICA QUE 2308 DE PDBTRX.                *
      ***************************************************************
       2308-SUMAR-ACUERDO.
           EXEC SQL
                SELECT COALESCE(SUM(LIMITE), 0)
                INTO :DCLAUXILIAR.LIMITE-ACUERDO
                FROM TRX.ACUERDO_DESCUBIERTO
                WHERE CBU = :DCLCLIENTE.CBU-CLIENTE
                  AND ESTADO_ACUERDO = 'A'
                  AND FECHA_DESDE <= :DCLAUXILIAR.FECHA-TRX
                  AND FECHA_HASTA >= :DCLAUXILIAR.FECHA-TRX
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE SQLCODE TO WS-ENC-CODE
              MOVE WS-ERROR-NCONTROL TO P-RAZON
              MOVE '2308' TO P-PARRAFO
              PERFORM 2805-ESCRIBIR-IMPAGO
              PERFORM 2820-AUDITAR-RECHAZO
              MOVE 'S' TO WS-ERROR
           ELSE
              ADD LIMITE-ACUERDO OF DCLAUXILIAR
                TO WS-SALDO-DISPONIBLE
           END-IF.

      ***************************************************************
                 ADD 1 TO WS-TOT-I-OTROS
           END-EVALUATE.

      ***************************************************************
      * AVISO AL DEUDOR (VER VERINOT): EL DEBITO AUTOMATICO COBRADO, *
      * POR EL TOTAL DEBITADO Y CON LA REFERENCIA DE LA EMPRESA, O   *
      * EL IMPAGO CON SU MOTIVO. VIAJA EN LA MISMA UNIDAD DE TRABAJO *
      * QUE EL ITEM; UNA FALLA DEL AVISO NO CAMBIA EL RESULTADO DEL  *
      * ITEM, SOLO SE INFORMA.                                       *
      ***************************************************************
       2960-NOTIFICAR-DEUDOR.
           MOVE CBU-DEUDOR OF REG-ENTRADA TO WS-NOT-CBU
           MOVE WS-DIA-HORA-COBRO(1:10) TO WS-NOT-FECHA
           IF WS-ERROR-N
              MOVE 'DAU' TO WS-NOT-TIPO
              MOVE WS-MONTO-TOTAL TO WS-NOT-MONTO
              MOVE ID-TRX OF DCLTRANSACCION TO WS-NOT-ID-REF
              MOVE REFERENCIA OF REG-ENTRADA TO WS-NOT-DETALLE
           ELSE
              MOVE 'IMP' TO WS-NOT-TIPO
              MOVE MONTO OF REG-ENTRADA TO WS-NOT-MONTO
              MOVE ZEROS TO WS-NOT-ID-REF
              MOVE P-RAZON TO WS-NOT-DETALLE
           END-IF
           CALL WS-SVERINOT USING WS-NOT-TIPO, WS-NOT-CBU,
                                  WS-NOT-FECHA, WS-NOT-MONTO,
                                  WS-NOT-ID-REF, WS-NOT-DETALLE,
                                  WS-NOT-PROGRAMA, WS-NOT-RESULTADO,
                                  WS-NOT-SQLCODE
           IF WS-NOT-RESULTADO-E
              MOVE WS-NOT-SQLCODE TO WS-ENC-CODE
              DISPLAY 'AVISO AL CLIENTE NO REGISTRADO ' WS-NOT-TIPO
                      ' ' WS-NOT-CBU
              DISPLAY WS-ERROR-NCONTROL
           END-IF.

      ***************************************************************
      * PUNTO DE COMMIT, IGUAL AL DE PDBTRX.                         *
      ***************************************************************
