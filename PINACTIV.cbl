                     VALUE 'ERROR NO CONTROLADO, CODIGO: '.
          05 WS-ENC-CODE          PIC -999.

      * VARIABLES SUB-PROG VERINOT: AVISO AL CLIENTE DEL PASO DE SU
      * CUENTA A INACTIVA (VER 2350) Y DE SU REACTIVACION (VER 2770).
       77 WS-SVERINOT              PIC X(08) VALUE 'VERINOT'.
       77 WS-NOT-TIPO              PIC X(3).
       77 WS-NOT-CBU               PIC X(22).
       77 WS-NOT-FECHA             PIC X(10).
       77 WS-NOT-MONTO             PIC 9(13)V99 VALUE 0.
       77 WS-NOT-ID-REF            PIC 9(9) VALUE 0.
       77 WS-NOT-DETALLE           PIC X(36).
       77 WS-NOT-PROGRAMA          PIC X(8) VALUE 'PINACTIV'.
       77 WS-NOT-RESULTADO         PIC X.
          88 WS-NOT-RESULTADO-E    VALUE 'E'.
       77 WS-NOT-SQLCODE           PIC S9(9) COMP.

      * SQLCA Y DCLGEN DE LAS TABLAS DEL CIRCUITO. EL CAMBIO DE
      * ESTADO DEJA SU FILA EN TRX.CLIENTE_HIST CON TIPO_MOV 'D',
      * IGUAL QUE LAS NOVEDADES DE PMNTCLI.
           END-EXEC.
       01 DCLAUX.
          10 NUMERO-REG            PIC S9(9) USAGE COMP.
      * CUENTA Y DIA DEL AVISO DE REACTIVACION (VER 2770).
          10 HV-CBU-AVISO          PIC X(22).
          10 HV-FECHA-AVISO        PIC X(10).
      * LIMITE INFERIOR DE LA VENTANA DE ACTIVIDAD, CON EL MISMO
      * RELLENO BYTE A BYTE QUE EL FORMATO REAL DE DIA_HORA.
       01 WS-TS-CORTE.
           ADD 1 TO WS-TOT-INACTIVADOS
           MOVE CBU-CLIENTE-TEXT OF DCLCLIENTE TO WS-RD-CBU
           MOVE 'PASA A INACTIVA' TO WS-RD-ACCION
           WRITE REG-REPORTE FROM WS-REP-DETALLE
           PERFORM 2350-NOTIFICAR-INACTIVA.

      ***************************************************************
      * AVISO AL CLIENTE DEL PASO A INACTIVA (VER VERINOT), EN LA    *
      * MISMA UNIDAD DE TRABAJO QUE EL CAMBIO DE ESTADO. UNA FALLA   *
      * DEL AVISO NO DETIENE LA CORRIDA, SOLO SE INFORMA.            *
      ***************************************************************
       2350-NOTIFICAR-INACTIVA.
           MOVE 'INA' TO WS-NOT-TIPO
           MOVE 'SIN MOVIMIENTOS EN EL PERIODO' TO WS-NOT-DETALLE
           MOVE CBU-CLIENTE-TEXT OF DCLCLIENTE TO WS-NOT-CBU
           PERFORM 2360-LLAMAR-VERINOT.

       2360-LLAMAR-VERINOT.
           MOVE WS-TS-DIA-INI(1:10) TO WS-NOT-FECHA
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
      * SECCION DE REACTIVACIONES DEL DIA: LAS MODIFICACIONES DE     *
      * PMNTCLI QUE DEVOLVIERON CUENTAS INACTIVAS AL ESTADO ACTIVO,  *
      * TOMADAS DEL HISTORIAL DE CAMBIOS. CADA UNA SE AVISA AL       *
      * CLIENTE (VER 2770) Y EL AVISO QUEDA EN EL COMMIT FINAL.       *
      ***************************************************************
       2700-LISTAR-REACTIVADAS.
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           MOVE CBU-CLIENTE OF DCLCLIHIST TO WS-RD-CBU
           MOVE 'REACTIVADA POR NOVEDAD DE PMNTCLI' TO WS-RD-ACCION
           WRITE REG-REPORTE FROM WS-REP-DETALLE
           PERFORM 2770-NOTIFICAR-REACTIVADA
           PERFORM 2750-FETCH-REACTIVADA.

      ***************************************************************
      * AVISO AL CLIENTE DE LA REACTIVACION (VER VERINOT), DEL MISMO *
      * GRUPO QUE EL PASO A INACTIVA. LAS REACTIVACIONES SE TOMAN    *
      * DEL DIA COMPLETO: SI LA CORRIDA SE REPITE EN EL DIA, LA      *
      * CUENTA QUE YA TIENE SU AVISO DE HOY NO SE VUELVE A AVISAR.   *
      ***************************************************************
       2770-NOTIFICAR-REACTIVADA.
           MOVE CBU-CLIENTE OF DCLCLIHIST TO WS-NOT-CBU
           MOVE CBU-CLIENTE OF DCLCLIHIST TO HV-CBU-AVISO
           MOVE WS-TS-DIA-INI(1:10) TO HV-FECHA-AVISO
           EXEC SQL
                SELECT COUNT(*)
                INTO :DCLAUX.NUMERO-REG
                FROM TRX.EVENTO_NOTIF
                WHERE CBU_CLIENTE = :DCLAUX.HV-CBU-AVISO
                  AND TIPO_EVENTO = 'REA'
                  AND FECHA_EVENTO = :DCLAUX.HV-FECHA-AVISO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              PERFORM 3300-STOP-PROGRAM
           END-IF
           IF NUMERO-REG OF DCLAUX = 0
              MOVE 'REA' TO WS-NOT-TIPO
              MOVE 'CUENTA REACTIVADA' TO WS-NOT-DETALLE
              PERFORM 2360-LLAMAR-VERINOT
           END-IF.

      ***************************************************************
      * PUNTO DE COMMIT, MISMO ESQUEMA DE REPOSICIONAMIENTO POR      *
      * CONTEO QUE PCUOCLI.                                          *
