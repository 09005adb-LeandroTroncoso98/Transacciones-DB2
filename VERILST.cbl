       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERILST.
       AUTHOR. TRONCOSO LEANDRO.
      **********************************************************
      * Subprograma que controla una persona (CUIT y/o nombre) *
      * contra la lista de control de cumplimiento             *
      * (TRX.LISTA_CONTROL: sanciones, PEP, financiamiento del *
      * terrorismo) que carga PCARLST. Retorna 'S' si hay      *
      * coincidencia. En modo 'A' ademas abre (o suma a) el    *
      * caso en TRX.CASO_SOSPECHA sobre el CBU informado, para *
      * que PDECSOS lo resuelva, y retorna su ID_CASO.         *
      **********************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * VARIABLES DE TRABAJO.
       77 WS-PATRON-LISTA         PIC X(8) VALUE 'LISTA'.

      * FECHA DEL DIA PARA EL CASO QUE SE ABRE, EN EL MISMO FORMATO
      * 'AAAA-MM-DD' QUE USA PDETSOS.
       01 WS-FECHA-SISTEMA.
          05 WS-FS-ANIO            PIC 9(4).
          05 WS-FS-MES             PIC 99.
          05 WS-FS-DIA             PIC 99.
       01 WS-FECHA-HOY.
          05 WS-FH-ANIO            PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-FH-MES             PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 WS-FH-DIA             PIC 99.

      * HABILITAMOS VARIABLES DE DB2: LA LISTA, LOS CASOS Y LA
      * NUMERACION COMUN DE TRX.CONTROL_ID.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TRXLST END-EXEC.
           EXEC SQL INCLUDE TRXCASO END-EXEC.
           EXEC SQL INCLUDE TRXSEQ END-EXEC.
           EXEC SQL BEGIN DECLARE SECTION
           END-EXEC.
       01 DCLAUXILIAR.
          10 NUMERO-REG            PIC S9(4) USAGE COMP.
           EXEC SQL END DECLARE SECTION
           END-EXEC.

       LINKAGE SECTION.
       01 LN-CUIT                 PIC X(11).
       01 LN-NOMBRE               PIC X(50).
       01 LN-CBU                  PIC X(22).
      * 'C' SOLO CONSULTA / 'A' CONSULTA Y ABRE EL CASO.
       77 LN-MODO                 PIC X.
          88 LN-MODO-ABRE-CASO    VALUE 'A'.
      * 'S' COINCIDE CON LA LISTA / 'N' NO COINCIDE / 'E' ERROR DE
      * BASE DE DATOS (EL SQLCODE QUEDA EN LN-SQLCODE).
       77 LN-RESULTADO            PIC X.
          88 LN-RESULTADO-N       VALUE 'N'.
          88 LN-RESULTADO-S       VALUE 'S'.
          88 LN-RESULTADO-E       VALUE 'E'.
       77 LN-ID-CASO              PIC 9(9).
       77 LN-SQLCODE              PIC S9(9) COMP.

       PROCEDURE DIVISION USING LN-CUIT, LN-NOMBRE, LN-CBU, LN-MODO,
                                LN-RESULTADO, LN-ID-CASO, LN-SQLCODE.
       0100-PROGRAMA-PRINCIPAL.
           MOVE 'N' TO LN-RESULTADO
           MOVE ZEROS TO LN-ID-CASO
           MOVE ZEROS TO LN-SQLCODE
           IF LN-CUIT NOT = SPACES
              PERFORM 0200-BUSCAR-POR-CUIT
           END-IF
           IF LN-RESULTADO-N AND LN-NOMBRE NOT = SPACES
              PERFORM 0250-BUSCAR-POR-NOMBRE
           END-IF
           IF LN-RESULTADO-S
              PERFORM 0300-VERIFICAR-DESCARTE
           END-IF
           IF LN-RESULTADO-S AND LN-MODO-ABRE-CASO
              PERFORM 0400-ABRIR-CASO
           END-IF
           PERFORM 0900-RETORNAR-PROGRAMA.

      ***************************************************************
      * LA COINCIDENCIA POR CUIT ES EXACTA; LA POR NOMBRE SOLO SE    *
      * INTENTA CUANDO EL CUIT NO COINCIDIO Y COMPARA EL NOMBRE TAL  *
      * COMO LO INFORMA EL PROVEEDOR DE LA LISTA.                    *
      ***************************************************************
       0200-BUSCAR-POR-CUIT.
           MOVE LN-CUIT TO CUIT OF DCLLISTA
           EXEC SQL
                SELECT CUIT, TIPO_LISTA
                INTO :DCLLISTA.CUIT, :DCLLISTA.TIPO-LISTA
                FROM TRX.LISTA_CONTROL
                WHERE CUIT = :DCLLISTA.CUIT
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           PERFORM 0280-EVALUAR-BUSQUEDA.

       0250-BUSCAR-POR-NOMBRE.
           MOVE LN-NOMBRE TO NOMBRE OF DCLLISTA
           EXEC SQL
                SELECT CUIT, TIPO_LISTA
                INTO :DCLLISTA.CUIT, :DCLLISTA.TIPO-LISTA
                FROM TRX.LISTA_CONTROL
                WHERE NOMBRE = :DCLLISTA.NOMBRE
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           PERFORM 0280-EVALUAR-BUSQUEDA.

       0280-EVALUAR-BUSQUEDA.
           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'S' TO LN-RESULTADO
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO LN-SQLCODE
                 MOVE 'E' TO LN-RESULTADO
           END-EVALUATE.

      ***************************************************************
      * UN CASO DE LISTA YA DESCARTADO POR CUMPLIMIENTO ('D') PARA   *
      * EL MISMO CBU Y LA MISMA ENTRADA DE LA LISTA ES UN HOMONIMO   *
      * ACLARADO: NO VUELVE A FRENAR LA OPERACION.                   *
      ***************************************************************
       0300-VERIFICAR-DESCARTE.
           MOVE LN-CBU TO CBU OF DCLCASO
           MOVE CUIT OF DCLLISTA TO CUIT-LISTA OF DCLCASO
           MOVE WS-PATRON-LISTA TO COD-PATRON OF DCLCASO
           EXEC SQL
                SELECT COUNT(ID_CASO)
                INTO :DCLAUXILIAR.NUMERO-REG
                FROM TRX.CASO_SOSPECHA
                WHERE COD_PATRON = :DCLCASO.COD-PATRON
                  AND CBU = :DCLCASO.CBU
                  AND CUIT_LISTA = :DCLCASO.CUIT-LISTA
                  AND ESTADO_CASO = 'D'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO LN-SQLCODE
              MOVE 'E' TO LN-RESULTADO
           ELSE
              IF NUMERO-REG > 0
                 MOVE 'N' TO LN-RESULTADO
              END-IF
           END-IF.

      ***************************************************************
      * SI YA HAY UN CASO DE LISTA PENDIENTE PARA EL CBU Y LA ENTRADA*
      * DE LA LISTA, LA NUEVA OPERACION RETENIDA SE SUMA A ESE CASO  *
      * (CANT_TRX); SI NO, SE ABRE UNO NUEVO EN ESTADO 'P' CON EL ID *
      * DE TRX.CONTROL_ID, IGUAL QUE 2600-ABRIR-CASO DE PDETSOS. EL  *
      * ALTA VIAJA EN LA UNIDAD DE TRABAJO DEL PROGRAMA LLAMADOR.    *
      ***************************************************************
       0400-ABRIR-CASO.
           EXEC SQL
                SELECT ID_CASO
                INTO :DCLCASO.ID-CASO
                FROM TRX.CASO_SOSPECHA
                WHERE COD_PATRON = :DCLCASO.COD-PATRON
                  AND CBU = :DCLCASO.CBU
                  AND CUIT_LISTA = :DCLCASO.CUIT-LISTA
                  AND ESTADO_CASO = 'P'
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 0410-SUMAR-AL-CASO
              WHEN 100
                 PERFORM 0420-GENERAR-ID-CASO
                 IF LN-RESULTADO-S
                    PERFORM 0430-INSERTAR-CASO
                 END-IF
              WHEN OTHER
                 MOVE SQLCODE TO LN-SQLCODE
                 MOVE 'E' TO LN-RESULTADO
           END-EVALUATE
           IF LN-RESULTADO-S
              MOVE ID-CASO OF DCLCASO TO LN-ID-CASO
           END-IF.

       0410-SUMAR-AL-CASO.
           EXEC SQL
                UPDATE TRX.CASO_SOSPECHA
                SET CANT_TRX = CANT_TRX + 1
                WHERE ID_CASO = :DCLCASO.ID-CASO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO LN-SQLCODE
              MOVE 'E' TO LN-RESULTADO
           END-IF.

       0420-GENERAR-ID-CASO.
           MOVE 'CASO_SOSPECHA' TO NOM-TABLA OF DCLSECUENCIA
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
                 MOVE ULT-ID OF DCLSECUENCIA TO ID-CASO OF DCLCASO
              END-IF
           END-IF.

       0430-INSERTAR-CASO.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-FS-ANIO TO WS-FH-ANIO
           MOVE WS-FS-MES TO WS-FH-MES
           MOVE WS-FS-DIA TO WS-FH-DIA
           MOVE WS-FECHA-HOY TO FECHA OF DCLCASO
           MOVE 1 TO CANT-TRX OF DCLCASO
           MOVE 'P' TO ESTADO-CASO OF DCLCASO
           EXEC SQL
                INSERT INTO TRX.CASO_SOSPECHA
                       (ID_CASO, FECHA, COD_PATRON, CBU,
                        CANT_TRX, ESTADO_CASO, CUIT_LISTA)
                VALUES (:DCLCASO.ID-CASO,
                        :DCLCASO.FECHA,
                        :DCLCASO.COD-PATRON,
                        :DCLCASO.CBU,
                        :DCLCASO.CANT-TRX,
                        :DCLCASO.ESTADO-CASO,
                        :DCLCASO.CUIT-LISTA)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO LN-SQLCODE
              MOVE 'E' TO LN-RESULTADO
           END-IF.

       0900-RETORNAR-PROGRAMA.
           EXIT PROGRAM.
