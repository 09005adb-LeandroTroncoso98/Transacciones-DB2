       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCIECTA.
       AUTHOR. TRONCOSO LEANDRO.
      **********************************************************
      * Cierre de cuentas a pedido del cliente; reemplaza a la *
      * novedad 'B' de PMNTCLI. Antes de dar de baja la cuenta *
      * cobra la mora pendiente, transfiere el saldo que quede *
      * al CBU de destino indicado (nuestro, o de otra entidad *
      * por el archivo interbancario) y da de baja las ordenes *
      * permanentes, mandatos de debito, alias y acuerdo en    *
      * descubierto de la cuenta. Un cierre bloqueado          *
      * (embargo, plazo fijo activo, saldo deudor, destino     *
      * invalido) sale con su motivo para reingresarlo. Emite  *
      * el resumen de cierre de cada cuenta cerrada.           *
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

           SELECT INTERB-FICH ASSIGN TO INTERBAN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-INTERB.

           SELECT EXTRACTO-FICH ASSIGN TO EXTCIE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-EXTRACTO.

           SELECT REPORTE-FICH ASSIGN TO REPORTE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
      * SOLICITUDES DE CIERRE DE CUENTA. REEMPLAZA A LA NOVEDAD 'B'
      * DE PMNTCLI: ANTES DE DAR DE BAJA LA CUENTA SE COBRA LA MORA
      * PENDIENTE, SE TRANSFIERE EL SALDO QUE QUEDE AL CBU DE
      * DESTINO QUE INDICA EL CLIENTE (NUESTRO O DE OTRA ENTIDAD) Y
      * SE DAN DE BAJA LAS ORDENES PERMANENTES, MANDATOS DE DEBITO Y
      * ALIAS DE LA CUENTA. EL CBU DE DESTINO SOLO ES OBLIGATORIO SI
      * DESPUES DE LA MORA QUEDA SALDO PARA TRANSFERIR.
       FD FICHERO-ENT RECORDING MODE IS F
                      DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA.
          05 CBU-CLIENTE           PIC X(22).
          05 CBU-DESTINO           PIC X(22).
          05 FILLER                PIC X(36).

      * REGISTRO DE LOS CIERRES QUE NO SE PUDIERON HACER, CON EL
      * MOTIVO QUE LOS BLOQUEA, PARA REINGRESARLOS UNA VEZ RESUELTO.
       FD ERROR-FICH RECORDING MODE IS F
                     DATA RECORD IS REG-ERROR.
       01 REG-ERROR.
          05 E-CBU-CLIENTE         PIC X(22).
          05 E-CBU-DESTINO         PIC X(22).
          05 E-RAZON               PIC X(36).
          05 E-PARRAFO             PIC X(4).

      * SALIDA INTERBANCARIA DEL SALDO TRANSFERIDO A OTRA ENTIDAD,
      * CON EL MISMO LAYOUT QUE EL REG-INTERB DE PDBTRX.
       FD INTERB-FICH RECORDING MODE IS F
                      DATA RECORD IS REG-INTERB.
       01 REG-INTERB.
          05 I-ENTIDAD            PIC 9(3).
          05 I-CBU-EMISOR         PIC X(22).
          05 I-CBU-RECEPTOR       PIC X(22).
          05 I-FECHA-HORA         PIC X(26).
          05 I-MONTO              PIC 9(13)V99.
          05 I-MONEDA             PIC X(3).
          05 I-CONCEPTO           PIC X(3).
          05 I-REFERENCIA         PIC X(30).
          05 I-CUIT-EMISOR        PIC X(11).

      * RESUMEN DE CIERRE PARA EL CLIENTE, UNO POR CUENTA CERRADA.
       FD EXTRACTO-FICH RECORDING MODE IS F
                        DATA RECORD IS REG-EXTRACTO.
       01 REG-EXTRACTO             PIC X(80).

      * REPORTE DE CONTROL, CON EL DETALLE DE LOS CIERRES BLOQUEADOS.
       FD REPORTE-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-REPORTE.
       01 REG-REPORTE              PIC X(80).

       WORKING-STORAGE SECTION.

      * FILE STATUS DE LOS ARCHIVOS I-O.
       77 FS-ENTRADA              PIC 99.
          88 FS-ENTRADA-END       VALUE 10.

       77 FS-ERROR                PIC 99.
       77 FS-INTERB               PIC 99.
       77 FS-EXTRACTO             PIC 99.
       77 FS-REPORTE              PIC 99.

      * VARIABLES DEL PROGRAMA.
       77 WS-ERROR                PIC X VALUE 'N'.
          88 WS-ERROR-N           VALUE 'N'.
          88 WS-ERROR-S           VALUE 'S'.

      * DESTINO DEL SALDO: 'L' CLIENTE NUESTRO / 'I' OTRA ENTIDAD /
      * 'N' SIN SALDO PARA TRANSFERIR.
       77 WS-DESTINO              PIC X VALUE 'N'.
          88 WS-DESTINO-LOCAL     VALUE 'L'.
          88 WS-DESTINO-INTERB    VALUE 'I'.
          88 WS-DESTINO-NINGUNO   VALUE 'N'.

      * IMPORTES DEL CIERRE EN CURSO.
       77 WS-SALDO-CIERRE         PIC S9(15)V99 COMP-3 VALUE 0.
       77 WS-MORA-PENDIENTE       PIC S9(15)V99 COMP-3 VALUE 0.
       77 WS-SALDO-TRANSFERIR     PIC S9(15)V99 COMP-3 VALUE 0.

      * CONTADORES PARA EL REPORTE DE TOTALES DE CONTROL.
       77 WS-TOT-LEIDOS           PIC 9(9) COMP VALUE 0.
       77 WS-TOT-CERRADAS         PIC 9(9) COMP VALUE 0.
       77 WS-TOT-BLOQUEADAS       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-B-BLOQUEO        PIC 9(9) COMP VALUE 0.
       77 WS-TOT-B-MORA           PIC 9(9) COMP VALUE 0.
       77 WS-TOT-B-DEUDOR         PIC 9(9) COMP VALUE 0.
       77 WS-TOT-B-DESTINO        PIC 9(9) COMP VALUE 0.
       77 WS-TOT-B-CUENTA         PIC 9(9) COMP VALUE 0.
       77 WS-TOT-B-SQLERROR       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-B-PLAZO          PIC 9(9) COMP VALUE 0.
       77 WS-TOT-CUOTAS           PIC 9(9) COMP VALUE 0.
       77 WS-TOT-ORDENES          PIC 9(9) COMP VALUE 0.
       77 WS-TOT-MANDATOS         PIC 9(9) COMP VALUE 0.
       77 WS-TOT-ALIAS            PIC 9(9) COMP VALUE 0.
       77 WS-TOT-ACUERDOS         PIC 9(9) COMP VALUE 0.
       77 WS-TOT-TRF-LOCAL        PIC 9(9) COMP VALUE 0.
       77 WS-TOT-TRF-INTERB       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-MONTO-MORA       PIC 9(15)V99 COMP-3 VALUE 0.
       77 WS-TOT-MONTO-LOCAL      PIC 9(15)V99 COMP-3 VALUE 0.
       77 WS-TOT-MONTO-INTERB     PIC 9(15)V99 COMP-3 VALUE 0.

      * LINEAS DEL REPORTE DE CONTROL.
       01 WS-REP-GUIONES          PIC X(80) VALUE ALL '-'.
       01 WS-REP-TITULO.
          05 FILLER               PIC X(20) VALUE SPACES.
          05 FILLER               PIC X(40)
                   VALUE 'REPORTE DE CIERRE DE CUENTAS - PCIECTA'.
          05 FILLER               PIC X(20) VALUE SPACES.
       01 WS-REP-SECCION.
          05 WS-RS-TEXTO          PIC X(80).
       01 WS-REP-BLOQUEADO.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-RB-CBU            PIC X(22).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-RB-RAZON          PIC X(36).
          05 FILLER               PIC X(18) VALUE SPACES.
       01 WS-REP-CONTADOR.
          05 WS-RC-ETIQUETA       PIC X(45).
          05 WS-RC-VALOR          PIC ZZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(24) VALUE SPACES.
       01 WS-REP-IMPORTE.
          05 WS-RI-ETIQUETA       PIC X(45).
          05 WS-RI-VALOR          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(15) VALUE SPACES.

      * RESUMEN DE CIERRE DE LA CUENTA EN CURSO. LOS RENGLONES SE
      * ARMAN EN MEMORIA MIENTRAS SE EJECUTA EL CIERRE Y RECIEN SE
      * GRABAN DESPUES DEL COMMIT, ASI UN CIERRE DESHECHO POR
      * ROLLBACK NUNCA DEJA UN RESUMEN EMITIDO.
       77 WS-EXT-CANT             PIC S9(4) COMP VALUE 0.
       77 WS-EXT-OMITIDOS         PIC 9(9) COMP VALUE 0.
       01 WS-EXT-TABLA.
          05 WS-EXT-RENGLON OCCURS 200 TIMES
                            INDEXED BY WS-EXT-IDX PIC X(80).
       01 WS-EXT-LINEA            PIC X(80).
       01 WS-EXT-GUIONES          PIC X(80) VALUE ALL '='.
       01 WS-EXT-TITULO.
          05 FILLER               PIC X(24) VALUE SPACES.
          05 FILLER               PIC X(32)
                   VALUE 'RESUMEN DE CIERRE DE CUENTA'.
          05 FILLER               PIC X(24) VALUE SPACES.
       01 WS-EXT-DATO.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-ED-ETIQUETA       PIC X(18).
          05 WS-ED-VALOR          PIC X(60).
       01 WS-EXT-MOVIMIENTO.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-EM-CONCEPTO       PIC X(40).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 WS-EM-DETALLE        PIC X(14).
          05 WS-EM-IMPORTE        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-EXT-ID-ED            PIC Z(8)9.

       01 WS-ERROR-NCONTROL.
          05 FILLER               PIC X(29)
                     VALUE 'ERROR NO CONTROLADO, CODIGO: '.
          05 WS-ENC-CODE          PIC -999.

      * CBU DE IMPUTACION DE CUOTAS (TODO CEROS), EL MISMO RECEPTOR
      * FICTICIO QUE USAN PCUOCLI Y PRECMOR PARA LA MORA COBRADA.
       77 WS-CBU-CUOTAS           PIC X(22) VALUE ALL '0'.

      * FECHA Y HORA DEL CIERRE: LOS MOVIMIENTOS LLEVAN LA FECHA Y
      * HORA DEL SISTEMA, CON EL MISMO FORMATO QUE EL DIA_HORA DE
      * PDBTRX.
       01 WS-FECHA-SISTEMA.
          05 WS-FS-ANIO            PIC 9(4).
          05 WS-FS-MES             PIC 99.
          05 WS-FS-DIA             PIC 99.
       01 WS-HORA-SISTEMA.
          05 WS-HS-HORA            PIC 99.
          05 WS-HS-MIN             PIC 99.
          05 WS-HS-SEG             PIC 99.
          05 WS-HS-CENT            PIC 99.
       01 WS-DIA-HORA-CIERRE.
          05 WS-TS-CIE-ANIO        PIC 9(4).
          05 FILLER                PIC X VALUE '-'.
          05 WS-TS-CIE-MES         PIC 99.
          05 FILLER                PIC X VALUE '-'.
          05 WS-TS-CIE-DIA         PIC 99.
          05 WS-TS-CIE-HORA        PIC 99.
          05 FILLER                PIC X VALUE ':'.
          05 WS-TS-CIE-MIN         PIC 99.
          05 FILLER                PIC X VALUE ':'.
          05 WS-TS-CIE-SEG         PIC 99.
          05 FILLER                PIC X(8) VALUE SPACES.

      * SQLCA Y DCLGEN DE LAS TABLAS QUE TOCA EL CIERRE.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE TRXCLI END-EXEC.
           EXEC SQL INCLUDE TRXCLIH END-EXEC.
           EXEC SQL INCLUDE TRXTRX END-EXEC.
           EXEC SQL INCLUDE TRXBLQ END-EXEC.
           EXEC SQL INCLUDE TRXMORA END-EXEC.
           EXEC SQL INCLUDE TRXORD END-EXEC.
           EXEC SQL INCLUDE TRXMAN END-EXEC.
           EXEC SQL INCLUDE TRXALI END-EXEC.
           EXEC SQL INCLUDE TRXBCO END-EXEC.
      * DCLGEN DE LA TABLA DE CONTROL DE REINICIO/COMMIT.
           EXEC SQL INCLUDE TRXCTL END-EXEC.
      * DCLGEN DE LA TABLA DE CONTROL DE NUMERACION DE ID_TRX.
           EXEC SQL INCLUDE TRXSEQ END-EXEC.
           EXEC SQL BEGIN DECLARE SECTION
           END-EXEC.
       01 DCLAUXILIAR.
          10 NUMERO-REG            PIC S9(9) USAGE COMP.
          10 IMPORTE-MORA          PIC S9(15)V99 COMP-3.
          10 FECHA-CIERRE          PIC X(10).
          10 CBU-CIERRE            PIC X(22).
          10 CBU-DESTINO-H         PIC X(22).
          10 ESTADO-DESTINO        PIC X(1).
          10 MONEDA-DESTINO        PIC X(3).
           EXEC SQL END DECLARE SECTION
           END-EXEC.

       77 IND-NULL                PIC S9(4) COMP-5.

      * CONTROL DE COMMITS Y REINICIO (VER TRX.CONTROL_PROCESO). CADA
      * CIERRE ES SU PROPIA UNIDAD DE TRABAJO: ESCRIBE SALIDA
      * INTERBANCARIA Y RESUMEN DEL CLIENTE, QUE NO SE PUEDEN
      * DESHACER CON UN ROLLBACK, ASI QUE SE CONFIRMA DE A UNO.
       77 WS-PROGRAMA              PIC X(8) VALUE 'PCIECTA'.
       77 WS-COMMIT-CADA           PIC 9(4) COMP VALUE 1.
       77 WS-CONT-COMMIT           PIC 9(4) COMP VALUE 0.
       77 WS-NUM-REGISTRO          PIC 9(9) COMP VALUE 0.
       77 WS-REG-REINICIO          PIC 9(9) COMP VALUE 0.

      * MISMO ESQUEMA DE RECHAZOS YA ESCRITOS QUE PMNTCLI.
       77 WS-NUM-ERRORES           PIC 9(9) COMP VALUE 0.
       77 WS-REG-REINICIO-ERR      PIC 9(9) COMP VALUE 0.

      * VARIABLES SUB-PROG VERICBU Y VERIBCO, LOS MISMOS QUE USA
      * PDBTRX PARA VALIDAR UN CBU Y RESOLVER SU ENTIDAD.
       77 WS-SVERICBU              PIC X(08) VALUE 'VERICBU'.
       77 WS-SVERIBCO              PIC X(08) VALUE 'VERIBCO'.
       77 WS-DESC-BCO              PIC X(50).
       77 WS-VALIDAR               PIC X.
          88 WS-VALIDAR-N          VALUE 'N'.
          88 WS-VALIDAR-S          VALUE 'S'.

      * CURSORES DE LAS DEPENDENCIAS DE LA CUENTA QUE SE CIERRA. SE
      * ABREN Y CIERRAN DENTRO DE LA UNIDAD DE TRABAJO DEL CIERRE.
           EXEC SQL DECLARE CUR_MORA CURSOR FOR
                SELECT PERIODO, CATEGORIA, MONEDA, CUOTA,
                       IMPUESTO, IMPORTE
                FROM TRX.CUOTA_MORA
                WHERE CBU = :DCLAUXILIAR.CBU-CIERRE
                  AND ESTADO_MORA = 'P'
                ORDER BY PERIODO
           END-EXEC.

           EXEC SQL DECLARE CUR_ORD CURSOR FOR
                SELECT ID_ORDEN, CBU_RECEPTOR, MONTO
                FROM TRX.ORDEN_PERMANENTE
                WHERE CBU_EMISOR = :DCLAUXILIAR.CBU-CIERRE
                  AND ESTADO_ORDEN = 'A'
                ORDER BY ID_ORDEN
           END-EXEC.

           EXEC SQL DECLARE CUR_MAN CURSOR FOR
                SELECT ID_MANDATO, ID_EMPRESA
                FROM TRX.MANDATO
                WHERE CBU = :DCLAUXILIAR.CBU-CIERRE
                  AND ESTADO_MANDATO = 'A'
                ORDER BY ID_MANDATO
           END-EXEC.

           EXEC SQL DECLARE CUR_ALI CURSOR FOR
                SELECT ALIAS
                FROM TRX.ALIAS
                WHERE CBU = :DCLAUXILIAR.CBU-CIERRE
                  AND ESTADO_ALIAS = 'A'
                ORDER BY ALIAS
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN-PROGRAM.
           PERFORM 1000-INIT-PROGRAM
           READ FICHERO-ENT
           PERFORM 2000-PROCESAMIENTO UNTIL FS-ENTRADA-END
           PERFORM 3000-END-PROGRAM.

      ******************************************************************
      * PARRAFO DE APERTURA DE ARCHIVOS E INICIACION DE VARIABLES.     *
      ******************************************************************
       1000-INIT-PROGRAM.
           PERFORM 1100-OPEN-ENT
           PERFORM 1400-RECUPERAR-CONTROL
           PERFORM 1200-OPEN-SALIDAS
           PERFORM 1250-OPEN-REPORTE
           MOVE 22 TO CBU-CLIENTE-LEN OF DCLCLIENTE
           MOVE 22 TO CBU-EMISOR-LEN OF DCLTRANSACCION
           MOVE 22 TO CBU-RECEPTOR-LEN OF DCLTRANSACCION
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-FS-ANIO TO WS-TS-CIE-ANIO
           MOVE WS-FS-MES TO WS-TS-CIE-MES
           MOVE WS-FS-DIA TO WS-TS-CIE-DIA
           MOVE WS-HS-HORA TO WS-TS-CIE-HORA
           MOVE WS-HS-MIN TO WS-TS-CIE-MIN
           MOVE WS-HS-SEG TO WS-TS-CIE-SEG
           MOVE WS-DIA-HORA-CIERRE(1:10) TO FECHA-CIERRE.

       1100-OPEN-ENT.
           OPEN INPUT FICHERO-ENT
           IF FS-ENTRADA NOT = 00
              PERFORM 3300-STOP-PROGRAM
           END-IF.

      * SI EL PROCESO SE REINICIA A PARTIR DE UN COMMIT ANTERIOR, LOS
      * RECHAZOS, SALIDAS INTERBANCARIAS Y RESUMENES YA EMITIDOS EN LA
      * CORRIDA PREVIA NO SE DEBEN PERDER.
       1200-OPEN-SALIDAS.
           IF WS-REG-REINICIO > 0
              OPEN EXTEND ERROR-FICH
              OPEN EXTEND INTERB-FICH
              OPEN EXTEND EXTRACTO-FICH
           ELSE
              OPEN OUTPUT ERROR-FICH
              OPEN OUTPUT INTERB-FICH
              OPEN OUTPUT EXTRACTO-FICH
           END-IF
           IF FS-ERROR NOT = 00 OR FS-INTERB NOT = 00
              OR FS-EXTRACTO NOT = 00
              CLOSE FICHERO-ENT
              PERFORM 3300-STOP-PROGRAM
           END-IF.

       1250-OPEN-REPORTE.
           OPEN OUTPUT REPORTE-FICH
           IF FS-REPORTE NOT = 00
              CLOSE FICHERO-ENT
              CLOSE ERROR-FICH
              CLOSE INTERB-FICH
              CLOSE EXTRACTO-FICH
              PERFORM 3300-STOP-PROGRAM
           END-IF
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           WRITE REG-REPORTE FROM WS-REP-TITULO
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           MOVE 'CIERRES NO REALIZADOS Y SU MOTIVO' TO WS-RS-TEXTO
           WRITE REG-REPORTE FROM WS-REP-SECCION
           WRITE REG-REPORTE FROM WS-REP-GUIONES.

      ***************************************************************
      * RECUPERAMOS EL PUNTO DE REINICIO DE TRX.CONTROL_PROCESO, DE  *
      * LA MISMA FORMA QUE LO HACE PMNTCLI.                          *
      ***************************************************************
       1400-RECUPERAR-CONTROL.
           MOVE WS-PROGRAMA TO NOM-PROGRAMA OF DCLCONTROL
           EXEC SQL
                SELECT ULT_REG_COMMIT, ULT_REG_ERROR
                INTO :DCLCONTROL.ULT-REG-COMMIT,
                     :DCLCONTROL.ULT-REG-ERROR
                FROM TRX.CONTROL_PROCESO
                WHERE NOM_PROGRAMA = :DCLCONTROL.NOM-PROGRAMA
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE ULT-REG-COMMIT OF DCLCONTROL TO WS-REG-REINICIO
                 MOVE ULT-REG-ERROR OF DCLCONTROL
                   TO WS-REG-REINICIO-ERR
              WHEN 100
                 MOVE ZEROS TO WS-REG-REINICIO
                 MOVE ZEROS TO WS-REG-REINICIO-ERR
                 EXEC SQL
                      INSERT INTO TRX.CONTROL_PROCESO
                             (NOM_PROGRAMA, ULT_REG_COMMIT,
                              ULT_REG_ERROR, ESTADO_PROCESO)
                      VALUES (:DCLCONTROL.NOM-PROGRAMA, 0, 0, 'P')
                 END-EXEC
                 EXEC SQL COMMIT END-EXEC
              WHEN OTHER
                 MOVE SQLCODE TO WS-ENC-CODE
                 DISPLAY WS-ERROR-NCONTROL
                 EXEC SQL ROLLBACK END-EXEC
                 PERFORM 3300-STOP-PROGRAM
           END-EVALUATE
           IF WS-REG-REINICIO > 0
              PERFORM 1500-SALTAR-PROCESADOS
                 UNTIL WS-NUM-REGISTRO >= WS-REG-REINICIO
                    OR FS-ENTRADA-END
           END-IF.

       1500-SALTAR-PROCESADOS.
           READ FICHERO-ENT
           IF NOT FS-ENTRADA-END
              ADD 1 TO WS-NUM-REGISTRO
           END-IF.

      ***************************************************************
      * CADA SOLICITUD PASA PRIMERO POR TODAS LAS VALIDACIONES QUE   *
      * PUEDEN BLOQUEAR EL CIERRE, SIN TOCAR NADA. SOLO SI NINGUNA   *
      * LO BLOQUEA SE EJECUTA EL CIERRE COMPLETO.                    *
      ***************************************************************
       2000-PROCESAMIENTO.
           MOVE 'N' TO WS-ERROR
           MOVE 'N' TO WS-DESTINO
           MOVE ZEROS TO WS-SALDO-CIERRE
           MOVE ZEROS TO WS-MORA-PENDIENTE
           MOVE ZEROS TO WS-SALDO-TRANSFERIR
           ADD 1 TO WS-NUM-REGISTRO
           ADD 1 TO WS-TOT-LEIDOS
           PERFORM 2100-VALIDAR-CIERRE
           IF WS-ERROR-N
              PERFORM 2200-EJECUTAR-CIERRE
           END-IF
           IF WS-ERROR-N
              ADD 1 TO WS-TOT-CERRADAS
           ELSE
              PERFORM 2950-ACUMULAR-BLOQUEO
           END-IF
           PERFORM 2900-COMMIT-PUNTO
           IF WS-ERROR-N
              PERFORM 2700-EMITIR-RESUMEN
           END-IF
           READ FICHERO-ENT.

      ***************************************************************
      * VALIDACIONES QUE BLOQUEAN EL CIERRE: CUENTA EXISTENTE Y NO   *
      * DADA DE BAJA, SIN BLOQUEO JUDICIAL VIGENTE, CON SALDO QUE    *
      * CUBRA LA MORA PENDIENTE Y, SI QUEDA SALDO, UN CBU DE DESTINO *
      * AL QUE SE LE PUEDA PAGAR. UNA CUENTA EN DESCUBIERTO NO SE    *
      * CIERRA HASTA QUE EL CLIENTE CANCELE EL SALDO DEUDOR.         *
      ***************************************************************
       2100-VALIDAR-CIERRE.
           CALL WS-SVERICBU USING CBU-CLIENTE OF REG-ENTRADA,
                                   WS-VALIDAR
           IF WS-VALIDAR-N
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'CBU FORMATO INVALIDO' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N
              PERFORM 2110-LEER-CLIENTE
           END-IF
           IF WS-ERROR-N
              PERFORM 2120-VERIFICAR-BLOQUEO
           END-IF
           IF WS-ERROR-N
              PERFORM 2125-VERIFICAR-PLAZO-FIJO
           END-IF
           IF WS-ERROR-N AND WS-SALDO-CIERRE < 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'CUENTA CON SALDO DEUDOR' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N
              PERFORM 2130-VERIFICAR-MORA
           END-IF
           IF WS-ERROR-N AND WS-SALDO-TRANSFERIR > 0
              PERFORM 2140-VERIFICAR-DESTINO
           END-IF.

      * LA IMAGEN ANTERIOR DEL CLIENTE SE LEE DIRECTAMENTE SOBRE EL
      * DCLGEN DEL HISTORIAL, COMO EN 2500-LEER-IMAGEN-ANTERIOR DE
      * PMNTCLI, PARA LA FILA DE BAJA QUE CIERRA LA CUENTA.
       2110-LEER-CLIENTE.
           MOVE CBU-CLIENTE OF REG-ENTRADA
                           TO CBU-CLIENTE-TEXT OF DCLCLIENTE
           MOVE CBU-CLIENTE OF REG-ENTRADA TO CBU-CIERRE
           EXEC SQL
                SELECT NOMBRE, DIRECCION, TELEFONO, CATEGORIA,
                       SALDO, ESTADO_CLIENTE, CUIT, MONEDA
                INTO :DCLCLIHIST.NOMBRE-ANT,
                     :DCLCLIHIST.DIRECCION-ANT,
                     :DCLCLIHIST.TELEFONO-ANT,
                     :DCLCLIHIST.CATEGORIA-ANT,
                     :DCLCLIHIST.SALDO-ANT,
                     :DCLCLIHIST.ESTADO-ANT :IND-NULL,
                     :DCLCLIHIST.CUIT-ANT,
                     :DCLCLIENTE.MONEDA
                FROM TRX.CLIENTE
                WHERE CBU_CLIENTE = :DCLCLIENTE.CBU-CLIENTE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 IF ESTADO-ANT OF DCLCLIHIST = 'B'
                    PERFORM 2800-CAMBIAR-DATOS-ERROR
                    MOVE 'CLIENTE YA DADO DE BAJA' TO E-RAZON
                    PERFORM 2805-ESCRIBIR-ERROR
                    MOVE 'S' TO WS-ERROR
                 END-IF
                 MOVE SALDO-ANT OF DCLCLIHIST TO WS-SALDO-CIERRE
              WHEN 100
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'CBU INEXISTENTE.' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              WHEN OTHER
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2110' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

      ***************************************************************
      * UN BLOQUEO JUDICIAL VIGENTE (TOTAL O RESERVA, VER PMNTBLQ)   *
      * IMPIDE EL CIERRE: EL SALDO ESTA A DISPOSICION DEL JUZGADO    *
      * HASTA QUE EL BLOQUEO SE LEVANTE O VENZA.                     *
      ***************************************************************
       2120-VERIFICAR-BLOQUEO.
           EXEC SQL
                SELECT COUNT(ID_BLOQUEO)
                INTO :DCLAUXILIAR.NUMERO-REG
                FROM TRX.BLOQUEO
                WHERE CBU = :DCLAUXILIAR.CBU-CIERRE
                  AND ESTADO_BLOQUEO = 'A'
                  AND FECHA_HASTA >= :DCLAUXILIAR.FECHA-CIERRE
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE SQLCODE TO WS-ENC-CODE
              MOVE WS-ERROR-NCONTROL TO E-RAZON
              MOVE '2120' TO E-PARRAFO
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N AND NUMERO-REG > 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'CUENTA CON BLOQUEO JUDICIAL' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF.

      ***************************************************************
      * UN PLAZO FIJO VIGENTE (VER PMNTPZF Y PVENPZF) IMPIDE EL      *
      * CIERRE: AL VENCER O PRECANCELARSE ACREDITA EN ESTA CUENTA.   *
      ***************************************************************
       2125-VERIFICAR-PLAZO-FIJO.
           EXEC SQL
                SELECT COUNT(ID_PLAZO)
                INTO :DCLAUXILIAR.NUMERO-REG
                FROM TRX.PLAZO_FIJO
                WHERE CBU = :DCLAUXILIAR.CBU-CIERRE
                  AND ESTADO_PLAZO = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE SQLCODE TO WS-ENC-CODE
              MOVE WS-ERROR-NCONTROL TO E-RAZON
              MOVE '2125' TO E-PARRAFO
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N AND NUMERO-REG > 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'CUENTA CON PLAZO FIJO VIGENTE' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF.

      ***************************************************************
      * LA MORA PENDIENTE (TRX.CUOTA_MORA, VER PCUOCLI Y PRECMOR) SE *
      * COBRA ANTES QUE NADA; SI EL SALDO NO ALCANZA PARA CANCELARLA *
      * COMPLETA LA CUENTA NO SE PUEDE CERRAR.                       *
      ***************************************************************
       2130-VERIFICAR-MORA.
           EXEC SQL
                SELECT COALESCE(SUM(IMPORTE), 0)
                INTO :DCLAUXILIAR.IMPORTE-MORA
                FROM TRX.CUOTA_MORA
                WHERE CBU = :DCLAUXILIAR.CBU-CIERRE
                  AND ESTADO_MORA = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE SQLCODE TO WS-ENC-CODE
              MOVE WS-ERROR-NCONTROL TO E-RAZON
              MOVE '2130' TO E-PARRAFO
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N
              MOVE IMPORTE-MORA TO WS-MORA-PENDIENTE
              IF WS-MORA-PENDIENTE > WS-SALDO-CIERRE
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'SALDO NO CUBRE LA MORA PENDIENTE' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              ELSE
                 SUBTRACT WS-MORA-PENDIENTE FROM WS-SALDO-CIERRE
                    GIVING WS-SALDO-TRANSFERIR
              END-IF
           END-IF.

      ***************************************************************
      * CBU DE DESTINO DEL SALDO: SI ES CLIENTE NUESTRO DEBE ESTAR   *
      * VIGENTE Y EN LA MISMA MONEDA; SI NO, SU ENTIDAD DEBE EXISTIR *
      * EN TRX.BANCO Y ESTAR OPERATIVA (EL MISMO CRITERIO QUE        *
      * 2130/2135 DE PDBTRX) Y EL SALDO SALE POR INTERB-FICH.        *
      ***************************************************************
       2140-VERIFICAR-DESTINO.
           IF CBU-DESTINO OF REG-ENTRADA = SPACES
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'FALTA CBU DE DESTINO DEL SALDO' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N
              CALL WS-SVERICBU USING CBU-DESTINO OF REG-ENTRADA,
                                      WS-VALIDAR
              IF WS-VALIDAR-N
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'CBU DESTINO FORMATO INVALIDO' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF
           IF WS-ERROR-N
              IF CBU-DESTINO OF REG-ENTRADA
                 = CBU-CLIENTE OF REG-ENTRADA
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'CBU DESTINO ES LA CUENTA A CERRAR' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF
           IF WS-ERROR-N
              PERFORM 2145-LEER-DESTINO-LOCAL
           END-IF
           IF WS-ERROR-N AND WS-DESTINO-NINGUNO
              PERFORM 2150-VERIFICAR-ENTIDAD
           END-IF.

       2145-LEER-DESTINO-LOCAL.
           MOVE CBU-DESTINO OF REG-ENTRADA TO CBU-DESTINO-H
           EXEC SQL
                SELECT ESTADO_CLIENTE, MONEDA
                INTO :DCLAUXILIAR.ESTADO-DESTINO :IND-NULL,
                     :DCLAUXILIAR.MONEDA-DESTINO
                FROM TRX.CLIENTE
                WHERE CBU_CLIENTE = :DCLAUXILIAR.CBU-DESTINO-H
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'L' TO WS-DESTINO
                 IF ESTADO-DESTINO = 'B'
                    PERFORM 2800-CAMBIAR-DATOS-ERROR
                    MOVE 'CBU DESTINO DADO DE BAJA' TO E-RAZON
                    PERFORM 2805-ESCRIBIR-ERROR
                    MOVE 'S' TO WS-ERROR
                 END-IF
                 IF WS-ERROR-N
                    AND MONEDA-DESTINO NOT = MONEDA OF DCLCLIENTE
                    PERFORM 2800-CAMBIAR-DATOS-ERROR
                    MOVE 'MONEDA DESTINO NO COINCIDE' TO E-RAZON
                    PERFORM 2805-ESCRIBIR-ERROR
                    MOVE 'S' TO WS-ERROR
                 END-IF
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2145' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
           END-EVALUATE.

       2150-VERIFICAR-ENTIDAD.
           CALL WS-SVERIBCO USING CBU-DESTINO OF REG-ENTRADA,
                                   WS-VALIDAR, WS-DESC-BCO
           IF WS-VALIDAR-N
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              MOVE 'CBU DESTINO INEXISTENTE' TO E-RAZON
              PERFORM 2805-ESCRIBIR-ERROR
              MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR-N
              MOVE CBU-DESTINO OF REG-ENTRADA(1:3)
                TO ID-BANCO OF DCLBANCO
              EXEC SQL
                   SELECT ESTADO_OPER, FECHA_ESTADO_OPER
                   INTO :DCLBANCO.ESTADO-OPER,
                        :DCLBANCO.FECHA-ESTADO-OPER :IND-NULL
                   FROM TRX.BANCO
                   WHERE ID_BANCO = :DCLBANCO.ID-BANCO
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE SQLCODE TO WS-ENC-CODE
                 MOVE WS-ERROR-NCONTROL TO E-RAZON
                 MOVE '2150' TO E-PARRAFO
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              END-IF
           END-IF
           IF WS-ERROR-N
              IF ESTADO-OPER OF DCLBANCO NOT = 'A'
                 AND (IND-NULL = -1
                      OR FECHA-ESTADO-OPER OF DCLBANCO
                         <= FECHA-CIERRE)
                 PERFORM 2800-CAMBIAR-DATOS-ERROR
                 MOVE 'ENTIDAD DESTINO SUSPENDIDA' TO E-RAZON
                 PERFORM 2805-ESCRIBIR-ERROR
                 MOVE 'S' TO WS-ERROR
              ELSE
                 MOVE 'I' TO WS-DESTINO
              END-IF
           END-IF.

      ***************************************************************
      * EJECUCION DEL CIERRE, EN UNA SOLA UNIDAD DE TRABAJO: COBRO   *
      * DE LA MORA, TRANSFERENCIA DEL SALDO, BAJA DE ORDENES,        *
      * MANDATOS Y ALIAS, Y BAJA DE LA CUENTA CON SALDO CERO. UN     *
      * ERROR DE BASE DE DATOS A MITAD DE CAMINO DESHACE TODO EL     *
      * CIERRE Y ABORTA LA CORRIDA, IGUAL QUE 2600-GRABAR-HISTORIAL  *
      * DE PMNTCLI: UNA CUENTA A MEDIO CERRAR NO DEBE QUEDAR         *
      * CONFIRMADA.                                                  *
      ***************************************************************
       2200-EJECUTAR-CIERRE.
           MOVE 0 TO WS-EXT-CANT
           MOVE 0 TO WS-EXT-OMITIDOS
           PERFORM 2600-ARMAR-ENCABEZADO
           IF WS-MORA-PENDIENTE > 0
              PERFORM 2210-COBRAR-MORA
           END-IF
           IF WS-SALDO-TRANSFERIR > 0
              PERFORM 2300-TRANSFERIR-SALDO
           END-IF
           PERFORM 2400-CANCELAR-ORDENES
           PERFORM 2420-CANCELAR-MANDATOS
           PERFORM 2440-CANCELAR-ALIAS
           PERFORM 2460-CANCELAR-ACUERDO
           PERFORM 2500-DAR-BAJA-CUENTA
           PERFORM 2650-ARMAR-PIE.

       2210-COBRAR-MORA.
           EXEC SQL OPEN CUR_MORA END-EXEC
           PERFORM 2890-VERIFICAR-SQL
           PERFORM 2215-FETCH-MORA
           PERFORM 2220-COBRAR-CUOTA UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_MORA END-EXEC.

       2215-FETCH-MORA.
           EXEC SQL
                FETCH CUR_MORA
                INTO :DCLCUOTAMORA.PERIODO,
                     :DCLCUOTAMORA.CATEGORIA,
                     :DCLCUOTAMORA.MONEDA,
                     :DCLCUOTAMORA.CUOTA,
                     :DCLCUOTAMORA.IMPUESTO,
                     :DCLCUOTAMORA.IMPORTE
           END-EXEC
           IF SQLCODE NOT = 100
              PERFORM 2890-VERIFICAR-SQL
           END-IF.

      * LA CUOTA ATRASADA SE COBRA CON EL MISMO RENGLON QUE ARMA
      * 2700-CARGAR-TRX DE PRECMOR (CUOTA EN COMISION, RETENCION EN
      * IMPUESTO_DEBITO, TOTAL EN MONTO_TOTAL), ASI PTRXCON, PEXTCON
      * Y PFACCLI LA TRATAN IGUAL QUE CUALQUIER RECUPERO DE MORA.
       2220-COBRAR-CUOTA.
           PERFORM 2840-GENERAR-ID-TRX
           MOVE ULT-ID OF DCLSECUENCIA TO ID-TRX OF DCLTRANSACCION
           MOVE WS-DIA-HORA-CIERRE TO DIA-HORA OF DCLTRANSACCION
           MOVE ZEROS TO MONTO OF DCLTRANSACCION
           MOVE CUOTA OF DCLCUOTAMORA TO COMISION OF DCLTRANSACCION
           MOVE IMPUESTO OF DCLCUOTAMORA
                         TO IMPUESTO-DEBITO OF DCLTRANSACCION
           MOVE IMPORTE OF DCLCUOTAMORA
                        TO MONTO-TOTAL OF DCLTRANSACCION
           MOVE CBU-CLIENTE OF REG-ENTRADA
                            TO CBU-EMISOR-TEXT OF DCLTRANSACCION
           MOVE WS-CBU-CUOTAS TO CBU-RECEPTOR-TEXT OF DCLTRANSACCION
           MOVE MONEDA OF DCLCUOTAMORA TO MONEDA OF DCLTRANSACCION
           PERFORM 2850-INSERTAR-TRX
           MOVE CBU-CLIENTE OF REG-ENTRADA TO CBU OF DCLCUOTAMORA
           EXEC SQL
                UPDATE TRX.CUOTA_MORA
                SET ESTADO_MORA = 'C'
                WHERE CBU = :DCLCUOTAMORA.CBU
                  AND PERIODO = :DCLCUOTAMORA.PERIODO
           END-EXEC
           PERFORM 2890-VERIFICAR-SQL
           ADD 1 TO WS-TOT-CUOTAS
           ADD IMPORTE OF DCLCUOTAMORA TO WS-TOT-MONTO-MORA
           MOVE SPACES TO WS-EXT-MOVIMIENTO
           MOVE 'COBRO DE CUOTA EN MORA, PERIODO' TO WS-EM-CONCEPTO
           MOVE PERIODO OF DCLCUOTAMORA TO WS-EM-DETALLE
           MOVE IMPORTE OF DCLCUOTAMORA TO WS-EM-IMPORTE
           MOVE WS-EXT-MOVIMIENTO TO WS-EXT-LINEA
           PERFORM 2690-AGREGAR-RENGLON
           PERFORM 2215-FETCH-MORA.

      ***************************************************************
      * TRANSFERENCIA DEL SALDO REMANENTE, SIN COMISION. A UN        *
      * CLIENTE NUESTRO SE ACREDITA DIRECTO; A OTRA ENTIDAD SALE EN  *
      * INTERB-FICH Y LA POSICION LA TOMA PSETBCO DEL PROPIO         *
      * MOVIMIENTO EN TRX.TRANSACCION, COMO CUALQUIER SALIENTE.      *
      ***************************************************************
       2300-TRANSFERIR-SALDO.
           PERFORM 2840-GENERAR-ID-TRX
           MOVE ULT-ID OF DCLSECUENCIA TO ID-TRX OF DCLTRANSACCION
           MOVE WS-DIA-HORA-CIERRE TO DIA-HORA OF DCLTRANSACCION
           MOVE WS-SALDO-TRANSFERIR TO MONTO OF DCLTRANSACCION
           MOVE ZEROS TO COMISION OF DCLTRANSACCION
           MOVE ZEROS TO IMPUESTO-DEBITO OF DCLTRANSACCION
           MOVE WS-SALDO-TRANSFERIR TO MONTO-TOTAL OF DCLTRANSACCION
           MOVE CBU-CLIENTE OF REG-ENTRADA
                            TO CBU-EMISOR-TEXT OF DCLTRANSACCION
           MOVE CBU-DESTINO OF REG-ENTRADA
                            TO CBU-RECEPTOR-TEXT OF DCLTRANSACCION
           MOVE MONEDA OF DCLCLIENTE TO MONEDA OF DCLTRANSACCION
           PERFORM 2850-INSERTAR-TRX
           MOVE SPACES TO WS-EXT-MOVIMIENTO
           IF WS-DESTINO-LOCAL
              EXEC SQL
                   UPDATE TRX.CLIENTE
                   SET SALDO = SALDO + :DCLTRANSACCION.MONTO
                   WHERE CBU_CLIENTE = :DCLAUXILIAR.CBU-DESTINO-H
              END-EXEC
              PERFORM 2890-VERIFICAR-SQL
              ADD 1 TO WS-TOT-TRF-LOCAL
              ADD WS-SALDO-TRANSFERIR TO WS-TOT-MONTO-LOCAL
              MOVE 'TRANSFERENCIA DEL SALDO A CBU'
                   TO WS-EM-CONCEPTO
           ELSE
              MOVE CBU-DESTINO OF REG-ENTRADA(1:3) TO I-ENTIDAD
              MOVE CBU-CLIENTE OF REG-ENTRADA TO I-CBU-EMISOR
              MOVE CBU-DESTINO OF REG-ENTRADA TO I-CBU-RECEPTOR
              MOVE WS-DIA-HORA-CIERRE TO I-FECHA-HORA
              MOVE WS-SALDO-TRANSFERIR TO I-MONTO
              MOVE MONEDA OF DCLCLIENTE TO I-MONEDA
              MOVE 'VAR' TO I-CONCEPTO
              MOVE 'CIERRE DE CUENTA' TO I-REFERENCIA
              MOVE CUIT-ANT OF DCLCLIHIST TO I-CUIT-EMISOR
              WRITE REG-INTERB
              ADD 1 TO WS-TOT-TRF-INTERB
              ADD WS-SALDO-TRANSFERIR TO WS-TOT-MONTO-INTERB
              MOVE 'TRANSFERENCIA DEL SALDO A OTRA ENTIDAD'
                   TO WS-EM-CONCEPTO
           END-IF
           MOVE WS-SALDO-TRANSFERIR TO WS-EM-IMPORTE
           MOVE WS-EXT-MOVIMIENTO TO WS-EXT-LINEA
           PERFORM 2690-AGREGAR-RENGLON
           MOVE SPACES TO WS-EXT-DATO
           MOVE '  CBU DESTINO:' TO WS-ED-ETIQUETA
           MOVE CBU-DESTINO OF REG-ENTRADA TO WS-ED-VALOR
           MOVE WS-EXT-DATO TO WS-EXT-LINEA
           PERFORM 2690-AGREGAR-RENGLON.

      ***************************************************************
      * BAJA DE LAS DEPENDENCIAS DE LA CUENTA: SE MARCAN EN 'B' COMO *
      * LO HACEN LAS BAJAS DE PMNTORD, PMNTMAN Y PMNTALI, Y CADA UNA *
      * DEJA SU TRAZA EN TRX.CLIENTE_HIST CON SU PROPIO TIPO_MOV     *
      * ('O' ORDEN PERMANENTE / 'N' MANDATO / 'L' ALIAS), CON LA     *
      * IMAGEN DEL CLIENTE SIN CAMBIOS.                              *
      ***************************************************************
       2400-CANCELAR-ORDENES.
           EXEC SQL OPEN CUR_ORD END-EXEC
           PERFORM 2890-VERIFICAR-SQL
           PERFORM 2405-FETCH-ORDEN
           PERFORM 2410-CANCELAR-ORDEN UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_ORD END-EXEC.

       2405-FETCH-ORDEN.
           EXEC SQL
                FETCH CUR_ORD
                INTO :DCLORDEN.ID-ORDEN,
                     :DCLORDEN.CBU-RECEPTOR,
                     :DCLORDEN.MONTO
           END-EXEC
           IF SQLCODE NOT = 100
              PERFORM 2890-VERIFICAR-SQL
           END-IF.

       2410-CANCELAR-ORDEN.
           EXEC SQL
                UPDATE TRX.ORDEN_PERMANENTE
                SET ESTADO_ORDEN = 'B'
                WHERE ID_ORDEN = :DCLORDEN.ID-ORDEN
           END-EXEC
           PERFORM 2890-VERIFICAR-SQL
           MOVE 'O' TO TIPO-MOV OF DCLCLIHIST
           PERFORM 2550-GRABAR-TRAZA
           ADD 1 TO WS-TOT-ORDENES
           MOVE SPACES TO WS-EXT-MOVIMIENTO
           MOVE 'ORDEN PERMANENTE DADA DE BAJA, ID'
                TO WS-EM-CONCEPTO
           MOVE ID-ORDEN OF DCLORDEN TO WS-EXT-ID-ED
           MOVE WS-EXT-ID-ED TO WS-EM-DETALLE
           MOVE WS-EXT-MOVIMIENTO TO WS-EXT-LINEA
           PERFORM 2690-AGREGAR-RENGLON
           PERFORM 2405-FETCH-ORDEN.

       2420-CANCELAR-MANDATOS.
           EXEC SQL OPEN CUR_MAN END-EXEC
           PERFORM 2890-VERIFICAR-SQL
           PERFORM 2425-FETCH-MANDATO
           PERFORM 2430-CANCELAR-MANDATO UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_MAN END-EXEC.

       2425-FETCH-MANDATO.
           EXEC SQL
                FETCH CUR_MAN
                INTO :DCLMANDATO.ID-MANDATO,
                     :DCLMANDATO.ID-EMPRESA
           END-EXEC
           IF SQLCODE NOT = 100
              PERFORM 2890-VERIFICAR-SQL
           END-IF.

       2430-CANCELAR-MANDATO.
           EXEC SQL
                UPDATE TRX.MANDATO
                SET ESTADO_MANDATO = 'B'
                WHERE ID_MANDATO = :DCLMANDATO.ID-MANDATO
           END-EXEC
           PERFORM 2890-VERIFICAR-SQL
           MOVE 'N' TO TIPO-MOV OF DCLCLIHIST
           PERFORM 2550-GRABAR-TRAZA
           ADD 1 TO WS-TOT-MANDATOS
           MOVE SPACES TO WS-EXT-MOVIMIENTO
           MOVE 'MANDATO DE DEBITO DADO DE BAJA, EMPRESA'
                TO WS-EM-CONCEPTO
           MOVE ID-EMPRESA OF DCLMANDATO TO WS-EM-DETALLE
           MOVE WS-EXT-MOVIMIENTO TO WS-EXT-LINEA
           PERFORM 2690-AGREGAR-RENGLON
           PERFORM 2425-FETCH-MANDATO.

       2440-CANCELAR-ALIAS.
           EXEC SQL OPEN CUR_ALI END-EXEC
           PERFORM 2890-VERIFICAR-SQL
           PERFORM 2445-FETCH-ALIAS
           PERFORM 2450-CANCELAR-UN-ALIAS UNTIL SQLCODE = 100
           EXEC SQL CLOSE CUR_ALI END-EXEC.

       2445-FETCH-ALIAS.
           EXEC SQL
                FETCH CUR_ALI
                INTO :DCLALIAS.ALIAS-CBU
           END-EXEC
           IF SQLCODE NOT = 100
              PERFORM 2890-VERIFICAR-SQL
           END-IF.

       2450-CANCELAR-UN-ALIAS.
           EXEC SQL
                UPDATE TRX.ALIAS
                SET ESTADO_ALIAS = 'B'
                WHERE ALIAS = :DCLALIAS.ALIAS-CBU
           END-EXEC
           PERFORM 2890-VERIFICAR-SQL
           MOVE 'L' TO TIPO-MOV OF DCLCLIHIST
           PERFORM 2550-GRABAR-TRAZA
           ADD 1 TO WS-TOT-ALIAS
           MOVE SPACES TO WS-EXT-MOVIMIENTO
           MOVE 'ALIAS DADO DE BAJA:' TO WS-EM-CONCEPTO
           MOVE ALIAS-CBU OF DCLALIAS TO WS-EM-CONCEPTO(21:20)
           MOVE WS-EXT-MOVIMIENTO TO WS-EXT-LINEA
           PERFORM 2690-AGREGAR-RENGLON
           PERFORM 2445-FETCH-ALIAS.

      * EL ACUERDO EN DESCUBIERTO (VER PMNTACU) SE DA DE BAJA CON LA
      * CUENTA. UNA CUENTA SIN ACUERDO ACTIVO NO ES UN ERROR.
       2460-CANCELAR-ACUERDO.
           EXEC SQL
                UPDATE TRX.ACUERDO_DESCUBIERTO
                SET ESTADO_ACUERDO = 'B'
                WHERE CBU = :DCLAUXILIAR.CBU-CIERRE
                  AND ESTADO_ACUERDO = 'A'
           END-EXEC
           IF SQLCODE NOT = 100
              PERFORM 2890-VERIFICAR-SQL
              ADD 1 TO WS-TOT-ACUERDOS
              MOVE SPACES TO WS-EXT-MOVIMIENTO
              MOVE 'ACUERDO EN DESCUBIERTO DADO DE BAJA'
                   TO WS-EM-CONCEPTO
              MOVE WS-EXT-MOVIMIENTO TO WS-EXT-LINEA
              PERFORM 2690-AGREGAR-RENGLON
           END-IF.

      ***************************************************************
      * BAJA DE LA CUENTA: SALDO EN CERO (YA SE COBRO LA MORA Y SE   *
      * TRANSFIRIO EL RESTO) Y ESTADO 'B', CON SU FILA DE HISTORIAL  *
      * TIPO 'B' COMO LA QUE DEJABA LA BAJA DE PMNTCLI.              *
      ***************************************************************
       2500-DAR-BAJA-CUENTA.
           EXEC SQL
                UPDATE TRX.CLIENTE
                SET SALDO = 0,
                    ESTADO_CLIENTE = 'B'
                WHERE CBU_CLIENTE = :DCLCLIENTE.CBU-CLIENTE
           END-EXEC
           PERFORM 2890-VERIFICAR-SQL
           MOVE 'B' TO TIPO-MOV OF DCLCLIHIST
           PERFORM 2560-ARMAR-IMAGEN-BAJA
           PERFORM 2570-INSERTAR-HISTORIAL.

       2550-GRABAR-TRAZA.
           MOVE NOMBRE-ANT OF DCLCLIHIST TO NOMBRE-NVO OF DCLCLIHIST
           MOVE DIRECCION-ANT OF DCLCLIHIST
                              TO DIRECCION-NVO OF DCLCLIHIST
           MOVE TELEFONO-ANT OF DCLCLIHIST
                             TO TELEFONO-NVO OF DCLCLIHIST
           MOVE CATEGORIA-ANT OF DCLCLIHIST
                              TO CATEGORIA-NVO OF DCLCLIHIST
           MOVE SALDO-ANT OF DCLCLIHIST TO SALDO-NVO OF DCLCLIHIST
           MOVE ESTADO-ANT OF DCLCLIHIST TO ESTADO-NVO OF DCLCLIHIST
           MOVE CUIT-ANT OF DCLCLIHIST TO CUIT-NVO OF DCLCLIHIST
           PERFORM 2570-INSERTAR-HISTORIAL.

       2560-ARMAR-IMAGEN-BAJA.
           MOVE NOMBRE-ANT OF DCLCLIHIST TO NOMBRE-NVO OF DCLCLIHIST
           MOVE DIRECCION-ANT OF DCLCLIHIST
                              TO DIRECCION-NVO OF DCLCLIHIST
           MOVE TELEFONO-ANT OF DCLCLIHIST
                             TO TELEFONO-NVO OF DCLCLIHIST
           MOVE CATEGORIA-ANT OF DCLCLIHIST
                              TO CATEGORIA-NVO OF DCLCLIHIST
           MOVE ZEROS TO SALDO-NVO OF DCLCLIHIST
           MOVE CUIT-ANT OF DCLCLIHIST TO CUIT-NVO OF DCLCLIHIST
           MOVE 'B' TO ESTADO-NVO OF DCLCLIHIST.

       2570-INSERTAR-HISTORIAL.
           MOVE CBU-CLIENTE OF REG-ENTRADA
                            TO CBU-CLIENTE OF DCLCLIHIST
           EXEC SQL
                INSERT INTO TRX.CLIENTE_HIST
                       (CBU_CLIENTE, TIPO_MOV, NOMBRE_ANT,
                        DIRECCION_ANT, TELEFONO_ANT, CATEGORIA_ANT,
                        SALDO_ANT, ESTADO_ANT, CUIT_ANT, NOMBRE_NVO,
                        DIRECCION_NVO, TELEFONO_NVO, CATEGORIA_NVO,
                        SALDO_NVO, ESTADO_NVO, CUIT_NVO, FECHA_HORA)
                VALUES (:DCLCLIHIST.CBU-CLIENTE,
                        :DCLCLIHIST.TIPO-MOV,
                        :DCLCLIHIST.NOMBRE-ANT,
                        :DCLCLIHIST.DIRECCION-ANT,
                        :DCLCLIHIST.TELEFONO-ANT,
                        :DCLCLIHIST.CATEGORIA-ANT,
                        :DCLCLIHIST.SALDO-ANT,
                        :DCLCLIHIST.ESTADO-ANT,
                        :DCLCLIHIST.CUIT-ANT,
                        :DCLCLIHIST.NOMBRE-NVO,
                        :DCLCLIHIST.DIRECCION-NVO,
                        :DCLCLIHIST.TELEFONO-NVO,
                        :DCLCLIHIST.CATEGORIA-NVO,
                        :DCLCLIHIST.SALDO-NVO,
                        :DCLCLIHIST.ESTADO-NVO,
                        :DCLCLIHIST.CUIT-NVO,
                        CURRENT TIMESTAMP)
           END-EXEC
           PERFORM 2890-VERIFICAR-SQL.

      ***************************************************************
      * RENGLONES DEL RESUMEN DE CIERRE: DATOS DEL TITULAR Y SALDO   *
      * AL INICIO, UN RENGLON POR CADA MOVIMIENTO O BAJA, Y EL SALDO *
      * FINAL EN CERO.                                               *
      ***************************************************************
       2600-ARMAR-ENCABEZADO.
           MOVE WS-EXT-GUIONES TO WS-EXT-LINEA
           PERFORM 2690-AGREGAR-RENGLON
           MOVE WS-EXT-TITULO TO WS-EXT-LINEA
           PERFORM 2690-AGREGAR-RENGLON
           MOVE WS-EXT-GUIONES TO WS-EXT-LINEA
           PERFORM 2690-AGREGAR-RENGLON
           MOVE SPACES TO WS-EXT-DATO
           MOVE 'TITULAR:' TO WS-ED-ETIQUETA
           MOVE NOMBRE-ANT OF DCLCLIHIST TO WS-ED-VALOR
           MOVE WS-EXT-DATO TO WS-EXT-LINEA
           PERFORM 2690-AGREGAR-RENGLON
           MOVE SPACES TO WS-EXT-DATO
           MOVE 'CUIT:' TO WS-ED-ETIQUETA
           MOVE CUIT-ANT OF DCLCLIHIST TO WS-ED-VALOR
           MOVE WS-EXT-DATO TO WS-EXT-LINEA
           PERFORM 2690-AGREGAR-RENGLON
           MOVE SPACES TO WS-EXT-DATO
           MOVE 'CBU:' TO WS-ED-ETIQUETA
           MOVE CBU-CLIENTE OF REG-ENTRADA TO WS-ED-VALOR
           MOVE WS-EXT-DATO TO WS-EXT-LINEA
           PERFORM 2690-AGREGAR-RENGLON
           MOVE SPACES TO WS-EXT-DATO
           MOVE 'FECHA DE CIERRE:' TO WS-ED-ETIQUETA
           MOVE WS-DIA-HORA-CIERRE(1:10) TO WS-ED-VALOR
           MOVE WS-EXT-DATO TO WS-EXT-LINEA
           PERFORM 2690-AGREGAR-RENGLON
           MOVE SPACES TO WS-EXT-DATO
           MOVE 'MONEDA:' TO WS-ED-ETIQUETA
           MOVE MONEDA OF DCLCLIENTE TO WS-ED-VALOR
           MOVE WS-EXT-DATO TO WS-EXT-LINEA
           PERFORM 2690-AGREGAR-RENGLON
           MOVE WS-EXT-GUIONES TO WS-EXT-LINEA
           PERFORM 2690-AGREGAR-RENGLON
           MOVE SPACES TO WS-EXT-MOVIMIENTO
           MOVE 'SALDO AL MOMENTO DEL CIERRE' TO WS-EM-CONCEPTO
           MOVE WS-SALDO-CIERRE TO WS-EM-IMPORTE
           MOVE WS-EXT-MOVIMIENTO TO WS-EXT-LINEA
           PERFORM 2690-AGREGAR-RENGLON.

       2650-ARMAR-PIE.
           MOVE SPACES TO WS-EXT-MOVIMIENTO
           MOVE 'SALDO FINAL, CUENTA CERRADA' TO WS-EM-CONCEPTO
           MOVE ZEROS TO WS-EM-IMPORTE
           MOVE WS-EXT-MOVIMIENTO TO WS-EXT-LINEA
           PERFORM 2690-AGREGAR-RENGLON
           MOVE WS-EXT-GUIONES TO WS-EXT-LINEA
           PERFORM 2690-AGREGAR-RENGLON.

      * UN RESUMEN CON MAS RENGLONES QUE LA TABLA (CUENTAS CON MUCHAS
      * DEPENDENCIAS) CONSERVA LOS PRIMEROS Y AVISA LOS OMITIDOS AL
      * PIE; EL DETALLE COMPLETO QUEDA EN TRX.CLIENTE_HIST.
       2690-AGREGAR-RENGLON.
           IF WS-EXT-CANT < 200
              ADD 1 TO WS-EXT-CANT
              MOVE WS-EXT-LINEA TO WS-EXT-RENGLON(WS-EXT-CANT)
           ELSE
              ADD 1 TO WS-EXT-OMITIDOS
           END-IF.

      ***************************************************************
      * EMISION DEL RESUMEN DE UN CIERRE YA CONFIRMADO.              *
      ***************************************************************
       2700-EMITIR-RESUMEN.
           PERFORM 2710-ESCRIBIR-RENGLON
              VARYING WS-EXT-IDX FROM 1 BY 1
              UNTIL WS-EXT-IDX > WS-EXT-CANT
           IF WS-EXT-OMITIDOS > 0
              MOVE SPACES TO WS-REP-CONTADOR
              MOVE 'RENGLONES OMITIDOS (VER HISTORIAL)'
                   TO WS-RC-ETIQUETA
              MOVE WS-EXT-OMITIDOS TO WS-RC-VALOR
              WRITE REG-EXTRACTO FROM WS-REP-CONTADOR
           END-IF.

       2710-ESCRIBIR-RENGLON.
           WRITE REG-EXTRACTO FROM WS-EXT-RENGLON(WS-EXT-IDX).

      **********************************************************
      * GENERAMOS EL ID DEL MOVIMIENTO A PARTIR DEL MISMO       *
      * TRX.CONTROL_ID QUE USAN PDBTRX Y PRECMOR.               *
      **********************************************************
       2840-GENERAR-ID-TRX.
           MOVE 'TRANSACCION' TO NOM-TABLA OF DCLSECUENCIA
           EXEC SQL
                UPDATE TRX.CONTROL_ID
                SET ULT_ID = ULT_ID + 1
                WHERE NOM_TABLA = :DCLSECUENCIA.NOM-TABLA
           END-EXEC
           PERFORM 2890-VERIFICAR-SQL
           EXEC SQL
                SELECT ULT_ID
                INTO :DCLSECUENCIA.ULT-ID
                FROM TRX.CONTROL_ID
                WHERE NOM_TABLA = :DCLSECUENCIA.NOM-TABLA
           END-EXEC
           PERFORM 2890-VERIFICAR-SQL.

      * TODOS LOS MOVIMIENTOS DEL CIERRE SE REGISTRAN CON EL CONCEPTO
      * VARIOS Y LA REFERENCIA DEL CIERRE, PARA QUE EL CLIENTE LOS
      * IDENTIFIQUE EN SU RESUMEN.
       2850-INSERTAR-TRX.
           MOVE 'VAR' TO CONCEPTO OF DCLTRANSACCION
           MOVE 'CIERRE DE CUENTA' TO REFERENCIA OF DCLTRANSACCION
           EXEC SQL
             INSERT INTO TRX.TRANSACCION(
                    ID_TRX, DIA_HORA,MONTO,COMISION,
                    CBU_EMISOR, CBU_RECEPTOR, MONTO_TOTAL, MONEDA,
                    IMPUESTO_DEBITO, CONCEPTO, REFERENCIA)
             VALUES (:DCLTRANSACCION.ID-TRX,
             :DCLTRANSACCION.DIA-HORA, :DCLTRANSACCION.MONTO,
             :DCLTRANSACCION.COMISION, :DCLTRANSACCION.CBU-EMISOR,
             :DCLTRANSACCION.CBU-RECEPTOR, :DCLTRANSACCION.MONTO-TOTAL,
             :DCLTRANSACCION.MONEDA,
             :DCLTRANSACCION.IMPUESTO-DEBITO,
             :DCLTRANSACCION.CONCEPTO, :DCLTRANSACCION.REFERENCIA)
           END-EXEC
           PERFORM 2890-VERIFICAR-SQL.

      ***************************************************************
      * UN ERROR DE BASE DE DATOS DURANTE LA EJECUCION DEL CIERRE    *
      * DESHACE TODO LO HECHO PARA ESA CUENTA Y ABORTA LA CORRIDA;   *
      * EL REINICIO LA RETOMA DESDE EL ULTIMO COMMIT.                *
      ***************************************************************
       2890-VERIFICAR-SQL.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY 'PCIECTA: CIERRE DE ' CBU-CLIENTE OF REG-ENTRADA
                      ' ABORTADO'
              DISPLAY WS-ERROR-NCONTROL
              EXEC SQL ROLLBACK END-EXEC
              PERFORM 3300-STOP-PROGRAM
           END-IF.

      ***************************************************************
      * ACUMULA LOS CIERRES BLOQUEADOS POR MOTIVO Y LOS LISTA EN EL  *
      * REPORTE CON SU RAZON.                                        *
      ***************************************************************
       2950-ACUMULAR-BLOQUEO.
           ADD 1 TO WS-TOT-BLOQUEADAS
           EVALUATE TRUE
              WHEN E-RAZON = 'CUENTA CON BLOQUEO JUDICIAL'
                 ADD 1 TO WS-TOT-B-BLOQUEO
              WHEN E-RAZON = 'CUENTA CON PLAZO FIJO VIGENTE'
                 ADD 1 TO WS-TOT-B-PLAZO
              WHEN E-RAZON = 'SALDO NO CUBRE LA MORA PENDIENTE'
                 ADD 1 TO WS-TOT-B-MORA
              WHEN E-RAZON = 'CUENTA CON SALDO DEUDOR'
                 ADD 1 TO WS-TOT-B-DEUDOR
              WHEN E-RAZON(1:29) = 'ERROR NO CONTROLADO, CODIGO: '
                 ADD 1 TO WS-TOT-B-SQLERROR
              WHEN E-RAZON = 'CBU FORMATO INVALIDO'
              WHEN E-RAZON = 'CBU INEXISTENTE.'
              WHEN E-RAZON = 'CLIENTE YA DADO DE BAJA'
                 ADD 1 TO WS-TOT-B-CUENTA
              WHEN OTHER
                 ADD 1 TO WS-TOT-B-DESTINO
           END-EVALUATE
           MOVE CBU-CLIENTE OF REG-ENTRADA TO WS-RB-CBU
           MOVE E-RAZON TO WS-RB-RAZON
           WRITE REG-REPORTE FROM WS-REP-BLOQUEADO.

      ***************************************************************
      * PUNTO DE COMMIT: CADA WS-COMMIT-CADA SOLICITUDES SE CONFIRMA *
      * LA UNIDAD DE TRABAJO Y SE ACTUALIZA EL PUNTO DE REINICIO EN  *
      * TRX.CONTROL_PROCESO.                                         *
      ***************************************************************
       2900-COMMIT-PUNTO.
           ADD 1 TO WS-CONT-COMMIT
           IF WS-CONT-COMMIT >= WS-COMMIT-CADA
              EXEC SQL COMMIT END-EXEC
              MOVE WS-NUM-REGISTRO TO ULT-REG-COMMIT OF DCLCONTROL
              MOVE WS-NUM-ERRORES TO ULT-REG-ERROR OF DCLCONTROL
              EXEC SQL
                   UPDATE TRX.CONTROL_PROCESO
                   SET ULT_REG_COMMIT = :DCLCONTROL.ULT-REG-COMMIT,
                       ULT_REG_ERROR = :DCLCONTROL.ULT-REG-ERROR,
                       ESTADO_PROCESO = 'P'
                   WHERE NOM_PROGRAMA = :DCLCONTROL.NOM-PROGRAMA
              END-EXEC
              EXEC SQL COMMIT END-EXEC
              MOVE ZEROS TO WS-CONT-COMMIT
           END-IF.

      *********************************************************
      * CARGAMOS LOS DATOS DE LA SOLICITUD BLOQUEADA AL       *
      * REGISTRO DE ERRORES.                                  *
      *********************************************************
       2800-CAMBIAR-DATOS-ERROR.
           MOVE CBU-CLIENTE OF REG-ENTRADA TO E-CBU-CLIENTE
           MOVE CBU-DESTINO OF REG-ENTRADA TO E-CBU-DESTINO
           MOVE SPACES TO E-PARRAFO.

      *********************************************************
      * ESCRIBIMOS EL RECHAZO EN ERROR-FICH CON EL MISMO      *
      * ESQUEMA DE REINICIO QUE PMNTCLI.                      *
      *********************************************************
       2805-ESCRIBIR-ERROR.
           ADD 1 TO WS-NUM-ERRORES
           IF WS-NUM-ERRORES > WS-REG-REINICIO-ERR
              WRITE REG-ERROR
           END-IF.

      ********************************************************
      * PARRAFOS PARA CERRAR EL PROGRAMA                     *
      ********************************************************
       3000-END-PROGRAM.
           PERFORM 3100-COMMIT-FINAL
           PERFORM 3200-GENERAR-REPORTE
           CLOSE FICHERO-ENT
           CLOSE ERROR-FICH
           CLOSE INTERB-FICH
           CLOSE EXTRACTO-FICH
           CLOSE REPORTE-FICH
           PERFORM 3300-STOP-PROGRAM.

      ***************************************************************
      * REPORTE DE TOTALES DE CONTROL DE FIN DE CORRIDA.             *
      ***************************************************************
       3200-GENERAR-REPORTE.
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           MOVE 'SOLICITUDES DE CIERRE LEIDAS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-LEIDOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'CUENTAS CERRADAS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-CERRADAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'CIERRES BLOQUEADOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-BLOQUEADAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   POR BLOQUEO JUDICIAL' TO WS-RC-ETIQUETA
           MOVE WS-TOT-B-BLOQUEO TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   POR PLAZO FIJO VIGENTE' TO WS-RC-ETIQUETA
           MOVE WS-TOT-B-PLAZO TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   POR MORA MAYOR AL SALDO' TO WS-RC-ETIQUETA
           MOVE WS-TOT-B-MORA TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   POR SALDO DEUDOR (DESCUBIERTO)' TO WS-RC-ETIQUETA
           MOVE WS-TOT-B-DEUDOR TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   POR CBU DE DESTINO DEL SALDO' TO WS-RC-ETIQUETA
           MOVE WS-TOT-B-DESTINO TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   POR CUENTA INVALIDA, INEXISTENTE O DE BAJA'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-B-CUENTA TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   POR ERROR DE BASE DE DATOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-B-SQLERROR TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'CUOTAS EN MORA COBRADAS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-CUOTAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'MONTO DE MORA COBRADO' TO WS-RI-ETIQUETA
           MOVE WS-TOT-MONTO-MORA TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
           MOVE 'SALDOS TRANSFERIDOS A CLIENTES PROPIOS'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-TRF-LOCAL TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'MONTO TRANSFERIDO A CLIENTES PROPIOS'
                TO WS-RI-ETIQUETA
           MOVE WS-TOT-MONTO-LOCAL TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
           MOVE 'SALDOS TRANSFERIDOS A OTRAS ENTIDADES'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-TRF-INTERB TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'MONTO TRANSFERIDO A OTRAS ENTIDADES'
                TO WS-RI-ETIQUETA
           MOVE WS-TOT-MONTO-INTERB TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
           MOVE 'ORDENES PERMANENTES DADAS DE BAJA' TO WS-RC-ETIQUETA
           MOVE WS-TOT-ORDENES TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'MANDATOS DE DEBITO DADOS DE BAJA' TO WS-RC-ETIQUETA
           MOVE WS-TOT-MANDATOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'ALIAS DADOS DE BAJA' TO WS-RC-ETIQUETA
           MOVE WS-TOT-ALIAS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'ACUERDOS EN DESCUBIERTO DADOS DE BAJA'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-ACUERDOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           WRITE REG-REPORTE FROM WS-REP-GUIONES.

      ***************************************************************
      * COMMIT FINAL DE LA CORRIDA.                                  *
      ***************************************************************
       3100-COMMIT-FINAL.
           EXEC SQL COMMIT END-EXEC
           EXEC SQL
                UPDATE TRX.CONTROL_PROCESO
                SET ULT_REG_COMMIT = 0,
                    ULT_REG_ERROR = 0,
                    ESTADO_PROCESO = 'C'
                WHERE NOM_PROGRAMA = :DCLCONTROL.NOM-PROGRAMA
           END-EXEC
           EXEC SQL COMMIT END-EXEC.

       3300-STOP-PROGRAM.
           STOP RUN.
