      * ES EL MISMO QUE EL DE LA SALIDA INTERBANCARIA DE PDBTRX
      * (REG-INTERB): LA ENTIDAD DE ORIGEN AL FRENTE, EL CBU EMISOR
      * EXTERNO, EL CBU RECEPTOR (CLIENTE NUESTRO), LA FECHA-HORA DE
      * LA OPERACION, EL MONTO, LA MONEDA, EL CONCEPTO Y LA
      * REFERENCIA DE LA TRANSFERENCIA. EL CONCEPTO SE REGISTRA TAL
      * COMO LO INFORMA LA ENTIDAD DE ORIGEN, SIN VALIDARLO CONTRA
      * TRX.CONCEPTO: EL CREDITO YA FUE DEBITADO EN LA OTRA ENTIDAD.
      * EL CUIT DEL ORIGINANTE SE CONTROLA CONTRA LA LISTA DE
      * CUMPLIMIENTO ANTES DE ACREDITAR (VER 2350).
       FD FICHERO-ENT RECORDING MODE IS F
                      DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA.
             10 HORA              PIC X(16).
          05 MONTO                PIC 9(13)V99.
          05 MONEDA               PIC X(3).
          05 CONCEPTO             PIC X(3).
          05 REFERENCIA           PIC X(30).
          05 CUIT-EMISOR          PIC X(11).

      * PARAMETRO: LA FECHA DEL DIA DE PROCESO, QUE SE SELLA EN
      * TRX.CONTROL_PROCESO AL CIERRE PARA EL CONTROL DE CIERRE DE
      * MARCA DE REPETICION DEL LAYOUT COMPARTIDO CON PDBTRX: ACA
      * NO APLICA Y VIAJA EN BLANCO.
          05 E-MARCA-REPETIR      PIC X(1).
      * CONCEPTO Y REFERENCIA DEL CREDITO RECHAZADO.
          05 E-CONCEPTO           PIC X(3).
          05 E-REFERENCIA         PIC X(30).
      * EN LA POSICION DEL CUIT DE LA CONTRAPARTE DEL LAYOUT DE
      * PDBTRX VIAJA EL CUIT DEL ORIGINANTE EXTERNO.
          05 E-CUIT-EMISOR        PIC X(11).

      * REGISTRO DEL REPORTE DE TOTALES DE CONTROL DE FIN DE CORRIDA.
       FD REPORTE-FICH RECORDING MODE IS F
       77 WS-TOT-R-SQLERROR       PIC 9(9) COMP VALUE 0.
       77 WS-TOT-R-OTROS          PIC 9(9) COMP VALUE 0.
       77 WS-TOT-MONTO-ACRED      PIC 9(15)V99 COMP-3 VALUE 0.
       77 WS-TOT-SUSPENDIDOS      PIC 9(9) COMP VALUE 0.
       77 WS-TOT-MONTO-SUSP       PIC 9(15)V99 COMP-3 VALUE 0.
       77 WS-TOT-R-LISTA          PIC 9(9) COMP VALUE 0.

      * LINEAS DEL REPORTE DE CONTROL.
       01 WS-REP-GUIONES          PIC X(80) VALUE ALL '-'.
           EXEC SQL INCLUDE TRXSEQ END-EXEC.
      * DCLGEN DE LA TABLA DE AUDITORIA DE RECHAZOS.
           EXEC SQL INCLUDE TRXAUD END-EXEC.
      * DCLGEN DE LA COLA DE CREDITOS EN SUSPENSO: LOS CREDITOS QUE
      * NO SE PUDIERON ACREDITAR QUEDAN RETENIDOS AHI HASTA QUE
      * OPERACIONES LOS REAPLIQUE A UN CBU CORREGIDO (PMNTSUS) O SE
      * DEVUELVAN A LA ENTIDAD DE ORIGEN (PDEVSUS). TRXSUS SE
      * REGENERO CON LAS COLUMNAS CONCEPTO Y REFERENCIA DEL CREDITO.
           EXEC SQL INCLUDE TRXSUS END-EXEC.
      * DECLARAMOS VARIABLES HOST.
           EXEC SQL BEGIN DECLARE SECTION
           END-EXEC.
      * VERIFICADOR QUE APLICA PDBTRX.
       77 WS-SVERICBU             PIC X(08) VALUE 'VERICBU'.

      * VARIABLES SUB-PROG VERILST, EL CONTROL CONTRA LA LISTA DE
      * CUMPLIMIENTO QUE TAMBIEN APLICAN PMNTCLI Y PDBTRX.
       77 WS-SVERILST              PIC X(08) VALUE 'VERILST'.
       77 WS-LST-NOMBRE            PIC X(50) VALUE SPACES.
       77 WS-LST-MODO              PIC X VALUE 'A'.
       77 WS-LST-RESULTADO         PIC X.
          88 WS-LST-RESULTADO-N    VALUE 'N'.
          88 WS-LST-RESULTADO-S    VALUE 'S'.
          88 WS-LST-RESULTADO-E    VALUE 'E'.
       77 WS-LST-ID-CASO           PIC 9(9) VALUE 0.
       77 WS-LST-SQLCODE           PIC S9(9) COMP.

      * VARIABLES SUB-PROG VERINOT: AVISO AL CLIENTE DEL CREDITO
      * RECIBIDO (VER 2750).
       77 WS-SVERINOT              PIC X(08) VALUE 'VERINOT'.
       77 WS-NOT-TIPO              PIC X(3) VALUE 'CRE'.
       77 WS-NOT-CBU               PIC X(22).
       77 WS-NOT-FECHA             PIC X(10).
       77 WS-NOT-MONTO             PIC 9(13)V99.
       77 WS-NOT-ID-REF            PIC 9(9).
       77 WS-NOT-DETALLE           PIC X(36).
       77 WS-NOT-PROGRAMA          PIC X(8) VALUE 'PDBENT'.
       77 WS-NOT-RESULTADO         PIC X.
          88 WS-NOT-RESULTADO-E    VALUE 'E'.
       77 WS-NOT-SQLCODE           PIC S9(9) COMP.

       PROCEDURE DIVISION.
       0000-MAIN-PROGRAM.
           PERFORM 1000-INIT-PROGRAM
      * DIGITO VERIFICADOR Y MISMO CHEQUEO DE ESTADO_CLIENTE QUE     *
      * PDBTRX), LA FECHA, LA HORA Y LA MONEDA, ACREDITAMOS EL SALDO *
      * Y DEJAMOS EL MOVIMIENTO EN TRX.TRANSACCION PARA QUE PTRXCON  *
      * Y PTRXCLI LO VEAN COMO CUALQUIER OTRO. EL ORIGINANTE SE      *
      * CONTROLA CONTRA LA LISTA AUNQUE EL CREDITO YA HAYA FALLADO   *
      * OTRA VALIDACION (SALVO UN ERROR DE BASE DE DATOS), PARA QUE  *
      * NINGUN CREDITO DE UN EMISOR LISTADO QUEDE EN SUSPENSO 'S' AL *
      * ALCANCE DE PMNTSUS O PDEVSUS.                                *
      ***************************************************************
       2000-PROCESAMIENTO.
           MOVE 'N' TO WS-ERROR
           MOVE ZEROS TO WS-LST-ID-CASO
           ADD 1 TO WS-NUM-REGISTRO
           ADD 1 TO WS-TOT-LEIDOS
           PERFORM 2100-VALIDAR-RECEPTOR
           IF WS-ERROR-N
              PERFORM 2300-VERIFICAR-MONEDA
           END-IF
           IF WS-ERROR-N
              OR E-RAZON(1:29) NOT = 'ERROR NO CONTROLADO, CODIGO: '
              PERFORM 2350-VERIFICAR-LISTA
           END-IF
           IF WS-ERROR-N
              PERFORM 2400-GENERAR-ID-TRX
           END-IF
           IF WS-ERROR-N
              PERFORM 2700-ACREDITAR-RECEPTOR
           END-IF
           IF WS-ERROR-N
              PERFORM 2750-NOTIFICAR-CREDITO
           END-IF
           IF WS-ERROR-N
              PERFORM 2960-ACUMULAR-ACEPTADO
           ELSE
              PERFORM 2950-ACUMULAR-RECHAZO
              PERFORM 2850-SUSPENDER-CREDITO
           END-IF
           PERFORM 2900-COMMIT-PUNTO
           READ FICHERO-ENT.
              MOVE 'S' TO WS-ERROR
           END-IF.

      ***************************************************************
      * ORIGINANTE EXTERNO CONTRA LA LISTA DE CONTROL, POR EL CUIT   *
      * QUE INFORMA LA ENTIDAD DE ORIGEN. SI COINCIDE, VERILST ABRE  *
      * EL CASO (O SUMA AL PENDIENTE) SOBRE EL CBU RECEPTOR Y EL     *
      * CREDITO NO SE ACREDITA: 2850 LO RETIENE EN SUSPENSO CON      *
      * ESTADO 'L' Y EL ID DEL CASO, FUERA DEL ALCANCE DE PMNTSUS Y  *
      * PDEVSUS HASTA QUE PDECSOS RESUELVA EL CASO. SI EL CREDITO YA *
      * VENIA RECHAZADO POR OTRA RAZON, EL ARCHIVO DE ERRORES Y LA   *
      * AUDITORIA LLEVAN LAS DOS Y PREVALECE LA DE LA LISTA.         *
      ***************************************************************
       2350-VERIFICAR-LISTA.
           IF CUIT-EMISOR OF REG-ENTRADA NOT = SPACES
              AND CUIT-EMISOR OF REG-ENTRADA NOT = LOW-VALUES
              CALL WS-SVERILST USING CUIT-EMISOR OF REG-ENTRADA,
                                      WS-LST-NOMBRE,
                                      CBU-RECEPTOR OF REG-ENTRADA,
                                      WS-LST-MODO, WS-LST-RESULTADO,
                                      WS-LST-ID-CASO, WS-LST-SQLCODE
              EVALUATE TRUE
                 WHEN WS-LST-RESULTADO-S
                    PERFORM 2800-CAMBIAR-DATOS-ERROR
                    MOVE 'EMISOR EN LISTA DE CONTROL' TO E-RAZON
                    PERFORM 2805-ESCRIBIR-ERROR
                    PERFORM 2820-AUDITAR-RECHAZO
                    MOVE 'S' TO WS-ERROR
                 WHEN WS-LST-RESULTADO-E
                    PERFORM 2800-CAMBIAR-DATOS-ERROR
                    MOVE WS-LST-SQLCODE TO WS-ENC-CODE
                    MOVE WS-ERROR-NCONTROL TO E-RAZON
                    MOVE '2350' TO E-PARRAFO
                    PERFORM 2805-ESCRIBIR-ERROR
                    PERFORM 2820-AUDITAR-RECHAZO
                    MOVE 'S' TO WS-ERROR
              END-EVALUATE
           END-IF.

      **********************************************************
      * GENERAMOS EL ID DEL MOVIMIENTO A PARTIR DEL MISMO       *
      * TRX.CONTROL_ID QUE USAN PDBTRX Y PTRXREV.               *
           MOVE CBU-RECEPTOR OF REG-ENTRADA
                     TO CBU-RECEPTOR-TEXT OF DCLTRANSACCION
           MOVE MONEDA OF REG-ENTRADA TO MONEDA OF DCLTRANSACCION
           MOVE CONCEPTO OF REG-ENTRADA TO CONCEPTO OF DCLTRANSACCION
           MOVE REFERENCIA OF REG-ENTRADA
                TO REFERENCIA OF DCLTRANSACCION
           EXEC SQL
             INSERT INTO TRX.TRANSACCION(
                    ID_TRX, DIA_HORA,MONTO,COMISION,
                    CBU_EMISOR, CBU_RECEPTOR, MONTO_TOTAL, MONEDA,
                    CONCEPTO, REFERENCIA)
             VALUES (:DCLTRANSACCION.ID-TRX,
             :DCLTRANSACCION.DIA-HORA, :DCLTRANSACCION.MONTO,
             :DCLTRANSACCION.COMISION, :DCLTRANSACCION.CBU-EMISOR,
             :DCLTRANSACCION.CBU-RECEPTOR, :DCLTRANSACCION.MONTO-TOTAL,
             :DCLTRANSACCION.MONEDA,
             :DCLTRANSACCION.CONCEPTO, :DCLTRANSACCION.REFERENCIA)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 2800-CAMBIAR-DATOS-ERROR
              END-IF
           END-IF.

      ***************************************************************
      * AVISO AL CLIENTE DEL CREDITO RECIBIDO (VER VERINOT), EN LA   *
      * MISMA UNIDAD DE TRABAJO QUE EL CREDITO. EL CREDITO YA ESTA   *
      * HECHO: UNA FALLA DEL AVISO NO LO RECHAZA, SOLO SE INFORMA.   *
      ***************************************************************
       2750-NOTIFICAR-CREDITO.
           MOVE CBU-RECEPTOR OF REG-ENTRADA TO WS-NOT-CBU
           MOVE FECHA OF REG-ENTRADA TO WS-NOT-FECHA
           MOVE MONTO OF REG-ENTRADA TO WS-NOT-MONTO
           MOVE ID-TRX OF DCLTRANSACCION TO WS-NOT-ID-REF
           MOVE REFERENCIA OF REG-ENTRADA TO WS-NOT-DETALLE
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

      *********************************************************
      * CARGAMOS LOS DATOS DEL CREDITO RECHAZADO AL REGISTRO  *
      * DE ERRORES (CBU, FECHA-HORA Y MONTO), PARA QUE EL     *
           MOVE FECHA-HORA OF REG-ENTRADA TO E-FECHA-HORA
           MOVE MONTO OF REG-ENTRADA TO E-MONTO
           MOVE SPACES TO E-PARRAFO
           MOVE SPACES TO E-MARCA-REPETIR
           MOVE CONCEPTO OF REG-ENTRADA TO E-CONCEPTO
           MOVE REFERENCIA OF REG-ENTRADA TO E-REFERENCIA
           MOVE CUIT-EMISOR OF REG-ENTRADA TO E-CUIT-EMISOR.

      *********************************************************
      * ESCRIBIMOS EL RECHAZO EN ERROR-FICH, PERO SOLO SI TODAVIA  *
              DISPLAY 'ERROR AL AUDITAR RECHAZO, CODESQL: ' SQLCODE
           END-IF.

      ***************************************************************
      * EL DINERO DE UN CREDITO RECHAZADO YA LLEGO DESDE LA OTRA     *
      * ENTIDAD: ADEMAS DEL ARCHIVO DE ERRORES, EL CREDITO QUEDA     *
      * RETENIDO EN TRX.CREDITO_SUSPENSO CON LOS DATOS DEL REG-INTERB*
      * ORIGINAL, LA RAZON DEL RECHAZO Y LA FECHA DE PROCESO, EN     *
      * ESTADO 'S' (O 'L' CON EL ID DEL CASO SI LO RETUVO LA LISTA   *
      * DE CONTROL). UN RECHAZO POR ERROR DE BASE DE DATOS NO SE     *
      * SUSPENDE: EL CREDITO ES VALIDO Y SE REINGRESA DESDE EL       *
      * ARCHIVO DE ERRORES. EL ALTA VIAJA EN LA MISMA UNIDAD DE      *
      * TRABAJO QUE EL RESTO DEL REGISTRO, ASI EL REINICIO NO LA     *
      * DUPLICA NI LA PIERDE; UN ERROR AL SUSPENDER SE INFORMA PERO  *
      * NO INTERRUMPE LA CORRIDA (EL CREDITO SIGUE EN ERROR-FICH).   *
      ***************************************************************
       2850-SUSPENDER-CREDITO.
           IF E-RAZON(1:29) NOT = 'ERROR NO CONTROLADO, CODIGO: '
              PERFORM 2855-GENERAR-ID-SUSPENSO
              IF SQLCODE = 0
                 PERFORM 2860-INSERTAR-SUSPENSO
              END-IF
           END-IF.

       2855-GENERAR-ID-SUSPENSO.
           MOVE 'CREDITO_SUSPENSO' TO NOM-TABLA OF DCLSECUENCIA
           EXEC SQL
                UPDATE TRX.CONTROL_ID
                SET ULT_ID = ULT_ID + 1
                WHERE NOM_TABLA = :DCLSECUENCIA.NOM-TABLA
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 EXEC SQL
                      SELECT ULT_ID
                      INTO :DCLSECUENCIA.ULT-ID
                      FROM TRX.CONTROL_ID
                      WHERE NOM_TABLA = :DCLSECUENCIA.NOM-TABLA
                 END-EXEC
              WHEN 100
                 MOVE 1 TO ULT-ID OF DCLSECUENCIA
                 EXEC SQL
                      INSERT INTO TRX.CONTROL_ID (NOM_TABLA, ULT_ID)
                      VALUES (:DCLSECUENCIA.NOM-TABLA, 1)
                 END-EXEC
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL SUSPENDER CREDITO, CODESQL: ' SQLCODE
           END-IF.

       2860-INSERTAR-SUSPENSO.
           MOVE ULT-ID OF DCLSECUENCIA TO ID-SUSPENSO OF DCLSUSPENSO
           MOVE ENTIDAD-ORIGEN OF REG-ENTRADA
                               TO ENTIDAD-ORIGEN OF DCLSUSPENSO
           MOVE CBU-EMISOR OF REG-ENTRADA TO CBU-EMISOR OF DCLSUSPENSO
           MOVE CBU-RECEPTOR OF REG-ENTRADA
                             TO CBU-RECEPTOR OF DCLSUSPENSO
           MOVE FECHA-HORA OF REG-ENTRADA TO FECHA-HORA OF DCLSUSPENSO
           MOVE MONTO OF REG-ENTRADA TO MONTO OF DCLSUSPENSO
           MOVE MONEDA OF REG-ENTRADA TO MONEDA OF DCLSUSPENSO
      * EL CONCEPTO Y LA REFERENCIA VIAJAN CON EL CREDITO, PARA QUE
      * LA REAPLICACION (PMNTSUS) O LA DEVOLUCION (PDEVSUS) LOS
      * CONSERVEN.
           MOVE CONCEPTO OF REG-ENTRADA TO CONCEPTO OF DCLSUSPENSO
           MOVE REFERENCIA OF REG-ENTRADA TO REFERENCIA OF DCLSUSPENSO
           MOVE E-RAZON TO RAZON OF DCLSUSPENSO
           MOVE WS-FECHA-PROCESO TO FECHA-INGRESO OF DCLSUSPENSO
           MOVE WS-LST-ID-CASO TO ID-CASO OF DCLSUSPENSO
           IF E-RAZON = 'EMISOR EN LISTA DE CONTROL'
              MOVE 'L' TO ESTADO-SUSP OF DCLSUSPENSO
           ELSE
              MOVE 'S' TO ESTADO-SUSP OF DCLSUSPENSO
           END-IF
           EXEC SQL
                INSERT INTO TRX.CREDITO_SUSPENSO
                       (ID_SUSPENSO, ENTIDAD_ORIGEN, CBU_EMISOR,
                        CBU_RECEPTOR, FECHA_HORA, MONTO, MONEDA,
                        RAZON, FECHA_INGRESO, ESTADO_SUSP, ID_CASO,
                        CONCEPTO, REFERENCIA)
                VALUES (:DCLSUSPENSO.ID-SUSPENSO,
                        :DCLSUSPENSO.ENTIDAD-ORIGEN,
                        :DCLSUSPENSO.CBU-EMISOR,
                        :DCLSUSPENSO.CBU-RECEPTOR,
                        :DCLSUSPENSO.FECHA-HORA,
                        :DCLSUSPENSO.MONTO,
                        :DCLSUSPENSO.MONEDA,
                        :DCLSUSPENSO.RAZON,
                        :DCLSUSPENSO.FECHA-INGRESO,
                        :DCLSUSPENSO.ESTADO-SUSP,
                        :DCLSUSPENSO.ID-CASO,
                        :DCLSUSPENSO.CONCEPTO,
                        :DCLSUSPENSO.REFERENCIA)
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL SUSPENDER CREDITO, CODESQL: ' SQLCODE
           ELSE
              ADD 1 TO WS-TOT-SUSPENDIDOS
              ADD MONTO OF REG-ENTRADA TO WS-TOT-MONTO-SUSP
           END-IF.

      ***************************************************************
      * PUNTO DE COMMIT: CADA WS-COMMIT-CADA REGISTROS PROCESADOS SE *
      * CONFIRMA LA UNIDAD DE TRABAJO Y SE ACTUALIZA EL PUNTO DE     *
                 ADD 1 TO WS-TOT-R-HORA
              WHEN E-RAZON = 'MONEDA NO COINCIDE'
                 ADD 1 TO WS-TOT-R-MONEDA
              WHEN E-RAZON = 'EMISOR EN LISTA DE CONTROL'
                 ADD 1 TO WS-TOT-R-LISTA
              WHEN E-RAZON(1:29) = 'ERROR NO CONTROLADO, CODIGO: '
                 ADD 1 TO WS-TOT-R-SQLERROR
              WHEN OTHER
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-R-MONEDA TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   RETENIDOS POR EMISOR EN LISTA DE CONTROL'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-R-LISTA TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE '   RECHAZOS POR ERROR DE BASE DE DATOS'
                TO WS-RC-ETIQUETA
           MOVE WS-TOT-R-SQLERROR TO WS-RC-VALOR
           MOVE 'MONTO TOTAL ACREDITADO' TO WS-RI-ETIQUETA
           MOVE WS-TOT-MONTO-ACRED TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
           MOVE 'CREDITOS RETENIDOS EN SUSPENSO' TO WS-RC-ETIQUETA
           MOVE WS-TOT-SUSPENDIDOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'MONTO TOTAL RETENIDO EN SUSPENSO' TO WS-RI-ETIQUETA
           MOVE WS-TOT-MONTO-SUSP TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
           WRITE REG-REPORTE FROM WS-REP-GUIONES.

       3300-STOP-PROGRAM.
