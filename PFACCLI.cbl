      * POR CLIENTE CON LO COBRADO EN EL PERIODO, ABIERTO EN
      * COMISIONES POR TRANSFERENCIA Y CARGOS DE SERVICIO (LA CUOTA
      * DE MANTENIMIENTO DE PCUOCLI Y DEMAS CARGOS IMPUTADOS AL CBU
      * DE CEROS), MAS EL IVA QUE LA FACTURA LEGAL EXIGE. AL FINAL
      * VA LA COMISION BONIFICADA POR PLANES PROMOCIONALES (VER
      * PMNTPLN), INFORMATIVA: NO SUMA AL NETO NI AL TOTAL.
       FD FACTURA-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-FACTURA.
       01 REG-FACTURA.
          05 F-NETO               PIC 9(13)V99.
          05 F-IVA                PIC 9(13)V99.
          05 F-TOTAL              PIC 9(13)V99.
          05 F-BONIFICADO         PIC 9(13)V99.

      * RECAPITULACION IMPRIMIBLE DE LA FACTURACION DEL PERIODO.
       FD REPORTE-FICH RECORDING MODE IS F
       77 WS-NETO                  PIC 9(13)V99 VALUE 0.
       77 WS-IVA                   PIC 9(13)V99 VALUE 0.
       77 WS-TOTAL                 PIC 9(13)V99 VALUE 0.
       77 WS-BONIFICADO            PIC 9(13)V99 VALUE 0.

      * ALICUOTA DE IVA (CLAVE IVA_PORCENTAJE DE TRX.PARAMETRO, EN
      * NUEVE DIGITOS CON SEIS DECIMALES IMPLICITOS). SIN FILA
       77 WS-TOT-CARGOS            PIC 9(15)V99 COMP-3 VALUE 0.
       77 WS-TOT-IVA               PIC 9(15)V99 COMP-3 VALUE 0.
       77 WS-TOT-TOTAL             PIC 9(15)V99 COMP-3 VALUE 0.
       77 WS-TOT-BONIFICADO        PIC 9(15)V99 COMP-3 VALUE 0.
       77 WS-TOT-BONIFICADOS       PIC 9(9) COMP VALUE 0.

      * LINEAS DEL REPORTE.
       01 WS-REP-GUIONES           PIC X(80) VALUE ALL '-'.
          05 WS-RD-IVA             PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(1) VALUE SPACES.
          05 WS-RD-TOTAL           PIC ZZZ,ZZZ,ZZ9.99.
      * RENGLON ADICIONAL DEL CLIENTE CON COMISION BONIFICADA.
       01 WS-REP-DETALLE-BONIF.
          05 FILLER                PIC X(23) VALUE SPACES.
          05 FILLER                PIC X(22)
                         VALUE 'BONIFICADO POR PLANES:'.
          05 WS-RDB-BONIFICADO     PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(21) VALUE SPACES.
       01 WS-REP-CONTADOR.
          05 WS-RC-ETIQUETA        PIC X(45).
          05 WS-RC-VALOR           PIC ZZZ,ZZZ,ZZ9.
      * CBU DE IMPUTACION DE CUOTAS Y CARGOS (TODO CEROS), EL MISMO
      * RECEPTOR FICTICIO QUE USAN PCUOCLI Y PNOMINA.
       77 WS-CBU-CARGOS           PIC X(22) VALUE ALL '0'.
      * CBU DE IMPUTACION DEL INTERES DEUDOR (TODO OCHOS) DE PDEVENG:
      * ESE COBRO ES INTERES, NO COMISION, Y NO SE FACTURA ACA.
       77 WS-CBU-INT-DEUDOR       PIC X(22) VALUE ALL '8'.

      * SQLCA Y DCLGEN DE LAS TABLAS DEL CIRCUITO.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01 DCLAUX.
          10 SUMA-COMISIONES       PIC S9(15)V99 COMP-3.
          10 SUMA-CARGOS           PIC S9(15)V99 COMP-3.
          10 SUMA-BONIFICADO       PIC S9(15)V99 COMP-3.
      * RENGLON DE LA FACTURACION DEL PERIODO QUE QUEDA EN
      * TRX.FACTURA_MENSUAL, PARA EL CERTIFICADO ANUAL (PCERIMP).
          10 FAC-PERIODO           PIC X(6).
          10 FAC-COMISIONES        PIC S9(13)V99 COMP-3.
          10 FAC-CARGOS            PIC S9(13)V99 COMP-3.
          10 FAC-IVA               PIC S9(13)V99 COMP-3.
          10 FAC-TOTAL             PIC S9(13)V99 COMP-3.
          10 FAC-BONIFICADO        PIC S9(13)V99 COMP-3.
      * VENTANA DEL MES CERRADO, CON EL MISMO RELLENO BYTE A BYTE
      * QUE EL FORMATO REAL DE DIA_HORA (VER PDBTRX). EL DIA HASTA
      * VA FIJO EN 31, IGUAL QUE EN PRECAT.

      * CURSOR DE TODOS LOS CLIENTES (TAMBIEN LOS DADOS DE BAJA: SUS
      * COMISIONES DEL PERIODO IGUAL SE FACTURAN), EN ORDEN DE CBU.
      * LO UNICO QUE GRABA ES LA FACTURACION DEL PERIODO EN
      * TRX.FACTURA_MENSUAL, QUE SE REEMPLAZA ENTERA Y SE CONFIRMA
      * AL FINAL: UNA CAIDA SE RESUELVE VOLVIENDO A CORRERLO, QUE
      * REGENERA EL EXTRACTO COMPLETO.
           EXEC SQL DECLARE CUR_CLI CURSOR FOR
                SELECT CBU_CLIENTE, CUIT, MONEDA
                FROM TRX.CLIENTE
           END-IF
           MOVE REG-P-ANIO TO WS-TSI-ANIO WS-TSF-ANIO WS-RP-ANIO
           MOVE REG-P-MES  TO WS-TSI-MES WS-TSF-MES WS-RP-MES
           MOVE REG-PERIODO TO FAC-PERIODO OF DCLAUX
           PERFORM 1700-LEER-IVA
           PERFORM 1800-BORRAR-FACTURACION
           OPEN OUTPUT FACTURA-FICH
           IF FS-FACTURA NOT = 00
              PERFORM 3300-STOP-PROGRAM
                 PERFORM 3300-STOP-PROGRAM
           END-EVALUATE.

      ***************************************************************
      * UNA RE-EJECUCION DEL PERIODO REEMPLAZA LA FACTURACION QUE    *
      * HAYA QUEDADO DE LA CORRIDA ANTERIOR.                         *
      ***************************************************************
       1800-BORRAR-FACTURACION.
           EXEC SQL
                DELETE FROM TRX.FACTURA_MENSUAL
                WHERE PERIODO = :DCLAUX.FAC-PERIODO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              EXEC SQL ROLLBACK END-EXEC
              PERFORM 3300-STOP-PROGRAM
           END-IF.

      ***************************************************************
      * RECORREMOS LOS CLIENTES Y, PARA CADA UNO, SUMAMOS LO COBRADO *
      * EN EL PERIODO: LAS COMISIONES DE SUS TRANSFERENCIAS (LOS     *
      * RENGLONES DONDE ES EMISOR HACIA UN RECEPTOR REAL) Y LOS      *
      * CARGOS DE SERVICIO (LOS RENGLONES HACIA EL CBU DE CEROS:     *
      * CUOTA DE PCUOCLI, SERVICIO DE NOMINA). EL CLIENTE SIN CARGOS *
      * DEL PERIODO NO GENERA RESUMEN, SALVO QUE TENGA COMISION      *
      * BONIFICADA POR UN PLAN: ESE RESUMEN SALE CON TOTAL EN CERO   *
      * PARA QUE EL CLIENTE VEA LO QUE SE LE BONIFICO. EL INTERES    *
      * DEUDOR QUE PDEVENG COBRA CONTRA EL CBU DE OCHOS NO ES        *
      * COMISION NI CARGO Y QUEDA AFUERA.                            *
      ***************************************************************
       2000-PROCESAMIENTO.
           EXEC SQL OPEN CUR_CLI END-EXEC
           PERFORM 2200-SUMAR-PERIODO
           COMPUTE WS-NETO = WS-COMISIONES + WS-CARGOS
           END-COMPUTE
           IF WS-NETO = 0 AND WS-BONIFICADO = 0
              ADD 1 TO WS-TOT-SIN-CARGOS
           ELSE
              COMPUTE WS-IVA ROUNDED =
                FROM TRX.TRANSACCION
                WHERE CBU_EMISOR = :DCLCLIENTE.CBU-CLIENTE
                  AND CBU_RECEPTOR <> :WS-CBU-CARGOS
                  AND CBU_RECEPTOR <> :WS-CBU-INT-DEUDOR
                  AND DIA_HORA BETWEEN :WS-TS-MES-INI
                                   AND :WS-TS-MES-FIN
           END-EXEC
              DISPLAY WS-ERROR-NCONTROL
              PERFORM 3300-STOP-PROGRAM
           END-IF
      * LO BONIFICADO POR PLANES PROMOCIONALES EN SUS
      * TRANSFERENCIAS DEL PERIODO (VER 2315 DE PDBTRX).
           EXEC SQL
                SELECT COALESCE(SUM(COMISION_BONIF), 0)
                INTO :DCLAUX.SUMA-BONIFICADO
                FROM TRX.TRANSACCION
                WHERE CBU_EMISOR = :DCLCLIENTE.CBU-CLIENTE
                  AND CBU_RECEPTOR <> :WS-CBU-CARGOS
                  AND CBU_RECEPTOR <> :WS-CBU-INT-DEUDOR
                  AND DIA_HORA BETWEEN :WS-TS-MES-INI
                                   AND :WS-TS-MES-FIN
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              PERFORM 3300-STOP-PROGRAM
           END-IF
           MOVE SUMA-COMISIONES OF DCLAUX TO WS-COMISIONES
           MOVE SUMA-CARGOS OF DCLAUX TO WS-CARGOS
           MOVE SUMA-BONIFICADO OF DCLAUX TO WS-BONIFICADO.

      ***************************************************************
      * EMITE EL RESUMEN DEL CLIENTE PARA EL SISTEMA EMISOR DE       *
           MOVE WS-NETO TO F-NETO
           MOVE WS-IVA TO F-IVA
           MOVE WS-TOTAL TO F-TOTAL
           MOVE WS-BONIFICADO TO F-BONIFICADO
           WRITE REG-FACTURA
           PERFORM 2350-REGISTRAR-FACTURA
           ADD 1 TO WS-TOT-FACTURADOS
           ADD WS-COMISIONES TO WS-TOT-COMISIONES
           ADD WS-CARGOS TO WS-TOT-CARGOS
           MOVE WS-CARGOS TO WS-RD-CARGOS
           MOVE WS-IVA TO WS-RD-IVA
           MOVE WS-TOTAL TO WS-RD-TOTAL
           WRITE REG-REPORTE FROM WS-REP-DETALLE
           IF WS-BONIFICADO > 0
              ADD 1 TO WS-TOT-BONIFICADOS
              ADD WS-BONIFICADO TO WS-TOT-BONIFICADO
              MOVE WS-BONIFICADO TO WS-RDB-BONIFICADO
              WRITE REG-REPORTE FROM WS-REP-DETALLE-BONIF
           END-IF.

      ***************************************************************
      * LO FACTURADO AL CLIENTE QUEDA EN TRX.FACTURA_MENSUAL POR     *
      * (PERIODO, CBU): ES EL IVA QUE INFORMA EL CERTIFICADO ANUAL.  *
      ***************************************************************
       2350-REGISTRAR-FACTURA.
           MOVE WS-COMISIONES TO FAC-COMISIONES OF DCLAUX
           MOVE WS-CARGOS TO FAC-CARGOS OF DCLAUX
           MOVE WS-IVA TO FAC-IVA OF DCLAUX
           MOVE WS-TOTAL TO FAC-TOTAL OF DCLAUX
           MOVE WS-BONIFICADO TO FAC-BONIFICADO OF DCLAUX
           EXEC SQL
                INSERT INTO TRX.FACTURA_MENSUAL
                       (PERIODO, CBU, CUIT, MONEDA, COMISIONES,
                        CARGOS, IVA, TOTAL, BONIFICADO)
                VALUES (:DCLAUX.FAC-PERIODO,
                        :DCLCLIENTE.CBU-CLIENTE,
                        :DCLCLIENTE.CUIT,
                        :DCLCLIENTE.MONEDA,
                        :DCLAUX.FAC-COMISIONES,
                        :DCLAUX.FAC-CARGOS,
                        :DCLAUX.FAC-IVA,
                        :DCLAUX.FAC-TOTAL,
                        :DCLAUX.FAC-BONIFICADO)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-ENC-CODE
              DISPLAY WS-ERROR-NCONTROL
              EXEC SQL ROLLBACK END-EXEC
              PERFORM 3300-STOP-PROGRAM
           END-IF.

      ********************************************************
      * PARRAFOS PARA CERRAR EL PROGRAMA                     *
      ********************************************************
       3000-END-PROGRAM.
           EXEC SQL COMMIT END-EXEC
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           MOVE 'CLIENTES REVISADOS' TO WS-RC-ETIQUETA
           MOVE WS-TOT-REVISADOS TO WS-RC-VALOR
           MOVE 'TOTAL FACTURADO' TO WS-RI-ETIQUETA
           MOVE WS-TOT-TOTAL TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
           MOVE 'CLIENTES CON COMISION BONIFICADA' TO WS-RC-ETIQUETA
           MOVE WS-TOT-BONIFICADOS TO WS-RC-VALOR
           WRITE REG-REPORTE FROM WS-REP-CONTADOR
           MOVE 'COMISION BONIFICADA POR PLANES' TO WS-RI-ETIQUETA
           MOVE WS-TOT-BONIFICADO TO WS-RI-VALOR
           WRITE REG-REPORTE FROM WS-REP-IMPORTE
           WRITE REG-REPORTE FROM WS-REP-GUIONES
           CLOSE FACTURA-FICH
           CLOSE REPORTE-FICH
