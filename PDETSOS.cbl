      * AL BORDE DEL TOPE, PERO SUMANDO TODAS LAS CUENTAS DE UN MISMO
      * CUIT (VER PMNTCLI): UN ESTRUCTURADOR QUE REPARTE SU ACTIVIDAD
      * ENTRE SUS CBU YA NO QUEDA POR DEBAJO DEL UMBRAL. SOLO SE
      * CONSIDERAN CLIENTES CON CUIT CARGADO. LAS CUENTAS DE LA
      * PERSONA SON LAS DE TITULAR PRINCIPAL MAS LAS QUE COMPARTE
      * COMO TITULAR O COTITULAR ACTIVO (TRX.TITULAR, VER PMNTTIT):
      * UNA CUENTA CONJUNTA SUMA PARA CADA UNO DE SUS TITULARES.
           EXEC SQL DECLARE CUR_ESTRK CURSOR FOR
                SELECT P.CUIT, COUNT(*)
                FROM TRX.TRANSACCION T, TRX.CLIENTE C,
                     TRX.TASA_COMISION S,
                     (SELECT CBU_CLIENTE, CUIT
                      FROM TRX.CLIENTE
                      WHERE CUIT > ' '
                      UNION
                      SELECT CBU_CLIENTE, CUIT
                      FROM TRX.TITULAR
                      WHERE ROL IN ('T', 'C')
                        AND ESTADO_TITULAR = 'A') P
                WHERE T.CBU_EMISOR = C.CBU_CLIENTE
                  AND P.CBU_CLIENTE = C.CBU_CLIENTE
                  AND C.CATEGORIA = S.CATEGORIA
                  AND S.LIMITE_DIARIO > 0
                  AND T.DIA_HORA BETWEEN :WS-TS-DIA-INI
                                     AND :WS-TS-DIA-FIN
                  AND T.MONTO_TOTAL >=
                      S.LIMITE_DIARIO * :WS-P-ESTRCUIT.ESTRCUIT-PCT
                      / 100
                GROUP BY P.CUIT
                HAVING COUNT(*) >= :WS-P-ESTRCUIT.ESTRCUIT-CANT
           END-EXEC.

      * LAS CUENTAS DEL CUIT DETECTADO QUE PARTICIPARON DEL PATRON,
      * CON SU PROPIA CANTIDAD: CADA UNA ABRE (O REUSA) SU CASO.
      * UNA CUENTA CONJUNTA DETECTADA PARA DOS TITULARES REUSA EL
      * MISMO CASO (VER 2600).
           EXEC SQL DECLARE CUR_ESTRK_C CURSOR FOR
                SELECT T.CBU_EMISOR, COUNT(*)
                FROM TRX.TRANSACCION T, TRX.CLIENTE C,
                     TRX.TASA_COMISION S,
                     (SELECT CBU_CLIENTE, CUIT
                      FROM TRX.CLIENTE
                      WHERE CUIT = :DCLAUX.HIT-CUIT
                      UNION
                      SELECT CBU_CLIENTE, CUIT
                      FROM TRX.TITULAR
                      WHERE CUIT = :DCLAUX.HIT-CUIT
                        AND ROL IN ('T', 'C')
                        AND ESTADO_TITULAR = 'A') P
                WHERE T.CBU_EMISOR = C.CBU_CLIENTE
                  AND P.CBU_CLIENTE = C.CBU_CLIENTE
                  AND C.CATEGORIA = S.CATEGORIA
                  AND T.DIA_HORA BETWEEN :WS-TS-DIA-INI
                                     AND :WS-TS-DIA-FIN
                  AND T.MONTO_TOTAL >=
