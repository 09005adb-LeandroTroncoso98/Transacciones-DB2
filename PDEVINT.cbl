       FILE SECTION.
      * REGISTRO DE DEVOLUCIONES DEL CIRCUITO DE CLEARING: LAS
      * TRANSFERENCIAS SALIENTES QUE LA ENTIDAD DESTINO RECHAZO
      * (CUENTA CERRADA, TITULAR INCORRECTO, ETC). TRAE LOS DATOS
      * QUE IDENTIFICAN LA TRANSFERENCIA EN EL REG-INTERB QUE EMITE
      * PDBTRX EN INTERB-FICH (ENTIDAD, CBU EMISOR Y RECEPTOR,
      * FECHA-HORA, MONTO Y MONEDA), MAS EL CODIGO DE MOTIVO DE
      * DEVOLUCION QUE INFORMA LA CAMARA.
       FD FICHERO-ENT RECORDING MODE IS F
                      DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA.
