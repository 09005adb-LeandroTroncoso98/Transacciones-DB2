      * CONCATENACION MISMA YA ES EL ARCHIVO DE ERRORES UNIFICADO).
       FD ERRORES-FICH RECORDING MODE IS F
                       DATA RECORD IS REG-ERR-LINEA.
       01 REG-ERR-LINEA            PIC X(170).

      * SALIDA: EL REPORTE CONSOLIDADO QUE FIRMA EL BACK OFFICE: LOS
      * REPORTES DE CADA PARTICION TAL CUAL, SEGUIDOS DEL RESUMEN
