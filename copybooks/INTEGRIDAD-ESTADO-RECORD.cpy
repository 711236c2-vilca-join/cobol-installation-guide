      *****************************************************************
      * RESULTADO DE LA ULTIMA VERIFICACION DE INTEGRIDAD ENTRE       *
      * ARCHIVOS (INTEGRIDAD-ESTADO.DAT). LO GRABA CONTROL-INTEGRIDAD *
      * AL TERMINAR Y LO MUESTRA LA PANTALLA DE OPERACIONES: 'A'      *
      * APROBADA (NINGUNA DIFERENCIA), 'F' FALLIDA (HAY DIFERENCIAS O *
      * NO SE PUDO LEER UN ARCHIVO INDISPENSABLE). LOS CONTADORES     *
      * SEPARAN LAS DIFERENCIAS POR PAR DE ARCHIVOS; EL DETALLE POR   *
      * EMPLEADO QUEDA EN INTEGRIDAD-REPORTE.TXT.                     *
      *****************************************************************
       01  INTEGRIDAD-ESTADO-RECORD.
           05 INT-FECHA-HORA            PIC X(14).
           05 INT-OPERADOR              PIC X(08).
           05 INT-RESULTADO             PIC X(01).
              88 INT-APROBADA                         VALUE 'A'.
              88 INT-FALLIDA                          VALUE 'F'.
           05 INT-EMPLEADOS-REVISADOS   PIC 9(05).
           05 INT-DIF-ACUMULADOS        PIC 9(05).
           05 INT-DIF-DEDUCCIONES       PIC 9(05).
           05 INT-DIF-PAGOS             PIC 9(05).
           05 INT-DIF-TOTAL             PIC 9(05).
