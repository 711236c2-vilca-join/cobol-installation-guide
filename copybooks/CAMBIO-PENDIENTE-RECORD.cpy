      *****************************************************************
      * CAMBIO SENSIBLE DEL MAESTRO DE EMPLEADOS PENDIENTE DE         *
      * APROBACION POR UN SEGUNDO OPERADOR: DATOS BANCARIOS Y DE      *
      * PAGO (RUTA, CUENTA, TIPO DE COMPENSACION, TARIFA Y SUELDO)    *
      * CON SU IMAGEN ANTES / DESPUES. LO GRABA CAMBIO-EMPLEADO DE    *
      * MANTENER-EMPLEADOS, LO RESUELVE OTRO OPERADOR DESDE EL MISMO  *
      * PROGRAMA Y NOMINA-SEMANAL AVISA SI QUEDAN PENDIENTES.         *
      *****************************************************************
       01  CAMBIO-PENDIENTE-RECORD.
           05 CPE-CLAVE.
              10 CPE-EMP-ID             PIC X(06).
              10 CPE-SECUENCIA          PIC 9(04).
           05 CPE-ESTADO                PIC X(01).
              88 CPE-PENDIENTE                        VALUE 'P'.
              88 CPE-APROBADO                         VALUE 'A'.
              88 CPE-RECHAZADO                        VALUE 'R'.
           05 CPE-OPERADOR-REGISTRO     PIC X(08).
           05 CPE-FECHA-REGISTRO        PIC X(14).
           05 CPE-OPERADOR-RESOLUCION   PIC X(08).
           05 CPE-FECHA-RESOLUCION      PIC X(14).
           05 CPE-ANTES.
              10 CPE-ANT-BANCO-RUTA     PIC X(09).
              10 CPE-ANT-BANCO-CUENTA   PIC X(17).
              10 CPE-ANT-TIPO-COMP      PIC X(01).
              10 CPE-ANT-PAY-PER-HOUR   PIC 9(06)V99.
              10 CPE-ANT-SALARIO        PIC 9(06)V99.
           05 CPE-DESPUES.
              10 CPE-NUE-BANCO-RUTA     PIC X(09).
              10 CPE-NUE-BANCO-CUENTA   PIC X(17).
              10 CPE-NUE-TIPO-COMP      PIC X(01).
              10 CPE-NUE-PAY-PER-HOUR   PIC 9(06)V99.
              10 CPE-NUE-SALARIO        PIC 9(06)V99.
