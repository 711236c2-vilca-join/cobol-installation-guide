      *****************************************************************
      * DEPENDIENTES DEL EMPLEADO: UN REGISTRO POR CONYUGE O HIJO.    *
      * LO MANTIENE MANTENER-EMPLEADOS Y LO LEE NOMINA-SEMANAL: DA    *
      * DERECHO A ASIGNACION FAMILIAR TENER AL MENOS UN HIJO VIGENTE  *
      * MENOR DE 18 ANOS, O MENOR DE 24 SI SIGUE ESTUDIOS SUPERIORES. *
      *****************************************************************
       01  DEPENDIENTE-RECORD.
           05 DEP-CLAVE.
              10 DEP-EMP-ID             PIC X(06).
              10 DEP-SECUENCIA          PIC 9(02).
           05 DEP-NOMBRE                PIC X(20).
           05 DEP-PARENTESCO            PIC X(01).
              88 DEP-HIJO                             VALUE 'H'.
              88 DEP-CONYUGE                          VALUE 'C'.
              88 DEP-PARENTESCO-VALIDO                VALUE 'H' 'C'.
           05 DEP-FECHA-NACIMIENTO      PIC 9(08).
           05 DEP-ESTUDIOS-SUPERIORES   PIC X(01).
              88 DEP-ESTUDIA                          VALUE 'S'.
      * LA BAJA ES LOGICA (FALLECIMIENTO, ERROR DE DIGITACION): EL
      * REGISTRO QUEDA COMO HISTORIA PERO YA NO CUENTA.
           05 DEP-ESTADO                PIC X(01).
              88 DEP-VIGENTE                          VALUE 'V'.
              88 DEP-DE-BAJA                          VALUE 'B'.
           05 DEP-OPERADOR              PIC X(08).
           05 DEP-FECHA-REGISTRO        PIC X(14).
