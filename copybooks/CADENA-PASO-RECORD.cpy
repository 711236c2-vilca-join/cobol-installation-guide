      *****************************************************************
      * PASO DE LA CADENA DE NOMINA (CADENA-PASOS.DAT): UNA LINEA POR *
      * PROGRAMA, EN EL ORDEN EN QUE CORREN. CADENA-SEMANAL LOS LLAMA *
      * UNO TRAS OTRO Y SOLO AVANZA SI EL CODIGO DE TERMINACION DEL   *
      * PASO NO SUPERA PAS-RC-MAXIMO (0 = SOLO CONFORME, 4 = ACEPTA   *
      * TERMINAR CON AVISOS). UN PASO CON PAS-ACTIVO EN 'N' QUEDA     *
      * DEFINIDO PERO NO SE CORRE.                                    *
      *****************************************************************
       01  CADENA-PASO-RECORD.
           05 PAS-NUMERO                PIC 9(02).
           05 PAS-PROGRAMA              PIC X(18).
           05 PAS-RC-MAXIMO             PIC 9(02).
           05 PAS-ACTIVO                PIC X(01).
              88 PAS-SE-EJECUTA                       VALUE 'S'.
              88 PAS-OMITIDO                          VALUE 'N'.
           05 PAS-DESCRIPCION           PIC X(40).
