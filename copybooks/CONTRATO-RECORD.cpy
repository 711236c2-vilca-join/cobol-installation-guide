      *****************************************************************
      * HISTORIA DE CONTRATOS DE TRABAJO POR EMPLEADO: UN REGISTRO    *
      * POR CONTRATO O RENOVACION, CON LA FECHA DE INGRESO A LA       *
      * EMPRESA, EL TIPO DE CONTRATO Y SU VIGENCIA. LO MANTIENE       *
      * MANTENER-EMPLEADOS Y LO LEE VENCIMIENTO-CONTRATOS PARA        *
      * AVISAR LOS PLAZOS FIJOS POR VENCER Y LOS PAGOS SIN CONTRATO.  *
      *****************************************************************
       01  CONTRATO-RECORD.
           05 CON-CLAVE.
              10 CON-EMP-ID             PIC X(06).
              10 CON-SECUENCIA          PIC 9(03).
           05 CON-TIPO                  PIC X(01).
              88 CON-INDETERMINADO                    VALUE 'I'.
              88 CON-PLAZO-FIJO                       VALUE 'F'.
              88 CON-FORMATIVO                        VALUE 'P'.
              88 CON-TIPO-VALIDO                      VALUE 'I' 'F'
                                                      'P'.
           05 CON-FECHA-INGRESO         PIC 9(08).
           05 CON-FECHA-INICIO          PIC 9(08).
      * EN CERO SI EL CONTRATO NO TIENE FECHA DE TERMINO
      * (PLAZO INDETERMINADO).
           05 CON-FECHA-FIN             PIC 9(08).
      * CERO EN EL CONTRATO ORIGINAL; N EN LA N-ESIMA RENOVACION.
           05 CON-RENOVACION            PIC 9(02).
      * SOLO UN CONTRATO VIGENTE POR EMPLEADO: AL RENOVARLO QUEDA
      * 'R' Y AL REEMPLAZARLO POR UN CONTRATO NUEVO QUEDA 'C'. EL
      * ANULADO ('X') FUE UN ERROR DE DIGITACION Y NO CUBRE NADA.
           05 CON-ESTADO                PIC X(01).
              88 CON-VIGENTE                          VALUE 'V'.
              88 CON-RENOVADO                         VALUE 'R'.
              88 CON-CERRADO                          VALUE 'C'.
              88 CON-ANULADO                          VALUE 'X'.
           05 CON-OPERADOR              PIC X(08).
           05 CON-FECHA-REGISTRO        PIC X(14).
