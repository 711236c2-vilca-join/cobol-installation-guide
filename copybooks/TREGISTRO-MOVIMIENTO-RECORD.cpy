      *****************************************************************
      * MOVIMIENTO PENDIENTE DE DECLARAR EN EL T-REGISTRO DE SUNAT:   *
      * ALTA, BAJA O MODIFICACION (REGIMEN PENSIONARIO O TIPO DE      *
      * PAGO) DE UN TRABAJADOR, CON LOS DATOS DEL MAESTRO AL MOMENTO  *
      * DEL MOVIMIENTO. LO ENCOLA MANTENER-EMPLEADOS Y LO CONSUME     *
      * TREGISTRO-SUNAT, QUE ARMA EL ARCHIVO DE CARGA, LO MARCA       *
      * ENVIADO Y REPORTA LOS PENDIENTES CON SU PLAZO LEGAL.          *
      *****************************************************************
       01  TREGISTRO-MOVIMIENTO-RECORD.
           05 TRM-CLAVE.
              10 TRM-EMP-ID             PIC X(06).
              10 TRM-SECUENCIA          PIC 9(04).
           05 TRM-TIPO                  PIC X(01).
              88 TRM-ALTA                             VALUE 'A'.
              88 TRM-BAJA                             VALUE 'B'.
              88 TRM-MODIFICACION                     VALUE 'M'.
      * FECHA DEL HECHO: INGRESO EN EL ALTA, CESE EN LA BAJA Y FECHA
      * DEL CAMBIO EN LA MODIFICACION. EL PLAZO SE CUENTA DESDE ELLA.
           05 TRM-FECHA-EVENTO          PIC 9(08).
           05 TRM-NOMBRE                PIC X(20).
           05 TRM-TIPO-DOCUMENTO        PIC X(02).
           05 TRM-NUM-DOCUMENTO         PIC X(12).
           05 TRM-REGIMEN-PENSION       PIC X(02).
           05 TRM-TIPO-COMP             PIC X(01).
      * MOTIVO DE BAJA SEGUN LA TABLA DE SUNAT; EN BLANCO SI NO ES
      * UNA BAJA.
           05 TRM-MOTIVO-BAJA           PIC X(02).
           05 TRM-ESTADO                PIC X(01).
              88 TRM-PENDIENTE                        VALUE 'P'.
              88 TRM-ENVIADO                          VALUE 'E'.
           05 TRM-OPERADOR-REGISTRO     PIC X(08).
           05 TRM-FECHA-REGISTRO        PIC X(14).
           05 TRM-OPERADOR-ENVIO        PIC X(08).
           05 TRM-FECHA-ENVIO           PIC 9(08).
