      *****************************************************************
      * MOVIMIENTO EVENTUAL DE PAGO: UN INGRESO O DESCUENTO DE UNA    *
      * SOLA VEZ POR EMPLEADO, FECHADO AL LOTE EN QUE DEBE PAGARSE.   *
      * LO REGISTRA MANTENER-EMPLEADOS Y LO APLICA NOMINA-SEMANAL EN  *
      * LA PRIMERA CORRIDA REAL DE SU PLANILLA CON FECHA DE LOTE      *
      * IGUAL O POSTERIOR; AL APLICARLO LO MARCA CON EL LOTE, ASI UN  *
      * REINICIO O UNA CORRIDA DE RECUPERACION NO LO PAGA DOS VECES.  *
      *****************************************************************
       01  MOVIMIENTO-EVENTUAL-RECORD.
           05 MEV-CLAVE.
              10 MEV-EMP-ID             PIC X(06).
              10 MEV-FECHA-LOTE         PIC 9(08).
              10 MEV-SECUENCIA          PIC 9(02).
           05 MEV-CONCEPTO              PIC X(04).
           05 MEV-MONTO                 PIC 9(06)V99.
           05 MEV-REFERENCIA            PIC X(15).
           05 MEV-ESTADO                PIC X(01).
              88 MEV-PENDIENTE                        VALUE 'P'.
              88 MEV-APLICADO                         VALUE 'A'.
              88 MEV-ANULADO                          VALUE 'X'.
      * LOTE Y PLANILLA ('S' SEMANAL, 'M' MENSUAL) QUE LO PAGARON;
      * EN CERO Y BLANCO MIENTRAS ESTA PENDIENTE.
           05 MEV-LOTE-APLICADO         PIC 9(08).
           05 MEV-PLANILLA-APLICADA     PIC X(01).
           05 MEV-OPERADOR              PIC X(08).
           05 MEV-FECHA-REGISTRO        PIC X(14).
