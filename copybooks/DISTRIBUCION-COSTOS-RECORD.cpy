      *****************************************************************
      * ASIENTO DE DISTRIBUCION DE COSTO DE MANO DE OBRA: UN REGISTRO *
      * POR DEPARTAMENTO, CUENTA Y CONCEPTO, EN EL FORMATO QUE        *
      * IMPORTA CONTABILIDAD. LO ESCRIBEN NOMINA-SEMANAL (LO PAGADO   *
      * EN CADA LOTE, DISTRIBUCION-COSTOS.DAT) Y LAS PROVISIONES DEL  *
      * MES CON SUS REVERSIONES (PROVISION-ASIENTOS.DAT).             *
      *****************************************************************
       01  DISTRIBUCION-RECORD.
           05 DIS-LOTE-FECHA            PIC 9(08).
           05 DIS-DEPARTAMENTO          PIC X(04).
           05 DIS-CUENTA-CONTABLE       PIC X(08).
           05 DIS-CONCEPTO              PIC X(05).
           05 DIS-DEBE-HABER            PIC X(01).
           05 DIS-MONTO                 PIC 9(09)V99.
