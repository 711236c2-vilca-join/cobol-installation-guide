      *****************************************************************
      * CATALOGO DE CONCEPTOS DE PAGO EVENTUAL (COMISION, REEMBOLSO,  *
      * BONO DE ASISTENCIA, DESCUENTO DE UNIFORME...): CADA CODIGO    *
      * DICE SI ES INGRESO O DESCUENTO Y, SI ES INGRESO, SI ESTA      *
      * AFECTO AL IMPUESTO, A LA PENSION Y A ESSALUD. LO MANTIENE     *
      * MANTENER-EMPLEADOS Y LO LEE NOMINA-SEMANAL AL APLICAR LOS     *
      * MOVIMIENTOS EVENTUALES.                                       *
      *****************************************************************
       01  CONCEPTO-EVENTUAL-RECORD.
           05 CEV-CODIGO                PIC X(04).
           05 CEV-DESCRIPCION           PIC X(20).
           05 CEV-CLASE                 PIC X(01).
              88 CEV-INGRESO                          VALUE 'I'.
              88 CEV-DESCUENTO                        VALUE 'D'.
              88 CEV-CLASE-VALIDA                     VALUE 'I' 'D'.
      * LOS DESCUENTOS SE TOMAN DEL NETO DESPUES DE LAS RETENCIONES
      * DE LEY: NO REBAJAN NINGUNA BASE Y SUS INDICADORES VAN EN 'N'.
           05 CEV-AFECTO-IMPUESTO       PIC X(01).
              88 CEV-GRAVA-IMPUESTO                   VALUE 'S'.
           05 CEV-AFECTO-PENSION        PIC X(01).
              88 CEV-GRAVA-PENSION                    VALUE 'S'.
           05 CEV-AFECTO-ESSALUD        PIC X(01).
              88 CEV-GRAVA-ESSALUD                    VALUE 'S'.
      * UN CONCEPTO INACTIVO NO ADMITE MOVIMIENTOS NUEVOS, PERO LOS
      * YA REGISTRADOS SE SIGUEN APLICANDO.
           05 CEV-ESTADO                PIC X(01).
              88 CEV-ACTIVO                           VALUE 'A'.
              88 CEV-INACTIVO                         VALUE 'I'.
           05 CEV-OPERADOR              PIC X(08).
           05 CEV-FECHA-REGISTRO        PIC X(14).
