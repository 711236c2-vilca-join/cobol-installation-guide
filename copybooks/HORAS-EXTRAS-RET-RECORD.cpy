      *****************************************************************
      * HORAS EXTRAS RETENIDAS: CON LA POLITICA 'R' DE                *
      * HORAS-EXTRAS-CONFIG.DAT, NOMINA-SEMANAL GRABA AQUI, POR       *
      * EMPLEADO Y SEMANA, LAS HORAS SOBRE LO AUTORIZADO QUE NO       *
      * PAGO, CON LA TARIFA Y EL RECARGO DE ESA SEMANA. CUANDO        *
      * MANTENER-EMPLEADOS AMPLIA LA AUTORIZACION DE ESA SEMANA, LAS  *
      * HORAS QUE QUEDAN CUBIERTAS SE LIBERAN COMO UN MOVIMIENTO      *
      * EVENTUAL PENDIENTE QUE PAGA EL LOTE SIGUIENTE.                *
      *****************************************************************
       01  HORAS-EXTRAS-RET-RECORD.
           05 HER-CLAVE.
              10 HER-EMP-ID             PIC X(06).
              10 HER-SEMANA             PIC 9(08).
           05 HER-HORAS-RETENIDAS       PIC 9(03)V99.
      * HORAS QUE YA ESTABAN AUTORIZADAS EN EL LOTE QUE RETUVO: SOLO
      * LO QUE SE APRUEBE POR ENCIMA DE ELLAS LIBERA HORAS RETENIDAS.
           05 HER-HORAS-APROBADAS       PIC 9(03)V99.
           05 HER-TARIFA-HORA           PIC 9(06)V99.
           05 HER-FACTOR-RECARGO        PIC 9(02)V99.
           05 HER-HORAS-LIBERADAS       PIC 9(03)V99.
           05 HER-ESTADO                PIC X(01).
              88 HER-PENDIENTE                        VALUE 'P'.
              88 HER-LIBERADO                         VALUE 'L'.
           05 HER-OPERADOR              PIC X(08).
           05 HER-FECHA-REGISTRO        PIC X(14).
