      *****************************************************************
      * AUTORIZACION PREVIA DE HORAS EXTRAS: UN REGISTRO POR          *
      * EMPLEADO Y SEMANA DE PAGO CON LAS HORAS SOBRE LAS 40 QUE EL   *
      * SUPERVISOR APROBO. LO MANTIENE MANTENER-EMPLEADOS ANTES DEL   *
      * LOTE Y NOMINA-SEMANAL SOLO PAGA COMO EXTRAS HASTA ESE TOPE.   *
      *****************************************************************
       01  HORAS-EXTRAS-AUT-RECORD.
           05 HEA-CLAVE.
              10 HEA-EMP-ID             PIC X(06).
      * FECHA DEL PERIODO SEMANAL: EL ULTIMO DIA DE LA SEMANA QUE SE
      * PAGA, LA MISMA QUE SE DIGITA AL CORRER EL LOTE.
              10 HEA-SEMANA             PIC 9(08).
           05 HEA-HORAS-APROBADAS       PIC 9(03)V99.
           05 HEA-APROBADOR             PIC X(08).
           05 HEA-OPERADOR              PIC X(08).
           05 HEA-FECHA-REGISTRO        PIC X(14).
