      *****************************************************************
      * HORARIO DE TURNO PROGRAMADO: POR EMPLEADO O POR DEPARTAMENTO  *
      * (EL DEL EMPLEADO MANDA SOBRE EL DE SU DEPARTAMENTO). DIAS DE  *
      * LA SEMANA QUE SE TRABAJA, HORA DE ENTRADA Y SALIDA, Y LOS     *
      * MINUTOS DE TOLERANCIA ANTES DE CONTAR TARDANZA O SALIDA       *
      * ANTICIPADA. LO MANTIENE MANTENER-EMPLEADOS Y LO USA           *
      * DEPURAR-PONCHES PARA EL REPORTE DE ASISTENCIA.                *
      *****************************************************************
       01  HORARIO-TURNO-RECORD.
           05 HOR-CLAVE.
              10 HOR-TIPO-CLAVE         PIC X(01).
                 88 HOR-POR-EMPLEADO                  VALUE 'E'.
                 88 HOR-POR-DEPARTAMENTO              VALUE 'D'.
      * EMP-ID, O EL CODIGO DE DEPARTAMENTO AJUSTADO A LA IZQUIERDA.
              10 HOR-CODIGO             PIC X(06).
      * UN INDICADOR S/N POR DIA, DE LUNES (1) A DOMINGO (7).
           05 HOR-DIAS-SEMANA.
              10 HOR-DIA-LABORA         PIC X(01) OCCURS 7 TIMES.
      * HHMMSS; SI LA SALIDA ES MENOR QUE LA ENTRADA EL TURNO CRUZA
      * LA MEDIANOCHE.
           05 HOR-HORA-ENTRADA          PIC 9(06).
           05 HOR-HORA-SALIDA           PIC 9(06).
           05 HOR-TOLERANCIA-MIN        PIC 9(03).
           05 HOR-OPERADOR              PIC X(08).
           05 HOR-FECHA-REGISTRO        PIC X(14).
