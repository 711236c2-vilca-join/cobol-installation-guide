      *****************************************************************
      * CONTROL DEL ARCHIVO DE HISTORICOS (ARCHIVO-CONTROL.DAT): UNA  *
      * LINEA POR ARCHIVO VIVO QUE ARCHIVAR-HISTORICO HA RECORTADO.   *
      * TODO REGISTRO CON FECHA ANTERIOR A ARC-FECHA-CORTE YA NO ESTA *
      * EN EL ARCHIVO VIVO SINO EN SUS ARCHIVOS ANUALES, QUE SE       *
      * LLAMAN COMO EL VIVO MAS ".A" Y EL ANO (POR EJEMPLO            *
      * REGISTRO-NOMINA-HIST.DAT.A2023) Y VAN DE ARC-PRIMER-ANO A     *
      * ARC-ULTIMO-ANO. LOS PROGRAMAS QUE CONSULTAN PERIODOS VIEJOS   *
      * LEEN AQUI QUE ANOS BUSCAR. SIN LINEA (O SIN EL ARCHIVO), NADA *
      * HA SIDO ARCHIVADO.                                            *
      *****************************************************************
       01  ARCHIVO-CONTROL-RECORD.
           05 ARC-ARCHIVO               PIC X(24).
           05 ARC-FECHA-CORTE           PIC 9(08).
           05 ARC-PRIMER-ANO            PIC 9(04).
           05 ARC-ULTIMO-ANO            PIC 9(04).
           05 ARC-FECHA-PROCESO         PIC X(14).
           05 ARC-OPERADOR              PIC X(08).
