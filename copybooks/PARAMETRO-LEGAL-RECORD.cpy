      *****************************************************************
      * PARAMETROS LEGALES CON FECHA DE VIGENCIA: REMUNERACION        *
      * MINIMA VITAL (RMV) Y UNIDAD IMPOSITIVA TRIBUTARIA (UIT).      *
      * CONTABILIDAD MANTIENE PARAMETROS-LEGALES.DAT SIN CAMBIO DE    *
      * PROGRAMA, CON UN REGISTRO NUEVO CADA VEZ QUE EL GOBIERNO LOS  *
      * FIJA. RIGE EL DE MAYOR FECHA DE VIGENCIA QUE NO PASE LA FECHA *
      * DE PROCESO. LA ASIGNACION FAMILIAR ES EL 10% DE LA RMV.       *
      *****************************************************************
       01  PARAMETRO-LEGAL-RECORD.
           05 PRL-FECHA-VIGENCIA        PIC 9(08).
           05 PRL-RMV                   PIC 9(06)V99.
           05 PRL-UIT                   PIC 9(06)V99.
