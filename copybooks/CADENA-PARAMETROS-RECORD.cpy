      *****************************************************************
      * PARAMETROS DE LA CADENA SEMANAL (CADENA-PARAMETROS.DAT): LAS  *
      * RESPUESTAS QUE EL OPERADOR DA EN PANTALLA CUANDO CORRE CADA   *
      * PASO SUELTO. CADENA-SEMANAL LAS LEE UNA VEZ Y LAS PASA A      *
      * NOMINA-SEMANAL, TRANSMISION-ACH Y RESUMEN-SEMANAL COMO        *
      * SEGUNDO PARAMETRO, CON CPA-ORIGEN EN 'C', Y ESOS PASOS YA NO  *
      * PREGUNTAN NADA. DESDE EL MENU EL AREA LLEGA EN BLANCO Y CADA  *
      * PROGRAMA PREGUNTA COMO SIEMPRE.                               *
      * CPA-FECHA-PERIODO EN BLANCO ES EL PERIODO DE HOY PARA LA      *
      * NOMINA Y EL ULTIMO LOTE PARA EL RESUMEN.                      *
      *****************************************************************
       01  CADENA-PARAMETROS-RECORD.
           05 CPA-ORIGEN                PIC X(01).
              88 CPA-DESDE-CADENA                     VALUE 'C'.
           05 CPA-MODO-EJECUCION        PIC X(01).
           05 CPA-TIPO-PLANILLA         PIC X(01).
           05 CPA-FECHA-PERIODO         PIC X(08).
           05 CPA-FUENTE-ACH            PIC X(01).
           05 FILLER                    PIC X(20).
