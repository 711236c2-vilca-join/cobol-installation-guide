      * MANTENER-EMPLEADOS Y LA IMPRIME LA LIQUIDACION FINAL;
      * EN CERO MIENTRAS EL EMPLEADO SIGUE ACTIVO.
           05 EMP-FECHA-CESE           PIC 9(08).
      * DOCUMENTO DE IDENTIDAD PARA EL T-REGISTRO DE SUNAT: TIPO SEGUN
      * LA TABLA DE SUNAT ('01' DNI, '04' CARNE DE EXTRANJERIA, '07'
      * PASAPORTE) Y NUMERO. EN BLANCO EN LOS REGISTROS ANTERIORES
      * HASTA QUE SE COMPLETEN POR CAMBIO DE DATOS; EL REGISTRO CRECE
      * Y EL MAESTRO DEBE RECONSTRUIRSE AL INSTALAR.
           05 EMP-TIPO-DOCUMENTO       PIC X(02).
              88 EMP-DOC-DNI                         VALUE '01'.
           05 EMP-NUM-DOCUMENTO        PIC X(12).
