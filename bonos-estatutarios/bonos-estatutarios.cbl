      *   GRATIFICACION = PROMEDIO MENSUAL (UNA REMUNERACION)         *
      *   CTS = (PROMEDIO + 1/6 DE GRATIFICACION) / 2 (DEPOSITO       *
      *   SEMESTRAL). LA GRATIFICACION SE PAGA SIN RETENCIONES.       *
      * AL PAGAR A CADA EMPLEADO SE REVIERTE LO QUE                   *
      * PROVISIONES-MENSUALES TENIA PROVISIONADO PARA EL CONCEPTO.    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-CONTADOR-BONOS            PIC 9(05)      VALUE 0.
       01 WS-TOTAL-BONOS               PIC 9(09)V99   VALUE 0.
       01 WS-NOMBRE-BONO               PIC X(14)      VALUE SPACE.
       01 WS-MONTO-REVERTIDO           PIC 9(08)V99   VALUE 0.

      ***************************
      * CAMPOS DE PRESENTACION  *
                 PERFORM CALCULAR-MONTO-BONO
                 PERFORM ESCRIBIR-BOLETA-BONO
                 PERFORM GENERAR-PAGO-ACH-BONO
                 CALL "REVERSION-PROVISION" USING EMP-ID
                    EMP-DEPARTAMENTO WS-TIPO-BONO WS-FECHA-PAGO-BONO
                    WS-OPERADOR-ID WS-MONTO-REVERTIDO
                 END-CALL
                 ADD 1 TO WS-CONTADOR-BONOS
                 ADD WS-MONTO-BONO TO WS-TOTAL-BONOS
                 MOVE WS-MONTO-BONO TO WS-MONTO-BONO-DISPLAY
