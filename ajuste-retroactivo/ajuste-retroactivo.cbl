      * INCLUYE SOBRETIEMPO Y DIFERENCIALES) SE ESCALA POR TARIFA     *
      * NUEVA / TARIFA ANTERIOR, Y LAS DEDUCCIONES HISTORICAS SE      *
      * ESCALAN IGUAL.                                                *
      *                                                               *
      * LA FECHA EFECTIVA NO PUEDE SER ANTERIOR AL CORTE DEL ARCHIVO  *
      * DE HISTORICOS (ARCHIVO-CONTROL.DAT): ESAS SEMANAS YA NO ESTAN *
      * EN EL HISTORICO VIGENTE Y EL AJUSTE LAS OMITIRIA SIN AVISO.   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AJUSTE-ACH-STATUS.

           SELECT CONTROL-ARCHIVO-FILE ASSIGN TO "ARCHIVO-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT-TRAIL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  AJUSTE-ACH-FILE.
           COPY ACH-PAYMENT-RECORD.

       FD  CONTROL-ARCHIVO-FILE.
           COPY ARCHIVO-CONTROL-RECORD.

       FD  AUDIT-LOG-FILE.
           COPY AUDIT-LOG-RECORD.

       01 WS-AJUSTE-ACH-STATUS         PIC X(02).
       01 WS-AUDIT-STATUS              PIC X(02).
       01 WS-DED-DETALLE-STATUS        PIC X(02).
       01 WS-CONTROL-STATUS            PIC X(02).
       01 WS-FIN-CONTROL-OK            PIC X          VALUE 'N'.
          88 WS-FIN-CONTROL                           VALUE 'S'.
       01 WS-FIN-HIST-OK               PIC X          VALUE 'N'.
          88 WS-FIN-HIST                              VALUE 'S'.
       01 WS-FIN-DETALLE-OK            PIC X          VALUE 'N'.
       01 WS-EMP-ID                    PIC X(06)      VALUE SPACE.
       01 WS-FECHA-HOY                 PIC 9(08)      VALUE 0.
       01 WS-FECHA-EFECTIVA            PIC 9(08)      VALUE 0.
      * PRIMERA FECHA QUE SIGUE EN EL HISTORICO Y EN EL DETALLE
      * VIGENTES (CERO = NADA ARCHIVADO).
       01 WS-FECHA-CORTE-ARCHIVO       PIC 9(08)      VALUE 0.
       01 WS-TASA-ANT-TEXTO            PIC X(09)      VALUE SPACE.
       01 WS-TASA-NUEVA-TEXTO          PIC X(09)      VALUE SPACE.
       01 WS-TASA-ANTERIOR             PIC 9(06)V99   VALUE 0.
       01 WS-CON-DETALLE-OK            PIC X          VALUE 'N'.
          88 WS-CON-DETALLE                           VALUE 'S'.
          88 WS-SIN-DETALLE                           VALUE 'N'.
      * LOS INGRESOS EVENTUALES (EVI DEL DETALLE) SON MONTOS FIJOS
      * DENTRO DEL BRUTO HISTORICO: NO SE ESCALAN CON LA TARIFA.
       01 WS-INGRESOS-EVENTUALES       PIC 9(08)V99   VALUE 0.
       01 WS-DIF-BRUTO                 PIC S9(08)V99  VALUE 0.
       01 WS-DIF-DEDUC                 PIC S9(08)V99  VALUE 0.
       01 WS-DIF-NETO                  PIC S9(08)V99  VALUE 0.
           ELSE
              MOVE 0 TO WS-TASA-NUEVA
           END-IF
           PERFORM CARGAR-CORTE-ARCHIVO
           EVALUATE TRUE
              WHEN WS-TASA-ANTERIOR = 0 OR WS-TASA-NUEVA = 0
                 DISPLAY "ERROR: AMBAS TARIFAS DEBEN SER NUMERICAS "
                         "NADA QUE AJUSTAR."
              WHEN WS-FECHA-EFECTIVA = 0
                 DISPLAY "ERROR: LA FECHA EFECTIVA ES OBLIGATORIA."
              WHEN WS-FECHA-EFECTIVA < WS-FECHA-CORTE-ARCHIVO
                 DISPLAY "ERROR: LAS SEMANAS ANTERIORES A "
                         WS-FECHA-CORTE-ARCHIVO " ESTAN ARCHIVADAS "
                         "(ANOS CERRADOS); NO SE AJUSTAN AQUI."
              WHEN OTHER
                 PERFORM VERIFICAR-EMPLEADO-MAESTRO
           END-EVALUATE.

       CARGAR-CORTE-ARCHIVO.
           MOVE 0 TO WS-FECHA-CORTE-ARCHIVO
           MOVE 'N' TO WS-FIN-CONTROL-OK
           OPEN INPUT CONTROL-ARCHIVO-FILE
           IF WS-CONTROL-STATUS = "00"
              PERFORM UNTIL WS-FIN-CONTROL
                 READ CONTROL-ARCHIVO-FILE
                    AT END
                       SET WS-FIN-CONTROL TO TRUE
                    NOT AT END
                       IF (ARC-ARCHIVO = "REGISTRO-NOMINA-HIST.DAT"
                           OR ARC-ARCHIVO = "DEDUCCION-DETALLE.DAT")
                          AND ARC-FECHA-CORTE > WS-FECHA-CORTE-ARCHIVO
                          MOVE ARC-FECHA-CORTE
                             TO WS-FECHA-CORTE-ARCHIVO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTROL-ARCHIVO-FILE
           END-IF.

       VERIFICAR-EMPLEADO-MAESTRO.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EMP-MASTER-STATUS NOT = "00"

       AJUSTAR-UNA-SEMANA.
           ADD 1 TO WS-CONTADOR-SEMANAS
           MOVE 0 TO WS-INGRESOS-EVENTUALES
           IF WS-CON-DETALLE
              PERFORM SUMAR-RETENCIONES-SEMANA
           END-IF
           COMPUTE WS-BRUTO-NUEVO ROUNDED =
              (RGH-BRUTO - WS-INGRESOS-EVENTUALES) * WS-FACTOR-AJUSTE
              + WS-INGRESOS-EVENTUALES
           COMPUTE WS-DIF-BRUTO = WS-BRUTO-NUEVO - RGH-BRUTO
      * LA DIFERENCIA DE DEDUCCIONES SE CALCULA SOBRE LAS
      * RETENCIONES DE LEY DE LA SEMANA (IMP/PEN/OTR DEL DETALLE):
      * MONTO FIJO QUE NO CAMBIAN CON LA TARIFA, Y ESCALARLOS
      * SUBESTIMARIA EL NETO A FAVOR DEL EMPLEADO.
           IF WS-CON-DETALLE
              COMPUTE WS-DEDUC-NUEVA ROUNDED =
                 WS-RETENCIONES-LEGALES * WS-FACTOR-AJUSTE
              COMPUTE WS-DIF-DEDUC =
      * CONCEPTOS (IMP/PEN/OTR) DEL DETALLE DE DEDUCCIONES PARA EL    *
      * EMPLEADO Y LA FECHA DE LOTE. EL ARCHIVO SE RECORRE POR        *
      * SEMANA, IGUAL QUE LAS AUSENCIAS POR EMPLEADO EN LA NOMINA.    *
      * LOS RENGLONES EVENTUALES NO SON RETENCIONES: LOS INGRESOS SE  *
      * SEPARAN PARA NO ESCALARLOS Y LOS DESCUENTOS SE IGNORAN.       *
      *****************************************************************
       SUMAR-RETENCIONES-SEMANA.
           MOVE 0 TO WS-RETENCIONES-LEGALES
           MOVE 0 TO WS-INGRESOS-EVENTUALES
           MOVE 'N' TO WS-FIN-DETALLE-OK
           OPEN INPUT DEDUCCION-DETALLE-FILE
           IF WS-DED-DETALLE-STATUS = "00"
                    NOT AT END
                       IF DED-DET-EMP-ID = WS-EMP-ID
                          AND DED-DET-FECHA = RGH-LOTE-FECHA
                          EVALUATE TRUE
                             WHEN DED-DET-ING-EVENTUAL
                                ADD DED-DET-MONTO
                                   TO WS-INGRESOS-EVENTUALES
                             WHEN DED-DET-DESC-EVENTUAL
                                CONTINUE
                             WHEN OTHER
                                ADD DED-DET-MONTO
                                   TO WS-RETENCIONES-LEGALES
                          END-EVALUATE
                       END-IF
                 END-READ
              END-PERFORM
