      * ABENDADA, CON CONSTANCIA EN LA BITACORA. ES LA RESPUESTA A    *
      * LOS DOS MAESTROS CORROMPIDOS POR CORRIDAS SIMULTANEAS: AQUI   *
      * SE VE QUIEN TIENE EL SISTEMA TOMADO Y COMO TERMINO CADA       *
      * TRABAJO. AL PIE DEL LISTADO VA EL RESULTADO DE LA ULTIMA      *
      * VERIFICACION DE INTEGRIDAD ENTRE ARCHIVOS                     *
      * (INTEGRIDAD-ESTADO.DAT, DE CONTROL-INTEGRIDAD).               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS RUN-JOB
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT ESTADO-INTEGRIDAD-FILE
               ASSIGN TO "INTEGRIDAD-ESTADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-INTEGRIDAD-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT-TRAIL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL-RECORD.

       FD  ESTADO-INTEGRIDAD-FILE.
           COPY INTEGRIDAD-ESTADO-RECORD.

       FD  AUDIT-LOG-FILE.
           COPY AUDIT-LOG-RECORD.

      * CONTROL DE ARCHIVOS     *
      ***************************
       01 WS-RUN-CONTROL-STATUS        PIC X(02).
       01 WS-ESTADO-INTEGRIDAD-STATUS  PIC X(02).
       01 WS-AUDIT-STATUS              PIC X(02).
       01 WS-FIN-CONTROL-OK            PIC X          VALUE 'N'.
          88 WS-FIN-CONTROL                           VALUE 'S'.
              IF WS-CONTADOR-TRABAJOS = 0
                 DISPLAY "NO HAY TRABAJOS REGISTRADOS."
              END-IF
           END-IF
           PERFORM MOSTRAR-ESTADO-INTEGRIDAD.

       MOSTRAR-UN-TRABAJO.
           EVALUATE TRUE
           DISPLAY "   INICIO " RUN-INICIO
           DISPLAY "   FIN    " RUN-FIN.

       MOSTRAR-ESTADO-INTEGRIDAD.
           DISPLAY " "
           OPEN INPUT ESTADO-INTEGRIDAD-FILE
           IF WS-ESTADO-INTEGRIDAD-STATUS NOT = "00"
              DISPLAY " VERIFICACION DE INTEGRIDAD: NUNCA EJECUTADA"
           ELSE
              READ ESTADO-INTEGRIDAD-FILE
                 AT END
                    DISPLAY " VERIFICACION DE INTEGRIDAD: NUNCA "
                            "EJECUTADA"
                 NOT AT END
                    IF INT-APROBADA
                       MOVE "APROBADA" TO WS-NOMBRE-ESTADO
                    ELSE
                       MOVE "FALLIDA" TO WS-NOMBRE-ESTADO
                    END-IF
                    DISPLAY " VERIFICACION DE INTEGRIDAD: "
                            WS-NOMBRE-ESTADO " OPR " INT-OPERADOR
                    DISPLAY "   FECHA  " INT-FECHA-HORA
                    DISPLAY "   EMPLEADOS " INT-EMPLEADOS-REVISADOS
                            " DIFERENCIAS " INT-DIF-TOTAL
                            " (ACUM " INT-DIF-ACUMULADOS
                            " DEDUC " INT-DIF-DEDUCCIONES
                            " PAGOS " INT-DIF-PAGOS ")"
              END-READ
              CLOSE ESTADO-INTEGRIDAD-FILE
           END-IF.

      *****************************************************************
      * LIBERA EL CANDADO DE UNA CORRIDA QUE MURIO SIN DESREGISTRARSE *
      * MARCANDOLA ABENDADA. QUEDA EN LA BITACORA QUIEN LA LIBERO:    *
