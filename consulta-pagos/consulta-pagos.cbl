      * DEPOSITO REBOTADO Y LOS PAGOS POR CAJA) Y LOS SALDOS DE SUS   *
      * DEDUCCIONES PERSONALES VIGENTES. EL ESTADO SOLO CUBRE EL      *
      * ULTIMO CICLO CRUZADO CON EL BANCO; LAS SEMANAS ANTERIORES     *
      * SALEN COMO "SIN SEGUIMIENTO". LOS VALES DE CAJA DEL EMPLEADO  *
      * SE LISTAN ADEMAS DESDE EL REGISTRO DE LA CAJA                 *
      * (VALES-CAJA.DAT) CON SU ESTADO REAL: POR COBRAR, COBRADO O    *
      * ANULADO.                                                      *
      * SI ARCHIVAR-HISTORICO YA PASO SEMANAS VIEJAS A LOS ARCHIVOS   *
      * ANUALES, SE PIDE DESDE QUE ANO CONSULTAR: LAS SEMANAS DE ESOS *
      * ANOS SE LISTAN PRIMERO, DESDE REGISTRO-NOMINA-HIST.DAT.Aaaaa  *
      * CON SU ESTADO SEGUN PAGO-ESTADO.DAT.Aaaaa, Y LUEGO LAS DEL    *
      * HISTORICO VIGENTE. EN BLANCO SOLO SE LISTA EL VIGENTE.        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT REGISTRO-HIST-FILE ASSIGN TO WS-NOMBRE-HISTORICO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-HIST-STATUS.

           SELECT PAGO-ESTADO-FILE ASSIGN TO WS-NOMBRE-ESTADOS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGO-ESTADO-STATUS.

           SELECT CONTROL-ARCHIVO-FILE ASSIGN TO "ARCHIVO-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT DEDUCCION-EMP-FILE ASSIGN TO "DEDUCCIONES-EMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-CLAVE
               FILE STATUS IS WS-DEDUCCION-EMP-STATUS.

           SELECT VALE-CAJA-FILE ASSIGN TO "VALES-CAJA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-CLAVE
               FILE STATUS IS WS-VALE-CAJA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       FD  DEDUCCION-EMP-FILE.
           COPY DEDUCCION-EMP-RECORD.

       FD  VALE-CAJA-FILE.
           COPY VALE-CAJA-RECORD.

       FD  CONTROL-ARCHIVO-FILE.
           COPY ARCHIVO-CONTROL-RECORD.

       WORKING-STORAGE SECTION.

      ***************************
       01 WS-REG-HIST-STATUS           PIC X(02).
       01 WS-PAGO-ESTADO-STATUS        PIC X(02).
       01 WS-DEDUCCION-EMP-STATUS      PIC X(02).
       01 WS-VALE-CAJA-STATUS          PIC X(02).
       01 WS-CONTROL-STATUS            PIC X(02).
       01 WS-FIN-HIST-OK               PIC X          VALUE 'N'.
          88 WS-FIN-HIST                              VALUE 'S'.
       01 WS-FIN-ESTADOS-OK            PIC X          VALUE 'N'.
          88 WS-FIN-ESTADOS                           VALUE 'S'.
       01 WS-FIN-DEDUCCIONES-OK        PIC X          VALUE 'N'.
          88 WS-FIN-DEDUCCIONES                       VALUE 'S'.
       01 WS-FIN-VALES-OK              PIC X          VALUE 'N'.
          88 WS-FIN-VALES                             VALUE 'S'.
       01 WS-FIN-CONTROL-OK            PIC X          VALUE 'N'.
          88 WS-FIN-CONTROL                           VALUE 'S'.

      **************************************
      * HISTORICOS ARCHIVADOS: NOMBRE DEL   *
      * ARCHIVO QUE SE LEE (VIGENTE O UN    *
      * ANUAL) Y ANOS QUE CUBREN LOS        *
      * ANUALES SEGUN ARCHIVO-CONTROL.DAT   *
      **************************************
       01 WS-NOMBRE-HISTORICO          PIC X(32)
                                  VALUE "REGISTRO-NOMINA-HIST.DAT".
       01 WS-NOMBRE-ESTADOS            PIC X(32)
                                  VALUE "PAGO-ESTADO.DAT".
       01 WS-HIST-PRIMER-ANO           PIC 9(04)      VALUE 0.
       01 WS-HIST-ULTIMO-ANO           PIC 9(04)      VALUE 0.
       01 WS-EST-PRIMER-ANO            PIC 9(04)      VALUE 0.
       01 WS-EST-ULTIMO-ANO            PIC 9(04)      VALUE 0.
       01 WS-ANO-DESDE                 PIC X(04)      VALUE SPACE.
       01 WS-ANO-DESDE-N REDEFINES WS-ANO-DESDE
                                       PIC 9(04).
       01 WS-ANO-ARCHIVO               PIC 9(04)      VALUE 0.
       01 WS-SEMANAS-ARCHIVADAS        PIC 9(04)      VALUE 0.

      ***************************
      * DATOS DE LA CONSULTA    *
          88 WS-SEGUIR-EN-CONS                        VALUE 'S'.
       01 WS-CONTADOR-SEMANAS          PIC 9(04)      VALUE 0.
       01 WS-CONTADOR-DED-LISTADAS     PIC 9(02)      VALUE 0.
       01 WS-CONTADOR-VALES-LISTADOS   PIC 9(04)      VALUE 0.

      **************************************
      * ESTADOS DE PAGO DEL EMPLEADO EN     *
       01 WS-NETO-DISPLAY              PIC ZZZ,ZZ9.99.
       01 WS-DED-MONTO-DISPLAY         PIC ZZZ,ZZ9.99.
       01 WS-DED-SALDO-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-VALE-MONTO-DISPLAY        PIC ZZZ,ZZ9.99.
       01 WS-VALE-ESTADO-TEXTO         PIC X(36)      VALUE SPACE.

      *****************************************************************
      * EL ID DE OPERADOR LLEGA YA VERIFICADO DESDE EL INICIO DE      *
              DISPLAY "ERROR AL ABRIR EMPLOYEE-MASTER-FILE, ESTADO: "
                      WS-EMP-MASTER-STATUS
           ELSE
              PERFORM CARGAR-CONTROL-ARCHIVO
              PERFORM UNTIL NOT WS-SEGUIR-EN-CONS
                 PERFORM CONSULTAR-UN-EMPLEADO
              END-PERFORM
              DISPLAY "ESTADO: INACTIVO (CESE " EMP-FECHA-CESE ")"
           END-IF
           DISPLAY "==================================================="
           IF WS-HIST-PRIMER-ANO > 0
              PERFORM LISTAR-ANOS-ARCHIVADOS
           END-IF
           MOVE "REGISTRO-NOMINA-HIST.DAT" TO WS-NOMBRE-HISTORICO
           MOVE "PAGO-ESTADO.DAT" TO WS-NOMBRE-ESTADOS
           PERFORM CARGAR-ESTADOS-EMPLEADO
           PERFORM LISTAR-SEMANAS-HISTORICO
           PERFORM LISTAR-VALES-CAJA
           PERFORM LISTAR-DEDUCCIONES-VIGENTES.

      *****************************************************************
      * ANOS QUE CUBREN LOS ARCHIVOS ANUALES DEL HISTORICO Y DEL      *
      * ESTADO DE PAGOS. SIN ARCHIVO-CONTROL.DAT NADA FUE ARCHIVADO Y *
      * LA CONSULTA NO PIDE PERIODO.                                  *
      *****************************************************************
       CARGAR-CONTROL-ARCHIVO.
           MOVE 'N' TO WS-FIN-CONTROL-OK
           OPEN INPUT CONTROL-ARCHIVO-FILE
           IF WS-CONTROL-STATUS = "00"
              PERFORM UNTIL WS-FIN-CONTROL
                 READ CONTROL-ARCHIVO-FILE
                    AT END
                       SET WS-FIN-CONTROL TO TRUE
                    NOT AT END
                       EVALUATE ARC-ARCHIVO
                          WHEN "REGISTRO-NOMINA-HIST.DAT"
                             MOVE ARC-PRIMER-ANO TO WS-HIST-PRIMER-ANO
                             MOVE ARC-ULTIMO-ANO TO WS-HIST-ULTIMO-ANO
                          WHEN "PAGO-ESTADO.DAT"
                             MOVE ARC-PRIMER-ANO TO WS-EST-PRIMER-ANO
                             MOVE ARC-ULTIMO-ANO TO WS-EST-ULTIMO-ANO
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE CONTROL-ARCHIVO-FILE
           END-IF.

       LISTAR-ANOS-ARCHIVADOS.
           DISPLAY "HAY SEMANAS ARCHIVADAS DE " WS-HIST-PRIMER-ANO
                   " A " WS-HIST-ULTIMO-ANO "."
           DISPLAY "PERIODO DESDE (AAAA, BLANCO = SOLO VIGENTE): "
           MOVE SPACE TO WS-ANO-DESDE
           ACCEPT WS-ANO-DESDE
           IF WS-ANO-DESDE NOT = SPACE
              IF WS-ANO-DESDE IS NOT NUMERIC
                 DISPLAY "ANO NO VALIDO; SE LISTA SOLO EL VIGENTE."
              ELSE
                 IF WS-ANO-DESDE-N > WS-HIST-ULTIMO-ANO
                    DISPLAY "ESE PERIODO ESTA EN EL HISTORICO VIGENTE."
                 ELSE
                    IF WS-ANO-DESDE-N < WS-HIST-PRIMER-ANO
                       MOVE WS-HIST-PRIMER-ANO TO WS-ANO-DESDE-N
                    END-IF
                    MOVE 0 TO WS-SEMANAS-ARCHIVADAS
                    PERFORM VARYING WS-ANO-ARCHIVO
                            FROM WS-ANO-DESDE-N BY 1
                            UNTIL WS-ANO-ARCHIVO > WS-HIST-ULTIMO-ANO
                       PERFORM LISTAR-UN-ANO-ARCHIVADO
                    END-PERFORM
                    DISPLAY "SEMANAS ARCHIVADAS LISTADAS: "
                            WS-SEMANAS-ARCHIVADAS
                 END-IF
              END-IF
           END-IF.

      * UN ANO ARCHIVADO: SUS ESTADOS DE PAGO (SI TAMBIEN SE ARCHIVARON
      * ESE ANO) Y SUS SEMANAS, CON EL MISMO FORMATO DEL VIGENTE.
       LISTAR-UN-ANO-ARCHIVADO.
           MOVE 0 TO WS-CONTADOR-ESTADOS
           IF WS-ANO-ARCHIVO >= WS-EST-PRIMER-ANO
              AND WS-ANO-ARCHIVO <= WS-EST-ULTIMO-ANO
              MOVE SPACES TO WS-NOMBRE-ESTADOS
              STRING "PAGO-ESTADO.DAT.A" WS-ANO-ARCHIVO
                     DELIMITED BY SIZE INTO WS-NOMBRE-ESTADOS
              PERFORM CARGAR-ESTADOS-EMPLEADO
           END-IF
           MOVE SPACES TO WS-NOMBRE-HISTORICO
           STRING "REGISTRO-NOMINA-HIST.DAT.A" WS-ANO-ARCHIVO
                  DELIMITED BY SIZE INTO WS-NOMBRE-HISTORICO
           MOVE 0 TO WS-CONTADOR-SEMANAS
           MOVE 'N' TO WS-FIN-HIST-OK
           OPEN INPUT REGISTRO-HIST-FILE
           IF WS-REG-HIST-STATUS = "00"
              PERFORM UNTIL WS-FIN-HIST
                 READ REGISTRO-HIST-FILE
                    AT END
                       SET WS-FIN-HIST TO TRUE
                    NOT AT END
                       IF RGH-EMP-ID = WS-EMP-ID
                          ADD 1 TO WS-CONTADOR-SEMANAS
                          IF WS-CONTADOR-SEMANAS = 1
                             DISPLAY " ARCHIVADO " WS-ANO-ARCHIVO ":"
                             DISPLAY " LOTE      HORAS     BRUTO"
                                     "       NETO       ESTADO DEL PAGO"
                          END-IF
                          PERFORM MOSTRAR-UNA-SEMANA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REGISTRO-HIST-FILE
              ADD WS-CONTADOR-SEMANAS TO WS-SEMANAS-ARCHIVADAS
           END-IF.

       CARGAR-ESTADOS-EMPLEADO.
           MOVE 0 TO WS-CONTADOR-ESTADOS
           MOVE 'N' TO WS-FIN-ESTADOS-OK
       NOMBRAR-ESTADO-PAGO.
           EVALUATE TRUE
              WHEN WS-EST-VIA(WS-IDX-ESTADO) = 'E'
                 EVALUATE WS-EST-ESTADO(WS-IDX-ESTADO)
                    WHEN 'P'
                       MOVE "COBRADO EN CAJA" TO WS-ESTADO-TEXTO
                    WHEN 'A'
                       MOVE "VALE ANULADO" TO WS-ESTADO-TEXTO
                    WHEN OTHER
                       MOVE "VALE POR COBRAR" TO WS-ESTADO-TEXTO
                 END-EVALUATE
              WHEN WS-EST-ESTADO(WS-IDX-ESTADO) = 'P'
                 MOVE "DEPOSITO CONFIRMADO" TO WS-ESTADO-TEXTO
              WHEN WS-EST-ESTADO(WS-IDX-ESTADO) = 'R'
                 MOVE "ESTADO DESCONOCIDO" TO WS-ESTADO-TEXTO
           END-EVALUATE.

      *****************************************************************
      * VALES DE CAJA DEL EMPLEADO EN EL REGISTRO DE LA CAJA, DE      *
      * CUALQUIER PERIODO: A DIFERENCIA DEL ESTADO DE PAGOS, NO SE    *
      * LIMITA AL ULTIMO CICLO. SIN REGISTRO NO SE MUESTRA NADA.      *
      *****************************************************************
       LISTAR-VALES-CAJA.
           MOVE 0 TO WS-CONTADOR-VALES-LISTADOS
           MOVE 'N' TO WS-FIN-VALES-OK
           OPEN INPUT VALE-CAJA-FILE
           IF WS-VALE-CAJA-STATUS = "00"
              MOVE LOW-VALUES TO VAL-CLAVE
              START VALE-CAJA-FILE
                 KEY IS NOT LESS THAN VAL-CLAVE
                 INVALID KEY
                    SET WS-FIN-VALES TO TRUE
              END-START
              PERFORM UNTIL WS-FIN-VALES
                 READ VALE-CAJA-FILE NEXT RECORD
                    AT END
                       SET WS-FIN-VALES TO TRUE
                    NOT AT END
                       IF VAL-EMP-ID = WS-EMP-ID
                          ADD 1 TO WS-CONTADOR-VALES-LISTADOS
                          IF WS-CONTADOR-VALES-LISTADOS = 1
                             DISPLAY " VALES DE CAJA:"
                             DISPLAY " PERIODO  VALE        MONTO"
                                     "  ESTADO"
                          END-IF
                          PERFORM MOSTRAR-UN-VALE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VALE-CAJA-FILE
           END-IF.

       MOSTRAR-UN-VALE.
           MOVE VAL-MONTO TO WS-VALE-MONTO-DISPLAY
           MOVE SPACES TO WS-VALE-ESTADO-TEXTO
           EVALUATE TRUE
              WHEN VAL-COBRADO
                 STRING "COBRADO " VAL-FECHA-COBRO
                        " CAJERO " VAL-CAJERO
                        DELIMITED BY SIZE INTO WS-VALE-ESTADO-TEXTO
              WHEN VAL-ANULADO AND VAL-NUMERO-REEMISION NOT = 0
                 STRING "ANULADO " VAL-FECHA-ANULACION
                        " REEMITIDO " VAL-NUMERO-REEMISION
                        DELIMITED BY SIZE INTO WS-VALE-ESTADO-TEXTO
              WHEN VAL-ANULADO
                 STRING "ANULADO " VAL-FECHA-ANULACION
                        DELIMITED BY SIZE INTO WS-VALE-ESTADO-TEXTO
              WHEN OTHER
                 MOVE "POR COBRAR" TO WS-VALE-ESTADO-TEXTO
           END-EVALUATE
           DISPLAY " " VAL-FECHA-PAGO " " VAL-NUMERO
                   " " WS-VALE-MONTO-DISPLAY
                   "  " WS-VALE-ESTADO-TEXTO.

       LISTAR-DEDUCCIONES-VIGENTES.
           MOVE 0 TO WS-CONTADOR-DED-LISTADAS
           MOVE 'N' TO WS-FIN-DEDUCCIONES-OK
