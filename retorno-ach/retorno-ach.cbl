               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VOUCHER-STATUS.

           SELECT VALE-CAJA-FILE ASSIGN TO "VALES-CAJA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-CLAVE
               FILE STATUS IS WS-VALE-CAJA-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT-TRAIL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  VOUCHER-FILE.
           COPY PAGO-VOUCHER-RECORD.

       FD  VALE-CAJA-FILE.
           COPY VALE-CAJA-RECORD.

       FD  ACH-REENVIO-FILE.
       01  ACH-REENVIO-RECORD.
           05 REE-EMP-ID                PIC X(06).
       01 WS-CONTADOR-PAGADOS          PIC 9(05)      VALUE 0.
       01 WS-CONTADOR-RECHAZADOS       PIC 9(05)      VALUE 0.
      * VALES DE CAJA DEL CICLO (REQ. 039): ENTRAN AL ESTADO DE
      * PAGOS POR VIA CAJA, PARA QUE LA CONCILIACION CUBRA A TODO
      * EL PERSONAL PAGADO, NO SOLO AL DEPOSITADO.
       01 WS-VOUCHER-STATUS            PIC X(02).
       01 WS-FIN-VALES-OK              PIC X          VALUE 'N'.
          88 WS-FIN-VALES                             VALUE 'S'.
       01 WS-CONTADOR-VALES            PIC 9(05)      VALUE 0.
      * EL VALE SOLO CUENTA COMO PAGADO CUANDO LA CAJA LO REGISTRA
      * COBRADO EN VALES-CAJA.DAT (CAJA-VALES).
       01 WS-VALE-CAJA-STATUS          PIC X(02).
       01 WS-REGISTRO-CAJA-OK          PIC X          VALUE 'N'.
          88 WS-REGISTRO-CAJA-DISPONIBLE              VALUE 'S'.
       01 WS-CONTADOR-VALES-COBRADOS   PIC 9(05)      VALUE 0.
       01 WS-CONTADOR-VALES-POR-COBRAR PIC 9(05)      VALUE 0.
       01 WS-CONTADOR-VALES-ANULADOS   PIC 9(05)      VALUE 0.
       01 WS-CONTADOR-REENVIADOS       PIC 9(05)      VALUE 0.
       01 WS-CONTADOR-SIN-CORREGIR     PIC 9(05)      VALUE 0.
       01 WS-FECHA-HOY                 PIC 9(08)      VALUE 0.
           END-IF.

      *****************************************************************
      * LOS VALES DE CAJA DEL CICLO ENTRAN AL ESTADO DE PAGOS POR VIA *
      * 'E' (REQ. 039): EL BANCO NO PUEDE RECHAZARLOS, PERO ASI EL    *
      * SEGUIMIENTO CUBRE A TODA PERSONA PAGADA EN EL CICLO. EMITIR   *
      * EL VALE NO ES PAGAR: EL ESTADO SALE DEL REGISTRO DE LA CAJA   *
      * (VALES-CAJA.DAT). COBRADO ES PAGADO; ANULADO Y REEMITIDO      *
      * TOMA EL ESTADO DEL VALE NUEVO; SIN REGISTRO, O SI LA CAJA AUN *
      * NO LO INCORPORA, QUEDA POR COBRAR. SI NO HAY ARCHIVO DE       *
      * VALES, EL CICLO NO TUVO PAGOS POR CAJA Y SE SIGUE SIN AVISO.  *
      *****************************************************************
       CARGAR-VALES-ESTADO.
           MOVE 0 TO WS-CONTADOR-VALES
           MOVE 0 TO WS-CONTADOR-VALES-COBRADOS
           MOVE 0 TO WS-CONTADOR-VALES-POR-COBRAR
           MOVE 0 TO WS-CONTADOR-VALES-ANULADOS
           MOVE 'N' TO WS-FIN-VALES-OK
           OPEN INPUT VOUCHER-FILE
           IF WS-VOUCHER-STATUS = "00"
              MOVE 'N' TO WS-REGISTRO-CAJA-OK
              OPEN INPUT VALE-CAJA-FILE
              IF WS-VALE-CAJA-STATUS = "00"
                 SET WS-REGISTRO-CAJA-DISPONIBLE TO TRUE
              END-IF
              PERFORM UNTIL WS-FIN-VALES
                 READ VOUCHER-FILE
                    AT END
                       MOVE VOU-EMP-ID TO EST-EMP-ID
                       MOVE VOU-FECHA-PAGO TO EST-FECHA-PAGO
                       MOVE VOU-MONTO TO EST-MONTO
                       PERFORM BUSCAR-ESTADO-VALE-CAJA
                       MOVE SPACE TO EST-CODIGO-RECHAZO
                       MOVE SPACE TO EST-RUTA-BANCARIA
                       MOVE SPACE TO EST-CUENTA-BANCARIA
                       WRITE PAGO-ESTADO-RECORD
                 END-READ
              END-PERFORM
              IF WS-REGISTRO-CAJA-DISPONIBLE
                 CLOSE VALE-CAJA-FILE
              END-IF
              CLOSE VOUCHER-FILE
              DISPLAY "VALES DE CAJA EN EL ESTADO DE PAGOS: "
                      WS-CONTADOR-VALES
              DISPLAY "  COBRADOS: " WS-CONTADOR-VALES-COBRADOS
                      "  POR COBRAR: " WS-CONTADOR-VALES-POR-COBRAR
                      "  ANULADOS: " WS-CONTADOR-VALES-ANULADOS
           END-IF.

       BUSCAR-ESTADO-VALE-CAJA.
           SET EST-POR-COBRAR TO TRUE
           IF WS-REGISTRO-CAJA-DISPONIBLE
              MOVE VOU-FECHA-PAGO TO VAL-FECHA-PAGO
              MOVE VOU-NUMERO TO VAL-NUMERO
              MOVE VOU-EMP-ID TO VAL-EMP-ID
              READ VALE-CAJA-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
      * UN VALE ANULADO Y REEMITIDO SIGUE AL VALE QUE LO REEMPLAZA.
                    PERFORM UNTIL NOT VAL-ANULADO
                            OR VAL-NUMERO-REEMISION = 0
                            OR WS-VALE-CAJA-STATUS NOT = "00"
                       MOVE VAL-NUMERO-REEMISION TO VAL-NUMERO
                       READ VALE-CAJA-FILE
                          INVALID KEY
                             MOVE "23" TO WS-VALE-CAJA-STATUS
                       END-READ
                    END-PERFORM
                    IF WS-VALE-CAJA-STATUS = "00"
                       EVALUATE TRUE
                          WHEN VAL-COBRADO
                             SET EST-PAGADO TO TRUE
                          WHEN VAL-ANULADO
                             SET EST-ANULADO TO TRUE
                       END-EVALUATE
                    END-IF
              END-READ
           END-IF
           EVALUATE TRUE
              WHEN EST-PAGADO
                 ADD 1 TO WS-CONTADOR-VALES-COBRADOS
              WHEN EST-ANULADO
                 ADD 1 TO WS-CONTADOR-VALES-ANULADOS
              WHEN OTHER
                 ADD 1 TO WS-CONTADOR-VALES-POR-COBRAR
           END-EVALUATE.

       CLASIFICAR-UN-PAGO.
           PERFORM BUSCAR-RECHAZO-DEL-PAGO
           MOVE ACH-EMP-ID TO EST-EMP-ID
