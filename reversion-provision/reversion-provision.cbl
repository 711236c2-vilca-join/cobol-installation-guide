       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVERSION-PROVISION.
       AUTHOR. JOSE-VILCA.

      *****************************************************************
      * REVERSION DE PROVISIONES AL PAGAR UN BENEFICIO:               *
      * SUBPROGRAMA COMUN QUE LLAMAN BONOS-ESTATUTARIOS (TIPO 'G'     *
      * GRATIFICACION O 'C' CTS) Y LIQUIDACION-FINAL (TIPO 'T', LAS   *
      * TRES PROVISIONES DEL CESADO) DESPUES DE PAGAR A UN EMPLEADO.  *
      * EL SALDO PROVISIONADO DEL CONCEPTO SE REVIERTE COMPLETO       *
      * (CARGO A LA PROVISION, ABONO AL GASTO) EN PROVISION-ASIENTOS  *
      * CON EL DEPARTAMENTO DEL EMPLEADO, Y QUEDA EN CERO; LO QUE EL  *
      * PAGO EXCEDA A LO PROVISIONADO ES GASTO DEL MES DEL PAGO. SIN  *
      * SALDO (O SIN ARCHIVO DE SALDOS) NO HAY NADA QUE REVERTIR.     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVISION-SALDO-FILE ASSIGN TO "PROVISIONES-SALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-EMP-ID
               FILE STATUS IS WS-PROVISION-STATUS.

           SELECT ASIENTO-PROVISION-FILE
               ASSIGN TO "PROVISION-ASIENTOS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASIENTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROVISION-SALDO-FILE.
           COPY PROVISION-SALDO-RECORD.

       FD  ASIENTO-PROVISION-FILE.
           COPY DISTRIBUCION-COSTOS-RECORD.

       WORKING-STORAGE SECTION.

      ***************************
      * CONTROL DE ARCHIVOS     *
      ***************************
       01 WS-PROVISION-STATUS          PIC X(02).
       01 WS-ASIENTO-STATUS            PIC X(02).

      **************************************
      * CUENTAS DEL PLAN CONTABLE: GASTO Y  *
      * PROVISION POR PAGAR DE CADA         *
      * BENEFICIO (LAS MISMAS QUE USA       *
      * PROVISIONES-MENSUALES).             *
      **************************************
       01 WS-CUENTA-GASTO-GRATI        PIC X(08)      VALUE "62140000".
       01 WS-CUENTA-GRATI-PAGAR        PIC X(08)      VALUE "41140000".
       01 WS-CUENTA-GASTO-CTS          PIC X(08)      VALUE "62910000".
       01 WS-CUENTA-CTS-PAGAR          PIC X(08)      VALUE "41510000".
       01 WS-CUENTA-GASTO-VAC          PIC X(08)      VALUE "62150000".
       01 WS-CUENTA-VAC-PAGAR          PIC X(08)      VALUE "41150000".
       01 WS-CUENTA-PAGAR-ASIENTO      PIC X(08)      VALUE SPACE.
       01 WS-CUENTA-GASTO-ASIENTO      PIC X(08)      VALUE SPACE.
       01 WS-CONCEPTO-ASIENTO          PIC X(05)      VALUE SPACE.
       01 WS-MONTO-ASIENTO             PIC 9(08)V99   VALUE 0.
       01 WS-ASIENTOS-ABIERTO-OK       PIC X          VALUE 'N'.
          88 WS-ASIENTOS-ABIERTO                      VALUE 'S'.

       LINKAGE SECTION.
       01  LNK-EMP-ID                  PIC X(06).
       01  LNK-DEPARTAMENTO            PIC X(04).
       01  LNK-TIPO                    PIC X(01).
           88 LNK-REVERTIR-GRATI                      VALUE 'G' 'T'.
           88 LNK-REVERTIR-CTS                        VALUE 'C' 'T'.
           88 LNK-REVERTIR-VAC                        VALUE 'T'.
       01  LNK-FECHA                   PIC 9(08).
       01  LNK-OPERADOR                PIC X(08).
      * TOTAL REVERTIDO EN LA LLAMADA (CERO SI NO HABIA SALDO).
       01  LNK-MONTO-REVERTIDO         PIC 9(08)V99.

       PROCEDURE DIVISION USING LNK-EMP-ID LNK-DEPARTAMENTO LNK-TIPO
                                LNK-FECHA LNK-OPERADOR
                                LNK-MONTO-REVERTIDO.

       MAIN-PROCEDURE.
           MOVE 0 TO LNK-MONTO-REVERTIDO
           MOVE 'N' TO WS-ASIENTOS-ABIERTO-OK
           OPEN I-O PROVISION-SALDO-FILE
           IF WS-PROVISION-STATUS = "00"
              MOVE LNK-EMP-ID TO PRV-EMP-ID
              READ PROVISION-SALDO-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM REVERTIR-SALDOS
              END-READ
              CLOSE PROVISION-SALDO-FILE
           END-IF
           IF WS-ASIENTOS-ABIERTO
              CLOSE ASIENTO-PROVISION-FILE
           END-IF
           GOBACK.

       REVERTIR-SALDOS.
           IF LNK-REVERTIR-GRATI AND PRV-SALDO-GRATI > 0
              MOVE WS-CUENTA-GRATI-PAGAR TO WS-CUENTA-PAGAR-ASIENTO
              MOVE WS-CUENTA-GASTO-GRATI TO WS-CUENTA-GASTO-ASIENTO
              MOVE "RVGRA" TO WS-CONCEPTO-ASIENTO
              MOVE PRV-SALDO-GRATI TO WS-MONTO-ASIENTO
              PERFORM ESCRIBIR-REVERSION
              MOVE 0 TO PRV-SALDO-GRATI
           END-IF
           IF LNK-REVERTIR-CTS AND PRV-SALDO-CTS > 0
              MOVE WS-CUENTA-CTS-PAGAR TO WS-CUENTA-PAGAR-ASIENTO
              MOVE WS-CUENTA-GASTO-CTS TO WS-CUENTA-GASTO-ASIENTO
              MOVE "RVCTS" TO WS-CONCEPTO-ASIENTO
              MOVE PRV-SALDO-CTS TO WS-MONTO-ASIENTO
              PERFORM ESCRIBIR-REVERSION
              MOVE 0 TO PRV-SALDO-CTS
           END-IF
           IF LNK-REVERTIR-VAC AND PRV-SALDO-VAC > 0
              MOVE WS-CUENTA-VAC-PAGAR TO WS-CUENTA-PAGAR-ASIENTO
              MOVE WS-CUENTA-GASTO-VAC TO WS-CUENTA-GASTO-ASIENTO
              MOVE "RVVAC" TO WS-CONCEPTO-ASIENTO
              MOVE PRV-SALDO-VAC TO WS-MONTO-ASIENTO
              PERFORM ESCRIBIR-REVERSION
              MOVE 0 TO PRV-SALDO-VAC
           END-IF
           IF LNK-MONTO-REVERTIDO > 0
              MOVE LNK-OPERADOR TO PRV-OPERADOR
              MOVE FUNCTION CURRENT-DATE(1:14) TO PRV-FECHA-REGISTRO
              REWRITE PROVISION-SALDO-RECORD
                 INVALID KEY
                    DISPLAY "ERROR AL REVERTIR LA PROVISION DEL "
                            "EMPLEADO " LNK-EMP-ID
              END-REWRITE
           END-IF.

      * PAR DE ASIENTOS DE LA REVERSION: CARGO A LA PROVISION POR
      * PAGAR Y ABONO AL GASTO, POR EL MISMO MONTO.
       ESCRIBIR-REVERSION.
           IF NOT WS-ASIENTOS-ABIERTO
              OPEN EXTEND ASIENTO-PROVISION-FILE
              IF WS-ASIENTO-STATUS NOT = "00"
                 OPEN OUTPUT ASIENTO-PROVISION-FILE
              END-IF
              SET WS-ASIENTOS-ABIERTO TO TRUE
           END-IF
           ADD WS-MONTO-ASIENTO TO LNK-MONTO-REVERTIDO
           MOVE LNK-FECHA TO DIS-LOTE-FECHA
           MOVE LNK-DEPARTAMENTO TO DIS-DEPARTAMENTO
           MOVE WS-CUENTA-PAGAR-ASIENTO TO DIS-CUENTA-CONTABLE
           MOVE WS-CONCEPTO-ASIENTO TO DIS-CONCEPTO
           MOVE WS-MONTO-ASIENTO TO DIS-MONTO
           MOVE 'D' TO DIS-DEBE-HABER
           WRITE DISTRIBUCION-RECORD
           MOVE WS-CUENTA-GASTO-ASIENTO TO DIS-CUENTA-CONTABLE
           MOVE 'H' TO DIS-DEBE-HABER
           WRITE DISTRIBUCION-RECORD.
