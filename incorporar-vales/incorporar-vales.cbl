       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCORPORAR-VALES.
       AUTHOR. JOSE-VILCA.

      *****************************************************************
      * INCORPORACION DE VALES DE PAGO POR CAJA AL REGISTRO           *
      * PERMANENTE VALES-CAJA.DAT: SUBPROGRAMA COMUN QUE LLAMAN       *
      * NOMINA-SEMANAL AL PUBLICAR UN LOTE APROBADO                   *
      * (PAGO-VOUCHER.DAT), PARTICIPACION-UTILIDADES AL TERMINAR EL   *
      * REPARTO (UTILIDADES-VALE.DAT) Y CAJA-VALES AL ENTRAR, COMO    *
      * RESGUARDO. AMBOS ARCHIVOS SE REEMPLAZAN EN CADA CORRIDA, ASI  *
      * QUE SUS VALES DEBEN PASAR AL REGISTRO ANTES DE LA SIGUIENTE.  *
      * UN VALE YA INCORPORADO DA CLAVE DUPLICADA Y SE DEJA COMO      *
      * ESTA, CON SU ESTADO. UN ARCHIVO DE VALES QUE NO EXISTE NO ES  *
      * ERROR; SI NO SE PUEDE ABRIR EL REGISTRO EL RESULTADO VUELVE   *
      * EN '1' Y LOS VALES QUEDAN PARA LA SIGUIENTE INCORPORACION.    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOUCHER-FILE ASSIGN TO LNK-ARCHIVO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VOUCHER-STATUS.

           SELECT VALE-CAJA-FILE ASSIGN TO "VALES-CAJA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-CLAVE
               FILE STATUS IS WS-VALE-CAJA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VOUCHER-FILE.
           COPY PAGO-VOUCHER-RECORD.

       FD  VALE-CAJA-FILE.
           COPY VALE-CAJA-RECORD.

       WORKING-STORAGE SECTION.

      ***************************
      * CONTROL DE ARCHIVOS     *
      ***************************
       01 WS-VOUCHER-STATUS            PIC X(02).
       01 WS-VALE-CAJA-STATUS          PIC X(02).
       01 WS-FIN-VALES-OK              PIC X          VALUE 'N'.
          88 WS-FIN-VALES                             VALUE 'S'.

       LINKAGE SECTION.
       01  LNK-ARCHIVO                 PIC X(24).
       01  LNK-OPERADOR                PIC X(08).
      * VALES NUEVOS QUE ENTRARON AL REGISTRO EN ESTA LLAMADA.
       01  LNK-INCORPORADOS            PIC 9(05).
      * '0' = INCORPORADO (O NADA QUE INCORPORAR); '1' = NO SE PUDO
      * ABRIR VALES-CAJA.DAT.
       01  LNK-RESULTADO               PIC X(01).

       PROCEDURE DIVISION USING LNK-ARCHIVO LNK-OPERADOR
                                LNK-INCORPORADOS LNK-RESULTADO.

       MAIN-PROCEDURE.
           MOVE 0 TO LNK-INCORPORADOS
           MOVE '0' TO LNK-RESULTADO
           OPEN INPUT VOUCHER-FILE
           IF WS-VOUCHER-STATUS = "00"
              OPEN I-O VALE-CAJA-FILE
              IF WS-VALE-CAJA-STATUS = "35"
                 OPEN OUTPUT VALE-CAJA-FILE
                 CLOSE VALE-CAJA-FILE
                 OPEN I-O VALE-CAJA-FILE
              END-IF
              IF WS-VALE-CAJA-STATUS NOT = "00"
                 DISPLAY "ERROR AL ABRIR VALES-CAJA.DAT, ESTADO: "
                         WS-VALE-CAJA-STATUS
                 DISPLAY "       LOS VALES DE " LNK-ARCHIVO
                         " NO SE INCORPORARON."
                 MOVE '1' TO LNK-RESULTADO
              ELSE
                 MOVE 'N' TO WS-FIN-VALES-OK
                 PERFORM UNTIL WS-FIN-VALES
                    READ VOUCHER-FILE
                       AT END
                          SET WS-FIN-VALES TO TRUE
                       NOT AT END
                          PERFORM INCORPORAR-UN-VALE
                    END-READ
                 END-PERFORM
                 CLOSE VALE-CAJA-FILE
              END-IF
              CLOSE VOUCHER-FILE
           END-IF
           GOBACK.

       INCORPORAR-UN-VALE.
           INITIALIZE VALE-CAJA-RECORD
           MOVE VOU-FECHA-PAGO TO VAL-FECHA-PAGO
           MOVE VOU-NUMERO TO VAL-NUMERO
           MOVE VOU-EMP-ID TO VAL-EMP-ID
           MOVE VOU-MONTO TO VAL-MONTO
           SET VAL-POR-COBRAR TO TRUE
           MOVE VOU-FECHA-PAGO TO VAL-FECHA-EMISION
           MOVE LNK-OPERADOR TO VAL-OPERADOR-EMISION
           WRITE VALE-CAJA-RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO LNK-INCORPORADOS
           END-WRITE.
