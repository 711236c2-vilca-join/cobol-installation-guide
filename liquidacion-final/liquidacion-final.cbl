               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT LIQUIDACION-HIST-FILE ASSIGN TO WS-NOMBRE-LIQ-HIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIQ-HIST-STATUS.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIQ-ACH-STATUS.

           SELECT CONTROL-ARCHIVO-FILE ASSIGN TO "ARCHIVO-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT-TRAIL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  LIQUIDACION-ACH-FILE.
           COPY ACH-PAYMENT-RECORD.

       FD  CONTROL-ARCHIVO-FILE.
           COPY ARCHIVO-CONTROL-RECORD.

       FD  AUDIT-LOG-FILE.
           COPY AUDIT-LOG-RECORD.

       01 WS-LIQ-HIST-STATUS           PIC X(02).
       01 WS-LIQ-DOC-STATUS            PIC X(02).
       01 WS-LIQ-ACH-STATUS            PIC X(02).
       01 WS-CONTROL-STATUS            PIC X(02).
       01 WS-AUDIT-STATUS              PIC X(02).
       01 WS-FIN-LIQ-HIST-OK           PIC X          VALUE 'N'.
          88 WS-FIN-LIQ-HIST                          VALUE 'S'.
       01 WS-FIN-CONTROL-OK            PIC X          VALUE 'N'.
          88 WS-FIN-CONTROL                           VALUE 'S'.

      **************************************
      * LIQUIDACIONES ARCHIVADAS: NOMBRE    *
      * DEL ARCHIVO QUE SE LEE (VIGENTE O   *
      * UN ANUAL) Y ANOS QUE CUBREN LOS     *
      * ANUALES SEGUN ARCHIVO-CONTROL.DAT   *
      **************************************
       01 WS-NOMBRE-LIQ-HIST           PIC X(32)
                                  VALUE "LIQUIDACION-HISTORIA.DAT".
       01 WS-LIQ-PRIMER-ANO            PIC 9(04)      VALUE 0.
       01 WS-LIQ-ULTIMO-ANO            PIC 9(04)      VALUE 0.
       01 WS-ANO-ARCHIVO               PIC 9(04)      VALUE 0.

      **************************************
      * BITACORA DE AUDITORIA (REQ. 013)    *
       01 WS-VALOR-DIA                 PIC 9(06)V99   VALUE 0.
       01 WS-PAGO-VACACIONES           PIC S9(08)V99  VALUE 0.
       01 WS-TOTAL-LIQUIDACION         PIC 9(08)V99   VALUE 0.
      * AL LIQUIDAR SE REVIERTEN LAS TRES PROVISIONES DEL CESADO.
       01 WS-TIPO-REVERSION            PIC X(01)      VALUE 'T'.
       01 WS-MONTO-REVERTIDO           PIC 9(08)V99   VALUE 0.

      ***************************
      * CAMPOS DE PRESENTACION  *
      *****************************************************************
      * EL HISTORICO DE LIQUIDACIONES ES LA EVIDENCIA DE QUE UN CESE  *
      * YA SE PAGO: SI EL EMPLEADO APARECE, LA LIQUIDACION YA CORRIO  *
      * Y REPETIRLA LO PAGARIA DOS VECES. LAS LIQUIDACIONES VIEJAS    *
      * QUE ARCHIVAR-HISTORICO PASO A LOS ARCHIVOS ANUALES SIGUEN     *
      * CONTANDO: SE BUSCAN TAMBIEN ALLI.                             *
      *****************************************************************
       VERIFICAR-LIQUIDACION-PREVIA.
           MOVE 'N' TO WS-YA-LIQUIDADO-OK
           PERFORM CARGAR-CONTROL-ARCHIVO
           IF WS-LIQ-PRIMER-ANO > 0
              PERFORM VARYING WS-ANO-ARCHIVO
                      FROM WS-LIQ-PRIMER-ANO BY 1
                      UNTIL WS-ANO-ARCHIVO > WS-LIQ-ULTIMO-ANO
                         OR WS-YA-LIQUIDADO
                 MOVE SPACES TO WS-NOMBRE-LIQ-HIST
                 STRING "LIQUIDACION-HISTORIA.DAT.A" WS-ANO-ARCHIVO
                        DELIMITED BY SIZE INTO WS-NOMBRE-LIQ-HIST
                 PERFORM BUSCAR-LIQUIDACION-EMPLEADO
              END-PERFORM
           END-IF
           MOVE "LIQUIDACION-HISTORIA.DAT" TO WS-NOMBRE-LIQ-HIST
           IF NOT WS-YA-LIQUIDADO
              PERFORM BUSCAR-LIQUIDACION-EMPLEADO
           END-IF.

       CARGAR-CONTROL-ARCHIVO.
           MOVE 0 TO WS-LIQ-PRIMER-ANO
           MOVE 0 TO WS-LIQ-ULTIMO-ANO
           MOVE 'N' TO WS-FIN-CONTROL-OK
           OPEN INPUT CONTROL-ARCHIVO-FILE
           IF WS-CONTROL-STATUS = "00"
              PERFORM UNTIL WS-FIN-CONTROL
                 READ CONTROL-ARCHIVO-FILE
                    AT END
                       SET WS-FIN-CONTROL TO TRUE
                    NOT AT END
                       IF ARC-ARCHIVO = "LIQUIDACION-HISTORIA.DAT"
                          MOVE ARC-PRIMER-ANO TO WS-LIQ-PRIMER-ANO
                          MOVE ARC-ULTIMO-ANO TO WS-LIQ-ULTIMO-ANO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTROL-ARCHIVO-FILE
           END-IF.

       BUSCAR-LIQUIDACION-EMPLEADO.
           MOVE 'N' TO WS-FIN-LIQ-HIST-OK
           OPEN INPUT LIQUIDACION-HIST-FILE
           IF WS-LIQ-HIST-STATUS = "00"
           PERFORM IMPRIMIR-DOCUMENTO-LIQUIDACION
           PERFORM GENERAR-PAGO-ACH-LIQUIDACION
           PERFORM ARCHIVAR-LIQUIDACION
           PERFORM REVERTIR-PROVISIONES
           PERFORM SALDAR-VACACIONES-MAESTRO
           DISPLAY "LIQUIDACION EMITIDA."
           DISPLAY "DOCUMENTO: LIQUIDACION-FINAL.TXT"
           WRITE LIQUIDACION-HIST-RECORD
           CLOSE LIQUIDACION-HIST-FILE.

      *****************************************************************
      * LA GRATIFICACION, CTS Y VACACIONES YA PROVISIONADAS CADA MES  *
      * (PROVISIONES-MENSUALES) SE PAGAN CON ESTA LIQUIDACION: SUS    *
      * SALDOS SE REVIERTEN EN PROVISION-ASIENTOS CON EL              *
      * DEPARTAMENTO DEL EMPLEADO Y LA FECHA DE PROCESO.              *
      *****************************************************************
       REVERTIR-PROVISIONES.
           CALL "REVERSION-PROVISION" USING WS-EMP-ID EMP-DEPARTAMENTO
              WS-TIPO-REVERSION WS-FECHA-HOY WS-OPERADOR-ID
              WS-MONTO-REVERTIDO
           END-CALL
           IF WS-MONTO-REVERTIDO > 0
              MOVE WS-MONTO-REVERTIDO TO WS-TOTAL-DISPLAY
              DISPLAY "PROVISIONES REVERTIDAS:        " WS-TOTAL-DISPLAY
              STRING "LIQUIDACION " WS-EMP-ID
                     " REVIERTE PROV " WS-TOTAL-DISPLAY
                     DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
              PERFORM ESCRIBIR-AUDITORIA
              MOVE WS-TOTAL-LIQUIDACION TO WS-TOTAL-DISPLAY
           END-IF.

      *****************************************************************
      * LAS VACACIONES LIQUIDADAS SE PONEN EN CERO EN EL MAESTRO:     *
      * EL SALDO YA FUE PAGADO Y NO DEBE VOLVER A APARECER EN EL      *
