       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-INTEGRIDAD.
       AUTHOR. JOSE-VILCA.

      *****************************************************************
      * VERIFICACION DE INTEGRIDAD ENTRE ARCHIVOS: EL MISMO DINERO    *
      * QUEDA ANOTADO EN VARIOS ARCHIVOS Y NADA COMPROBABA QUE        *
      * COINCIDIERA, NI SIQUIERA DESPUES DE RESTAURAR UN MAESTRO O DE *
      * REINICIAR UNA NOMINA DESDE SU CHECKPOINT. ESTE PROGRAMA NO    *
      * CORRIGE NADA; COMPARA Y REPORTA:                              *
      *  - ACUMULADOS DEL MAESTRO (EMP-YTD-GROSS Y                    *
      *    EMP-YTD-DEDUCCIONES) CONTRA EL HISTORICO DEL ANO ABIERTO.  *
      *  - LO APLICADO DE CADA DEDUCCION PERSONAL (SALDO ORIGINAL     *
      *    MENOS RESTANTE) CONTRA LO QUE EL HISTORICO DESCONTO FUERA  *
      *    DE LAS RETENCIONES DEL DETALLE, Y LA COHERENCIA DE CADA    *
      *    SALDO DE DEDUCCIONES-EMP.DAT.                              *
      *  - LOS MONTOS DE PAGO-ESTADO.DAT, ACH-PAYMENT.DAT Y           *
      *    PAGO-VOUCHER.DAT CONTRA EL NETO DEL HISTORICO, Y LOS       *
      *    EMPLEADOS DEL LOTE PAGADO QUE NO TIENEN PAGO.              *
      * LAS DIFERENCIAS SALEN POR EMPLEADO Y PAR DE ARCHIVOS EN       *
      * INTEGRIDAD-REPORTE.TXT. EL RESULTADO (APROBADA O FALLIDA)     *
      * QUEDA EN INTEGRIDAD-ESTADO.DAT PARA LA PANTALLA DE            *
      * OPERACIONES Y EN EL CODIGO DE TERMINACION PARA LA CADENA.     *
      * LAS DEDUCCIONES DE TODOS LOS ANOS INCLUYEN LOS ANOS QUE       *
      * ARCHIVAR-HISTORICO YA PASO A LOS ARCHIVOS ANUALES DEL         *
      * HISTORICO Y DEL DETALLE (SEGUN ARCHIVO-CONTROL.DAT).          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPLOYEE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT REGISTRO-HIST-FILE ASSIGN TO WS-NOMBRE-HISTORICO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-HIST-STATUS.

           SELECT DEDUCCION-DETALLE-FILE ASSIGN TO WS-NOMBRE-DETALLE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DED-DETALLE-STATUS.

           SELECT DEDUCCION-EMP-FILE ASSIGN TO "DEDUCCIONES-EMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-CLAVE
               FILE STATUS IS WS-DEDUCCION-STATUS.

           SELECT YTD-HISTORIA-FILE ASSIGN TO "YTD-HISTORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.

           SELECT ACH-PAYMENT-FILE ASSIGN TO "ACH-PAYMENT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACH-PAYMENT-STATUS.

           SELECT VOUCHER-FILE ASSIGN TO "PAGO-VOUCHER.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VOUCHER-STATUS.

           SELECT PAGO-ESTADO-FILE ASSIGN TO "PAGO-ESTADO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGO-ESTADO-STATUS.

           SELECT RESUMEN-EMPLEADO-FILE
               ASSIGN TO "INTEGRIDAD-RESUMEN.WRK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESUMEN-STATUS.

           SELECT MONTOS-SORT-FILE ASSIGN TO "INTEGRIDAD-SORT.WRK".

           SELECT DIFERENCIA-FILE ASSIGN TO "INTEGRIDAD-DIFER.WRK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIFERENCIA-STATUS.

           SELECT DIFERENCIA-SORT-FILE
               ASSIGN TO "INTEGRIDAD-DIFSORT.WRK".

           SELECT REPORTE-FILE ASSIGN TO "INTEGRIDAD-REPORTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT ESTADO-INTEGRIDAD-FILE
               ASSIGN TO "INTEGRIDAD-ESTADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-STATUS.

           SELECT CONTROL-ARCHIVO-FILE ASSIGN TO "ARCHIVO-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT-TRAIL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMP-MASTER-RECORD.

       FD  REGISTRO-HIST-FILE.
           COPY REGISTRO-HIST-RECORD.

       FD  DEDUCCION-DETALLE-FILE.
           COPY DEDUCCION-DETALLE-RECORD.

       FD  DEDUCCION-EMP-FILE.
           COPY DEDUCCION-EMP-RECORD.

       FD  YTD-HISTORIA-FILE.
       01  YTD-HISTORIA-RECORD.
           05 HIST-EMP-ID              PIC X(06).
           05 HIST-ANO                 PIC 9(04).
           05 HIST-YTD-GROSS           PIC 9(08)V99.
           05 HIST-YTD-DEDUCCIONES     PIC 9(08)V99.
           05 HIST-YTD-HORAS-EXTRAS    PIC 9(05)V9999.

       FD  ACH-PAYMENT-FILE.
           COPY ACH-PAYMENT-RECORD.

       FD  VOUCHER-FILE.
           COPY PAGO-VOUCHER-RECORD.

       FD  PAGO-ESTADO-FILE.
           COPY PAGO-ESTADO-RECORD.

      *****************************************************************
      * MONTOS POR EMPLEADO: EL HISTORICO, EL DETALLE DE RETENCIONES  *
      * Y LAS DEDUCCIONES PERSONALES SE ORDENAN JUNTOS POR EMPLEADO Y *
      * SE CONDENSAN A UN REGISTRO POR TRABAJADOR, QUE LUEGO SE       *
      * EMPAREJA EN SECUENCIA CON EL MAESTRO (COMO EN EL CIERRE       *
      * ANUAL), SIN TABLAS EN MEMORIA.                                *
      *****************************************************************
       FD  RESUMEN-EMPLEADO-FILE.
       01  RESUMEN-EMPLEADO-RECORD.
           05 RES-EMP-ID               PIC X(06).
           05 RES-BRUTO-ANO            PIC 9(10)V99.
           05 RES-DEDUC-ANO            PIC 9(10)V99.
           05 RES-DEDUC-HIST           PIC 9(10)V99.
           05 RES-RETENCIONES          PIC 9(10)V99.
           05 RES-DED-APLICADO         PIC 9(10)V99.

       SD  MONTOS-SORT-FILE.
       01  MONTOS-SORT-RECORD.
           05 MSR-EMP-ID               PIC X(06).
           05 MSR-BRUTO-ANO            PIC 9(10)V99.
           05 MSR-DEDUC-ANO            PIC 9(10)V99.
           05 MSR-DEDUC-HIST           PIC 9(10)V99.
           05 MSR-RETENCIONES          PIC 9(10)V99.
           05 MSR-DED-APLICADO         PIC 9(10)V99.

      * CADA DIFERENCIA HALLADA SE ANOTA AQUI Y AL FINAL SE ORDENA POR
      * EMPLEADO Y PAR DE ARCHIVOS PARA EL REPORTE. EL SIGNIFICADO DE
      * LOS VALORES A Y B DEPENDE DEL PAR (VER LA LEYENDA DEL REPORTE).
       FD  DIFERENCIA-FILE.
       01  DIFERENCIA-RECORD.
           05 DIF-EMP-ID               PIC X(06).
           05 DIF-PAR                  PIC 9(02).
           05 DIF-PAR-NOMBRE           PIC X(16).
           05 DIF-CONCEPTO             PIC X(17).
           05 DIF-VALOR-A              PIC S9(10)V99.
           05 DIF-VALOR-B              PIC S9(10)V99.

       SD  DIFERENCIA-SORT-FILE.
       01  DIFERENCIA-SORT-RECORD.
           05 DSR-EMP-ID               PIC X(06).
           05 DSR-PAR                  PIC 9(02).
           05 DSR-PAR-NOMBRE           PIC X(16).
           05 DSR-CONCEPTO             PIC X(17).
           05 DSR-VALOR-A              PIC S9(10)V99.
           05 DSR-VALOR-B              PIC S9(10)V99.

       FD  REPORTE-FILE.
       01  REPORTE-LINE                PIC X(80).

       FD  ESTADO-INTEGRIDAD-FILE.
           COPY INTEGRIDAD-ESTADO-RECORD.

       FD  CONTROL-ARCHIVO-FILE.
           COPY ARCHIVO-CONTROL-RECORD.

       FD  AUDIT-LOG-FILE.
           COPY AUDIT-LOG-RECORD.

       WORKING-STORAGE SECTION.

      ***************************
      * CONTROL DE ARCHIVOS     *
      ***************************
       01 WS-EMP-MASTER-STATUS         PIC X(02).
       01 WS-REG-HIST-STATUS           PIC X(02).
       01 WS-DED-DETALLE-STATUS        PIC X(02).
       01 WS-DEDUCCION-STATUS          PIC X(02).
       01 WS-HISTORIA-STATUS           PIC X(02).
       01 WS-ACH-PAYMENT-STATUS        PIC X(02).
       01 WS-VOUCHER-STATUS            PIC X(02).
       01 WS-PAGO-ESTADO-STATUS        PIC X(02).
       01 WS-RESUMEN-STATUS            PIC X(02).
       01 WS-DIFERENCIA-STATUS         PIC X(02).
       01 WS-REPORTE-STATUS            PIC X(02).
       01 WS-ESTADO-STATUS             PIC X(02).
       01 WS-CONTROL-STATUS            PIC X(02).
       01 WS-AUDIT-STATUS              PIC X(02).
       01 WS-FIN-ARCHIVO-MAESTRO       PIC X          VALUE 'N'.
          88 WS-FIN-MAESTRO                           VALUE 'S'.
       01 WS-FIN-HIST-OK               PIC X          VALUE 'N'.
          88 WS-FIN-HIST                              VALUE 'S'.
       01 WS-FIN-DETALLE-OK            PIC X          VALUE 'N'.
          88 WS-FIN-DETALLE                           VALUE 'S'.
       01 WS-FIN-DEDUCCIONES-OK        PIC X          VALUE 'N'.
          88 WS-FIN-DEDUCCIONES                       VALUE 'S'.
       01 WS-FIN-HISTORIA-OK           PIC X          VALUE 'N'.
          88 WS-FIN-HISTORIA                          VALUE 'S'.
       01 WS-FIN-PAGOS-OK              PIC X          VALUE 'N'.
          88 WS-FIN-PAGOS                             VALUE 'S'.
       01 WS-FIN-RESUMEN-OK            PIC X          VALUE 'N'.
          88 WS-FIN-RESUMEN                           VALUE 'S'.
       01 WS-FIN-MONTOS-SORT-OK        PIC X          VALUE 'N'.
          88 WS-FIN-MONTOS-SORT                       VALUE 'S'.
       01 WS-FIN-DIFERENCIAS-OK        PIC X          VALUE 'N'.
          88 WS-FIN-DIFERENCIAS                       VALUE 'S'.
       01 WS-FIN-CONTROL-OK            PIC X          VALUE 'N'.
          88 WS-FIN-CONTROL                           VALUE 'S'.

      **************************************
      * HISTORICO Y DETALLE ARCHIVADOS:     *
      * NOMBRE DEL ARCHIVO QUE SE LEE       *
      * (VIGENTE O UN ANUAL) Y ANOS QUE     *
      * CUBREN LOS ANUALES SEGUN            *
      * ARCHIVO-CONTROL.DAT                 *
      **************************************
       01 WS-NOMBRE-HISTORICO          PIC X(32)
                                  VALUE "REGISTRO-NOMINA-HIST.DAT".
       01 WS-NOMBRE-DETALLE            PIC X(32)
                                  VALUE "DEDUCCION-DETALLE.DAT".
       01 WS-HIST-PRIMER-ANO           PIC 9(04)      VALUE 0.
       01 WS-HIST-ULTIMO-ANO           PIC 9(04)      VALUE 0.
       01 WS-DET-PRIMER-ANO            PIC 9(04)      VALUE 0.
       01 WS-DET-ULTIMO-ANO            PIC 9(04)      VALUE 0.
       01 WS-ANO-ARCHIVO               PIC 9(04)      VALUE 0.

      **************************************
      * BITACORA DE AUDITORIA (REQ. 013)    *
      **************************************
       01 WS-OPERADOR-ID               PIC X(08)      VALUE SPACE.
       01 WS-AUDIT-DESCRIPCION         PIC X(56)      VALUE SPACE.

      **************************************
      * CONTROL DE EJECUCIONES (REQ. 041)   *
      **************************************
       01 WS-RUN-ACCION                PIC X(01)      VALUE 'I'.
       01 WS-RUN-JOB                   PIC X(18)
                                       VALUE "CONTROL-INTEGRIDAD".
       01 WS-RUN-RESULTADO             PIC X(01)      VALUE '0'.
          88 WS-EJECUCION-DENEGADA                    VALUE '1'.

      **************************************
      * CODIGO DE TERMINACION PARA LA       *
      * CADENA DE NOMINA (CADENA-SEMANAL):  *
      * 0 CONFORME, 4 CON AVISOS, 16        *
      * FALLIDO. SE GUARDA APARTE Y PASA A  *
      * RETURN-CODE RECIEN AL TERMINAR,     *
      * PORQUE CADA CALL LO REEMPLAZA.      *
      **************************************
       01 WS-CODIGO-RETORNO            PIC 9(02)      VALUE 0.

      **************************************
      * DATOS DE LA VERIFICACION: EL ANO    *
      * ABIERTO ES EL SIGUIENTE AL ULTIMO   *
      * CERRADO EN YTD-HISTORIA.DAT (CERO = *
      * NUNCA HUBO CIERRE, TODO EL          *
      * HISTORICO CUENTA PARA EL YTD).      *
      **************************************
       01 WS-FECHA-HOY                 PIC 9(08)      VALUE 0.
       01 WS-HORA-HOY                  PIC 9(06)      VALUE 0.
       01 WS-ANO-ABIERTO               PIC 9(04)      VALUE 0.
       01 WS-ANO-CERRADO-MAYOR         PIC 9(04)      VALUE 0.
       01 WS-VERIFICACION-OK           PIC X          VALUE 'S'.
          88 WS-VERIFICACION-COMPLETA                 VALUE 'S'.
          88 WS-VERIFICACION-ABORTADA                 VALUE 'N'.
       01 WS-EMPLEADOS-REVISADOS       PIC 9(05)      VALUE 0.
       01 WS-DIF-ACUMULADOS            PIC 9(05)      VALUE 0.
       01 WS-DIF-DEDUCCIONES           PIC 9(05)      VALUE 0.
       01 WS-DIF-PAGOS                 PIC 9(05)      VALUE 0.
       01 WS-DIF-TOTAL                 PIC 9(05)      VALUE 0.

      **************************************
      * CONDENSADO POR EMPLEADO (SALIDA DEL *
      * SORT DE MONTOS)                     *
      **************************************
       01 WS-RES-EMP-ACTUAL            PIC X(06)      VALUE SPACE.
       01 WS-RES-BRUTO-ANO             PIC 9(10)V99   VALUE 0.
       01 WS-RES-DEDUC-ANO             PIC 9(10)V99   VALUE 0.
       01 WS-RES-DEDUC-HIST            PIC 9(10)V99   VALUE 0.
       01 WS-RES-RETENCIONES           PIC 9(10)V99   VALUE 0.
       01 WS-RES-DED-APLICADO          PIC 9(10)V99   VALUE 0.
       01 WS-DESC-PERSONAL-HIST        PIC S9(10)V99  VALUE 0.
       01 WS-YTD-BRUTO-HIST            PIC 9(10)V99   VALUE 0.
       01 WS-YTD-DEDUC-HIST            PIC 9(10)V99   VALUE 0.

      **************************************
      * PAGOS DEL CICLO: PAGO-ESTADO.DAT,   *
      * ACH-PAYMENT.DAT Y PAGO-VOUCHER.DAT. *
      * A CADA PAGO SE LE BUSCA SU RENGLON  *
      * DEL HISTORICO: EL VALE Y EL ESTADO  *
      * DE UN VALE LLEVAN LA FECHA DEL      *
      * LOTE; EL PAGO ACH LLEVA LA FECHA    *
      * BANCARIA, QUE PUEDE HABERSE CORRIDO *
      * HASTA 10 DIAS DESDE LA DEL LOTE, Y  *
      * SE EMPAREJA CON EL LOTE MAS         *
      * RECIENTE DEL EMPLEADO EN ESE RANGO. *
      **************************************
       01 WS-MAXIMO-PAGOS              PIC 9(04)      VALUE 3000.
       01 WS-DIAS-CORRIMIENTO-ACH      PIC 9(02)      VALUE 10.
       01 WS-CONTADOR-PAGOS            PIC 9(04)      VALUE 0.
       01 WS-PAGOS-NO-CARGADOS         PIC 9(05)      VALUE 0.
       01 WS-FECHA-MINIMA-CICLO        PIC 9(08)      VALUE 0.
       01 WS-TABLA-PAGOS.
          05 WS-PAGO-ENTRADA OCCURS 3000 TIMES
                                       INDEXED BY WS-IDX-PAGO.
             10 WS-PAG-FUENTE          PIC X(01).
                88 WS-PAG-DE-ESTADO                   VALUE 'E'.
                88 WS-PAG-DE-ACH                      VALUE 'A'.
                88 WS-PAG-DE-VALE                     VALUE 'V'.
             10 WS-PAG-EMP-ID          PIC X(06).
             10 WS-PAG-FECHA           PIC 9(08).
             10 WS-PAG-FECHA-MINIMA    PIC 9(08).
             10 WS-PAG-MONTO           PIC 9(08)V99.
             10 WS-PAG-LOTE            PIC 9(08).
             10 WS-PAG-TIPO            PIC X(01).
             10 WS-PAG-NETO            PIC 9(06)V99.
       01 WS-NUEVO-PAGO.
          05 WS-NUEVO-FUENTE           PIC X(01)      VALUE SPACE.
          05 WS-NUEVO-EMP-ID           PIC X(06)      VALUE SPACE.
          05 WS-NUEVO-FECHA            PIC 9(08)      VALUE 0.
          05 WS-NUEVO-MONTO            PIC 9(08)V99   VALUE 0.
          05 WS-NUEVO-FECHA-EXACTA     PIC X(01)      VALUE 'S'.
             88 WS-NUEVO-CON-FECHA-EXACTA             VALUE 'S'.

      **************************************
      * LOTES PAGADOS EN EL CICLO (FECHA Y  *
      * PLANILLA), PARA BUSCAR A LOS        *
      * EMPLEADOS DEL LOTE SIN PAGO         *
      **************************************
       01 WS-CONTADOR-LOTES-CICLO      PIC 9(02)      VALUE 0.
       01 WS-TABLA-LOTES-CICLO.
          05 WS-LOTE-CICLO OCCURS 10 TIMES
                                       INDEXED BY WS-IDX-LOTE.
             10 WS-LTC-FECHA           PIC 9(08).
             10 WS-LTC-TIPO            PIC X(01).
       01 WS-TIPO-PLANILLA-HIST        PIC X(01)      VALUE SPACE.
       01 WS-LOTE-HALLADO-OK           PIC X          VALUE 'N'.
          88 WS-LOTE-HALLADO                          VALUE 'S'.
       01 WS-PAGO-HALLADO-OK           PIC X          VALUE 'N'.
          88 WS-PAGO-HALLADO                          VALUE 'S'.

      ***************************
      * CAMPOS DE PRESENTACION  *
      ***************************
       01 WS-REP-EMP-ACTUAL            PIC X(06)      VALUE SPACE.
       01 WS-NOMBRE-EMPLEADO           PIC X(20)      VALUE SPACE.
       01 WS-DIFERENCIA-MONTO          PIC S9(10)V99  VALUE 0.
       01 WS-VALOR-DISPLAY             PIC -Z,ZZZ,ZZ9.99.
       01 WS-DIFERENCIA-DISPLAY        PIC -ZZ,ZZZ,ZZ9.99.
       01 WS-RESULTADO-TEXTO           PIC X(08)      VALUE SPACE.

      *****************************************************************
      * EL ID DE OPERADOR LLEGA YA VERIFICADO DESDE EL INICIO DE      *
      * SESION DE HOLA-MUNDO (REQ. 023) O DESDE CADENA-SEMANAL; SOLO  *
      * SI LLEGA EN BLANCO SE PIDE EN PANTALLA.                       *
      *****************************************************************
       LINKAGE SECTION.
       01  LNK-OPERADOR-ID             PIC X(08).

       PROCEDURE DIVISION USING LNK-OPERADOR-ID.

       MAIN-PROCEDURE.
           MOVE LNK-OPERADOR-ID TO WS-OPERADOR-ID
           IF WS-OPERADOR-ID = SPACE
              DISPLAY "ID DE OPERADOR: "
              ACCEPT WS-OPERADOR-ID
           END-IF
           MOVE 0 TO WS-CODIGO-RETORNO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-HOY
      * LA VERIFICACION TOMA EL CANDADO DE EJECUCION (REQ. 041) PARA
      * LEER LOS ARCHIVOS QUIETOS: COMPARAR A MEDIO LOTE DARIA
      * DIFERENCIAS QUE NO EXISTEN.
           PERFORM REGISTRAR-EJECUCION-INICIO
           IF WS-EJECUCION-DENEGADA
              MOVE 16 TO WS-CODIGO-RETORNO
           ELSE
              PERFORM PROCESO-VERIFICACION
              PERFORM REGISTRAR-EJECUCION-FIN
           END-IF
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

       REGISTRAR-EJECUCION-INICIO.
           MOVE 'I' TO WS-RUN-ACCION
           CALL "REGISTRO-EJECUCION" USING WS-RUN-ACCION WS-RUN-JOB
              WS-OPERADOR-ID WS-RUN-RESULTADO
           END-CALL.

       REGISTRAR-EJECUCION-FIN.
           MOVE 'F' TO WS-RUN-ACCION
           CALL "REGISTRO-EJECUCION" USING WS-RUN-ACCION WS-RUN-JOB
              WS-OPERADOR-ID WS-RUN-RESULTADO
           END-CALL.

       ESCRIBIR-AUDITORIA.
           MOVE SPACES TO AUDIT-LOG-LINE
           STRING FUNCTION CURRENT-DATE " CONTROL-INTEGRIDAD OPERADOR="
                  WS-OPERADOR-ID " " WS-AUDIT-DESCRIPCION
                  DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           WRITE AUDIT-LOG-LINE
           MOVE SPACES TO WS-AUDIT-DESCRIPCION.

       PROCESO-VERIFICACION.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE "INICIO VERIFICACION DE INTEGRIDAD"
              TO WS-AUDIT-DESCRIPCION
           PERFORM ESCRIBIR-AUDITORIA
           SET WS-VERIFICACION-COMPLETA TO TRUE
           MOVE 0 TO WS-EMPLEADOS-REVISADOS
           MOVE 0 TO WS-DIF-ACUMULADOS
           MOVE 0 TO WS-DIF-DEDUCCIONES
           MOVE 0 TO WS-DIF-PAGOS
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EMP-MASTER-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR EMPLOYEE-MASTER-FILE, ESTADO: "
                      WS-EMP-MASTER-STATUS
              DISPLAY "SIN MAESTRO NO HAY NADA QUE VERIFICAR."
              SET WS-VERIFICACION-ABORTADA TO TRUE
           ELSE
              OPEN OUTPUT DIFERENCIA-FILE
              PERFORM DETERMINAR-ANO-ABIERTO
              PERFORM CARGAR-CONTROL-ARCHIVO
              PERFORM CARGAR-PAGOS-CICLO
              SORT MONTOS-SORT-FILE
                 ON ASCENDING KEY MSR-EMP-ID
                 INPUT PROCEDURE IS SELECCIONAR-MONTOS
                 OUTPUT PROCEDURE IS RESUMIR-MONTOS-EMPLEADO
              PERFORM VERIFICAR-PAGOS-CICLO
              PERFORM BUSCAR-PAGOS-FALTANTES
              PERFORM VERIFICAR-ACUMULADOS-MAESTRO
              CLOSE DIFERENCIA-FILE
              SORT DIFERENCIA-SORT-FILE
                 ON ASCENDING KEY DSR-EMP-ID
                                  DSR-PAR
                                  DSR-CONCEPTO
                 USING DIFERENCIA-FILE
                 OUTPUT PROCEDURE IS EMITIR-REPORTE-INTEGRIDAD
              CLOSE EMPLOYEE-MASTER-FILE
           END-IF
           COMPUTE WS-DIF-TOTAL =
              WS-DIF-ACUMULADOS + WS-DIF-DEDUCCIONES + WS-DIF-PAGOS
           IF WS-VERIFICACION-COMPLETA AND WS-DIF-TOTAL = 0
              MOVE "APROBADA" TO WS-RESULTADO-TEXTO
           ELSE
              MOVE "FALLIDA" TO WS-RESULTADO-TEXTO
              MOVE 16 TO WS-CODIGO-RETORNO
           END-IF
           PERFORM GRABAR-ESTADO-INTEGRIDAD
           DISPLAY "EMPLEADOS REVISADOS: " WS-EMPLEADOS-REVISADOS
           DISPLAY "DIFERENCIAS - ACUMULADOS: " WS-DIF-ACUMULADOS
                   "  DEDUCCIONES: " WS-DIF-DEDUCCIONES
                   "  PAGOS: " WS-DIF-PAGOS
           DISPLAY "VERIFICACION DE INTEGRIDAD " WS-RESULTADO-TEXTO
           IF WS-VERIFICACION-COMPLETA
              DISPLAY "REPORTE: INTEGRIDAD-REPORTE.TXT"
           END-IF
           STRING "FIN VERIF " WS-RESULTADO-TEXTO
                  " DIF=" WS-DIF-TOTAL
                  " EMPLEADOS=" WS-EMPLEADOS-REVISADOS
                  DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
           PERFORM ESCRIBIR-AUDITORIA
           CLOSE AUDIT-LOG-FILE.

      *****************************************************************
      * EL CIERRE ANUAL PONE LOS YTD EN CERO Y DEJA EL ANO CERRADO EN *
      * YTD-HISTORIA.DAT: LOS ACUMULADOS DEL MAESTRO CORRESPONDEN AL  *
      * HISTORICO DESDE EL ANO SIGUIENTE AL ULTIMO CERRADO.           *
      *****************************************************************
       DETERMINAR-ANO-ABIERTO.
           MOVE 0 TO WS-ANO-ABIERTO
           MOVE 0 TO WS-ANO-CERRADO-MAYOR
           MOVE 'N' TO WS-FIN-HISTORIA-OK
           OPEN INPUT YTD-HISTORIA-FILE
           IF WS-HISTORIA-STATUS = "00"
              PERFORM UNTIL WS-FIN-HISTORIA
                 READ YTD-HISTORIA-FILE
                    AT END
                       SET WS-FIN-HISTORIA TO TRUE
                    NOT AT END
                       IF HIST-ANO > WS-ANO-CERRADO-MAYOR
                          MOVE HIST-ANO TO WS-ANO-CERRADO-MAYOR
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE YTD-HISTORIA-FILE
           END-IF
           IF WS-ANO-CERRADO-MAYOR > 0
              COMPUTE WS-ANO-ABIERTO = WS-ANO-CERRADO-MAYOR + 1
              DISPLAY "ACUMULADOS DEL MAESTRO CONTRA EL HISTORICO "
                      "DESDE EL ANO " WS-ANO-ABIERTO
           ELSE
              DISPLAY "SIN CIERRES ANUALES: LOS ACUMULADOS SE "
                      "COMPARAN CONTRA TODO EL HISTORICO."
           END-IF.

      * ANOS QUE ARCHIVAR-HISTORICO PASO A LOS ANUALES DEL HISTORICO Y
      * DEL DETALLE. SIN ARCHIVO-CONTROL.DAT NO HAY NADA ARCHIVADO.
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
                          WHEN "DEDUCCION-DETALLE.DAT"
                             MOVE ARC-PRIMER-ANO TO WS-DET-PRIMER-ANO
                             MOVE ARC-ULTIMO-ANO TO WS-DET-ULTIMO-ANO
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE CONTROL-ARCHIVO-FILE
           END-IF.

       CARGAR-PAGOS-CICLO.
           MOVE 0 TO WS-CONTADOR-PAGOS
           MOVE 0 TO WS-PAGOS-NO-CARGADOS
           MOVE 99999999 TO WS-FECHA-MINIMA-CICLO
           MOVE 'N' TO WS-FIN-PAGOS-OK
           OPEN INPUT ACH-PAYMENT-FILE
           IF WS-ACH-PAYMENT-STATUS = "00"
              PERFORM UNTIL WS-FIN-PAGOS
                 READ ACH-PAYMENT-FILE
                    AT END
                       SET WS-FIN-PAGOS TO TRUE
                    NOT AT END
                       MOVE 'A' TO WS-NUEVO-FUENTE
                       MOVE ACH-EMP-ID TO WS-NUEVO-EMP-ID
                       MOVE ACH-FECHA-PAGO TO WS-NUEVO-FECHA
                       MOVE ACH-MONTO-NETO TO WS-NUEVO-MONTO
                       MOVE 'N' TO WS-NUEVO-FECHA-EXACTA
                       PERFORM AGREGAR-PAGO-CICLO
                 END-READ
              END-PERFORM
              CLOSE ACH-PAYMENT-FILE
           ELSE
              DISPLAY "AVISO: NO SE ENCONTRO ACH-PAYMENT.DAT; EL PAR "
                      "ACH/HISTORICO NO SE VERIFICA."
           END-IF
           MOVE 'N' TO WS-FIN-PAGOS-OK
           OPEN INPUT VOUCHER-FILE
           IF WS-VOUCHER-STATUS = "00"
              PERFORM UNTIL WS-FIN-PAGOS
                 READ VOUCHER-FILE
                    AT END
                       SET WS-FIN-PAGOS TO TRUE
                    NOT AT END
                       MOVE 'V' TO WS-NUEVO-FUENTE
                       MOVE VOU-EMP-ID TO WS-NUEVO-EMP-ID
                       MOVE VOU-FECHA-PAGO TO WS-NUEVO-FECHA
                       MOVE VOU-MONTO TO WS-NUEVO-MONTO
                       MOVE 'S' TO WS-NUEVO-FECHA-EXACTA
                       PERFORM AGREGAR-PAGO-CICLO
                 END-READ
              END-PERFORM
              CLOSE VOUCHER-FILE
           END-IF
           MOVE 'N' TO WS-FIN-PAGOS-OK
           OPEN INPUT PAGO-ESTADO-FILE
           IF WS-PAGO-ESTADO-STATUS = "00"
              PERFORM UNTIL WS-FIN-PAGOS
                 READ PAGO-ESTADO-FILE
                    AT END
                       SET WS-FIN-PAGOS TO TRUE
                    NOT AT END
                       MOVE 'E' TO WS-NUEVO-FUENTE
                       MOVE EST-EMP-ID TO WS-NUEVO-EMP-ID
                       MOVE EST-FECHA-PAGO TO WS-NUEVO-FECHA
                       MOVE EST-MONTO TO WS-NUEVO-MONTO
                       IF EST-VIA-CAJA
                          MOVE 'S' TO WS-NUEVO-FECHA-EXACTA
                       ELSE
                          MOVE 'N' TO WS-NUEVO-FECHA-EXACTA
                       END-IF
                       PERFORM AGREGAR-PAGO-CICLO
                 END-READ
              END-PERFORM
              CLOSE PAGO-ESTADO-FILE
           ELSE
              DISPLAY "AVISO: NO SE ENCONTRO PAGO-ESTADO.DAT; EL PAR "
                      "PAGO-ESTADO/HISTORICO NO SE VERIFICA."
           END-IF
           IF WS-PAGOS-NO-CARGADOS > 0
              DISPLAY "AVISO: " WS-PAGOS-NO-CARGADOS " PAGOS EXCEDEN "
                      "LA TABLA DE " WS-MAXIMO-PAGOS
                      " Y NO SE VERIFICAN."
           END-IF.

       AGREGAR-PAGO-CICLO.
           IF WS-CONTADOR-PAGOS < WS-MAXIMO-PAGOS
              ADD 1 TO WS-CONTADOR-PAGOS
              SET WS-IDX-PAGO TO WS-CONTADOR-PAGOS
              MOVE WS-NUEVO-FUENTE TO WS-PAG-FUENTE(WS-IDX-PAGO)
              MOVE WS-NUEVO-EMP-ID TO WS-PAG-EMP-ID(WS-IDX-PAGO)
              MOVE WS-NUEVO-FECHA TO WS-PAG-FECHA(WS-IDX-PAGO)
              MOVE WS-NUEVO-MONTO TO WS-PAG-MONTO(WS-IDX-PAGO)
              MOVE 0 TO WS-PAG-LOTE(WS-IDX-PAGO)
              MOVE SPACE TO WS-PAG-TIPO(WS-IDX-PAGO)
              MOVE 0 TO WS-PAG-NETO(WS-IDX-PAGO)
              IF WS-NUEVO-CON-FECHA-EXACTA
                 OR WS-NUEVO-FECHA < 19000101
                 MOVE WS-NUEVO-FECHA
                    TO WS-PAG-FECHA-MINIMA(WS-IDX-PAGO)
              ELSE
                 COMPUTE WS-PAG-FECHA-MINIMA(WS-IDX-PAGO) =
                    FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-NUEVO-FECHA)
                       - WS-DIAS-CORRIMIENTO-ACH)
              END-IF
              IF WS-PAG-FECHA-MINIMA(WS-IDX-PAGO)
                 < WS-FECHA-MINIMA-CICLO
                 MOVE WS-PAG-FECHA-MINIMA(WS-IDX-PAGO)
                    TO WS-FECHA-MINIMA-CICLO
              END-IF
           ELSE
              ADD 1 TO WS-PAGOS-NO-CARGADOS
           END-IF.

      *****************************************************************
      * ENTRADA DEL SORT DE MONTOS: CADA ARCHIVO APORTA SU COLUMNA.   *
      * DEL HISTORICO, EL BRUTO Y LAS DEDUCCIONES DEL ANO ABIERTO     *
      * (PARA EL YTD) Y LAS DEDUCCIONES DE TODOS LOS ANOS (PARA LAS   *
      * DEDUCCIONES PERSONALES, QUE PUEDEN CRUZAR EL CIERRE); DEL     *
      * DETALLE, LAS RETENCIONES QUE ENTRAN AL TOTAL DE DEDUCCIONES   *
      * DEL HISTORICO (IMP, PEN, OTR Y LOS DESCUENTOS EVENTUALES);    *
      * DE DEDUCCIONES-EMP.DAT, LO APLICADO DE CADA DEDUCCION. AL     *
      * PASAR POR EL HISTORICO SE EMPAREJAN TAMBIEN LOS PAGOS. LOS    *
      * ANOS ARCHIVADOS DEL HISTORICO Y DEL DETALLE SE LEEN ANTES QUE *
      * LOS VIGENTES; AL TERMINAR, LOS NOMBRES VUELVEN AL VIGENTE.    *
      *****************************************************************
       SELECCIONAR-MONTOS.
           IF WS-HIST-PRIMER-ANO > 0
              PERFORM VARYING WS-ANO-ARCHIVO
                      FROM WS-HIST-PRIMER-ANO BY 1
                      UNTIL WS-ANO-ARCHIVO > WS-HIST-ULTIMO-ANO
                 PERFORM LEER-HISTORICO-ARCHIVADO
              END-PERFORM
           END-IF
           IF WS-DET-PRIMER-ANO > 0
              PERFORM VARYING WS-ANO-ARCHIVO
                      FROM WS-DET-PRIMER-ANO BY 1
                      UNTIL WS-ANO-ARCHIVO > WS-DET-ULTIMO-ANO
                 PERFORM LEER-DETALLE-ARCHIVADO
              END-PERFORM
           END-IF
           MOVE "REGISTRO-NOMINA-HIST.DAT" TO WS-NOMBRE-HISTORICO
           MOVE "DEDUCCION-DETALLE.DAT" TO WS-NOMBRE-DETALLE
           MOVE 'N' TO WS-FIN-HIST-OK
           OPEN INPUT REGISTRO-HIST-FILE
           IF WS-REG-HIST-STATUS = "00"
              PERFORM UNTIL WS-FIN-HIST
                 READ REGISTRO-HIST-FILE
                    AT END
                       SET WS-FIN-HIST TO TRUE
                    NOT AT END
                       PERFORM LIBERAR-MONTOS-HISTORICO
                 END-READ
              END-PERFORM
              CLOSE REGISTRO-HIST-FILE
           ELSE
              DISPLAY "AVISO: NO SE ENCONTRO REGISTRO-NOMINA-HIST.DAT; "
                      "SE TOMA COMO VACIO."
           END-IF
           MOVE 'N' TO WS-FIN-DETALLE-OK
           OPEN INPUT DEDUCCION-DETALLE-FILE
           IF WS-DED-DETALLE-STATUS = "00"
              PERFORM UNTIL WS-FIN-DETALLE
                 READ DEDUCCION-DETALLE-FILE
                    AT END
                       SET WS-FIN-DETALLE TO TRUE
                    NOT AT END
                       PERFORM LIBERAR-RETENCION-DETALLE
                 END-READ
              END-PERFORM
              CLOSE DEDUCCION-DETALLE-FILE
           ELSE
              DISPLAY "AVISO: NO SE ENCONTRO DEDUCCION-DETALLE.DAT; "
                      "SE TOMA COMO VACIO."
           END-IF
           MOVE 'N' TO WS-FIN-DEDUCCIONES-OK
           OPEN INPUT DEDUCCION-EMP-FILE
           IF WS-DEDUCCION-STATUS = "00"
              MOVE LOW-VALUES TO DED-CLAVE
              START DEDUCCION-EMP-FILE
                 KEY IS NOT LESS THAN DED-CLAVE
                 INVALID KEY
                    SET WS-FIN-DEDUCCIONES TO TRUE
              END-START
              PERFORM UNTIL WS-FIN-DEDUCCIONES
                 READ DEDUCCION-EMP-FILE NEXT RECORD
                    AT END
                       SET WS-FIN-DEDUCCIONES TO TRUE
                    NOT AT END
                       PERFORM LIBERAR-DEDUCCION-EMPLEADO
                 END-READ
              END-PERFORM
              CLOSE DEDUCCION-EMP-FILE
           END-IF.

      * UN ANO SIN ANUAL (NINGUN REGISTRO ARCHIVADO ESE ANO) NO
      * APORTA NADA.
       LEER-HISTORICO-ARCHIVADO.
           MOVE SPACES TO WS-NOMBRE-HISTORICO
           STRING "REGISTRO-NOMINA-HIST.DAT.A" WS-ANO-ARCHIVO
                  DELIMITED BY SIZE INTO WS-NOMBRE-HISTORICO
           MOVE 'N' TO WS-FIN-HIST-OK
           OPEN INPUT REGISTRO-HIST-FILE
           IF WS-REG-HIST-STATUS = "00"
              PERFORM UNTIL WS-FIN-HIST
                 READ REGISTRO-HIST-FILE
                    AT END
                       SET WS-FIN-HIST TO TRUE
                    NOT AT END
                       PERFORM LIBERAR-MONTOS-HISTORICO
                 END-READ
              END-PERFORM
              CLOSE REGISTRO-HIST-FILE
           END-IF.

       LEER-DETALLE-ARCHIVADO.
           MOVE SPACES TO WS-NOMBRE-DETALLE
           STRING "DEDUCCION-DETALLE.DAT.A" WS-ANO-ARCHIVO
                  DELIMITED BY SIZE INTO WS-NOMBRE-DETALLE
           MOVE 'N' TO WS-FIN-DETALLE-OK
           OPEN INPUT DEDUCCION-DETALLE-FILE
           IF WS-DED-DETALLE-STATUS = "00"
              PERFORM UNTIL WS-FIN-DETALLE
                 READ DEDUCCION-DETALLE-FILE
                    AT END
                       SET WS-FIN-DETALLE TO TRUE
                    NOT AT END
                       PERFORM LIBERAR-RETENCION-DETALLE
                 END-READ
              END-PERFORM
              CLOSE DEDUCCION-DETALLE-FILE
           END-IF.

       LIMPIAR-MONTOS-SORT.
           MOVE 0 TO MSR-BRUTO-ANO
           MOVE 0 TO MSR-DEDUC-ANO
           MOVE 0 TO MSR-DEDUC-HIST
           MOVE 0 TO MSR-RETENCIONES
           MOVE 0 TO MSR-DED-APLICADO.

       LIBERAR-MONTOS-HISTORICO.
           PERFORM LIMPIAR-MONTOS-SORT
           MOVE RGH-EMP-ID TO MSR-EMP-ID
           IF RGH-LOTE-FECHA(1:4) NOT < WS-ANO-ABIERTO
              MOVE RGH-BRUTO TO MSR-BRUTO-ANO
              MOVE RGH-DEDUCCIONES TO MSR-DEDUC-ANO
           END-IF
           MOVE RGH-DEDUCCIONES TO MSR-DEDUC-HIST
           RELEASE MONTOS-SORT-RECORD
           IF WS-CONTADOR-PAGOS > 0
              AND RGH-LOTE-FECHA NOT < WS-FECHA-MINIMA-CICLO
              PERFORM EMPAREJAR-PAGOS-HISTORICO
           END-IF.

      * UN RENGLON DUPLICADO DEL MISMO LOTE (POR EJEMPLO, UN REINICIO
      * QUE REESCRIBIO AL EMPLEADO) NO DESPLAZA AL PRIMERO; EL
      * DUPLICADO SE NOTA EN LOS ACUMULADOS DEL MAESTRO.
       EMPAREJAR-PAGOS-HISTORICO.
           PERFORM VARYING WS-IDX-PAGO FROM 1 BY 1
                   UNTIL WS-IDX-PAGO > WS-CONTADOR-PAGOS
              IF WS-PAG-EMP-ID(WS-IDX-PAGO) = RGH-EMP-ID
                 AND RGH-LOTE-FECHA
                     NOT < WS-PAG-FECHA-MINIMA(WS-IDX-PAGO)
                 AND RGH-LOTE-FECHA NOT > WS-PAG-FECHA(WS-IDX-PAGO)
                 AND RGH-LOTE-FECHA > WS-PAG-LOTE(WS-IDX-PAGO)
                 MOVE RGH-LOTE-FECHA TO WS-PAG-LOTE(WS-IDX-PAGO)
                 MOVE RGH-NETO TO WS-PAG-NETO(WS-IDX-PAGO)
                 IF RGH-PLANILLA-MENSUAL
                    MOVE 'M' TO WS-PAG-TIPO(WS-IDX-PAGO)
                 ELSE
                    MOVE 'S' TO WS-PAG-TIPO(WS-IDX-PAGO)
                 END-IF
              END-IF
           END-PERFORM.

       LIBERAR-RETENCION-DETALLE.
           IF DED-DET-IMPUESTO OR DED-DET-PENSION OR DED-DET-OTRAS
              OR DED-DET-DESC-EVENTUAL
              PERFORM LIMPIAR-MONTOS-SORT
              MOVE DED-DET-EMP-ID TO MSR-EMP-ID
              MOVE DED-DET-MONTO TO MSR-RETENCIONES
              RELEASE MONTOS-SORT-RECORD
           END-IF.

      *****************************************************************
      * CADA DEDUCCION PERSONAL SE REVISA SOLA (EL RESTANTE NUNCA     *
      * SUPERA AL ORIGINAL Y UNA DEDUCCION AGOTADA NO PUEDE SEGUIR    *
      * ACTIVA, PORQUE LA NOMINA LA CANCELA AL LLEGAR A CERO) Y       *
      * APORTA LO APLICADO AL TOTAL DEL EMPLEADO.                     *
      *****************************************************************
       LIBERAR-DEDUCCION-EMPLEADO.
           IF DED-SALDO-RESTANTE > DED-SALDO-ORIGINAL
              MOVE DED-EMP-ID TO DIF-EMP-ID
              MOVE 3 TO DIF-PAR
              MOVE "DEDUCCIONES-EMP" TO DIF-PAR-NOMBRE
              MOVE SPACES TO DIF-CONCEPTO
              STRING "SEC " DED-SECUENCIA " SALDO>ORIG"
                     DELIMITED BY SIZE INTO DIF-CONCEPTO
              MOVE DED-SALDO-RESTANTE TO DIF-VALOR-A
              MOVE DED-SALDO-ORIGINAL TO DIF-VALOR-B
              PERFORM ESCRIBIR-DIFERENCIA
           ELSE
              PERFORM LIMPIAR-MONTOS-SORT
              MOVE DED-EMP-ID TO MSR-EMP-ID
              COMPUTE MSR-DED-APLICADO =
                 DED-SALDO-ORIGINAL - DED-SALDO-RESTANTE
              RELEASE MONTOS-SORT-RECORD
           END-IF
           IF DED-ACTIVA AND DED-SALDO-RESTANTE = 0
              MOVE DED-EMP-ID TO DIF-EMP-ID
              MOVE 3 TO DIF-PAR
              MOVE "DEDUCCIONES-EMP" TO DIF-PAR-NOMBRE
              MOVE SPACES TO DIF-CONCEPTO
              STRING "SEC " DED-SECUENCIA " SALDO CERO"
                     DELIMITED BY SIZE INTO DIF-CONCEPTO
              MOVE DED-SALDO-RESTANTE TO DIF-VALOR-A
              MOVE DED-SALDO-ORIGINAL TO DIF-VALOR-B
              PERFORM ESCRIBIR-DIFERENCIA
           END-IF.

       RESUMIR-MONTOS-EMPLEADO.
           OPEN OUTPUT RESUMEN-EMPLEADO-FILE
           MOVE SPACE TO WS-RES-EMP-ACTUAL
           PERFORM LIMPIAR-RESUMEN-EMPLEADO
           MOVE 'N' TO WS-FIN-MONTOS-SORT-OK
           PERFORM UNTIL WS-FIN-MONTOS-SORT
              RETURN MONTOS-SORT-FILE
                 AT END
                    SET WS-FIN-MONTOS-SORT TO TRUE
                    IF WS-RES-EMP-ACTUAL NOT = SPACE
                       PERFORM CERRAR-RESUMEN-EMPLEADO
                    END-IF
                 NOT AT END
                    IF MSR-EMP-ID NOT = WS-RES-EMP-ACTUAL
                       IF WS-RES-EMP-ACTUAL NOT = SPACE
                          PERFORM CERRAR-RESUMEN-EMPLEADO
                       END-IF
                       MOVE MSR-EMP-ID TO WS-RES-EMP-ACTUAL
                       PERFORM LIMPIAR-RESUMEN-EMPLEADO
                    END-IF
                    ADD MSR-BRUTO-ANO TO WS-RES-BRUTO-ANO
                    ADD MSR-DEDUC-ANO TO WS-RES-DEDUC-ANO
                    ADD MSR-DEDUC-HIST TO WS-RES-DEDUC-HIST
                    ADD MSR-RETENCIONES TO WS-RES-RETENCIONES
                    ADD MSR-DED-APLICADO TO WS-RES-DED-APLICADO
              END-RETURN
           END-PERFORM
           CLOSE RESUMEN-EMPLEADO-FILE.

       LIMPIAR-RESUMEN-EMPLEADO.
           MOVE 0 TO WS-RES-BRUTO-ANO
           MOVE 0 TO WS-RES-DEDUC-ANO
           MOVE 0 TO WS-RES-DEDUC-HIST
           MOVE 0 TO WS-RES-RETENCIONES
           MOVE 0 TO WS-RES-DED-APLICADO.

      *****************************************************************
      * LO QUE EL HISTORICO DESCONTO FUERA DE LAS RETENCIONES DEL     *
      * DETALLE SON LOS EMBARGOS, PRESTAMOS Y ADELANTOS APLICADOS:    *
      * DEBE SER IGUAL A LO QUE BAJARON SUS SALDOS.                   *
      *****************************************************************
       CERRAR-RESUMEN-EMPLEADO.
           MOVE WS-RES-EMP-ACTUAL TO RES-EMP-ID
           MOVE WS-RES-BRUTO-ANO TO RES-BRUTO-ANO
           MOVE WS-RES-DEDUC-ANO TO RES-DEDUC-ANO
           MOVE WS-RES-DEDUC-HIST TO RES-DEDUC-HIST
           MOVE WS-RES-RETENCIONES TO RES-RETENCIONES
           MOVE WS-RES-DED-APLICADO TO RES-DED-APLICADO
           WRITE RESUMEN-EMPLEADO-RECORD
           COMPUTE WS-DESC-PERSONAL-HIST =
              WS-RES-DEDUC-HIST - WS-RES-RETENCIONES
           IF WS-DESC-PERSONAL-HIST NOT = WS-RES-DED-APLICADO
              MOVE WS-RES-EMP-ACTUAL TO DIF-EMP-ID
              MOVE 2 TO DIF-PAR
              MOVE "DEDUC-EMP/HIST" TO DIF-PAR-NOMBRE
              MOVE "DESC. PERSONALES" TO DIF-CONCEPTO
              MOVE WS-RES-DED-APLICADO TO DIF-VALOR-A
              MOVE WS-DESC-PERSONAL-HIST TO DIF-VALOR-B
              PERFORM ESCRIBIR-DIFERENCIA
           END-IF.

      *****************************************************************
      * CADA PAGO DEL CICLO DEBE TENER SU RENGLON EN EL HISTORICO CON *
      * EL MISMO NETO. LOS LOTES DE LOS PAGOS ACH Y DE LOS VALES      *
      * QUEDAN ANOTADOS PARA BUSCAR DESPUES A QUIEN SE QUEDO SIN      *
      * PAGO.                                                         *
      *****************************************************************
       VERIFICAR-PAGOS-CICLO.
           MOVE 0 TO WS-CONTADOR-LOTES-CICLO
           PERFORM VARYING WS-IDX-PAGO FROM 1 BY 1
                   UNTIL WS-IDX-PAGO > WS-CONTADOR-PAGOS
              PERFORM VERIFICAR-UN-PAGO
           END-PERFORM.

       VERIFICAR-UN-PAGO.
           MOVE WS-PAG-EMP-ID(WS-IDX-PAGO) TO DIF-EMP-ID
           EVALUATE TRUE
              WHEN WS-PAG-DE-ESTADO(WS-IDX-PAGO)
                 MOVE 4 TO DIF-PAR
                 MOVE "PAGO-ESTADO/HIST" TO DIF-PAR-NOMBRE
              WHEN WS-PAG-DE-ACH(WS-IDX-PAGO)
                 MOVE 5 TO DIF-PAR
                 MOVE "ACH/HIST" TO DIF-PAR-NOMBRE
              WHEN OTHER
                 MOVE 6 TO DIF-PAR
                 MOVE "VALES/HIST" TO DIF-PAR-NOMBRE
           END-EVALUATE
           MOVE WS-PAG-MONTO(WS-IDX-PAGO) TO DIF-VALOR-A
           MOVE SPACES TO DIF-CONCEPTO
           IF WS-PAG-LOTE(WS-IDX-PAGO) = 0
              STRING "PAGO " WS-PAG-FECHA(WS-IDX-PAGO)
                     DELIMITED BY SIZE INTO DIF-CONCEPTO
              MOVE 0 TO DIF-VALOR-B
              PERFORM ESCRIBIR-DIFERENCIA
           ELSE
              IF WS-PAG-MONTO(WS-IDX-PAGO)
                 NOT = WS-PAG-NETO(WS-IDX-PAGO)
                 STRING "LOTE " WS-PAG-LOTE(WS-IDX-PAGO)
                        DELIMITED BY SIZE INTO DIF-CONCEPTO
                 MOVE WS-PAG-NETO(WS-IDX-PAGO) TO DIF-VALOR-B
                 PERFORM ESCRIBIR-DIFERENCIA
              END-IF
              IF NOT WS-PAG-DE-ESTADO(WS-IDX-PAGO)
                 PERFORM REGISTRAR-LOTE-CICLO
              END-IF
           END-IF.

       REGISTRAR-LOTE-CICLO.
           MOVE 'N' TO WS-LOTE-HALLADO-OK
           PERFORM VARYING WS-IDX-LOTE FROM 1 BY 1
                   UNTIL WS-IDX-LOTE > WS-CONTADOR-LOTES-CICLO
              IF WS-LTC-FECHA(WS-IDX-LOTE) = WS-PAG-LOTE(WS-IDX-PAGO)
                 AND WS-LTC-TIPO(WS-IDX-LOTE)
                     = WS-PAG-TIPO(WS-IDX-PAGO)
                 SET WS-LOTE-HALLADO TO TRUE
              END-IF
           END-PERFORM
           IF NOT WS-LOTE-HALLADO AND WS-CONTADOR-LOTES-CICLO < 10
              ADD 1 TO WS-CONTADOR-LOTES-CICLO
              SET WS-IDX-LOTE TO WS-CONTADOR-LOTES-CICLO
              MOVE WS-PAG-LOTE(WS-IDX-PAGO) TO WS-LTC-FECHA(WS-IDX-LOTE)
              MOVE WS-PAG-TIPO(WS-IDX-PAGO) TO WS-LTC-TIPO(WS-IDX-LOTE)
           END-IF.

      *****************************************************************
      * SEGUNDA PASADA POR EL HISTORICO: TODO EMPLEADO CON NETO DE UN *
      * LOTE PAGADO EN EL CICLO (MISMA FECHA Y PLANILLA) DEBE TENER   *
      * SU PAGO ACH O SU VALE. SIN ACH-PAYMENT.DAT NI VALES NO HAY    *
      * LOTE DE REFERENCIA Y LA PASADA NO SE HACE.                    *
      *****************************************************************
       BUSCAR-PAGOS-FALTANTES.
           IF WS-CONTADOR-LOTES-CICLO > 0
              MOVE 'N' TO WS-FIN-HIST-OK
              OPEN INPUT REGISTRO-HIST-FILE
              IF WS-REG-HIST-STATUS = "00"
                 PERFORM UNTIL WS-FIN-HIST
                    READ REGISTRO-HIST-FILE
                       AT END
                          SET WS-FIN-HIST TO TRUE
                       NOT AT END
                          IF RGH-NETO > 0
                             PERFORM VERIFICAR-PAGO-DEL-LOTE
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE REGISTRO-HIST-FILE
              END-IF
           END-IF.

       VERIFICAR-PAGO-DEL-LOTE.
           IF RGH-PLANILLA-MENSUAL
              MOVE 'M' TO WS-TIPO-PLANILLA-HIST
           ELSE
              MOVE 'S' TO WS-TIPO-PLANILLA-HIST
           END-IF
           MOVE 'N' TO WS-LOTE-HALLADO-OK
           PERFORM VARYING WS-IDX-LOTE FROM 1 BY 1
                   UNTIL WS-IDX-LOTE > WS-CONTADOR-LOTES-CICLO
              IF WS-LTC-FECHA(WS-IDX-LOTE) = RGH-LOTE-FECHA
                 AND WS-LTC-TIPO(WS-IDX-LOTE) = WS-TIPO-PLANILLA-HIST
                 SET WS-LOTE-HALLADO TO TRUE
              END-IF
           END-PERFORM
           IF WS-LOTE-HALLADO
              MOVE 'N' TO WS-PAGO-HALLADO-OK
              PERFORM VARYING WS-IDX-PAGO FROM 1 BY 1
                      UNTIL WS-IDX-PAGO > WS-CONTADOR-PAGOS
                 IF NOT WS-PAG-DE-ESTADO(WS-IDX-PAGO)
                    AND WS-PAG-EMP-ID(WS-IDX-PAGO) = RGH-EMP-ID
                    AND WS-PAG-LOTE(WS-IDX-PAGO) = RGH-LOTE-FECHA
                    SET WS-PAGO-HALLADO TO TRUE
                 END-IF
              END-PERFORM
              IF NOT WS-PAGO-HALLADO
                 MOVE RGH-EMP-ID TO DIF-EMP-ID
                 MOVE 7 TO DIF-PAR
                 MOVE "ACH+VALES/HIST" TO DIF-PAR-NOMBRE
                 MOVE SPACES TO DIF-CONCEPTO
                 STRING "SIN PAGO " RGH-LOTE-FECHA
                        DELIMITED BY SIZE INTO DIF-CONCEPTO
                 MOVE 0 TO DIF-VALOR-A
                 MOVE RGH-NETO TO DIF-VALOR-B
                 PERFORM ESCRIBIR-DIFERENCIA
              END-IF
           END-IF.

      *****************************************************************
      * EMPAREJAMIENTO SECUENCIAL DEL MAESTRO CON EL CONDENSADO POR   *
      * EMPLEADO: UN EMPLEADO SIN RENGLONES EN EL ANO DEBE TENER SUS  *
      * ACUMULADOS EN CERO. LOS CONDENSADOS DE EMPLEADOS QUE YA NO    *
      * ESTAN EN EL MAESTRO SE SALTAN SOLOS.                          *
      *****************************************************************
       VERIFICAR-ACUMULADOS-MAESTRO.
           MOVE 'N' TO WS-FIN-RESUMEN-OK
           MOVE 'N' TO WS-FIN-ARCHIVO-MAESTRO
           OPEN INPUT RESUMEN-EMPLEADO-FILE
           PERFORM LEER-RESUMEN-EMPLEADO
           MOVE LOW-VALUES TO EMP-ID
           START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN EMP-ID
              INVALID KEY
                 SET WS-FIN-MAESTRO TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-MAESTRO
              READ EMPLOYEE-MASTER-FILE NEXT RECORD
                 AT END
                    SET WS-FIN-MAESTRO TO TRUE
                 NOT AT END
                    ADD 1 TO WS-EMPLEADOS-REVISADOS
                    PERFORM VERIFICAR-ACUMULADOS-EMPLEADO
              END-READ
           END-PERFORM
           CLOSE RESUMEN-EMPLEADO-FILE.

       VERIFICAR-ACUMULADOS-EMPLEADO.
           MOVE 0 TO WS-YTD-BRUTO-HIST
           MOVE 0 TO WS-YTD-DEDUC-HIST
           PERFORM UNTIL WS-FIN-RESUMEN
                   OR RES-EMP-ID NOT < EMP-ID
              PERFORM LEER-RESUMEN-EMPLEADO
           END-PERFORM
           IF NOT WS-FIN-RESUMEN
              AND RES-EMP-ID = EMP-ID
              MOVE RES-BRUTO-ANO TO WS-YTD-BRUTO-HIST
              MOVE RES-DEDUC-ANO TO WS-YTD-DEDUC-HIST
              PERFORM LEER-RESUMEN-EMPLEADO
           END-IF
           MOVE EMP-ID TO DIF-EMP-ID
           MOVE 1 TO DIF-PAR
           MOVE "MAESTRO/HIST" TO DIF-PAR-NOMBRE
           IF EMP-YTD-GROSS NOT = WS-YTD-BRUTO-HIST
              MOVE "YTD BRUTO" TO DIF-CONCEPTO
              MOVE EMP-YTD-GROSS TO DIF-VALOR-A
              MOVE WS-YTD-BRUTO-HIST TO DIF-VALOR-B
              PERFORM ESCRIBIR-DIFERENCIA
           END-IF
           IF EMP-YTD-DEDUCCIONES NOT = WS-YTD-DEDUC-HIST
              MOVE "YTD DEDUCCIONES" TO DIF-CONCEPTO
              MOVE EMP-YTD-DEDUCCIONES TO DIF-VALOR-A
              MOVE WS-YTD-DEDUC-HIST TO DIF-VALOR-B
              PERFORM ESCRIBIR-DIFERENCIA
           END-IF.

       LEER-RESUMEN-EMPLEADO.
           READ RESUMEN-EMPLEADO-FILE
              AT END
                 SET WS-FIN-RESUMEN TO TRUE
           END-READ.

       ESCRIBIR-DIFERENCIA.
           WRITE DIFERENCIA-RECORD
           EVALUATE DIF-PAR
              WHEN 1
                 ADD 1 TO WS-DIF-ACUMULADOS
              WHEN 2
              WHEN 3
                 ADD 1 TO WS-DIF-DEDUCCIONES
              WHEN OTHER
                 ADD 1 TO WS-DIF-PAGOS
           END-EVALUATE.

      *****************************************************************
      * REPORTE DE DIFERENCIAS ORDENADO POR EMPLEADO Y PAR DE         *
      * ARCHIVOS, CON EL NOMBRE DEL MAESTRO EN CADA EMPLEADO, LOS     *
      * TOTALES DEL RESULTADO Y UNA LEYENDA DE LOS VALORES A Y B.     *
      *****************************************************************
       EMITIR-REPORTE-INTEGRIDAD.
           OPEN OUTPUT REPORTE-FILE
           PERFORM ESCRIBIR-ENCABEZADO-REPORTE
           MOVE SPACE TO WS-REP-EMP-ACTUAL
           MOVE 'N' TO WS-FIN-DIFERENCIAS-OK
           PERFORM UNTIL WS-FIN-DIFERENCIAS
              RETURN DIFERENCIA-SORT-FILE
                 AT END
                    SET WS-FIN-DIFERENCIAS TO TRUE
                 NOT AT END
                    IF DSR-EMP-ID NOT = WS-REP-EMP-ACTUAL
                       MOVE DSR-EMP-ID TO WS-REP-EMP-ACTUAL
                       PERFORM ESCRIBIR-ENCABEZADO-EMPLEADO
                    END-IF
                    PERFORM ESCRIBIR-LINEA-DIFERENCIA
              END-RETURN
           END-PERFORM
           IF WS-REP-EMP-ACTUAL = SPACE
              MOVE "SIN DIFERENCIAS: LOS ARCHIVOS CUADRAN ENTRE SI."
                 TO REPORTE-LINE
              WRITE REPORTE-LINE
           END-IF
           PERFORM ESCRIBIR-TOTALES-REPORTE
           CLOSE REPORTE-FILE.

       ESCRIBIR-ENCABEZADO-REPORTE.
           MOVE SPACES TO REPORTE-LINE
           STRING "VERIFICACION DE INTEGRIDAD ENTRE ARCHIVOS - FECHA "
                  WS-FECHA-HOY " HORA " WS-HORA-HOY
                  DELIMITED BY SIZE INTO REPORTE-LINE
           WRITE REPORTE-LINE
           MOVE SPACES TO REPORTE-LINE
           IF WS-ANO-ABIERTO > 0
              STRING "OPERADOR: " WS-OPERADOR-ID
                     "   ACUMULADOS DEL ANO ABIERTO: " WS-ANO-ABIERTO
                     DELIMITED BY SIZE INTO REPORTE-LINE
           ELSE
              STRING "OPERADOR: " WS-OPERADOR-ID
                     "   ACUMULADOS: TODO EL HISTORICO (SIN CIERRES)"
                     DELIMITED BY SIZE INTO REPORTE-LINE
           END-IF
           WRITE REPORTE-LINE
           MOVE ALL "=" TO REPORTE-LINE
           WRITE REPORTE-LINE
           MOVE SPACES TO REPORTE-LINE
           MOVE "PAR DE ARCHIVOS" TO REPORTE-LINE(3:15)
           MOVE "CONCEPTO" TO REPORTE-LINE(20:8)
           MOVE "ARCHIVO A" TO REPORTE-LINE(42:9)
           MOVE "ARCHIVO B" TO REPORTE-LINE(56:9)
           MOVE "DIFERENCIA" TO REPORTE-LINE(70:10)
           WRITE REPORTE-LINE
           MOVE ALL "-" TO REPORTE-LINE
           WRITE REPORTE-LINE.

       ESCRIBIR-ENCABEZADO-EMPLEADO.
           MOVE "** NO EN MAESTRO **" TO WS-NOMBRE-EMPLEADO
           MOVE DSR-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE EMP-NAME TO WS-NOMBRE-EMPLEADO
           END-READ
           MOVE SPACES TO REPORTE-LINE
           STRING "EMPLEADO " DSR-EMP-ID " " WS-NOMBRE-EMPLEADO
                  DELIMITED BY SIZE INTO REPORTE-LINE
           WRITE REPORTE-LINE.

       ESCRIBIR-LINEA-DIFERENCIA.
           MOVE SPACES TO REPORTE-LINE
           MOVE DSR-PAR-NOMBRE TO REPORTE-LINE(3:16)
           MOVE DSR-CONCEPTO TO REPORTE-LINE(20:17)
           MOVE DSR-VALOR-A TO WS-VALOR-DISPLAY
           MOVE WS-VALOR-DISPLAY TO REPORTE-LINE(38:13)
           MOVE DSR-VALOR-B TO WS-VALOR-DISPLAY
           MOVE WS-VALOR-DISPLAY TO REPORTE-LINE(52:13)
           COMPUTE WS-DIFERENCIA-MONTO = DSR-VALOR-A - DSR-VALOR-B
           MOVE WS-DIFERENCIA-MONTO TO WS-DIFERENCIA-DISPLAY
           MOVE WS-DIFERENCIA-DISPLAY TO REPORTE-LINE(66:14)
           WRITE REPORTE-LINE.

       ESCRIBIR-TOTALES-REPORTE.
           MOVE ALL "=" TO REPORTE-LINE
           WRITE REPORTE-LINE
           MOVE SPACES TO REPORTE-LINE
           STRING "EMPLEADOS DEL MAESTRO REVISADOS: "
                  WS-EMPLEADOS-REVISADOS
                  DELIMITED BY SIZE INTO REPORTE-LINE
           WRITE REPORTE-LINE
           MOVE SPACES TO REPORTE-LINE
           STRING "DIFERENCIAS - ACUMULADOS: " WS-DIF-ACUMULADOS
                  "  DEDUCCIONES: " WS-DIF-DEDUCCIONES
                  "  PAGOS: " WS-DIF-PAGOS
                  DELIMITED BY SIZE INTO REPORTE-LINE
           WRITE REPORTE-LINE
           IF WS-PAGOS-NO-CARGADOS > 0
              MOVE SPACES TO REPORTE-LINE
              STRING "PAGOS NO VERIFICADOS (EXCEDEN LA TABLA): "
                     WS-PAGOS-NO-CARGADOS
                     DELIMITED BY SIZE INTO REPORTE-LINE
              WRITE REPORTE-LINE
           END-IF
           MOVE SPACES TO REPORTE-LINE
           WRITE REPORTE-LINE
           MOVE "VALORES A Y B POR PAR DE ARCHIVOS:" TO REPORTE-LINE
           WRITE REPORTE-LINE
           MOVE "  MAESTRO/HIST     A = ACUMULADO DEL MAESTRO, "
              TO REPORTE-LINE
           MOVE "B = SUMA DEL HISTORICO" TO REPORTE-LINE(48:22)
           WRITE REPORTE-LINE
           MOVE "  DEDUC-EMP/HIST   A = ORIGINAL - RESTANTE, "
              TO REPORTE-LINE
           MOVE "B = DEDUCCIONES - RETENCIONES" TO REPORTE-LINE(46:29)
           WRITE REPORTE-LINE
           MOVE "  DEDUCCIONES-EMP  A = SALDO RESTANTE, "
              TO REPORTE-LINE
           MOVE "B = SALDO ORIGINAL" TO REPORTE-LINE(40:18)
           WRITE REPORTE-LINE
           MOVE "  PAGO-ESTADO/HIST, ACH/HIST, VALES/HIST Y "
              TO REPORTE-LINE
           MOVE "ACH+VALES/HIST:" TO REPORTE-LINE(44:15)
           WRITE REPORTE-LINE
           MOVE "                   A = MONTO PAGADO, "
              TO REPORTE-LINE
           MOVE "B = NETO DEL HISTORICO" TO REPORTE-LINE(39:22)
           WRITE REPORTE-LINE.

       GRABAR-ESTADO-INTEGRIDAD.
           OPEN OUTPUT ESTADO-INTEGRIDAD-FILE
           IF WS-ESTADO-STATUS NOT = "00"
              DISPLAY "ERROR AL GRABAR INTEGRIDAD-ESTADO.DAT, ESTADO: "
                      WS-ESTADO-STATUS
           ELSE
              MOVE SPACES TO INTEGRIDAD-ESTADO-RECORD
              MOVE FUNCTION CURRENT-DATE(1:14) TO INT-FECHA-HORA
              MOVE WS-OPERADOR-ID TO INT-OPERADOR
              IF WS-CODIGO-RETORNO = 0
                 SET INT-APROBADA TO TRUE
              ELSE
                 SET INT-FALLIDA TO TRUE
              END-IF
              MOVE WS-EMPLEADOS-REVISADOS TO INT-EMPLEADOS-REVISADOS
              MOVE WS-DIF-ACUMULADOS TO INT-DIF-ACUMULADOS
              MOVE WS-DIF-DEDUCCIONES TO INT-DIF-DEDUCCIONES
              MOVE WS-DIF-PAGOS TO INT-DIF-PAGOS
              MOVE WS-DIF-TOTAL TO INT-DIF-TOTAL
              WRITE INTEGRIDAD-ESTADO-RECORD
              CLOSE ESTADO-INTEGRIDAD-FILE
           END-IF.
