       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVAR-HISTORICO.
       AUTHOR. JOSE-VILCA.

      *****************************************************************
      * ARCHIVO DE LOS HISTORICOS DE NOMINA POR PLAZO DE RETENCION:   *
      * REGISTRO-NOMINA-HIST.DAT, DEDUCCION-DETALLE.DAT,              *
      * ESSALUD-DETALLE.DAT, PAGO-ESTADO.DAT Y                        *
      * LIQUIDACION-HISTORIA.DAT SOLO CRECEN, Y LA VARIANZA, EL       *
      * RESUMEN GERENCIAL Y LA CONSULTA DE PAGOS LOS LEEN COMPLETOS   *
      * EN CADA CORRIDA. COMO ARCHIVAR-BITACORA DE                    *
      * CONSULTA-AUDITORIA, ESTE PROGRAMA PASA LO ANTERIOR A UNA      *
      * FECHA DE CORTE A LOS ARCHIVOS ANUALES (NOMBRE DEL VIVO MAS    *
      * ".A" Y EL ANO, QUE SE CONSERVAN Y SOLO CRECEN) Y REESCRIBE EL *
      * VIVO CON LO RECIENTE.                                         *
      *                                                               *
      * EL PLAZO ES POR ARCHIVO, EN MESES, EN ARCHIVO-RETENCION.DAT   *
      * (0 = NO SE ARCHIVA); SI NO EXISTE SE CREA CON LOS PLAZOS      *
      * ESTANDAR. EL CORTE ES EL PRIMER DIA DEL MES QUE RESULTA DE    *
      * RESTAR EL PLAZO A HOY, PERO NUNCA PASA DE LA FECHA PROTEGIDA: *
      *  - PARA EL HISTORICO Y EL DETALLE DE DEDUCCIONES, EL 1 DE     *
      *    ENERO DEL ULTIMO ANO CERRADO: EL ANO ABIERTO LO NECESITAN  *
      *    SU CIERRE, LOS AJUSTES RETROACTIVOS Y LA VERIFICACION DE   *
      *    LOS ACUMULADOS, Y EL ULTIMO CERRADO LA PARTICIPACION EN    *
      *    UTILIDADES. SIN NINGUN CIERRE NO SE ARCHIVAN.              *
      *  - PARA TODOS, EL INICIO DEL PERIODO DE CTS ANTERIOR AL       *
      *    VIGENTE (NOV-ABR / MAY-OCT), QUE SE DEPOSITA DESPUES DE    *
      *    TERMINADO.                                                 *
      * CADA ARCHIVO SE RESPALDA ANTES DE TOCARLO (RESPALDO-ARCHIVO). *
      * EL VIVO NUEVO SE RELEE Y SOLO REEMPLAZA AL ANTERIOR SI LOS    *
      * REGISTROS Y EL MONTO DE ANTES SON IGUALES A LOS DE DESPUES    *
      * MAS LOS ARCHIVADOS. ARCHIVO-REPORTE.TXT DEJA LAS CIFRAS DE    *
      * CADA ARCHIVO Y ARCHIVO-CONTROL.DAT EL CORTE Y LOS ANOS        *
      * ARCHIVADOS, QUE LEEN LOS PROGRAMAS QUE CONSULTAN PERIODOS     *
      * VIEJOS.                                                       *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENCION-FILE ASSIGN TO "ARCHIVO-RETENCION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENCION-STATUS.

           SELECT CONTROL-ARCHIVO-FILE ASSIGN TO "ARCHIVO-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT YTD-HISTORIA-FILE ASSIGN TO "YTD-HISTORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.

           SELECT REGISTRO-HIST-FILE ASSIGN TO WS-NOMBRE-LECTURA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LECTURA-STATUS.

           SELECT REG-HIST-NUEVO-FILE ASSIGN TO WS-NOMBRE-NUEVO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NUEVO-STATUS.

           SELECT REG-HIST-ANUAL-FILE ASSIGN TO WS-NOMBRE-ANUAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANUAL-STATUS.

           SELECT DEDUCCION-DETALLE-FILE ASSIGN TO WS-NOMBRE-LECTURA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LECTURA-STATUS.

           SELECT DED-DET-NUEVO-FILE ASSIGN TO WS-NOMBRE-NUEVO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NUEVO-STATUS.

           SELECT DED-DET-ANUAL-FILE ASSIGN TO WS-NOMBRE-ANUAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANUAL-STATUS.

           SELECT ESSALUD-DETALLE-FILE ASSIGN TO WS-NOMBRE-LECTURA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LECTURA-STATUS.

           SELECT ESSALUD-NUEVO-FILE ASSIGN TO WS-NOMBRE-NUEVO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NUEVO-STATUS.

           SELECT ESSALUD-ANUAL-FILE ASSIGN TO WS-NOMBRE-ANUAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANUAL-STATUS.

           SELECT PAGO-ESTADO-FILE ASSIGN TO WS-NOMBRE-LECTURA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LECTURA-STATUS.

           SELECT PAGO-ESTADO-NUEVO-FILE ASSIGN TO WS-NOMBRE-NUEVO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NUEVO-STATUS.

           SELECT PAGO-ESTADO-ANUAL-FILE ASSIGN TO WS-NOMBRE-ANUAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANUAL-STATUS.

           SELECT LIQUIDACION-HIST-FILE ASSIGN TO WS-NOMBRE-LECTURA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LECTURA-STATUS.

           SELECT LIQ-HIST-NUEVO-FILE ASSIGN TO WS-NOMBRE-NUEVO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NUEVO-STATUS.

           SELECT LIQ-HIST-ANUAL-FILE ASSIGN TO WS-NOMBRE-ANUAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANUAL-STATUS.

           SELECT REPORTE-FILE ASSIGN TO "ARCHIVO-REPORTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT-TRAIL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * PLAZO DE RETENCION EN MESES POR ARCHIVO VIVO.
       FD  RETENCION-FILE.
       01  RETENCION-RECORD.
           05 RET-ARCHIVO              PIC X(24).
           05 RET-MESES                PIC 9(03).

       FD  CONTROL-ARCHIVO-FILE.
           COPY ARCHIVO-CONTROL-RECORD.

       FD  YTD-HISTORIA-FILE.
       01  YTD-HISTORIA-RECORD.
           05 HIST-EMP-ID              PIC X(06).
           05 HIST-ANO                 PIC 9(04).
           05 HIST-YTD-GROSS           PIC 9(08)V99.
           05 HIST-YTD-DEDUCCIONES     PIC 9(08)V99.
           05 HIST-YTD-HORAS-EXTRAS    PIC 9(05)V9999.

      *****************************************************************
      * CADA ARCHIVO VIVO SE LEE CON SU PROPIO FORMATO (PARA TOMAR SU *
      * FECHA Y SU MONTO) Y SE COPIA TAL CUAL AL VIVO NUEVO O AL      *
      * ARCHIVO ANUAL, DE IGUAL LARGO. EL VIVO NUEVO SE RELEE CON EL  *
      * MISMO FD DEL VIVO PARA LA CUADRATURA.                         *
      *****************************************************************
       FD  REGISTRO-HIST-FILE.
           COPY REGISTRO-HIST-RECORD.

       FD  REG-HIST-NUEVO-FILE.
       01  REG-HIST-NUEVO-RECORD       PIC X(58).

       FD  REG-HIST-ANUAL-FILE.
       01  REG-HIST-ANUAL-RECORD       PIC X(58).

       FD  DEDUCCION-DETALLE-FILE.
           COPY DEDUCCION-DETALLE-RECORD.

       FD  DED-DET-NUEVO-FILE.
       01  DED-DET-NUEVO-RECORD        PIC X(29).

       FD  DED-DET-ANUAL-FILE.
       01  DED-DET-ANUAL-RECORD        PIC X(29).

       FD  ESSALUD-DETALLE-FILE.
       01  ESSALUD-DETALLE-RECORD.
           05 ESS-EMP-ID                PIC X(06).
           05 ESS-FECHA                 PIC 9(08).
           05 ESS-BASE                  PIC 9(06)V99.
           05 ESS-APORTE                PIC 9(06)V99.

       FD  ESSALUD-NUEVO-FILE.
       01  ESSALUD-NUEVO-RECORD        PIC X(30).

       FD  ESSALUD-ANUAL-FILE.
       01  ESSALUD-ANUAL-RECORD        PIC X(30).

       FD  PAGO-ESTADO-FILE.
           COPY PAGO-ESTADO-RECORD.

       FD  PAGO-ESTADO-NUEVO-FILE.
       01  PAGO-ESTADO-NUEVO-RECORD    PIC X(55).

       FD  PAGO-ESTADO-ANUAL-FILE.
       01  PAGO-ESTADO-ANUAL-RECORD    PIC X(55).

       FD  LIQUIDACION-HIST-FILE.
       01  LIQUIDACION-HIST-RECORD.
           05 LIQ-EMP-ID               PIC X(06).
           05 LIQ-FECHA-PROCESO        PIC 9(08).
           05 LIQ-FECHA-CESE           PIC 9(08).
           05 LIQ-MONTO-TOTAL          PIC 9(08)V99.

       FD  LIQ-HIST-NUEVO-FILE.
       01  LIQ-HIST-NUEVO-RECORD       PIC X(32).

       FD  LIQ-HIST-ANUAL-FILE.
       01  LIQ-HIST-ANUAL-RECORD       PIC X(32).

       FD  REPORTE-FILE.
       01  REPORTE-LINE                PIC X(80).

       FD  AUDIT-LOG-FILE.
           COPY AUDIT-LOG-RECORD.

       WORKING-STORAGE SECTION.

      ***************************
      * CONTROL DE ARCHIVOS     *
      ***************************
       01 WS-RETENCION-STATUS          PIC X(02).
       01 WS-CONTROL-STATUS            PIC X(02).
       01 WS-HISTORIA-STATUS           PIC X(02).
       01 WS-LECTURA-STATUS            PIC X(02).
       01 WS-NUEVO-STATUS              PIC X(02).
       01 WS-ANUAL-STATUS              PIC X(02).
       01 WS-REPORTE-STATUS            PIC X(02).
       01 WS-AUDIT-STATUS              PIC X(02).
       01 WS-FIN-RETENCION-OK          PIC X          VALUE 'N'.
          88 WS-FIN-RETENCION                         VALUE 'S'.
       01 WS-FIN-CONTROL-OK            PIC X          VALUE 'N'.
          88 WS-FIN-CONTROL                           VALUE 'S'.
       01 WS-FIN-HISTORIA-OK           PIC X          VALUE 'N'.
          88 WS-FIN-HISTORIA                          VALUE 'S'.
       01 WS-FIN-LECTURA-OK            PIC X          VALUE 'N'.
          88 WS-FIN-LECTURA                           VALUE 'S'.

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
                                       VALUE "ARCHIVAR-HISTORICO".
       01 WS-RUN-RESULTADO             PIC X(01)      VALUE '0'.
          88 WS-EJECUCION-DENEGADA                    VALUE '1'.

      **************************************
      * RESPALDO PREVIO DE CADA ARCHIVO     *
      **************************************
       01 WS-RESPALDO-ARCHIVO          PIC X(24)      VALUE SPACE.
       01 WS-RESPALDO-RESULTADO        PIC X(01)      VALUE '0'.
          88 WS-RESPALDO-FALLIDO                      VALUE '1'.

      **************************************
      * ARCHIVOS QUE SE ARCHIVAN, EN ESTE   *
      * ORDEN: 1 HISTORICO, 2 DETALLE DE    *
      * DEDUCCIONES, 3 ESSALUD, 4 ESTADO DE *
      * PAGOS, 5 LIQUIDACIONES. LOS PLAZOS  *
      * SON LOS ESTANDAR HASTA QUE SE LEE   *
      * ARCHIVO-RETENCION.DAT.              *
      **************************************
       01 WS-TABLA-ARCHIVOS.
          05 WS-ARCHIVO-ENTRADA OCCURS 5 TIMES
                                       INDEXED BY WS-IDX-ARH.
             10 WS-ARH-NOMBRE          PIC X(24).
             10 WS-ARH-MESES           PIC 9(03).
             10 WS-ARH-PROTEGIDA       PIC 9(08).
             10 WS-ARH-CORTE           PIC 9(08).
             10 WS-ARH-CORTE-ANTERIOR  PIC 9(08).
             10 WS-ARH-PRIMER-ANO      PIC 9(04).
             10 WS-ARH-ULTIMO-ANO      PIC 9(04).
             10 WS-ARH-FECHA-PROCESO   PIC X(14).
             10 WS-ARH-OPERADOR        PIC X(08).
       01 WS-NUMERO-ARCHIVO            PIC 9(01)      VALUE 0.
       01 WS-ARCHIVO-CONOCIDO-OK       PIC X          VALUE 'N'.
          88 WS-ARCHIVO-CONOCIDO                      VALUE 'S'.

      **************************************
      * FECHAS DEL CORTE                    *
      **************************************
       01 WS-FECHA-HOY                 PIC 9(08)      VALUE 0.
       01 WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
          05 WS-HOY-ANO                PIC 9(04).
          05 WS-HOY-MES                PIC 9(02).
          05 WS-HOY-DIA                PIC 9(02).
       01 WS-ANO-CERRADO-MAYOR         PIC 9(04)      VALUE 0.
       01 WS-FECHA-PROTEGIDA-CTS       PIC 9(08)      VALUE 0.
       01 WS-FECHA-PROTEGIDA-CIERRE    PIC 9(08)      VALUE 0.
       01 WS-MESES-CALCULO             PIC 9(06)      VALUE 0.
       01 WS-FECHA-CALCULO             PIC 9(08)      VALUE 0.
       01 WS-FECHA-CALCULO-R REDEFINES WS-FECHA-CALCULO.
          05 WS-CALC-ANO               PIC 9(04).
          05 WS-CALC-MES               PIC 9(02).
          05 WS-CALC-DIA               PIC 9(02).
       01 WS-CONFIRMAR                 PIC X(01)      VALUE 'N'.
          88 WS-CONFIRMADO                            VALUE 'S' 's'.

      **************************************
      * NOMBRES DEL ARCHIVO EN PROCESO: EL  *
      * VIVO, EL VIVO NUEVO (.NEW) Y EL     *
      * ANUAL ABIERTO (.Aaaaa)              *
      **************************************
       01 WS-NOMBRE-LECTURA            PIC X(32)      VALUE SPACE.
       01 WS-NOMBRE-VIVO               PIC X(32)      VALUE SPACE.
       01 WS-NOMBRE-NUEVO              PIC X(32)      VALUE SPACE.
       01 WS-NOMBRE-ANUAL              PIC X(32)      VALUE SPACE.
       01 WS-RENOMBRE-RESULTADO        PIC S9(09) COMP-5
                                                      VALUE 0.

      **************************************
      * CIFRAS DEL ARCHIVO EN PROCESO:      *
      * ANTES (EL VIVO ORIGINAL), ARCHIVADO *
      * Y DESPUES (EL VIVO NUEVO RELEIDO)   *
      **************************************
       01 WS-FECHA-REGISTRO            PIC 9(08)      VALUE 0.
       01 WS-ANO-REGISTRO              PIC 9(04)      VALUE 0.
       01 WS-MONTO-REGISTRO            PIC 9(08)V99   VALUE 0.
       01 WS-REGISTRO-ARCHIVABLE-OK    PIC X          VALUE 'N'.
          88 WS-REGISTRO-ARCHIVABLE                   VALUE 'S'.
       01 WS-ERROR-GRABACION-OK        PIC X          VALUE 'N'.
          88 WS-ERROR-GRABACION                       VALUE 'S'.
       01 WS-ANO-ANUAL-ABIERTO         PIC 9(04)      VALUE 0.
       01 WS-CNT-ANTES                 PIC 9(07)      VALUE 0.
       01 WS-CNT-ARCHIVADOS            PIC 9(07)      VALUE 0.
       01 WS-CNT-DESPUES               PIC 9(07)      VALUE 0.
       01 WS-TOT-ANTES                 PIC 9(11)V99   VALUE 0.
       01 WS-TOT-ARCHIVADOS            PIC 9(11)V99   VALUE 0.
       01 WS-TOT-DESPUES               PIC 9(11)V99   VALUE 0.
       01 WS-PRIMER-ANO-CORRIDA        PIC 9(04)      VALUE 0.
       01 WS-ULTIMO-ANO-CORRIDA        PIC 9(04)      VALUE 0.
       01 WS-NOMBRE-MONTO              PIC X(16)      VALUE SPACE.
       01 WS-RESULTADO-ARCHIVO         PIC X(30)      VALUE SPACE.
       01 WS-ARCHIVOS-CON-ERROR        PIC 9(01)      VALUE 0.
       01 WS-TOTAL-ARCHIVADOS          PIC 9(07)      VALUE 0.

      ***************************
      * CAMPOS DE PRESENTACION  *
      ***************************
       01 WS-CONTADOR-DISPLAY          PIC Z,ZZZ,ZZ9.
       01 WS-MONTO-DISPLAY             PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *****************************************************************
      * EL ID DE OPERADOR LLEGA YA VERIFICADO DESDE EL INICIO DE      *
      * SESION DE HOLA-MUNDO (REQ. 023); SOLO SI LLEGA EN BLANCO SE   *
      * PIDE EN PANTALLA.                                             *
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
      * EL ARCHIVO REESCRIBE LOS HISTORICOS QUE LA NOMINA ANEXA: NO
      * PUEDE CORRER MIENTRAS OTRO TRABAJO TENGA EL SISTEMA TOMADO.
           PERFORM REGISTRAR-EJECUCION-INICIO
           IF NOT WS-EJECUCION-DENEGADA
              PERFORM PROCESO-ARCHIVO
              PERFORM REGISTRAR-EJECUCION-FIN
           END-IF
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
           STRING FUNCTION CURRENT-DATE " ARCHIVAR-HISTORICO OPERADOR="
                  WS-OPERADOR-ID " " WS-AUDIT-DESCRIPCION
                  DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           WRITE AUDIT-LOG-LINE
           MOVE SPACES TO WS-AUDIT-DESCRIPCION.

       PROCESO-ARCHIVO.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           PERFORM INICIAR-TABLA-ARCHIVOS
           PERFORM CARGAR-RETENCIONES
           PERFORM DETERMINAR-FECHAS-PROTEGIDAS
           PERFORM CARGAR-CONTROL-ARCHIVO
           PERFORM VARYING WS-IDX-ARH FROM 1 BY 1
                   UNTIL WS-IDX-ARH > 5
              PERFORM CALCULAR-CORTE-ARCHIVO
           END-PERFORM
           PERFORM MOSTRAR-PLAN-ARCHIVO
           DISPLAY "CONFIRMA EL ARCHIVO (S/N): "
           ACCEPT WS-CONFIRMAR
           IF NOT WS-CONFIRMADO
              DISPLAY "ARCHIVO CANCELADO. NO SE MODIFICO NINGUN "
                      "ARCHIVO."
           ELSE
              MOVE "INICIO ARCHIVO DE HISTORICOS"
                 TO WS-AUDIT-DESCRIPCION
              PERFORM ESCRIBIR-AUDITORIA
              MOVE 0 TO WS-ARCHIVOS-CON-ERROR
              MOVE 0 TO WS-TOTAL-ARCHIVADOS
              OPEN OUTPUT REPORTE-FILE
              PERFORM ESCRIBIR-ENCABEZADO-REPORTE
              PERFORM VARYING WS-IDX-ARH FROM 1 BY 1
                      UNTIL WS-IDX-ARH > 5
                 PERFORM PROCESAR-UN-ARCHIVO
              END-PERFORM
              PERFORM GRABAR-CONTROL-ARCHIVO
              MOVE ALL "=" TO REPORTE-LINE
              WRITE REPORTE-LINE
              MOVE SPACES TO REPORTE-LINE
              IF WS-ARCHIVOS-CON-ERROR = 0
                 MOVE "TODOS LOS ARCHIVOS CUADRAN ANTES Y DESPUES."
                    TO REPORTE-LINE
              ELSE
                 STRING "ARCHIVOS CON ERROR (EL VIVO QUEDO SIN "
                        "CAMBIOS): " WS-ARCHIVOS-CON-ERROR
                        DELIMITED BY SIZE INTO REPORTE-LINE
              END-IF
              WRITE REPORTE-LINE
              CLOSE REPORTE-FILE
              DISPLAY "REGISTROS ARCHIVADOS EN TOTAL: "
                      WS-TOTAL-ARCHIVADOS
              IF WS-ARCHIVOS-CON-ERROR > 0
                 DISPLAY "*** " WS-ARCHIVOS-CON-ERROR
                         " ARCHIVO(S) CON ERROR; VER EL REPORTE ***"
              END-IF
              DISPLAY "REPORTE: ARCHIVO-REPORTE.TXT"
              STRING "FIN ARCHIVO DE HISTORICOS ARCHIVADOS="
                     WS-TOTAL-ARCHIVADOS
                     " ERRORES=" WS-ARCHIVOS-CON-ERROR
                     DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
              PERFORM ESCRIBIR-AUDITORIA
           END-IF
           CLOSE AUDIT-LOG-FILE.

       INICIAR-TABLA-ARCHIVOS.
           MOVE "REGISTRO-NOMINA-HIST.DAT" TO WS-ARH-NOMBRE(1)
           MOVE 24 TO WS-ARH-MESES(1)
           MOVE "DEDUCCION-DETALLE.DAT" TO WS-ARH-NOMBRE(2)
           MOVE 24 TO WS-ARH-MESES(2)
           MOVE "ESSALUD-DETALLE.DAT" TO WS-ARH-NOMBRE(3)
           MOVE 24 TO WS-ARH-MESES(3)
           MOVE "PAGO-ESTADO.DAT" TO WS-ARH-NOMBRE(4)
           MOVE 12 TO WS-ARH-MESES(4)
           MOVE "LIQUIDACION-HISTORIA.DAT" TO WS-ARH-NOMBRE(5)
           MOVE 60 TO WS-ARH-MESES(5)
           PERFORM VARYING WS-IDX-ARH FROM 1 BY 1
                   UNTIL WS-IDX-ARH > 5
              MOVE 0 TO WS-ARH-PROTEGIDA(WS-IDX-ARH)
              MOVE 0 TO WS-ARH-CORTE(WS-IDX-ARH)
              MOVE 0 TO WS-ARH-CORTE-ANTERIOR(WS-IDX-ARH)
              MOVE 0 TO WS-ARH-PRIMER-ANO(WS-IDX-ARH)
              MOVE 0 TO WS-ARH-ULTIMO-ANO(WS-IDX-ARH)
              MOVE SPACES TO WS-ARH-FECHA-PROCESO(WS-IDX-ARH)
              MOVE SPACES TO WS-ARH-OPERADOR(WS-IDX-ARH)
           END-PERFORM.

      *****************************************************************
      * LOS PLAZOS SE LEEN DE ARCHIVO-RETENCION.DAT. SI NO EXISTE, SE *
      * CREA CON LOS PLAZOS ESTANDAR PARA QUE QUEDEN A LA VISTA Y SE  *
      * PUEDAN CAMBIAR. UN ARCHIVO QUE NO FIGURA CONSERVA SU PLAZO    *
      * ESTANDAR.                                                     *
      *****************************************************************
       CARGAR-RETENCIONES.
           MOVE 'N' TO WS-FIN-RETENCION-OK
           OPEN INPUT RETENCION-FILE
           IF WS-RETENCION-STATUS = "35"
              PERFORM CREAR-RETENCIONES-OMISION
              OPEN INPUT RETENCION-FILE
           END-IF
           IF WS-RETENCION-STATUS NOT = "00"
              DISPLAY "AVISO: NO SE PUDO LEER ARCHIVO-RETENCION.DAT, "
                      "ESTADO: " WS-RETENCION-STATUS
                      "; SE USAN LOS PLAZOS ESTANDAR."
           ELSE
              PERFORM UNTIL WS-FIN-RETENCION
                 READ RETENCION-FILE
                    AT END
                       SET WS-FIN-RETENCION TO TRUE
                    NOT AT END
                       PERFORM APLICAR-UNA-RETENCION
                 END-READ
              END-PERFORM
              CLOSE RETENCION-FILE
           END-IF.

       APLICAR-UNA-RETENCION.
           MOVE 'N' TO WS-ARCHIVO-CONOCIDO-OK
           PERFORM VARYING WS-IDX-ARH FROM 1 BY 1
                   UNTIL WS-IDX-ARH > 5
              IF WS-ARH-NOMBRE(WS-IDX-ARH) = RET-ARCHIVO
                 IF RET-MESES IS NUMERIC
                    MOVE RET-MESES TO WS-ARH-MESES(WS-IDX-ARH)
                 ELSE
                    DISPLAY "AVISO: PLAZO NO NUMERICO PARA "
                            RET-ARCHIVO "; SE USA EL ESTANDAR."
                 END-IF
                 SET WS-ARCHIVO-CONOCIDO TO TRUE
              END-IF
           END-PERFORM
           IF NOT WS-ARCHIVO-CONOCIDO AND RET-ARCHIVO NOT = SPACE
              DISPLAY "AVISO: ARCHIVO-RETENCION.DAT NOMBRA UN ARCHIVO "
                      "QUE NO SE ARCHIVA: " RET-ARCHIVO
           END-IF.

       CREAR-RETENCIONES-OMISION.
           OPEN OUTPUT RETENCION-FILE
           PERFORM VARYING WS-IDX-ARH FROM 1 BY 1
                   UNTIL WS-IDX-ARH > 5
              MOVE WS-ARH-NOMBRE(WS-IDX-ARH) TO RET-ARCHIVO
              MOVE WS-ARH-MESES(WS-IDX-ARH) TO RET-MESES
              WRITE RETENCION-RECORD
           END-PERFORM
           CLOSE RETENCION-FILE
           DISPLAY "SE CREO ARCHIVO-RETENCION.DAT CON LOS PLAZOS "
                   "ESTANDAR (MESES).".

      *****************************************************************
      * FECHAS QUE EL CORTE NUNCA PASA. PERIODOS DE CTS: NOV-ABR SE   *
      * DEPOSITA EN MAYO Y MAY-OCT EN NOVIEMBRE; SE PROTEGE DESDE EL  *
      * INICIO DEL PERIODO ANTERIOR AL VIGENTE. EL ANO ABIERTO ES EL  *
      * SIGUIENTE AL ULTIMO CERRADO EN YTD-HISTORIA.DAT.              *
      *****************************************************************
       DETERMINAR-FECHAS-PROTEGIDAS.
           EVALUATE TRUE
              WHEN WS-HOY-MES >= 5 AND WS-HOY-MES <= 10
                 COMPUTE WS-FECHA-PROTEGIDA-CTS =
                    (WS-HOY-ANO - 1) * 10000 + 1101
              WHEN WS-HOY-MES >= 11
                 COMPUTE WS-FECHA-PROTEGIDA-CTS =
                    WS-HOY-ANO * 10000 + 0501
              WHEN OTHER
                 COMPUTE WS-FECHA-PROTEGIDA-CTS =
                    (WS-HOY-ANO - 1) * 10000 + 0501
           END-EVALUATE
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
           IF WS-ANO-CERRADO-MAYOR = 0
              MOVE 0 TO WS-FECHA-PROTEGIDA-CIERRE
           ELSE
              COMPUTE WS-FECHA-PROTEGIDA-CIERRE =
                 WS-ANO-CERRADO-MAYOR * 10000 + 0101
              IF WS-FECHA-PROTEGIDA-CIERRE > WS-FECHA-PROTEGIDA-CTS
                 MOVE WS-FECHA-PROTEGIDA-CTS
                    TO WS-FECHA-PROTEGIDA-CIERRE
              END-IF
           END-IF
           MOVE WS-FECHA-PROTEGIDA-CIERRE TO WS-ARH-PROTEGIDA(1)
           MOVE WS-FECHA-PROTEGIDA-CIERRE TO WS-ARH-PROTEGIDA(2)
           MOVE WS-FECHA-PROTEGIDA-CTS TO WS-ARH-PROTEGIDA(3)
           MOVE WS-FECHA-PROTEGIDA-CTS TO WS-ARH-PROTEGIDA(4)
           MOVE WS-FECHA-PROTEGIDA-CTS TO WS-ARH-PROTEGIDA(5).

       CARGAR-CONTROL-ARCHIVO.
           MOVE 'N' TO WS-FIN-CONTROL-OK
           OPEN INPUT CONTROL-ARCHIVO-FILE
           IF WS-CONTROL-STATUS = "00"
              PERFORM UNTIL WS-FIN-CONTROL
                 READ CONTROL-ARCHIVO-FILE
                    AT END
                       SET WS-FIN-CONTROL TO TRUE
                    NOT AT END
                       PERFORM VARYING WS-IDX-ARH FROM 1 BY 1
                               UNTIL WS-IDX-ARH > 5
                          IF WS-ARH-NOMBRE(WS-IDX-ARH) = ARC-ARCHIVO
                             MOVE ARC-FECHA-CORTE
                                TO WS-ARH-CORTE-ANTERIOR(WS-IDX-ARH)
                             MOVE ARC-PRIMER-ANO
                                TO WS-ARH-PRIMER-ANO(WS-IDX-ARH)
                             MOVE ARC-ULTIMO-ANO
                                TO WS-ARH-ULTIMO-ANO(WS-IDX-ARH)
                             MOVE ARC-FECHA-PROCESO
                                TO WS-ARH-FECHA-PROCESO(WS-IDX-ARH)
                             MOVE ARC-OPERADOR
                                TO WS-ARH-OPERADOR(WS-IDX-ARH)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE CONTROL-ARCHIVO-FILE
           END-IF.

      * CORTE = PRIMER DIA DEL MES DE HOY MENOS EL PLAZO, LIMITADO A LA
      * FECHA PROTEGIDA. CORTE EN CERO = ESE ARCHIVO NO SE TOCA.
       CALCULAR-CORTE-ARCHIVO.
           IF WS-ARH-MESES(WS-IDX-ARH) = 0
              OR WS-ARH-PROTEGIDA(WS-IDX-ARH) = 0
              MOVE 0 TO WS-ARH-CORTE(WS-IDX-ARH)
           ELSE
              COMPUTE WS-MESES-CALCULO =
                 WS-HOY-ANO * 12 + WS-HOY-MES - 1
                 - WS-ARH-MESES(WS-IDX-ARH)
              DIVIDE WS-MESES-CALCULO BY 12 GIVING WS-CALC-ANO
                 REMAINDER WS-CALC-MES
              ADD 1 TO WS-CALC-MES
              MOVE 1 TO WS-CALC-DIA
              IF WS-FECHA-CALCULO > WS-ARH-PROTEGIDA(WS-IDX-ARH)
                 MOVE WS-ARH-PROTEGIDA(WS-IDX-ARH)
                    TO WS-ARH-CORTE(WS-IDX-ARH)
              ELSE
                 MOVE WS-FECHA-CALCULO TO WS-ARH-CORTE(WS-IDX-ARH)
              END-IF
           END-IF.

       MOSTRAR-PLAN-ARCHIVO.
           DISPLAY " "
           DISPLAY "ARCHIVO DE HISTORICOS - SE ARCHIVA LO ANTERIOR AL "
                   "CORTE DE CADA ARCHIVO:"
           IF WS-ANO-CERRADO-MAYOR = 0
              DISPLAY "  (SIN CIERRES ANUALES: EL HISTORICO Y EL "
                      "DETALLE DE DEDUCCIONES NO SE ARCHIVAN)"
           END-IF
           PERFORM VARYING WS-IDX-ARH FROM 1 BY 1
                   UNTIL WS-IDX-ARH > 5
              IF WS-ARH-CORTE(WS-IDX-ARH) = 0
                 DISPLAY "  " WS-ARH-NOMBRE(WS-IDX-ARH)
                         " NO SE ARCHIVA"
              ELSE
                 DISPLAY "  " WS-ARH-NOMBRE(WS-IDX-ARH)
                         " PLAZO " WS-ARH-MESES(WS-IDX-ARH)
                         " MESES, CORTE " WS-ARH-CORTE(WS-IDX-ARH)
              END-IF
           END-PERFORM.

       PROCESAR-UN-ARCHIVO.
           MOVE 0 TO WS-CNT-ANTES
           MOVE 0 TO WS-CNT-ARCHIVADOS
           MOVE 0 TO WS-CNT-DESPUES
           MOVE 0 TO WS-TOT-ANTES
           MOVE 0 TO WS-TOT-ARCHIVADOS
           MOVE 0 TO WS-TOT-DESPUES
           MOVE 0 TO WS-PRIMER-ANO-CORRIDA
           MOVE 0 TO WS-ULTIMO-ANO-CORRIDA
           MOVE 0 TO WS-ANO-ANUAL-ABIERTO
           MOVE 'N' TO WS-ERROR-GRABACION-OK
           MOVE WS-ARH-NOMBRE(WS-IDX-ARH) TO WS-NOMBRE-VIVO
           MOVE WS-ARH-NOMBRE(WS-IDX-ARH) TO WS-NOMBRE-LECTURA
           MOVE SPACES TO WS-NOMBRE-NUEVO
           STRING WS-ARH-NOMBRE(WS-IDX-ARH) DELIMITED BY "."
                  ".NEW" DELIMITED BY SIZE
                  INTO WS-NOMBRE-NUEVO
           SET WS-NUMERO-ARCHIVO TO WS-IDX-ARH
           EVALUATE WS-NUMERO-ARCHIVO
              WHEN 1
                 MOVE "BRUTO" TO WS-NOMBRE-MONTO
              WHEN 2
                 MOVE "MONTO" TO WS-NOMBRE-MONTO
              WHEN 3
                 MOVE "APORTE" TO WS-NOMBRE-MONTO
              WHEN 4
                 MOVE "MONTO PAGADO" TO WS-NOMBRE-MONTO
              WHEN OTHER
                 MOVE "TOTAL LIQUIDADO" TO WS-NOMBRE-MONTO
           END-EVALUATE
           IF WS-ARH-CORTE(WS-IDX-ARH) = 0
              MOVE "NO SE ARCHIVA" TO WS-RESULTADO-ARCHIVO
              PERFORM ESCRIBIR-RESULTADO-ARCHIVO
           ELSE
              MOVE WS-ARH-NOMBRE(WS-IDX-ARH) TO WS-RESPALDO-ARCHIVO
              CALL "RESPALDO-ARCHIVO" USING WS-RESPALDO-ARCHIVO
                 WS-RESPALDO-RESULTADO
              END-CALL
              IF WS-RESPALDO-FALLIDO
                 MOVE "ERROR: SIN RESPALDO PREVIO"
                    TO WS-RESULTADO-ARCHIVO
                 ADD 1 TO WS-ARCHIVOS-CON-ERROR
                 PERFORM ESCRIBIR-RESULTADO-ARCHIVO
              ELSE
                 EVALUATE WS-NUMERO-ARCHIVO
                    WHEN 1
                       PERFORM ARCHIVAR-REGISTRO-HIST
                    WHEN 2
                       PERFORM ARCHIVAR-DEDUCCION-DETALLE
                    WHEN 3
                       PERFORM ARCHIVAR-ESSALUD-DETALLE
                    WHEN 4
                       PERFORM ARCHIVAR-PAGO-ESTADO
                    WHEN OTHER
                       PERFORM ARCHIVAR-LIQUIDACION-HIST
                 END-EVALUATE
              END-IF
           END-IF.

      *****************************************************************
      * COMUN A LOS CINCO ARCHIVOS: CADA REGISTRO LEIDO DEL VIVO      *
      * SUMA A LAS CIFRAS DE ANTES Y SE DECIDE SI VA AL ANUAL. UN     *
      * CAMBIO DE ANO RESPECTO DEL ANUAL ABIERTO OBLIGA A CERRARLO Y  *
      * ABRIR EL DEL ANO NUEVO (EL VIVO ESTA EN ORDEN DE LOTE, ASI    *
      * QUE ESTO PASA UNA VEZ POR ANO). UN REGISTRO CUENTA COMO       *
      * ARCHIVADO SOLO SI EL ANUAL LO ACEPTO CON ESTADO "00"; UNA     *
      * FALLA DE APERTURA O GRABACION EN EL ANUAL O EN EL VIVO NUEVO  *
      * CORTA LA LECTURA Y DEJA EL VIVO SIN REEMPLAZAR.               *
      *****************************************************************
       CLASIFICAR-REGISTRO.
           ADD 1 TO WS-CNT-ANTES
           ADD WS-MONTO-REGISTRO TO WS-TOT-ANTES
           IF WS-FECHA-REGISTRO < WS-ARH-CORTE(WS-IDX-ARH)
              SET WS-REGISTRO-ARCHIVABLE TO TRUE
              MOVE WS-FECHA-REGISTRO(1:4) TO WS-ANO-REGISTRO
           ELSE
              MOVE 'N' TO WS-REGISTRO-ARCHIVABLE-OK
           END-IF.

       VERIFICAR-GRABACION-ANUAL.
           IF WS-ANUAL-STATUS NOT = "00"
              SET WS-ERROR-GRABACION TO TRUE
           ELSE
              ADD 1 TO WS-CNT-ARCHIVADOS
              ADD WS-MONTO-REGISTRO TO WS-TOT-ARCHIVADOS
              IF WS-PRIMER-ANO-CORRIDA = 0
                 OR WS-ANO-REGISTRO < WS-PRIMER-ANO-CORRIDA
                 MOVE WS-ANO-REGISTRO TO WS-PRIMER-ANO-CORRIDA
              END-IF
              IF WS-ANO-REGISTRO > WS-ULTIMO-ANO-CORRIDA
                 MOVE WS-ANO-REGISTRO TO WS-ULTIMO-ANO-CORRIDA
              END-IF
           END-IF.

       VERIFICAR-GRABACION-NUEVO.
           IF WS-NUEVO-STATUS NOT = "00"
              SET WS-ERROR-GRABACION TO TRUE
           END-IF.

       PREPARAR-NOMBRE-ANUAL.
           MOVE WS-ANO-REGISTRO TO WS-ANO-ANUAL-ABIERTO
           MOVE SPACES TO WS-NOMBRE-ANUAL
           STRING WS-NOMBRE-VIVO DELIMITED BY SPACE
                  ".A" WS-ANO-REGISTRO DELIMITED BY SIZE
                  INTO WS-NOMBRE-ANUAL.

       CONTAR-REGISTRO-DESPUES.
           ADD 1 TO WS-CNT-DESPUES
           ADD WS-MONTO-REGISTRO TO WS-TOT-DESPUES.

       ARCHIVAR-REGISTRO-HIST.
           OPEN INPUT REGISTRO-HIST-FILE
           IF WS-LECTURA-STATUS NOT = "00"
              MOVE "NO EXISTE, NADA QUE ARCHIVAR"
                 TO WS-RESULTADO-ARCHIVO
              PERFORM ESCRIBIR-RESULTADO-ARCHIVO
           ELSE
              OPEN OUTPUT REG-HIST-NUEVO-FILE
              PERFORM VERIFICAR-GRABACION-NUEVO
              MOVE 'N' TO WS-FIN-LECTURA-OK
              PERFORM UNTIL WS-FIN-LECTURA OR WS-ERROR-GRABACION
                 READ REGISTRO-HIST-FILE
                    AT END
                       SET WS-FIN-LECTURA TO TRUE
                    NOT AT END
                       MOVE RGH-LOTE-FECHA TO WS-FECHA-REGISTRO
                       MOVE RGH-BRUTO TO WS-MONTO-REGISTRO
                       PERFORM CLASIFICAR-REGISTRO
                       IF WS-REGISTRO-ARCHIVABLE
                          IF WS-ANO-REGISTRO NOT = WS-ANO-ANUAL-ABIERTO
                             PERFORM ABRIR-ANUAL-REG-HIST
                          END-IF
                          WRITE REG-HIST-ANUAL-RECORD
                             FROM REGISTRO-HIST-RECORD
                          PERFORM VERIFICAR-GRABACION-ANUAL
                       ELSE
                          WRITE REG-HIST-NUEVO-RECORD
                             FROM REGISTRO-HIST-RECORD
                          PERFORM VERIFICAR-GRABACION-NUEVO
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-ANO-ANUAL-ABIERTO NOT = 0
                 CLOSE REG-HIST-ANUAL-FILE
              END-IF
              CLOSE REG-HIST-NUEVO-FILE
              CLOSE REGISTRO-HIST-FILE
              IF NOT WS-ERROR-GRABACION
                 MOVE WS-NOMBRE-NUEVO TO WS-NOMBRE-LECTURA
                 OPEN INPUT REGISTRO-HIST-FILE
                 IF WS-LECTURA-STATUS NOT = "00"
                    SET WS-ERROR-GRABACION TO TRUE
                 END-IF
                 MOVE 'N' TO WS-FIN-LECTURA-OK
                 PERFORM UNTIL WS-FIN-LECTURA OR WS-ERROR-GRABACION
                    READ REGISTRO-HIST-FILE
                       AT END
                          SET WS-FIN-LECTURA TO TRUE
                       NOT AT END
                          MOVE RGH-BRUTO TO WS-MONTO-REGISTRO
                          PERFORM CONTAR-REGISTRO-DESPUES
                    END-READ
                 END-PERFORM
                 CLOSE REGISTRO-HIST-FILE
              END-IF
              PERFORM CERRAR-ARCHIVO-VIVO
           END-IF.

       ABRIR-ANUAL-REG-HIST.
           IF WS-ANO-ANUAL-ABIERTO NOT = 0
              CLOSE REG-HIST-ANUAL-FILE
           END-IF
           PERFORM PREPARAR-NOMBRE-ANUAL
           OPEN EXTEND REG-HIST-ANUAL-FILE
           IF WS-ANUAL-STATUS NOT = "00"
              OPEN OUTPUT REG-HIST-ANUAL-FILE
              IF WS-ANUAL-STATUS NOT = "00"
                 SET WS-ERROR-GRABACION TO TRUE
              END-IF
           END-IF.

       ARCHIVAR-DEDUCCION-DETALLE.
           OPEN INPUT DEDUCCION-DETALLE-FILE
           IF WS-LECTURA-STATUS NOT = "00"
              MOVE "NO EXISTE, NADA QUE ARCHIVAR"
                 TO WS-RESULTADO-ARCHIVO
              PERFORM ESCRIBIR-RESULTADO-ARCHIVO
           ELSE
              OPEN OUTPUT DED-DET-NUEVO-FILE
              PERFORM VERIFICAR-GRABACION-NUEVO
              MOVE 'N' TO WS-FIN-LECTURA-OK
              PERFORM UNTIL WS-FIN-LECTURA OR WS-ERROR-GRABACION
                 READ DEDUCCION-DETALLE-FILE
                    AT END
                       SET WS-FIN-LECTURA TO TRUE
                    NOT AT END
                       MOVE DED-DET-FECHA TO WS-FECHA-REGISTRO
                       MOVE DED-DET-MONTO TO WS-MONTO-REGISTRO
                       PERFORM CLASIFICAR-REGISTRO
                       IF WS-REGISTRO-ARCHIVABLE
                          IF WS-ANO-REGISTRO NOT = WS-ANO-ANUAL-ABIERTO
                             PERFORM ABRIR-ANUAL-DED-DET
                          END-IF
                          WRITE DED-DET-ANUAL-RECORD
                             FROM DEDUCCION-DETALLE-RECORD
                          PERFORM VERIFICAR-GRABACION-ANUAL
                       ELSE
                          WRITE DED-DET-NUEVO-RECORD
                             FROM DEDUCCION-DETALLE-RECORD
                          PERFORM VERIFICAR-GRABACION-NUEVO
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-ANO-ANUAL-ABIERTO NOT = 0
                 CLOSE DED-DET-ANUAL-FILE
              END-IF
              CLOSE DED-DET-NUEVO-FILE
              CLOSE DEDUCCION-DETALLE-FILE
              IF NOT WS-ERROR-GRABACION
                 MOVE WS-NOMBRE-NUEVO TO WS-NOMBRE-LECTURA
                 OPEN INPUT DEDUCCION-DETALLE-FILE
                 IF WS-LECTURA-STATUS NOT = "00"
                    SET WS-ERROR-GRABACION TO TRUE
                 END-IF
                 MOVE 'N' TO WS-FIN-LECTURA-OK
                 PERFORM UNTIL WS-FIN-LECTURA OR WS-ERROR-GRABACION
                    READ DEDUCCION-DETALLE-FILE
                       AT END
                          SET WS-FIN-LECTURA TO TRUE
                       NOT AT END
                          MOVE DED-DET-MONTO TO WS-MONTO-REGISTRO
                          PERFORM CONTAR-REGISTRO-DESPUES
                    END-READ
                 END-PERFORM
                 CLOSE DEDUCCION-DETALLE-FILE
              END-IF
              PERFORM CERRAR-ARCHIVO-VIVO
           END-IF.

       ABRIR-ANUAL-DED-DET.
           IF WS-ANO-ANUAL-ABIERTO NOT = 0
              CLOSE DED-DET-ANUAL-FILE
           END-IF
           PERFORM PREPARAR-NOMBRE-ANUAL
           OPEN EXTEND DED-DET-ANUAL-FILE
           IF WS-ANUAL-STATUS NOT = "00"
              OPEN OUTPUT DED-DET-ANUAL-FILE
              IF WS-ANUAL-STATUS NOT = "00"
                 SET WS-ERROR-GRABACION TO TRUE
              END-IF
           END-IF.

       ARCHIVAR-ESSALUD-DETALLE.
           OPEN INPUT ESSALUD-DETALLE-FILE
           IF WS-LECTURA-STATUS NOT = "00"
              MOVE "NO EXISTE, NADA QUE ARCHIVAR"
                 TO WS-RESULTADO-ARCHIVO
              PERFORM ESCRIBIR-RESULTADO-ARCHIVO
           ELSE
              OPEN OUTPUT ESSALUD-NUEVO-FILE
              PERFORM VERIFICAR-GRABACION-NUEVO
              MOVE 'N' TO WS-FIN-LECTURA-OK
              PERFORM UNTIL WS-FIN-LECTURA OR WS-ERROR-GRABACION
                 READ ESSALUD-DETALLE-FILE
                    AT END
                       SET WS-FIN-LECTURA TO TRUE
                    NOT AT END
                       MOVE ESS-FECHA TO WS-FECHA-REGISTRO
                       MOVE ESS-APORTE TO WS-MONTO-REGISTRO
                       PERFORM CLASIFICAR-REGISTRO
                       IF WS-REGISTRO-ARCHIVABLE
                          IF WS-ANO-REGISTRO NOT = WS-ANO-ANUAL-ABIERTO
                             PERFORM ABRIR-ANUAL-ESSALUD
                          END-IF
                          WRITE ESSALUD-ANUAL-RECORD
                             FROM ESSALUD-DETALLE-RECORD
                          PERFORM VERIFICAR-GRABACION-ANUAL
                       ELSE
                          WRITE ESSALUD-NUEVO-RECORD
                             FROM ESSALUD-DETALLE-RECORD
                          PERFORM VERIFICAR-GRABACION-NUEVO
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-ANO-ANUAL-ABIERTO NOT = 0
                 CLOSE ESSALUD-ANUAL-FILE
              END-IF
              CLOSE ESSALUD-NUEVO-FILE
              CLOSE ESSALUD-DETALLE-FILE
              IF NOT WS-ERROR-GRABACION
                 MOVE WS-NOMBRE-NUEVO TO WS-NOMBRE-LECTURA
                 OPEN INPUT ESSALUD-DETALLE-FILE
                 IF WS-LECTURA-STATUS NOT = "00"
                    SET WS-ERROR-GRABACION TO TRUE
                 END-IF
                 MOVE 'N' TO WS-FIN-LECTURA-OK
                 PERFORM UNTIL WS-FIN-LECTURA OR WS-ERROR-GRABACION
                    READ ESSALUD-DETALLE-FILE
                       AT END
                          SET WS-FIN-LECTURA TO TRUE
                       NOT AT END
                          MOVE ESS-APORTE TO WS-MONTO-REGISTRO
                          PERFORM CONTAR-REGISTRO-DESPUES
                    END-READ
                 END-PERFORM
                 CLOSE ESSALUD-DETALLE-FILE
              END-IF
              PERFORM CERRAR-ARCHIVO-VIVO
           END-IF.

       ABRIR-ANUAL-ESSALUD.
           IF WS-ANO-ANUAL-ABIERTO NOT = 0
              CLOSE ESSALUD-ANUAL-FILE
           END-IF
           PERFORM PREPARAR-NOMBRE-ANUAL
           OPEN EXTEND ESSALUD-ANUAL-FILE
           IF WS-ANUAL-STATUS NOT = "00"
              OPEN OUTPUT ESSALUD-ANUAL-FILE
              IF WS-ANUAL-STATUS NOT = "00"
                 SET WS-ERROR-GRABACION TO TRUE
              END-IF
           END-IF.

       ARCHIVAR-PAGO-ESTADO.
           OPEN INPUT PAGO-ESTADO-FILE
           IF WS-LECTURA-STATUS NOT = "00"
              MOVE "NO EXISTE, NADA QUE ARCHIVAR"
                 TO WS-RESULTADO-ARCHIVO
              PERFORM ESCRIBIR-RESULTADO-ARCHIVO
           ELSE
              OPEN OUTPUT PAGO-ESTADO-NUEVO-FILE
              PERFORM VERIFICAR-GRABACION-NUEVO
              MOVE 'N' TO WS-FIN-LECTURA-OK
              PERFORM UNTIL WS-FIN-LECTURA OR WS-ERROR-GRABACION
                 READ PAGO-ESTADO-FILE
                    AT END
                       SET WS-FIN-LECTURA TO TRUE
                    NOT AT END
                       MOVE EST-FECHA-PAGO TO WS-FECHA-REGISTRO
                       MOVE EST-MONTO TO WS-MONTO-REGISTRO
                       PERFORM CLASIFICAR-REGISTRO
                       IF WS-REGISTRO-ARCHIVABLE
                          IF WS-ANO-REGISTRO NOT = WS-ANO-ANUAL-ABIERTO
                             PERFORM ABRIR-ANUAL-PAGO-ESTADO
                          END-IF
                          WRITE PAGO-ESTADO-ANUAL-RECORD
                             FROM PAGO-ESTADO-RECORD
                          PERFORM VERIFICAR-GRABACION-ANUAL
                       ELSE
                          WRITE PAGO-ESTADO-NUEVO-RECORD
                             FROM PAGO-ESTADO-RECORD
                          PERFORM VERIFICAR-GRABACION-NUEVO
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-ANO-ANUAL-ABIERTO NOT = 0
                 CLOSE PAGO-ESTADO-ANUAL-FILE
              END-IF
              CLOSE PAGO-ESTADO-NUEVO-FILE
              CLOSE PAGO-ESTADO-FILE
              IF NOT WS-ERROR-GRABACION
                 MOVE WS-NOMBRE-NUEVO TO WS-NOMBRE-LECTURA
                 OPEN INPUT PAGO-ESTADO-FILE
                 IF WS-LECTURA-STATUS NOT = "00"
                    SET WS-ERROR-GRABACION TO TRUE
                 END-IF
                 MOVE 'N' TO WS-FIN-LECTURA-OK
                 PERFORM UNTIL WS-FIN-LECTURA OR WS-ERROR-GRABACION
                    READ PAGO-ESTADO-FILE
                       AT END
                          SET WS-FIN-LECTURA TO TRUE
                       NOT AT END
                          MOVE EST-MONTO TO WS-MONTO-REGISTRO
                          PERFORM CONTAR-REGISTRO-DESPUES
                    END-READ
                 END-PERFORM
                 CLOSE PAGO-ESTADO-FILE
              END-IF
              PERFORM CERRAR-ARCHIVO-VIVO
           END-IF.

       ABRIR-ANUAL-PAGO-ESTADO.
           IF WS-ANO-ANUAL-ABIERTO NOT = 0
              CLOSE PAGO-ESTADO-ANUAL-FILE
           END-IF
           PERFORM PREPARAR-NOMBRE-ANUAL
           OPEN EXTEND PAGO-ESTADO-ANUAL-FILE
           IF WS-ANUAL-STATUS NOT = "00"
              OPEN OUTPUT PAGO-ESTADO-ANUAL-FILE
              IF WS-ANUAL-STATUS NOT = "00"
                 SET WS-ERROR-GRABACION TO TRUE
              END-IF
           END-IF.

       ARCHIVAR-LIQUIDACION-HIST.
           OPEN INPUT LIQUIDACION-HIST-FILE
           IF WS-LECTURA-STATUS NOT = "00"
              MOVE "NO EXISTE, NADA QUE ARCHIVAR"
                 TO WS-RESULTADO-ARCHIVO
              PERFORM ESCRIBIR-RESULTADO-ARCHIVO
           ELSE
              OPEN OUTPUT LIQ-HIST-NUEVO-FILE
              PERFORM VERIFICAR-GRABACION-NUEVO
              MOVE 'N' TO WS-FIN-LECTURA-OK
              PERFORM UNTIL WS-FIN-LECTURA OR WS-ERROR-GRABACION
                 READ LIQUIDACION-HIST-FILE
                    AT END
                       SET WS-FIN-LECTURA TO TRUE
                    NOT AT END
                       MOVE LIQ-FECHA-PROCESO TO WS-FECHA-REGISTRO
                       MOVE LIQ-MONTO-TOTAL TO WS-MONTO-REGISTRO
                       PERFORM CLASIFICAR-REGISTRO
                       IF WS-REGISTRO-ARCHIVABLE
                          IF WS-ANO-REGISTRO NOT = WS-ANO-ANUAL-ABIERTO
                             PERFORM ABRIR-ANUAL-LIQ-HIST
                          END-IF
                          WRITE LIQ-HIST-ANUAL-RECORD
                             FROM LIQUIDACION-HIST-RECORD
                          PERFORM VERIFICAR-GRABACION-ANUAL
                       ELSE
                          WRITE LIQ-HIST-NUEVO-RECORD
                             FROM LIQUIDACION-HIST-RECORD
                          PERFORM VERIFICAR-GRABACION-NUEVO
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-ANO-ANUAL-ABIERTO NOT = 0
                 CLOSE LIQ-HIST-ANUAL-FILE
              END-IF
              CLOSE LIQ-HIST-NUEVO-FILE
              CLOSE LIQUIDACION-HIST-FILE
              IF NOT WS-ERROR-GRABACION
                 MOVE WS-NOMBRE-NUEVO TO WS-NOMBRE-LECTURA
                 OPEN INPUT LIQUIDACION-HIST-FILE
                 IF WS-LECTURA-STATUS NOT = "00"
                    SET WS-ERROR-GRABACION TO TRUE
                 END-IF
                 MOVE 'N' TO WS-FIN-LECTURA-OK
                 PERFORM UNTIL WS-FIN-LECTURA OR WS-ERROR-GRABACION
                    READ LIQUIDACION-HIST-FILE
                       AT END
                          SET WS-FIN-LECTURA TO TRUE
                       NOT AT END
                          MOVE LIQ-MONTO-TOTAL TO WS-MONTO-REGISTRO
                          PERFORM CONTAR-REGISTRO-DESPUES
                    END-READ
                 END-PERFORM
                 CLOSE LIQUIDACION-HIST-FILE
              END-IF
              PERFORM CERRAR-ARCHIVO-VIVO
           END-IF.

       ABRIR-ANUAL-LIQ-HIST.
           IF WS-ANO-ANUAL-ABIERTO NOT = 0
              CLOSE LIQ-HIST-ANUAL-FILE
           END-IF
           PERFORM PREPARAR-NOMBRE-ANUAL
           OPEN EXTEND LIQ-HIST-ANUAL-FILE
           IF WS-ANUAL-STATUS NOT = "00"
              OPEN OUTPUT LIQ-HIST-ANUAL-FILE
              IF WS-ANUAL-STATUS NOT = "00"
                 SET WS-ERROR-GRABACION TO TRUE
              END-IF
           END-IF.

      *****************************************************************
      * CUADRATURA: EL VIVO NUEVO SOLO REEMPLAZA AL ANTERIOR SI ANTES *
      * = DESPUES + ARCHIVADO EN REGISTROS Y EN MONTO. SI NO CUADRA,  *
      * EL VIVO QUEDA COMO ESTABA; LO YA ANEXADO A LOS ANUALES SE     *
      * REVISA CONTRA EL RESPALDO ANTES DE REPETIR LA CORRIDA.        *
      *****************************************************************
       CERRAR-ARCHIVO-VIVO.
           MOVE WS-NOMBRE-VIVO TO WS-NOMBRE-LECTURA
           IF WS-ERROR-GRABACION
              MOVE "ERROR: FALLO AL GRABAR ARCHIVO"
                 TO WS-RESULTADO-ARCHIVO
              ADD 1 TO WS-ARCHIVOS-CON-ERROR
           ELSE
              IF WS-CNT-ANTES NOT = WS-CNT-DESPUES + WS-CNT-ARCHIVADOS
                 OR WS-TOT-ANTES NOT =
                    WS-TOT-DESPUES + WS-TOT-ARCHIVADOS
                 MOVE "ERROR: NO CUADRA, VIVO INTACTO"
                    TO WS-RESULTADO-ARCHIVO
                 ADD 1 TO WS-ARCHIVOS-CON-ERROR
              ELSE
                 IF WS-CNT-ARCHIVADOS = 0
                    MOVE "CONFORME, NADA ANTERIOR AL CORTE"
                       TO WS-RESULTADO-ARCHIVO
                 ELSE
                    CALL "CBL_RENAME_FILE" USING WS-NOMBRE-NUEVO
                       WS-NOMBRE-VIVO
                       RETURNING WS-RENOMBRE-RESULTADO
                    END-CALL
                    IF WS-RENOMBRE-RESULTADO NOT = 0
                       MOVE "ERROR: NO SE REEMPLAZO EL VIVO"
                          TO WS-RESULTADO-ARCHIVO
                       ADD 1 TO WS-ARCHIVOS-CON-ERROR
                    ELSE
                       MOVE "CONFORME" TO WS-RESULTADO-ARCHIVO
                       ADD WS-CNT-ARCHIVADOS TO WS-TOTAL-ARCHIVADOS
                       PERFORM ACTUALIZAR-CONTROL-ARCHIVO
                       MOVE SPACES TO WS-AUDIT-DESCRIPCION
                       STRING "ARCH " DELIMITED BY SIZE
                              WS-NOMBRE-VIVO DELIMITED BY SPACE
                              " CORTE " WS-ARH-CORTE(WS-IDX-ARH)
                              " N=" WS-CNT-ARCHIVADOS
                              DELIMITED BY SIZE
                              INTO WS-AUDIT-DESCRIPCION
                       PERFORM ESCRIBIR-AUDITORIA
                    END-IF
                 END-IF
              END-IF
           END-IF
           PERFORM ESCRIBIR-RESULTADO-ARCHIVO.

      * EL CORTE DEL CONTROL NUNCA RETROCEDE: SI SE ALARGA EL PLAZO, LO
      * YA ARCHIVADO SIGUE EN LOS ANUALES Y NO EN EL VIVO.
       ACTUALIZAR-CONTROL-ARCHIVO.
           IF WS-ARH-CORTE(WS-IDX-ARH)
              > WS-ARH-CORTE-ANTERIOR(WS-IDX-ARH)
              MOVE WS-ARH-CORTE(WS-IDX-ARH)
                 TO WS-ARH-CORTE-ANTERIOR(WS-IDX-ARH)
           END-IF
           IF WS-ARH-PRIMER-ANO(WS-IDX-ARH) = 0
              OR WS-PRIMER-ANO-CORRIDA < WS-ARH-PRIMER-ANO(WS-IDX-ARH)
              MOVE WS-PRIMER-ANO-CORRIDA
                 TO WS-ARH-PRIMER-ANO(WS-IDX-ARH)
           END-IF
           IF WS-ULTIMO-ANO-CORRIDA > WS-ARH-ULTIMO-ANO(WS-IDX-ARH)
              MOVE WS-ULTIMO-ANO-CORRIDA
                 TO WS-ARH-ULTIMO-ANO(WS-IDX-ARH)
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14)
              TO WS-ARH-FECHA-PROCESO(WS-IDX-ARH)
           MOVE WS-OPERADOR-ID TO WS-ARH-OPERADOR(WS-IDX-ARH).

       GRABAR-CONTROL-ARCHIVO.
           OPEN OUTPUT CONTROL-ARCHIVO-FILE
           IF WS-CONTROL-STATUS NOT = "00"
              DISPLAY "ERROR AL GRABAR ARCHIVO-CONTROL.DAT, ESTADO: "
                      WS-CONTROL-STATUS
              ADD 1 TO WS-ARCHIVOS-CON-ERROR
           ELSE
              PERFORM VARYING WS-IDX-ARH FROM 1 BY 1
                      UNTIL WS-IDX-ARH > 5
                 IF WS-ARH-PRIMER-ANO(WS-IDX-ARH) > 0
                    MOVE WS-ARH-NOMBRE(WS-IDX-ARH) TO ARC-ARCHIVO
                    MOVE WS-ARH-CORTE-ANTERIOR(WS-IDX-ARH)
                       TO ARC-FECHA-CORTE
                    MOVE WS-ARH-PRIMER-ANO(WS-IDX-ARH)
                       TO ARC-PRIMER-ANO
                    MOVE WS-ARH-ULTIMO-ANO(WS-IDX-ARH)
                       TO ARC-ULTIMO-ANO
                    MOVE WS-ARH-FECHA-PROCESO(WS-IDX-ARH)
                       TO ARC-FECHA-PROCESO
                    MOVE WS-ARH-OPERADOR(WS-IDX-ARH) TO ARC-OPERADOR
                    WRITE ARCHIVO-CONTROL-RECORD
                 END-IF
              END-PERFORM
              CLOSE CONTROL-ARCHIVO-FILE
           END-IF.

       ESCRIBIR-ENCABEZADO-REPORTE.
           MOVE SPACES TO REPORTE-LINE
           STRING "ARCHIVO DE HISTORICOS DE NOMINA - FECHA "
                  WS-FECHA-HOY "  OPERADOR " WS-OPERADOR-ID
                  DELIMITED BY SIZE INTO REPORTE-LINE
           WRITE REPORTE-LINE
           MOVE SPACES TO REPORTE-LINE
           IF WS-ANO-CERRADO-MAYOR > 0
              STRING "ULTIMO ANO CERRADO: " WS-ANO-CERRADO-MAYOR
                     "   INICIO DEL PERIODO CTS PROTEGIDO: "
                     WS-FECHA-PROTEGIDA-CTS
                     DELIMITED BY SIZE INTO REPORTE-LINE
           ELSE
              STRING "SIN CIERRES ANUALES"
                     "   INICIO DEL PERIODO CTS PROTEGIDO: "
                     WS-FECHA-PROTEGIDA-CTS
                     DELIMITED BY SIZE INTO REPORTE-LINE
           END-IF
           WRITE REPORTE-LINE
           MOVE ALL "=" TO REPORTE-LINE
           WRITE REPORTE-LINE.

       ESCRIBIR-RESULTADO-ARCHIVO.
           MOVE SPACES TO REPORTE-LINE
           WRITE REPORTE-LINE
           MOVE SPACES TO REPORTE-LINE
           IF WS-ARH-CORTE(WS-IDX-ARH) = 0
              STRING WS-NOMBRE-VIVO DELIMITED BY SPACE
                     "  PLAZO " WS-ARH-MESES(WS-IDX-ARH) " MESES"
                     DELIMITED BY SIZE INTO REPORTE-LINE
           ELSE
              STRING WS-NOMBRE-VIVO DELIMITED BY SPACE
                     "  PLAZO " WS-ARH-MESES(WS-IDX-ARH)
                     " MESES  CORTE " WS-ARH-CORTE(WS-IDX-ARH)
                     DELIMITED BY SIZE INTO REPORTE-LINE
           END-IF
           WRITE REPORTE-LINE
           IF WS-CNT-ANTES > 0
              MOVE SPACES TO REPORTE-LINE
              MOVE "REGISTROS" TO REPORTE-LINE(18:9)
              MOVE WS-NOMBRE-MONTO TO REPORTE-LINE(36:16)
              WRITE REPORTE-LINE
              MOVE SPACES TO REPORTE-LINE
              MOVE "   ANTES" TO REPORTE-LINE(1:8)
              MOVE WS-CNT-ANTES TO WS-CONTADOR-DISPLAY
              MOVE WS-CONTADOR-DISPLAY TO REPORTE-LINE(17:9)
              MOVE WS-TOT-ANTES TO WS-MONTO-DISPLAY
              MOVE WS-MONTO-DISPLAY TO REPORTE-LINE(30:17)
              WRITE REPORTE-LINE
              MOVE SPACES TO REPORTE-LINE
              MOVE "   ARCHIVADO" TO REPORTE-LINE(1:12)
              MOVE WS-CNT-ARCHIVADOS TO WS-CONTADOR-DISPLAY
              MOVE WS-CONTADOR-DISPLAY TO REPORTE-LINE(17:9)
              MOVE WS-TOT-ARCHIVADOS TO WS-MONTO-DISPLAY
              MOVE WS-MONTO-DISPLAY TO REPORTE-LINE(30:17)
              IF WS-CNT-ARCHIVADOS > 0
                 MOVE SPACES TO REPORTE-LINE(50:31)
                 STRING "ANUALES " WS-PRIMER-ANO-CORRIDA
                        " A " WS-ULTIMO-ANO-CORRIDA
                        DELIMITED BY SIZE INTO REPORTE-LINE(50:31)
              END-IF
              WRITE REPORTE-LINE
              MOVE SPACES TO REPORTE-LINE
              MOVE "   DESPUES" TO REPORTE-LINE(1:10)
              MOVE WS-CNT-DESPUES TO WS-CONTADOR-DISPLAY
              MOVE WS-CONTADOR-DISPLAY TO REPORTE-LINE(17:9)
              MOVE WS-TOT-DESPUES TO WS-MONTO-DISPLAY
              MOVE WS-MONTO-DISPLAY TO REPORTE-LINE(30:17)
              WRITE REPORTE-LINE
           END-IF
           MOVE SPACES TO REPORTE-LINE
           STRING "   RESULTADO: " WS-RESULTADO-ARCHIVO
                  DELIMITED BY SIZE INTO REPORTE-LINE
           WRITE REPORTE-LINE
           DISPLAY WS-NOMBRE-VIVO " ANTES " WS-CNT-ANTES
                   " ARCHIVADOS " WS-CNT-ARCHIVADOS
                   " DESPUES " WS-CNT-DESPUES
           DISPLAY "   " WS-RESULTADO-ARCHIVO.
