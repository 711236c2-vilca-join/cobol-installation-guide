       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTICIPACION-UTILIDADES.
       AUTHOR. JOSE-VILCA.

      *****************************************************************
      * PARTICIPACION DE LOS TRABAJADORES EN LAS UTILIDADES:          *
      * CORRIDA ANUAL (MARZO) SOBRE UN EJERCICIO YA CERRADO. RECIBE   *
      * LA RENTA NETA DEL EJERCICIO Y EL PORCENTAJE DE LEY DE LA      *
      * EMPRESA; EL MONTO A REPARTIR SE DIVIDE EN DOS MITADES:        *
      *  - LA PRIMERA EN PROPORCION A LOS DIAS LABORADOS EN EL ANO,   *
      *    TOMADOS DEL HISTORICO DE NOMINA (REGISTRO-NOMINA-HIST);    *
      *  - LA SEGUNDA EN PROPORCION A LA REMUNERACION DEL ANO,        *
      *    TOMADA DEL ACUMULADO DE CIERRE (YTD-HISTORIA) O, SI EL     *
      *    TRABAJADOR NO TIENE CIERRE, DEL BRUTO DEL HISTORICO.       *
      * ENTRAN TODOS LOS QUE TRABAJARON EN EL EJERCICIO, AUNQUE HOY   *
      * ESTEN CESADOS. DEJA LA HOJA DE CALCULO POR TRABAJADOR         *
      * (UTILIDADES-CALCULO.TXT), EL PAGO ACH (UTILIDADES-ACH.DAT)    *
      * Y, PARA QUIEN NO TIENE DATOS BANCARIOS, EL VALE DE CAJA       *
      * (UTILIDADES-VALE.DAT Y SU REGISTRO UTILIDADES-VALE.TXT).      *
      * ANTES ESTE CALCULO SE HACIA EN UNA HOJA DE CALCULO.           *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPLOYEE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT REGISTRO-HIST-FILE
               ASSIGN TO "REGISTRO-NOMINA-HIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-HIST-STATUS.

           SELECT YTD-HISTORIA-FILE ASSIGN TO "YTD-HISTORIA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.

           SELECT UTL-RESUMEN-FILE ASSIGN TO "UTILIDADES-RESUMEN.WRK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UTL-RESUMEN-STATUS.

           SELECT UTL-SORT-FILE ASSIGN TO "UTILIDADES-SORT.WRK".

           SELECT UTL-CALCULO-FILE ASSIGN TO "UTILIDADES-CALCULO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UTL-CALCULO-STATUS.

           SELECT UTL-ACH-FILE ASSIGN TO "UTILIDADES-ACH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UTL-ACH-STATUS.

           SELECT UTL-VALE-FILE ASSIGN TO "UTILIDADES-VALE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UTL-VALE-STATUS.

           SELECT UTL-VALE-REGISTRO-FILE
               ASSIGN TO "UTILIDADES-VALE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UTL-VALE-REG-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT-TRAIL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMP-MASTER-RECORD.

       FD  REGISTRO-HIST-FILE.
           COPY REGISTRO-HIST-RECORD.

      * MISMO REGISTRO QUE ESCRIBE CIERRE-ANUAL.
       FD  YTD-HISTORIA-FILE.
       01  YTD-HISTORIA-RECORD.
           05 HIST-EMP-ID              PIC X(06).
           05 HIST-ANO                 PIC 9(04).
           05 HIST-YTD-GROSS           PIC 9(08)V99.
           05 HIST-YTD-DEDUCCIONES     PIC 9(08)V99.
           05 HIST-YTD-HORAS-EXTRAS    PIC 9(05)V9999.

      *****************************************************************
      * BASE DEL REPARTO POR TRABAJADOR: LOS LOTES DEL ANO Y EL       *
      * ACUMULADO DE CIERRE SE ORDENAN JUNTOS POR EMPLEADO Y SE       *
      * CONDENSAN A UN REGISTRO CON SUS DIAS Y SU REMUNERACION, COMO  *
      * EL RESUMEN DE IMPUESTO DEL CIERRE ANUAL.                      *
      *****************************************************************
       FD  UTL-RESUMEN-FILE.
       01  UTL-RESUMEN-RECORD.
           05 URS-EMP-ID               PIC X(06).
           05 URS-DIAS                 PIC 9(03).
           05 URS-REMUNERACION         PIC 9(08)V99.
      * 'C' = REMUNERACION DEL CIERRE ANUAL; 'H' = SUMA DEL BRUTO
      * DEL HISTORICO (TRABAJADOR SIN REGISTRO DE CIERRE).
           05 URS-ORIGEN-REM           PIC X(01).
              88 URS-REM-CIERRE                       VALUE 'C'.
              88 URS-REM-HISTORICO                    VALUE 'H'.

       SD  UTL-SORT-FILE.
       01  UTL-SORT-RECORD.
           05 USR-EMP-ID               PIC X(06).
           05 USR-ORIGEN               PIC X(01).
              88 USR-DE-HISTORICO                     VALUE 'H'.
              88 USR-DE-CIERRE                        VALUE 'C'.
           05 USR-DIAS                 PIC 9(03).
           05 USR-MONTO                PIC 9(08)V99.

       FD  UTL-CALCULO-FILE.
       01  UTL-CALCULO-LINE             PIC X(80).

       FD  UTL-ACH-FILE.
           COPY ACH-PAYMENT-RECORD.

       FD  UTL-VALE-FILE.
           COPY PAGO-VOUCHER-RECORD.

       FD  UTL-VALE-REGISTRO-FILE.
       01  UTL-VALE-REGISTRO-LINE       PIC X(80).

       FD  AUDIT-LOG-FILE.
           COPY AUDIT-LOG-RECORD.

       WORKING-STORAGE SECTION.

      ***************************
      * CONTROL DE ARCHIVOS     *
      ***************************
       01 WS-EMP-MASTER-STATUS         PIC X(02).
       01 WS-REG-HIST-STATUS           PIC X(02).
       01 WS-HISTORIA-STATUS           PIC X(02).
       01 WS-UTL-RESUMEN-STATUS        PIC X(02).
       01 WS-UTL-CALCULO-STATUS        PIC X(02).
       01 WS-UTL-ACH-STATUS            PIC X(02).
       01 WS-UTL-VALE-STATUS           PIC X(02).
       01 WS-UTL-VALE-REG-STATUS       PIC X(02).
       01 WS-AUDIT-STATUS              PIC X(02).
       01 WS-FIN-HIST-OK               PIC X          VALUE 'N'.
          88 WS-FIN-HIST                              VALUE 'S'.
       01 WS-FIN-HISTORIA-OK           PIC X          VALUE 'N'.
          88 WS-FIN-HISTORIA                          VALUE 'S'.
       01 WS-FIN-UTL-SORT-OK           PIC X          VALUE 'N'.
          88 WS-FIN-UTL-SORT                          VALUE 'S'.
       01 WS-FIN-UTL-RESUMEN-OK        PIC X          VALUE 'N'.
          88 WS-FIN-UTL-RESUMEN                       VALUE 'S'.
       01 WS-EMPLEADO-HALLADO-OK       PIC X          VALUE 'N'.
          88 WS-EMPLEADO-HALLADO                      VALUE 'S'.

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
                                       VALUE "PARTICIPACION-UTIL".
       01 WS-RUN-RESULTADO             PIC X(01)      VALUE '0'.
          88 WS-EJECUCION-DENEGADA                    VALUE '1'.

      ***************************
      * DATOS DE LA CORRIDA     *
      ***************************
       01 WS-ANO-UTILIDADES            PIC 9(04)      VALUE 0.
       01 WS-RENTA-TEXTO               PIC X(16)      VALUE SPACE.
       01 WS-PORCENTAJE-TEXTO          PIC X(06)      VALUE SPACE.
       01 WS-RENTA-NETA                PIC 9(10)V99   VALUE 0.
       01 WS-PORCENTAJE                PIC 9(02)V99   VALUE 0.
      * LA LEY FIJA 10, 8 O 5 POR CIENTO SEGUN LA ACTIVIDAD DE LA
      * EMPRESA; NO SE ACEPTA NADA FUERA DE ESE RANGO.
          88 WS-PORCENTAJE-VALIDO                     VALUE 0.01
                                                      THRU 10.00.
       01 WS-CONFIRMAR                 PIC X(01)      VALUE 'N'.
          88 WS-CONFIRMADO                            VALUE 'S'.
       01 WS-FECHA-PAGO-UTL            PIC 9(08)      VALUE 0.
       01 WS-REGISTROS-CIERRE          PIC 9(05)      VALUE 0.

      **************************************
      * DIAS LABORADOS: UN LOTE SEMANAL     *
      * CUENTA SUS HORAS ENTRE LA JORNADA   *
      * DE 8, CON TOPE DE 6 DIAS; UN LOTE   *
      * MENSUAL CUENTA 26 DIAS (6 X 52 /    *
      * 12). TOPE ANUAL 312 DIAS.           *
      **************************************
       01 WS-HORAS-JORNADA-DIARIA      PIC 9(02)      VALUE 8.
       01 WS-TOPE-DIAS-SEMANA          PIC 9(01)      VALUE 6.
       01 WS-DIAS-LOTE-MENSUAL         PIC 9(02)      VALUE 26.
       01 WS-TOPE-DIAS-ANO             PIC 9(03)      VALUE 312.
       01 WS-DIAS-LOTE                 PIC 9(03)      VALUE 0.

      ***************************
      * CONDENSADO POR EMPLEADO *
      ***************************
       01 WS-UTL-EMP-ACTUAL            PIC X(06)      VALUE SPACE.
       01 WS-UTL-EMP-DIAS              PIC 9(05)      VALUE 0.
       01 WS-UTL-EMP-BRUTO-HIST        PIC 9(08)V99   VALUE 0.
       01 WS-UTL-EMP-REM-CIERRE        PIC 9(08)V99   VALUE 0.
       01 WS-UTL-EMP-CON-CIERRE-OK     PIC X          VALUE 'N'.
          88 WS-UTL-EMP-CON-CIERRE                    VALUE 'S'.

      ***************************
      * TOTALES Y REPARTO       *
      ***************************
       01 WS-CONTADOR-TRABAJADORES     PIC 9(05)      VALUE 0.
       01 WS-TOTAL-DIAS                PIC 9(07)      VALUE 0.
       01 WS-TOTAL-REMUNERACION        PIC 9(11)V99   VALUE 0.
       01 WS-MONTO-DISTRIBUIR          PIC 9(10)V99   VALUE 0.
       01 WS-MITAD-DIAS                PIC 9(10)V99   VALUE 0.
       01 WS-MITAD-REMUNERACION        PIC 9(10)V99   VALUE 0.
       01 WS-PARTE-DIAS                PIC 9(08)V99   VALUE 0.
       01 WS-PARTE-REMUNERACION        PIC 9(08)V99   VALUE 0.
       01 WS-MONTO-UTILIDAD            PIC 9(08)V99   VALUE 0.
       01 WS-TOTAL-PAGADO              PIC 9(10)V99   VALUE 0.
       01 WS-TOTAL-ACH                 PIC 9(10)V99   VALUE 0.
       01 WS-TOTAL-VALES               PIC 9(10)V99   VALUE 0.
       01 WS-CONTADOR-PAGOS            PIC 9(05)      VALUE 0.
       01 WS-CONTADOR-ACH              PIC 9(05)      VALUE 0.
       01 WS-CONTADOR-VALES            PIC 9(05)      VALUE 0.
       01 WS-VALE-SECUENCIA            PIC 9(06)      VALUE 0.
      * LOS VALES DEL REPARTO PASAN AL REGISTRO DEL CAJERO
      * (VALES-CAJA.DAT) AL CERRAR UTILIDADES-VALE.DAT.
       01 WS-UTL-VALE-ARCHIVO          PIC X(24)
                                       VALUE "UTILIDADES-VALE.DAT".
       01 WS-VALES-INCORPORADOS        PIC 9(05)      VALUE 0.
       01 WS-INCORPORA-RESULTADO       PIC X(01)      VALUE '0'.
       01 WS-NOMBRE-TRABAJADOR         PIC X(20)      VALUE SPACE.
       01 WS-MEDIO-PAGO                PIC X(04)      VALUE SPACE.

      ***************************
      * CAMPOS DE PRESENTACION  *
      ***************************
       01 WS-RENTA-DISPLAY             PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-PORCENTAJE-DISPLAY        PIC Z9.99.
       01 WS-DISTRIBUIR-DISPLAY        PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-MITAD-DISPLAY             PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-DIAS-DISPLAY        PIC Z,ZZZ,ZZ9.
       01 WS-TOTAL-REM-DISPLAY         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-DIAS-DISPLAY              PIC ZZ9.
       01 WS-REMUNERACION-DISPLAY      PIC ZZZ,ZZ9.99.
       01 WS-PARTE-DIAS-DISPLAY        PIC ZZ,ZZ9.99.
       01 WS-PARTE-REM-DISPLAY         PIC ZZ,ZZ9.99.
       01 WS-UTILIDAD-DISPLAY          PIC ZZZ,ZZ9.99.
       01 WS-TOTAL-PAGADO-DISPLAY      PIC Z,ZZZ,ZZZ,ZZ9.99.

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
      * EL REPARTO GENERA ARCHIVOS DE PAGO: SE REGISTRA EN EL
      * CONTROL DE EJECUCIONES ANTES DE TOCAR ARCHIVOS (REQ. 041).
           PERFORM REGISTRAR-EJECUCION-INICIO
           IF WS-EJECUCION-DENEGADA
              CONTINUE
           ELSE
              PERFORM PROCESO-UTILIDADES
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

       PROCESO-UTILIDADES.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           DISPLAY "EJERCICIO CERRADO A REPARTIR (YYYY): ".
           ACCEPT WS-ANO-UTILIDADES.
           DISPLAY "RENTA NETA DEL EJERCICIO (EJ. 1250000.00): ".
           ACCEPT WS-RENTA-TEXTO.
           DISPLAY "PORCENTAJE DE PARTICIPACION (10, 8 O 5): ".
           ACCEPT WS-PORCENTAJE-TEXTO.
           IF FUNCTION TEST-NUMVAL(WS-RENTA-TEXTO) = 0
              COMPUTE WS-RENTA-NETA = FUNCTION NUMVAL(WS-RENTA-TEXTO)
           ELSE
              MOVE 0 TO WS-RENTA-NETA
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PORCENTAJE-TEXTO) = 0
              COMPUTE WS-PORCENTAJE =
                 FUNCTION NUMVAL(WS-PORCENTAJE-TEXTO)
           ELSE
              MOVE 0 TO WS-PORCENTAJE
           END-IF
           EVALUATE TRUE
              WHEN WS-RENTA-NETA = 0
                 DISPLAY "ERROR: LA RENTA NETA DEBE SER MAYOR QUE CERO."
              WHEN NOT WS-PORCENTAJE-VALIDO
                 DISPLAY "ERROR: EL PORCENTAJE DEBE ESTAR ENTRE 0.01 "
                         "Y 10."
              WHEN OTHER
                 PERFORM VERIFICAR-ANO-CERRADO
                 IF WS-REGISTROS-CIERRE = 0
                    DISPLAY "ERROR: EL EJERCICIO " WS-ANO-UTILIDADES
                            " NO TIENE CIERRE EN YTD-HISTORIA.DAT."
                    DISPLAY "       EJECUTE PRIMERO EL CIERRE ANUAL."
                    STRING "UTILIDADES " WS-ANO-UTILIDADES
                           " RECHAZADA (EJERCICIO SIN CIERRE)"
                           DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
                    PERFORM ESCRIBIR-AUDITORIA
                 ELSE
                    PERFORM PREPARAR-BASE-REPARTO
                 END-IF
           END-EVALUATE
           CLOSE AUDIT-LOG-FILE.

       ESCRIBIR-AUDITORIA.
           MOVE SPACES TO AUDIT-LOG-LINE
           STRING FUNCTION CURRENT-DATE
                  " PARTICIPACION-UTILIDADES OPERADOR="
                  WS-OPERADOR-ID " " WS-AUDIT-DESCRIPCION
                  DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           WRITE AUDIT-LOG-LINE
           MOVE SPACES TO WS-AUDIT-DESCRIPCION.

      *****************************************************************
      * EL REPARTO SOLO CORRE SOBRE UN EJERCICIO CERRADO: EL CIERRE   *
      * ANUAL DEJA UN REGISTRO POR EMPLEADO Y ANO EN YTD-HISTORIA,    *
      * Y SIN ESOS REGISTROS LA REMUNERACION DEL ANO NO ES            *
      * DEFINITIVA.                                                   *
      *****************************************************************
       VERIFICAR-ANO-CERRADO.
           MOVE 0 TO WS-REGISTROS-CIERRE
           MOVE 'N' TO WS-FIN-HISTORIA-OK
           OPEN INPUT YTD-HISTORIA-FILE
           IF WS-HISTORIA-STATUS = "00"
              PERFORM UNTIL WS-FIN-HISTORIA
                 READ YTD-HISTORIA-FILE
                    AT END
                       SET WS-FIN-HISTORIA TO TRUE
                    NOT AT END
                       IF HIST-ANO = WS-ANO-UTILIDADES
                          ADD 1 TO WS-REGISTROS-CIERRE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE YTD-HISTORIA-FILE
           END-IF.

      *****************************************************************
      * PRIMERA PASADA: SE ORDENAN LOS LOTES DEL ANO Y LOS            *
      * ACUMULADOS DE CIERRE POR EMPLEADO, SE CONDENSAN Y SE SACAN    *
      * LOS TOTALES DE DIAS Y DE REMUNERACION QUE SON EL DIVISOR DE   *
      * CADA MITAD. SE MUESTRA EL REPARTO Y SE PIDE CONFIRMACION      *
      * ANTES DE GENERAR ARCHIVOS DE PAGO.                            *
      *****************************************************************
       PREPARAR-BASE-REPARTO.
           MOVE 0 TO WS-CONTADOR-TRABAJADORES
           MOVE 0 TO WS-TOTAL-DIAS
           MOVE 0 TO WS-TOTAL-REMUNERACION
           OPEN INPUT REGISTRO-HIST-FILE
           IF WS-REG-HIST-STATUS NOT = "00"
              DISPLAY "ERROR: NO SE ENCONTRO REGISTRO-NOMINA-HIST.DAT, "
                      "ESTADO: " WS-REG-HIST-STATUS
           ELSE
              CLOSE REGISTRO-HIST-FILE
              SORT UTL-SORT-FILE
                 ON ASCENDING KEY USR-EMP-ID
                 INPUT PROCEDURE IS SELECCIONAR-BASE-UTILIDADES
                 OUTPUT PROCEDURE IS CONDENSAR-BASE-UTILIDADES
              IF WS-TOTAL-DIAS = 0 OR WS-TOTAL-REMUNERACION = 0
                 DISPLAY "ERROR: EL EJERCICIO " WS-ANO-UTILIDADES
                         " NO TIENE DIAS NI REMUNERACIONES A REPARTIR."
              ELSE
                 PERFORM CALCULAR-MONTOS-REPARTO
                 PERFORM MOSTRAR-RESUMEN-REPARTO
                 DISPLAY "CONFIRMA EL REPARTO Y LA GENERACION DE PAGOS "
                         "(S/N): "
                 ACCEPT WS-CONFIRMAR
                 IF WS-CONFIRMADO
                    PERFORM EJECUTAR-REPARTO
                 ELSE
                    DISPLAY "REPARTO CANCELADO."
                 END-IF
              END-IF
           END-IF.

       SELECCIONAR-BASE-UTILIDADES.
           MOVE 'N' TO WS-FIN-HIST-OK
           OPEN INPUT REGISTRO-HIST-FILE
           PERFORM UNTIL WS-FIN-HIST
              READ REGISTRO-HIST-FILE
                 AT END
                    SET WS-FIN-HIST TO TRUE
                 NOT AT END
                    IF RGH-LOTE-FECHA(1:4) = WS-ANO-UTILIDADES
                       PERFORM LIBERAR-LOTE-HISTORICO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REGISTRO-HIST-FILE
           MOVE 'N' TO WS-FIN-HISTORIA-OK
           OPEN INPUT YTD-HISTORIA-FILE
           PERFORM UNTIL WS-FIN-HISTORIA
              READ YTD-HISTORIA-FILE
                 AT END
                    SET WS-FIN-HISTORIA TO TRUE
                 NOT AT END
                    IF HIST-ANO = WS-ANO-UTILIDADES
                       MOVE HIST-EMP-ID TO USR-EMP-ID
                       SET USR-DE-CIERRE TO TRUE
                       MOVE 0 TO USR-DIAS
                       MOVE HIST-YTD-GROSS TO USR-MONTO
                       RELEASE UTL-SORT-RECORD
                    END-IF
              END-READ
           END-PERFORM
           CLOSE YTD-HISTORIA-FILE.

       LIBERAR-LOTE-HISTORICO.
           IF RGH-PLANILLA-MENSUAL
              MOVE WS-DIAS-LOTE-MENSUAL TO WS-DIAS-LOTE
           ELSE
              COMPUTE WS-DIAS-LOTE ROUNDED =
                 RGH-HORAS / WS-HORAS-JORNADA-DIARIA
              IF WS-DIAS-LOTE > WS-TOPE-DIAS-SEMANA
                 MOVE WS-TOPE-DIAS-SEMANA TO WS-DIAS-LOTE
              END-IF
           END-IF
           MOVE RGH-EMP-ID TO USR-EMP-ID
           SET USR-DE-HISTORICO TO TRUE
           MOVE WS-DIAS-LOTE TO USR-DIAS
           MOVE RGH-BRUTO TO USR-MONTO
           RELEASE UTL-SORT-RECORD.

       CONDENSAR-BASE-UTILIDADES.
           OPEN OUTPUT UTL-RESUMEN-FILE
           MOVE SPACE TO WS-UTL-EMP-ACTUAL
           PERFORM INICIAR-EMPLEADO-UTILIDADES
           MOVE 'N' TO WS-FIN-UTL-SORT-OK
           PERFORM UNTIL WS-FIN-UTL-SORT
              RETURN UTL-SORT-FILE
                 AT END
                    SET WS-FIN-UTL-SORT TO TRUE
                    IF WS-UTL-EMP-ACTUAL NOT = SPACE
                       PERFORM ESCRIBIR-BASE-EMPLEADO
                    END-IF
                 NOT AT END
                    IF USR-EMP-ID NOT = WS-UTL-EMP-ACTUAL
                       IF WS-UTL-EMP-ACTUAL NOT = SPACE
                          PERFORM ESCRIBIR-BASE-EMPLEADO
                       END-IF
                       MOVE USR-EMP-ID TO WS-UTL-EMP-ACTUAL
                       PERFORM INICIAR-EMPLEADO-UTILIDADES
                    END-IF
                    IF USR-DE-CIERRE
                       ADD USR-MONTO TO WS-UTL-EMP-REM-CIERRE
                       SET WS-UTL-EMP-CON-CIERRE TO TRUE
                    ELSE
                       ADD USR-DIAS TO WS-UTL-EMP-DIAS
                       ADD USR-MONTO TO WS-UTL-EMP-BRUTO-HIST
                    END-IF
              END-RETURN
           END-PERFORM
           CLOSE UTL-RESUMEN-FILE.

       INICIAR-EMPLEADO-UTILIDADES.
           MOVE 0 TO WS-UTL-EMP-DIAS
           MOVE 0 TO WS-UTL-EMP-BRUTO-HIST
           MOVE 0 TO WS-UTL-EMP-REM-CIERRE
           MOVE 'N' TO WS-UTL-EMP-CON-CIERRE-OK.

      * EL ACUMULADO DE CIERRE ES LA REMUNERACION DEFINITIVA DEL ANO;
      * EL BRUTO DEL HISTORICO SOLO CUBRE AL QUE NO TIENE CIERRE. UN
      * TRABAJADOR SIN DIAS NI REMUNERACION NO PARTICIPA.
       ESCRIBIR-BASE-EMPLEADO.
           IF WS-UTL-EMP-DIAS > WS-TOPE-DIAS-ANO
              MOVE WS-TOPE-DIAS-ANO TO WS-UTL-EMP-DIAS
           END-IF
           MOVE WS-UTL-EMP-ACTUAL TO URS-EMP-ID
           MOVE WS-UTL-EMP-DIAS TO URS-DIAS
           IF WS-UTL-EMP-CON-CIERRE
              MOVE WS-UTL-EMP-REM-CIERRE TO URS-REMUNERACION
              SET URS-REM-CIERRE TO TRUE
           ELSE
              MOVE WS-UTL-EMP-BRUTO-HIST TO URS-REMUNERACION
              SET URS-REM-HISTORICO TO TRUE
           END-IF
           IF URS-DIAS > 0 OR URS-REMUNERACION > 0
              WRITE UTL-RESUMEN-RECORD
              ADD 1 TO WS-CONTADOR-TRABAJADORES
              ADD URS-DIAS TO WS-TOTAL-DIAS
              ADD URS-REMUNERACION TO WS-TOTAL-REMUNERACION
           END-IF.

      * LA MITAD POR REMUNERACIONES SE TOMA POR DIFERENCIA PARA QUE
      * LAS DOS MITADES SUMEN EXACTAMENTE EL MONTO A REPARTIR.
       CALCULAR-MONTOS-REPARTO.
           COMPUTE WS-MONTO-DISTRIBUIR ROUNDED =
              WS-RENTA-NETA * WS-PORCENTAJE / 100
           COMPUTE WS-MITAD-DIAS ROUNDED = WS-MONTO-DISTRIBUIR / 2
           COMPUTE WS-MITAD-REMUNERACION =
              WS-MONTO-DISTRIBUIR - WS-MITAD-DIAS.

       MOSTRAR-RESUMEN-REPARTO.
           MOVE WS-RENTA-NETA TO WS-RENTA-DISPLAY
           MOVE WS-PORCENTAJE TO WS-PORCENTAJE-DISPLAY
           MOVE WS-MONTO-DISTRIBUIR TO WS-DISTRIBUIR-DISPLAY
           MOVE WS-TOTAL-DIAS TO WS-TOTAL-DIAS-DISPLAY
           MOVE WS-TOTAL-REMUNERACION TO WS-TOTAL-REM-DISPLAY
           DISPLAY "EJERCICIO:             " WS-ANO-UTILIDADES
           DISPLAY "RENTA NETA:            " WS-RENTA-DISPLAY
           DISPLAY "PORCENTAJE:            " WS-PORCENTAJE-DISPLAY
           DISPLAY "MONTO A REPARTIR:      " WS-DISTRIBUIR-DISPLAY
           DISPLAY "TRABAJADORES:          " WS-CONTADOR-TRABAJADORES
           DISPLAY "TOTAL DIAS LABORADOS:  " WS-TOTAL-DIAS-DISPLAY
           DISPLAY "TOTAL REMUNERACIONES:  " WS-TOTAL-REM-DISPLAY.

      *****************************************************************
      * SEGUNDA PASADA: CADA TRABAJADOR DEL CONDENSADO RECIBE SU      *
      * PARTE DE CADA MITAD; EL MAESTRO SE LEE POR CLAVE SOLO PARA    *
      * NOMBRE Y DATOS BANCARIOS (EL CESADO SIGUE EN EL MAESTRO COMO  *
      * INACTIVO). CON BANCO SE PAGA POR ACH; SIN BANCO, O SI YA NO   *
      * FIGURA EN EL MAESTRO, POR VALE DE CAJA NUMERADO.              *
      *****************************************************************
       EJECUTAR-REPARTO.
           MOVE 0 TO WS-TOTAL-PAGADO
           MOVE 0 TO WS-TOTAL-ACH
           MOVE 0 TO WS-TOTAL-VALES
           MOVE 0 TO WS-CONTADOR-PAGOS
           MOVE 0 TO WS-CONTADOR-ACH
           MOVE 0 TO WS-CONTADOR-VALES
      * LOS VALES DE UTILIDADES VAN EN LA SERIE 900001 EN ADELANTE:
      * EN VALES-CAJA.DAT NO CHOCAN CON LOS DE UNA NOMINA PAGADA EL
      * MISMO DIA, QUE NUMERA DESDE 000001.
           MOVE 900000 TO WS-VALE-SECUENCIA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-PAGO-UTL
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EMP-MASTER-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR EMPLOYEE-MASTER-FILE, ESTADO: "
                      WS-EMP-MASTER-STATUS
           ELSE
              OPEN INPUT UTL-RESUMEN-FILE
              OPEN OUTPUT UTL-CALCULO-FILE
              OPEN OUTPUT UTL-ACH-FILE
              OPEN OUTPUT UTL-VALE-FILE
              OPEN OUTPUT UTL-VALE-REGISTRO-FILE
              MOVE WS-MONTO-DISTRIBUIR TO WS-DISTRIBUIR-DISPLAY
              STRING "INICIO UTILIDADES " WS-ANO-UTILIDADES
                     " MONTO=" WS-DISTRIBUIR-DISPLAY
                     DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
              PERFORM ESCRIBIR-AUDITORIA
              PERFORM ESCRIBIR-CABECERA-CALCULO
              PERFORM ESCRIBIR-CABECERA-VALES
              MOVE 'N' TO WS-FIN-UTL-RESUMEN-OK
              PERFORM LEER-BASE-EMPLEADO
              PERFORM REPARTIR-UN-TRABAJADOR
                 UNTIL WS-FIN-UTL-RESUMEN
              PERFORM ESCRIBIR-TOTALES-CALCULO
              CLOSE UTL-VALE-REGISTRO-FILE
              CLOSE UTL-VALE-FILE
              IF WS-CONTADOR-VALES > 0
                 PERFORM INCORPORAR-VALES-UTILIDAD
              END-IF
              CLOSE UTL-ACH-FILE
              CLOSE UTL-CALCULO-FILE
              CLOSE UTL-RESUMEN-FILE
              CLOSE EMPLOYEE-MASTER-FILE
              MOVE WS-TOTAL-PAGADO TO WS-TOTAL-PAGADO-DISPLAY
              DISPLAY "TRABAJADORES PAGADOS: " WS-CONTADOR-PAGOS
                      "  (ACH: " WS-CONTADOR-ACH
                      "  VALES: " WS-CONTADOR-VALES ")"
              DISPLAY "TOTAL REPARTIDO: " WS-TOTAL-PAGADO-DISPLAY
              DISPLAY "HOJA DE CALCULO: UTILIDADES-CALCULO.TXT"
              DISPLAY "PAGO ACH: UTILIDADES-ACH.DAT"
              DISPLAY "VALES DE CAJA: UTILIDADES-VALE.DAT / "
                      "UTILIDADES-VALE.TXT"
              STRING "FIN UTILIDADES " WS-ANO-UTILIDADES
                     " EMP=" WS-CONTADOR-PAGOS
                     " TOT=" WS-TOTAL-PAGADO-DISPLAY
                     DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
              PERFORM ESCRIBIR-AUDITORIA
           END-IF.

       INCORPORAR-VALES-UTILIDAD.
           CALL "INCORPORAR-VALES" USING WS-UTL-VALE-ARCHIVO
              WS-OPERADOR-ID WS-VALES-INCORPORADOS
              WS-INCORPORA-RESULTADO
           END-CALL
           IF WS-INCORPORA-RESULTADO = '0'
              DISPLAY "VALES INCORPORADOS AL REGISTRO DE CAJA: "
                      WS-VALES-INCORPORADOS
           ELSE
              DISPLAY "AVISO: LOS VALES NO PASARON A VALES-CAJA.DAT; "
                      "CAJA-VALES LOS TOMA AL ENTRAR."
           END-IF.

       LEER-BASE-EMPLEADO.
           READ UTL-RESUMEN-FILE
              AT END
                 SET WS-FIN-UTL-RESUMEN TO TRUE
           END-READ.

       REPARTIR-UN-TRABAJADOR.
           COMPUTE WS-PARTE-DIAS ROUNDED =
              WS-MITAD-DIAS * URS-DIAS / WS-TOTAL-DIAS
           COMPUTE WS-PARTE-REMUNERACION ROUNDED =
              WS-MITAD-REMUNERACION * URS-REMUNERACION
              / WS-TOTAL-REMUNERACION
           COMPUTE WS-MONTO-UTILIDAD =
              WS-PARTE-DIAS + WS-PARTE-REMUNERACION
           PERFORM BUSCAR-TRABAJADOR
           IF WS-MONTO-UTILIDAD > 0
              IF WS-EMPLEADO-HALLADO
                 AND EMP-BANCO-RUTA NOT = SPACE
                 AND EMP-BANCO-CUENTA NOT = SPACE
                 PERFORM GENERAR-PAGO-ACH-UTILIDAD
              ELSE
                 PERFORM GENERAR-VALE-UTILIDAD
              END-IF
              ADD 1 TO WS-CONTADOR-PAGOS
              ADD WS-MONTO-UTILIDAD TO WS-TOTAL-PAGADO
           ELSE
              MOVE "----" TO WS-MEDIO-PAGO
           END-IF
           PERFORM ESCRIBIR-LINEA-CALCULO
           MOVE WS-MONTO-UTILIDAD TO WS-UTILIDAD-DISPLAY
           STRING "EMPLEADO " URS-EMP-ID " UTILIDADES "
                  WS-ANO-UTILIDADES " MONTO " WS-UTILIDAD-DISPLAY
                  " " WS-MEDIO-PAGO
                  DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
           PERFORM ESCRIBIR-AUDITORIA
           PERFORM LEER-BASE-EMPLEADO.

       BUSCAR-TRABAJADOR.
           MOVE 'N' TO WS-EMPLEADO-HALLADO-OK
           MOVE URS-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER-FILE
              KEY IS EMP-ID
              INVALID KEY
                 MOVE "NO FIGURA EN MAESTRO" TO WS-NOMBRE-TRABAJADOR
              NOT INVALID KEY
                 SET WS-EMPLEADO-HALLADO TO TRUE
                 MOVE EMP-NAME TO WS-NOMBRE-TRABAJADOR
           END-READ.

       GENERAR-PAGO-ACH-UTILIDAD.
           MOVE EMP-ID TO ACH-EMP-ID
           MOVE EMP-BANCO-RUTA TO ACH-RUTA-BANCARIA
           MOVE EMP-BANCO-CUENTA TO ACH-CUENTA-BANCARIA
           MOVE WS-MONTO-UTILIDAD TO ACH-MONTO-NETO
           MOVE WS-FECHA-PAGO-UTL TO ACH-FECHA-PAGO
           WRITE ACH-PAYMENT-RECORD
           MOVE "ACH" TO WS-MEDIO-PAGO
           ADD 1 TO WS-CONTADOR-ACH
           ADD WS-MONTO-UTILIDAD TO WS-TOTAL-ACH.

      *****************************************************************
      * VALE DE PAGO POR CAJA, CON EL MISMO REGISTRO Y EL MISMO       *
      * REGISTRO IMPRIMIBLE QUE LOS VALES DE LA NOMINA: NUMERO        *
      * CORRELATIVO DE LA CORRIDA, MONTO Y FECHA DE PAGO.             *
      *****************************************************************
       GENERAR-VALE-UTILIDAD.
           ADD 1 TO WS-VALE-SECUENCIA
           ADD 1 TO WS-CONTADOR-VALES
           ADD WS-MONTO-UTILIDAD TO WS-TOTAL-VALES
           MOVE WS-VALE-SECUENCIA TO VOU-NUMERO
           MOVE URS-EMP-ID TO VOU-EMP-ID
           MOVE WS-FECHA-PAGO-UTL TO VOU-FECHA-PAGO
           MOVE WS-MONTO-UTILIDAD TO VOU-MONTO
           WRITE PAGO-VOUCHER-RECORD
           MOVE WS-MONTO-UTILIDAD TO WS-UTILIDAD-DISPLAY
           MOVE SPACES TO UTL-VALE-REGISTRO-LINE
           STRING " VALE " VOU-NUMERO
                  " " URS-EMP-ID
                  " " WS-NOMBRE-TRABAJADOR
                  " " WS-UTILIDAD-DISPLAY
                  " FIRMA: ______________"
                  DELIMITED BY SIZE INTO UTL-VALE-REGISTRO-LINE
           WRITE UTL-VALE-REGISTRO-LINE
           MOVE "VALE" TO WS-MEDIO-PAGO
           DISPLAY "EMPLEADO " URS-EMP-ID " SIN DATOS BANCARIOS: "
                   "PAGO POR CAJA, VALE " VOU-NUMERO ".".

       ESCRIBIR-CABECERA-VALES.
           MOVE "REGISTRO DE VALES DE PAGO POR CAJA - UTILIDADES"
              TO UTL-VALE-REGISTRO-LINE
           WRITE UTL-VALE-REGISTRO-LINE
           MOVE SPACES TO UTL-VALE-REGISTRO-LINE
           STRING "EJERCICIO: " WS-ANO-UTILIDADES
                  "   FECHA DE PAGO: " WS-FECHA-PAGO-UTL
                  "   OPERADOR: " WS-OPERADOR-ID
                  DELIMITED BY SIZE INTO UTL-VALE-REGISTRO-LINE
           WRITE UTL-VALE-REGISTRO-LINE
           MOVE ALL "-" TO UTL-VALE-REGISTRO-LINE
           WRITE UTL-VALE-REGISTRO-LINE.

      *****************************************************************
      * HOJA DE CALCULO: LOS DATOS DEL REPARTO ARRIBA Y UNA LINEA POR *
      * TRABAJADOR CON SUS DIAS, SU REMUNERACION, LO QUE LE TOCA POR  *
      * CADA MITAD, EL TOTAL Y EL MEDIO DE PAGO.                      *
      *****************************************************************
       ESCRIBIR-CABECERA-CALCULO.
           MOVE WS-RENTA-NETA TO WS-RENTA-DISPLAY
           MOVE WS-PORCENTAJE TO WS-PORCENTAJE-DISPLAY
           MOVE ALL "=" TO UTL-CALCULO-LINE
           WRITE UTL-CALCULO-LINE
           MOVE "EMPRESA VILCA S.A.C." TO UTL-CALCULO-LINE
           WRITE UTL-CALCULO-LINE
           MOVE SPACES TO UTL-CALCULO-LINE
           STRING "PARTICIPACION EN LAS UTILIDADES - EJERCICIO "
                  WS-ANO-UTILIDADES
                  DELIMITED BY SIZE INTO UTL-CALCULO-LINE
           WRITE UTL-CALCULO-LINE
           MOVE ALL "=" TO UTL-CALCULO-LINE
           WRITE UTL-CALCULO-LINE
           MOVE SPACES TO UTL-CALCULO-LINE
           STRING "RENTA NETA:              " WS-RENTA-DISPLAY
                  "   PORCENTAJE: " WS-PORCENTAJE-DISPLAY
                  DELIMITED BY SIZE INTO UTL-CALCULO-LINE
           WRITE UTL-CALCULO-LINE
           MOVE SPACES TO UTL-CALCULO-LINE
           STRING "MONTO A REPARTIR:        " WS-DISTRIBUIR-DISPLAY
                  DELIMITED BY SIZE INTO UTL-CALCULO-LINE
           WRITE UTL-CALCULO-LINE
           MOVE WS-MITAD-DIAS TO WS-MITAD-DISPLAY
           MOVE SPACES TO UTL-CALCULO-LINE
           STRING "MITAD POR DIAS LABORADOS:" WS-MITAD-DISPLAY
                  "   TOTAL DIAS: " WS-TOTAL-DIAS-DISPLAY
                  DELIMITED BY SIZE INTO UTL-CALCULO-LINE
           WRITE UTL-CALCULO-LINE
           MOVE WS-MITAD-REMUNERACION TO WS-MITAD-DISPLAY
           MOVE SPACES TO UTL-CALCULO-LINE
           STRING "MITAD POR REMUNERACIONES:" WS-MITAD-DISPLAY
                  "   TOTAL: " WS-TOTAL-REM-DISPLAY
                  DELIMITED BY SIZE INTO UTL-CALCULO-LINE
           WRITE UTL-CALCULO-LINE
           MOVE SPACES TO UTL-CALCULO-LINE
           STRING "FECHA DE PAGO: " WS-FECHA-PAGO-UTL
                  "   OPERADOR: " WS-OPERADOR-ID
                  DELIMITED BY SIZE INTO UTL-CALCULO-LINE
           WRITE UTL-CALCULO-LINE
           MOVE ALL "-" TO UTL-CALCULO-LINE
           WRITE UTL-CALCULO-LINE
           MOVE "CODIGO NOMBRE               DIA REMUNERAC."
              TO UTL-CALCULO-LINE
           MOVE " POR DIAS POR REMUN   UTILIDAD PAGO"
              TO UTL-CALCULO-LINE(44:35)
           WRITE UTL-CALCULO-LINE
           MOVE ALL "-" TO UTL-CALCULO-LINE
           WRITE UTL-CALCULO-LINE.

      * UNA 'H' TRAS LA REMUNERACION MARCA LA TOMADA DEL HISTORICO
      * DE NOMINA POR FALTA DE REGISTRO DE CIERRE.
       ESCRIBIR-LINEA-CALCULO.
           MOVE URS-DIAS TO WS-DIAS-DISPLAY
           MOVE URS-REMUNERACION TO WS-REMUNERACION-DISPLAY
           MOVE WS-PARTE-DIAS TO WS-PARTE-DIAS-DISPLAY
           MOVE WS-PARTE-REMUNERACION TO WS-PARTE-REM-DISPLAY
           MOVE WS-MONTO-UTILIDAD TO WS-UTILIDAD-DISPLAY
           MOVE SPACES TO UTL-CALCULO-LINE
           STRING URS-EMP-ID " " WS-NOMBRE-TRABAJADOR " "
                  WS-DIAS-DISPLAY " " WS-REMUNERACION-DISPLAY
                  DELIMITED BY SIZE INTO UTL-CALCULO-LINE
           IF URS-REM-HISTORICO
              MOVE "H" TO UTL-CALCULO-LINE(43:1)
           END-IF
           STRING WS-PARTE-DIAS-DISPLAY " " WS-PARTE-REM-DISPLAY " "
                  WS-UTILIDAD-DISPLAY " " WS-MEDIO-PAGO
                  DELIMITED BY SIZE INTO UTL-CALCULO-LINE(44:37)
           WRITE UTL-CALCULO-LINE.

       ESCRIBIR-TOTALES-CALCULO.
           MOVE ALL "-" TO UTL-CALCULO-LINE
           WRITE UTL-CALCULO-LINE
           MOVE WS-TOTAL-PAGADO TO WS-TOTAL-PAGADO-DISPLAY
           MOVE SPACES TO UTL-CALCULO-LINE
           STRING "TOTAL REPARTIDO:         " WS-TOTAL-PAGADO-DISPLAY
                  "   TRABAJADORES: " WS-CONTADOR-PAGOS
                  DELIMITED BY SIZE INTO UTL-CALCULO-LINE
           WRITE UTL-CALCULO-LINE
           MOVE WS-TOTAL-ACH TO WS-TOTAL-PAGADO-DISPLAY
           MOVE SPACES TO UTL-CALCULO-LINE
           STRING "  POR ACH:               " WS-TOTAL-PAGADO-DISPLAY
                  "   PAGOS: " WS-CONTADOR-ACH
                  DELIMITED BY SIZE INTO UTL-CALCULO-LINE
           WRITE UTL-CALCULO-LINE
           MOVE WS-TOTAL-VALES TO WS-TOTAL-PAGADO-DISPLAY
           MOVE SPACES TO UTL-CALCULO-LINE
           STRING "  POR VALE DE CAJA:      " WS-TOTAL-PAGADO-DISPLAY
                  "   VALES: " WS-CONTADOR-VALES
                  DELIMITED BY SIZE INTO UTL-CALCULO-LINE
           WRITE UTL-CALCULO-LINE
      * EL REDONDEO POR TRABAJADOR PUEDE DEJAR ALGUNOS CENTIMOS DE
      * DIFERENCIA CONTRA EL MONTO A REPARTIR; QUEDAN A LA VISTA.
           MOVE SPACES TO UTL-CALCULO-LINE
           STRING "MONTO A REPARTIR:        " WS-DISTRIBUIR-DISPLAY
                  DELIMITED BY SIZE INTO UTL-CALCULO-LINE
           WRITE UTL-CALCULO-LINE.
