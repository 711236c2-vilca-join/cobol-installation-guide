       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISIONES-MENSUALES.
       AUTHOR. JOSE-VILCA.

      *****************************************************************
      * PROVISION MENSUAL DEL COSTO LABORAL DEVENGADO:                *
      * LA DISTRIBUCION DE COSTOS DE NOMINA-SEMANAL SOLO CONTABILIZA  *
      * LO PAGADO EN CADA LOTE. ESTA CORRIDA DE FIN DE MES DEVENGA    *
      * POR EMPLEADO ACTIVO LO QUE SE PAGARA DESPUES:                 *
      *   GRATIFICACION = REMUNERACION DEL MES / 6                    *
      *   CTS = (REMUNERACION DEL MES + 1/6 DE ELLA) / 12             *
      *   VACACIONES = SALDO EN DIAS DEL MAESTRO * VALOR DIA (TARIFA  *
      *   * 8 PARA HORARIOS, SUELDO / 30 PARA MENSUALES); SE AJUSTA   *
      *   LA PROVISION A ESE PASIVO, HACIA ARRIBA O HACIA ABAJO.      *
      * LA REMUNERACION DEL MES ES EL BRUTO DE LOS LOTES DEL MES EN   *
      * REGISTRO-NOMINA-HIST. LOS SALDOS QUEDAN EN                    *
      * PROVISIONES-SALDO.DAT Y LOS ASIENTOS, POR DEPARTAMENTO Y EN   *
      * EL FORMATO DE DISTRIBUCION-COSTOS, SE ANEXAN A                *
      * PROVISION-ASIENTOS.DAT, DONDE TAMBIEN CAEN LAS REVERSIONES    *
      * DE BONOS-ESTATUTARIOS Y LIQUIDACION-FINAL AL PAGAR. AL FINAL  *
      * IMPRIME EL REPORTE DE SALDOS POR EMPLEADO, QUE TAMBIEN PUEDE  *
      * PEDIRSE SOLO.                                                 *
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

           SELECT PROVISION-SALDO-FILE ASSIGN TO "PROVISIONES-SALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-EMP-ID
               FILE STATUS IS WS-PROVISION-STATUS.

           SELECT ASIENTO-PROVISION-FILE
               ASSIGN TO "PROVISION-ASIENTOS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASIENTO-STATUS.

           SELECT PRV-BASE-FILE ASSIGN TO "PROVISION-BASE.WRK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRV-BASE-STATUS.

           SELECT PRV-SORT-FILE ASSIGN TO "PROVISION-SORT.WRK".

           SELECT PROVISION-REPORTE-FILE
               ASSIGN TO "PROVISIONES-SALDO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT-TRAIL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMP-MASTER-RECORD.

       FD  REGISTRO-HIST-FILE.
           COPY REGISTRO-HIST-RECORD.

       FD  PROVISION-SALDO-FILE.
           COPY PROVISION-SALDO-RECORD.

       FD  ASIENTO-PROVISION-FILE.
           COPY DISTRIBUCION-COSTOS-RECORD.

      *****************************************************************
      * REMUNERACION DEL MES POR EMPLEADO: LOS LOTES DEL MES SE       *
      * ORDENAN POR EMPLEADO Y SE CONDENSAN A UN REGISTRO, QUE LUEGO  *
      * SE EMPAREJA EN SECUENCIA CON EL ORDEN DE LECTURA DEL MAESTRO, *
      * SIN TABLAS EN MEMORIA.                                        *
      *****************************************************************
       FD  PRV-BASE-FILE.
       01  PRV-BASE-RECORD.
           05 PBS-EMP-ID               PIC X(06).
           05 PBS-REMUNERACION         PIC 9(08)V99.

       SD  PRV-SORT-FILE.
       01  PRV-SORT-RECORD.
           05 PSR-EMP-ID               PIC X(06).
           05 PSR-BRUTO                PIC 9(06)V99.

       FD  PROVISION-REPORTE-FILE.
       01  PROVISION-REPORTE-LINE       PIC X(80).

       FD  AUDIT-LOG-FILE.
           COPY AUDIT-LOG-RECORD.

       WORKING-STORAGE SECTION.

      ***************************
      * CONTROL DE ARCHIVOS     *
      ***************************
       01 WS-EMP-MASTER-STATUS         PIC X(02).
       01 WS-REG-HIST-STATUS           PIC X(02).
       01 WS-PROVISION-STATUS          PIC X(02).
       01 WS-ASIENTO-STATUS            PIC X(02).
       01 WS-PRV-BASE-STATUS           PIC X(02).
       01 WS-REPORTE-STATUS            PIC X(02).
       01 WS-AUDIT-STATUS              PIC X(02).
       01 WS-FIN-ARCHIVO-MAESTRO       PIC X          VALUE 'N'.
          88 WS-FIN-MAESTRO                           VALUE 'S'.
       01 WS-FIN-HIST-OK               PIC X          VALUE 'N'.
          88 WS-FIN-HIST                              VALUE 'S'.
       01 WS-FIN-PRV-SORT-OK           PIC X          VALUE 'N'.
          88 WS-FIN-PRV-SORT                          VALUE 'S'.
       01 WS-FIN-PRV-BASE-OK           PIC X          VALUE 'N'.
          88 WS-FIN-PRV-BASE                          VALUE 'S'.
       01 WS-FIN-SALDOS-OK             PIC X          VALUE 'N'.
          88 WS-FIN-SALDOS                            VALUE 'S'.
       01 WS-CON-BASE-OK               PIC X          VALUE 'N'.
          88 WS-CON-BASE-MES                          VALUE 'S'.
       01 WS-SALDO-NUEVO-OK            PIC X          VALUE 'N'.
          88 WS-SALDO-NUEVO                           VALUE 'S'.
       01 WS-MAESTRO-ABIERTO-OK        PIC X          VALUE 'N'.
          88 WS-MAESTRO-ABIERTO                       VALUE 'S'.

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
                                       VALUE "PROVISIONES-MES".
       01 WS-RUN-RESULTADO             PIC X(01)      VALUE '0'.
          88 WS-EJECUCION-DENEGADA                    VALUE '1'.

      **************************************
      * CUENTAS DEL PLAN CONTABLE: GASTO Y  *
      * PROVISION POR PAGAR DE CADA         *
      * BENEFICIO (LAS MISMAS QUE USA       *
      * REVERSION-PROVISION).               *
      **************************************
       01 WS-CUENTA-GASTO-GRATI        PIC X(08)      VALUE "62140000".
       01 WS-CUENTA-GRATI-PAGAR        PIC X(08)      VALUE "41140000".
       01 WS-CUENTA-GASTO-CTS          PIC X(08)      VALUE "62910000".
       01 WS-CUENTA-CTS-PAGAR          PIC X(08)      VALUE "41510000".
       01 WS-CUENTA-GASTO-VAC          PIC X(08)      VALUE "62150000".
       01 WS-CUENTA-VAC-PAGAR          PIC X(08)      VALUE "41150000".

      ***************************
      * DATOS DE LA CORRIDA     *
      ***************************
       01 WS-OPCION-PROVISION          PIC X(01)      VALUE SPACE.
          88 WS-OPCION-PROVISIONAR                    VALUE 'P'.
          88 WS-OPCION-SOLO-REPORTE                   VALUE 'R'.
       01 WS-MES-PROVISION             PIC 9(06)      VALUE 0.
       01 WS-MES-PROVISION-R REDEFINES WS-MES-PROVISION.
          05 WS-MES-ANO                PIC 9(04).
          05 WS-MES-MM                 PIC 9(02).
             88 WS-MES-VALIDO                         VALUE 1 THRU 12.
       01 WS-FECHA-SIGUIENTE-MES       PIC 9(08)      VALUE 0.
       01 WS-FECHA-ASIENTO             PIC 9(08)      VALUE 0.
       01 WS-CONFIRMAR                 PIC X(01)      VALUE 'N'.
          88 WS-CONFIRMADO                            VALUE 'S'.

      ***************************
      * CALCULO POR EMPLEADO    *
      ***************************
       01 WS-REMUNERACION-MES          PIC 9(08)V99   VALUE 0.
       01 WS-PROV-GRATI                PIC 9(08)V99   VALUE 0.
       01 WS-PROV-CTS                  PIC 9(08)V99   VALUE 0.
       01 WS-VALOR-DIA                 PIC 9(06)V99   VALUE 0.
       01 WS-VAC-OBJETIVO              PIC 9(08)V99   VALUE 0.
       01 WS-PROV-VAC                  PIC 9(08)V99   VALUE 0.
       01 WS-REV-VAC                   PIC 9(08)V99   VALUE 0.
       01 WS-CONTADOR-PROVISIONADOS    PIC 9(05)      VALUE 0.
       01 WS-CONTADOR-OMITIDOS         PIC 9(05)      VALUE 0.
       01 WS-CONTADOR-ASIENTOS         PIC 9(05)      VALUE 0.
       01 WS-TOTAL-PROVISION           PIC S9(10)V99  VALUE 0.

      **************************************
      * PROVISION DEL MES POR DEPARTAMENTO  *
      * (EMP-DEPARTAMENTO). CON LA TABLA    *
      * LLENA, EL RESTO SE AGRUPA EN LA     *
      * ULTIMA ENTRADA COMO GRAL.           *
      **************************************
       01 WS-DEPTO-EMPLEADO            PIC X(04)      VALUE SPACE.
       01 WS-CONTADOR-DEPTOS           PIC 9(03)      VALUE 0.
       01 WS-TABLA-DEPTOS.
          05 WS-DEPTO-ENTRADA OCCURS 99 TIMES
                                       INDEXED BY WS-IDX-DEPTO.
             10 WS-DEPTO-CODIGO        PIC X(04).
             10 WS-DEPTO-GRATI         PIC 9(09)V99.
             10 WS-DEPTO-CTS           PIC 9(09)V99.
             10 WS-DEPTO-PROV-VAC      PIC 9(09)V99.
             10 WS-DEPTO-REV-VAC       PIC 9(09)V99.
       01 WS-DEPTO-HALLADO-OK          PIC X          VALUE 'N'.
          88 WS-DEPTO-HALLADO                         VALUE 'S'.
       01 WS-AVISO-DEPTOS-LLENO-OK     PIC X          VALUE 'N'.
          88 WS-AVISO-DEPTOS-LLENO-DADO               VALUE 'S'.
       01 WS-ASIENTO-CUENTA-DEBE       PIC X(08)      VALUE SPACE.
       01 WS-ASIENTO-CUENTA-HABER      PIC X(08)      VALUE SPACE.
       01 WS-ASIENTO-CONCEPTO          PIC X(05)      VALUE SPACE.
       01 WS-ASIENTO-MONTO             PIC 9(09)V99   VALUE 0.

      ***************************
      * REPORTE DE SALDOS       *
      ***************************
       01 WS-NOMBRE-REPORTE            PIC X(20)      VALUE SPACE.
       01 WS-SALDO-EMPLEADO            PIC 9(09)V99   VALUE 0.
       01 WS-CONTADOR-SALDOS           PIC 9(05)      VALUE 0.
       01 WS-TOTAL-SALDO-GRATI         PIC 9(10)V99   VALUE 0.
       01 WS-TOTAL-SALDO-CTS           PIC 9(10)V99   VALUE 0.
       01 WS-TOTAL-SALDO-VAC           PIC 9(10)V99   VALUE 0.
       01 WS-TOTAL-SALDOS              PIC 9(10)V99   VALUE 0.

      ***************************
      * CAMPOS DE PRESENTACION  *
      ***************************
       01 WS-GRATI-DISPLAY             PIC ZZZ,ZZ9.99.
       01 WS-CTS-DISPLAY               PIC ZZZ,ZZ9.99.
       01 WS-VAC-DISPLAY               PIC ZZZ,ZZ9.99.
       01 WS-SALDO-DISPLAY             PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-DISPLAY             PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PROVISION-NETA-DISPLAY    PIC -Z,ZZZ,ZZZ,ZZ9.99.

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
      * LA PROVISION ACTUALIZA LOS SALDOS Y ANEXA ASIENTOS: SE
      * REGISTRA EN EL CONTROL DE EJECUCIONES ANTES DE TOCAR
      * ARCHIVOS (REQ. 041).
           PERFORM REGISTRAR-EJECUCION-INICIO
           IF WS-EJECUCION-DENEGADA
              CONTINUE
           ELSE
              PERFORM PROCESO-PROVISIONES
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

       PROCESO-PROVISIONES.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           DISPLAY "P=PROVISION DEL MES, R=SOLO REPORTE DE SALDOS: ".
           ACCEPT WS-OPCION-PROVISION.
           EVALUATE TRUE
              WHEN WS-OPCION-PROVISIONAR
                 PERFORM PEDIR-MES-PROVISION
              WHEN WS-OPCION-SOLO-REPORTE
                 PERFORM IMPRIMIR-SALDOS-PROVISION
              WHEN OTHER
                 DISPLAY "ERROR: LA OPCION DEBE SER P O R."
           END-EVALUATE
           CLOSE AUDIT-LOG-FILE.

       ESCRIBIR-AUDITORIA.
           MOVE SPACES TO AUDIT-LOG-LINE
           STRING FUNCTION CURRENT-DATE " PROVISIONES-MENSUALES "
                  "OPERADOR=" WS-OPERADOR-ID " " WS-AUDIT-DESCRIPCION
                  DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           WRITE AUDIT-LOG-LINE
           MOVE SPACES TO WS-AUDIT-DESCRIPCION.

      * EL ASIENTO DE PROVISION SE FECHA AL ULTIMO DIA DEL MES: EL
      * DIA ANTERIOR AL PRIMERO DEL MES SIGUIENTE.
       PEDIR-MES-PROVISION.
           DISPLAY "MES A PROVISIONAR (YYYYMM): ".
           ACCEPT WS-MES-PROVISION.
           IF NOT WS-MES-VALIDO OR WS-MES-ANO < 2000
              DISPLAY "ERROR: MES INVALIDO, USE EL FORMATO YYYYMM."
           ELSE
              IF WS-MES-MM = 12
                 COMPUTE WS-FECHA-SIGUIENTE-MES =
                    (WS-MES-ANO + 1) * 10000 + 101
              ELSE
                 COMPUTE WS-FECHA-SIGUIENTE-MES =
                    WS-MES-ANO * 10000 + (WS-MES-MM + 1) * 100 + 1
              END-IF
              COMPUTE WS-FECHA-ASIENTO = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-FECHA-SIGUIENTE-MES) - 1)
              DISPLAY "CONFIRMA LA PROVISION DEL MES " WS-MES-PROVISION
                      " AL " WS-FECHA-ASIENTO " (S/N): "
              ACCEPT WS-CONFIRMAR
              IF WS-CONFIRMADO
                 PERFORM EJECUTAR-PROVISION-MES
                 PERFORM IMPRIMIR-SALDOS-PROVISION
              ELSE
                 DISPLAY "PROVISION CANCELADA."
              END-IF
           END-IF.

       EJECUTAR-PROVISION-MES.
           MOVE 0 TO WS-CONTADOR-PROVISIONADOS
           MOVE 0 TO WS-CONTADOR-OMITIDOS
           MOVE 0 TO WS-TOTAL-PROVISION
           MOVE 0 TO WS-CONTADOR-DEPTOS
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EMP-MASTER-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR EMPLOYEE-MASTER-FILE, ESTADO: "
                      WS-EMP-MASTER-STATUS
           ELSE
              OPEN I-O PROVISION-SALDO-FILE
              IF WS-PROVISION-STATUS = "35"
                 OPEN OUTPUT PROVISION-SALDO-FILE
                 CLOSE PROVISION-SALDO-FILE
                 OPEN I-O PROVISION-SALDO-FILE
              END-IF
              IF WS-PROVISION-STATUS NOT = "00"
                 DISPLAY "ERROR AL ABRIR PROVISIONES-SALDO.DAT, "
                         "ESTADO: " WS-PROVISION-STATUS
              ELSE
                 STRING "INICIO PROVISION DEL MES " WS-MES-PROVISION
                    DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
                 PERFORM ESCRIBIR-AUDITORIA
                 PERFORM PREPARAR-BASE-MES
                 MOVE 'N' TO WS-FIN-ARCHIVO-MAESTRO
                 PERFORM LEER-SIGUIENTE-EMPLEADO
                 PERFORM PROVISIONAR-UN-EMPLEADO UNTIL WS-FIN-MAESTRO
                 IF WS-CON-BASE-MES
                    CLOSE PRV-BASE-FILE
                 END-IF
                 CLOSE PROVISION-SALDO-FILE
                 PERFORM ESCRIBIR-ASIENTOS-PROVISION
                 MOVE WS-TOTAL-PROVISION TO WS-PROVISION-NETA-DISPLAY
                 DISPLAY "EMPLEADOS PROVISIONADOS: "
                         WS-CONTADOR-PROVISIONADOS
                 DISPLAY "OMITIDOS (MES YA PROVISIONADO): "
                         WS-CONTADOR-OMITIDOS
                 DISPLAY "PROVISION NETA DEL MES: "
                         WS-PROVISION-NETA-DISPLAY
                 DISPLAY "ASIENTOS: PROVISION-ASIENTOS.DAT ("
                         WS-CONTADOR-ASIENTOS ")"
                 STRING "FIN PROVISION " WS-MES-PROVISION
                        " EMP=" WS-CONTADOR-PROVISIONADOS
                        " TOT=" WS-PROVISION-NETA-DISPLAY
                        DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
                 PERFORM ESCRIBIR-AUDITORIA
              END-IF
              CLOSE EMPLOYEE-MASTER-FILE
           END-IF.

       LEER-SIGUIENTE-EMPLEADO.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                  SET WS-FIN-MAESTRO TO TRUE
           END-READ.

      *****************************************************************
      * SIN HISTORICO NO HAY REMUNERACION DEL MES: LA GRATIFICACION   *
      * Y LA CTS NO DEVENGAN, PERO LAS VACACIONES SI SE AJUSTAN AL    *
      * SALDO DEL MAESTRO.                                            *
      *****************************************************************
       PREPARAR-BASE-MES.
           MOVE 'N' TO WS-CON-BASE-OK
           MOVE 'N' TO WS-FIN-PRV-BASE-OK
           OPEN INPUT REGISTRO-HIST-FILE
           IF WS-REG-HIST-STATUS = "00"
              CLOSE REGISTRO-HIST-FILE
              SORT PRV-SORT-FILE
                 ON ASCENDING KEY PSR-EMP-ID
                 INPUT PROCEDURE IS SELECCIONAR-LOTES-MES
                 OUTPUT PROCEDURE IS CONDENSAR-LOTES-MES
              OPEN INPUT PRV-BASE-FILE
              PERFORM LEER-BASE-MES
              SET WS-CON-BASE-MES TO TRUE
           ELSE
              DISPLAY "AVISO: NO SE ENCONTRO REGISTRO-NOMINA-HIST.DAT;"
              DISPLAY "       SOLO SE AJUSTAN LAS VACACIONES."
           END-IF.

       SELECCIONAR-LOTES-MES.
           MOVE 'N' TO WS-FIN-HIST-OK
           OPEN INPUT REGISTRO-HIST-FILE
           PERFORM UNTIL WS-FIN-HIST
              READ REGISTRO-HIST-FILE
                 AT END
                    SET WS-FIN-HIST TO TRUE
                 NOT AT END
                    IF RGH-LOTE-FECHA(1:6) = WS-MES-PROVISION
                       MOVE RGH-EMP-ID TO PSR-EMP-ID
                       MOVE RGH-BRUTO TO PSR-BRUTO
                       RELEASE PRV-SORT-RECORD
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REGISTRO-HIST-FILE.

       CONDENSAR-LOTES-MES.
           OPEN OUTPUT PRV-BASE-FILE
           MOVE SPACE TO PBS-EMP-ID
           MOVE 0 TO PBS-REMUNERACION
           MOVE 'N' TO WS-FIN-PRV-SORT-OK
           PERFORM UNTIL WS-FIN-PRV-SORT
              RETURN PRV-SORT-FILE
                 AT END
                    SET WS-FIN-PRV-SORT TO TRUE
                    IF PBS-EMP-ID NOT = SPACE
                       WRITE PRV-BASE-RECORD
                    END-IF
                 NOT AT END
                    IF PSR-EMP-ID NOT = PBS-EMP-ID
                       IF PBS-EMP-ID NOT = SPACE
                          WRITE PRV-BASE-RECORD
                       END-IF
                       MOVE PSR-EMP-ID TO PBS-EMP-ID
                       MOVE 0 TO PBS-REMUNERACION
                    END-IF
                    ADD PSR-BRUTO TO PBS-REMUNERACION
              END-RETURN
           END-PERFORM
           CLOSE PRV-BASE-FILE.

       LEER-BASE-MES.
           READ PRV-BASE-FILE
              AT END
                 SET WS-FIN-PRV-BASE TO TRUE
           END-READ.

      * EMPAREJAMIENTO SECUENCIAL: LA BASE QUEDO EN EL MISMO ORDEN DE
      * EMP-ID EN QUE SE LEE EL MAESTRO.
       BUSCAR-BASE-EMPLEADO.
           MOVE 0 TO WS-REMUNERACION-MES
           IF WS-CON-BASE-MES
              PERFORM UNTIL WS-FIN-PRV-BASE
                      OR PBS-EMP-ID NOT < EMP-ID
                 PERFORM LEER-BASE-MES
              END-PERFORM
              IF NOT WS-FIN-PRV-BASE
                 AND PBS-EMP-ID = EMP-ID
                 MOVE PBS-REMUNERACION TO WS-REMUNERACION-MES
                 PERFORM LEER-BASE-MES
              END-IF
           END-IF.

      *****************************************************************
      * SOLO DEVENGA EL PERSONAL ACTIVO; EL SALDO DEL CESADO QUEDA    *
      * HASTA QUE LIQUIDACION-FINAL LO PAGA Y LO REVIERTE. UN MES YA  *
      * PROVISIONADO PARA EL EMPLEADO NO SE VUELVE A CARGAR, ASI LA   *
      * CORRIDA PUEDE REPETIRSE SIN DUPLICAR.                         *
      *****************************************************************
       PROVISIONAR-UN-EMPLEADO.
           PERFORM BUSCAR-BASE-EMPLEADO
           IF EMP-ACTIVO
              PERFORM LEER-SALDO-EMPLEADO
              IF NOT WS-SALDO-NUEVO
                 AND PRV-ULTIMO-MES NOT < WS-MES-PROVISION
                 DISPLAY "SE OMITE AL EMPLEADO " EMP-ID
                         " (MES YA PROVISIONADO)."
                 ADD 1 TO WS-CONTADOR-OMITIDOS
              ELSE
                 PERFORM CALCULAR-PROVISION-EMPLEADO
                 PERFORM GRABAR-SALDO-EMPLEADO
                 PERFORM SUMAR-PROVISION-DEPTO
                 ADD 1 TO WS-CONTADOR-PROVISIONADOS
              END-IF
           END-IF
           PERFORM LEER-SIGUIENTE-EMPLEADO.

       LEER-SALDO-EMPLEADO.
           MOVE 'N' TO WS-SALDO-NUEVO-OK
           MOVE EMP-ID TO PRV-EMP-ID
           READ PROVISION-SALDO-FILE
              INVALID KEY
                 SET WS-SALDO-NUEVO TO TRUE
                 MOVE EMP-ID TO PRV-EMP-ID
                 MOVE 0 TO PRV-SALDO-GRATI
                 MOVE 0 TO PRV-SALDO-CTS
                 MOVE 0 TO PRV-SALDO-VAC
                 MOVE 0 TO PRV-ULTIMO-MES
           END-READ.

       CALCULAR-PROVISION-EMPLEADO.
           COMPUTE WS-PROV-GRATI ROUNDED = WS-REMUNERACION-MES / 6
           COMPUTE WS-PROV-CTS ROUNDED =
              (WS-REMUNERACION-MES + (WS-REMUNERACION-MES / 6)) / 12
      * VALOR DE UN DIA DE VACACION CON LA MISMA REGLA DE LA
      * LIQUIDACION FINAL; UN SALDO NEGATIVO NO ES PASIVO.
           IF EMP-COMP-MENSUAL
              COMPUTE WS-VALOR-DIA ROUNDED = EMP-SALARIO-MENSUAL / 30
           ELSE
              COMPUTE WS-VALOR-DIA = EMP-PAY-PER-HOUR * 8
           END-IF
           IF EMP-VAC-SALDO-DIAS > 0
              COMPUTE WS-VAC-OBJETIVO ROUNDED =
                 EMP-VAC-SALDO-DIAS * WS-VALOR-DIA
           ELSE
              MOVE 0 TO WS-VAC-OBJETIVO
           END-IF
           MOVE 0 TO WS-PROV-VAC
           MOVE 0 TO WS-REV-VAC
           IF WS-VAC-OBJETIVO NOT < PRV-SALDO-VAC
              COMPUTE WS-PROV-VAC = WS-VAC-OBJETIVO - PRV-SALDO-VAC
           ELSE
              COMPUTE WS-REV-VAC = PRV-SALDO-VAC - WS-VAC-OBJETIVO
           END-IF
           COMPUTE WS-TOTAL-PROVISION = WS-TOTAL-PROVISION
              + WS-PROV-GRATI + WS-PROV-CTS + WS-PROV-VAC - WS-REV-VAC.

       GRABAR-SALDO-EMPLEADO.
           ADD WS-PROV-GRATI TO PRV-SALDO-GRATI
           ADD WS-PROV-CTS TO PRV-SALDO-CTS
           MOVE WS-VAC-OBJETIVO TO PRV-SALDO-VAC
           MOVE WS-MES-PROVISION TO PRV-ULTIMO-MES
           MOVE WS-OPERADOR-ID TO PRV-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO PRV-FECHA-REGISTRO
           IF WS-SALDO-NUEVO
              WRITE PROVISION-SALDO-RECORD
                 INVALID KEY
                    DISPLAY "ERROR AL GRABAR EL SALDO DEL EMPLEADO "
                            EMP-ID
              END-WRITE
           ELSE
              REWRITE PROVISION-SALDO-RECORD
                 INVALID KEY
                    DISPLAY "ERROR AL ACTUALIZAR EL SALDO DEL EMPLEADO "
                            EMP-ID
              END-REWRITE
           END-IF.

       SUMAR-PROVISION-DEPTO.
           MOVE EMP-DEPARTAMENTO TO WS-DEPTO-EMPLEADO
           MOVE 'N' TO WS-DEPTO-HALLADO-OK
           PERFORM VARYING WS-IDX-DEPTO FROM 1 BY 1
                   UNTIL WS-IDX-DEPTO > WS-CONTADOR-DEPTOS
                      OR WS-DEPTO-HALLADO
              IF WS-DEPTO-CODIGO(WS-IDX-DEPTO) = WS-DEPTO-EMPLEADO
                 SET WS-DEPTO-HALLADO TO TRUE
              END-IF
           END-PERFORM
           IF WS-DEPTO-HALLADO
              SET WS-IDX-DEPTO DOWN BY 1
           ELSE
              IF WS-CONTADOR-DEPTOS < 99
                 ADD 1 TO WS-CONTADOR-DEPTOS
                 SET WS-IDX-DEPTO TO WS-CONTADOR-DEPTOS
                 MOVE WS-DEPTO-EMPLEADO
                    TO WS-DEPTO-CODIGO(WS-IDX-DEPTO)
                 MOVE 0 TO WS-DEPTO-GRATI(WS-IDX-DEPTO)
                 MOVE 0 TO WS-DEPTO-CTS(WS-IDX-DEPTO)
                 MOVE 0 TO WS-DEPTO-PROV-VAC(WS-IDX-DEPTO)
                 MOVE 0 TO WS-DEPTO-REV-VAC(WS-IDX-DEPTO)
              ELSE
                 IF NOT WS-AVISO-DEPTOS-LLENO-DADO
                    DISPLAY "AVISO: TABLA DE DEPARTAMENTOS LLENA "
                       "(99), LOS DEMAS SE AGRUPAN EN GRAL."
                    SET WS-AVISO-DEPTOS-LLENO-DADO TO TRUE
                 END-IF
                 SET WS-IDX-DEPTO TO 99
                 MOVE "GRAL" TO WS-DEPTO-CODIGO(WS-IDX-DEPTO)
              END-IF
           END-IF
           ADD WS-PROV-GRATI TO WS-DEPTO-GRATI(WS-IDX-DEPTO)
           ADD WS-PROV-CTS TO WS-DEPTO-CTS(WS-IDX-DEPTO)
           ADD WS-PROV-VAC TO WS-DEPTO-PROV-VAC(WS-IDX-DEPTO)
           ADD WS-REV-VAC TO WS-DEPTO-REV-VAC(WS-IDX-DEPTO).

      *****************************************************************
      * ASIENTOS DEL MES POR DEPARTAMENTO, FECHADOS AL CIERRE DEL     *
      * MES: CARGO AL GASTO Y ABONO A LA PROVISION POR PAGAR DE CADA  *
      * BENEFICIO; SI EL PASIVO DE VACACIONES BAJO, EL AJUSTE VA AL   *
      * REVES (RVVAC). SE ANEXAN A PROVISION-ASIENTOS.DAT, QUE        *
      * CONTABILIDAD IMPORTA JUNTO CON LAS REVERSIONES POR PAGO.      *
      *****************************************************************
       ESCRIBIR-ASIENTOS-PROVISION.
           MOVE 0 TO WS-CONTADOR-ASIENTOS
           OPEN EXTEND ASIENTO-PROVISION-FILE
           IF WS-ASIENTO-STATUS NOT = "00"
              OPEN OUTPUT ASIENTO-PROVISION-FILE
           END-IF
           PERFORM ESCRIBIR-ASIENTOS-DEPTO
              VARYING WS-IDX-DEPTO FROM 1 BY 1
              UNTIL WS-IDX-DEPTO > WS-CONTADOR-DEPTOS
           CLOSE ASIENTO-PROVISION-FILE.

       ESCRIBIR-ASIENTOS-DEPTO.
           MOVE WS-CUENTA-GASTO-GRATI TO WS-ASIENTO-CUENTA-DEBE
           MOVE WS-CUENTA-GRATI-PAGAR TO WS-ASIENTO-CUENTA-HABER
           MOVE "PRGRA" TO WS-ASIENTO-CONCEPTO
           MOVE WS-DEPTO-GRATI(WS-IDX-DEPTO) TO WS-ASIENTO-MONTO
           PERFORM ESCRIBIR-PAR-ASIENTOS
           MOVE WS-CUENTA-GASTO-CTS TO WS-ASIENTO-CUENTA-DEBE
           MOVE WS-CUENTA-CTS-PAGAR TO WS-ASIENTO-CUENTA-HABER
           MOVE "PRCTS" TO WS-ASIENTO-CONCEPTO
           MOVE WS-DEPTO-CTS(WS-IDX-DEPTO) TO WS-ASIENTO-MONTO
           PERFORM ESCRIBIR-PAR-ASIENTOS
           MOVE WS-CUENTA-GASTO-VAC TO WS-ASIENTO-CUENTA-DEBE
           MOVE WS-CUENTA-VAC-PAGAR TO WS-ASIENTO-CUENTA-HABER
           MOVE "PRVAC" TO WS-ASIENTO-CONCEPTO
           MOVE WS-DEPTO-PROV-VAC(WS-IDX-DEPTO) TO WS-ASIENTO-MONTO
           PERFORM ESCRIBIR-PAR-ASIENTOS
           MOVE WS-CUENTA-VAC-PAGAR TO WS-ASIENTO-CUENTA-DEBE
           MOVE WS-CUENTA-GASTO-VAC TO WS-ASIENTO-CUENTA-HABER
           MOVE "RVVAC" TO WS-ASIENTO-CONCEPTO
           MOVE WS-DEPTO-REV-VAC(WS-IDX-DEPTO) TO WS-ASIENTO-MONTO
           PERFORM ESCRIBIR-PAR-ASIENTOS.

       ESCRIBIR-PAR-ASIENTOS.
           IF WS-ASIENTO-MONTO > 0
              MOVE WS-FECHA-ASIENTO TO DIS-LOTE-FECHA
              MOVE WS-DEPTO-CODIGO(WS-IDX-DEPTO) TO DIS-DEPARTAMENTO
              MOVE WS-ASIENTO-CONCEPTO TO DIS-CONCEPTO
              MOVE WS-ASIENTO-MONTO TO DIS-MONTO
              MOVE WS-ASIENTO-CUENTA-DEBE TO DIS-CUENTA-CONTABLE
              MOVE 'D' TO DIS-DEBE-HABER
              WRITE DISTRIBUCION-RECORD
              MOVE WS-ASIENTO-CUENTA-HABER TO DIS-CUENTA-CONTABLE
              MOVE 'H' TO DIS-DEBE-HABER
              WRITE DISTRIBUCION-RECORD
              ADD 2 TO WS-CONTADOR-ASIENTOS
           END-IF.

      *****************************************************************
      * REPORTE DE SALDOS PROVISIONADOS POR EMPLEADO (ACTIVOS Y        *
      * CESADOS AUN NO LIQUIDADOS): LO QUE LA EMPRESA DEBE HOY POR    *
      * GRATIFICACION, CTS Y VACACIONES, CON EL ULTIMO MES CARGADO.   *
      *****************************************************************
       IMPRIMIR-SALDOS-PROVISION.
           MOVE 0 TO WS-CONTADOR-SALDOS
           MOVE 0 TO WS-TOTAL-SALDO-GRATI
           MOVE 0 TO WS-TOTAL-SALDO-CTS
           MOVE 0 TO WS-TOTAL-SALDO-VAC
           MOVE 0 TO WS-TOTAL-SALDOS
           OPEN INPUT PROVISION-SALDO-FILE
           IF WS-PROVISION-STATUS NOT = "00"
              DISPLAY "NO HAY SALDOS DE PROVISIONES "
                      "(PROVISIONES-SALDO.DAT), ESTADO: "
                      WS-PROVISION-STATUS
           ELSE
              MOVE 'N' TO WS-MAESTRO-ABIERTO-OK
              OPEN INPUT EMPLOYEE-MASTER-FILE
              IF WS-EMP-MASTER-STATUS = "00"
                 SET WS-MAESTRO-ABIERTO TO TRUE
              END-IF
              OPEN OUTPUT PROVISION-REPORTE-FILE
              PERFORM ESCRIBIR-CABECERA-SALDOS
              MOVE 'N' TO WS-FIN-SALDOS-OK
              PERFORM UNTIL WS-FIN-SALDOS
                 READ PROVISION-SALDO-FILE NEXT RECORD
                    AT END
                       SET WS-FIN-SALDOS TO TRUE
                    NOT AT END
                       COMPUTE WS-SALDO-EMPLEADO = PRV-SALDO-GRATI
                          + PRV-SALDO-CTS + PRV-SALDO-VAC
                       IF WS-SALDO-EMPLEADO > 0
                          PERFORM ESCRIBIR-LINEA-SALDO
                       END-IF
                 END-READ
              END-PERFORM
              PERFORM ESCRIBIR-TOTALES-SALDOS
              CLOSE PROVISION-REPORTE-FILE
              IF WS-MAESTRO-ABIERTO
                 CLOSE EMPLOYEE-MASTER-FILE
              END-IF
              CLOSE PROVISION-SALDO-FILE
              MOVE WS-TOTAL-SALDOS TO WS-TOTAL-DISPLAY
              DISPLAY "SALDOS PROVISIONADOS: PROVISIONES-SALDO.TXT"
              DISPLAY "EMPLEADOS CON SALDO: " WS-CONTADOR-SALDOS
                      "  TOTAL: " WS-TOTAL-DISPLAY
              STRING "REPORTE DE SALDOS DE PROVISIONES EMP="
                     WS-CONTADOR-SALDOS
                     DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
              PERFORM ESCRIBIR-AUDITORIA
           END-IF.

       ESCRIBIR-CABECERA-SALDOS.
           MOVE "SALDOS DE PROVISIONES POR EMPLEADO"
              TO PROVISION-REPORTE-LINE
           WRITE PROVISION-REPORTE-LINE
           MOVE SPACES TO PROVISION-REPORTE-LINE
           STRING "FECHA: " FUNCTION CURRENT-DATE(1:8)
                  "   OPERADOR: " WS-OPERADOR-ID
                  DELIMITED BY SIZE INTO PROVISION-REPORTE-LINE
           WRITE PROVISION-REPORTE-LINE
           MOVE ALL "-" TO PROVISION-REPORTE-LINE
           WRITE PROVISION-REPORTE-LINE
           MOVE SPACES TO PROVISION-REPORTE-LINE
           MOVE "CODIGO NOMBRE" TO PROVISION-REPORTE-LINE(1:13)
           MOVE "GRATIFIC." TO PROVISION-REPORTE-LINE(30:9)
           MOVE "CTS" TO PROVISION-REPORTE-LINE(47:3)
           MOVE "VACACIONES" TO PROVISION-REPORTE-LINE(51:10)
           MOVE "TOTAL" TO PROVISION-REPORTE-LINE(69:5)
           MOVE "ULTMES" TO PROVISION-REPORTE-LINE(75:6)
           WRITE PROVISION-REPORTE-LINE
           MOVE ALL "-" TO PROVISION-REPORTE-LINE
           WRITE PROVISION-REPORTE-LINE.

       ESCRIBIR-LINEA-SALDO.
           MOVE SPACES TO WS-NOMBRE-REPORTE
           IF WS-MAESTRO-ABIERTO
              MOVE PRV-EMP-ID TO EMP-ID
              READ EMPLOYEE-MASTER-FILE
                 INVALID KEY
                    MOVE "NO FIGURA EN MAESTRO" TO WS-NOMBRE-REPORTE
                 NOT INVALID KEY
                    MOVE EMP-NAME TO WS-NOMBRE-REPORTE
              END-READ
           END-IF
           ADD 1 TO WS-CONTADOR-SALDOS
           ADD PRV-SALDO-GRATI TO WS-TOTAL-SALDO-GRATI
           ADD PRV-SALDO-CTS TO WS-TOTAL-SALDO-CTS
           ADD PRV-SALDO-VAC TO WS-TOTAL-SALDO-VAC
           ADD WS-SALDO-EMPLEADO TO WS-TOTAL-SALDOS
           MOVE PRV-SALDO-GRATI TO WS-GRATI-DISPLAY
           MOVE PRV-SALDO-CTS TO WS-CTS-DISPLAY
           MOVE PRV-SALDO-VAC TO WS-VAC-DISPLAY
           MOVE WS-SALDO-EMPLEADO TO WS-SALDO-DISPLAY
           MOVE SPACES TO PROVISION-REPORTE-LINE
           STRING PRV-EMP-ID " " WS-NOMBRE-REPORTE " "
                  WS-GRATI-DISPLAY " " WS-CTS-DISPLAY " "
                  WS-VAC-DISPLAY " " WS-SALDO-DISPLAY " "
                  PRV-ULTIMO-MES
                  DELIMITED BY SIZE INTO PROVISION-REPORTE-LINE
           WRITE PROVISION-REPORTE-LINE.

       ESCRIBIR-TOTALES-SALDOS.
           MOVE ALL "-" TO PROVISION-REPORTE-LINE
           WRITE PROVISION-REPORTE-LINE
           MOVE WS-TOTAL-SALDO-GRATI TO WS-TOTAL-DISPLAY
           MOVE SPACES TO PROVISION-REPORTE-LINE
           STRING "TOTAL GRATIFICACION:  " WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO PROVISION-REPORTE-LINE
           WRITE PROVISION-REPORTE-LINE
           MOVE WS-TOTAL-SALDO-CTS TO WS-TOTAL-DISPLAY
           MOVE SPACES TO PROVISION-REPORTE-LINE
           STRING "TOTAL CTS:            " WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO PROVISION-REPORTE-LINE
           WRITE PROVISION-REPORTE-LINE
           MOVE WS-TOTAL-SALDO-VAC TO WS-TOTAL-DISPLAY
           MOVE SPACES TO PROVISION-REPORTE-LINE
           STRING "TOTAL VACACIONES:     " WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO PROVISION-REPORTE-LINE
           WRITE PROVISION-REPORTE-LINE
           MOVE WS-TOTAL-SALDOS TO WS-TOTAL-DISPLAY
           MOVE SPACES TO PROVISION-REPORTE-LINE
           STRING "TOTAL PROVISIONADO:   " WS-TOTAL-DISPLAY
                  "   EMPLEADOS: " WS-CONTADOR-SALDOS
                  DELIMITED BY SIZE INTO PROVISION-REPORTE-LINE
           WRITE PROVISION-REPORTE-LINE.
