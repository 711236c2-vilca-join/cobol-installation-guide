       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCIMIENTO-CONTRATOS.
       AUTHOR. JOSE-VILCA.

      *****************************************************************
      * REPORTE SEMANAL DE CONTRATOS DE TRABAJO:                      *
      *  - CONTRATOS VIGENTES DE EMPLEADOS ACTIVOS QUE VENCEN EN LOS  *
      *    PROXIMOS 30 Y 60 DIAS, Y LOS QUE YA VENCIERON SIN          *
      *    RENOVARSE MIENTRAS LA PERSONA SIGUE ACTIVA;                *
      *  - EMPLEADOS PAGADOS EN LA SEMANA DEL LOTE (SEGUN EL          *
      *    HISTORICO DE NOMINA) SIN UN CONTRATO QUE CUBRA ALGUN DIA   *
      *    DE ESA SEMANA.                                             *
      * TODO SALE EN CONTRATOS-VENCIMIENTO.TXT PARA RECURSOS HUMANOS. *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRATO-FILE ASSIGN TO "CONTRATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-CLAVE
               FILE STATUS IS WS-CONTRATO-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPLOYEE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT REGISTRO-HIST-FILE
               ASSIGN TO "REGISTRO-NOMINA-HIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-HIST-STATUS.

           SELECT CONTRATOS-REPORTE-FILE
               ASSIGN TO "CONTRATOS-VENCIMIENTO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT-TRAIL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRATO-FILE.
           COPY CONTRATO-RECORD.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMP-MASTER-RECORD.

       FD  REGISTRO-HIST-FILE.
           COPY REGISTRO-HIST-RECORD.

       FD  CONTRATOS-REPORTE-FILE.
       01  CONTRATOS-REPORTE-LINE       PIC X(80).

       FD  AUDIT-LOG-FILE.
           COPY AUDIT-LOG-RECORD.

       WORKING-STORAGE SECTION.
      ***************************
      * CONTROL DE ARCHIVOS     *
      ***************************
       01 WS-CONTRATO-STATUS           PIC X(02).
       01 WS-EMP-MASTER-STATUS         PIC X(02).
       01 WS-REG-HIST-STATUS           PIC X(02).
       01 WS-REPORTE-STATUS            PIC X(02).
       01 WS-AUDIT-STATUS              PIC X(02).
       01 WS-FIN-CONTRATOS-OK          PIC X          VALUE 'N'.
          88 WS-FIN-CONTRATOS                         VALUE 'S'.
       01 WS-FIN-HIST-OK               PIC X          VALUE 'N'.
          88 WS-FIN-HIST                              VALUE 'S'.
      * SIN CONTRATOS.DAT NO HAY NADA POR VENCER Y TODO EMPLEADO
      * PAGADO SALE COMO PAGADO SIN CONTRATO.
       01 WS-CONTRATOS-ABIERTO-OK      PIC X          VALUE 'N'.
          88 WS-CONTRATOS-ABIERTO                     VALUE 'S'.
       01 WS-MAESTRO-ABIERTO-OK        PIC X          VALUE 'N'.
          88 WS-MAESTRO-ABIERTO                       VALUE 'S'.

      **************************************
      * BITACORA DE AUDITORIA               *
      **************************************
       01 WS-OPERADOR-ID               PIC X(08)      VALUE SPACE.
       01 WS-AUDIT-DESCRIPCION         PIC X(50)      VALUE SPACE.

      **************************************
      * FECHAS DE CORTE: EL VENCIMIENTO SE  *
      * MIDE DESDE HOY; LOS PAGOS SIN       *
      * CONTRATO, SOBRE LA SEMANA QUE       *
      * TERMINA EN LA FECHA DEL LOTE        *
      **************************************
       01 WS-FECHA-HOY                 PIC 9(08)      VALUE 0.
       01 WS-FECHA-LOTE-TEXTO          PIC X(08)      VALUE SPACE.
       01 WS-LOTE-FECHA                PIC 9(08)      VALUE 0.
       01 WS-SEMANA-INICIO             PIC 9(08)      VALUE 0.
       01 WS-DIAS-PARA-VENCER          PIC S9(05)     VALUE 0.
       01 WS-DIAS-AVISO-CORTO          PIC 9(03)      VALUE 30.
       01 WS-DIAS-AVISO-LARGO          PIC 9(03)      VALUE 60.

      **************************************
      * RESULTADO DE LA REVISION            *
      **************************************
       01 WS-NOMBRE-EMPLEADO           PIC X(20)      VALUE SPACE.
       01 WS-EMPLEADO-ACTIVO-OK        PIC X          VALUE 'N'.
          88 WS-EMPLEADO-ACTIVO                       VALUE 'S'.
       01 WS-CONTRATO-CUBRE-OK         PIC X          VALUE 'N'.
          88 WS-CONTRATO-CUBRE                        VALUE 'S'.
       01 WS-PLAZO-TEXTO               PIC X(09)      VALUE SPACE.
       01 WS-CONTADOR-VENCIDOS         PIC 9(05)      VALUE 0.
       01 WS-CONTADOR-30-DIAS          PIC 9(05)      VALUE 0.
       01 WS-CONTADOR-60-DIAS          PIC 9(05)      VALUE 0.
       01 WS-CONTADOR-PAGADOS          PIC 9(05)      VALUE 0.
       01 WS-CONTADOR-SIN-CONTRATO     PIC 9(05)      VALUE 0.
       01 WS-DIAS-DISPLAY              PIC -ZZZ9.
       01 WS-NETO-DISPLAY              PIC ZZZ,ZZ9.99.

      *****************************************************************
      * EL ID DE OPERADOR LLEGA YA VERIFICADO DESDE EL INICIO DE      *
      * SESION DE HOLA-MUNDO; SOLO SI LLEGA EN BLANCO SE PIDE EN      *
      * PANTALLA.                                                     *
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
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           DISPLAY "FECHA DEL LOTE A REVISAR (YYYYMMDD, BLANCO = "
                   "ULTIMO LOTE SEMANAL): "
           MOVE SPACE TO WS-FECHA-LOTE-TEXTO
           ACCEPT WS-FECHA-LOTE-TEXTO
           IF WS-FECHA-LOTE-TEXTO NOT = SPACE
              AND WS-FECHA-LOTE-TEXTO NUMERIC
              MOVE WS-FECHA-LOTE-TEXTO TO WS-LOTE-FECHA
           END-IF
           PERFORM ABRIR-ARCHIVOS
           IF WS-LOTE-FECHA = 0
              PERFORM UBICAR-ULTIMO-LOTE
           END-IF
           OPEN OUTPUT CONTRATOS-REPORTE-FILE
           PERFORM ESCRIBIR-ENCABEZADO
           PERFORM REPORTAR-VENCIMIENTOS
           PERFORM REPORTAR-PAGOS-SIN-CONTRATO
           PERFORM ESCRIBIR-TOTALES
           CLOSE CONTRATOS-REPORTE-FILE
           IF WS-CONTRATOS-ABIERTO
              CLOSE CONTRATO-FILE
           END-IF
           IF WS-MAESTRO-ABIERTO
              CLOSE EMPLOYEE-MASTER-FILE
           END-IF
           DISPLAY "REPORTE DE CONTRATOS: CONTRATOS-VENCIMIENTO.TXT"
           DISPLAY "POR VENCER EN " WS-DIAS-AVISO-CORTO " DIAS: "
                   WS-CONTADOR-30-DIAS "   EN " WS-DIAS-AVISO-LARGO
                   " DIAS: " WS-CONTADOR-60-DIAS
                   "   VENCIDOS: " WS-CONTADOR-VENCIDOS
           DISPLAY "PAGADOS SIN CONTRATO EN EL LOTE " WS-LOTE-FECHA
                   ": " WS-CONTADOR-SIN-CONTRATO
           STRING "CONTRATOS " WS-LOTE-FECHA
                  " VENCEN=" WS-CONTADOR-30-DIAS
                  "/" WS-CONTADOR-60-DIAS
                  " SIN=" WS-CONTADOR-SIN-CONTRATO
                  DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
           PERFORM ESCRIBIR-AUDITORIA
           CLOSE AUDIT-LOG-FILE
           GOBACK.

       ESCRIBIR-AUDITORIA.
           MOVE SPACES TO AUDIT-LOG-LINE
           STRING FUNCTION CURRENT-DATE " VENCIMIENTO-CONTRATOS "
                  "OPERADOR=" WS-OPERADOR-ID " " WS-AUDIT-DESCRIPCION
                  DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           WRITE AUDIT-LOG-LINE
           MOVE SPACES TO WS-AUDIT-DESCRIPCION.

       ABRIR-ARCHIVOS.
           OPEN INPUT CONTRATO-FILE
           IF WS-CONTRATO-STATUS = "00"
              SET WS-CONTRATOS-ABIERTO TO TRUE
           ELSE
              DISPLAY "AVISO: NO SE PUDO ABRIR CONTRATOS.DAT, ESTADO: "
                      WS-CONTRATO-STATUS
           END-IF
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EMP-MASTER-STATUS = "00"
              SET WS-MAESTRO-ABIERTO TO TRUE
           ELSE
              DISPLAY "AVISO: NO SE PUDO ABRIR EMPLOYEE-MASTER.DAT, "
                      "ESTADO: " WS-EMP-MASTER-STATUS
           END-IF.

      * SIN FECHA DIGITADA SE TOMA EL LOTE SEMANAL MAS RECIENTE DEL
      * HISTORICO, COMO EN EL RESUMEN GERENCIAL.
       UBICAR-ULTIMO-LOTE.
           MOVE 'N' TO WS-FIN-HIST-OK
           OPEN INPUT REGISTRO-HIST-FILE
           IF WS-REG-HIST-STATUS NOT = "00"
              DISPLAY "AVISO: NO SE ENCONTRO "
                      "REGISTRO-NOMINA-HIST.DAT, ESTADO: "
                      WS-REG-HIST-STATUS
           ELSE
              PERFORM UNTIL WS-FIN-HIST
                 READ REGISTRO-HIST-FILE
                    AT END
                       SET WS-FIN-HIST TO TRUE
                    NOT AT END
                       IF RGH-PLANILLA-SEMANAL
                          AND RGH-LOTE-FECHA > WS-LOTE-FECHA
                          MOVE RGH-LOTE-FECHA TO WS-LOTE-FECHA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REGISTRO-HIST-FILE
           END-IF.

       ESCRIBIR-ENCABEZADO.
           MOVE "CONTRATOS DE TRABAJO POR VENCER Y PAGOS SIN CONTRATO"
              TO CONTRATOS-REPORTE-LINE
           WRITE CONTRATOS-REPORTE-LINE
           MOVE SPACES TO CONTRATOS-REPORTE-LINE
           STRING "FECHA DE CORTE: " WS-FECHA-HOY
                  "   LOTE: " WS-LOTE-FECHA
                  "   OPERADOR: " WS-OPERADOR-ID
                  DELIMITED BY SIZE INTO CONTRATOS-REPORTE-LINE
           WRITE CONTRATOS-REPORTE-LINE
           MOVE ALL "=" TO CONTRATOS-REPORTE-LINE
           WRITE CONTRATOS-REPORTE-LINE.

      *****************************************************************
      * CONTRATOS VIGENTES CON FECHA DE TERMINO: SE AVISAN LOS QUE    *
      * VENCEN DENTRO DE 60 DIAS (MARCANDO LOS DE 30) Y LOS YA        *
      * VENCIDOS SI EL EMPLEADO SIGUE ACTIVO EN EL MAESTRO. LOS       *
      * EMPLEADOS DADOS DE BAJA NO SE AVISAN.                         *
      *****************************************************************
       REPORTAR-VENCIMIENTOS.
           MOVE "CONTRATOS VENCIDOS O POR VENCER:"
              TO CONTRATOS-REPORTE-LINE
           WRITE CONTRATOS-REPORTE-LINE
           MOVE "EMPL   NOMBRE               T  INICIO    TERMINO  "
              TO CONTRATOS-REPORTE-LINE
           MOVE "RENOV   DIAS  PLAZO" TO CONTRATOS-REPORTE-LINE(51:19)
           WRITE CONTRATOS-REPORTE-LINE
           MOVE ALL "-" TO CONTRATOS-REPORTE-LINE
           WRITE CONTRATOS-REPORTE-LINE
           IF WS-CONTRATOS-ABIERTO
              MOVE 'N' TO WS-FIN-CONTRATOS-OK
              MOVE LOW-VALUES TO CON-CLAVE
              START CONTRATO-FILE
                 KEY IS NOT LESS THAN CON-CLAVE
                 INVALID KEY
                    SET WS-FIN-CONTRATOS TO TRUE
              END-START
              PERFORM UNTIL WS-FIN-CONTRATOS
                 READ CONTRATO-FILE NEXT RECORD
                    AT END
                       SET WS-FIN-CONTRATOS TO TRUE
                    NOT AT END
                       IF CON-VIGENTE AND CON-FECHA-FIN > 0
                          PERFORM EVALUAR-VENCIMIENTO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           MOVE ALL "-" TO CONTRATOS-REPORTE-LINE
           WRITE CONTRATOS-REPORTE-LINE.

       EVALUAR-VENCIMIENTO.
           COMPUTE WS-DIAS-PARA-VENCER =
              FUNCTION INTEGER-OF-DATE(CON-FECHA-FIN)
              - FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
           IF WS-DIAS-PARA-VENCER <= WS-DIAS-AVISO-LARGO
              MOVE CON-EMP-ID TO EMP-ID
              PERFORM LEER-EMPLEADO
              IF WS-EMPLEADO-ACTIVO
                 EVALUATE TRUE
                    WHEN WS-DIAS-PARA-VENCER < 0
                       ADD 1 TO WS-CONTADOR-VENCIDOS
                       MOVE "VENCIDO" TO WS-PLAZO-TEXTO
                    WHEN WS-DIAS-PARA-VENCER <= WS-DIAS-AVISO-CORTO
                       ADD 1 TO WS-CONTADOR-30-DIAS
                       MOVE "30 DIAS" TO WS-PLAZO-TEXTO
                    WHEN OTHER
                       ADD 1 TO WS-CONTADOR-60-DIAS
                       MOVE "60 DIAS" TO WS-PLAZO-TEXTO
                 END-EVALUATE
                 MOVE WS-DIAS-PARA-VENCER TO WS-DIAS-DISPLAY
                 MOVE SPACES TO CONTRATOS-REPORTE-LINE
                 STRING CON-EMP-ID " " WS-NOMBRE-EMPLEADO " "
                        CON-TIPO "  " CON-FECHA-INICIO "  "
                        CON-FECHA-FIN "  " CON-RENOVACION "   "
                        WS-DIAS-DISPLAY "  " WS-PLAZO-TEXTO
                        DELIMITED BY SIZE INTO CONTRATOS-REPORTE-LINE
                 WRITE CONTRATOS-REPORTE-LINE
              END-IF
           END-IF.

      * EL NOMBRE Y LA SITUACION SE TOMAN DEL MAESTRO; SI EL
      * EMPLEADO NO ESTA, SE TRATA COMO ACTIVO PARA NO OCULTARLO.
       LEER-EMPLEADO.
           MOVE "** NO EN MAESTRO **" TO WS-NOMBRE-EMPLEADO
           SET WS-EMPLEADO-ACTIVO TO TRUE
           IF WS-MAESTRO-ABIERTO
              READ EMPLOYEE-MASTER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE EMP-NAME TO WS-NOMBRE-EMPLEADO
                    IF EMP-INACTIVO
                       MOVE 'N' TO WS-EMPLEADO-ACTIVO-OK
                    END-IF
              END-READ
           END-IF.

      *****************************************************************
      * CADA RENGLON DEL HISTORICO PAGADO EN LA SEMANA DEL LOTE (LOS  *
      * SIETE DIAS QUE TERMINAN EN SU FECHA, CUALQUIER PLANILLA) DEBE *
      * TENER UN CONTRATO NO ANULADO QUE CUBRA AL MENOS UN DIA DE     *
      * ESA SEMANA; SI NO, SE LISTA COMO PAGADO SIN CONTRATO.         *
      *****************************************************************
       REPORTAR-PAGOS-SIN-CONTRATO.
           MOVE "EMPLEADOS PAGADOS EN LA SEMANA SIN CONTRATO VIGENTE:"
              TO CONTRATOS-REPORTE-LINE
           WRITE CONTRATOS-REPORTE-LINE
           MOVE "EMPL   NOMBRE               LOTE      PLANILLA  DEPTO"
              TO CONTRATOS-REPORTE-LINE
           MOVE "NETO PAGADO" TO CONTRATOS-REPORTE-LINE(56:11)
           WRITE CONTRATOS-REPORTE-LINE
           MOVE ALL "-" TO CONTRATOS-REPORTE-LINE
           WRITE CONTRATOS-REPORTE-LINE
           IF WS-LOTE-FECHA > 0
              COMPUTE WS-SEMANA-INICIO =
                 FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-LOTE-FECHA) - 6)
              MOVE 'N' TO WS-FIN-HIST-OK
              OPEN INPUT REGISTRO-HIST-FILE
              IF WS-REG-HIST-STATUS = "00"
                 PERFORM UNTIL WS-FIN-HIST
                    READ REGISTRO-HIST-FILE
                       AT END
                          SET WS-FIN-HIST TO TRUE
                       NOT AT END
                          IF RGH-LOTE-FECHA >= WS-SEMANA-INICIO
                             AND RGH-LOTE-FECHA <= WS-LOTE-FECHA
                             ADD 1 TO WS-CONTADOR-PAGADOS
                             PERFORM VERIFICAR-CONTRATO-PAGO
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE REGISTRO-HIST-FILE
              END-IF
           END-IF
           MOVE ALL "-" TO CONTRATOS-REPORTE-LINE
           WRITE CONTRATOS-REPORTE-LINE.

       VERIFICAR-CONTRATO-PAGO.
           MOVE 'N' TO WS-CONTRATO-CUBRE-OK
           IF WS-CONTRATOS-ABIERTO
              MOVE 'N' TO WS-FIN-CONTRATOS-OK
              MOVE RGH-EMP-ID TO CON-EMP-ID
              MOVE 0 TO CON-SECUENCIA
              START CONTRATO-FILE
                 KEY IS NOT LESS THAN CON-CLAVE
                 INVALID KEY
                    SET WS-FIN-CONTRATOS TO TRUE
              END-START
              PERFORM UNTIL WS-FIN-CONTRATOS OR WS-CONTRATO-CUBRE
                 READ CONTRATO-FILE NEXT RECORD
                    AT END
                       SET WS-FIN-CONTRATOS TO TRUE
                    NOT AT END
                       IF CON-EMP-ID NOT = RGH-EMP-ID
                          SET WS-FIN-CONTRATOS TO TRUE
                       ELSE
                          IF NOT CON-ANULADO
                             AND CON-FECHA-INICIO <= WS-LOTE-FECHA
                             AND (CON-FECHA-FIN = 0
                               OR CON-FECHA-FIN >= WS-SEMANA-INICIO)
                             SET WS-CONTRATO-CUBRE TO TRUE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           IF NOT WS-CONTRATO-CUBRE
              ADD 1 TO WS-CONTADOR-SIN-CONTRATO
              MOVE RGH-EMP-ID TO EMP-ID
              PERFORM LEER-EMPLEADO
              MOVE RGH-NETO TO WS-NETO-DISPLAY
              MOVE SPACES TO CONTRATOS-REPORTE-LINE
              STRING RGH-EMP-ID " " WS-NOMBRE-EMPLEADO " "
                     RGH-LOTE-FECHA "  " RGH-TIPO-PLANILLA
                     "         " RGH-DEPARTAMENTO "    "
                     WS-NETO-DISPLAY
                     DELIMITED BY SIZE INTO CONTRATOS-REPORTE-LINE
              WRITE CONTRATOS-REPORTE-LINE
           END-IF.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO CONTRATOS-REPORTE-LINE
           STRING "VENCIDOS SIN RENOVAR: " WS-CONTADOR-VENCIDOS
                  "   VENCEN EN 30 DIAS: " WS-CONTADOR-30-DIAS
                  "   EN 60 DIAS: " WS-CONTADOR-60-DIAS
                  DELIMITED BY SIZE INTO CONTRATOS-REPORTE-LINE
           WRITE CONTRATOS-REPORTE-LINE
           MOVE SPACES TO CONTRATOS-REPORTE-LINE
           STRING "PAGOS REVISADOS EN LA SEMANA: " WS-CONTADOR-PAGADOS
                  "   SIN CONTRATO: " WS-CONTADOR-SIN-CONTRATO
                  DELIMITED BY SIZE INTO CONTRATOS-REPORTE-LINE
           WRITE CONTRATOS-REPORTE-LINE.
