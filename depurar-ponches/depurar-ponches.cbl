      * DEPURADO TIME-CLOCK-DEPURADO.DAT (ORDENADO POR EMPLEADO Y     *
      * FECHA) QUE LA NOMINA CONSUME. LA NOMINA NUNCA DEBE SER EL     *
      * PRIMER LUGAR DONDE SE DESCUBRE UN PONCHE MALO.                *
      * CON EL HORARIO DE TURNO DE HORARIOS-TURNO.DAT EMITE ADEMAS EL *
      * REPORTE DE ASISTENCIA PONCHE-ASISTENCIA.TXT: TARDANZAS Y      *
      * SALIDAS ANTICIPADAS SOBRE LA TOLERANCIA, Y DIAS PROGRAMADOS   *
      * (NO FERIADOS SEGUN CALENDARIO-LABORAL.DAT) SIN PONCHE NI      *
      * AUSENCIA REGISTRADA EN AUSENCIAS.DAT.                         *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           SELECT PONCHE-SORT-FILE ASSIGN TO "PONCHE-SORT.WRK".

           SELECT HORARIO-TURNO-FILE ASSIGN TO "HORARIOS-TURNO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOR-CLAVE
               FILE STATUS IS WS-HORARIO-STATUS.

           SELECT CALENDARIO-LABORAL-FILE
               ASSIGN TO "CALENDARIO-LABORAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-LABORAL-STATUS.

           SELECT AUSENCIA-FILE ASSIGN TO "AUSENCIAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUSENCIA-STATUS.

           SELECT ASISTENCIA-REPORTE-FILE
               ASSIGN TO "PONCHE-ASISTENCIA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASISTENCIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       FD  AUDIT-LOG-FILE.
           COPY AUDIT-LOG-RECORD.

       FD  HORARIO-TURNO-FILE.
           COPY HORARIO-TURNO-RECORD.

       FD  CALENDARIO-LABORAL-FILE.
           COPY WORKDAY-RECORD.

       FD  AUSENCIA-FILE.
       01  AUSENCIA-RECORD.
           05 AUS-EMP-ID                PIC X(06).
           05 AUS-FECHA-INICIO          PIC 9(08).
           05 AUS-FECHA-FIN             PIC 9(08).
           05 AUS-TIPO                  PIC X(01).
           05 AUS-PAGADA                PIC X(01).

       FD  ASISTENCIA-REPORTE-FILE.
       01  ASISTENCIA-REPORTE-LINE      PIC X(80).

      *****************************************************************
      * EL ARCHIVO DE PONCHES SE ORDENA POR EMPLEADO, FECHA Y HORA DE *
      * ENTRADA: ASI LOS DUPLICADOS QUEDAN ADYACENTES (SIN TABLAS EN  *
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

      ***************************
      * CONTADORES DEL LOTE     *
      ***************************
      *****************************************************************
       01 WS-PONCHE-CTRL-ID            PIC X(06)      VALUE "*CTRL*".

      **************************************
      * ASISTENCIA CONTRA EL HORARIO DE     *
      * TURNO: ARCHIVOS Y CONTADORES        *
      **************************************
       01 WS-HORARIO-STATUS            PIC X(02).
       01 WS-CAL-LABORAL-STATUS        PIC X(02).
       01 WS-AUSENCIA-STATUS           PIC X(02).
       01 WS-ASISTENCIA-STATUS         PIC X(02).
       01 WS-HORARIOS-ABIERTO-OK       PIC X          VALUE 'N'.
          88 WS-HORARIOS-ABIERTO                      VALUE 'S'.
       01 WS-HORARIO-HALLADO-OK        PIC X          VALUE 'N'.
          88 WS-HORARIO-HALLADO                       VALUE 'S'.
       01 WS-FIN-CAL-LABORAL-OK        PIC X          VALUE 'N'.
          88 WS-FIN-CAL-LABORAL                       VALUE 'S'.
       01 WS-FIN-AUSENCIAS-OK          PIC X          VALUE 'N'.
          88 WS-FIN-AUSENCIAS                         VALUE 'S'.
       01 WS-FIN-DEPURADO-OK           PIC X          VALUE 'N'.
          88 WS-FIN-DEPURADO                          VALUE 'S'.
       01 WS-FIN-MAESTRO-OK            PIC X          VALUE 'N'.
          88 WS-FIN-MAESTRO                           VALUE 'S'.
       01 WS-CONTADOR-TARDANZAS        PIC 9(05)      VALUE 0.
       01 WS-CONTADOR-SALIDAS-ANT      PIC 9(05)      VALUE 0.
       01 WS-CONTADOR-FALTAS           PIC 9(05)      VALUE 0.
       01 WS-CONTADOR-SIN-HORARIO      PIC 9(05)      VALUE 0.

      * LOS FERIADOS DEL CALENDARIO NO SON DIAS PROGRAMADOS AUNQUE EL
      * HORARIO LOS MARQUE.
       01 WS-CONTADOR-FERIADOS         PIC 9(03)      VALUE 0.
       01 WS-TABLA-FERIADOS.
          05 WS-FERIADO-ENTERO         PIC S9(09)
                                       OCCURS 60 TIMES.
       01 WS-IDX-FERIADO               PIC 9(03)      VALUE 0.
       01 WS-ES-FERIADO-OK             PIC X          VALUE 'N'.
          88 WS-ES-FERIADO                            VALUE 'S'.
       01 WS-CALENDARIO-OK             PIC X          VALUE 'N'.
          88 WS-CON-CALENDARIO                        VALUE 'S'.
       01 WS-DIA-PROGRAMADO-OK         PIC X          VALUE 'N'.
          88 WS-DIA-PROGRAMADO                        VALUE 'S'.

      * RANGO DE FECHAS REVISADO PARA FALTAS: DE LA PRIMERA A LA
      * ULTIMA FECHA DE LOS PONCHES ACEPTADOS, HASTA 31 DIAS.
       01 WS-FECHA-MIN-PONCHE          PIC 9(08)      VALUE 0.
       01 WS-FECHA-MAX-PONCHE          PIC 9(08)      VALUE 0.
       01 WS-ENTERO-DESDE              PIC S9(09)     VALUE 0.
       01 WS-ENTERO-HASTA              PIC S9(09)     VALUE 0.
       01 WS-ENTERO-DIA                PIC S9(09)     VALUE 0.
       01 WS-ENTERO-RECORRIDO          PIC S9(09)     VALUE 0.
       01 WS-FECHA-DESDE               PIC 9(08)      VALUE 0.
       01 WS-DIA-SEMANA                PIC 9(01)      VALUE 0.
       01 WS-FECHA-DIA                 PIC 9(08)      VALUE 0.

      * DIAS PONCHADOS Y AUSENCIAS DEL EMPLEADO EN REVISION.
       01 WS-CONTADOR-DIAS-PONCHE      PIC 9(02)      VALUE 0.
       01 WS-TABLA-DIAS-PONCHE.
          05 WS-DIA-PONCHADO           PIC 9(08)
                                       OCCURS 31 TIMES.
       01 WS-IDX-DIA                   PIC 9(02)      VALUE 0.
       01 WS-DIA-PONCHADO-OK           PIC X          VALUE 'N'.
          88 WS-DIA-CON-PONCHE                        VALUE 'S'.
       01 WS-CONTADOR-AUSENCIAS        PIC 9(02)      VALUE 0.
       01 WS-TABLA-AUSENCIAS.
          05 WS-AUSENCIA-ENTRADA       OCCURS 20 TIMES.
             10 WS-AUSENCIA-DESDE      PIC 9(08).
             10 WS-AUSENCIA-HASTA      PIC 9(08).
       01 WS-IDX-AUSENCIA              PIC 9(02)      VALUE 0.
       01 WS-DIA-JUSTIFICADO-OK        PIC X          VALUE 'N'.
          88 WS-DIA-JUSTIFICADO                       VALUE 'S'.

      * COMPARACION DE HORAS EN SEGUNDOS DESDE LA MEDIANOCHE DEL DIA
      * DE ENTRADA; UN TURNO QUE CRUZA LA MEDIANOCHE SUMA UN DIA.
       01 WS-SEG-HORARIO-ENTRADA       PIC 9(07)      VALUE 0.
       01 WS-SEG-HORARIO-SALIDA        PIC 9(07)      VALUE 0.
       01 WS-SEG-PONCHE-SALIDA         PIC 9(07)      VALUE 0.
       01 WS-SEG-TOLERANCIA            PIC 9(07)      VALUE 0.
       01 WS-MINUTOS-DIFERENCIA        PIC 9(05)      VALUE 0.
       01 WS-HORARIO-HORA              PIC 9(06)      VALUE 0.
       01 WS-HORARIO-SEGUNDOS          PIC 9(07)      VALUE 0.

       01 WS-LINEA-ASISTENCIA.
          05 FILLER                    PIC X(01)      VALUE SPACE.
          05 WS-ASI-EMP-ID             PIC X(06).
          05 FILLER                    PIC X(02)      VALUE SPACE.
          05 WS-ASI-FECHA              PIC 9(08).
          05 FILLER                    PIC X(02)      VALUE SPACE.
          05 WS-ASI-PROGRAMADO         PIC X(09).
          05 FILLER                    PIC X(02)      VALUE SPACE.
          05 WS-ASI-PONCHADO           PIC X(09).
          05 FILLER                    PIC X(02)      VALUE SPACE.
          05 WS-ASI-MINUTOS            PIC ZZZZ9 BLANK WHEN ZERO.
          05 FILLER                    PIC X(02)      VALUE SPACE.
          05 WS-ASI-MOTIVO             PIC X(24).
       01 WS-LINEA-TITULO-ASIST        PIC X(54)      VALUE
             " EMPL.   FECHA     HORARIO    PONCHE     MIN.   MOTIVO".

      *****************************************************************
      * EL ID DE OPERADOR LLEGA YA VERIFICADO DESDE EL INICIO DE      *
      * SESION DE HOLA-MUNDO (REQ. 023); SOLO SI LLEGA EN BLANCO SE   *
              ACCEPT WS-OPERADOR-ID
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-PROCESO
           MOVE 0 TO WS-CODIGO-RETORNO
      * LA DEPURACION SE REGISTRA EN EL CONTROL DE EJECUCIONES
      * ANTES DE TOCAR ARCHIVOS (REQ. 041).
           PERFORM REGISTRAR-EJECUCION-INICIO
           IF WS-EJECUCION-DENEGADA
              MOVE 16 TO WS-CODIGO-RETORNO
           ELSE
              PERFORM PROCESO-DEPURACION
              PERFORM REGISTRAR-EJECUCION-FIN
           END-IF
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

       REGISTRAR-EJECUCION-INICIO.
           IF WS-EMP-MASTER-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR EMPLOYEE-MASTER-FILE, ESTADO: "
                      WS-EMP-MASTER-STATUS
              MOVE 16 TO WS-CODIGO-RETORNO
           ELSE
              PERFORM DEPURAR-ARCHIVO-PONCHES
              CLOSE EMPLOYEE-MASTER-FILE
           IF WS-TIME-CLOCK-STATUS NOT = "00"
              DISPLAY "ERROR: NO SE ENCONTRO TIME-CLOCK.DAT, ESTADO: "
                      WS-TIME-CLOCK-STATUS
              MOVE 16 TO WS-CODIGO-RETORNO
           ELSE
              CLOSE TIME-CLOCK-FILE
              MOVE 0 TO WS-CONTADOR-LEIDOS
              WRITE PONCHE-DEPURADO-RECORD
              OPEN OUTPUT EXCEPCION-REPORTE-FILE
              PERFORM ESCRIBIR-CABECERA-REPORTE
              PERFORM PREPARAR-ASISTENCIA
              SORT PONCHE-SORT-FILE
                 ON ASCENDING KEY SRT-EMP-ID
                                  SRT-FECHA
              PERFORM ESCRIBIR-TOTALES-REPORTE
              CLOSE EXCEPCION-REPORTE-FILE
              CLOSE PONCHE-DEPURADO-FILE
              PERFORM REVISAR-FALTAS-INJUSTIFICADAS
              PERFORM CERRAR-ASISTENCIA
              DISPLAY "PONCHES LEIDOS:    " WS-CONTADOR-LEIDOS
              DISPLAY "PONCHES ACEPTADOS: " WS-CONTADOR-ACEPTADOS
              DISPLAY "PONCHES RECHAZADOS: " WS-CONTADOR-RECHAZADOS
                     " RECHAZADOS=" WS-CONTADOR-RECHAZADOS
                     DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
              PERFORM ESCRIBIR-AUDITORIA
      * TOTALES DE CONTROL: CADA PONCHE LEIDO DEBE QUEDAR ACEPTADO O
      * RECHAZADO. SI NO CUADRAN, EL DEPURADO NO ES CONFIABLE PARA
      * LA NOMINA; CON RECHAZOS EL PASO TERMINA CON AVISO.
              IF WS-CONTADOR-LEIDOS NOT =
                 WS-CONTADOR-ACEPTADOS + WS-CONTADOR-RECHAZADOS
                 DISPLAY "*** LOS TOTALES DE CONTROL DE LA DEPURACION "
                         "NO CUADRAN ***"
                 MOVE "DEPURACION CON TOTALES DE CONTROL DESCUADRADOS"
                    TO WS-AUDIT-DESCRIPCION
                 PERFORM ESCRIBIR-AUDITORIA
                 MOVE 16 TO WS-CODIGO-RETORNO
              ELSE
                 IF WS-CONTADOR-RECHAZADOS > 0
                    MOVE 4 TO WS-CODIGO-RETORNO
                 END-IF
              END-IF
           END-IF.

       VALIDAR-PONCHES-ORDENADOS.
              MOVE SRT-HORA-SALIDA TO DEP-HORA-SALIDA
              WRITE PONCHE-DEPURADO-RECORD
              ADD 1 TO WS-CONTADOR-ACEPTADOS
              PERFORM VERIFICAR-HORARIO-PONCHE
           ELSE
              ADD 1 TO WS-CONTADOR-RECHAZADOS
              PERFORM ESCRIBIR-EXCEPCION
                  "  RECHAZADOS: " WS-CONTADOR-RECHAZADOS
                  DELIMITED BY SIZE INTO EXCEPCION-REPORTE-LINE
           WRITE EXCEPCION-REPORTE-LINE.

      *****************************************************************
      * REPORTE DE ASISTENCIA CONTRA EL HORARIO DE TURNO. SIN         *
      * HORARIOS-TURNO.DAT LA DEPURACION SIGUE IGUAL Y EL REPORTE     *
      * SOLO LO AVISA; SIN CALENDARIO-LABORAL.DAT NO SE DESCUENTAN    *
      * FERIADOS.                                                     *
      *****************************************************************
       PREPARAR-ASISTENCIA.
           MOVE 0 TO WS-CONTADOR-TARDANZAS
           MOVE 0 TO WS-CONTADOR-SALIDAS-ANT
           MOVE 0 TO WS-CONTADOR-FALTAS
           MOVE 0 TO WS-CONTADOR-SIN-HORARIO
           MOVE 0 TO WS-FECHA-MIN-PONCHE
           MOVE 0 TO WS-FECHA-MAX-PONCHE
           MOVE 'N' TO WS-HORARIOS-ABIERTO-OK
           OPEN INPUT HORARIO-TURNO-FILE
           IF WS-HORARIO-STATUS = "00"
              SET WS-HORARIOS-ABIERTO TO TRUE
           END-IF
           OPEN OUTPUT ASISTENCIA-REPORTE-FILE
           MOVE "REPORTE DE ASISTENCIA CONTRA EL HORARIO DE TURNO"
              TO ASISTENCIA-REPORTE-LINE
           WRITE ASISTENCIA-REPORTE-LINE
           MOVE SPACES TO ASISTENCIA-REPORTE-LINE
           STRING "FECHA DE PROCESO: " WS-FECHA-PROCESO
                  "   OPERADOR: " WS-OPERADOR-ID
                  DELIMITED BY SIZE INTO ASISTENCIA-REPORTE-LINE
           WRITE ASISTENCIA-REPORTE-LINE
           IF NOT WS-HORARIOS-ABIERTO
              MOVE "AVISO: SIN HORARIOS-TURNO.DAT NO SE REVISA LA "
                 TO ASISTENCIA-REPORTE-LINE
              MOVE "ASISTENCIA." TO ASISTENCIA-REPORTE-LINE(47:11)
              WRITE ASISTENCIA-REPORTE-LINE
           END-IF
           PERFORM CARGAR-FERIADOS-CALENDARIO
           MOVE SPACE TO ASISTENCIA-REPORTE-LINE
           WRITE ASISTENCIA-REPORTE-LINE
           MOVE WS-LINEA-TITULO-ASIST TO ASISTENCIA-REPORTE-LINE
           WRITE ASISTENCIA-REPORTE-LINE
           MOVE ALL "-" TO ASISTENCIA-REPORTE-LINE
           WRITE ASISTENCIA-REPORTE-LINE.

       CARGAR-FERIADOS-CALENDARIO.
           MOVE 0 TO WS-CONTADOR-FERIADOS
           MOVE 'N' TO WS-CALENDARIO-OK
           MOVE 'N' TO WS-FIN-CAL-LABORAL-OK
           OPEN INPUT CALENDARIO-LABORAL-FILE
           IF WS-CAL-LABORAL-STATUS = "00"
              SET WS-CON-CALENDARIO TO TRUE
              PERFORM UNTIL WS-FIN-CAL-LABORAL
                 READ CALENDARIO-LABORAL-FILE
                    AT END
                       SET WS-FIN-CAL-LABORAL TO TRUE
                    NOT AT END
                       IF CAL-LAB-FERIADO
                          AND WS-CONTADOR-FERIADOS < 60
                          ADD 1 TO WS-CONTADOR-FERIADOS
                          COMPUTE WS-FERIADO-ENTERO
                             (WS-CONTADOR-FERIADOS) =
                             FUNCTION INTEGER-OF-DATE(CAL-LAB-FECHA)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CALENDARIO-LABORAL-FILE
           ELSE
              MOVE "AVISO: SIN CALENDARIO-LABORAL.DAT NO SE DESCUENTAN "
                 TO ASISTENCIA-REPORTE-LINE
              MOVE "FERIADOS." TO ASISTENCIA-REPORTE-LINE(52:9)
              WRITE ASISTENCIA-REPORTE-LINE
           END-IF.

      * EL HORARIO DEL EMPLEADO MANDA; SI NO TIENE, SE USA EL DE SU
      * DEPARTAMENTO. TOMA EL MAESTRO QUE ESTA EN EL AREA DE REGISTRO.
       BUSCAR-HORARIO-EMPLEADO.
           MOVE 'N' TO WS-HORARIO-HALLADO-OK
           IF WS-HORARIOS-ABIERTO
              SET HOR-POR-EMPLEADO TO TRUE
              MOVE EMP-ID TO HOR-CODIGO
              READ HORARIO-TURNO-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-HORARIO-HALLADO TO TRUE
              END-READ
              IF NOT WS-HORARIO-HALLADO
                 AND EMP-DEPARTAMENTO NOT = SPACE
                 SET HOR-POR-DEPARTAMENTO TO TRUE
                 MOVE EMP-DEPARTAMENTO TO HOR-CODIGO
                 READ HORARIO-TURNO-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       SET WS-HORARIO-HALLADO TO TRUE
                 END-READ
              END-IF
           END-IF.

      * EL DIA 1 DEL CALENDARIO INTERNO FUE LUNES: MOD 0 ES DOMINGO,
      * QUE EN EL HORARIO ES EL DIA 7.
       VERIFICAR-DIA-PROGRAMADO.
           MOVE 'N' TO WS-DIA-PROGRAMADO-OK
           COMPUTE WS-ENTERO-DIA =
              FUNCTION INTEGER-OF-DATE(WS-FECHA-DIA)
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-ENTERO-DIA, 7)
           IF WS-DIA-SEMANA = 0
              MOVE 7 TO WS-DIA-SEMANA
           END-IF
           IF HOR-DIA-LABORA(WS-DIA-SEMANA) = 'S'
              SET WS-DIA-PROGRAMADO TO TRUE
              MOVE 'N' TO WS-ES-FERIADO-OK
              PERFORM VARYING WS-IDX-FERIADO FROM 1 BY 1
                      UNTIL WS-IDX-FERIADO > WS-CONTADOR-FERIADOS
                 IF WS-FERIADO-ENTERO(WS-IDX-FERIADO) = WS-ENTERO-DIA
                    SET WS-ES-FERIADO TO TRUE
                 END-IF
              END-PERFORM
              IF WS-ES-FERIADO
                 MOVE 'N' TO WS-DIA-PROGRAMADO-OK
              END-IF
           END-IF.

      *****************************************************************
      * PONCHE ACEPTADO EN UN DIA PROGRAMADO: TARDANZA SI ENTRA       *
      * DESPUES DE LA HORA MAS LA TOLERANCIA, SALIDA ANTICIPADA SI    *
      * SALE ANTES DE LA HORA MENOS LA TOLERANCIA. SE REUSAN LOS      *
      * SEGUNDOS YA CALCULADOS POR CALCULAR-HORAS-TURNO.              *
      *****************************************************************
       VERIFICAR-HORARIO-PONCHE.
           IF WS-FECHA-MIN-PONCHE = 0
              OR SRT-FECHA < WS-FECHA-MIN-PONCHE
              MOVE SRT-FECHA TO WS-FECHA-MIN-PONCHE
           END-IF
           IF SRT-FECHA > WS-FECHA-MAX-PONCHE
              MOVE SRT-FECHA TO WS-FECHA-MAX-PONCHE
           END-IF
           PERFORM BUSCAR-HORARIO-EMPLEADO
           IF WS-HORARIO-HALLADO
              MOVE SRT-FECHA TO WS-FECHA-DIA
              PERFORM VERIFICAR-DIA-PROGRAMADO
              IF WS-DIA-PROGRAMADO
                 PERFORM COMPARAR-PONCHE-HORARIO
              END-IF
           END-IF.

       COMPARAR-PONCHE-HORARIO.
           MOVE HOR-HORA-ENTRADA TO WS-HORARIO-HORA
           PERFORM CONVERTIR-HORA-HORARIO
           MOVE WS-HORARIO-SEGUNDOS TO WS-SEG-HORARIO-ENTRADA
           MOVE HOR-HORA-SALIDA TO WS-HORARIO-HORA
           PERFORM CONVERTIR-HORA-HORARIO
           MOVE WS-HORARIO-SEGUNDOS TO WS-SEG-HORARIO-SALIDA
           IF WS-SEG-HORARIO-SALIDA < WS-SEG-HORARIO-ENTRADA
              ADD 86400 TO WS-SEG-HORARIO-SALIDA
           END-IF
           COMPUTE WS-SEG-PONCHE-SALIDA =
              WS-SEGUNDOS-ENTRADA + WS-SEGUNDOS-TRABAJADOS-CALC
           COMPUTE WS-SEG-TOLERANCIA = HOR-TOLERANCIA-MIN * 60
           IF WS-SEGUNDOS-ENTRADA >
              WS-SEG-HORARIO-ENTRADA + WS-SEG-TOLERANCIA
              COMPUTE WS-MINUTOS-DIFERENCIA =
                 (WS-SEGUNDOS-ENTRADA - WS-SEG-HORARIO-ENTRADA) / 60
              ADD 1 TO WS-CONTADOR-TARDANZAS
              MOVE "TARDANZA" TO WS-ASI-MOTIVO
              PERFORM ESCRIBIR-ASISTENCIA-PONCHE
           END-IF
           IF WS-SEG-PONCHE-SALIDA + WS-SEG-TOLERANCIA <
              WS-SEG-HORARIO-SALIDA
              COMPUTE WS-MINUTOS-DIFERENCIA =
                 (WS-SEG-HORARIO-SALIDA - WS-SEG-PONCHE-SALIDA) / 60
              ADD 1 TO WS-CONTADOR-SALIDAS-ANT
              MOVE "SALIDA ANTICIPADA" TO WS-ASI-MOTIVO
              PERFORM ESCRIBIR-ASISTENCIA-PONCHE
           END-IF.

       CONVERTIR-HORA-HORARIO.
           MOVE WS-HORARIO-HORA TO WS-HORA-PARTES
           COMPUTE WS-HORARIO-SEGUNDOS =
              (WS-HORA-HH * 3600) + (WS-HORA-MM * 60) + WS-HORA-SS.

       ESCRIBIR-ASISTENCIA-PONCHE.
           MOVE SRT-EMP-ID TO WS-ASI-EMP-ID
           MOVE SRT-FECHA TO WS-ASI-FECHA
           PERFORM ARMAR-HORARIO-ASISTENCIA
           MOVE SPACES TO WS-ASI-PONCHADO
           STRING SRT-HORA-ENTRADA(1:4) "-" SRT-HORA-SALIDA(1:4)
                  DELIMITED BY SIZE INTO WS-ASI-PONCHADO
           MOVE WS-MINUTOS-DIFERENCIA TO WS-ASI-MINUTOS
           MOVE WS-LINEA-ASISTENCIA TO ASISTENCIA-REPORTE-LINE
           WRITE ASISTENCIA-REPORTE-LINE.

       ARMAR-HORARIO-ASISTENCIA.
           MOVE SPACES TO WS-ASI-PROGRAMADO
           STRING HOR-HORA-ENTRADA(1:4) "-" HOR-HORA-SALIDA(1:4)
                  DELIMITED BY SIZE INTO WS-ASI-PROGRAMADO.

      *****************************************************************
      * FALTAS INJUSTIFICADAS: PARA CADA EMPLEADO ACTIVO POR HORA SE  *
      * RECORREN LOS DIAS DEL RANGO DE LOS PONCHES (HASTA 31); UN DIA *
      * PROGRAMADO, NO FERIADO, SIN PONCHE ACEPTADO Y SIN AUSENCIA    *
      * EN AUSENCIAS.DAT ES FALTA. EL DEPURADO YA SALIO ORDENADO POR  *
      * EMPLEADO, ASI QUE SE EMPAREJA CON EL MAESTRO EN SECUENCIA.    *
      * LOS EMPLEADOS DE SUELDO MENSUAL NO PONCHAN Y NO SE REVISAN.   *
      *****************************************************************
       REVISAR-FALTAS-INJUSTIFICADAS.
           MOVE ALL "-" TO ASISTENCIA-REPORTE-LINE
           WRITE ASISTENCIA-REPORTE-LINE
           IF WS-HORARIOS-ABIERTO AND WS-FECHA-MIN-PONCHE > 0
              COMPUTE WS-ENTERO-DESDE =
                 FUNCTION INTEGER-OF-DATE(WS-FECHA-MIN-PONCHE)
              COMPUTE WS-ENTERO-HASTA =
                 FUNCTION INTEGER-OF-DATE(WS-FECHA-MAX-PONCHE)
              IF WS-ENTERO-HASTA - WS-ENTERO-DESDE > 30
                 COMPUTE WS-ENTERO-DESDE = WS-ENTERO-HASTA - 30
              END-IF
              COMPUTE WS-FECHA-DESDE =
                 FUNCTION DATE-OF-INTEGER(WS-ENTERO-DESDE)
              MOVE SPACES TO ASISTENCIA-REPORTE-LINE
              STRING "FALTAS INJUSTIFICADAS DEL " WS-FECHA-DESDE
                     " AL " WS-FECHA-MAX-PONCHE ":"
                     DELIMITED BY SIZE INTO ASISTENCIA-REPORTE-LINE
              WRITE ASISTENCIA-REPORTE-LINE
              MOVE 'N' TO WS-FIN-DEPURADO-OK
              OPEN INPUT PONCHE-DEPURADO-FILE
      * EL PRIMER REGISTRO ES EL DE CONTROL; SE SALTA.
              PERFORM LEER-DEPURADO
              PERFORM LEER-DEPURADO
              MOVE 'N' TO WS-FIN-MAESTRO-OK
              MOVE LOW-VALUES TO EMP-ID
              START EMPLOYEE-MASTER-FILE
                 KEY IS NOT LESS THAN EMP-ID
                 INVALID KEY
                    SET WS-FIN-MAESTRO TO TRUE
              END-START
              PERFORM UNTIL WS-FIN-MAESTRO
                 READ EMPLOYEE-MASTER-FILE NEXT RECORD
                    AT END
                       SET WS-FIN-MAESTRO TO TRUE
                    NOT AT END
                       IF EMP-ACTIVO AND EMP-COMP-HORARIO
                          PERFORM REVISAR-FALTAS-EMPLEADO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PONCHE-DEPURADO-FILE
           ELSE
              MOVE "NO SE REVISAN FALTAS: SIN HORARIOS O SIN PONCHES "
                 TO ASISTENCIA-REPORTE-LINE
              MOVE "ACEPTADOS." TO ASISTENCIA-REPORTE-LINE(50:10)
              WRITE ASISTENCIA-REPORTE-LINE
           END-IF.

       LEER-DEPURADO.
           READ PONCHE-DEPURADO-FILE
              AT END
                 SET WS-FIN-DEPURADO TO TRUE
           END-READ.

       REVISAR-FALTAS-EMPLEADO.
           MOVE 0 TO WS-CONTADOR-DIAS-PONCHE
           PERFORM UNTIL WS-FIN-DEPURADO OR DEP-EMP-ID > EMP-ID
              IF DEP-EMP-ID = EMP-ID
                 AND DEP-FECHA >= WS-FECHA-DESDE
                 AND WS-CONTADOR-DIAS-PONCHE < 31
                 ADD 1 TO WS-CONTADOR-DIAS-PONCHE
                 MOVE DEP-FECHA
                    TO WS-DIA-PONCHADO(WS-CONTADOR-DIAS-PONCHE)
              END-IF
              PERFORM LEER-DEPURADO
           END-PERFORM
           PERFORM BUSCAR-HORARIO-EMPLEADO
           IF NOT WS-HORARIO-HALLADO
              ADD 1 TO WS-CONTADOR-SIN-HORARIO
           ELSE
              PERFORM CARGAR-AUSENCIAS-EMPLEADO
              PERFORM VARYING WS-ENTERO-RECORRIDO
                      FROM WS-ENTERO-DESDE BY 1
                      UNTIL WS-ENTERO-RECORRIDO > WS-ENTERO-HASTA
                 PERFORM REVISAR-UN-DIA-PROGRAMADO
              END-PERFORM
           END-IF.

      * MISMO RECORRIDO DE AUSENCIAS.DAT QUE HACE LA NOMINA POR
      * EMPLEADO; SE GUARDAN SUS RANGOS SIN IMPORTAR EL TIPO NI SI
      * SON CON O SIN GOCE: CUALQUIERA JUSTIFICA EL DIA.
       CARGAR-AUSENCIAS-EMPLEADO.
           MOVE 0 TO WS-CONTADOR-AUSENCIAS
           MOVE 'N' TO WS-FIN-AUSENCIAS-OK
           OPEN INPUT AUSENCIA-FILE
           IF WS-AUSENCIA-STATUS = "00"
              PERFORM UNTIL WS-FIN-AUSENCIAS
                 READ AUSENCIA-FILE
                    AT END
                       SET WS-FIN-AUSENCIAS TO TRUE
                    NOT AT END
                       IF AUS-EMP-ID = EMP-ID
                          AND WS-CONTADOR-AUSENCIAS < 20
                          ADD 1 TO WS-CONTADOR-AUSENCIAS
                          MOVE AUS-FECHA-INICIO TO WS-AUSENCIA-DESDE
                             (WS-CONTADOR-AUSENCIAS)
                          MOVE AUS-FECHA-FIN TO WS-AUSENCIA-HASTA
                             (WS-CONTADOR-AUSENCIAS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AUSENCIA-FILE
           END-IF.

       REVISAR-UN-DIA-PROGRAMADO.
           COMPUTE WS-FECHA-DIA =
              FUNCTION DATE-OF-INTEGER(WS-ENTERO-RECORRIDO)
           PERFORM VERIFICAR-DIA-PROGRAMADO
           IF WS-DIA-PROGRAMADO
              MOVE 'N' TO WS-DIA-PONCHADO-OK
              PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                      UNTIL WS-IDX-DIA > WS-CONTADOR-DIAS-PONCHE
                 IF WS-DIA-PONCHADO(WS-IDX-DIA) = WS-FECHA-DIA
                    SET WS-DIA-CON-PONCHE TO TRUE
                 END-IF
              END-PERFORM
              MOVE 'N' TO WS-DIA-JUSTIFICADO-OK
              PERFORM VARYING WS-IDX-AUSENCIA FROM 1 BY 1
                      UNTIL WS-IDX-AUSENCIA > WS-CONTADOR-AUSENCIAS
                 IF WS-FECHA-DIA >= WS-AUSENCIA-DESDE(WS-IDX-AUSENCIA)
                    AND WS-FECHA-DIA
                        <= WS-AUSENCIA-HASTA(WS-IDX-AUSENCIA)
                    SET WS-DIA-JUSTIFICADO TO TRUE
                 END-IF
              END-PERFORM
              IF NOT WS-DIA-CON-PONCHE AND NOT WS-DIA-JUSTIFICADO
                 ADD 1 TO WS-CONTADOR-FALTAS
                 MOVE EMP-ID TO WS-ASI-EMP-ID
                 MOVE WS-FECHA-DIA TO WS-ASI-FECHA
                 PERFORM ARMAR-HORARIO-ASISTENCIA
                 MOVE "SIN PONCHE" TO WS-ASI-PONCHADO
                 MOVE 0 TO WS-ASI-MINUTOS
                 MOVE "FALTA INJUSTIFICADA" TO WS-ASI-MOTIVO
                 MOVE WS-LINEA-ASISTENCIA TO ASISTENCIA-REPORTE-LINE
                 WRITE ASISTENCIA-REPORTE-LINE
              END-IF
           END-IF.

       CERRAR-ASISTENCIA.
           MOVE ALL "-" TO ASISTENCIA-REPORTE-LINE
           WRITE ASISTENCIA-REPORTE-LINE
           MOVE SPACES TO ASISTENCIA-REPORTE-LINE
           STRING "TARDANZAS: " WS-CONTADOR-TARDANZAS
                  "  SALIDAS ANTICIPADAS: " WS-CONTADOR-SALIDAS-ANT
                  "  FALTAS INJUSTIFICADAS: " WS-CONTADOR-FALTAS
                  DELIMITED BY SIZE INTO ASISTENCIA-REPORTE-LINE
           WRITE ASISTENCIA-REPORTE-LINE
           MOVE SPACES TO ASISTENCIA-REPORTE-LINE
           STRING "EMPLEADOS POR HORA SIN HORARIO DE TURNO: "
                  WS-CONTADOR-SIN-HORARIO
                  DELIMITED BY SIZE INTO ASISTENCIA-REPORTE-LINE
           WRITE ASISTENCIA-REPORTE-LINE
           CLOSE ASISTENCIA-REPORTE-FILE
           IF WS-HORARIOS-ABIERTO
              CLOSE HORARIO-TURNO-FILE
           END-IF
           DISPLAY "REPORTE DE ASISTENCIA: PONCHE-ASISTENCIA.TXT ("
                   WS-CONTADOR-TARDANZAS " TARDANZAS, "
                   WS-CONTADOR-SALIDAS-ANT " SALIDAS ANTICIPADAS, "
                   WS-CONTADOR-FALTAS " FALTAS)"
           STRING "ASISTENCIA TARD=" WS-CONTADOR-TARDANZAS
                  " SAL.ANT=" WS-CONTADOR-SALIDAS-ANT
                  " FALTAS=" WS-CONTADOR-FALTAS
                  DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
           PERFORM ESCRIBIR-AUDITORIA.
