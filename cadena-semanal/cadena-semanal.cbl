       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADENA-SEMANAL.
       AUTHOR. JOSE-VILCA.

      *****************************************************************
      * CADENA SEMANAL DE NOMINA: CORRE EN ORDEN LOS PASOS DEFINIDOS  *
      * EN CADENA-PASOS.DAT (POR OMISION DEPURAR-PONCHES,             *
      * NOMINA-SEMANAL, CONTROL-INTEGRIDAD, TRANSMISION-ACH Y         *
      * RESUMEN-SEMANAL) Y REVISA EL CODIGO DE TERMINACION DE CADA    *
      * UNO. CADA PASO DEVUELVE 16 SI FALLA O SI SUS TOTALES DE       *
      * CONTROL NO CUADRAN, Y ENTONCES LA CADENA SE DETIENE: EL PASO  *
      * SIGUIENTE NUNCA CORRE SOBRE UN RESULTADO DUDOSO. EL PUNTO DE  *
      * REINICIO QUEDA EN CADENA-CONTROL.DAT, ASI QUE LA SIGUIENTE    *
      * INVOCACION RETOMA EN EL PASO QUE FALLO SIN REPETIR LOS QUE YA *
      * TERMINARON BIEN.                                              *
      * CADENA-BITACORA.LOG GUARDA EL INICIO Y FIN DE LA CADENA Y DE  *
      * CADA PASO CON SU CODIGO Y RESULTADO.                          *
      * LAS RESPUESTAS QUE LOS PASOS PIDEN EN PANTALLA CUANDO CORREN  *
      * SUELTOS (MODO, TIPO DE PLANILLA, PERIODO, ARCHIVO A           *
      * TRANSMITIR) SALEN DE CADENA-PARAMETROS.DAT Y SE PASAN A CADA  *
      * PASO, ASI QUE NINGUN PASO SE DETIENE A PREGUNTAR.             *
      * LA CADENA NO SE REGISTRA EN EL CONTROL DE EJECUCIONES: EL     *
      * CANDADO ES UNO SOLO PARA TODO EL SISTEMA Y CADA PASO LO TOMA  *
      * Y LO LIBERA POR SU CUENTA; SI LO TOMARA LA CADENA, NINGUN     *
      * PASO PODRIA CORRER.                                           *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PASOS-FILE ASSIGN TO "CADENA-PASOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASOS-STATUS.

           SELECT PARAMETROS-CADENA-FILE
               ASSIGN TO "CADENA-PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.

           SELECT CONTROL-CADENA-FILE ASSIGN TO "CADENA-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT BITACORA-CADENA-FILE ASSIGN TO "CADENA-BITACORA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BITACORA-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT-TRAIL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PASOS-FILE.
           COPY CADENA-PASO-RECORD.

       FD  PARAMETROS-CADENA-FILE.
       01  PARAMETROS-CADENA-LINE       PIC X(32).

      * ESTADO DE LA ULTIMA CORRIDA: 'R' UN PASO QUEDO CORRIENDO (LA
      * CORRIDA SE CAYO), 'F' SE DETUVO POR UN PASO FALLIDO, 'C' LA
      * CADENA TERMINO COMPLETA. EN 'R' Y 'F' EL PASO DE REINICIO ES
      * EL QUE NO TERMINO BIEN.
       FD  CONTROL-CADENA-FILE.
       01  CONTROL-CADENA-RECORD.
           05 CTL-ESTADO                PIC X(01).
              88 CTL-EN-CURSO                         VALUE 'R'.
              88 CTL-FALLIDA                          VALUE 'F'.
              88 CTL-COMPLETA                         VALUE 'C'.
           05 CTL-PASO-REINICIO         PIC 9(02).
           05 CTL-PROGRAMA              PIC X(18).
           05 CTL-ULTIMO-RC             PIC 9(02).
           05 CTL-OPERADOR              PIC X(08).
           05 CTL-INICIO                PIC X(14).
           05 CTL-ACTUALIZADO           PIC X(14).

       FD  BITACORA-CADENA-FILE.
       01  BITACORA-CADENA-LINE         PIC X(100).

       FD  AUDIT-LOG-FILE.
           COPY AUDIT-LOG-RECORD.

       WORKING-STORAGE SECTION.

      ***************************
      * CONTROL DE ARCHIVOS     *
      ***************************
       01 WS-PASOS-STATUS              PIC X(02).
       01 WS-PARAMETROS-STATUS         PIC X(02).
       01 WS-CONTROL-STATUS            PIC X(02).
       01 WS-BITACORA-STATUS           PIC X(02).
       01 WS-AUDIT-STATUS              PIC X(02).
       01 WS-FIN-PASOS-OK              PIC X          VALUE 'N'.
          88 WS-FIN-PASOS                             VALUE 'S'.

      **************************************
      * BITACORA DE AUDITORIA (REQ. 013)    *
      **************************************
       01 WS-OPERADOR-ID               PIC X(08)      VALUE SPACE.
       01 WS-AUDIT-DESCRIPCION         PIC X(56)      VALUE SPACE.

      **************************************
      * CODIGO DE TERMINACION DE LA CADENA: *
      * 0 COMPLETA, 16 DETENIDA O CANCELADA *
      **************************************
       01 WS-CODIGO-RETORNO            PIC 9(02)      VALUE 0.

      **************************************
      * PASOS DE LA CADENA, EN EL ORDEN DE  *
      * CADENA-PASOS.DAT                    *
      **************************************
       01 WS-CONTADOR-PASOS            PIC 9(02)      VALUE 0.
       01 WS-TABLA-PASOS.
          05 WS-PASO-ENTRADA OCCURS 20 TIMES
                                       INDEXED BY WS-IDX-PASO.
             10 WS-PAS-NUMERO          PIC 9(02).
             10 WS-PAS-PROGRAMA        PIC X(18).
             10 WS-PAS-RC-MAXIMO       PIC 9(02).
             10 WS-PAS-ACTIVO          PIC X(01).
             10 WS-PAS-DESCRIPCION     PIC X(40).

      **************************************
      * RESPUESTAS DE LOS PASOS, TOMADAS DE *
      * CADENA-PARAMETROS.DAT               *
      **************************************
           COPY CADENA-PARAMETROS-RECORD.
       01 WS-PARAMETROS-OK             PIC X          VALUE 'S'.
          88 WS-PARAMETROS-VALIDOS                    VALUE 'S'.

      **************************************
      * ESTADO DE LA CADENA Y REINICIO      *
      **************************************
       01 WS-CTL-ESTADO                PIC X(01)      VALUE 'C'.
          88 WS-CTL-EN-CURSO                          VALUE 'R'.
          88 WS-CTL-FALLIDA                           VALUE 'F'.
          88 WS-CTL-COMPLETA                          VALUE 'C'.
       01 WS-CTL-PASO-REINICIO         PIC 9(02)      VALUE 0.
       01 WS-CTL-PROGRAMA              PIC X(18)      VALUE SPACE.
       01 WS-CTL-ULTIMO-RC             PIC 9(02)      VALUE 0.
       01 WS-CTL-INICIO                PIC X(14)      VALUE SPACE.
       01 WS-OPCION-REINICIO           PIC X(01)      VALUE SPACE.
          88 WS-REINICIAR-DESDE-PRIMERO               VALUE 'I' 'i'.
          88 WS-CANCELAR-CADENA                       VALUE 'N' 'n'.
       01 WS-PASO-INICIAL              PIC 9(02)      VALUE 0.
       01 WS-CADENA-CANCELADA-OK       PIC X          VALUE 'N'.
          88 WS-CADENA-CANCELADA                      VALUE 'S'.
       01 WS-CADENA-DETENIDA-OK        PIC X          VALUE 'N'.
          88 WS-CADENA-DETENIDA                       VALUE 'S'.

      **************************************
      * PASO EN CURSO: EL CODIGO SE TOMA DE *
      * RETURN-CODE APENAS VUELVE EL CALL.  *
      **************************************
       01 WS-RETURN-CODE-PASO          PIC S9(04)     VALUE 0.
       01 WS-RC-PASO                   PIC 9(02)      VALUE 0.
       01 WS-PROGRAMA-CONOCIDO-OK      PIC X          VALUE 'S'.
          88 WS-PROGRAMA-CONOCIDO                     VALUE 'S'.
       01 WS-RESULTADO-PASO            PIC X(10)      VALUE SPACE.
       01 WS-CONTADOR-CONFORMES        PIC 9(02)      VALUE 0.
       01 WS-LINEA-BITACORA            PIC X(86)      VALUE SPACE.

      *****************************************************************
      * EL ID DE OPERADOR LLEGA YA VERIFICADO DESDE EL INICIO DE      *
      * SESION DE HOLA-MUNDO (REQ. 023); SOLO SI LLEGA EN BLANCO SE   *
      * PIDE EN PANTALLA. SE PASA TAL CUAL A CADA PASO DE LA CADENA.  *
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
           MOVE 'N' TO WS-CADENA-CANCELADA-OK
           MOVE 'N' TO WS-CADENA-DETENIDA-OK
           PERFORM CARGAR-PASOS-CADENA
           IF WS-CONTADOR-PASOS = 0
              DISPLAY "CADENA-PASOS.DAT NO TIENE PASOS VALIDOS; "
                      "NO SE CORRE LA CADENA."
              MOVE 16 TO WS-CODIGO-RETORNO
           ELSE
              PERFORM CARGAR-PARAMETROS-CADENA
           END-IF
           IF WS-CODIGO-RETORNO = 0
              PERFORM LEER-CONTROL-CADENA
              PERFORM DETERMINAR-PASO-INICIAL
              IF WS-CADENA-CANCELADA
                 DISPLAY "CADENA NO EJECUTADA; EL PUNTO DE REINICIO "
                         "SE CONSERVA."
                 MOVE 16 TO WS-CODIGO-RETORNO
              ELSE
                 PERFORM EJECUTAR-CADENA
              END-IF
           END-IF
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *****************************************************************
      * LA AUDITORIA SE ABRE Y CIERRA EN CADA LINEA PORQUE LOS PASOS  *
      * ESCRIBEN EN EL MISMO ARCHIVO MIENTRAS LA CADENA ESTA VIVA.    *
      *****************************************************************
       ESCRIBIR-AUDITORIA.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE SPACES TO AUDIT-LOG-LINE
           STRING FUNCTION CURRENT-DATE " CADENA-SEMANAL OPERADOR="
                  WS-OPERADOR-ID " " WS-AUDIT-DESCRIPCION
                  DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           WRITE AUDIT-LOG-LINE
           CLOSE AUDIT-LOG-FILE
           MOVE SPACES TO WS-AUDIT-DESCRIPCION.

      *****************************************************************
      * LA BITACORA DE LA CADENA TAMBIEN SE CIERRA EN CADA LINEA: SI  *
      * UN PASO CAE, LO ESCRITO HASTA ESE MOMENTO YA QUEDO EN DISCO.  *
      *****************************************************************
       ESCRIBIR-BITACORA-CADENA.
           OPEN EXTEND BITACORA-CADENA-FILE
           IF WS-BITACORA-STATUS NOT = "00"
              OPEN OUTPUT BITACORA-CADENA-FILE
           END-IF
           MOVE SPACES TO BITACORA-CADENA-LINE
           STRING FUNCTION CURRENT-DATE(1:14) " " WS-LINEA-BITACORA
                  DELIMITED BY SIZE INTO BITACORA-CADENA-LINE
           WRITE BITACORA-CADENA-LINE
           CLOSE BITACORA-CADENA-FILE
           MOVE SPACES TO WS-LINEA-BITACORA.

      *****************************************************************
      * LOS PASOS SE LEEN EN EL ORDEN DEL ARCHIVO. SI NO EXISTE, SE   *
      * CREA CON LA CADENA SEMANAL ESTANDAR PARA QUE EL OPERADOR      *
      * PUEDA AJUSTARLA DESPUES (POR EJEMPLO, DESACTIVAR UN PASO).    *
      *****************************************************************
       CARGAR-PASOS-CADENA.
           MOVE 0 TO WS-CONTADOR-PASOS
           MOVE 'N' TO WS-FIN-PASOS-OK
           OPEN INPUT PASOS-FILE
           IF WS-PASOS-STATUS = "35"
              PERFORM CREAR-PASOS-OMISION
              OPEN INPUT PASOS-FILE
           END-IF
           IF WS-PASOS-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR CADENA-PASOS.DAT, ESTADO: "
                      WS-PASOS-STATUS
           ELSE
              PERFORM UNTIL WS-FIN-PASOS
                 READ PASOS-FILE
                    AT END
                       SET WS-FIN-PASOS TO TRUE
                    NOT AT END
                       PERFORM INCORPORAR-UN-PASO
                 END-READ
              END-PERFORM
              CLOSE PASOS-FILE
           END-IF.

       INCORPORAR-UN-PASO.
           IF PAS-NUMERO NUMERIC AND PAS-PROGRAMA NOT = SPACE
              IF WS-CONTADOR-PASOS < 20
                 ADD 1 TO WS-CONTADOR-PASOS
                 SET WS-IDX-PASO TO WS-CONTADOR-PASOS
                 MOVE PAS-NUMERO TO WS-PAS-NUMERO(WS-IDX-PASO)
                 MOVE PAS-PROGRAMA TO WS-PAS-PROGRAMA(WS-IDX-PASO)
                 IF PAS-RC-MAXIMO NUMERIC
                    MOVE PAS-RC-MAXIMO
                       TO WS-PAS-RC-MAXIMO(WS-IDX-PASO)
                 ELSE
                    MOVE 0 TO WS-PAS-RC-MAXIMO(WS-IDX-PASO)
                 END-IF
                 IF PAS-OMITIDO
                    MOVE 'N' TO WS-PAS-ACTIVO(WS-IDX-PASO)
                 ELSE
                    MOVE 'S' TO WS-PAS-ACTIVO(WS-IDX-PASO)
                 END-IF
                 MOVE PAS-DESCRIPCION
                    TO WS-PAS-DESCRIPCION(WS-IDX-PASO)
              ELSE
                 DISPLAY "AVISO: MAS DE 20 PASOS EN CADENA-PASOS.DAT, "
                         "SE IGNORA EL PASO " PAS-NUMERO
              END-IF
           END-IF.

       CREAR-PASOS-OMISION.
           OPEN OUTPUT PASOS-FILE
           MOVE SPACES TO CADENA-PASO-RECORD
           MOVE 1 TO PAS-NUMERO
           MOVE "DEPURAR-PONCHES" TO PAS-PROGRAMA
      * LOS PONCHES RECHAZADOS SON UN AVISO, NO UNA FALLA: LA NOMINA
      * PUEDE CORRER Y LOS RECHAZOS SE CORRIGEN POR SU LADO.
           MOVE 4 TO PAS-RC-MAXIMO
           SET PAS-SE-EJECUTA TO TRUE
           MOVE "DEPURACION DEL RELOJ MARCADOR" TO PAS-DESCRIPCION
           WRITE CADENA-PASO-RECORD
           MOVE SPACES TO CADENA-PASO-RECORD
           MOVE 2 TO PAS-NUMERO
           MOVE "NOMINA-SEMANAL" TO PAS-PROGRAMA
           MOVE 0 TO PAS-RC-MAXIMO
           SET PAS-SE-EJECUTA TO TRUE
           MOVE "CALCULO Y CONCILIACION DE LA PLANILLA"
              TO PAS-DESCRIPCION
           WRITE CADENA-PASO-RECORD
           MOVE SPACES TO CADENA-PASO-RECORD
           MOVE 3 TO PAS-NUMERO
           MOVE "CONTROL-INTEGRIDAD" TO PAS-PROGRAMA
      * LA VERIFICACION VA ANTES DE TRANSMITIR: SI LOS ARCHIVOS NO
      * CUADRAN ENTRE SI, EL DINERO NO SALE AL BANCO.
           MOVE 0 TO PAS-RC-MAXIMO
           SET PAS-SE-EJECUTA TO TRUE
           MOVE "VERIFICACION DE INTEGRIDAD DE ARCHIVOS"
              TO PAS-DESCRIPCION
           WRITE CADENA-PASO-RECORD
           MOVE SPACES TO CADENA-PASO-RECORD
           MOVE 4 TO PAS-NUMERO
           MOVE "TRANSMISION-ACH" TO PAS-PROGRAMA
           MOVE 0 TO PAS-RC-MAXIMO
           SET PAS-SE-EJECUTA TO TRUE
           MOVE "TRANSMISION DE PAGOS AL BANCO" TO PAS-DESCRIPCION
           WRITE CADENA-PASO-RECORD
           MOVE SPACES TO CADENA-PASO-RECORD
           MOVE 5 TO PAS-NUMERO
           MOVE "RESUMEN-SEMANAL" TO PAS-PROGRAMA
           MOVE 0 TO PAS-RC-MAXIMO
           SET PAS-SE-EJECUTA TO TRUE
           MOVE "RESUMEN GERENCIAL DE LA SEMANA" TO PAS-DESCRIPCION
           WRITE CADENA-PASO-RECORD
           CLOSE PASOS-FILE
           DISPLAY "SE CREO CADENA-PASOS.DAT CON LA CADENA SEMANAL "
                   "ESTANDAR (5 PASOS).".

      *****************************************************************
      * LOS PARAMETROS SE LEEN UNA SOLA VEZ, ANTES DEL PRIMER PASO.   *
      * SI EL ARCHIVO NO EXISTE SE CREA CON LA CORRIDA SEMANAL        *
      * NORMAL: MODO REAL, PLANILLA SEMANAL, PERIODO DE HOY Y         *
      * TRANSMISION DE ACH-PAYMENT.DAT. UN VALOR INVALIDO NO SE       *
      * REEMPLAZA POR OMISION: LA CADENA NO CORRE HASTA CORREGIRLO.   *
      *****************************************************************
       CARGAR-PARAMETROS-CADENA.
           MOVE SPACES TO CADENA-PARAMETROS-RECORD
           OPEN INPUT PARAMETROS-CADENA-FILE
           IF WS-PARAMETROS-STATUS = "35"
              PERFORM CREAR-PARAMETROS-OMISION
              OPEN INPUT PARAMETROS-CADENA-FILE
           END-IF
           IF WS-PARAMETROS-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR CADENA-PARAMETROS.DAT, ESTADO: "
                      WS-PARAMETROS-STATUS
              MOVE 16 TO WS-CODIGO-RETORNO
           ELSE
              READ PARAMETROS-CADENA-FILE INTO CADENA-PARAMETROS-RECORD
                 AT END
                    MOVE SPACES TO CADENA-PARAMETROS-RECORD
              END-READ
              CLOSE PARAMETROS-CADENA-FILE
              SET CPA-DESDE-CADENA TO TRUE
              PERFORM VALIDAR-PARAMETROS-CADENA
              IF NOT WS-PARAMETROS-VALIDOS
                 DISPLAY "CADENA-PARAMETROS.DAT TIENE VALORES "
                         "INVALIDOS; NO SE CORRE LA CADENA."
                 MOVE 16 TO WS-CODIGO-RETORNO
              ELSE
                 DISPLAY "PARAMETROS DE LA CADENA: MODO "
                         CPA-MODO-EJECUCION " PLANILLA "
                         CPA-TIPO-PLANILLA " PERIODO "
                         CPA-FECHA-PERIODO " FUENTE ACH "
                         CPA-FUENTE-ACH
              END-IF
           END-IF.

       VALIDAR-PARAMETROS-CADENA.
           MOVE 'S' TO WS-PARAMETROS-OK
           IF CPA-MODO-EJECUCION NOT = 'R'
              AND CPA-MODO-EJECUCION NOT = 'S'
              DISPLAY "  MODO DE EJECUCION DEBE SER R O S."
              MOVE 'N' TO WS-PARAMETROS-OK
           END-IF
           IF CPA-TIPO-PLANILLA NOT = 'S'
              AND CPA-TIPO-PLANILLA NOT = 'M'
              DISPLAY "  TIPO DE PLANILLA DEBE SER S O M."
              MOVE 'N' TO WS-PARAMETROS-OK
           END-IF
           IF CPA-FECHA-PERIODO NOT = SPACE
              AND CPA-FECHA-PERIODO NOT NUMERIC
              DISPLAY "  FECHA DEL PERIODO DEBE SER YYYYMMDD O BLANCO."
              MOVE 'N' TO WS-PARAMETROS-OK
           END-IF
           IF CPA-FUENTE-ACH < '1' OR CPA-FUENTE-ACH > '6'
              DISPLAY "  FUENTE ACH DEBE SER DE 1 A 6."
              MOVE 'N' TO WS-PARAMETROS-OK
           END-IF.

       CREAR-PARAMETROS-OMISION.
           OPEN OUTPUT PARAMETROS-CADENA-FILE
           MOVE SPACES TO CADENA-PARAMETROS-RECORD
           MOVE 'R' TO CPA-MODO-EJECUCION
           MOVE 'S' TO CPA-TIPO-PLANILLA
           MOVE '1' TO CPA-FUENTE-ACH
           WRITE PARAMETROS-CADENA-LINE FROM CADENA-PARAMETROS-RECORD
           CLOSE PARAMETROS-CADENA-FILE
           DISPLAY "SE CREO CADENA-PARAMETROS.DAT CON LA CORRIDA "
                   "SEMANAL NORMAL.".

       LEER-CONTROL-CADENA.
           MOVE 'C' TO WS-CTL-ESTADO
           MOVE 0 TO WS-CTL-PASO-REINICIO
           MOVE SPACE TO WS-CTL-PROGRAMA
           MOVE 0 TO WS-CTL-ULTIMO-RC
           OPEN INPUT CONTROL-CADENA-FILE
           IF WS-CONTROL-STATUS = "00"
              READ CONTROL-CADENA-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CTL-ESTADO TO WS-CTL-ESTADO
                    IF CTL-PASO-REINICIO NUMERIC
                       MOVE CTL-PASO-REINICIO TO WS-CTL-PASO-REINICIO
                    END-IF
                    MOVE CTL-PROGRAMA TO WS-CTL-PROGRAMA
                    IF CTL-ULTIMO-RC NUMERIC
                       MOVE CTL-ULTIMO-RC TO WS-CTL-ULTIMO-RC
                    END-IF
              END-READ
              CLOSE CONTROL-CADENA-FILE
           END-IF.

      *****************************************************************
      * SI LA CORRIDA ANTERIOR NO TERMINO, LO NORMAL ES REANUDAR EN   *
      * EL PASO QUE FALLO (OPCION POR OMISION). REINICIAR DESDE EL    *
      * PRIMERO ES UNA DECISION EXPLICITA DEL OPERADOR. UN PASO QUE   *
      * QUEDO CORRIENDO ('R') CAYO SIN LIBERAR SU CANDADO: HAY QUE    *
      * LIBERARLO DESDE EL ESTADO DE OPERACIONES ANTES DE REANUDAR.   *
      *****************************************************************
       DETERMINAR-PASO-INICIAL.
           MOVE 1 TO WS-PASO-INICIAL
           IF WS-CTL-FALLIDA OR WS-CTL-EN-CURSO
              DISPLAY " "
              IF WS-CTL-FALLIDA
                 DISPLAY "LA ULTIMA CORRIDA DE LA CADENA SE DETUVO EN "
                         "EL PASO " WS-CTL-PASO-REINICIO " ("
                         WS-CTL-PROGRAMA ") CON CODIGO "
                         WS-CTL-ULTIMO-RC "."
              ELSE
                 DISPLAY "LA ULTIMA CORRIDA DE LA CADENA QUEDO "
                         "INCONCLUSA EN EL PASO " WS-CTL-PASO-REINICIO
                         " (" WS-CTL-PROGRAMA ")."
                 DISPLAY "SI ESE PASO SIGUE FIGURANDO EN EJECUCION, "
                         "LIBERE SU CANDADO EN EL ESTADO DE "
                         "OPERACIONES."
              END-IF
              DISPLAY "R=REANUDAR EN ESE PASO (OMISION), "
                      "I=REINICIAR DESDE EL PRIMERO, N=CANCELAR: "
              MOVE SPACE TO WS-OPCION-REINICIO
              ACCEPT WS-OPCION-REINICIO
              EVALUATE TRUE
                 WHEN WS-CANCELAR-CADENA
                    SET WS-CADENA-CANCELADA TO TRUE
                 WHEN WS-REINICIAR-DESDE-PRIMERO
                    MOVE 1 TO WS-PASO-INICIAL
                    MOVE "CADENA REINICIADA DESDE EL PRIMER PASO"
                       TO WS-AUDIT-DESCRIPCION
                    PERFORM ESCRIBIR-AUDITORIA
                 WHEN OTHER
                    PERFORM UBICAR-PASO-REINICIO
              END-EVALUATE
           END-IF.

       UBICAR-PASO-REINICIO.
           MOVE 0 TO WS-PASO-INICIAL
           PERFORM VARYING WS-IDX-PASO FROM 1 BY 1
                   UNTIL WS-IDX-PASO > WS-CONTADOR-PASOS
                      OR WS-PASO-INICIAL > 0
              IF WS-PAS-NUMERO(WS-IDX-PASO) >= WS-CTL-PASO-REINICIO
                 SET WS-PASO-INICIAL TO WS-IDX-PASO
              END-IF
           END-PERFORM
           IF WS-PASO-INICIAL = 0
              DISPLAY "EL PASO " WS-CTL-PASO-REINICIO " YA NO FIGURA "
                      "EN CADENA-PASOS.DAT; USE I PARA REINICIAR."
              SET WS-CADENA-CANCELADA TO TRUE
           END-IF.

       EJECUTAR-CADENA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CTL-INICIO
           MOVE 0 TO WS-CONTADOR-CONFORMES
           SET WS-IDX-PASO TO WS-PASO-INICIAL
           STRING "INICIO CADENA OPERADOR=" WS-OPERADOR-ID
                  " DESDE PASO " WS-PAS-NUMERO(WS-IDX-PASO)
                  " (" WS-PAS-PROGRAMA(WS-IDX-PASO) ")"
                  DELIMITED BY SIZE INTO WS-LINEA-BITACORA
           PERFORM ESCRIBIR-BITACORA-CADENA
           STRING "INICIO CADENA DESDE PASO "
                  WS-PAS-NUMERO(WS-IDX-PASO)
                  DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
           PERFORM ESCRIBIR-AUDITORIA
           PERFORM VARYING WS-IDX-PASO FROM WS-PASO-INICIAL BY 1
                   UNTIL WS-IDX-PASO > WS-CONTADOR-PASOS
                      OR WS-CADENA-DETENIDA
              PERFORM EJECUTAR-UN-PASO
           END-PERFORM
           IF WS-CADENA-DETENIDA
              MOVE 16 TO WS-CODIGO-RETORNO
              STRING "FIN CADENA DETENIDA EN PASO "
                     WS-CTL-PASO-REINICIO " (" WS-CTL-PROGRAMA
                     ") RC=" WS-CTL-ULTIMO-RC
                     DELIMITED BY SIZE INTO WS-LINEA-BITACORA
              PERFORM ESCRIBIR-BITACORA-CADENA
              STRING "CADENA DETENIDA EN PASO " WS-CTL-PASO-REINICIO
                     " " WS-CTL-PROGRAMA
                     DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
              PERFORM ESCRIBIR-AUDITORIA
              DISPLAY " "
              DISPLAY "*** CADENA DETENIDA EN EL PASO "
                      WS-CTL-PASO-REINICIO " (" WS-CTL-PROGRAMA
                      ") ***"
              DISPLAY "CORRIJA LA CAUSA Y VUELVA A INVOCAR LA CADENA: "
                      "SE REANUDA EN ESE PASO."
           ELSE
              MOVE 'C' TO WS-CTL-ESTADO
              MOVE 0 TO WS-CTL-PASO-REINICIO
              MOVE SPACE TO WS-CTL-PROGRAMA
              PERFORM GRABAR-CONTROL-CADENA
              STRING "FIN CADENA COMPLETA PASOS CONFORMES="
                     WS-CONTADOR-CONFORMES
                     DELIMITED BY SIZE INTO WS-LINEA-BITACORA
              PERFORM ESCRIBIR-BITACORA-CADENA
              STRING "CADENA COMPLETA PASOS CONFORMES="
                     WS-CONTADOR-CONFORMES
                     DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
              PERFORM ESCRIBIR-AUDITORIA
              DISPLAY " "
              DISPLAY "CADENA SEMANAL COMPLETA. PASOS CONFORMES: "
                      WS-CONTADOR-CONFORMES
           END-IF.

      *****************************************************************
      * ANTES DE LLAMAR AL PASO, EL CONTROL QUEDA EN 'R' CON ESE PASO *
      * COMO PUNTO DE REINICIO: SI LA CORRIDA SE CAE A MEDIO PASO, LA *
      * SIGUIENTE INVOCACION SABE DONDE RETOMAR. SOLO CUANDO EL PASO  *
      * TERMINA DENTRO DE SU CODIGO MAXIMO SE AVANZA AL SIGUIENTE.    *
      *****************************************************************
       EJECUTAR-UN-PASO.
           IF WS-PAS-ACTIVO(WS-IDX-PASO) = 'N'
              STRING "PASO " WS-PAS-NUMERO(WS-IDX-PASO) " "
                     WS-PAS-PROGRAMA(WS-IDX-PASO) " OMITIDO (INACTIVO)"
                     DELIMITED BY SIZE INTO WS-LINEA-BITACORA
              PERFORM ESCRIBIR-BITACORA-CADENA
              DISPLAY "PASO " WS-PAS-NUMERO(WS-IDX-PASO) " "
                      WS-PAS-PROGRAMA(WS-IDX-PASO)
                      " INACTIVO, SE OMITE."
           ELSE
              MOVE 'R' TO WS-CTL-ESTADO
              MOVE WS-PAS-NUMERO(WS-IDX-PASO) TO WS-CTL-PASO-REINICIO
              MOVE WS-PAS-PROGRAMA(WS-IDX-PASO) TO WS-CTL-PROGRAMA
              MOVE 0 TO WS-CTL-ULTIMO-RC
              PERFORM GRABAR-CONTROL-CADENA
              STRING "PASO " WS-PAS-NUMERO(WS-IDX-PASO) " "
                     WS-PAS-PROGRAMA(WS-IDX-PASO) " INICIO"
                     DELIMITED BY SIZE INTO WS-LINEA-BITACORA
              PERFORM ESCRIBIR-BITACORA-CADENA
              DISPLAY " "
              DISPLAY "=== PASO " WS-PAS-NUMERO(WS-IDX-PASO) ": "
                      WS-PAS-PROGRAMA(WS-IDX-PASO) " - "
                      WS-PAS-DESCRIPCION(WS-IDX-PASO)
              PERFORM LLAMAR-PROGRAMA-PASO
              MOVE WS-RC-PASO TO WS-CTL-ULTIMO-RC
              IF WS-RC-PASO > WS-PAS-RC-MAXIMO(WS-IDX-PASO)
                 MOVE "FALLIDO" TO WS-RESULTADO-PASO
                 SET WS-CADENA-DETENIDA TO TRUE
                 MOVE 'F' TO WS-CTL-ESTADO
              ELSE
                 IF WS-RC-PASO > 0
                    MOVE "CON AVISOS" TO WS-RESULTADO-PASO
                 ELSE
                    MOVE "CONFORME" TO WS-RESULTADO-PASO
                 END-IF
                 ADD 1 TO WS-CONTADOR-CONFORMES
              END-IF
              PERFORM GRABAR-CONTROL-CADENA
              STRING "PASO " WS-PAS-NUMERO(WS-IDX-PASO) " "
                     WS-PAS-PROGRAMA(WS-IDX-PASO) " FIN RC="
                     WS-RC-PASO " " WS-RESULTADO-PASO
                     DELIMITED BY SIZE INTO WS-LINEA-BITACORA
              PERFORM ESCRIBIR-BITACORA-CADENA
              STRING "PASO " WS-PAS-NUMERO(WS-IDX-PASO) " "
                     WS-PAS-PROGRAMA(WS-IDX-PASO) " RC=" WS-RC-PASO
                     " " WS-RESULTADO-PASO
                     DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
              PERFORM ESCRIBIR-AUDITORIA
              DISPLAY "=== PASO " WS-PAS-NUMERO(WS-IDX-PASO)
                      " TERMINADO CON CODIGO " WS-RC-PASO ": "
                      WS-RESULTADO-PASO
           END-IF.

      *****************************************************************
      * SOLO SE LLAMAN PROGRAMAS QUE DEVUELVEN CODIGO DE TERMINACION. *
      * UN NOMBRE DESCONOCIDO EN CADENA-PASOS.DAT CUENTA COMO PASO    *
      * FALLIDO. RETURN-CODE SE PONE EN CERO ANTES DEL CALL Y SE LEE  *
      * APENAS VUELVE, ANTES DE CUALQUIER OTRA LLAMADA.               *
      *****************************************************************
       LLAMAR-PROGRAMA-PASO.
           MOVE 'S' TO WS-PROGRAMA-CONOCIDO-OK
           MOVE 0 TO RETURN-CODE
           EVALUATE WS-PAS-PROGRAMA(WS-IDX-PASO)
              WHEN "DEPURAR-PONCHES"
                 CALL "DEPURAR-PONCHES" USING WS-OPERADOR-ID
                 END-CALL
              WHEN "NOMINA-SEMANAL"
                 CALL "NOMINA-SEMANAL" USING WS-OPERADOR-ID
                    CADENA-PARAMETROS-RECORD
                 END-CALL
              WHEN "CONTROL-INTEGRIDAD"
                 CALL "CONTROL-INTEGRIDAD" USING WS-OPERADOR-ID
                 END-CALL
              WHEN "TRANSMISION-ACH"
                 CALL "TRANSMISION-ACH" USING WS-OPERADOR-ID
                    CADENA-PARAMETROS-RECORD
                 END-CALL
              WHEN "RESUMEN-SEMANAL"
                 CALL "RESUMEN-SEMANAL" USING WS-OPERADOR-ID
                    CADENA-PARAMETROS-RECORD
                 END-CALL
              WHEN OTHER
                 MOVE 'N' TO WS-PROGRAMA-CONOCIDO-OK
           END-EVALUATE
           IF WS-PROGRAMA-CONOCIDO
              MOVE RETURN-CODE TO WS-RETURN-CODE-PASO
              IF WS-RETURN-CODE-PASO < 0 OR WS-RETURN-CODE-PASO > 99
                 MOVE 16 TO WS-RC-PASO
              ELSE
                 MOVE WS-RETURN-CODE-PASO TO WS-RC-PASO
              END-IF
           ELSE
              DISPLAY "PROGRAMA NO HABILITADO PARA LA CADENA: "
                      WS-PAS-PROGRAMA(WS-IDX-PASO)
              MOVE 16 TO WS-RC-PASO
           END-IF.

       GRABAR-CONTROL-CADENA.
           OPEN OUTPUT CONTROL-CADENA-FILE
           IF WS-CONTROL-STATUS NOT = "00"
              DISPLAY "ERROR AL GRABAR CADENA-CONTROL.DAT, ESTADO: "
                      WS-CONTROL-STATUS
           ELSE
              MOVE SPACES TO CONTROL-CADENA-RECORD
              MOVE WS-CTL-ESTADO TO CTL-ESTADO
              MOVE WS-CTL-PASO-REINICIO TO CTL-PASO-REINICIO
              MOVE WS-CTL-PROGRAMA TO CTL-PROGRAMA
              MOVE WS-CTL-ULTIMO-RC TO CTL-ULTIMO-RC
              MOVE WS-OPERADOR-ID TO CTL-OPERADOR
              MOVE WS-CTL-INICIO TO CTL-INICIO
              MOVE FUNCTION CURRENT-DATE(1:14) TO CTL-ACTUALIZADO
              WRITE CONTROL-CADENA-RECORD
              CLOSE CONTROL-CADENA-FILE
           END-IF.
