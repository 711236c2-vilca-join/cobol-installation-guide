       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAJA-VALES.
       AUTHOR. JOSE-VILCA.

      *****************************************************************
      * CAJA DE VALES DE PAGO: NOMINA-SEMANAL EMITE UN VALE POR CAJA  *
      * A QUIEN NO TIENE DATOS BANCARIOS, PERO NADA REGISTRABA SI EL  *
      * EMPLEADO LO COBRABA. LOS VALES ENTRAN AL REGISTRO PERMANENTE  *
      * VALES-CAJA.DAT POR INCORPORAR-VALES, QUE LLAMAN LA NOMINA Y   *
      * LAS UTILIDADES AL EMITIRLOS; AL ENTRAR, ESTE PROGRAMA LO      *
      * LLAMA DE NUEVO COMO RESGUARDO, Y LUEGO:                       *
      *  1 - COBRO: MARCA EL VALE COBRADO CON FECHA, HORA Y CAJERO.   *
      *  2 - ARQUEO DIARIO: LISTA LOS VALES PAGADOS EN EL DIA POR EL  *
      *      CAJERO Y CUADRA EL FONDO CONTRA EL EFECTIVO CONTADO      *
      *      (CAJA-ARQUEO.TXT).                                       *
      *  3 - ANULA LOS VALES NO COBRADOS DESPUES DE LOS DIAS QUE FIJA *
      *      CAJA-CONFIG.DAT (30 SI NO EXISTE).                       *
      *  4 - REEMITE UN VALE ANULADO CON UN NUMERO NUEVO              *
      *      (CAJA-REEMISION.TXT ES EL DOCUMENTO PARA FIRMAR).        *
      * CADA CAMBIO SE REFLEJA TAMBIEN EN PAGO-ESTADO.DAT, PARA QUE   *
      * EL ESTADO DEL PAGO POR CAJA SEA EL REAL Y NO EL DE LA SOLA    *
      * EMISION DEL VALE.                                             *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALE-CAJA-FILE ASSIGN TO "VALES-CAJA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-CLAVE
               FILE STATUS IS WS-VALE-CAJA-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPLOYEE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT PAGO-ESTADO-FILE ASSIGN TO "PAGO-ESTADO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGO-ESTADO-STATUS.

           SELECT CAJA-CONFIG-FILE ASSIGN TO "CAJA-CONFIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT ARQUEO-FILE ASSIGN TO "CAJA-ARQUEO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQUEO-STATUS.

           SELECT REEMISION-FILE ASSIGN TO "CAJA-REEMISION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REEMISION-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT-TRAIL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VALE-CAJA-FILE.
           COPY VALE-CAJA-RECORD.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMP-MASTER-RECORD.

       FD  PAGO-ESTADO-FILE.
           COPY PAGO-ESTADO-RECORD.

       FD  CAJA-CONFIG-FILE.
       01  CAJA-CONFIG-RECORD.
           05 CFG-DIAS-VIGENCIA-VALE   PIC 9(03).

       FD  ARQUEO-FILE.
       01  ARQUEO-LINE                  PIC X(80).

       FD  REEMISION-FILE.
       01  REEMISION-LINE               PIC X(80).

       FD  AUDIT-LOG-FILE.
           COPY AUDIT-LOG-RECORD.

       WORKING-STORAGE SECTION.

      ***************************
      * CONTROL DE ARCHIVOS     *
      ***************************
       01 WS-VALE-CAJA-STATUS          PIC X(02).
       01 WS-EMP-MASTER-STATUS         PIC X(02).
       01 WS-PAGO-ESTADO-STATUS        PIC X(02).
       01 WS-CONFIG-STATUS             PIC X(02).
       01 WS-ARQUEO-STATUS             PIC X(02).
       01 WS-REEMISION-STATUS          PIC X(02).
       01 WS-AUDIT-STATUS              PIC X(02).
       01 WS-FIN-REGISTRO-OK           PIC X          VALUE 'N'.
          88 WS-FIN-REGISTRO                          VALUE 'S'.
       01 WS-FIN-ESTADOS-OK            PIC X          VALUE 'N'.
          88 WS-FIN-ESTADOS                           VALUE 'S'.
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
                                       VALUE "CAJA-VALES".
       01 WS-RUN-RESULTADO             PIC X(01)      VALUE '0'.
          88 WS-EJECUCION-DENEGADA                    VALUE '1'.

      ***************************
      * DATOS DE LA SESION      *
      ***************************
       01 WS-OPCION-CAJA               PIC X(01)      VALUE SPACE.
          88 WS-OPCION-COBRO                          VALUE '1'.
          88 WS-OPCION-ARQUEO                         VALUE '2'.
          88 WS-OPCION-ANULAR                         VALUE '3'.
          88 WS-OPCION-REEMITIR                       VALUE '4'.
          88 WS-OPCION-SALIR                          VALUE '0'.
       01 WS-CONTINUAR-CAJA            PIC X(01)      VALUE 'S'.
          88 WS-SEGUIR-EN-CAJA                        VALUE 'S'.
       01 WS-CONTINUAR-COBRO           PIC X(01)      VALUE 'S'.
          88 WS-SEGUIR-COBRANDO                       VALUE 'S'.
       01 WS-CONFIRMAR                 PIC X(01)      VALUE 'N'.
          88 WS-CONFIRMADO                            VALUE 'S'.
       01 WS-FECHA-HOY                 PIC 9(08)      VALUE 0.
       01 WS-HORA-ACTUAL               PIC 9(06)      VALUE 0.
       01 WS-CONTADOR-INCORPORADOS     PIC 9(05)      VALUE 0.
       01 WS-INC-ARCHIVO               PIC X(24)      VALUE SPACE.
       01 WS-INC-CANTIDAD              PIC 9(05)      VALUE 0.
       01 WS-INC-RESULTADO             PIC X(01)      VALUE '0'.
       01 WS-CONTADOR-COBRADOS         PIC 9(05)      VALUE 0.
       01 WS-CONTADOR-ANULADOS         PIC 9(05)      VALUE 0.

      **************************************
      * VALE EN TRAMITE: LA CLAVE LA DICTA  *
      * EL CAJERO DESDE EL VALE IMPRESO     *
      * (PERIODO, NUMERO Y EMPLEADO).       *
      **************************************
       01 WS-VALE-CLAVE.
          05 WS-VALE-FECHA-PAGO        PIC 9(08)      VALUE 0.
          05 WS-VALE-NUMERO            PIC 9(06)      VALUE 0.
          05 WS-VALE-EMP-ID            PIC X(06)      VALUE SPACE.
       01 WS-VALE-MONTO                PIC 9(08)V99   VALUE 0.
       01 WS-VALE-HALLADO-OK           PIC X          VALUE 'N'.
          88 WS-VALE-HALLADO                          VALUE 'S'.
       01 WS-NOMBRE-EMPLEADO           PIC X(20)      VALUE SPACE.
       01 WS-ESTADO-PAGO-NUEVO         PIC X(01)      VALUE SPACE.

      **************************************
      * ANULACION DE VALES NO COBRADOS: EL  *
      * PLAZO SE LEE DE CAJA-CONFIG.DAT     *
      * (30 DIAS SI NO EXISTE) Y SE CUENTA  *
      * DESDE LA EMISION DEL VALE.          *
      **************************************
       01 WS-DIAS-VIGENCIA-VALE        PIC 9(03)      VALUE 30.
       01 WS-DIAS-TRANSCURRIDOS        PIC S9(07)     VALUE 0.

      **************************************
      * REEMISION: LOS NUMEROS NUEVOS SE    *
      * TOMAN DESDE 500001 DENTRO DEL       *
      * PERIODO, FUERA DEL RANGO QUE USA LA *
      * NOMINA, PARA QUE UN LOTE POSTERIOR  *
      * DE LA MISMA FECHA NO LOS REPITA.    *
      **************************************
       01 WS-BASE-NUMERO-REEMISION     PIC 9(06)      VALUE 500000.
       01 WS-NUMERO-MAYOR              PIC 9(06)      VALUE 0.
       01 WS-NUMERO-NUEVO              PIC 9(06)      VALUE 0.

      **************************************
      * ARQUEO DIARIO: FONDO ENTREGADO AL   *
      * CAJERO, VALES PAGADOS EN EL DIA Y   *
      * EFECTIVO CONTADO AL CIERRE.         *
      **************************************
       01 WS-ARQUEO-FECHA-TEXTO        PIC X(08)      VALUE SPACE.
       01 WS-ARQUEO-FECHA              PIC 9(08)      VALUE 0.
       01 WS-ARQUEO-CAJERO             PIC X(08)      VALUE SPACE.
       01 WS-FONDO-TEXTO               PIC X(16)      VALUE SPACE.
       01 WS-FONDO-INICIAL             PIC 9(08)V99   VALUE 0.
       01 WS-CONTADO-TEXTO             PIC X(16)      VALUE SPACE.
       01 WS-EFECTIVO-CONTADO          PIC 9(08)V99   VALUE 0.
       01 WS-TOTAL-PAGADO-DIA          PIC 9(08)V99   VALUE 0.
       01 WS-SALDO-ESPERADO            PIC S9(08)V99  VALUE 0.
       01 WS-DIFERENCIA-CAJA           PIC S9(08)V99  VALUE 0.
       01 WS-CONTADOR-VALES-DIA        PIC 9(05)      VALUE 0.

      ***************************
      * CAMPOS DE PRESENTACION  *
      ***************************
       01 WS-MONTO-DISPLAY             PIC ZZZ,ZZ9.99.
       01 WS-TOTAL-DISPLAY             PIC ZZ,ZZZ,ZZ9.99.
       01 WS-SALDO-DISPLAY             PIC -Z,ZZZ,ZZ9.99.
       01 WS-HORA-DISPLAY              PIC X(08)      VALUE SPACE.

      *****************************************************************
      * EL ID DE OPERADOR LLEGA YA VERIFICADO DESDE EL INICIO DE      *
      * SESION DE HOLA-MUNDO (REQ. 023); SOLO SI LLEGA EN BLANCO SE   *
      * PIDE EN PANTALLA. EL OPERADOR DE LA SESION ES EL CAJERO QUE   *
      * QUEDA REGISTRADO EN CADA COBRO.                               *
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
      * LA CAJA REESCRIBE PAGO-ESTADO.DAT, QUE TAMBIEN RECONSTRUYE
      * RETORNO-ACH: TOMA EL CANDADO DE EJECUCION (REQ. 041).
           PERFORM REGISTRAR-EJECUCION-INICIO
           IF WS-EJECUCION-DENEGADA
              CONTINUE
           ELSE
              PERFORM PROCESO-CAJA
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

       PROCESO-CAJA.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           PERFORM INCORPORAR-VALES-LOTE
           OPEN I-O VALE-CAJA-FILE
           IF WS-VALE-CAJA-STATUS = "35"
              OPEN OUTPUT VALE-CAJA-FILE
              CLOSE VALE-CAJA-FILE
              OPEN I-O VALE-CAJA-FILE
           END-IF
           IF WS-VALE-CAJA-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR VALES-CAJA.DAT, ESTADO: "
                      WS-VALE-CAJA-STATUS
           ELSE
              MOVE 'N' TO WS-MAESTRO-ABIERTO-OK
              OPEN INPUT EMPLOYEE-MASTER-FILE
              IF WS-EMP-MASTER-STATUS = "00"
                 SET WS-MAESTRO-ABIERTO TO TRUE
              END-IF
              MOVE 'S' TO WS-CONTINUAR-CAJA
              PERFORM UNTIL NOT WS-SEGUIR-EN-CAJA
                 PERFORM MOSTRAR-MENU-CAJA
                 EVALUATE TRUE
                    WHEN WS-OPCION-COBRO
                       PERFORM COBRAR-VALES
                    WHEN WS-OPCION-ARQUEO
                       PERFORM ARQUEO-DIARIO-CAJA
                    WHEN WS-OPCION-ANULAR
                       PERFORM ANULAR-VALES-VENCIDOS
                    WHEN WS-OPCION-REEMITIR
                       PERFORM REEMITIR-VALE-ANULADO
                    WHEN WS-OPCION-SALIR
                       MOVE 'N' TO WS-CONTINUAR-CAJA
                    WHEN OTHER
                       DISPLAY "OPCION INVALIDA, INTENTE DE NUEVO."
                 END-EVALUATE
              END-PERFORM
              IF WS-MAESTRO-ABIERTO
                 CLOSE EMPLOYEE-MASTER-FILE
              END-IF
              CLOSE VALE-CAJA-FILE
           END-IF
           CLOSE AUDIT-LOG-FILE.

       MOSTRAR-MENU-CAJA.
           DISPLAY " "
           DISPLAY "CAJA DE VALES DE PAGO - CAJERO: " WS-OPERADOR-ID
           DISPLAY "1. COBRO DE VALES."
           DISPLAY "2. ARQUEO DIARIO DE CAJA."
           DISPLAY "3. ANULAR VALES NO COBRADOS A TIEMPO."
           DISPLAY "4. REEMITIR UN VALE ANULADO."
           DISPLAY "0. SALIR."
           DISPLAY "SELECCIONE UNA OPCION: "
           MOVE SPACE TO WS-OPCION-CAJA
           ACCEPT WS-OPCION-CAJA.

       ESCRIBIR-AUDITORIA.
           MOVE SPACES TO AUDIT-LOG-LINE
           STRING FUNCTION CURRENT-DATE " CAJA-VALES OPERADOR="
                  WS-OPERADOR-ID " " WS-AUDIT-DESCRIPCION
                  DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           WRITE AUDIT-LOG-LINE
           MOVE SPACES TO WS-AUDIT-DESCRIPCION.

      *****************************************************************
      * PAGO-VOUCHER.DAT Y UTILIDADES-VALE.DAT SOLO TRAEN LOS VALES   *
      * DE SU ULTIMA CORRIDA. LA NOMINA Y LAS UTILIDADES YA LOS       *
      * INCORPORAN AL EMITIRLOS; AQUI SE REPITE POR SI ALGUNA DE ESAS *
      * LLAMADAS FALLO. LO YA INCORPORADO NO SE DUPLICA.              *
      *****************************************************************
       INCORPORAR-VALES-LOTE.
           MOVE 0 TO WS-CONTADOR-INCORPORADOS
           MOVE "PAGO-VOUCHER.DAT" TO WS-INC-ARCHIVO
           PERFORM LLAMAR-INCORPORACION
           MOVE "UTILIDADES-VALE.DAT" TO WS-INC-ARCHIVO
           PERFORM LLAMAR-INCORPORACION
           IF WS-CONTADOR-INCORPORADOS > 0
              DISPLAY "VALES NUEVOS INCORPORADOS A LA CAJA: "
                      WS-CONTADOR-INCORPORADOS
              STRING "VALES INCORPORADOS=" WS-CONTADOR-INCORPORADOS
                     DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
              PERFORM ESCRIBIR-AUDITORIA
           END-IF.

       LLAMAR-INCORPORACION.
           CALL "INCORPORAR-VALES" USING WS-INC-ARCHIVO WS-OPERADOR-ID
              WS-INC-CANTIDAD WS-INC-RESULTADO
           END-CALL
           ADD WS-INC-CANTIDAD TO WS-CONTADOR-INCORPORADOS.

      *****************************************************************
      * LEE EL VALE QUE DICTA EL CAJERO; SI NO EXISTE QUEDA           *
      * WS-VALE-HALLADO EN 'N'. EL NOMBRE SALE DEL MAESTRO SI ESTA    *
      * DISPONIBLE, SOLO PARA QUE EL CAJERO VERIFIQUE LA IDENTIDAD.   *
      *****************************************************************
       PEDIR-CLAVE-VALE.
           MOVE 'N' TO WS-VALE-HALLADO-OK
           MOVE 0 TO WS-VALE-NUMERO
           DISPLAY "NUMERO DE VALE (0 = TERMINAR): "
           ACCEPT WS-VALE-NUMERO
           IF WS-VALE-NUMERO NOT = 0
              DISPLAY "CODIGO DE EMPLEADO: "
              MOVE SPACE TO WS-VALE-EMP-ID
              ACCEPT WS-VALE-EMP-ID
              DISPLAY "PERIODO DEL VALE (AAAAMMDD): "
              MOVE 0 TO WS-VALE-FECHA-PAGO
              ACCEPT WS-VALE-FECHA-PAGO
              PERFORM LEER-VALE-CLAVE
              IF NOT WS-VALE-HALLADO
                 DISPLAY "ERROR: NO EXISTE EL VALE " WS-VALE-NUMERO
                         " DEL EMPLEADO " WS-VALE-EMP-ID
                         " PERIODO " WS-VALE-FECHA-PAGO "."
              END-IF
           END-IF.

       LEER-VALE-CLAVE.
           MOVE 'N' TO WS-VALE-HALLADO-OK
           MOVE WS-VALE-CLAVE TO VAL-CLAVE
           READ VALE-CAJA-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-VALE-HALLADO TO TRUE
                 MOVE VAL-MONTO TO WS-VALE-MONTO
                 PERFORM BUSCAR-NOMBRE-EMPLEADO
           END-READ.

       BUSCAR-NOMBRE-EMPLEADO.
           MOVE "(SIN MAESTRO)" TO WS-NOMBRE-EMPLEADO
           IF WS-MAESTRO-ABIERTO
              MOVE VAL-EMP-ID TO EMP-ID
              READ EMPLOYEE-MASTER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE EMP-NAME TO WS-NOMBRE-EMPLEADO
              END-READ
           END-IF.

       MOSTRAR-VALE.
           MOVE VAL-MONTO TO WS-MONTO-DISPLAY
           DISPLAY "VALE " VAL-NUMERO " PERIODO " VAL-FECHA-PAGO
                   " EMPLEADO " VAL-EMP-ID " " WS-NOMBRE-EMPLEADO
           DISPLAY "MONTO: " WS-MONTO-DISPLAY.

      *****************************************************************
      * COBRO: EL CAJERO DICTA LOS VALES QUE VA PAGANDO HASTA         *
      * TERMINAR CON NUMERO 0. SOLO UN VALE POR COBRAR SE PAGA; UNO   *
      * YA COBRADO O ANULADO SE INFORMA Y NO SE TOCA.                 *
      *****************************************************************
       COBRAR-VALES.
           MOVE 0 TO WS-CONTADOR-COBRADOS
           MOVE 'S' TO WS-CONTINUAR-COBRO
           PERFORM UNTIL NOT WS-SEGUIR-COBRANDO
              PERFORM PEDIR-CLAVE-VALE
              IF WS-VALE-NUMERO = 0
                 MOVE 'N' TO WS-CONTINUAR-COBRO
              ELSE
                 IF WS-VALE-HALLADO
                    PERFORM COBRAR-UN-VALE
                 END-IF
              END-IF
           END-PERFORM
           DISPLAY "VALES COBRADOS EN ESTA SESION: "
                   WS-CONTADOR-COBRADOS.

       COBRAR-UN-VALE.
           PERFORM MOSTRAR-VALE
           EVALUATE TRUE
              WHEN VAL-COBRADO
                 DISPLAY "ERROR: EL VALE YA FUE COBRADO EL "
                         VAL-FECHA-COBRO " (CAJERO " VAL-CAJERO ")."
              WHEN VAL-ANULADO
                 DISPLAY "ERROR: EL VALE ESTA ANULADO DESDE EL "
                         VAL-FECHA-ANULACION "."
                 IF VAL-NUMERO-REEMISION NOT = 0
                    DISPLAY "       FUE REEMPLAZADO POR EL VALE "
                            VAL-NUMERO-REEMISION "."
                 END-IF
              WHEN OTHER
                 DISPLAY "CONFIRME IDENTIDAD DEL EMPLEADO Y ENTREGA "
                         "DEL EFECTIVO (S/N): "
                 MOVE 'N' TO WS-CONFIRMAR
                 ACCEPT WS-CONFIRMAR
                 IF WS-CONFIRMADO
                    MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-ACTUAL
                    SET VAL-COBRADO TO TRUE
                    MOVE WS-FECHA-HOY TO VAL-FECHA-COBRO
                    MOVE WS-HORA-ACTUAL TO VAL-HORA-COBRO
                    MOVE WS-OPERADOR-ID TO VAL-CAJERO
                    REWRITE VALE-CAJA-RECORD
                       INVALID KEY
                          DISPLAY "ERROR AL REGISTRAR EL COBRO, "
                                  "ESTADO: " WS-VALE-CAJA-STATUS
                       NOT INVALID KEY
                          ADD 1 TO WS-CONTADOR-COBRADOS
                          DISPLAY "VALE " VAL-NUMERO " COBRADO."
                          MOVE 'P' TO WS-ESTADO-PAGO-NUEVO
                          PERFORM ACTUALIZAR-ESTADO-PAGO
                          STRING "VALE COBRADO " VAL-NUMERO
                                 " EMPLEADO " VAL-EMP-ID
                                 " " WS-MONTO-DISPLAY
                                 DELIMITED BY SIZE
                                 INTO WS-AUDIT-DESCRIPCION
                          PERFORM ESCRIBIR-AUDITORIA
                    END-REWRITE
                 ELSE
                    DISPLAY "COBRO CANCELADO."
                 END-IF
           END-EVALUATE.

      *****************************************************************
      * REFLEJA EL NUEVO ESTADO DEL VALE EN EL PAGO POR CAJA DEL      *
      * EMPLEADO Y PERIODO EN PAGO-ESTADO.DAT. SI EL ARCHIVO NO       *
      * EXISTE O NO TIENE ESE PAGO (EL RETORNO DEL CICLO AUN NO SE    *
      * PROCESA), NO HAY NADA QUE CAMBIAR: RETORNO-ACH TOMA EL ESTADO *
      * DE ESTE REGISTRO AL RECONSTRUIRLO, ASI QUE NO HACE FALTA      *
      * RESPALDO PREVIO.                                              *
      *****************************************************************
       ACTUALIZAR-ESTADO-PAGO.
           MOVE 'N' TO WS-FIN-ESTADOS-OK
           OPEN I-O PAGO-ESTADO-FILE
           IF WS-PAGO-ESTADO-STATUS = "00"
              PERFORM UNTIL WS-FIN-ESTADOS
                 READ PAGO-ESTADO-FILE
                    AT END
                       SET WS-FIN-ESTADOS TO TRUE
                    NOT AT END
                       IF EST-EMP-ID = VAL-EMP-ID
                          AND EST-FECHA-PAGO = VAL-FECHA-PAGO
                          AND EST-VIA-CAJA
                          MOVE WS-ESTADO-PAGO-NUEVO TO EST-ESTADO
                          REWRITE PAGO-ESTADO-RECORD
                          SET WS-FIN-ESTADOS TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAGO-ESTADO-FILE
           END-IF.

      *****************************************************************
      * ARQUEO DIARIO: EL FONDO ENTREGADO AL CAJERO MENOS LOS VALES   *
      * QUE PAGO ESE DIA ES LO QUE DEBE QUEDAR EN LA CAJA; LA         *
      * DIFERENCIA CONTRA EL EFECTIVO CONTADO ES FALTANTE (NEGATIVA)  *
      * O SOBRANTE (POSITIVA). EL DETALLE QUEDA EN CAJA-ARQUEO.TXT.   *
      *****************************************************************
       ARQUEO-DIARIO-CAJA.
           DISPLAY "FECHA DEL ARQUEO (AAAAMMDD, BLANCO = HOY): "
           MOVE SPACE TO WS-ARQUEO-FECHA-TEXTO
           ACCEPT WS-ARQUEO-FECHA-TEXTO
           IF WS-ARQUEO-FECHA-TEXTO = SPACE
              OR WS-ARQUEO-FECHA-TEXTO NOT NUMERIC
              MOVE WS-FECHA-HOY TO WS-ARQUEO-FECHA
           ELSE
              MOVE WS-ARQUEO-FECHA-TEXTO TO WS-ARQUEO-FECHA
           END-IF
           DISPLAY "CAJERO (BLANCO = " WS-OPERADOR-ID "): "
           MOVE SPACE TO WS-ARQUEO-CAJERO
           ACCEPT WS-ARQUEO-CAJERO
           IF WS-ARQUEO-CAJERO = SPACE
              MOVE WS-OPERADOR-ID TO WS-ARQUEO-CAJERO
           END-IF
           DISPLAY "FONDO ENTREGADO AL CAJERO: "
           MOVE SPACE TO WS-FONDO-TEXTO
           ACCEPT WS-FONDO-TEXTO
           IF FUNCTION TEST-NUMVAL(WS-FONDO-TEXTO) = 0
              COMPUTE WS-FONDO-INICIAL = FUNCTION NUMVAL(WS-FONDO-TEXTO)
           ELSE
              MOVE 0 TO WS-FONDO-INICIAL
           END-IF
           DISPLAY "EFECTIVO CONTADO AL CIERRE: "
           MOVE SPACE TO WS-CONTADO-TEXTO
           ACCEPT WS-CONTADO-TEXTO
           IF FUNCTION TEST-NUMVAL(WS-CONTADO-TEXTO) = 0
              COMPUTE WS-EFECTIVO-CONTADO =
                 FUNCTION NUMVAL(WS-CONTADO-TEXTO)
           ELSE
              MOVE 0 TO WS-EFECTIVO-CONTADO
           END-IF
           MOVE 0 TO WS-CONTADOR-VALES-DIA
           MOVE 0 TO WS-TOTAL-PAGADO-DIA
           OPEN OUTPUT ARQUEO-FILE
           PERFORM ESCRIBIR-CABECERA-ARQUEO
           MOVE 'N' TO WS-FIN-REGISTRO-OK
           MOVE LOW-VALUES TO VAL-CLAVE
           START VALE-CAJA-FILE
              KEY IS NOT LESS THAN VAL-CLAVE
              INVALID KEY
                 SET WS-FIN-REGISTRO TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-REGISTRO
              READ VALE-CAJA-FILE NEXT RECORD
                 AT END
                    SET WS-FIN-REGISTRO TO TRUE
                 NOT AT END
                    IF VAL-COBRADO
                       AND VAL-FECHA-COBRO = WS-ARQUEO-FECHA
                       AND VAL-CAJERO = WS-ARQUEO-CAJERO
                       PERFORM ESCRIBIR-LINEA-ARQUEO
                    END-IF
              END-READ
           END-PERFORM
           COMPUTE WS-SALDO-ESPERADO =
              WS-FONDO-INICIAL - WS-TOTAL-PAGADO-DIA
           COMPUTE WS-DIFERENCIA-CAJA =
              WS-EFECTIVO-CONTADO - WS-SALDO-ESPERADO
           PERFORM ESCRIBIR-TOTALES-ARQUEO
           CLOSE ARQUEO-FILE
           MOVE WS-TOTAL-PAGADO-DIA TO WS-TOTAL-DISPLAY
           DISPLAY "VALES PAGADOS EN EL DIA: " WS-CONTADOR-VALES-DIA
                   "  TOTAL: " WS-TOTAL-DISPLAY
           MOVE WS-DIFERENCIA-CAJA TO WS-SALDO-DISPLAY
           IF WS-DIFERENCIA-CAJA = 0
              DISPLAY "CAJA CUADRADA."
           ELSE
              DISPLAY "*** DESCUADRE DE CAJA: " WS-SALDO-DISPLAY
                      " (NEGATIVO = FALTANTE) ***"
           END-IF
           DISPLAY "DETALLE DEL ARQUEO: CAJA-ARQUEO.TXT"
           STRING "ARQ " WS-ARQUEO-FECHA " CAJ " WS-ARQUEO-CAJERO
                  " N=" WS-CONTADOR-VALES-DIA
                  " DIF=" WS-SALDO-DISPLAY
                  DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
           PERFORM ESCRIBIR-AUDITORIA.

       ESCRIBIR-CABECERA-ARQUEO.
           MOVE "ARQUEO DIARIO DE CAJA - VALES DE PAGO" TO ARQUEO-LINE
           WRITE ARQUEO-LINE
           MOVE SPACES TO ARQUEO-LINE
           STRING "FECHA: " WS-ARQUEO-FECHA
                  "   CAJERO: " WS-ARQUEO-CAJERO
                  "   EMITIDO POR: " WS-OPERADOR-ID
                  DELIMITED BY SIZE INTO ARQUEO-LINE
           WRITE ARQUEO-LINE
           MOVE ALL "-" TO ARQUEO-LINE
           WRITE ARQUEO-LINE
           MOVE " VALE   PERIODO  CODIGO NOMBRE" TO ARQUEO-LINE
           MOVE "HORA" TO ARQUEO-LINE(47:4)
           MOVE "MONTO" TO ARQUEO-LINE(65:5)
           WRITE ARQUEO-LINE.

       ESCRIBIR-LINEA-ARQUEO.
           ADD 1 TO WS-CONTADOR-VALES-DIA
           ADD VAL-MONTO TO WS-TOTAL-PAGADO-DIA
           PERFORM BUSCAR-NOMBRE-EMPLEADO
           MOVE VAL-MONTO TO WS-MONTO-DISPLAY
           MOVE SPACES TO WS-HORA-DISPLAY
           STRING VAL-HORA-COBRO(1:2) ":" VAL-HORA-COBRO(3:2) ":"
                  VAL-HORA-COBRO(5:2)
                  DELIMITED BY SIZE INTO WS-HORA-DISPLAY
           MOVE SPACES TO ARQUEO-LINE
           STRING " " VAL-NUMERO " " VAL-FECHA-PAGO
                  " " VAL-EMP-ID " " WS-NOMBRE-EMPLEADO
                  "  " WS-HORA-DISPLAY
                  "     " WS-MONTO-DISPLAY
                  DELIMITED BY SIZE INTO ARQUEO-LINE
           WRITE ARQUEO-LINE.

       ESCRIBIR-TOTALES-ARQUEO.
           MOVE ALL "-" TO ARQUEO-LINE
           WRITE ARQUEO-LINE
           MOVE SPACES TO ARQUEO-LINE
           MOVE WS-TOTAL-PAGADO-DIA TO WS-TOTAL-DISPLAY
           STRING "VALES PAGADOS: " WS-CONTADOR-VALES-DIA
                  "   TOTAL PAGADO:     " WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO ARQUEO-LINE
           WRITE ARQUEO-LINE
           MOVE SPACES TO ARQUEO-LINE
           MOVE WS-FONDO-INICIAL TO WS-TOTAL-DISPLAY
           STRING "FONDO ENTREGADO AL CAJERO:           "
                  WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO ARQUEO-LINE
           WRITE ARQUEO-LINE
           MOVE SPACES TO ARQUEO-LINE
           MOVE WS-SALDO-ESPERADO TO WS-SALDO-DISPLAY
           STRING "SALDO QUE DEBE QUEDAR EN CAJA:       "
                  WS-SALDO-DISPLAY
                  DELIMITED BY SIZE INTO ARQUEO-LINE
           WRITE ARQUEO-LINE
           MOVE SPACES TO ARQUEO-LINE
           MOVE WS-EFECTIVO-CONTADO TO WS-TOTAL-DISPLAY
           STRING "EFECTIVO CONTADO AL CIERRE:          "
                  WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO ARQUEO-LINE
           WRITE ARQUEO-LINE
           MOVE SPACES TO ARQUEO-LINE
           MOVE WS-DIFERENCIA-CAJA TO WS-SALDO-DISPLAY
           IF WS-DIFERENCIA-CAJA = 0
              STRING "DIFERENCIA:                          "
                     WS-SALDO-DISPLAY "  CAJA CUADRADA"
                     DELIMITED BY SIZE INTO ARQUEO-LINE
           ELSE
              IF WS-DIFERENCIA-CAJA < 0
                 STRING "DIFERENCIA:                          "
                        WS-SALDO-DISPLAY "  FALTANTE"
                        DELIMITED BY SIZE INTO ARQUEO-LINE
              ELSE
                 STRING "DIFERENCIA:                          "
                        WS-SALDO-DISPLAY "  SOBRANTE"
                        DELIMITED BY SIZE INTO ARQUEO-LINE
              END-IF
           END-IF
           WRITE ARQUEO-LINE.

      *****************************************************************
      * ANULA CADA VALE POR COBRAR CUYA EMISION TIENE MAS DIAS QUE EL *
      * PLAZO DE CAJA-CONFIG.DAT. EL EFECTIVO NO ENTREGADO VUELVE A   *
      * TESORERIA; EL EMPLEADO QUE RECLAME DESPUES RECIBE UN VALE     *
      * REEMITIDO (OPCION 4), NUNCA EL ORIGINAL.                      *
      *****************************************************************
       ANULAR-VALES-VENCIDOS.
           PERFORM LEER-VIGENCIA-VALE
           DISPLAY "SE ANULARAN LOS VALES NO COBRADOS CON MAS DE "
                   WS-DIAS-VIGENCIA-VALE " DIAS DE EMITIDOS."
           DISPLAY "CONFIRMA LA ANULACION (S/N): "
           MOVE 'N' TO WS-CONFIRMAR
           ACCEPT WS-CONFIRMAR
           IF NOT WS-CONFIRMADO
              DISPLAY "ANULACION CANCELADA."
           ELSE
              MOVE 0 TO WS-CONTADOR-ANULADOS
              MOVE 'N' TO WS-FIN-REGISTRO-OK
              MOVE LOW-VALUES TO VAL-CLAVE
              START VALE-CAJA-FILE
                 KEY IS NOT LESS THAN VAL-CLAVE
                 INVALID KEY
                    SET WS-FIN-REGISTRO TO TRUE
              END-START
              PERFORM UNTIL WS-FIN-REGISTRO
                 READ VALE-CAJA-FILE NEXT RECORD
                    AT END
                       SET WS-FIN-REGISTRO TO TRUE
                    NOT AT END
                       IF VAL-POR-COBRAR
                          PERFORM EVALUAR-VENCIMIENTO-VALE
                       END-IF
                 END-READ
              END-PERFORM
              DISPLAY "VALES ANULADOS: " WS-CONTADOR-ANULADOS
              STRING "ANULACION DE VALES VENCIDOS ANULADOS="
                     WS-CONTADOR-ANULADOS " PLAZO="
                     WS-DIAS-VIGENCIA-VALE
                     DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
              PERFORM ESCRIBIR-AUDITORIA
           END-IF.

       LEER-VIGENCIA-VALE.
           MOVE 30 TO WS-DIAS-VIGENCIA-VALE
           OPEN INPUT CAJA-CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
              READ CAJA-CONFIG-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CFG-DIAS-VIGENCIA-VALE NUMERIC
                       AND CFG-DIAS-VIGENCIA-VALE > 0
                       MOVE CFG-DIAS-VIGENCIA-VALE
                          TO WS-DIAS-VIGENCIA-VALE
                    END-IF
              END-READ
              CLOSE CAJA-CONFIG-FILE
           END-IF.

       EVALUAR-VENCIMIENTO-VALE.
           COMPUTE WS-DIAS-TRANSCURRIDOS =
              FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
              - FUNCTION INTEGER-OF-DATE(VAL-FECHA-EMISION)
           IF WS-DIAS-TRANSCURRIDOS > WS-DIAS-VIGENCIA-VALE
              SET VAL-ANULADO TO TRUE
              MOVE WS-FECHA-HOY TO VAL-FECHA-ANULACION
              MOVE WS-OPERADOR-ID TO VAL-OPERADOR-ANULACION
              REWRITE VALE-CAJA-RECORD
                 INVALID KEY
                    DISPLAY "ERROR AL ANULAR EL VALE " VAL-NUMERO
                            ", ESTADO: " WS-VALE-CAJA-STATUS
                 NOT INVALID KEY
                    ADD 1 TO WS-CONTADOR-ANULADOS
                    MOVE VAL-MONTO TO WS-MONTO-DISPLAY
                    DISPLAY "ANULADO VALE " VAL-NUMERO " PERIODO "
                            VAL-FECHA-PAGO " EMPLEADO " VAL-EMP-ID
                            " " WS-MONTO-DISPLAY
                    MOVE 'A' TO WS-ESTADO-PAGO-NUEVO
                    PERFORM ACTUALIZAR-ESTADO-PAGO
                    STRING "VALE ANULADO " VAL-NUMERO " EMPLEADO "
                           VAL-EMP-ID " PERIODO " VAL-FECHA-PAGO
                           DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
                    PERFORM ESCRIBIR-AUDITORIA
              END-REWRITE
           END-IF.

      *****************************************************************
      * REEMISION: EL VALE ANULADO SE REEMPLAZA POR UNO NUEVO DEL     *
      * MISMO PERIODO, EMPLEADO Y MONTO, CON EL SIGUIENTE NUMERO      *
      * LIBRE DEL PERIODO (DESDE 500001). EL ANULADO GUARDA EL NUMERO *
      * NUEVO PARA QUE NO SE REEMITA DOS VECES, Y EL PAGO VUELVE A    *
      * QUEDAR POR COBRAR EN PAGO-ESTADO.DAT.                         *
      *****************************************************************
       REEMITIR-VALE-ANULADO.
           PERFORM PEDIR-CLAVE-VALE
           IF WS-VALE-NUMERO NOT = 0 AND WS-VALE-HALLADO
              PERFORM MOSTRAR-VALE
              EVALUATE TRUE
                 WHEN NOT VAL-ANULADO
                    DISPLAY "ERROR: SOLO SE REEMITE UN VALE ANULADO."
                 WHEN VAL-NUMERO-REEMISION NOT = 0
                    DISPLAY "ERROR: EL VALE YA FUE REEMITIDO COMO EL "
                            "VALE " VAL-NUMERO-REEMISION "."
                 WHEN OTHER
                    DISPLAY "CONFIRMA REEMITIR ESTE VALE (S/N): "
                    MOVE 'N' TO WS-CONFIRMAR
                    ACCEPT WS-CONFIRMAR
                    IF WS-CONFIRMADO
                       PERFORM GRABAR-VALE-REEMITIDO
                    ELSE
                       DISPLAY "REEMISION CANCELADA."
                    END-IF
              END-EVALUATE
           END-IF.

       GRABAR-VALE-REEMITIDO.
           PERFORM BUSCAR-NUMERO-REEMISION
           INITIALIZE VALE-CAJA-RECORD
           MOVE WS-VALE-FECHA-PAGO TO VAL-FECHA-PAGO
           MOVE WS-NUMERO-NUEVO TO VAL-NUMERO
           MOVE WS-VALE-EMP-ID TO VAL-EMP-ID
           MOVE WS-VALE-MONTO TO VAL-MONTO
           SET VAL-POR-COBRAR TO TRUE
           MOVE WS-FECHA-HOY TO VAL-FECHA-EMISION
           MOVE WS-OPERADOR-ID TO VAL-OPERADOR-EMISION
           MOVE WS-VALE-NUMERO TO VAL-NUMERO-ORIGINAL
           WRITE VALE-CAJA-RECORD
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR EL VALE REEMITIDO, ESTADO: "
                         WS-VALE-CAJA-STATUS
              NOT INVALID KEY
                 PERFORM MARCAR-VALE-REEMPLAZADO
                 MOVE 'C' TO WS-ESTADO-PAGO-NUEVO
                 PERFORM ACTUALIZAR-ESTADO-PAGO
                 PERFORM IMPRIMIR-VALE-REEMITIDO
                 DISPLAY "VALE REEMITIDO CON EL NUMERO " WS-NUMERO-NUEVO
                         ": CAJA-REEMISION.TXT"
                 STRING "VALE " WS-VALE-NUMERO " REEMITIDO COMO "
                        WS-NUMERO-NUEVO " EMPLEADO " WS-VALE-EMP-ID
                        DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
                 PERFORM ESCRIBIR-AUDITORIA
           END-WRITE.

       BUSCAR-NUMERO-REEMISION.
           MOVE WS-BASE-NUMERO-REEMISION TO WS-NUMERO-MAYOR
           MOVE 'N' TO WS-FIN-REGISTRO-OK
           MOVE WS-VALE-FECHA-PAGO TO VAL-FECHA-PAGO
           MOVE 0 TO VAL-NUMERO
           MOVE LOW-VALUES TO VAL-EMP-ID
           START VALE-CAJA-FILE
              KEY IS NOT LESS THAN VAL-CLAVE
              INVALID KEY
                 SET WS-FIN-REGISTRO TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-REGISTRO
              READ VALE-CAJA-FILE NEXT RECORD
                 AT END
                    SET WS-FIN-REGISTRO TO TRUE
                 NOT AT END
                    IF VAL-FECHA-PAGO NOT = WS-VALE-FECHA-PAGO
                       SET WS-FIN-REGISTRO TO TRUE
                    ELSE
                       IF VAL-NUMERO > WS-NUMERO-MAYOR
                          MOVE VAL-NUMERO TO WS-NUMERO-MAYOR
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           COMPUTE WS-NUMERO-NUEVO = WS-NUMERO-MAYOR + 1.

       MARCAR-VALE-REEMPLAZADO.
           MOVE WS-VALE-CLAVE TO VAL-CLAVE
           READ VALE-CAJA-FILE
              INVALID KEY
                 DISPLAY "ERROR: NO SE RELEYO EL VALE ANULADO "
                         WS-VALE-NUMERO "."
              NOT INVALID KEY
                 MOVE WS-NUMERO-NUEVO TO VAL-NUMERO-REEMISION
                 REWRITE VALE-CAJA-RECORD
                    INVALID KEY
                       DISPLAY "ERROR AL MARCAR EL VALE ANULADO "
                               WS-VALE-NUMERO ", ESTADO: "
                               WS-VALE-CAJA-STATUS
                 END-REWRITE
           END-READ.

      *****************************************************************
      * EL VALE REEMITIDO SE IMPRIME COMO LOS DEL REGISTRO DE VALES   *
      * DE LA NOMINA, PARA ENTREGARLO AL CAJERO Y HACERLO FIRMAR.     *
      *****************************************************************
       IMPRIMIR-VALE-REEMITIDO.
           OPEN EXTEND REEMISION-FILE
           IF WS-REEMISION-STATUS NOT = "00"
              OPEN OUTPUT REEMISION-FILE
              MOVE "VALES DE PAGO POR CAJA REEMITIDOS" TO REEMISION-LINE
              WRITE REEMISION-LINE
              MOVE ALL "-" TO REEMISION-LINE
              WRITE REEMISION-LINE
           END-IF
           MOVE WS-VALE-MONTO TO WS-MONTO-DISPLAY
           MOVE SPACES TO REEMISION-LINE
           STRING "PERIODO: " WS-VALE-FECHA-PAGO
                  "   REEMITIDO: " WS-FECHA-HOY
                  "   REEMPLAZA AL VALE " WS-VALE-NUMERO
                  DELIMITED BY SIZE INTO REEMISION-LINE
           WRITE REEMISION-LINE
           MOVE SPACES TO REEMISION-LINE
           STRING " VALE " WS-NUMERO-NUEVO
                  " " WS-VALE-EMP-ID
                  " " WS-NOMBRE-EMPLEADO
                  " " WS-MONTO-DISPLAY
                  " FIRMA: ______________"
                  DELIMITED BY SIZE INTO REEMISION-LINE
           WRITE REEMISION-LINE
           CLOSE REEMISION-FILE.
