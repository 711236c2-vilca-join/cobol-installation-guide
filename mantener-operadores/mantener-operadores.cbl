       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-OPERADORES.
       AUTHOR. JOSE-VILCA.

      *****************************************************************
      * MANTENIMIENTO DEL MAESTRO DE OPERADORES: ALTAS, CAMBIO DE     *
      * ROL, HABILITAR / DESHABILITAR, RESTABLECER CLAVE Y            *
      * DESBLOQUEAR OPERADORES, CON BITACORA DE AUDITORIA DE CADA     *
      * MOVIMIENTO. SOLO EL ADMINISTRADOR LLEGA AQUI DESDE EL MENU    *
      * DE HOLA-MUNDO. TAMBIEN FIJA LOS DIAS DE VIGENCIA DE LAS       *
      * CLAVES EN CLAVE-CONFIG.DAT (90 SI NO EXISTE). EL MAESTRO ES   *
      * SECUENCIAL: LOS CAMBIOS SE HACEN LEYENDO HASTA EL OPERADOR Y  *
      * REESCRIBIENDO EN SU LUGAR; LAS ALTAS VAN AL FINAL.            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERATOR-MASTER.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPR-MASTER-STATUS.

           SELECT CLAVE-CONFIG-FILE ASSIGN TO "CLAVE-CONFIG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT-TRAIL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE.
           COPY OPERATOR-MASTER-RECORD.

       FD  CLAVE-CONFIG-FILE.
       01  CLAVE-CONFIG-RECORD.
           05 CFG-DIAS-VIGENCIA-CLAVE  PIC 9(03).

       FD  AUDIT-LOG-FILE.
           COPY AUDIT-LOG-RECORD.

       WORKING-STORAGE SECTION.

      ***************************
      * CONTROL DE ARCHIVOS     *
      ***************************
       01 WS-OPR-MASTER-STATUS         PIC X(02).
       01 WS-CONFIG-STATUS             PIC X(02).
       01 WS-AUDIT-STATUS              PIC X(02).
       01 WS-MAESTRO-ABIERTO-OK        PIC X          VALUE 'N'.
          88 WS-MAESTRO-ABIERTO                       VALUE 'S'.
       01 WS-FIN-OPERADORES-OK         PIC X          VALUE 'N'.
          88 WS-FIN-OPERADORES                        VALUE 'S'.

      **************************************
      * BITACORA DE AUDITORIA               *
      **************************************
       01 WS-OPERADOR-ID               PIC X(08)      VALUE SPACE.
       01 WS-AUDIT-DESCRIPCION         PIC X(56)      VALUE SPACE.

      ***************************
      * MENU DE MANTENIMIENTO   *
      ***************************
       01 WS-OPCION-MANT               PIC X(01)      VALUE SPACE.
          88 WS-MANT-ALTA                             VALUE '1'.
          88 WS-MANT-CAMBIO-ROL                       VALUE '2'.
          88 WS-MANT-HABILITACION                     VALUE '3'.
          88 WS-MANT-RESTABLECER                      VALUE '4'.
          88 WS-MANT-DESBLOQUEAR                      VALUE '5'.
          88 WS-MANT-LISTADO                          VALUE '6'.
          88 WS-MANT-VIGENCIA                         VALUE '7'.
          88 WS-MANT-SALIR                            VALUE '0'.
          88 WS-MANT-VALIDA                           VALUE '1' '2'
                                                      '3' '4' '5'
                                                      '6' '7' '0'.
       01 WS-CONTINUAR-MANT            PIC X(01)      VALUE 'S'.
          88 WS-SEGUIR-EN-MANT                        VALUE 'S'.

      ***************************
      * DATOS DE ENTRADA        *
      ***************************
       01 WS-OPR-ID                    PIC X(08)      VALUE SPACE.
       01 WS-OPR-NOMBRE                PIC X(20)      VALUE SPACE.
       01 WS-OPR-CLAVE                 PIC X(08)      VALUE SPACE.
       01 WS-OPR-CLAVE-CONFIRMA        PIC X(08)      VALUE SPACE.
       01 WS-OPR-ROL                   PIC X(01)      VALUE SPACE.
          88 WS-ROL-VALIDO                            VALUE 'A' 'N'
                                                      'C'.
       01 WS-ROL-ANTERIOR              PIC X(01)      VALUE SPACE.
       01 WS-CAMPO-TEXTO               PIC X(20)      VALUE SPACE.
       01 WS-CONFIRMAR                 PIC X(01)      VALUE 'N'.
          88 WS-CONFIRMADO                            VALUE 'S'.

      ***************
      * VALIDADORES *
      ***************
       01 WS-REGISTRO-EXISTE-OK        PIC X          VALUE 'N'.
          88 WS-REGISTRO-EXISTE                       VALUE 'S'.
          88 WS-REGISTRO-NO-EXISTE                    VALUE 'N'.

      **************************************
      * VIGENCIA DE CLAVES Y LISTADO        *
      **************************************
       01 WS-DIAS-VIGENCIA-CLAVE       PIC 9(03)      VALUE 90.
       01 WS-DIAS-NUEVOS               PIC 9(03)      VALUE 0.
       01 WS-FECHA-HOY                 PIC 9(08)      VALUE 0.
       01 WS-DIAS-CLAVE                PIC S9(07)     VALUE 0.
       01 WS-DIAS-CLAVE-DISPLAY        PIC -(6)9.
       01 WS-CONTADOR-LISTADOS         PIC 9(03)      VALUE 0.
       01 WS-ESTADO-TEXTO              PIC X(13)      VALUE SPACE.
       01 WS-BLOQUEO-TEXTO             PIC X(10)      VALUE SPACE.

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
           PERFORM PROCESO-MANTENIMIENTO
           GOBACK.

       PROCESO-MANTENIMIENTO.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE "INICIO MANTENIMIENTO DE OPERADORES"
              TO WS-AUDIT-DESCRIPCION
           PERFORM ESCRIBIR-AUDITORIA
           PERFORM LEER-VIGENCIA-CLAVE
           MOVE 'S' TO WS-CONTINUAR-MANT
           PERFORM UNTIL NOT WS-SEGUIR-EN-MANT
              PERFORM MOSTRAR-MENU-MANT
              PERFORM PROCESAR-OPCION-MANT
           END-PERFORM
           MOVE "FIN MANTENIMIENTO DE OPERADORES"
              TO WS-AUDIT-DESCRIPCION
           PERFORM ESCRIBIR-AUDITORIA
           CLOSE AUDIT-LOG-FILE.

       ESCRIBIR-AUDITORIA.
           MOVE SPACES TO AUDIT-LOG-LINE
           STRING FUNCTION CURRENT-DATE " MANTENER-OPERADORES OPERADOR="
                  WS-OPERADOR-ID " " WS-AUDIT-DESCRIPCION
                  DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           WRITE AUDIT-LOG-LINE
           MOVE SPACES TO WS-AUDIT-DESCRIPCION.

       MOSTRAR-MENU-MANT.
           DISPLAY " ".
           DISPLAY "===================================================".
           DISPLAY "  MANTENIMIENTO DEL MAESTRO DE OPERADORES".
           DISPLAY "===================================================".
           DISPLAY "  1. ALTA DE OPERADOR".
           DISPLAY "  2. CAMBIO DE ROL".
           DISPLAY "  3. DESHABILITAR / HABILITAR OPERADOR".
           DISPLAY "  4. RESTABLECER CLAVE (Y DESBLOQUEAR)".
           DISPLAY "  5. DESBLOQUEAR OPERADOR".
           DISPLAY "  6. LISTADO DE OPERADORES".
           DISPLAY "  7. DIAS DE VIGENCIA DE LAS CLAVES".
           DISPLAY "  0. SALIR".
           DISPLAY "===================================================".
           DISPLAY "SELECCIONE UNA OPCION (1-7, 0=SALIR):".
           ACCEPT WS-OPCION-MANT.

       PROCESAR-OPCION-MANT.
           IF WS-MANT-VALIDA
              EVALUATE TRUE
                 WHEN WS-MANT-ALTA
                    PERFORM ALTA-OPERADOR
                 WHEN WS-MANT-CAMBIO-ROL
                    PERFORM CAMBIO-ROL-OPERADOR
                 WHEN WS-MANT-HABILITACION
                    PERFORM HABILITACION-OPERADOR
                 WHEN WS-MANT-RESTABLECER
                    PERFORM RESTABLECER-CLAVE-OPERADOR
                 WHEN WS-MANT-DESBLOQUEAR
                    PERFORM DESBLOQUEAR-OPERADOR
                 WHEN WS-MANT-LISTADO
                    PERFORM LISTADO-OPERADORES
                 WHEN WS-MANT-VIGENCIA
                    PERFORM CAMBIAR-VIGENCIA-CLAVE
                 WHEN WS-MANT-SALIR
                    MOVE 'N' TO WS-CONTINUAR-MANT
              END-EVALUATE
           ELSE
              DISPLAY "OPCION INVALIDA, INTENTE DE NUEVO."
           END-IF.

       LEER-VIGENCIA-CLAVE.
           MOVE 90 TO WS-DIAS-VIGENCIA-CLAVE
           OPEN INPUT CLAVE-CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
              READ CLAVE-CONFIG-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CFG-DIAS-VIGENCIA-CLAVE NUMERIC
                       AND CFG-DIAS-VIGENCIA-CLAVE > 0
                       MOVE CFG-DIAS-VIGENCIA-CLAVE
                          TO WS-DIAS-VIGENCIA-CLAVE
                    END-IF
              END-READ
              CLOSE CLAVE-CONFIG-FILE
           END-IF.

      *****************************************************************
      * EL MAESTRO ES SECUENCIAL: SE ABRE EN ENTRADA/SALIDA Y SE LEE  *
      * HASTA EL OPERADOR PEDIDO; SI APARECE, EL ARCHIVO QUEDA        *
      * POSICIONADO PARA QUE EL LLAMADOR HAGA EL REWRITE Y LUEGO      *
      * CIERRE CON CERRAR-MAESTRO.                                    *
      *****************************************************************
       LOCALIZAR-OPERADOR.
           DISPLAY "ID DEL OPERADOR: ".
           MOVE SPACE TO WS-OPR-ID
           ACCEPT WS-OPR-ID
           SET WS-REGISTRO-NO-EXISTE TO TRUE
           MOVE 'N' TO WS-FIN-OPERADORES-OK
           MOVE 'N' TO WS-MAESTRO-ABIERTO-OK
           OPEN I-O OPERATOR-MASTER-FILE
           IF WS-OPR-MASTER-STATUS = "00"
              SET WS-MAESTRO-ABIERTO TO TRUE
              PERFORM UNTIL WS-FIN-OPERADORES OR WS-REGISTRO-EXISTE
                 READ OPERATOR-MASTER-FILE
                    AT END
                       SET WS-FIN-OPERADORES TO TRUE
                    NOT AT END
                       IF OPR-ID = WS-OPR-ID
                          SET WS-REGISTRO-EXISTE TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
           ELSE
              DISPLAY "ERROR AL ABRIR OPERATOR-MASTER.DAT, ESTADO: "
                      WS-OPR-MASTER-STATUS
           END-IF
           IF WS-REGISTRO-NO-EXISTE AND WS-MAESTRO-ABIERTO
              DISPLAY "ERROR: NO EXISTE EL OPERADOR " WS-OPR-ID "."
           END-IF.

       CERRAR-MAESTRO.
           IF WS-MAESTRO-ABIERTO
              CLOSE OPERATOR-MASTER-FILE
              MOVE 'N' TO WS-MAESTRO-ABIERTO-OK
           END-IF.

       REESCRIBIR-OPERADOR.
           REWRITE OPERATOR-MASTER-RECORD
           IF WS-OPR-MASTER-STATUS NOT = "00"
              DISPLAY "ERROR AL ACTUALIZAR EL OPERADOR " WS-OPR-ID
                      ", ESTADO: " WS-OPR-MASTER-STATUS
              MOVE SPACES TO WS-AUDIT-DESCRIPCION
           ELSE
              DISPLAY "OPERADOR " WS-OPR-ID " ACTUALIZADO."
              PERFORM ESCRIBIR-AUDITORIA
           END-IF.

      *****************************************************************
      * EL ALTA NACE CON UNA CLAVE TEMPORAL QUE EL OPERADOR DEBE      *
      * CAMBIAR EN SU PRIMER INICIO DE SESION. SI EL MAESTRO AUN NO   *
      * EXISTE (INSTALACION, ACCESO DE EMERGENCIA) SE CREA AQUI.      *
      *****************************************************************
       ALTA-OPERADOR.
           DISPLAY "ID DEL OPERADOR NUEVO: ".
           MOVE SPACE TO WS-OPR-ID
           ACCEPT WS-OPR-ID
           SET WS-REGISTRO-NO-EXISTE TO TRUE
           MOVE 'N' TO WS-FIN-OPERADORES-OK
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPR-MASTER-STATUS = "00"
              PERFORM UNTIL WS-FIN-OPERADORES OR WS-REGISTRO-EXISTE
                 READ OPERATOR-MASTER-FILE
                    AT END
                       SET WS-FIN-OPERADORES TO TRUE
                    NOT AT END
                       IF OPR-ID = WS-OPR-ID
                          SET WS-REGISTRO-EXISTE TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERATOR-MASTER-FILE
           END-IF
           EVALUATE TRUE
              WHEN WS-OPR-ID = SPACE
                 DISPLAY "ERROR: EL ID DE OPERADOR ES OBLIGATORIO."
              WHEN WS-REGISTRO-EXISTE
                 DISPLAY "ERROR: EL OPERADOR " WS-OPR-ID " YA EXISTE."
              WHEN OTHER
                 DISPLAY "NOMBRE DEL OPERADOR: "
                 MOVE SPACE TO WS-OPR-NOMBRE
                 ACCEPT WS-OPR-NOMBRE
                 DISPLAY "ROL (A=ADMINISTRADOR, N=NOMINA, C=CONSULTA): "
                 MOVE SPACE TO WS-OPR-ROL
                 ACCEPT WS-OPR-ROL
                 PERFORM PEDIR-CLAVE-TEMPORAL
                 EVALUATE TRUE
                    WHEN WS-OPR-NOMBRE = SPACE
                       DISPLAY "ERROR: EL NOMBRE ES OBLIGATORIO."
                    WHEN NOT WS-ROL-VALIDO
                       DISPLAY "ERROR: ROL INVALIDO (A, N O C)."
                    WHEN WS-OPR-CLAVE = SPACE
                       CONTINUE
                    WHEN OTHER
                       PERFORM GRABAR-OPERADOR-NUEVO
                 END-EVALUATE
           END-EVALUATE.

       PEDIR-CLAVE-TEMPORAL.
           DISPLAY "CLAVE TEMPORAL: ".
           MOVE SPACE TO WS-OPR-CLAVE
           ACCEPT WS-OPR-CLAVE
           DISPLAY "CONFIRME LA CLAVE TEMPORAL: ".
           MOVE SPACE TO WS-OPR-CLAVE-CONFIRMA
           ACCEPT WS-OPR-CLAVE-CONFIRMA
           EVALUATE TRUE
              WHEN WS-OPR-CLAVE = SPACE
                 DISPLAY "ERROR: LA CLAVE NO PUEDE QUEDAR EN BLANCO."
              WHEN WS-OPR-CLAVE NOT = WS-OPR-CLAVE-CONFIRMA
                 DISPLAY "ERROR: LAS CLAVES NO COINCIDEN."
                 MOVE SPACE TO WS-OPR-CLAVE
           END-EVALUATE.

       GRABAR-OPERADOR-NUEVO.
           OPEN EXTEND OPERATOR-MASTER-FILE
           IF WS-OPR-MASTER-STATUS NOT = "00"
              OPEN OUTPUT OPERATOR-MASTER-FILE
           END-IF
           IF WS-OPR-MASTER-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR OPERATOR-MASTER.DAT, ESTADO: "
                      WS-OPR-MASTER-STATUS
           ELSE
              MOVE WS-OPR-ID TO OPR-ID
              MOVE WS-OPR-NOMBRE TO OPR-NOMBRE
              MOVE WS-OPR-CLAVE TO OPR-CLAVE
              MOVE WS-OPR-ROL TO OPR-ROL
              SET OPR-HABILITADO TO TRUE
              MOVE 'N' TO OPR-BLOQUEO
              MOVE 0 TO OPR-INTENTOS-FALLIDOS
              MOVE FUNCTION CURRENT-DATE(1:8) TO OPR-FECHA-CLAVE
              SET OPR-DEBE-CAMBIAR-CLAVE TO TRUE
              WRITE OPERATOR-MASTER-RECORD
              IF WS-OPR-MASTER-STATUS NOT = "00"
                 DISPLAY "ERROR AL GRABAR EL OPERADOR " WS-OPR-ID
                         ", ESTADO: " WS-OPR-MASTER-STATUS
              ELSE
                 DISPLAY "OPERADOR " WS-OPR-ID " CREADO; DEBERA "
                         "CAMBIAR LA CLAVE AL INGRESAR."
                 STRING "ALTA OPERADOR " WS-OPR-ID " ROL " WS-OPR-ROL
                        " " WS-OPR-NOMBRE
                        DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
                 PERFORM ESCRIBIR-AUDITORIA
              END-IF
              CLOSE OPERATOR-MASTER-FILE
           END-IF.

      *****************************************************************
      * UN ADMINISTRADOR NO PUEDE CAMBIARSE EL ROL NI DESHABILITARSE  *
      * A SI MISMO: ASI SIEMPRE QUEDA AL MENOS UN ADMINISTRADOR       *
      * CAPAZ DE DESHACER EL CAMBIO.                                  *
      *****************************************************************
       CAMBIO-ROL-OPERADOR.
           PERFORM LOCALIZAR-OPERADOR
           IF WS-REGISTRO-EXISTE
              IF OPR-ID = WS-OPERADOR-ID
                 DISPLAY "ERROR: NO PUEDE CAMBIAR SU PROPIO ROL."
              ELSE
                 MOVE OPR-ROL TO WS-ROL-ANTERIOR
                 DISPLAY "OPERADOR: " OPR-ID " - " OPR-NOMBRE
                 DISPLAY "ROL ACTUAL: " OPR-ROL
                 DISPLAY "NUEVO ROL (A=ADMINISTRADOR, N=NOMINA, "
                         "C=CONSULTA): "
                 MOVE SPACE TO WS-OPR-ROL
                 ACCEPT WS-OPR-ROL
                 EVALUATE TRUE
                    WHEN NOT WS-ROL-VALIDO
                       DISPLAY "ERROR: ROL INVALIDO (A, N O C)."
                    WHEN WS-OPR-ROL = WS-ROL-ANTERIOR
                       DISPLAY "EL ROL NO CAMBIA."
                    WHEN OTHER
                       MOVE WS-OPR-ROL TO OPR-ROL
                       STRING "CAMBIO ROL OPERADOR " WS-OPR-ID
                              " DE " WS-ROL-ANTERIOR " A " WS-OPR-ROL
                              DELIMITED BY SIZE
                              INTO WS-AUDIT-DESCRIPCION
                       PERFORM REESCRIBIR-OPERADOR
                 END-EVALUATE
              END-IF
           END-IF
           PERFORM CERRAR-MAESTRO.

       HABILITACION-OPERADOR.
           PERFORM LOCALIZAR-OPERADOR
           IF WS-REGISTRO-EXISTE
              IF OPR-ID = WS-OPERADOR-ID
                 DISPLAY "ERROR: NO PUEDE DESHABILITARSE A SI MISMO."
              ELSE
                 DISPLAY "OPERADOR: " OPR-ID " - " OPR-NOMBRE
                 MOVE 'N' TO WS-CONFIRMAR
                 IF OPR-DESHABILITADO
                    DISPLAY "EL OPERADOR ESTA DESHABILITADO. "
                            "CONFIRMA HABILITARLO (S/N): "
                    ACCEPT WS-CONFIRMAR
                    IF WS-CONFIRMADO
                       SET OPR-HABILITADO TO TRUE
                       STRING "HABILITA OPERADOR " WS-OPR-ID
                              DELIMITED BY SIZE
                              INTO WS-AUDIT-DESCRIPCION
                       PERFORM REESCRIBIR-OPERADOR
                    END-IF
                 ELSE
                    DISPLAY "CONFIRMA DESHABILITAR EL OPERADOR (S/N): "
                    ACCEPT WS-CONFIRMAR
                    IF WS-CONFIRMADO
                       SET OPR-DESHABILITADO TO TRUE
                       STRING "DESHABILITA OPERADOR " WS-OPR-ID
                              DELIMITED BY SIZE
                              INTO WS-AUDIT-DESCRIPCION
                       PERFORM REESCRIBIR-OPERADOR
                    END-IF
                 END-IF
                 IF NOT WS-CONFIRMADO
                    DISPLAY "OPERACION CANCELADA."
                 END-IF
              END-IF
           END-IF
           PERFORM CERRAR-MAESTRO.

      *****************************************************************
      * LA CLAVE RESTABLECIDA ES TEMPORAL: EL OPERADOR QUEDA          *
      * DESBLOQUEADO PERO DEBE CAMBIARLA EN EL PROXIMO INICIO DE      *
      * SESION. LA CLAVE NUNCA SE ESCRIBE EN LA BITACORA.             *
      *****************************************************************
       RESTABLECER-CLAVE-OPERADOR.
           PERFORM LOCALIZAR-OPERADOR
           IF WS-REGISTRO-EXISTE
              DISPLAY "OPERADOR: " OPR-ID " - " OPR-NOMBRE
              PERFORM PEDIR-CLAVE-TEMPORAL
              IF WS-OPR-CLAVE NOT = SPACE
                 MOVE WS-OPR-CLAVE TO OPR-CLAVE
                 MOVE 'N' TO OPR-BLOQUEO
                 MOVE 0 TO OPR-INTENTOS-FALLIDOS
                 MOVE FUNCTION CURRENT-DATE(1:8) TO OPR-FECHA-CLAVE
                 SET OPR-DEBE-CAMBIAR-CLAVE TO TRUE
                 STRING "RESTABLECE CLAVE Y DESBLOQUEA OPERADOR "
                        WS-OPR-ID
                        DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
                 PERFORM REESCRIBIR-OPERADOR
              END-IF
           END-IF
           PERFORM CERRAR-MAESTRO.

       DESBLOQUEAR-OPERADOR.
           PERFORM LOCALIZAR-OPERADOR
           IF WS-REGISTRO-EXISTE
              IF OPR-BLOQUEADO
                 OR (OPR-INTENTOS-FALLIDOS NUMERIC
                     AND OPR-INTENTOS-FALLIDOS > 0)
                 MOVE 'N' TO OPR-BLOQUEO
                 MOVE 0 TO OPR-INTENTOS-FALLIDOS
                 STRING "DESBLOQUEA OPERADOR " WS-OPR-ID
                        DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
                 PERFORM REESCRIBIR-OPERADOR
              ELSE
                 DISPLAY "EL OPERADOR " WS-OPR-ID
                         " NO ESTA BLOQUEADO."
              END-IF
           END-IF
           PERFORM CERRAR-MAESTRO.

      *****************************************************************
      * LISTADO EN PANTALLA (SIN CLAVES) CON LOS DIAS QUE LLEVA CADA  *
      * CLAVE: LAS QUE PASAN LA VIGENCIA SE MARCAN VENCIDAS.          *
      *****************************************************************
       LISTADO-OPERADORES.
           MOVE 0 TO WS-CONTADOR-LISTADOS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           MOVE 'N' TO WS-FIN-OPERADORES-OK
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPR-MASTER-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR OPERATOR-MASTER.DAT, ESTADO: "
                      WS-OPR-MASTER-STATUS
           ELSE
              DISPLAY "ID       NOMBRE               ROL "
                      "ESTADO        BLOQUEO    DIAS CLAVE"
              PERFORM UNTIL WS-FIN-OPERADORES
                 READ OPERATOR-MASTER-FILE
                    AT END
                       SET WS-FIN-OPERADORES TO TRUE
                    NOT AT END
                       PERFORM MOSTRAR-LINEA-OPERADOR
                 END-READ
              END-PERFORM
              CLOSE OPERATOR-MASTER-FILE
              DISPLAY "OPERADORES LISTADOS: " WS-CONTADOR-LISTADOS
              DISPLAY "VIGENCIA DE LAS CLAVES (DIAS): "
                      WS-DIAS-VIGENCIA-CLAVE
           END-IF.

       MOSTRAR-LINEA-OPERADOR.
           ADD 1 TO WS-CONTADOR-LISTADOS
           IF OPR-DESHABILITADO
              MOVE "DESHABILITADO" TO WS-ESTADO-TEXTO
           ELSE
              MOVE "HABILITADO" TO WS-ESTADO-TEXTO
           END-IF
           IF OPR-BLOQUEADO
              MOVE "BLOQUEADO" TO WS-BLOQUEO-TEXTO
           ELSE
              MOVE "-" TO WS-BLOQUEO-TEXTO
           END-IF
           IF OPR-FECHA-CLAVE NUMERIC AND OPR-FECHA-CLAVE > 0
              COMPUTE WS-DIAS-CLAVE =
                 FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                 - FUNCTION INTEGER-OF-DATE(OPR-FECHA-CLAVE)
           ELSE
              MOVE WS-DIAS-VIGENCIA-CLAVE TO WS-DIAS-CLAVE
           END-IF
           MOVE WS-DIAS-CLAVE TO WS-DIAS-CLAVE-DISPLAY
           IF OPR-DEBE-CAMBIAR-CLAVE
              OR WS-DIAS-CLAVE >= WS-DIAS-VIGENCIA-CLAVE
              DISPLAY OPR-ID " " OPR-NOMBRE " " OPR-ROL "   "
                      WS-ESTADO-TEXTO " " WS-BLOQUEO-TEXTO " "
                      WS-DIAS-CLAVE-DISPLAY " VENCIDA"
           ELSE
              DISPLAY OPR-ID " " OPR-NOMBRE " " OPR-ROL "   "
                      WS-ESTADO-TEXTO " " WS-BLOQUEO-TEXTO " "
                      WS-DIAS-CLAVE-DISPLAY
           END-IF.

       CAMBIAR-VIGENCIA-CLAVE.
           DISPLAY "VIGENCIA ACTUAL DE LAS CLAVES (DIAS): "
                   WS-DIAS-VIGENCIA-CLAVE
           DISPLAY "NUEVA VIGENCIA (1-999, BLANCO = SIN CAMBIO): "
           MOVE SPACE TO WS-CAMPO-TEXTO
           ACCEPT WS-CAMPO-TEXTO
           IF WS-CAMPO-TEXTO NOT = SPACE
              IF FUNCTION TEST-NUMVAL(WS-CAMPO-TEXTO) = 0
                 AND FUNCTION NUMVAL(WS-CAMPO-TEXTO) >= 1
                 AND FUNCTION NUMVAL(WS-CAMPO-TEXTO) <= 999
                 COMPUTE WS-DIAS-NUEVOS =
                    FUNCTION NUMVAL(WS-CAMPO-TEXTO)
                 OPEN OUTPUT CLAVE-CONFIG-FILE
                 IF WS-CONFIG-STATUS NOT = "00"
                    DISPLAY "ERROR AL GRABAR CLAVE-CONFIG.DAT, ESTADO: "
                            WS-CONFIG-STATUS
                 ELSE
                    MOVE WS-DIAS-NUEVOS TO CFG-DIAS-VIGENCIA-CLAVE
                    WRITE CLAVE-CONFIG-RECORD
                    CLOSE CLAVE-CONFIG-FILE
                    STRING "VIGENCIA DE CLAVES DE "
                           WS-DIAS-VIGENCIA-CLAVE " A "
                           WS-DIAS-NUEVOS " DIAS"
                           DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
                    PERFORM ESCRIBIR-AUDITORIA
                    MOVE WS-DIAS-NUEVOS TO WS-DIAS-VIGENCIA-CLAVE
                    DISPLAY "VIGENCIA ACTUALIZADA."
                 END-IF
              ELSE
                 DISPLAY "ERROR: LA VIGENCIA DEBE SER DE 1 A 999 DIAS."
              END-IF
           END-IF.
