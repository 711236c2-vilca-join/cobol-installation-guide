               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPR-MASTER-STATUS.

           SELECT CLAVE-CONFIG-FILE ASSIGN TO "CLAVE-CONFIG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT-TRAIL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  OPERATOR-MASTER-FILE.
           COPY OPERATOR-MASTER-RECORD.

       FD  CLAVE-CONFIG-FILE.
       01  CLAVE-CONFIG-RECORD.
           05 CFG-DIAS-VIGENCIA-CLAVE  PIC 9(03).

       FD  AUDIT-LOG-FILE.
           COPY AUDIT-LOG-RECORD.

          88 WS-OPCION-RESTAURAR                  VALUE 'E'.
          88 WS-OPCION-CONSULTA-PAGOS             VALUE 'F'.
          88 WS-OPCION-RESUMEN                    VALUE 'G'.
          88 WS-OPCION-OPERADORES                 VALUE 'H'.
          88 WS-OPCION-CONTRATOS                  VALUE 'I'.
          88 WS-OPCION-UTILIDADES                 VALUE 'J'.
          88 WS-OPCION-PROVISIONES                VALUE 'K'.
          88 WS-OPCION-TREGISTRO                  VALUE 'L'.
          88 WS-OPCION-CAJA-VALES                 VALUE 'M'.
          88 WS-OPCION-CADENA                     VALUE 'N'.
          88 WS-OPCION-INTEGRIDAD                 VALUE 'O'.
          88 WS-OPCION-ARCHIVO-HIST               VALUE 'P'.
          88 WS-OPCION-PRONOSTICO                 VALUE 'Q'.
          88 WS-OPCION-SALIR                      VALUE '0'.
          88 WS-OPCION-VALIDA                     VALUE '1' '2' '3'
                                                  '4' '5' '6' '7'
                                                  '8' '9' '0'
                                                  'A' 'B' 'C' 'D'
                                                  'E' 'F' 'G' 'H'
                                                  'I' 'J' 'K' 'L'
                                                  'M' 'N' 'O' 'P'
                                                  'Q'.
       01 WS-CONTINUAR-MENU            PIC X(01) VALUE 'S'.
          88 WS-SEGUIR-EN-MENU                    VALUE 'S'.

          88 WS-OPCION-NEGADA                     VALUE 'N'.
       01 WS-AUDIT-DESCRIPCION         PIC X(50) VALUE SPACE.

      **************************************
      * BLOQUEO PERSISTENTE Y VENCIMIENTO   *
      * DE CLAVE: LOS INTENTOS FALLIDOS Y   *
      * EL BLOQUEO VIVEN EN EL MAESTRO DE   *
      * OPERADORES; SOLO UN ADMINISTRADOR   *
      * LOS LIMPIA (MANTENER-OPERADORES)    *
      **************************************
       01 WS-CONFIG-STATUS             PIC X(02).
       01 WS-DIAS-VIGENCIA-CLAVE       PIC 9(03) VALUE 90.
       01 WS-MAX-INTENTOS-FALLIDOS     PIC 9(01) VALUE 3.
       01 WS-ESTADO-MAESTRO            PIC X(01) VALUE SPACE.
          88 WS-OPERADOR-DESHABILITADO            VALUE 'D'.
       01 WS-BLOQUEO-MAESTRO           PIC X(01) VALUE SPACE.
          88 WS-OPERADOR-BLOQUEADO                VALUE 'S'.
       01 WS-INTENTOS-MAESTRO          PIC 9(01) VALUE 0.
       01 WS-FECHA-CLAVE-MAESTRO       PIC 9(08) VALUE 0.
       01 WS-CAMBIO-CLAVE-MAESTRO      PIC X(01) VALUE SPACE.
          88 WS-DEBE-CAMBIAR-CLAVE                VALUE 'S'.
       01 WS-FECHA-HOY                 PIC 9(08) VALUE 0.
       01 WS-DIAS-CLAVE                PIC S9(07) VALUE 0.
       01 WS-CLAVE-NUEVA               PIC X(08) VALUE SPACE.
       01 WS-CLAVE-CONFIRMA            PIC X(08) VALUE SPACE.
       01 WS-CLAVE-CAMBIADA-OK         PIC X(01) VALUE 'N'.
          88 WS-CLAVE-CAMBIADA                    VALUE 'S'.
       01 WS-OPERADOR-GRABADO-OK       PIC X(01) VALUE 'N'.
          88 WS-OPERADOR-GRABADO                  VALUE 'S'.

      **************************************
      * PARAMETROS DE CADENA: DESDE EL MENU *
      * VAN EN BLANCO Y CADA PASO PREGUNTA  *
      * EN PANTALLA COMO SIEMPRE            *
      **************************************
           COPY CADENA-PARAMETROS-RECORD.

      ******************************************************************
      * PROCEDURE DIVISION:
      *    División que contiene las instrucciones y
              PERFORM ESCRIBIR-AUDITORIA
           END-EVALUATE.

      *****************************************************************
      * CADA CLAVE ERRADA SUMA UN INTENTO FALLIDO EN EL REGISTRO DEL  *
      * OPERADOR; AL LLEGAR AL MAXIMO EL OPERADOR QUEDA BLOQUEADO EN  *
      * EL MAESTRO Y YA NO ENTRA NI CON LA CLAVE CORRECTA HASTA QUE   *
      * UN ADMINISTRADOR LO DESBLOQUEE. UN INGRESO CORRECTO LIMPIA    *
      * EL CONTADOR. UN OPERADOR DESHABILITADO TAMPOCO ENTRA.         *
      *****************************************************************
       INTENTAR-SESION.
           ADD 1 TO WS-INTENTOS-SESION
           DISPLAY "ID DE OPERADOR: "
           DISPLAY "CLAVE: "
           ACCEPT WS-CLAVE-INGRESADA
           PERFORM BUSCAR-OPERADOR
           EVALUATE TRUE
              WHEN NOT WS-OPERADOR-HALLADO
                 DISPLAY "ID O CLAVE INCORRECTOS."
                 STRING "INTENTO DE ACCESO FALLIDO ID=" WS-ID-INGRESADO
                    DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
                 PERFORM ESCRIBIR-AUDITORIA
              WHEN WS-OPERADOR-DESHABILITADO
                 DISPLAY "OPERADOR DESHABILITADO; CONSULTE AL "
                         "ADMINISTRADOR."
                 STRING "ACCESO DE OPERADOR DESHABILITADO ID="
                        WS-ID-INGRESADO
                    DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
                 PERFORM ESCRIBIR-AUDITORIA
              WHEN WS-OPERADOR-BLOQUEADO
                 DISPLAY "OPERADOR BLOQUEADO POR INTENTOS FALLIDOS; "
                         "CONSULTE AL ADMINISTRADOR."
                 STRING "ACCESO DE OPERADOR BLOQUEADO ID="
                        WS-ID-INGRESADO
                    DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
                 PERFORM ESCRIBIR-AUDITORIA
              WHEN WS-CLAVE-MAESTRO NOT = WS-CLAVE-INGRESADA
                 PERFORM REGISTRAR-INTENTO-FALLIDO
              WHEN OTHER
                 PERFORM VALIDAR-VIGENCIA-CLAVE
                 IF WS-DEBE-CAMBIAR-CLAVE
                    DISPLAY "SESION NO INICIADA: DEBE CAMBIAR SU CLAVE."
                    STRING "SESION NO INICIADA, CLAVE VENCIDA ID="
                           WS-ID-INGRESADO
                       DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
                    PERFORM ESCRIBIR-AUDITORIA
                 ELSE
                    MOVE WS-ID-INGRESADO TO WS-OPERADOR-VERIFICADO
                    MOVE WS-ROL-MAESTRO TO WS-ROL-OPERADOR
                    SET WS-SESION-ABIERTA TO TRUE
                    DISPLAY "BIENVENIDO, " WS-NOMBRE-MAESTRO
                    STRING "INICIO DE SESION DE " WS-ID-INGRESADO
                       DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
                    PERFORM ESCRIBIR-AUDITORIA
                    IF WS-CLAVE-CAMBIADA
                       STRING "CAMBIO DE CLAVE AL INICIAR SESION ID="
                              WS-ID-INGRESADO
                          DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
                       PERFORM ESCRIBIR-AUDITORIA
                    END-IF
                 END-IF
           END-EVALUATE.

       REGISTRAR-INTENTO-FALLIDO.
           DISPLAY "ID O CLAVE INCORRECTOS."
           STRING "INTENTO DE ACCESO FALLIDO ID=" WS-ID-INGRESADO
              DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
           PERFORM ESCRIBIR-AUDITORIA
           IF WS-INTENTOS-MAESTRO < 9
              ADD 1 TO WS-INTENTOS-MAESTRO
           END-IF
           IF WS-INTENTOS-MAESTRO >= WS-MAX-INTENTOS-FALLIDOS
              SET WS-OPERADOR-BLOQUEADO TO TRUE
           END-IF
           PERFORM GRABAR-ESTADO-OPERADOR
           IF WS-OPERADOR-BLOQUEADO
              DISPLAY "EL OPERADOR " WS-ID-INGRESADO " QUEDO "
                      "BLOQUEADO; SOLO UN ADMINISTRADOR LO LIBERA."
              STRING "OPERADOR " WS-ID-INGRESADO " BLOQUEADO POR "
                     "INTENTOS FALLIDOS"
                 DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
              PERFORM ESCRIBIR-AUDITORIA
           END-IF.

      *****************************************************************
      * LA CLAVE VENCE A LOS DIAS DE VIGENCIA DE CLAVE-CONFIG.DAT     *
      * (90 SI NO EXISTE). UNA CLAVE VENCIDA, RESTABLECIDA POR EL     *
      * ADMINISTRADOR O SIN FECHA SE CAMBIA AQUI MISMO ANTES DE ABRIR *
      * LA SESION; SI EL CAMBIO NO SE COMPLETA O NO SE PUEDE GRABAR,  *
      * LA SESION NO SE ABRE. EL INGRESO CORRECTO LIMPIA EL CONTADOR  *
      * DE INTENTOS FALLIDOS.                                         *
      *****************************************************************
       VALIDAR-VIGENCIA-CLAVE.
           MOVE 'N' TO WS-CLAVE-CAMBIADA-OK
           PERFORM LEER-VIGENCIA-CLAVE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           IF WS-FECHA-CLAVE-MAESTRO = 0
              SET WS-DEBE-CAMBIAR-CLAVE TO TRUE
           ELSE
              COMPUTE WS-DIAS-CLAVE =
                 FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                 - FUNCTION INTEGER-OF-DATE(WS-FECHA-CLAVE-MAESTRO)
              IF WS-DIAS-CLAVE >= WS-DIAS-VIGENCIA-CLAVE
                 DISPLAY "SU CLAVE VENCIO (VIGENCIA DE "
                         WS-DIAS-VIGENCIA-CLAVE " DIAS)."
                 SET WS-DEBE-CAMBIAR-CLAVE TO TRUE
              END-IF
           END-IF
           IF WS-DEBE-CAMBIAR-CLAVE
              PERFORM CAMBIAR-CLAVE-OPERADOR
           END-IF
           IF WS-CLAVE-CAMBIADA OR WS-INTENTOS-MAESTRO > 0
              MOVE 0 TO WS-INTENTOS-MAESTRO
              PERFORM GRABAR-ESTADO-OPERADOR
              IF WS-CLAVE-CAMBIADA AND NOT WS-OPERADOR-GRABADO
                 SET WS-DEBE-CAMBIAR-CLAVE TO TRUE
                 MOVE 'N' TO WS-CLAVE-CAMBIADA-OK
              END-IF
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

       CAMBIAR-CLAVE-OPERADOR.
           DISPLAY "DEBE CAMBIAR SU CLAVE ANTES DE CONTINUAR."
           DISPLAY "CLAVE NUEVA: "
           MOVE SPACE TO WS-CLAVE-NUEVA
           ACCEPT WS-CLAVE-NUEVA
           DISPLAY "CONFIRME LA CLAVE NUEVA: "
           MOVE SPACE TO WS-CLAVE-CONFIRMA
           ACCEPT WS-CLAVE-CONFIRMA
           EVALUATE TRUE
              WHEN WS-CLAVE-NUEVA = SPACE
                 DISPLAY "ERROR: LA CLAVE NO PUEDE QUEDAR EN BLANCO."
              WHEN WS-CLAVE-NUEVA NOT = WS-CLAVE-CONFIRMA
                 DISPLAY "ERROR: LAS CLAVES NO COINCIDEN."
              WHEN WS-CLAVE-NUEVA = WS-CLAVE-MAESTRO
                 DISPLAY "ERROR: LA CLAVE NUEVA DEBE SER DISTINTA DE "
                         "LA ANTERIOR."
              WHEN OTHER
                 MOVE WS-CLAVE-NUEVA TO WS-CLAVE-MAESTRO
                 MOVE WS-FECHA-HOY TO WS-FECHA-CLAVE-MAESTRO
                 MOVE 'N' TO WS-CAMBIO-CLAVE-MAESTRO
                 SET WS-CLAVE-CAMBIADA TO TRUE
           END-EVALUATE.

       BUSCAR-OPERADOR.
           MOVE 'N' TO WS-OPERADOR-HALLADO-OK
           MOVE 'N' TO WS-FIN-OPERADORES-OK
                          MOVE OPR-CLAVE TO WS-CLAVE-MAESTRO
                          MOVE OPR-ROL TO WS-ROL-MAESTRO
                          MOVE OPR-NOMBRE TO WS-NOMBRE-MAESTRO
                          PERFORM TOMAR-ESTADO-OPERADOR
                          SET WS-FIN-OPERADORES TO TRUE
                       END-IF
                 END-READ
              CLOSE OPERATOR-MASTER-FILE
           END-IF.

       TOMAR-ESTADO-OPERADOR.
           MOVE OPR-ESTADO TO WS-ESTADO-MAESTRO
           MOVE OPR-BLOQUEO TO WS-BLOQUEO-MAESTRO
           MOVE OPR-CAMBIO-CLAVE TO WS-CAMBIO-CLAVE-MAESTRO
           IF OPR-INTENTOS-FALLIDOS NUMERIC
              MOVE OPR-INTENTOS-FALLIDOS TO WS-INTENTOS-MAESTRO
           ELSE
              MOVE 0 TO WS-INTENTOS-MAESTRO
           END-IF
           IF OPR-FECHA-CLAVE NUMERIC
              MOVE OPR-FECHA-CLAVE TO WS-FECHA-CLAVE-MAESTRO
           ELSE
              MOVE 0 TO WS-FECHA-CLAVE-MAESTRO
           END-IF.

      *****************************************************************
      * EL MAESTRO DE OPERADORES ES SECUENCIAL: SE RELEE HASTA EL     *
      * OPERADOR Y SE REESCRIBE EN SU LUGAR CON EL CONTADOR, EL       *
      * BLOQUEO Y, SI CAMBIO, LA CLAVE NUEVA Y SU FECHA.              *
      *****************************************************************
       GRABAR-ESTADO-OPERADOR.
           MOVE 'N' TO WS-OPERADOR-GRABADO-OK
           MOVE 'N' TO WS-FIN-OPERADORES-OK
           OPEN I-O OPERATOR-MASTER-FILE
           IF WS-OPR-MASTER-STATUS = "00"
              PERFORM UNTIL WS-FIN-OPERADORES
                 READ OPERATOR-MASTER-FILE
                    AT END
                       SET WS-FIN-OPERADORES TO TRUE
                    NOT AT END
                       IF OPR-ID = WS-ID-INGRESADO
                          MOVE WS-CLAVE-MAESTRO TO OPR-CLAVE
                          MOVE WS-BLOQUEO-MAESTRO TO OPR-BLOQUEO
                          MOVE WS-INTENTOS-MAESTRO
                             TO OPR-INTENTOS-FALLIDOS
                          MOVE WS-FECHA-CLAVE-MAESTRO
                             TO OPR-FECHA-CLAVE
                          MOVE WS-CAMBIO-CLAVE-MAESTRO
                             TO OPR-CAMBIO-CLAVE
                          REWRITE OPERATOR-MASTER-RECORD
                          IF WS-OPR-MASTER-STATUS = "00"
                             SET WS-OPERADOR-GRABADO TO TRUE
                          END-IF
                          SET WS-FIN-OPERADORES TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERATOR-MASTER-FILE
           END-IF
           IF NOT WS-OPERADOR-GRABADO
              DISPLAY "AVISO: NO SE PUDO ACTUALIZAR OPERATOR-MASTER.DAT"
                      ", ESTADO: " WS-OPR-MASTER-STATUS
           END-IF.

       ESCRIBIR-AUDITORIA.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS NOT = "00"
           IF WS-ROL-ADMIN OR WS-ROL-NOMINA
              DISPLAY "  G. RESUMEN GERENCIAL DE LA SEMANA"
           END-IF
           IF WS-ROL-ADMIN
              DISPLAY "  H. MANTENIMIENTO DE OPERADORES Y CLAVES"
           END-IF
           IF WS-ROL-ADMIN OR WS-ROL-NOMINA
              DISPLAY "  I. CONTRATOS POR VENCER Y PAGOS SIN CONTRATO"
              DISPLAY "  J. PARTICIPACION EN UTILIDADES (REPARTO ANUAL)"
              DISPLAY "  K. PROVISIONES DEL MES (GRATIF., CTS, VACAC.)"
              DISPLAY "  L. T-REGISTRO SUNAT (CARGA Y PENDIENTES)"
              DISPLAY "  M. CAJA DE VALES (COBRO, ARQUEO, ANULACION)"
              DISPLAY "  N. CADENA SEMANAL DE NOMINA (PASOS Y REINICIO)"
              DISPLAY "  O. VERIFICACION DE INTEGRIDAD DE ARCHIVOS"
              DISPLAY "  P. ARCHIVO DE HISTORICOS DE NOMINA (RETENCION)"
              DISPLAY "  Q. PRONOSTICO DE CAJA PARA TESORERIA"
           END-IF
           DISPLAY "  0. SALIR".
           DISPLAY "===================================================".
           DISPLAY "SELECCIONE UNA OPCION (1-9, A-Q, 0=SALIR):".
           ACCEPT WS-OPCION-MENU.

       VERIFICAR-PERMISO-OPCION.
                    OR WS-OPCION-REMESA OR WS-OPCION-BONOS
                    OR WS-OPCION-RETORNO OR WS-OPCION-AJUSTE
                    OR WS-OPCION-TRANSMISION OR WS-OPCION-RESUMEN
                    OR WS-OPCION-CONTRATOS OR WS-OPCION-UTILIDADES
                    OR WS-OPCION-PROVISIONES OR WS-OPCION-TREGISTRO
                    OR WS-OPCION-CAJA-VALES OR WS-OPCION-CADENA
                    OR WS-OPCION-INTEGRIDAD OR WS-OPCION-ARCHIVO-HIST
                    OR WS-OPCION-PRONOSTICO
                    SET WS-OPCION-PERMITIDA TO TRUE
                 END-IF
              WHEN WS-ROL-CONSULTA
           END-IF.

       EJECUTAR-OPCION-MENU.
           MOVE SPACES TO CADENA-PARAMETROS-RECORD
           EVALUATE TRUE
              WHEN WS-OPCION-NOMINA
                 CALL "NOMINA-SEMANAL" USING WS-OPERADOR-VERIFICADO
                    CADENA-PARAMETROS-RECORD
                 END-CALL
              WHEN WS-OPCION-ESTACION
                 CALL "ESTACION-ANO" USING WS-OPERADOR-VERIFICADO
                 END-CALL
              WHEN WS-OPCION-TRANSMISION
                 CALL "TRANSMISION-ACH" USING WS-OPERADOR-VERIFICADO
                    CADENA-PARAMETROS-RECORD
                 END-CALL
      * LA PANTALLA DE OPERACIONES RECIBE TAMBIEN EL ROL: EL
      * LISTADO ES PARA TODOS, PERO LIBERAR UN CANDADO SOLO LO
                 END-CALL
              WHEN WS-OPCION-RESUMEN
                 CALL "RESUMEN-SEMANAL" USING WS-OPERADOR-VERIFICADO
                    CADENA-PARAMETROS-RECORD
                 END-CALL
              WHEN WS-OPCION-OPERADORES
                 CALL "MANTENER-OPERADORES" USING WS-OPERADOR-VERIFICADO
                 END-CALL
              WHEN WS-OPCION-CONTRATOS
                 CALL "VENCIMIENTO-CONTRATOS"
                    USING WS-OPERADOR-VERIFICADO
                 END-CALL
              WHEN WS-OPCION-UTILIDADES
                 CALL "PARTICIPACION-UTILIDADES"
                    USING WS-OPERADOR-VERIFICADO
                 END-CALL
              WHEN WS-OPCION-PROVISIONES
                 CALL "PROVISIONES-MENSUALES"
                    USING WS-OPERADOR-VERIFICADO
                 END-CALL
              WHEN WS-OPCION-TREGISTRO
                 CALL "TREGISTRO-SUNAT"
                    USING WS-OPERADOR-VERIFICADO
                 END-CALL
              WHEN WS-OPCION-CAJA-VALES
                 CALL "CAJA-VALES"
                    USING WS-OPERADOR-VERIFICADO
                 END-CALL
              WHEN WS-OPCION-CADENA
                 CALL "CADENA-SEMANAL"
                    USING WS-OPERADOR-VERIFICADO
                 END-CALL
              WHEN WS-OPCION-INTEGRIDAD
                 CALL "CONTROL-INTEGRIDAD"
                    USING WS-OPERADOR-VERIFICADO
                 END-CALL
              WHEN WS-OPCION-ARCHIVO-HIST
                 CALL "ARCHIVAR-HISTORICO"
                    USING WS-OPERADOR-VERIFICADO
                 END-CALL
              WHEN WS-OPCION-PRONOSTICO
                 CALL "PRONOSTICO-CAJA"
                    USING WS-OPERADOR-VERIFICADO
                 END-CALL
              WHEN WS-OPCION-SALIR
                 MOVE 'N' TO WS-CONTINUAR-MENU
