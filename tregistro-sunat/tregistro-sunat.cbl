       IDENTIFICATION DIVISION.
       PROGRAM-ID. TREGISTRO-SUNAT.
       AUTHOR. JOSE-VILCA.

      *****************************************************************
      * DECLARACION DE ALTAS, BAJAS Y MODIFICACIONES EN EL T-REGISTRO *
      * DE SUNAT: MANTENER-EMPLEADOS ENCOLA EN                        *
      * TREGISTRO-MOVIMIENTOS.DAT CADA ALTA, BAJA Y CAMBIO DE REGIMEN *
      * PENSIONARIO O DE TIPO DE PAGO. ESTE PROGRAMA ARMA CON LOS     *
      * PENDIENTES EL ARCHIVO DE CARGA MASIVA (TREGISTRO-CARGA.TXT,   *
      * CAMPOS SEPARADOS POR "|") Y LOS MARCA ENVIADOS, O EMITE EL    *
      * REPORTE DE PENDIENTES CON LOS DIAS QUE QUEDAN HASTA EL PLAZO  *
      * LEGAL DE CADA UNO:                                            *
      *   ALTA: HASTA EL MISMO DIA DE INGRESO                         *
      *   BAJA: HASTA EL DIA HABIL SIGUIENTE AL CESE                  *
      *   MODIFICACION: HASTA 5 DIAS HABILES DESPUES DEL CAMBIO       *
      * LOS DIAS HABILES SALEN DE CALENDARIO-LABORAL.DAT; SIN EL SOLO *
      * SE DESCUENTAN SABADOS Y DOMINGOS.                             *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TREGISTRO-MOVIMIENTO-FILE
               ASSIGN TO "TREGISTRO-MOVIMIENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-CLAVE
               FILE STATUS IS WS-TREGISTRO-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPLOYEE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT CALENDARIO-LABORAL-FILE
               ASSIGN TO "CALENDARIO-LABORAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-LABORAL-STATUS.

           SELECT TREGISTRO-CARGA-FILE ASSIGN TO "TREGISTRO-CARGA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARGA-STATUS.

           SELECT TREGISTRO-REPORTE-FILE
               ASSIGN TO "TREGISTRO-PENDIENTES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT-TRAIL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TREGISTRO-MOVIMIENTO-FILE.
           COPY TREGISTRO-MOVIMIENTO-RECORD.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMP-MASTER-RECORD.

       FD  CALENDARIO-LABORAL-FILE.
           COPY WORKDAY-RECORD.

       FD  TREGISTRO-CARGA-FILE.
       01  TREGISTRO-CARGA-LINE         PIC X(100).

       FD  TREGISTRO-REPORTE-FILE.
       01  TREGISTRO-REPORTE-LINE       PIC X(80).

       FD  AUDIT-LOG-FILE.
           COPY AUDIT-LOG-RECORD.

       WORKING-STORAGE SECTION.

      ***************************
      * CONTROL DE ARCHIVOS     *
      ***************************
       01 WS-TREGISTRO-STATUS          PIC X(02).
       01 WS-EMP-MASTER-STATUS         PIC X(02).
       01 WS-CAL-LABORAL-STATUS        PIC X(02).
       01 WS-CARGA-STATUS              PIC X(02).
       01 WS-REPORTE-STATUS            PIC X(02).
       01 WS-AUDIT-STATUS              PIC X(02).
       01 WS-FIN-TREGISTRO-OK          PIC X          VALUE 'N'.
          88 WS-FIN-TREGISTRO                         VALUE 'S'.
       01 WS-FIN-CAL-LABORAL-OK        PIC X          VALUE 'N'.
          88 WS-FIN-CAL-LABORAL                       VALUE 'S'.
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
                                       VALUE "TREGISTRO-SUNAT".
       01 WS-RUN-RESULTADO             PIC X(01)      VALUE '0'.
          88 WS-EJECUCION-DENEGADA                    VALUE '1'.

      ***************************
      * DATOS DE LA CORRIDA     *
      ***************************
       01 WS-OPCION-TREGISTRO          PIC X(01)      VALUE SPACE.
          88 WS-OPCION-CARGA                          VALUE '1'.
          88 WS-OPCION-PENDIENTES                     VALUE '2'.
       01 WS-CONFIRMAR                 PIC X(01)      VALUE 'N'.
          88 WS-CONFIRMADO                            VALUE 'S'.
       01 WS-FECHA-HOY                 PIC 9(08)      VALUE 0.
       01 WS-CONTADOR-ENVIADOS         PIC 9(05)      VALUE 0.
       01 WS-CONTADOR-SIN-DOCUMENTO    PIC 9(05)      VALUE 0.
       01 WS-CONTADOR-PENDIENTES       PIC 9(05)      VALUE 0.
       01 WS-CONTADOR-VENCIDOS         PIC 9(05)      VALUE 0.
       01 WS-CONTADOR-VENCEN-HOY       PIC 9(05)      VALUE 0.

      **************************************
      * DATOS QUE SE DECLARAN: EL DOCUMENTO *
      * DEL MOVIMIENTO, O EL DEL MAESTRO SI *
      * SE COMPLETO DESPUES. EL REGIMEN     *
      * '00' (ONP) SE DECLARA CON EL CODIGO *
      * '02' DE SUNAT; LOS CODIGOS DE AFP   *
      * DE FONDO-PENSION.DAT VAN TAL CUAL.  *
      **************************************
       01 WS-TIPO-DOCUMENTO            PIC X(02)      VALUE SPACE.
       01 WS-NUM-DOCUMENTO             PIC X(12)      VALUE SPACE.
       01 WS-REGIMEN-SUNAT             PIC X(02)      VALUE SPACE.
       01 WS-PERIODICIDAD              PIC X(01)      VALUE SPACE.
       01 WS-FECHA-SUNAT               PIC X(10)      VALUE SPACE.
       01 WS-FECHA-PARTES.
          05 WS-FECHA-ANO              PIC 9(04).
          05 WS-FECHA-MES              PIC 9(02).
          05 WS-FECHA-DIA              PIC 9(02).

      **************************************
      * PLAZO LEGAL EN DIAS HABILES: SOLO   *
      * SE GUARDAN LOS DIAS NO LABORABLES   *
      * DEL CALENDARIO (DESCANSOS Y         *
      * FERIADOS DE LOS ANOS QUE TRAIGA).   *
      **************************************
       01 WS-CONTADOR-NO-LABORABLES    PIC 9(03)      VALUE 0.
       01 WS-TABLA-NO-LABORABLES.
          05 WS-NO-LABORABLE-FECHA OCCURS 400 TIMES
                                       INDEXED BY WS-IDX-NO-LAB
                                       PIC 9(08).
       01 WS-DIAS-PLAZO                PIC 9(02)      VALUE 0.
       01 WS-DIAS-CONTADOS             PIC 9(02)      VALUE 0.
       01 WS-ENTERO-DIA                PIC 9(08)      VALUE 0.
       01 WS-FECHA-EVALUADA            PIC 9(08)      VALUE 0.
       01 WS-DIA-SEMANA                PIC 9(01)      VALUE 0.
       01 WS-DIA-HABIL-OK              PIC X          VALUE 'S'.
          88 WS-DIA-HABIL                             VALUE 'S'.
       01 WS-FECHA-LIMITE              PIC 9(08)      VALUE 0.
       01 WS-DIAS-RESTANTES            PIC S9(05)     VALUE 0.

      ***************************
      * CAMPOS DE PRESENTACION  *
      ***************************
       01 WS-TIPO-TEXTO                PIC X(05)      VALUE SPACE.
       01 WS-OBSERVACION               PIC X(14)      VALUE SPACE.
       01 WS-DIAS-DISPLAY              PIC -ZZZ9.

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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
      * LA CARGA REESCRIBE LA COLA DE MOVIMIENTOS QUE TAMBIEN GRABA
      * MANTENER-EMPLEADOS: TOMA EL CANDADO DE EJECUCION (REQ. 041).
           PERFORM REGISTRAR-EJECUCION-INICIO
           IF WS-EJECUCION-DENEGADA
              CONTINUE
           ELSE
              PERFORM PROCESO-TREGISTRO
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

       PROCESO-TREGISTRO.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           DISPLAY "1. GENERAR ARCHIVO DE CARGA Y MARCAR ENVIADOS".
           DISPLAY "2. REPORTE DE MOVIMIENTOS PENDIENTES Y PLAZOS".
           DISPLAY "SELECCIONE UNA OPCION: ".
           ACCEPT WS-OPCION-TREGISTRO.
           EVALUATE TRUE
              WHEN WS-OPCION-CARGA
                 DISPLAY "CONFIRMA GENERAR TREGISTRO-CARGA.TXT Y "
                         "MARCAR ENVIADOS LOS PENDIENTES (S/N): "
                 ACCEPT WS-CONFIRMAR
                 IF WS-CONFIRMADO
                    PERFORM GENERAR-CARGA-TREGISTRO
                 ELSE
                    DISPLAY "CARGA CANCELADA."
                 END-IF
              WHEN WS-OPCION-PENDIENTES
                 PERFORM CARGAR-CALENDARIO-LABORAL
                 PERFORM REPORTE-PENDIENTES-TREGISTRO
              WHEN OTHER
                 DISPLAY "ERROR: LA OPCION DEBE SER 1 O 2."
           END-EVALUATE
           CLOSE AUDIT-LOG-FILE.

       ESCRIBIR-AUDITORIA.
           MOVE SPACES TO AUDIT-LOG-LINE
           STRING FUNCTION CURRENT-DATE " TREGISTRO-SUNAT OPERADOR="
                  WS-OPERADOR-ID " " WS-AUDIT-DESCRIPCION
                  DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           WRITE AUDIT-LOG-LINE
           MOVE SPACES TO WS-AUDIT-DESCRIPCION.

      *****************************************************************
      * EL MAESTRO SE ABRE SOLO PARA TOMAR EL DOCUMENTO DE LOS        *
      * MOVIMIENTOS ENCOLADOS ANTES DE QUE EL EMPLEADO LO TUVIERA.    *
      *****************************************************************
       ABRIR-MOVIMIENTOS.
           MOVE 'N' TO WS-MAESTRO-ABIERTO-OK
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EMP-MASTER-STATUS = "00"
              SET WS-MAESTRO-ABIERTO TO TRUE
           END-IF
           MOVE 'N' TO WS-FIN-TREGISTRO-OK
           MOVE LOW-VALUES TO TRM-CLAVE
           START TREGISTRO-MOVIMIENTO-FILE
              KEY IS NOT LESS THAN TRM-CLAVE
              INVALID KEY
                 SET WS-FIN-TREGISTRO TO TRUE
           END-START.

       CERRAR-MOVIMIENTOS.
           IF WS-MAESTRO-ABIERTO
              CLOSE EMPLOYEE-MASTER-FILE
           END-IF
           CLOSE TREGISTRO-MOVIMIENTO-FILE.

       LEER-SIGUIENTE-MOVIMIENTO.
           READ TREGISTRO-MOVIMIENTO-FILE NEXT RECORD
              AT END
                 SET WS-FIN-TREGISTRO TO TRUE
           END-READ.

       TOMAR-DOCUMENTO-MOVIMIENTO.
           MOVE TRM-TIPO-DOCUMENTO TO WS-TIPO-DOCUMENTO
           MOVE TRM-NUM-DOCUMENTO TO WS-NUM-DOCUMENTO
           IF WS-NUM-DOCUMENTO = SPACE AND WS-MAESTRO-ABIERTO
              MOVE TRM-EMP-ID TO EMP-ID
              READ EMPLOYEE-MASTER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE EMP-TIPO-DOCUMENTO TO WS-TIPO-DOCUMENTO
                    MOVE EMP-NUM-DOCUMENTO TO WS-NUM-DOCUMENTO
              END-READ
           END-IF.

      *****************************************************************
      * CARGA MASIVA: UNA LINEA POR MOVIMIENTO PENDIENTE, EN EL ORDEN *
      * EN QUE SE ENCOLARON. EL ARCHIVO SE REHACE EN CADA CORRIDA Y   *
      * LLEVA SOLO LO QUE ESTA CORRIDA MARCA ENVIADO; UN MOVIMIENTO   *
      * SIN DOCUMENTO NO PUEDE DECLARARSE Y QUEDA PENDIENTE.          *
      *****************************************************************
       GENERAR-CARGA-TREGISTRO.
           MOVE 0 TO WS-CONTADOR-ENVIADOS
           MOVE 0 TO WS-CONTADOR-SIN-DOCUMENTO
           OPEN I-O TREGISTRO-MOVIMIENTO-FILE
           IF WS-TREGISTRO-STATUS NOT = "00"
              DISPLAY "NO HAY MOVIMIENTOS DE T-REGISTRO "
                      "(TREGISTRO-MOVIMIENTOS.DAT), ESTADO: "
                      WS-TREGISTRO-STATUS
           ELSE
              OPEN OUTPUT TREGISTRO-CARGA-FILE
              PERFORM ABRIR-MOVIMIENTOS
              PERFORM UNTIL WS-FIN-TREGISTRO
                 PERFORM LEER-SIGUIENTE-MOVIMIENTO
                 IF NOT WS-FIN-TREGISTRO AND TRM-PENDIENTE
                    PERFORM DECLARAR-MOVIMIENTO
                 END-IF
              END-PERFORM
              PERFORM CERRAR-MOVIMIENTOS
              CLOSE TREGISTRO-CARGA-FILE
              DISPLAY "MOVIMIENTOS DECLARADOS: " WS-CONTADOR-ENVIADOS
              DISPLAY "ARCHIVO DE CARGA: TREGISTRO-CARGA.TXT"
              IF WS-CONTADOR-SIN-DOCUMENTO > 0
                 DISPLAY "AVISO: " WS-CONTADOR-SIN-DOCUMENTO
                         " MOVIMIENTOS SIN DOCUMENTO DE IDENTIDAD "
                         "QUEDAN PENDIENTES;"
                 DISPLAY "       COMPLETE EL DOCUMENTO EN "
                         "MANTENER-EMPLEADOS (CAMBIO DE DATOS)."
              END-IF
              STRING "CARGA T-REGISTRO ENVIADOS="
                     WS-CONTADOR-ENVIADOS
                     " SIN DOCUMENTO=" WS-CONTADOR-SIN-DOCUMENTO
                     DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
              PERFORM ESCRIBIR-AUDITORIA
           END-IF.

       DECLARAR-MOVIMIENTO.
           PERFORM TOMAR-DOCUMENTO-MOVIMIENTO
           IF WS-NUM-DOCUMENTO = SPACE
              DISPLAY "SE OMITE " TRM-EMP-ID "/" TRM-SECUENCIA
                      " (SIN DOCUMENTO DE IDENTIDAD)."
              ADD 1 TO WS-CONTADOR-SIN-DOCUMENTO
           ELSE
              IF WS-TIPO-DOCUMENTO = SPACE
                 MOVE '01' TO WS-TIPO-DOCUMENTO
              END-IF
              IF TRM-REGIMEN-PENSION = '00'
                 MOVE '02' TO WS-REGIMEN-SUNAT
              ELSE
                 MOVE TRM-REGIMEN-PENSION TO WS-REGIMEN-SUNAT
              END-IF
      * PERIODICIDAD DE LA REMUNERACION: 1 MENSUAL, 3 SEMANAL.
              IF TRM-TIPO-COMP = 'M'
                 MOVE '1' TO WS-PERIODICIDAD
              ELSE
                 MOVE '3' TO WS-PERIODICIDAD
              END-IF
              MOVE TRM-FECHA-EVENTO TO WS-FECHA-PARTES
              MOVE SPACES TO WS-FECHA-SUNAT
              STRING WS-FECHA-DIA "/" WS-FECHA-MES "/" WS-FECHA-ANO
                     DELIMITED BY SIZE INTO WS-FECHA-SUNAT
              MOVE SPACES TO TREGISTRO-CARGA-LINE
              STRING TRM-TIPO "|" WS-TIPO-DOCUMENTO "|"
                     FUNCTION TRIM(WS-NUM-DOCUMENTO) "|"
                     FUNCTION TRIM(TRM-NOMBRE) "|"
                     WS-FECHA-SUNAT "|" WS-REGIMEN-SUNAT "|"
                     WS-PERIODICIDAD "|" TRM-MOTIVO-BAJA "|"
                     TRM-EMP-ID "|"
                     DELIMITED BY SIZE INTO TREGISTRO-CARGA-LINE
              WRITE TREGISTRO-CARGA-LINE
              SET TRM-ENVIADO TO TRUE
              MOVE WS-OPERADOR-ID TO TRM-OPERADOR-ENVIO
              MOVE WS-FECHA-HOY TO TRM-FECHA-ENVIO
              REWRITE TREGISTRO-MOVIMIENTO-RECORD
                 INVALID KEY
                    DISPLAY "ERROR AL MARCAR ENVIADO " TRM-EMP-ID "/"
                            TRM-SECUENCIA ", ESTADO: "
                            WS-TREGISTRO-STATUS
              END-REWRITE
              ADD 1 TO WS-CONTADOR-ENVIADOS
              STRING "T-REGISTRO " TRM-TIPO " ENVIADO " TRM-EMP-ID
                     "/" TRM-SECUENCIA " EVENTO " TRM-FECHA-EVENTO
                     DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
              PERFORM ESCRIBIR-AUDITORIA
           END-IF.

      *****************************************************************
      * DIAS NO LABORABLES DEL CALENDARIO PARA CONTAR EL PLAZO EN     *
      * DIAS HABILES; SIN EL ARCHIVO SE AVISA Y SOLO SE SALTAN LOS    *
      * FINES DE SEMANA.                                              *
      *****************************************************************
       CARGAR-CALENDARIO-LABORAL.
           MOVE 0 TO WS-CONTADOR-NO-LABORABLES
           MOVE 'N' TO WS-FIN-CAL-LABORAL-OK
           OPEN INPUT CALENDARIO-LABORAL-FILE
           IF WS-CAL-LABORAL-STATUS = "00"
              PERFORM UNTIL WS-FIN-CAL-LABORAL
                 READ CALENDARIO-LABORAL-FILE
                    AT END
                       SET WS-FIN-CAL-LABORAL TO TRUE
                    NOT AT END
                       IF NOT CAL-LAB-LABORABLE
                          AND WS-CONTADOR-NO-LABORABLES < 400
                          ADD 1 TO WS-CONTADOR-NO-LABORABLES
                          MOVE CAL-LAB-FECHA TO WS-NO-LABORABLE-FECHA
                             (WS-CONTADOR-NO-LABORABLES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CALENDARIO-LABORAL-FILE
           ELSE
              DISPLAY "AVISO: NO SE ENCONTRO CALENDARIO-LABORAL.DAT;"
              DISPLAY "       LOS PLAZOS SOLO DESCUENTAN SABADOS Y "
                      "DOMINGOS. GENERELO EN ESTACION-ANO (MODO 4)."
           END-IF.

       REPORTE-PENDIENTES-TREGISTRO.
           MOVE 0 TO WS-CONTADOR-PENDIENTES
           MOVE 0 TO WS-CONTADOR-VENCIDOS
           MOVE 0 TO WS-CONTADOR-VENCEN-HOY
           MOVE 0 TO WS-CONTADOR-SIN-DOCUMENTO
           OPEN INPUT TREGISTRO-MOVIMIENTO-FILE
           IF WS-TREGISTRO-STATUS NOT = "00"
              DISPLAY "NO HAY MOVIMIENTOS DE T-REGISTRO "
                      "(TREGISTRO-MOVIMIENTOS.DAT), ESTADO: "
                      WS-TREGISTRO-STATUS
           ELSE
              OPEN OUTPUT TREGISTRO-REPORTE-FILE
              PERFORM ESCRIBIR-CABECERA-PENDIENTES
              PERFORM ABRIR-MOVIMIENTOS
              PERFORM UNTIL WS-FIN-TREGISTRO
                 PERFORM LEER-SIGUIENTE-MOVIMIENTO
                 IF NOT WS-FIN-TREGISTRO AND TRM-PENDIENTE
                    PERFORM ESCRIBIR-LINEA-PENDIENTE
                 END-IF
              END-PERFORM
              PERFORM CERRAR-MOVIMIENTOS
              PERFORM ESCRIBIR-TOTALES-PENDIENTES
              CLOSE TREGISTRO-REPORTE-FILE
              DISPLAY "PENDIENTES DE DECLARAR: " WS-CONTADOR-PENDIENTES
                      "  VENCIDOS: " WS-CONTADOR-VENCIDOS
                      "  VENCEN HOY: " WS-CONTADOR-VENCEN-HOY
              DISPLAY "REPORTE: TREGISTRO-PENDIENTES.TXT"
              STRING "REPORTE T-REGISTRO PENDIENTES="
                     WS-CONTADOR-PENDIENTES
                     " VENCIDOS=" WS-CONTADOR-VENCIDOS
                     DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
              PERFORM ESCRIBIR-AUDITORIA
           END-IF.

       ESCRIBIR-CABECERA-PENDIENTES.
           MOVE "MOVIMIENTOS PENDIENTES DE DECLARAR EN EL T-REGISTRO"
              TO TREGISTRO-REPORTE-LINE
           WRITE TREGISTRO-REPORTE-LINE
           MOVE SPACES TO TREGISTRO-REPORTE-LINE
           STRING "FECHA: " WS-FECHA-HOY
                  "   OPERADOR: " WS-OPERADOR-ID
                  DELIMITED BY SIZE INTO TREGISTRO-REPORTE-LINE
           WRITE TREGISTRO-REPORTE-LINE
           MOVE ALL "-" TO TREGISTRO-REPORTE-LINE
           WRITE TREGISTRO-REPORTE-LINE
           MOVE SPACES TO TREGISTRO-REPORTE-LINE
           MOVE "CODIGO SEC. TIPO  NOMBRE" TO
              TREGISTRO-REPORTE-LINE(1:24)
           MOVE "EVENTO   LIMITE    DIAS OBSERVACION" TO
              TREGISTRO-REPORTE-LINE(40:35)
           WRITE TREGISTRO-REPORTE-LINE
           MOVE ALL "-" TO TREGISTRO-REPORTE-LINE
           WRITE TREGISTRO-REPORTE-LINE.

       ESCRIBIR-LINEA-PENDIENTE.
           PERFORM CALCULAR-FECHA-LIMITE
           COMPUTE WS-DIAS-RESTANTES =
              FUNCTION INTEGER-OF-DATE(WS-FECHA-LIMITE)
              - FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
           ADD 1 TO WS-CONTADOR-PENDIENTES
           PERFORM TOMAR-DOCUMENTO-MOVIMIENTO
           MOVE SPACE TO WS-OBSERVACION
           IF WS-NUM-DOCUMENTO = SPACE
              ADD 1 TO WS-CONTADOR-SIN-DOCUMENTO
              MOVE "SIN DOCUMENTO" TO WS-OBSERVACION
           END-IF
           EVALUATE TRUE
              WHEN WS-DIAS-RESTANTES < 0
                 ADD 1 TO WS-CONTADOR-VENCIDOS
                 IF WS-OBSERVACION = SPACE
                    MOVE "VENCIDO" TO WS-OBSERVACION
                 ELSE
                    MOVE "VENCIDO S/DOC" TO WS-OBSERVACION
                 END-IF
              WHEN WS-DIAS-RESTANTES = 0
                 ADD 1 TO WS-CONTADOR-VENCEN-HOY
                 IF WS-OBSERVACION = SPACE
                    MOVE "VENCE HOY" TO WS-OBSERVACION
                 ELSE
                    MOVE "HOY S/DOC" TO WS-OBSERVACION
                 END-IF
           END-EVALUATE
           EVALUATE TRUE
              WHEN TRM-ALTA
                 MOVE "ALTA" TO WS-TIPO-TEXTO
              WHEN TRM-BAJA
                 MOVE "BAJA" TO WS-TIPO-TEXTO
              WHEN OTHER
                 MOVE "MODIF" TO WS-TIPO-TEXTO
           END-EVALUATE
           MOVE WS-DIAS-RESTANTES TO WS-DIAS-DISPLAY
           MOVE SPACES TO TREGISTRO-REPORTE-LINE
           STRING TRM-EMP-ID " " TRM-SECUENCIA " " WS-TIPO-TEXTO " "
                  TRM-NOMBRE " " TRM-FECHA-EVENTO " "
                  WS-FECHA-LIMITE " " WS-DIAS-DISPLAY " "
                  WS-OBSERVACION
                  DELIMITED BY SIZE INTO TREGISTRO-REPORTE-LINE
           WRITE TREGISTRO-REPORTE-LINE.

      *****************************************************************
      * FECHA LIMITE: EL ALTA VENCE EL MISMO DIA DE INGRESO; LA BAJA  *
      * Y LA MODIFICACION CUENTAN 1 Y 5 DIAS HABILES DESDE EL DIA     *
      * SIGUIENTE AL HECHO.                                           *
      *****************************************************************
       CALCULAR-FECHA-LIMITE.
           EVALUATE TRUE
              WHEN TRM-ALTA
                 MOVE 0 TO WS-DIAS-PLAZO
              WHEN TRM-BAJA
                 MOVE 1 TO WS-DIAS-PLAZO
              WHEN OTHER
                 MOVE 5 TO WS-DIAS-PLAZO
           END-EVALUATE
           MOVE TRM-FECHA-EVENTO TO WS-FECHA-LIMITE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-LIMITE) NOT = 0
              MOVE WS-FECHA-HOY TO WS-FECHA-LIMITE
           END-IF
           MOVE 0 TO WS-DIAS-CONTADOS
           COMPUTE WS-ENTERO-DIA =
              FUNCTION INTEGER-OF-DATE(WS-FECHA-LIMITE)
           PERFORM UNTIL WS-DIAS-CONTADOS NOT < WS-DIAS-PLAZO
              ADD 1 TO WS-ENTERO-DIA
              COMPUTE WS-FECHA-EVALUADA =
                 FUNCTION DATE-OF-INTEGER(WS-ENTERO-DIA)
              PERFORM VERIFICAR-DIA-HABIL
              IF WS-DIA-HABIL
                 ADD 1 TO WS-DIAS-CONTADOS
              END-IF
           END-PERFORM
           COMPUTE WS-FECHA-LIMITE =
              FUNCTION DATE-OF-INTEGER(WS-ENTERO-DIA).

      * EL DIA 1 DE LA CUENTA ENTERA (01/01/1601) FUE LUNES: EL RESTO
      * DE DIVIDIR ENTRE 7 DA 6 EL SABADO Y 0 EL DOMINGO.
       VERIFICAR-DIA-HABIL.
           SET WS-DIA-HABIL TO TRUE
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-ENTERO-DIA, 7)
           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
              MOVE 'N' TO WS-DIA-HABIL-OK
           ELSE
              PERFORM VARYING WS-IDX-NO-LAB FROM 1 BY 1
                      UNTIL WS-IDX-NO-LAB > WS-CONTADOR-NO-LABORABLES
                         OR NOT WS-DIA-HABIL
                 IF WS-NO-LABORABLE-FECHA(WS-IDX-NO-LAB)
                    = WS-FECHA-EVALUADA
                    MOVE 'N' TO WS-DIA-HABIL-OK
                 END-IF
              END-PERFORM
           END-IF.

       ESCRIBIR-TOTALES-PENDIENTES.
           MOVE ALL "-" TO TREGISTRO-REPORTE-LINE
           WRITE TREGISTRO-REPORTE-LINE
           MOVE SPACES TO TREGISTRO-REPORTE-LINE
           STRING "PENDIENTES: " WS-CONTADOR-PENDIENTES
                  "   VENCIDOS: " WS-CONTADOR-VENCIDOS
                  "   VENCEN HOY: " WS-CONTADOR-VENCEN-HOY
                  "   SIN DOCUMENTO: " WS-CONTADOR-SIN-DOCUMENTO
                  DELIMITED BY SIZE INTO TREGISTRO-REPORTE-LINE
           WRITE TREGISTRO-REPORTE-LINE.
