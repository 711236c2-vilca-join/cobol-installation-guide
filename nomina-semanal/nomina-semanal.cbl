               RECORD KEY IS PER-CLAVE
               FILE STATUS IS WS-PERIODO-STATUS.

           SELECT CAMBIO-PENDIENTE-FILE
               ASSIGN TO "CAMBIOS-PENDIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPE-CLAVE
               FILE STATUS IS WS-CAMBIO-PEND-STATUS.

           SELECT HORAS-EXTRAS-AUT-FILE
               ASSIGN TO "HORAS-EXTRAS-AUT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HEA-CLAVE
               FILE STATUS IS WS-HORAS-EXTRAS-AUT-STATUS.

           SELECT HORAS-EXTRAS-CONFIG-FILE
               ASSIGN TO "HORAS-EXTRAS-CONFIG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HEX-CONFIG-STATUS.

           SELECT HORAS-EXTRAS-RET-FILE
               ASSIGN TO "HORAS-EXTRAS-RET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HER-CLAVE
               FILE STATUS IS WS-HEX-RETENIDAS-STATUS.

           SELECT HORAS-EXTRAS-EXC-FILE
               ASSIGN TO WS-HEX-EXCEPCION-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HEX-EXCEPCION-STATUS.

           SELECT HORAS-EXTRAS-REPORTE-FILE
               ASSIGN TO WS-HEX-REPORTE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HEX-REPORTE-STATUS.

           SELECT HORAS-EXTRAS-SORT-FILE
               ASSIGN TO "HORAS-EXTRAS-SORT.WRK".

           SELECT CONCEPTO-EVENTUAL-FILE
               ASSIGN TO "CONCEPTOS-EVENTUALES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CEV-CODIGO
               FILE STATUS IS WS-CONCEPTO-EV-STATUS.

           SELECT MOVIMIENTO-EVENTUAL-FILE
               ASSIGN TO "MOVIMIENTOS-EVENTUALES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEV-CLAVE
               FILE STATUS IS WS-MOVIMIENTO-EV-STATUS.

           SELECT PARAMETRO-LEGAL-FILE
               ASSIGN TO "PARAMETROS-LEGALES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARAMETRO-LEGAL-STATUS.

           SELECT DEPENDIENTE-FILE ASSIGN TO "DEPENDIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CLAVE
               FILE STATUS IS WS-DEPENDIENTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
      * CONCEPTO, EN EL FORMATO QUE IMPORTA CONTABILIDAD.             *
      *****************************************************************
       FD  DISTRIBUCION-FILE.
           COPY DISTRIBUCION-COSTOS-RECORD.

      *****************************************************************
      * RESUMEN DE HORAS POR EMPLEADO DEL RELOJ MARCADOR (REQ. 026):  *
           05 PER-OPERADOR              PIC X(08).
           05 PER-TIMESTAMP             PIC X(21).

       FD  CAMBIO-PENDIENTE-FILE.
           COPY CAMBIO-PENDIENTE-RECORD.

       FD  HORAS-EXTRAS-AUT-FILE.
           COPY HORAS-EXTRAS-AUT-RECORD.

      * POLITICA PARA LAS HORAS EXTRAS NO AUTORIZADAS: 'S' SE PAGAN A
      * TARIFA SIMPLE (SIN RECARGO), 'R' SE RETIENEN SIN PAGO EN
      * HORAS-EXTRAS-RET.DAT HASTA QUE SE AUTORICEN; AL AUTORIZARLAS
      * MANTENER-EMPLEADOS LAS DEJA COMO MOVIMIENTO EVENTUAL PARA EL
      * LOTE SIGUIENTE. SIN ARCHIVO, 'S'.
       FD  HORAS-EXTRAS-CONFIG-FILE.
       01  HORAS-EXTRAS-CONFIG-RECORD.
           05 CFG-HEX-EXCESO            PIC X(01).

       FD  HORAS-EXTRAS-RET-FILE.
           COPY HORAS-EXTRAS-RET-RECORD.

      *****************************************************************
      * EXCEPCIONES DE HORAS EXTRAS DEL LOTE: UN REGISTRO POR         *
      * EMPLEADO CON HORAS SOBRE 40 QUE PASAN LO AUTORIZADO. AL       *
      * CIERRE SE ORDENAN POR DEPARTAMENTO PARA EL REPORTE; EN UN     *
      * REINICIO POR CHECKPOINT SE ANEXA, COMO LAS BOLETAS.           *
      *****************************************************************
       FD  HORAS-EXTRAS-EXC-FILE.
       01  HORAS-EXTRAS-EXC-RECORD.
           05 HXE-DEPARTAMENTO          PIC X(04).
           05 HXE-EMP-ID                PIC X(06).
           05 HXE-NOMBRE                PIC X(20).
           05 HXE-HORAS-EXTRAS          PIC 9(03)V99.
           05 HXE-HORAS-APROBADAS       PIC 9(03)V99.
           05 HXE-HORAS-EXCESO          PIC 9(03)V99.
           05 HXE-TRATAMIENTO           PIC X(01).
           05 HXE-PAGO-EXCESO           PIC 9(06)V99.

       FD  HORAS-EXTRAS-REPORTE-FILE.
       01  HORAS-EXTRAS-REPORTE-LINE    PIC X(80).

       SD  HORAS-EXTRAS-SORT-FILE.
       01  HORAS-EXTRAS-SORT-RECORD.
           05 HXS-DEPARTAMENTO          PIC X(04).
           05 HXS-EMP-ID                PIC X(06).
           05 HXS-NOMBRE                PIC X(20).
           05 HXS-HORAS-EXTRAS          PIC 9(03)V99.
           05 HXS-HORAS-APROBADAS       PIC 9(03)V99.
           05 HXS-HORAS-EXCESO          PIC 9(03)V99.
           05 HXS-TRATAMIENTO           PIC X(01).
           05 HXS-PAGO-EXCESO           PIC 9(06)V99.

       FD  CONCEPTO-EVENTUAL-FILE.
           COPY CONCEPTO-EVENTUAL-RECORD.

       FD  MOVIMIENTO-EVENTUAL-FILE.
           COPY MOVIMIENTO-EVENTUAL-RECORD.

       FD  PARAMETRO-LEGAL-FILE.
           COPY PARAMETRO-LEGAL-RECORD.

       FD  DEPENDIENTE-FILE.
           COPY DEPENDIENTE-RECORD.

      *****************************************************************
      * EL HISTORICO DEL REGISTRO SE ORDENA POR EMPLEADO Y FECHA DE   *
      * LOTE PARA COMPARAR CADA EMPLEADO CONTRA SU SEMANA ANTERIOR    *
      * AUNQUE EL LOTE PAGUE UNA SEMANA ATRASADA.
       01 WS-FECHA-HOY                 PIC 9(08)      VALUE 0.
       01 WS-PERIODO-STATUS            PIC X(02).
      * CAMBIOS BANCARIOS / DE PAGO DEL MAESTRO QUE AUN ESPERAN LA
      * APROBACION DE UN SEGUNDO OPERADOR: EL LOTE SOLO LOS AVISA.
       01 WS-CAMBIO-PEND-STATUS        PIC X(02).
       01 WS-FIN-CAMBIOS-OK            PIC X          VALUE 'N'.
          88 WS-FIN-CAMBIOS                           VALUE 'S'.
       01 WS-CONTADOR-CAMBIOS-PEND     PIC 9(05)      VALUE 0.
       01 WS-FECHA-PERIODO-TEXTO       PIC X(08)      VALUE SPACE.

      **************************************
      * AUTORIZACION PREVIA DE HORAS        *
      * EXTRAS: SOLO SE PAGAN CON RECARGO   *
      * LAS HORAS SOBRE 40 APROBADAS EN     *
      * HORAS-EXTRAS-AUT.DAT PARA EL        *
      * PERIODO. EL EXCESO SE PAGA A        *
      * TARIFA SIMPLE O SE RETIENE SEGUN    *
      * HORAS-EXTRAS-CONFIG.DAT Y SALE EN   *
      * EL REPORTE DE EXCEPCIONES POR       *
      * DEPARTAMENTO.                       *
      **************************************
       01 WS-HORAS-EXTRAS-AUT-STATUS   PIC X(02).
       01 WS-HEX-CONFIG-STATUS         PIC X(02).
       01 WS-HEX-EXCEPCION-STATUS      PIC X(02).
       01 WS-HEX-REPORTE-STATUS        PIC X(02).
       01 WS-HEX-RETENIDAS-STATUS      PIC X(02).
       01 WS-HAY-AUT-HEX-OK            PIC X          VALUE 'N'.
          88 WS-CON-AUT-HORAS-EXTRAS                  VALUE 'S'.
       01 WS-HAY-RET-HEX-OK            PIC X          VALUE 'N'.
          88 WS-CON-RETENCION-HEX                     VALUE 'S'.
       01 WS-HEX-TRATAMIENTO           PIC X(01)      VALUE 'S'.
          88 WS-HEX-EXCESO-SIMPLE                     VALUE 'S'.
          88 WS-HEX-EXCESO-RETENIDO                   VALUE 'R'.
       01 WS-HEX-EXCEPCION-FILENAME    PIC X(24)
                                       VALUE "HORAS-EXTRAS-EXC.WRK".
       01 WS-HEX-REPORTE-FILENAME      PIC X(24)
                                       VALUE "HORAS-EXTRAS-EXC.TXT".
       01 WS-HEX-HORAS-EXTRAS          PIC 9(03)V9999 VALUE 0.
       01 WS-HEX-HORAS-APROBADAS       PIC 9(03)V9999 VALUE 0.
       01 WS-HEX-HORAS-EXCESO          PIC 9(03)V9999 VALUE 0.
       01 WS-HEX-PAGO-EXCESO           PIC 9(06)V99   VALUE 0.
       01 WS-FIN-HEX-SORT-OK           PIC X          VALUE 'N'.
          88 WS-FIN-HEX-SORT                          VALUE 'S'.
       01 WS-HEX-DEPTO-ACTUAL          PIC X(04)      VALUE SPACE.
       01 WS-HEX-DEPTO-CONTADOR        PIC 9(05)      VALUE 0.
       01 WS-HEX-DEPTO-EXCESO          PIC 9(06)V99   VALUE 0.
       01 WS-HEX-DEPTO-PAGO            PIC 9(08)V99   VALUE 0.
       01 WS-HEX-CONTADOR-EXC          PIC 9(05)      VALUE 0.
       01 WS-HEX-TOTAL-EXCESO          PIC 9(06)V99   VALUE 0.
       01 WS-HEX-TOTAL-PAGO            PIC 9(08)V99   VALUE 0.
       01 WS-HEX-HORAS-DISPLAY         PIC ZZ9.99.
       01 WS-HEX-TOTAL-DISPLAY         PIC ZZZ,ZZ9.99.
       01 WS-HEX-PAGO-DISPLAY          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-LINEA-HEX.
          05 FILLER                    PIC X(01)      VALUE SPACE.
          05 WS-HEX-LIN-EMP-ID         PIC X(06).
          05 FILLER                    PIC X(01)      VALUE SPACE.
          05 WS-HEX-LIN-NOMBRE         PIC X(20).
          05 FILLER                    PIC X(02)      VALUE SPACE.
          05 WS-HEX-LIN-EXTRAS         PIC ZZ9.99.
          05 FILLER                    PIC X(02)      VALUE SPACE.
          05 WS-HEX-LIN-APROBADAS      PIC ZZ9.99.
          05 FILLER                    PIC X(02)      VALUE SPACE.
          05 WS-HEX-LIN-EXCESO         PIC ZZ9.99.
          05 FILLER                    PIC X(02)      VALUE SPACE.
          05 WS-HEX-LIN-TRATAMIENTO    PIC X(08).
          05 FILLER                    PIC X(01)      VALUE SPACE.
          05 WS-HEX-LIN-PAGO           PIC ZZZ,ZZ9.99.
       01 WS-LINEA-TITULO-HEX.
          05 FILLER                    PIC X(28)
                                       VALUE " EMPL.  NOMBRE".
          05 FILLER                    PIC X(45)      VALUE
             "  EXTRAS  AUTOR.  EXCESO  TRATAM.   PAGO EXC.".
       01 WS-PERIODO-RECHAZADO-OK      PIC X          VALUE 'N'.
          88 WS-PERIODO-RECHAZADO                     VALUE 'S'.
          88 WS-PERIODO-ACEPTADO                      VALUE 'N'.
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
      * EN LA CADENA NADIE DIGITA HORAS: EL EMPLEADO POR HORA SIN
      * PONCHES SE PAGA EN CERO, SE CUENTA Y EL PASO TERMINA EN 4.
       01 WS-SIN-PONCHE-CADENA         PIC 9(05)      VALUE 0.

      **************************************
      * RESPALDO PREVIO DE LOS MAESTROS     *
      * QUE EL LOTE REESCRIBE (REQ. 042)    *
       01 WS-VOUCHER-SECUENCIA         PIC 9(06)      VALUE 0.
       01 WS-CONTADOR-VALES            PIC 9(05)      VALUE 0.
       01 WS-VALE-MONTO-DISPLAY        PIC ZZZ,ZZ9.99.
      * LOS VALES DEL LOTE APROBADO PASAN AL REGISTRO PERMANENTE DEL
      * CAJERO (VALES-CAJA.DAT) APENAS SE PUBLICA PAGO-VOUCHER.DAT.
       01 WS-VALES-INCORPORADOS        PIC 9(05)      VALUE 0.
       01 WS-INCORPORA-RESULTADO       PIC X(01)      VALUE '0'.

      **************************************
      * ARCHIVO DE PONCHES (REQ. 016):      *
       01 WS-DED-SALDO-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-CONTADOR-DED-ACTIVAS      PIC 9(05)      VALUE 0.

      **************************************
      * INGRESOS Y DESCUENTOS EVENTUALES    *
      * DEL EMPLEADO EN PROCESO: LOS        *
      * MOVIMIENTOS PENDIENTES CON FECHA DE *
      * LOTE HASTA LA DEL PERIODO. LOS      *
      * INGRESOS SUMAN AL BRUTO Y A LAS     *
      * BASES DONDE ESTAN AFECTOS; LOS      *
      * DESCUENTOS SE TOMAN DEL NETO.       *
      **************************************
       01 WS-CONCEPTO-EV-STATUS        PIC X(02).
       01 WS-MOVIMIENTO-EV-STATUS      PIC X(02).
       01 WS-HAY-EVENTUALES-OK         PIC X          VALUE 'N'.
          88 WS-CON-EVENTUALES                        VALUE 'S'.
       01 WS-FIN-MOVIMIENTOS-OK        PIC X          VALUE 'N'.
          88 WS-FIN-MOVIMIENTOS                       VALUE 'S'.
       01 WS-CONCEPTO-EV-OK            PIC X          VALUE 'N'.
          88 WS-CONCEPTO-EV-HALLADO                   VALUE 'S'.
       01 WS-MEV-TOTAL-INGRESOS        PIC 9(06)V99   VALUE 0.
       01 WS-MEV-TOTAL-DESCUENTOS      PIC 9(06)V99   VALUE 0.
       01 WS-MEV-NO-AFECTO-IMPUESTO    PIC 9(06)V99   VALUE 0.
       01 WS-MEV-NO-AFECTO-PENSION     PIC 9(06)V99   VALUE 0.
       01 WS-MEV-NO-AFECTO-ESSALUD     PIC 9(06)V99   VALUE 0.
      * INGRESOS EVENTUALES NO AFECTOS AL IMPUESTO YA PAGADOS EN EL
      * ANO: ESTAN EN EL YTD DEL MAESTRO Y NO DEBEN ANUALIZARSE.
       01 WS-YTD-NO-AFECTO-IMPUESTO    PIC 9(08)V99   VALUE 0.
       01 WS-YTD-BASE-IMPUESTO         PIC 9(08)V99   VALUE 0.
       01 WS-MEV-ANO-APLICADO          PIC 9(04)      VALUE 0.
       01 WS-BASE-IMPUESTO-SEMANA      PIC 9(06)V99   VALUE 0.
       01 WS-BASE-PENSION-SEMANA       PIC 9(06)V99   VALUE 0.
       01 WS-BASE-ESSALUD-SEMANA       PIC 9(06)V99   VALUE 0.
       01 WS-CONTADOR-MEV              PIC 9(02)      VALUE 0.
       01 WS-CONTADOR-MEV-OMITIDOS     PIC 9(02)      VALUE 0.
       01 WS-CONTADOR-MEV-MARCADOS     PIC 9(02)      VALUE 0.
       01 WS-TABLA-MEV-APLICADOS.
          05 WS-MEV-APLICADO OCCURS 10 TIMES
                                       INDEXED BY WS-IDX-MEV.
             10 WS-MEV-APL-CLAVE       PIC X(16).
             10 WS-MEV-APL-CONCEPTO    PIC X(04).
             10 WS-MEV-APL-DESCRIPCION PIC X(20).
             10 WS-MEV-APL-CLASE       PIC X(01).
             10 WS-MEV-APL-REFERENCIA  PIC X(15).
             10 WS-MEV-APL-MONTO       PIC 9(06)V99.
             10 WS-MEV-APL-ESTADO      PIC X(01).
                88 WS-MEV-APL-PAGADO                  VALUE 'S'.
       01 WS-MEV-CLASE-STUB            PIC X(01)      VALUE SPACE.
       01 WS-MEV-MONTO-DISPLAY         PIC ZZZ,ZZ9.99.

      **************************************
      * RMV Y UIT VIGENTES A LA FECHA DEL   *
      * LOTE: LA ASIGNACION FAMILIAR ES EL  *
      * 10% DE LA RMV AL MES (SIETE         *
      * TREINTAVOS EN LA PLANILLA SEMANAL), *
      * Y NINGUNA TARIFA DEBE QUEDAR BAJO   *
      * LA RMV (POR HORA: RMV / 30 / 8).    *
      **************************************
       01 WS-PARAMETRO-LEGAL-STATUS    PIC X(02).
       01 WS-DEPENDIENTE-STATUS        PIC X(02).
       01 WS-CON-PARAMETROS-OK         PIC X          VALUE 'N'.
          88 WS-CON-PARAMETROS-LEGALES                VALUE 'S'.
       01 WS-HAY-DEPENDIENTES-OK       PIC X          VALUE 'N'.
          88 WS-CON-DEPENDIENTES                      VALUE 'S'.
       01 WS-FIN-PARAMETROS-OK         PIC X          VALUE 'N'.
          88 WS-FIN-PARAMETROS                        VALUE 'S'.
       01 WS-FIN-DEPENDIENTES-OK       PIC X          VALUE 'N'.
          88 WS-FIN-DEPENDIENTES                      VALUE 'S'.
       01 WS-DERECHO-ASIG-OK           PIC X          VALUE 'N'.
          88 WS-CON-DERECHO-ASIG                      VALUE 'S'.
       01 WS-BAJO-RMV-OK               PIC X          VALUE 'N'.
          88 WS-BAJO-RMV                              VALUE 'S'.
       01 WS-PRL-FECHA-VIGENCIA        PIC 9(08)      VALUE 0.
       01 WS-RMV                       PIC 9(06)V99   VALUE 0.
       01 WS-UIT                       PIC 9(06)V99   VALUE 0.
       01 WS-RMV-HORA                  PIC 9(06)V99   VALUE 0.
       01 WS-TASA-ASIG-FAMILIAR        PIC V99 COMP-3 VALUE .10.
       01 WS-ASIG-FAMILIAR-MES         PIC 9(06)V99   VALUE 0.
       01 WS-ASIG-FAMILIAR-SEMANA      PIC 9(06)V99   VALUE 0.
       01 WS-ASIG-FAMILIAR             PIC 9(06)V99   VALUE 0.
       01 WS-DEP-FECHA-LIMITE          PIC 9(08)      VALUE 0.
       01 WS-CONTADOR-BAJO-RMV         PIC 9(05)      VALUE 0.
       01 WS-RMV-DISPLAY               PIC ZZZ,ZZ9.99.
       01 WS-ASIG-FAMILIAR-DISPLAY     PIC ZZZ,ZZ9.99.

      **************************************
      * HISTORICO DEL REGISTRO DE NOMINA Y  *
      * ANALISIS DE VARIANZA SEMANAL        *
      *****************************************************************
      * EL ID DE OPERADOR LLEGA YA VERIFICADO DESDE EL INICIO DE      *
      * SESION DE HOLA-MUNDO (REQ. 023); SOLO SI LLEGA EN BLANCO SE   *
      * PIDE EN PANTALLA. DESDE CADENA-SEMANAL LLEGAN ADEMAS EL MODO, *
      * EL TIPO DE PLANILLA Y EL PERIODO, Y NO SE PREGUNTAN.          *
      *****************************************************************
       LINKAGE SECTION.
       01  LNK-OPERADOR-ID             PIC X(08).
           COPY CADENA-PARAMETROS-RECORD.

       PROCEDURE DIVISION USING LNK-OPERADOR-ID
                                CADENA-PARAMETROS-RECORD.

       MAIN-PROCEDURE.
      * NADIE CORRE ENCIMA DE OTRO TRABAJO DEL SISTEMA (REQ. 041):
      * EL CANDADO SE TOMA ANTES DE ABRIR CUALQUIER ARCHIVO.
           MOVE LNK-OPERADOR-ID TO WS-OPERADOR-ID
           MOVE 0 TO WS-CODIGO-RETORNO
           PERFORM REGISTRAR-EJECUCION-INICIO
           IF WS-EJECUCION-DENEGADA
              MOVE 16 TO WS-CODIGO-RETORNO
           ELSE
              PERFORM INICIALIZAR-LOTE
      * UN PERIODO YA PAGADO SE RECHAZA ANTES DE ABRIR NINGUN
                 PERFORM EJECUTAR-LOTE
              END-IF
              PERFORM REGISTRAR-EJECUCION-FIN
      * UNA SIMULACION NO PUBLICA ACH-PAYMENT.DAT: SI LA CADENA
      * SIGUIERA, TRANSMITIRIA EL ARCHIVO DEL LOTE ANTERIOR.
              IF CPA-DESDE-CADENA AND WS-MODO-SIMULACION
                 DISPLAY "SIMULACION DENTRO DE LA CADENA: NO HAY LOTE "
                         "NUEVO, LA CADENA SE DETIENE AQUI."
                 MOVE 16 TO WS-CODIGO-RETORNO
              END-IF
              IF WS-SIN-PONCHE-CADENA > 0 AND WS-CODIGO-RETORNO = 0
                 MOVE 4 TO WS-CODIGO-RETORNO
              END-IF
           END-IF
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

       REGISTRAR-EJECUCION-INICIO.
           PERFORM ABRIR-ARCHIVOS-LOTE
           PERFORM PROCESAR-UN-EMPLEADO UNTIL WS-FIN-MAESTRO
           PERFORM IMPRIMIR-REGISTRO-NOMINA
           IF WS-PLANILLA-SEMANAL
              PERFORM REPORTAR-HORAS-NO-AUTORIZADAS
           END-IF
      * LA SIMULACION NO ESCRIBE HISTORICO, ASI QUE EL ANALISIS DE
      * VARIANZA Y EL ASIENTO CONTABLE SOLO CORREN EN MODO REAL.
           IF WS-MODO-REAL
              DISPLAY "ID DE OPERADOR: "
              ACCEPT WS-OPERADOR-ID
           END-IF
           MOVE 0 TO WS-SIN-PONCHE-CADENA
           MOVE 'R' TO WS-MODO-EJECUCION
           IF CPA-DESDE-CADENA
              MOVE CPA-MODO-EJECUCION TO WS-MODO-EJECUCION
           ELSE
              DISPLAY "MODO DE EJECUCION (R=REAL, S=SIMULACION): "
              ACCEPT WS-MODO-EJECUCION
           END-IF
           IF NOT WS-MODO-REAL AND NOT WS-MODO-SIMULACION
              DISPLAY "OPCION INVALIDA, SE ASUME MODO REAL."
              MOVE 'R' TO WS-MODO-EJECUCION
           END-IF
           MOVE 'S' TO WS-TIPO-PLANILLA
           IF CPA-DESDE-CADENA
              MOVE CPA-TIPO-PLANILLA TO WS-TIPO-PLANILLA
           ELSE
              DISPLAY "TIPO DE PLANILLA (S=SEMANAL, M=MENSUAL): "
              ACCEPT WS-TIPO-PLANILLA
           END-IF
           IF NOT WS-PLANILLA-SEMANAL AND NOT WS-PLANILLA-MENSUAL
              DISPLAY "OPCION INVALIDA, SE ASUME PLANILLA SEMANAL."
              MOVE 'S' TO WS-TIPO-PLANILLA
      * PROPIA, QUE ES LA QUE VIAJA AL HISTORICO, AL DETALLE DE
      * DEDUCCIONES Y A LA VENTANA DE AUSENCIAS, SIN QUE LA FECHA
      * DE HOY SE FILTRE EN ELLOS.
           MOVE SPACE TO WS-FECHA-PERIODO-TEXTO
           IF CPA-DESDE-CADENA
              MOVE CPA-FECHA-PERIODO TO WS-FECHA-PERIODO-TEXTO
           ELSE
              DISPLAY "FECHA DEL PERIODO A PAGAR (YYYYMMDD, "
                      "BLANCO = HOY): "
              ACCEPT WS-FECHA-PERIODO-TEXTO
           END-IF
           IF WS-FECHA-PERIODO-TEXTO NOT = SPACE
              IF WS-FECHA-PERIODO-TEXTO NUMERIC
                 MOVE WS-FECHA-PERIODO-TEXTO TO WS-LOTE-FECHA-CLAVE
                      WS-PERIODO-STATUS
              DISPLAY "SIN CONTROL DE PERIODOS NO SE CORRE EL LOTE."
              SET WS-PERIODO-RECHAZADO TO TRUE
              MOVE 16 TO WS-CODIGO-RETORNO
           ELSE
              MOVE WS-LOTE-FECHA-CLAVE TO PER-FECHA
              MOVE WS-TIPO-PLANILLA TO PER-TIPO
                       DISPLAY "CORRIDA RECHAZADA: PAGARLO DE NUEVO "
                               "DUPLICARIA LA PLANILLA COMPLETA."
                       SET WS-PERIODO-RECHAZADO TO TRUE
                       MOVE 16 TO WS-CODIGO-RETORNO
                    ELSE
                       DISPLAY "AVISO: EL PERIODO ESTABA ABIERTO "
                               "(CORRIDA ANTERIOR INCONCLUSA), SE "
                         "PRESTAMOS NI ADELANTOS."
              END-IF
           END-IF
           PERFORM ABRIR-MOVIMIENTOS-EVENTUALES
           MOVE 'N' TO WS-HAY-DEPENDIENTES-OK
           OPEN INPUT DEPENDIENTE-FILE
           IF WS-DEPENDIENTE-STATUS = "00"
              SET WS-CON-DEPENDIENTES TO TRUE
           ELSE
              IF WS-DEPENDIENTE-STATUS NOT = "35"
                 DISPLAY "AVISO: NO SE PUDO ABRIR DEPENDIENTES.DAT, "
                         "ESTADO: " WS-DEPENDIENTE-STATUS
              END-IF
           END-IF
           IF WS-EMP-MASTER-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR EMPLOYEE-MASTER-FILE, ESTADO: "
                      WS-EMP-MASTER-STATUS
                 TO WS-AUDIT-DESCRIPCION
           END-IF
           PERFORM ESCRIBIR-AUDITORIA
           PERFORM AVISAR-CAMBIOS-PENDIENTES
           PERFORM CARGAR-FERIADOS
           PERFORM CARGAR-TASAS-IMPUESTO
           PERFORM CARGAR-FONDOS-PENSION
           PERFORM CARGAR-PARAMETROS-LEGALES
      * LA PLANILLA MENSUAL NO PAGA POR PONCHES: NO SE CARGA EL
      * RELOJ MARCADOR NI SE AVISA POR SU AUSENCIA (REQ. 034).
           IF WS-PLANILLA-SEMANAL
              PERFORM CARGAR-PONCHES
              PERFORM PREPARAR-HORAS-EXTRAS
           END-IF
           PERFORM CARGAR-CALENDARIO-LABORAL
           PERFORM AJUSTAR-FECHA-PAGO-BANCARIA
                 WS-RESPALDO-RESULTADO
              END-CALL
           END-IF
           IF NOT WS-RESPALDO-FALLIDO
              MOVE "MOVIMIENTOS-EVENTUALES.DAT" TO WS-RESPALDO-ARCHIVO
              CALL "RESPALDO-ARCHIVO" USING WS-RESPALDO-ARCHIVO
                 WS-RESPALDO-RESULTADO
              END-CALL
           END-IF
           IF WS-RESPALDO-FALLIDO
              DISPLAY "ERROR: SIN RESPALDO PREVIO NO SE CORRE EL "
                      "LOTE; NINGUN EMPLEADO SERA PROCESADO."
              SET WS-FIN-MAESTRO TO TRUE
              MOVE 16 TO WS-CODIGO-RETORNO
           END-IF.

       LEER-CHECKPOINT-PREVIO.
           WRITE AUDIT-LOG-LINE
           MOVE SPACES TO WS-AUDIT-DESCRIPCION.

      *****************************************************************
      * AVISO AL INICIO DEL LOTE SI QUEDAN CAMBIOS BANCARIOS O DE     *
      * PAGO SIN APROBAR: ESOS EMPLEADOS SE PAGAN CON LOS DATOS QUE   *
      * TIENE HOY EL MAESTRO, NO CON LOS DIGITADOS. SIN EL ARCHIVO    *
      * NO HAY NADA PENDIENTE.                                        *
      *****************************************************************
       AVISAR-CAMBIOS-PENDIENTES.
           MOVE 0 TO WS-CONTADOR-CAMBIOS-PEND
           MOVE 'N' TO WS-FIN-CAMBIOS-OK
           OPEN INPUT CAMBIO-PENDIENTE-FILE
           IF WS-CAMBIO-PEND-STATUS = "00"
              PERFORM UNTIL WS-FIN-CAMBIOS
                 READ CAMBIO-PENDIENTE-FILE
                    AT END
                       SET WS-FIN-CAMBIOS TO TRUE
                    NOT AT END
                       IF CPE-PENDIENTE
                          ADD 1 TO WS-CONTADOR-CAMBIOS-PEND
                          DISPLAY "AVISO: EMPLEADO " CPE-EMP-ID
                                  " TIENE CAMBIO BANCARIO/DE PAGO "
                                  CPE-SECUENCIA " SIN APROBAR."
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CAMBIO-PENDIENTE-FILE
           END-IF
           IF WS-CONTADOR-CAMBIOS-PEND > 0
              DISPLAY "AVISO: " WS-CONTADOR-CAMBIOS-PEND
                      " CAMBIO(S) PENDIENTE(S) DE APROBACION; SE "
                      "PAGAN CON LOS DATOS ACTUALES DEL MAESTRO."
              STRING "AVISO CAMBIOS SENSIBLES PENDIENTES="
                     WS-CONTADOR-CAMBIOS-PEND
                     DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
              PERFORM ESCRIBIR-AUDITORIA
           END-IF.

       CARGAR-FERIADOS.
           OPEN INPUT HOLIDAY-CALENDAR-FILE
           IF WS-FERIADO-STATUS = "00"
                      "DE RESPALDO; PIDA EL ARCHIVO A CONTABILIDAD."
           END-IF.

      *****************************************************************
      * PARAMETROS LEGALES VIGENTES A LA FECHA DEL LOTE: EL REGISTRO  *
      * DE PARAMETROS-LEGALES.DAT CON LA MAYOR FECHA DE VIGENCIA QUE  *
      * NO PASE LA DEL LOTE, SIN IMPORTAR EL ORDEN DEL ARCHIVO. SIN   *
      * PARAMETROS NO SE PAGA ASIGNACION FAMILIAR NI SE CONTROLA LA   *
      * RMV, Y SE AVISA PARA QUE CONTABILIDAD LOS REGISTRE.           *
      *****************************************************************
       CARGAR-PARAMETROS-LEGALES.
           MOVE 'N' TO WS-CON-PARAMETROS-OK
           MOVE 'N' TO WS-FIN-PARAMETROS-OK
           MOVE 0 TO WS-PRL-FECHA-VIGENCIA
           OPEN INPUT PARAMETRO-LEGAL-FILE
           IF WS-PARAMETRO-LEGAL-STATUS = "00"
              PERFORM UNTIL WS-FIN-PARAMETROS
                 READ PARAMETRO-LEGAL-FILE
                    AT END
                       SET WS-FIN-PARAMETROS TO TRUE
                    NOT AT END
                       IF PRL-FECHA-VIGENCIA <= WS-LOTE-FECHA-CLAVE
                          AND PRL-FECHA-VIGENCIA
                              >= WS-PRL-FECHA-VIGENCIA
                          AND PRL-RMV > 0
                          MOVE PRL-FECHA-VIGENCIA
                             TO WS-PRL-FECHA-VIGENCIA
                          MOVE PRL-RMV TO WS-RMV
                          MOVE PRL-UIT TO WS-UIT
                          SET WS-CON-PARAMETROS-LEGALES TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PARAMETRO-LEGAL-FILE
           END-IF
           IF WS-CON-PARAMETROS-LEGALES
              COMPUTE WS-RMV-HORA ROUNDED =
                 WS-RMV / (30 * WS-HORAS-JORNADA-DIARIA)
              COMPUTE WS-ASIG-FAMILIAR-MES ROUNDED =
                 WS-RMV * WS-TASA-ASIG-FAMILIAR
              COMPUTE WS-ASIG-FAMILIAR-SEMANA ROUNDED =
                 WS-ASIG-FAMILIAR-MES * 7 / 30
              MOVE WS-RMV TO WS-RMV-DISPLAY
              DISPLAY "RMV VIGENTE DESDE " WS-PRL-FECHA-VIGENCIA
                      ": " WS-RMV-DISPLAY
           ELSE
              DISPLAY "AVISO: NO HAY RMV VIGENTE EN "
                      "PARAMETROS-LEGALES.DAT PARA EL LOTE."
              DISPLAY "       NO SE PAGARA ASIGNACION FAMILIAR NI SE "
                      "CONTROLARA LA RMV; PIDALA A CONTABILIDAD."
           END-IF.

      *****************************************************************
      * ASIGNACION FAMILIAR DEL EMPLEADO EN PROCESO: SE SUMA AL BRUTO *
      * (ES REMUNERACION Y PAGA IMPUESTO, PENSION Y ESSALUD) SI TIENE *
      * AL MENOS UN HIJO VIGENTE MENOR DE 18 ANOS A LA FECHA DEL      *
      * LOTE, O MENOR DE 24 QUE SIGA ESTUDIOS SUPERIORES.             *
      *****************************************************************
       CALCULAR-ASIGNACION-FAMILIAR.
           MOVE 0 TO WS-ASIG-FAMILIAR
           MOVE 'N' TO WS-DERECHO-ASIG-OK
           IF WS-CON-PARAMETROS-LEGALES AND WS-CON-DEPENDIENTES
              MOVE 'N' TO WS-FIN-DEPENDIENTES-OK
              MOVE WS-EMP-ID TO DEP-EMP-ID
              MOVE 0 TO DEP-SECUENCIA
              START DEPENDIENTE-FILE
                 KEY IS NOT LESS THAN DEP-CLAVE
                 INVALID KEY
                    SET WS-FIN-DEPENDIENTES TO TRUE
              END-START
              PERFORM UNTIL WS-FIN-DEPENDIENTES
                 READ DEPENDIENTE-FILE NEXT RECORD
                    AT END
                       SET WS-FIN-DEPENDIENTES TO TRUE
                    NOT AT END
                       IF DEP-EMP-ID NOT = WS-EMP-ID
                          SET WS-FIN-DEPENDIENTES TO TRUE
                       ELSE
                          PERFORM EVALUAR-DEPENDIENTE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           IF WS-CON-DERECHO-ASIG
              IF WS-PLANILLA-MENSUAL
                 MOVE WS-ASIG-FAMILIAR-MES TO WS-ASIG-FAMILIAR
              ELSE
                 MOVE WS-ASIG-FAMILIAR-SEMANA TO WS-ASIG-FAMILIAR
              END-IF
              ADD WS-ASIG-FAMILIAR TO WS-PAY-TOTAL
           END-IF.

       EVALUAR-DEPENDIENTE.
           IF DEP-VIGENTE AND DEP-HIJO
              IF DEP-ESTUDIA
                 COMPUTE WS-DEP-FECHA-LIMITE =
                    DEP-FECHA-NACIMIENTO + 240000
              ELSE
                 COMPUTE WS-DEP-FECHA-LIMITE =
                    DEP-FECHA-NACIMIENTO + 180000
              END-IF
              IF WS-LOTE-FECHA-CLAVE < WS-DEP-FECHA-LIMITE
                 SET WS-CON-DERECHO-ASIG TO TRUE
              END-IF
           END-IF.

      *****************************************************************
      * CONTROL DE LA RMV: EL SUELDO DEL MENSUAL, O LA TARIFA BASE    *
      * DEL HORARIO CONTRA LA RMV POR HORA (SIN DIFERENCIALES NI      *
      * RECARGOS, QUE SON ADICIONALES AL JORNAL). EL LOTE NO RETIENE  *
      * EL PAGO: AVISA, DEJA CONSTANCIA EN LA BITACORA Y CUENTA LOS   *
      * CASOS PARA EL REGISTRO DE NOMINA.                             *
      *****************************************************************
       VERIFICAR-REMUNERACION-MINIMA.
           MOVE 'N' TO WS-BAJO-RMV-OK
           IF WS-CON-PARAMETROS-LEGALES
              IF WS-PLANILLA-MENSUAL
                 IF EMP-SALARIO-MENSUAL < WS-RMV
                    SET WS-BAJO-RMV TO TRUE
                 END-IF
              ELSE
                 IF WS-PAY-PER-HOUR < WS-RMV-HORA
                    SET WS-BAJO-RMV TO TRUE
                 END-IF
              END-IF
           END-IF
           IF WS-BAJO-RMV
              ADD 1 TO WS-CONTADOR-BAJO-RMV
              MOVE WS-RMV TO WS-RMV-DISPLAY
              DISPLAY "AVISO: EL EMPLEADO " WS-EMP-ID
                      " TIENE UN PAGO MENOR A LA RMV ("
                      WS-RMV-DISPLAY "); REVISE SU TARIFA."
              STRING "EMPLEADO " WS-EMP-ID " PAGO BAJO LA RMV "
                     WS-RMV-DISPLAY
                     DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
              PERFORM ESCRIBIR-AUDITORIA
           END-IF.

      *****************************************************************
      * TASA DE PENSION DEL EMPLEADO EN PROCESO (REQ. 031): SE BUSCA  *
      * SU REGIMEN DEL MAESTRO EN LA TABLA DE FONDOS; UN REGIMEN EN   *
              ELSE
                 PERFORM CALCULO-PAGO
              END-IF
              PERFORM VERIFICAR-REMUNERACION-MINIMA
              PERFORM MOSTRAR-RESULTADOS
              PERFORM ESCRIBIR-RECIBO-PAGO
              PERFORM GENERAR-PAGO-ACH
                 PERFORM ESCRIBIR-DETALLE-ESSALUD
                 PERFORM ESCRIBIR-REGISTRO-HISTORICO
                 PERFORM ACTUALIZAR-MAESTRO-EMPLEADO
                 PERFORM MARCAR-EVENTUALES-APLICADOS
                 PERFORM ESCRIBIR-CHECKPOINT
              END-IF
              STRING "EMPLEADO " WS-EMP-ID " PAGO NETO "
              DISPLAY "TIPO DE TURNO (DERIVADO DEL RELOJ MARCADOR): "
                      WS-TIPO-TURNO
              DISPLAY "FERIADO SEGUN CALENDARIO: " WS-ES-FERIADO
           ELSE
           IF CPA-DESDE-CADENA
              PERFORM OMITIR-HORAS-MANUAL
           ELSE
              DISPLAY "SIN REGISTRO DE RELOJ MARCADOR, INGRESO MANUAL."
              PERFORM INGRESAR-HORAS-MANUAL
              ACCEPT WS-TIPO-TURNO
              DISPLAY "TRABAJO EN FERIADO? (S/N):"
              ACCEPT WS-ES-FERIADO
           END-IF
           END-IF.

      *****************************************************************
      * EN LA CADENA NO HAY QUIEN DIGITE LAS HORAS: EL EMPLEADO SIN   *
      * PONCHES QUEDA CON CERO HORAS Y UNA LINEA DE AUDITORIA, Y EL   *
      * PASO TERMINA CON AVISO (CODIGO 4), QUE DETIENE LA CADENA      *
      * ANTES DE TRANSMITIR PARA QUE SE REVISE. LO QUE CORRESPONDA    *
      * SE PAGA LUEGO COMO AJUSTE RETROACTIVO.                        *
      *****************************************************************
       OMITIR-HORAS-MANUAL.
           DISPLAY "SIN REGISTRO DE RELOJ MARCADOR, SE PAGA CERO "
                   "HORAS (CORRIDA DE CADENA)."
           MOVE 0 TO WS-HOUR
           MOVE 0 TO WS-MINUTE
           MOVE 0 TO WS-SECONDS
           SET WS-TURNO-DIA TO TRUE
           MOVE 'N' TO WS-ES-FERIADO
           ADD 1 TO WS-SIN-PONCHE-CADENA
           STRING "SIN PONCHES EN CADENA, CERO HORAS EMP=" WS-EMP-ID
                  DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
           PERFORM ESCRIBIR-AUDITORIA.

       INGRESAR-HORAS-MANUAL.
           DISPLAY "INGRESE LAS HORAS TRABAJADAS:".
           DISPLAY "HORAS:".
              END-IF
           END-IF

      * SOLO LAS HORAS EXTRAS AUTORIZADAS PARA EL PERIODO LLEVAN EL
      * RECARGO; EL EXCESO VA A TARIFA SIMPLE O QUEDA RETENIDO SEGUN
      * LA POLITICA, Y SIEMPRE QUEDA EN EL REPORTE DE EXCEPCIONES.
           IF WS-TOTAL-HOURS > 40
              PERFORM AUTORIZAR-HORAS-EXTRAS
              COMPUTE WS-OVERTIME-PAYMENT =
                 WS-HEX-HORAS-APROBADAS * WS-PAY-PER-HOUR-EFECTIVO
                 * WS-COMMISSION
              COMPUTE WS-PAY-TOTAL = WS-OVERTIME-PAYMENT
                 +(40 * WS-PAY-PER-HOUR-EFECTIVO)
              IF WS-HEX-HORAS-EXCESO > 0
                 IF WS-HEX-EXCESO-SIMPLE
                    COMPUTE WS-HEX-PAGO-EXCESO ROUNDED =
                       WS-HEX-HORAS-EXCESO * WS-PAY-PER-HOUR-EFECTIVO
                    ADD WS-HEX-PAGO-EXCESO TO WS-PAY-TOTAL
                 END-IF
                 PERFORM REGISTRAR-EXCESO-HORAS-EXTRAS
              END-IF
           ELSE
              MOVE 0 TO WS-HEX-HORAS-APROBADAS
              MOVE 0 TO WS-HEX-HORAS-EXCESO
              MOVE 0 TO WS-HEX-PAGO-EXCESO
              COMPUTE WS-PAY-TOTAL =
                 WS-TOTAL-HOURS * WS-PAY-PER-HOUR-EFECTIVO
           END-IF.
              WS-HORAS-AUSENCIA-PAGADA * WS-PAY-PER-HOUR
           ADD WS-PAGO-AUSENCIA TO WS-PAY-TOTAL

      * LA ASIGNACION FAMILIAR ACOMPANA A UNA SEMANA CON PAGO; UNA
      * SEMANA SIN HORAS NI AUSENCIAS PAGADAS NO LA GENERA.
           MOVE 0 TO WS-ASIG-FAMILIAR
           IF WS-PAY-TOTAL > 0
              PERFORM CALCULAR-ASIGNACION-FAMILIAR
           END-IF
           PERFORM CARGAR-MOVIMIENTOS-EVENTUALES
           PERFORM CALCULAR-DEDUCCIONES-NETO.

      *****************************************************************
      * HORAS SOBRE 40 DEL EMPLEADO EN PROCESO CONTRA LO AUTORIZADO   *
      * PARA EL PERIODO: LO APROBADO (HASTA LAS HORAS REALES) VA CON  *
      * RECARGO Y EL RESTO ES EXCESO NO AUTORIZADO. SIN AUTORIZACION  *
      * TODO EL SOBRETIEMPO ES EXCESO.                                *
      *****************************************************************
       AUTORIZAR-HORAS-EXTRAS.
           MOVE 0 TO WS-HEX-HORAS-APROBADAS
           MOVE 0 TO WS-HEX-PAGO-EXCESO
           COMPUTE WS-HEX-HORAS-EXTRAS = WS-TOTAL-HOURS - 40
           IF WS-CON-AUT-HORAS-EXTRAS
              MOVE WS-EMP-ID TO HEA-EMP-ID
              MOVE WS-LOTE-FECHA-CLAVE TO HEA-SEMANA
              READ HORAS-EXTRAS-AUT-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE HEA-HORAS-APROBADAS TO WS-HEX-HORAS-APROBADAS
              END-READ
           END-IF
           IF WS-HEX-HORAS-APROBADAS > WS-HEX-HORAS-EXTRAS
              MOVE WS-HEX-HORAS-EXTRAS TO WS-HEX-HORAS-APROBADAS
           END-IF
           COMPUTE WS-HEX-HORAS-EXCESO =
              WS-HEX-HORAS-EXTRAS - WS-HEX-HORAS-APROBADAS.

       REGISTRAR-EXCESO-HORAS-EXTRAS.
           ADD 1 TO WS-HEX-CONTADOR-EXC
           IF EMP-DEPARTAMENTO = SPACE
              MOVE "GRAL" TO HXE-DEPARTAMENTO
           ELSE
              MOVE EMP-DEPARTAMENTO TO HXE-DEPARTAMENTO
           END-IF
           MOVE WS-EMP-ID TO HXE-EMP-ID
           MOVE WS-NAME TO HXE-NOMBRE
           MOVE WS-HEX-HORAS-EXTRAS TO HXE-HORAS-EXTRAS
           MOVE WS-HEX-HORAS-APROBADAS TO HXE-HORAS-APROBADAS
           MOVE WS-HEX-HORAS-EXCESO TO HXE-HORAS-EXCESO
           MOVE WS-HEX-TRATAMIENTO TO HXE-TRATAMIENTO
           MOVE WS-HEX-PAGO-EXCESO TO HXE-PAGO-EXCESO
           WRITE HORAS-EXTRAS-EXC-RECORD
           IF WS-HEX-EXCESO-RETENIDO AND WS-CON-RETENCION-HEX
              PERFORM GUARDAR-HORAS-RETENIDAS
           END-IF
           MOVE WS-HEX-HORAS-EXCESO TO WS-HEX-HORAS-DISPLAY
           DISPLAY "AVISO: EMPLEADO " WS-EMP-ID " CON "
                   WS-HEX-HORAS-DISPLAY
                   " HORAS EXTRAS SIN AUTORIZAR EN EL PERIODO."
           STRING "EMPLEADO " WS-EMP-ID " H.EXTRAS SIN AUTORIZAR "
                  WS-HEX-HORAS-DISPLAY " " WS-HEX-TRATAMIENTO
                  DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
           PERFORM ESCRIBIR-AUDITORIA.

      * LAS HORAS RETENIDAS QUEDAN CON LA TARIFA EFECTIVA Y EL RECARGO
      * DE LA SEMANA, PARA PAGARLAS IGUAL QUE SI SE HUBIERAN
      * AUTORIZADO A TIEMPO. UN LOTE QUE SE VUELVE A CORRER NO PISA
      * LO YA RETENIDO (PUEDE TENER HORAS LIBERADAS).
       GUARDAR-HORAS-RETENIDAS.
           MOVE WS-EMP-ID TO HER-EMP-ID
           MOVE WS-LOTE-FECHA-CLAVE TO HER-SEMANA
           MOVE WS-HEX-HORAS-EXCESO TO HER-HORAS-RETENIDAS
           MOVE WS-HEX-HORAS-APROBADAS TO HER-HORAS-APROBADAS
           MOVE WS-PAY-PER-HOUR-EFECTIVO TO HER-TARIFA-HORA
           MOVE WS-COMMISSION TO HER-FACTOR-RECARGO
           MOVE 0 TO HER-HORAS-LIBERADAS
           SET HER-PENDIENTE TO TRUE
           MOVE WS-OPERADOR-ID TO HER-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO HER-FECHA-REGISTRO
           WRITE HORAS-EXTRAS-RET-RECORD
              INVALID KEY
                 IF WS-HEX-RETENIDAS-STATUS NOT = "22"
                    DISPLAY "ERROR AL GRABAR HORAS RETENIDAS DEL "
                            "EMPLEADO " WS-EMP-ID ", ESTADO: "
                            WS-HEX-RETENIDAS-STATUS
                 END-IF
           END-WRITE.

      *****************************************************************
      * PREPARA EL PAGO DE UN EMPLEADO A SUELDO FIJO (REQ. 034): SIN  *
      * PONCHES, HORAS NI AUSENCIAS; SOLO SE EXIGE QUE EL SUELDO DEL  *
       CALCULO-PAGO-MENSUAL.
           MOVE 0 TO WS-TOTAL-HOURS
           MOVE 0 TO WS-OVERTIME-PAYMENT
           MOVE 0 TO WS-HEX-HORAS-APROBADAS
           MOVE 0 TO WS-HEX-HORAS-EXCESO
           MOVE 0 TO WS-HEX-PAGO-EXCESO
           MOVE WS-PAY-PER-HOUR TO WS-PAY-PER-HOUR-EFECTIVO
           MOVE EMP-SALARIO-MENSUAL TO WS-PAY-TOTAL
           PERFORM CALCULAR-ASIGNACION-FAMILIAR
           PERFORM CARGAR-MOVIMIENTOS-EVENTUALES
           PERFORM CALCULAR-DEDUCCIONES-NETO.

       CALCULAR-DEDUCCIONES-NETO.
      * LOS INGRESOS EVENTUALES NO AFECTOS SALEN DE LA BASE QUE NO
      * LOS GRAVA; SIN EVENTUALES LAS TRES BASES SON EL BRUTO.
           COMPUTE WS-BASE-IMPUESTO-SEMANA =
              WS-PAY-TOTAL - WS-MEV-NO-AFECTO-IMPUESTO
           COMPUTE WS-BASE-PENSION-SEMANA =
              WS-PAY-TOTAL - WS-MEV-NO-AFECTO-PENSION
           COMPUTE WS-BASE-ESSALUD-SEMANA =
              WS-PAY-TOTAL - WS-MEV-NO-AFECTO-ESSALUD
      * RETENCION POR METODO ACUMULADO (REQ. 030): EL IMPUESTO DE LA
      * SEMANA ES EL IMPUESTO ANUAL DE (YTD + SEMANA) MENOS EL DEL
      * YTD YA ACUMULADO, ASI LO RETENIDO EN EL ANO SIEMPRE COINCIDE
      * CON LA ESCALA ANUAL, SIN SOBRE-RETENER A LOS SUELDOS BAJOS
      * NI SUB-RETENER A LOS ALTOS.
      * EL YTD DEL MAESTRO ES BRUTO: LOS INGRESOS EVENTUALES NO
      * AFECTOS DE LOTES ANTERIORES DEL ANO SE QUITAN ANTES DE
      * ANUALIZAR, IGUAL QUE SE QUITAN DE LA BASE DE LA SEMANA.
           IF WS-CON-TASAS-IMPUESTO
              IF WS-YTD-NO-AFECTO-IMPUESTO < WS-YTD-GROSS
                 COMPUTE WS-YTD-BASE-IMPUESTO =
                    WS-YTD-GROSS - WS-YTD-NO-AFECTO-IMPUESTO
              ELSE
                 MOVE 0 TO WS-YTD-BASE-IMPUESTO
              END-IF
              MOVE WS-YTD-BASE-IMPUESTO TO WS-BASE-ANUAL
              PERFORM CALCULAR-IMPUESTO-ANUAL
              MOVE WS-IMPUESTO-ANUAL TO WS-IMPUESTO-ANUAL-PREVIO
              COMPUTE WS-BASE-ANUAL =
                 WS-YTD-BASE-IMPUESTO + WS-BASE-IMPUESTO-SEMANA
              PERFORM CALCULAR-IMPUESTO-ANUAL
              COMPUTE WS-IMPUESTO-RETENIDO =
                 WS-IMPUESTO-ANUAL - WS-IMPUESTO-ANUAL-PREVIO
           ELSE
              COMPUTE WS-IMPUESTO-RETENIDO =
                 WS-BASE-IMPUESTO-SEMANA * WS-FIXED-TAX
           END-IF
      * LA PENSION SE RETIENE CON LAS TASAS DEL REGIMEN (ONP O AFP)
      * DEL EMPLEADO (REQ. 031), NO CON UNA TASA UNICA PARA TODOS.
           PERFORM BUSCAR-FONDO-EMPLEADO
           COMPUTE WS-PENSION-RETENIDA ROUNDED =
              WS-BASE-PENSION-SEMANA * WS-TASA-PENSION-EFECTIVA
           COMPUTE WS-OTRAS-DEDUCCIONES =
              WS-PAY-TOTAL * WS-TASA-OTRAS-DEDUCCIONES
           COMPUTE WS-TOTAL-DEDUCCIONES =
      * EMPRESA SOBRE EL BRUTO, NO ENTRA A LAS DEDUCCIONES NI
      * REBAJA EL NETO DEL EMPLEADO.
           COMPUTE WS-APORTE-ESSALUD ROUNDED =
              WS-BASE-ESSALUD-SEMANA * WS-TASA-ESSALUD.

      * LAS DEDUCCIONES PERSONALES (EMBARGO, PRESTAMO, ADELANTO) SE
      * APLICAN DESPUES DE LAS RETENCIONES DE LEY; ENTRAN AL TOTAL
      * CONTROL) Y REBAJAN EL NETO (REQ. 028).
           PERFORM APLICAR-DEDUCCIONES-PERSONALES.

      * LOS DESCUENTOS EVENTUALES VAN DESPUES DE LOS EMBARGOS Y
      * PRESTAMOS, Y SOLO SI CABEN ENTEROS EN EL NETO QUE QUEDA.
           PERFORM APLICAR-DESCUENTOS-EVENTUALES.

           ADD WS-PAY-TOTAL TO WS-YTD-GROSS
           ADD WS-TOTAL-DEDUCCIONES TO WS-YTD-DEDUCCIONES
      * AL ACUMULADO SOLO ENTRAN LAS HORAS PAGADAS COMO EXTRAS (LAS
      * AUTORIZADAS); EL EXCESO NO AUTORIZADO NO ES SOBRETIEMPO.
           ADD WS-HEX-HORAS-APROBADAS TO WS-YTD-HORAS-EXTRAS.

           ADD WS-HORAS-AUSENCIA-PAGADA TO WS-TOTAL-HOURS.

              END-IF
           END-IF.

      *****************************************************************
      * MOVIMIENTOS EVENTUALES DEL EMPLEADO EN PROCESO: LOS           *
      * PENDIENTES CON FECHA DE LOTE HASTA LA DEL PERIODO (LOS DE UN  *
      * LOTE ANTERIOR QUE NO SE PAGARON ENTRAN EN ESTE). LOS INGRESOS *
      * SE SUMAN AL BRUTO AQUI; LOS DESCUENTOS ESPERAN AL NETO. UN    *
      * CONCEPTO INEXISTENTE O UN EXCESO SOBRE LA TABLA DEJA EL       *
      * MOVIMIENTO PENDIENTE PARA EL LOTE SIGUIENTE. EN LA MISMA      *
      * LECTURA SE SUMAN LOS INGRESOS NO AFECTOS AL IMPUESTO QUE      *
      * LOTES ANTERIORES DEL ANO YA PAGARON.                          *
      *****************************************************************
       CARGAR-MOVIMIENTOS-EVENTUALES.
           MOVE 0 TO WS-CONTADOR-MEV
           MOVE 0 TO WS-YTD-NO-AFECTO-IMPUESTO
           MOVE 0 TO WS-CONTADOR-MEV-OMITIDOS
           MOVE 0 TO WS-MEV-TOTAL-INGRESOS
           MOVE 0 TO WS-MEV-TOTAL-DESCUENTOS
           MOVE 0 TO WS-MEV-NO-AFECTO-IMPUESTO
           MOVE 0 TO WS-MEV-NO-AFECTO-PENSION
           MOVE 0 TO WS-MEV-NO-AFECTO-ESSALUD
           IF WS-CON-EVENTUALES
              MOVE 'N' TO WS-FIN-MOVIMIENTOS-OK
              MOVE WS-EMP-ID TO MEV-EMP-ID
              MOVE 0 TO MEV-FECHA-LOTE
              MOVE 0 TO MEV-SECUENCIA
              START MOVIMIENTO-EVENTUAL-FILE
                 KEY IS NOT LESS THAN MEV-CLAVE
                 INVALID KEY
                    SET WS-FIN-MOVIMIENTOS TO TRUE
              END-START
              PERFORM UNTIL WS-FIN-MOVIMIENTOS
                 READ MOVIMIENTO-EVENTUAL-FILE NEXT RECORD
                    AT END
                       SET WS-FIN-MOVIMIENTOS TO TRUE
                    NOT AT END
                       IF MEV-EMP-ID NOT = WS-EMP-ID
                          OR MEV-FECHA-LOTE > WS-LOTE-FECHA-CLAVE
                          SET WS-FIN-MOVIMIENTOS TO TRUE
                       ELSE
                          IF MEV-PENDIENTE
                             PERFORM TOMAR-MOVIMIENTO-EVENTUAL
                          END-IF
                          IF MEV-APLICADO
                             PERFORM SUMAR-EVENTUAL-ANTERIOR
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-CONTADOR-MEV-OMITIDOS > 0
                 DISPLAY "AVISO: EMPLEADO " WS-EMP-ID " CON "
                         WS-CONTADOR-MEV-OMITIDOS
                         " MOVIMIENTOS EVENTUALES QUE QUEDAN "
                         "PENDIENTES."
              END-IF
           END-IF
           ADD WS-MEV-TOTAL-INGRESOS TO WS-PAY-TOTAL.

       TOMAR-MOVIMIENTO-EVENTUAL.
           MOVE MEV-CONCEPTO TO CEV-CODIGO
           MOVE 'N' TO WS-CONCEPTO-EV-OK
           READ CONCEPTO-EVENTUAL-FILE
              INVALID KEY
                 DISPLAY "AVISO: NO EXISTE EL CONCEPTO EVENTUAL "
                         MEV-CONCEPTO " (EMPLEADO " WS-EMP-ID ")."
              NOT INVALID KEY
                 SET WS-CONCEPTO-EV-HALLADO TO TRUE
           END-READ
           IF NOT WS-CONCEPTO-EV-HALLADO OR WS-CONTADOR-MEV >= 10
              ADD 1 TO WS-CONTADOR-MEV-OMITIDOS
           ELSE
              ADD 1 TO WS-CONTADOR-MEV
              SET WS-IDX-MEV TO WS-CONTADOR-MEV
              MOVE MEV-CLAVE TO WS-MEV-APL-CLAVE(WS-IDX-MEV)
              MOVE MEV-CONCEPTO TO WS-MEV-APL-CONCEPTO(WS-IDX-MEV)
              MOVE CEV-DESCRIPCION
                 TO WS-MEV-APL-DESCRIPCION(WS-IDX-MEV)
              MOVE CEV-CLASE TO WS-MEV-APL-CLASE(WS-IDX-MEV)
              MOVE MEV-REFERENCIA TO WS-MEV-APL-REFERENCIA(WS-IDX-MEV)
              MOVE MEV-MONTO TO WS-MEV-APL-MONTO(WS-IDX-MEV)
              MOVE 'N' TO WS-MEV-APL-ESTADO(WS-IDX-MEV)
              IF CEV-INGRESO
                 MOVE 'S' TO WS-MEV-APL-ESTADO(WS-IDX-MEV)
                 ADD MEV-MONTO TO WS-MEV-TOTAL-INGRESOS
                 IF NOT CEV-GRAVA-IMPUESTO
                    ADD MEV-MONTO TO WS-MEV-NO-AFECTO-IMPUESTO
                 END-IF
                 IF NOT CEV-GRAVA-PENSION
                    ADD MEV-MONTO TO WS-MEV-NO-AFECTO-PENSION
                 END-IF
                 IF NOT CEV-GRAVA-ESSALUD
                    ADD MEV-MONTO TO WS-MEV-NO-AFECTO-ESSALUD
                 END-IF
              END-IF
           END-IF.

      * UN INGRESO NO AFECTO PAGADO ANTES EN EL MISMO ANO (NO EN ESTE
      * LOTE, QUE AUN NO ESTA EN EL YTD) SALE DE LA BASE ANUAL.
       SUMAR-EVENTUAL-ANTERIOR.
           COMPUTE WS-MEV-ANO-APLICADO = MEV-LOTE-APLICADO / 10000
           IF WS-MEV-ANO-APLICADO = WS-LOTE-ANO
              AND MEV-LOTE-APLICADO < WS-LOTE-FECHA-CLAVE
              MOVE MEV-CONCEPTO TO CEV-CODIGO
              READ CONCEPTO-EVENTUAL-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CEV-INGRESO AND NOT CEV-GRAVA-IMPUESTO
                       ADD MEV-MONTO TO WS-YTD-NO-AFECTO-IMPUESTO
                    END-IF
              END-READ
           END-IF.

       APLICAR-DESCUENTOS-EVENTUALES.
           PERFORM VARYING WS-IDX-MEV FROM 1 BY 1
                   UNTIL WS-IDX-MEV > WS-CONTADOR-MEV
              IF WS-MEV-APL-CLASE(WS-IDX-MEV) = 'D'
                 IF WS-MEV-APL-MONTO(WS-IDX-MEV) > WS-PAY-NETO
                    DISPLAY "AVISO: DESCUENTO EVENTUAL "
                            WS-MEV-APL-CONCEPTO(WS-IDX-MEV)
                            " DEL EMPLEADO " WS-EMP-ID
                            " EXCEDE EL NETO; QUEDA PENDIENTE."
                 ELSE
                    MOVE 'S' TO WS-MEV-APL-ESTADO(WS-IDX-MEV)
                    ADD WS-MEV-APL-MONTO(WS-IDX-MEV)
                       TO WS-MEV-TOTAL-DESCUENTOS
                    ADD WS-MEV-APL-MONTO(WS-IDX-MEV)
                       TO WS-TOTAL-DEDUCCIONES
                    SUBTRACT WS-MEV-APL-MONTO(WS-IDX-MEV)
                       FROM WS-PAY-NETO
                 END-IF
              END-IF
           END-PERFORM.

      *****************************************************************
      * EN MODO REAL CADA MOVIMIENTO PAGADO QUEDA MARCADO CON EL LOTE *
      * Y LA PLANILLA ANTES DEL CHECKPOINT DEL EMPLEADO: UN REINICIO  *
      * O UNA CORRIDA DE RECUPERACION YA NO LO ENCUENTRA PENDIENTE.   *
      *****************************************************************
       MARCAR-EVENTUALES-APLICADOS.
           MOVE 0 TO WS-CONTADOR-MEV-MARCADOS
           PERFORM VARYING WS-IDX-MEV FROM 1 BY 1
                   UNTIL WS-IDX-MEV > WS-CONTADOR-MEV
              IF WS-MEV-APL-PAGADO(WS-IDX-MEV)
                 MOVE WS-MEV-APL-CLAVE(WS-IDX-MEV) TO MEV-CLAVE
                 READ MOVIMIENTO-EVENTUAL-FILE
                    INVALID KEY
                       DISPLAY "ERROR: NO SE HALLO EL MOVIMIENTO "
                               "EVENTUAL " MEV-CLAVE
                    NOT INVALID KEY
                       SET MEV-APLICADO TO TRUE
                       MOVE WS-LOTE-FECHA-CLAVE TO MEV-LOTE-APLICADO
                       MOVE WS-TIPO-PLANILLA TO MEV-PLANILLA-APLICADA
                       REWRITE MOVIMIENTO-EVENTUAL-RECORD
                          INVALID KEY
                             DISPLAY "ERROR AL MARCAR EL MOVIMIENTO "
                                     "EVENTUAL " MEV-CLAVE
                          NOT INVALID KEY
                             ADD 1 TO WS-CONTADOR-MEV-MARCADOS
                       END-REWRITE
                 END-READ
              END-IF
           END-PERFORM
           IF WS-CONTADOR-MEV-MARCADOS > 0
              STRING "EMPLEADO " WS-EMP-ID " EVENTUALES APLICADOS "
                     WS-CONTADOR-MEV-MARCADOS
                     DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
              PERFORM ESCRIBIR-AUDITORIA
           END-IF.

       NOMBRAR-TIPO-DEDUCCION.
           EVALUATE TRUE
              WHEN WS-DED-APL-TIPO(WS-IDX-DED) = 'E'
           DISPLAY "HORAS TRABAJADAS: " WS-TOTAL-HOURS-DISPLAY.
           DISPLAY "PAGO POR HORAS EXTRAS: "
                   WS-OVERTIME-PAYMENT-DISPLAY.
           IF WS-HEX-HORAS-EXCESO > 0
              MOVE WS-HEX-HORAS-EXCESO TO WS-HEX-HORAS-DISPLAY
              IF WS-HEX-EXCESO-SIMPLE
                 MOVE WS-HEX-PAGO-EXCESO TO WS-HEX-TOTAL-DISPLAY
                 DISPLAY "HORAS EXTRAS NO AUTORIZADAS: "
                         WS-HEX-HORAS-DISPLAY
                         " A TARIFA SIMPLE: " WS-HEX-TOTAL-DISPLAY
              ELSE
                 DISPLAY "HORAS EXTRAS NO AUTORIZADAS: "
                         WS-HEX-HORAS-DISPLAY " (RETENIDAS, SIN PAGO)"
              END-IF
           END-IF
           IF WS-HORAS-AUSENCIA-PAGADA > 0
              DISPLAY "HORAS DE AUSENCIA CON GOCE: "
                      WS-HORAS-AUS-PAG-DISPLAY
              DISPLAY "HORAS DE AUSENCIA SIN GOCE: "
                      WS-HORAS-AUS-SG-DISPLAY " (SIN PAGO)"
           END-IF
           IF WS-ASIG-FAMILIAR > 0
              MOVE WS-ASIG-FAMILIAR TO WS-ASIG-FAMILIAR-DISPLAY
              DISPLAY "ASIGNACION FAMILIAR: " WS-ASIG-FAMILIAR-DISPLAY
           END-IF
           IF WS-MEV-TOTAL-INGRESOS > 0
              MOVE WS-MEV-TOTAL-INGRESOS TO WS-MEV-MONTO-DISPLAY
              DISPLAY "INGRESOS EVENTUALES: " WS-MEV-MONTO-DISPLAY
           END-IF
           IF WS-MEV-TOTAL-DESCUENTOS > 0
              MOVE WS-MEV-TOTAL-DESCUENTOS TO WS-MEV-MONTO-DISPLAY
              DISPLAY "DESCUENTOS EVENTUALES: " WS-MEV-MONTO-DISPLAY
           END-IF
           DISPLAY "TIEMPO TRABAJADO (HH:MM:SS): "
                   WS-HOURS-WORKED-DISPLAY.
           DISPLAY "IMPUESTO RETENIDO: " WS-IMPUESTO-RETENIDO-DISPLAY.
               WS-OVERTIME-PAYMENT-DISPLAY
               DELIMITED BY SIZE INTO PAY-STUB-LINE
           WRITE PAY-STUB-LINE
           IF WS-HEX-HORAS-EXCESO > 0
              MOVE WS-HEX-HORAS-EXCESO TO WS-HEX-HORAS-DISPLAY
              MOVE SPACES TO PAY-STUB-LINE
              IF WS-HEX-EXCESO-SIMPLE
                 MOVE WS-HEX-PAGO-EXCESO TO WS-HEX-TOTAL-DISPLAY
                 STRING "EXTRAS NO AUTORIZADAS: " WS-HEX-HORAS-DISPLAY
                     " HORAS A TARIFA SIMPLE: " WS-HEX-TOTAL-DISPLAY
                     DELIMITED BY SIZE INTO PAY-STUB-LINE
              ELSE
                 STRING "EXTRAS NO AUTORIZADAS: " WS-HEX-HORAS-DISPLAY
                     " HORAS (RETENIDAS, SIN PAGO)"
                     DELIMITED BY SIZE INTO PAY-STUB-LINE
              END-IF
              WRITE PAY-STUB-LINE
           END-IF
           IF WS-HORAS-AUSENCIA-PAGADA > 0
              MOVE SPACES TO PAY-STUB-LINE
              STRING "AUSENCIA CON GOCE: " WS-HORAS-AUS-PAG-DISPLAY
           MOVE SPACES TO PAY-STUB-LINE
           STRING "-- INGRESOS --" DELIMITED BY SIZE INTO PAY-STUB-LINE
           WRITE PAY-STUB-LINE
           IF WS-ASIG-FAMILIAR > 0
              MOVE WS-ASIG-FAMILIAR TO WS-ASIG-FAMILIAR-DISPLAY
              MOVE SPACES TO PAY-STUB-LINE
              STRING "ASIGNACION FAMILIAR: " WS-ASIG-FAMILIAR-DISPLAY
                  DELIMITED BY SIZE INTO PAY-STUB-LINE
              WRITE PAY-STUB-LINE
           END-IF
           IF WS-MEV-TOTAL-INGRESOS > 0
              MOVE 'I' TO WS-MEV-CLASE-STUB
              PERFORM ESCRIBIR-STUB-EVENTUAL
                 VARYING WS-IDX-MEV FROM 1 BY 1
                 UNTIL WS-IDX-MEV > WS-CONTADOR-MEV
           END-IF
           MOVE SPACES TO PAY-STUB-LINE
           STRING "PAGO BRUTO: " WS-PAY-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO PAY-STUB-LINE
                 VARYING WS-IDX-DED FROM 1 BY 1
                 UNTIL WS-IDX-DED > WS-CONTADOR-DED-APLICADAS
           END-IF
           IF WS-MEV-TOTAL-DESCUENTOS > 0
              MOVE 'D' TO WS-MEV-CLASE-STUB
              PERFORM ESCRIBIR-STUB-EVENTUAL
                 VARYING WS-IDX-MEV FROM 1 BY 1
                 UNTIL WS-IDX-MEV > WS-CONTADOR-MEV
           END-IF
           MOVE SPACES TO PAY-STUB-LINE
           STRING "PAGO NETO: " WS-PAY-NETO-DISPLAY
               DELIMITED BY SIZE INTO PAY-STUB-LINE
               DELIMITED BY SIZE INTO PAY-STUB-LINE
           WRITE PAY-STUB-LINE.

       ESCRIBIR-STUB-EVENTUAL.
           IF WS-MEV-APL-PAGADO(WS-IDX-MEV)
              AND WS-MEV-APL-CLASE(WS-IDX-MEV) = WS-MEV-CLASE-STUB
              MOVE WS-MEV-APL-MONTO(WS-IDX-MEV) TO WS-MEV-MONTO-DISPLAY
              MOVE SPACES TO PAY-STUB-LINE
              STRING "  " WS-MEV-APL-DESCRIPCION(WS-IDX-MEV)
                  " REF " WS-MEV-APL-REFERENCIA(WS-IDX-MEV)
                  ": " WS-MEV-MONTO-DISPLAY
                  DELIMITED BY SIZE INTO PAY-STUB-LINE
              WRITE PAY-STUB-LINE
           END-IF.

       GENERAR-PAGO-ACH.
      * SIN DATOS BANCARIOS EL NETO YA NO SE QUEDA SIN CANAL: SALE
      * POR EL VALE DE CAJA NUMERADO (REQ. 039).
           SET DED-DET-OTRAS TO TRUE
           MOVE WS-OTRAS-DEDUCCIONES TO DED-DET-MONTO
           MOVE SPACE TO DED-DET-FONDO
           WRITE DEDUCCION-DETALLE-RECORD
           IF WS-CONTADOR-MEV > 0
              PERFORM ESCRIBIR-DETALLE-EVENTUAL
                 VARYING WS-IDX-MEV FROM 1 BY 1
                 UNTIL WS-IDX-MEV > WS-CONTADOR-MEV
           END-IF.

      * CADA INGRESO O DESCUENTO EVENTUAL PAGADO DEJA SU RENGLON
      * (EVI / EVD) JUNTO A LAS RETENCIONES DE LA SEMANA.
       ESCRIBIR-DETALLE-EVENTUAL.
           IF WS-MEV-APL-PAGADO(WS-IDX-MEV)
              IF WS-MEV-APL-CLASE(WS-IDX-MEV) = 'I'
                 SET DED-DET-ING-EVENTUAL TO TRUE
              ELSE
                 SET DED-DET-DESC-EVENTUAL TO TRUE
              END-IF
              MOVE WS-MEV-APL-MONTO(WS-IDX-MEV) TO DED-DET-MONTO
              MOVE SPACE TO DED-DET-FONDO
              WRITE DEDUCCION-DETALLE-RECORD
           END-IF.

       ESCRIBIR-DETALLE-ESSALUD.
           MOVE WS-EMP-ID TO ESS-EMP-ID
           MOVE WS-LOTE-FECHA-CLAVE TO ESS-FECHA
           MOVE WS-BASE-ESSALUD-SEMANA TO ESS-BASE
           MOVE WS-APORTE-ESSALUD TO ESS-APORTE
           WRITE ESSALUD-DETALLE-RECORD.

           END-IF
           DISPLAY "============================================".
           DISPLAY "EMPLEADOS PROCESADOS: " WS-REGISTRO-CONTADOR.
           IF WS-CONTADOR-BAJO-RMV > 0
              DISPLAY "EMPLEADOS CON PAGO BAJO LA RMV: "
                      WS-CONTADOR-BAJO-RMV
           END-IF
           DISPLAY "TOTAL NETO PAGADO EN EL LOTE: "
                   WS-REGISTRO-TOTAL-DISPLAY.
           IF WS-CONTADOR-DEPTOS > 0
                      "LIBERACION DE PAGO."
              MOVE "CONCILIACION CONFORME - LOTE APROBADO"
                 TO WS-AUDIT-DESCRIPCION
           ELSE
              MOVE "CONCILIACION FALLIDA - LOTE RETENIDO"
                 TO WS-AUDIT-DESCRIPCION
      * CODIGO DE RETORNO DISTINTO DE CERO PARA QUE EL PASO DE
      * JCL/SCRIPT QUE ORQUESTA EL LOTE (O CADENA-SEMANAL) PUEDA
      * DETECTAR EL RECHAZO Y DETENER LA TRANSMISION AL BANCO, YA QUE
      * ESTE PROGRAMA NO EJECUTA ESA TRANSMISION DIRECTAMENTE.
              MOVE 16 TO WS-CODIGO-RETORNO
           END-IF
           PERFORM ESCRIBIR-AUDITORIA.

           IF WS-CON-DEDUCCIONES
              CLOSE DEDUCCION-EMP-FILE
           END-IF
           IF WS-CON-EVENTUALES
              CLOSE CONCEPTO-EVENTUAL-FILE
              CLOSE MOVIMIENTO-EVENTUAL-FILE
           END-IF
           IF WS-CON-DEPENDIENTES
              CLOSE DEPENDIENTE-FILE
           END-IF
           CLOSE AUDIT-LOG-FILE
      * EL PAGO ACH SE ESCRIBE SIEMPRE A UN ARCHIVO DE TRABAJO
      * (WS-ACH-PAYMENT-FILENAME); SOLO SE RENOMBRA AL NOMBRE QUE
              CALL "CBL_RENAME_FILE" USING WS-VOUCHER-FILENAME
                 WS-VOUCHER-FINAL-OK
              END-CALL
      * LA PROXIMA CORRIDA REEMPLAZA PAGO-VOUCHER.DAT: SUS VALES SE
      * INCORPORAN YA AL REGISTRO DEL CAJERO PARA NO PERDERLOS.
              IF WS-CONTADOR-VALES > 0
                 PERFORM INCORPORAR-VALES-LOTE
              END-IF
      * EL PERIODO APROBADO QUEDA SELLADO COMO PAGADO (REQ. 038):
      * DESDE AQUI CUALQUIER REINTENTO SE RECHAZA EN EL ARRANQUE.
              PERFORM CERRAR-PERIODO-NOMINA
           END-IF
           END-IF.

       INCORPORAR-VALES-LOTE.
           CALL "INCORPORAR-VALES" USING WS-VOUCHER-FINAL-OK
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

       CERRAR-PERIODO-NOMINA.
           OPEN I-O PERIODO-NOMINA-FILE
           IF WS-PERIODO-STATUS NOT = "00"
           MOVE WS-DEPTO-ESSALUD(WS-IDX-DEPTO) TO DIS-MONTO
           WRITE DISTRIBUCION-RECORD.

      *****************************************************************
      * CATALOGO Y MOVIMIENTOS EVENTUALES: LA SIMULACION SOLO LEE; EL *
      * LOTE REAL ABRE LOS MOVIMIENTOS EN ENTRADA/SALIDA PARA MARCAR  *
      * LOS QUE PAGA. UN 35 SOLO SIGNIFICA QUE AUN NO HAY NINGUNO.    *
      *****************************************************************
       ABRIR-MOVIMIENTOS-EVENTUALES.
           MOVE 'N' TO WS-HAY-EVENTUALES-OK
           IF WS-MODO-SIMULACION
              OPEN INPUT MOVIMIENTO-EVENTUAL-FILE
           ELSE
              OPEN I-O MOVIMIENTO-EVENTUAL-FILE
           END-IF
           IF WS-MOVIMIENTO-EV-STATUS = "00"
              OPEN INPUT CONCEPTO-EVENTUAL-FILE
              IF WS-CONCEPTO-EV-STATUS = "00"
                 SET WS-CON-EVENTUALES TO TRUE
              ELSE
                 CLOSE MOVIMIENTO-EVENTUAL-FILE
                 DISPLAY "AVISO: NO SE PUDO ABRIR "
                         "CONCEPTOS-EVENTUALES.DAT, ESTADO: "
                         WS-CONCEPTO-EV-STATUS
                 DISPLAY "       LOS INGRESOS Y DESCUENTOS EVENTUALES "
                         "QUEDAN PENDIENTES."
              END-IF
           ELSE
              IF WS-MOVIMIENTO-EV-STATUS NOT = "35"
                 DISPLAY "AVISO: NO SE PUDO ABRIR "
                         "MOVIMIENTOS-EVENTUALES.DAT, ESTADO: "
                         WS-MOVIMIENTO-EV-STATUS
                 DISPLAY "       LOS INGRESOS Y DESCUENTOS EVENTUALES "
                         "QUEDAN PENDIENTES."
              END-IF
           END-IF.

      *****************************************************************
      * AUTORIZACIONES Y POLITICA DE HORAS EXTRAS DEL LOTE SEMANAL.   *
      * SIN HORAS-EXTRAS-AUT.DAT NINGUNA HORA SOBRE 40 LLEVA RECARGO; *
      * EL ARCHIVO DE EXCEPCIONES SIGUE EL MISMO CIRCUITO DE          *
      * SIMULACION Y REINICIO QUE LAS BOLETAS.                        *
      *****************************************************************
       PREPARAR-HORAS-EXTRAS.
           MOVE 'S' TO WS-HEX-TRATAMIENTO
           OPEN INPUT HORAS-EXTRAS-CONFIG-FILE
           IF WS-HEX-CONFIG-STATUS = "00"
              READ HORAS-EXTRAS-CONFIG-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CFG-HEX-EXCESO = 'S' OR CFG-HEX-EXCESO = 'R'
                       MOVE CFG-HEX-EXCESO TO WS-HEX-TRATAMIENTO
                    END-IF
              END-READ
              CLOSE HORAS-EXTRAS-CONFIG-FILE
           END-IF
           IF WS-HEX-EXCESO-SIMPLE
              DISPLAY "HORAS EXTRAS NO AUTORIZADAS: SE PAGAN A TARIFA "
                      "SIMPLE."
           ELSE
              DISPLAY "HORAS EXTRAS NO AUTORIZADAS: SE RETIENEN SIN "
                      "PAGO."
           END-IF
      * LA SIMULACION NO RETIENE NADA: SOLO EL LOTE REAL GRABA HORAS
      * RETENIDAS PENDIENTES DE AUTORIZACION.
           MOVE 'N' TO WS-HAY-RET-HEX-OK
           IF WS-HEX-EXCESO-RETENIDO AND WS-MODO-REAL
              OPEN I-O HORAS-EXTRAS-RET-FILE
              IF WS-HEX-RETENIDAS-STATUS = "35"
                 OPEN OUTPUT HORAS-EXTRAS-RET-FILE
                 CLOSE HORAS-EXTRAS-RET-FILE
                 OPEN I-O HORAS-EXTRAS-RET-FILE
              END-IF
              IF WS-HEX-RETENIDAS-STATUS = "00"
                 SET WS-CON-RETENCION-HEX TO TRUE
              ELSE
                 DISPLAY "ERROR AL ABRIR HORAS-EXTRAS-RET.DAT, ESTADO: "
                         WS-HEX-RETENIDAS-STATUS
                 DISPLAY "       LAS HORAS RETENIDAS DEL LOTE NO "
                         "QUEDARAN REGISTRADAS."
              END-IF
           END-IF
           MOVE 'N' TO WS-HAY-AUT-HEX-OK
           OPEN INPUT HORAS-EXTRAS-AUT-FILE
           IF WS-HORAS-EXTRAS-AUT-STATUS = "00"
              SET WS-CON-AUT-HORAS-EXTRAS TO TRUE
           ELSE
              IF WS-HORAS-EXTRAS-AUT-STATUS NOT = "35"
                 DISPLAY "AVISO: NO SE PUDO ABRIR HORAS-EXTRAS-AUT.DAT"
                         ", ESTADO: " WS-HORAS-EXTRAS-AUT-STATUS
              END-IF
              DISPLAY "AVISO: SIN AUTORIZACIONES DE HORAS EXTRAS, "
                      "NINGUNA HORA SOBRE 40 LLEVA RECARGO."
           END-IF
           MOVE 0 TO WS-HEX-CONTADOR-EXC
           IF WS-MODO-SIMULACION
              MOVE "HORAS-EXTRAS-PREVIEW.WRK"
                 TO WS-HEX-EXCEPCION-FILENAME
              MOVE "HORAS-EXTRAS-PREVIEW.TXT"
                 TO WS-HEX-REPORTE-FILENAME
           END-IF
           IF WS-ULTIMO-EMP-COMPLETADO NOT = SPACE
              OPEN EXTEND HORAS-EXTRAS-EXC-FILE
              IF WS-HEX-EXCEPCION-STATUS NOT = "00"
                 OPEN OUTPUT HORAS-EXTRAS-EXC-FILE
              END-IF
           ELSE
              OPEN OUTPUT HORAS-EXTRAS-EXC-FILE
           END-IF.

      *****************************************************************
      * REPORTE DE HORAS EXTRAS NO AUTORIZADAS DEL LOTE, ORDENADO     *
      * POR DEPARTAMENTO CON SUBTOTALES: LAS HORAS QUE PASARON LO     *
      * APROBADO QUEDAN A LA VISTA DE LOS SUPERVISORES JUNTO AL       *
      * REGISTRO, PAGADAS A TARIFA SIMPLE O RETENIDAS.                *
      *****************************************************************
       REPORTAR-HORAS-NO-AUTORIZADAS.
           CLOSE HORAS-EXTRAS-EXC-FILE
           IF WS-CON-AUT-HORAS-EXTRAS
              CLOSE HORAS-EXTRAS-AUT-FILE
           END-IF
           IF WS-CON-RETENCION-HEX
              CLOSE HORAS-EXTRAS-RET-FILE
           END-IF
           MOVE 0 TO WS-HEX-TOTAL-EXCESO
           MOVE 0 TO WS-HEX-TOTAL-PAGO
           MOVE 0 TO WS-HEX-CONTADOR-EXC
           OPEN OUTPUT HORAS-EXTRAS-REPORTE-FILE
           IF WS-MODO-SIMULACION
              MOVE "*** SIMULACION - VISTA PREVIA DEL LOTE ***"
                 TO HORAS-EXTRAS-REPORTE-LINE
              WRITE HORAS-EXTRAS-REPORTE-LINE
           END-IF
           MOVE "HORAS EXTRAS NO AUTORIZADAS POR DEPARTAMENTO"
              TO HORAS-EXTRAS-REPORTE-LINE
           WRITE HORAS-EXTRAS-REPORTE-LINE
           MOVE SPACES TO HORAS-EXTRAS-REPORTE-LINE
           IF WS-HEX-EXCESO-SIMPLE
              STRING "LOTE: " WS-LOTE-FECHA-CLAVE
                     "   OPERADOR: " WS-OPERADOR-ID
                     "   EXCESO: A TARIFA SIMPLE"
                     DELIMITED BY SIZE INTO HORAS-EXTRAS-REPORTE-LINE
           ELSE
              STRING "LOTE: " WS-LOTE-FECHA-CLAVE
                     "   OPERADOR: " WS-OPERADOR-ID
                     "   EXCESO: RETENIDO SIN PAGO"
                     DELIMITED BY SIZE INTO HORAS-EXTRAS-REPORTE-LINE
           END-IF
           WRITE HORAS-EXTRAS-REPORTE-LINE
           MOVE ALL "-" TO HORAS-EXTRAS-REPORTE-LINE
           WRITE HORAS-EXTRAS-REPORTE-LINE
           MOVE WS-LINEA-TITULO-HEX TO HORAS-EXTRAS-REPORTE-LINE
           WRITE HORAS-EXTRAS-REPORTE-LINE
           SORT HORAS-EXTRAS-SORT-FILE
              ON ASCENDING KEY HXS-DEPARTAMENTO
                               HXS-EMP-ID
              USING HORAS-EXTRAS-EXC-FILE
              OUTPUT PROCEDURE IS LISTAR-EXCESOS-ORDENADOS
           MOVE ALL "-" TO HORAS-EXTRAS-REPORTE-LINE
           WRITE HORAS-EXTRAS-REPORTE-LINE
           MOVE WS-HEX-TOTAL-EXCESO TO WS-HEX-TOTAL-DISPLAY
           MOVE WS-HEX-TOTAL-PAGO TO WS-HEX-PAGO-DISPLAY
           MOVE SPACES TO HORAS-EXTRAS-REPORTE-LINE
           STRING "EMPLEADOS: " WS-HEX-CONTADOR-EXC
                  "  HORAS NO AUTORIZADAS: " WS-HEX-TOTAL-DISPLAY
                  "  PAGO: " WS-HEX-PAGO-DISPLAY
                  DELIMITED BY SIZE INTO HORAS-EXTRAS-REPORTE-LINE
           WRITE HORAS-EXTRAS-REPORTE-LINE
           CLOSE HORAS-EXTRAS-REPORTE-FILE
           DISPLAY "HORAS EXTRAS NO AUTORIZADAS - EMPLEADOS: "
                   WS-HEX-CONTADOR-EXC " HORAS: " WS-HEX-TOTAL-DISPLAY
           DISPLAY "REPORTE DE HORAS EXTRAS: " WS-HEX-REPORTE-FILENAME
           STRING "HORAS EXTRAS SIN AUTORIZAR EMPLEADOS="
                  WS-HEX-CONTADOR-EXC
                  DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
           PERFORM ESCRIBIR-AUDITORIA.

       LISTAR-EXCESOS-ORDENADOS.
           MOVE SPACE TO WS-HEX-DEPTO-ACTUAL
           MOVE 'N' TO WS-FIN-HEX-SORT-OK
           PERFORM UNTIL WS-FIN-HEX-SORT
              RETURN HORAS-EXTRAS-SORT-FILE
                 AT END
                    SET WS-FIN-HEX-SORT TO TRUE
                    IF WS-HEX-DEPTO-ACTUAL NOT = SPACE
                       PERFORM ESCRIBIR-SUBTOTAL-HEX
                    END-IF
                 NOT AT END
                    IF HXS-DEPARTAMENTO NOT = WS-HEX-DEPTO-ACTUAL
                       IF WS-HEX-DEPTO-ACTUAL NOT = SPACE
                          PERFORM ESCRIBIR-SUBTOTAL-HEX
                       END-IF
                       MOVE HXS-DEPARTAMENTO TO WS-HEX-DEPTO-ACTUAL
                       MOVE 0 TO WS-HEX-DEPTO-CONTADOR
                       MOVE 0 TO WS-HEX-DEPTO-EXCESO
                       MOVE 0 TO WS-HEX-DEPTO-PAGO
                       MOVE SPACES TO HORAS-EXTRAS-REPORTE-LINE
                       STRING "DEPARTAMENTO: " HXS-DEPARTAMENTO
                              DELIMITED BY SIZE
                              INTO HORAS-EXTRAS-REPORTE-LINE
                       WRITE HORAS-EXTRAS-REPORTE-LINE
                    END-IF
                    PERFORM ESCRIBIR-EXCESO-HEX
              END-RETURN
           END-PERFORM.

       ESCRIBIR-EXCESO-HEX.
           ADD 1 TO WS-HEX-DEPTO-CONTADOR
           ADD 1 TO WS-HEX-CONTADOR-EXC
           ADD HXS-HORAS-EXCESO TO WS-HEX-DEPTO-EXCESO
           ADD HXS-HORAS-EXCESO TO WS-HEX-TOTAL-EXCESO
           ADD HXS-PAGO-EXCESO TO WS-HEX-DEPTO-PAGO
           ADD HXS-PAGO-EXCESO TO WS-HEX-TOTAL-PAGO
           MOVE HXS-EMP-ID TO WS-HEX-LIN-EMP-ID
           MOVE HXS-NOMBRE TO WS-HEX-LIN-NOMBRE
           MOVE HXS-HORAS-EXTRAS TO WS-HEX-LIN-EXTRAS
           MOVE HXS-HORAS-APROBADAS TO WS-HEX-LIN-APROBADAS
           MOVE HXS-HORAS-EXCESO TO WS-HEX-LIN-EXCESO
           IF HXS-TRATAMIENTO = 'R'
              MOVE "RETENIDA" TO WS-HEX-LIN-TRATAMIENTO
           ELSE
              MOVE "SIMPLE" TO WS-HEX-LIN-TRATAMIENTO
           END-IF
           MOVE HXS-PAGO-EXCESO TO WS-HEX-LIN-PAGO
           MOVE WS-LINEA-HEX TO HORAS-EXTRAS-REPORTE-LINE
           WRITE HORAS-EXTRAS-REPORTE-LINE.

       ESCRIBIR-SUBTOTAL-HEX.
           MOVE WS-HEX-DEPTO-EXCESO TO WS-HEX-TOTAL-DISPLAY
           MOVE WS-HEX-DEPTO-PAGO TO WS-HEX-PAGO-DISPLAY
           MOVE SPACES TO HORAS-EXTRAS-REPORTE-LINE
           STRING "  SUBTOTAL " WS-HEX-DEPTO-ACTUAL
                  " EMPLEADOS: " WS-HEX-DEPTO-CONTADOR
                  " HORAS: " WS-HEX-TOTAL-DISPLAY
                  " PAGO: " WS-HEX-PAGO-DISPLAY
                  DELIMITED BY SIZE INTO HORAS-EXTRAS-REPORTE-LINE
           WRITE HORAS-EXTRAS-REPORTE-LINE.

       FORMATO-FECHA-HORA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME-SYSTEM
           MOVE WS-DATE-TIME-SYSTEM(1:4) TO WS-YEAR-TODAY
