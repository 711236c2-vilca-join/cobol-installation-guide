       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRONOSTICO-CAJA.
       AUTHOR. JOSE-VILCA.

      *****************************************************************
      * PRONOSTICO DE CAJA DE NOMINA PARA TESORERIA: ANTES TESORERIA  *
      * SOLO CONOCIA EL MONTO A PAGAR DESPUES DE CORRER               *
      * NOMINA-SEMANAL. ESTE PROGRAMA PROYECTA DE 8 A 12 SEMANAS      *
      * DESDE HOY CADA SALIDA DE DINERO EN SU FECHA REAL DE PAGO:     *
      *  - NETO DE LA PLANILLA SEMANAL: PROMEDIO DE LOS ULTIMOS 4     *
      *    LOTES SEMANALES DEL HISTORICO (BRUTO MENOS RETENCIONES DE  *
      *    LEY), CADA 7 DIAS DESDE EL ULTIMO LOTE;                    *
      *  - NETO DE LA PLANILLA MENSUAL: SUELDOS FIJOS DEL MAESTRO     *
      *    (EMP-SALARIO-MENSUAL) CON LA PROPORCION DE RETENCIONES DEL *
      *    ULTIMO LOTE MENSUAL, EN EL MISMO DIA DEL MES QUE ESE LOTE; *
      *  - EMBARGOS, PRESTAMOS Y ADELANTOS DE DEDUCCIONES-EMP.DAT:    *
      *    SE SIMULA CADA CORRIDA CON SU SALDO DECRECIENTE, ASI EL    *
      *    NETO SUBE CUANDO UN SALDO SE AGOTA. EL EMBARGO SALE COMO   *
      *    PAGO AL JUZGADO; PRESTAMO Y ADELANTO SOLO REBAJAN EL NETO; *
      *  - REMESAS DEL MES (IMPUESTO, ONP, ESSALUD Y OTRAS A SUNAT;   *
      *    PENSION A LA AFP) EN SU VENCIMIENTO DEL MES SIGUIENTE. LO  *
      *    YA RETENIDO EN LOTES PAGADOS ENTRA CON SU MONTO REAL DE    *
      *    DEDUCCION-DETALLE.DAT Y DEL HISTORICO;                     *
      *  - GRATIFICACION (15 DE JULIO Y DICIEMBRE, SE ADELANTA AL DIA *
      *    HABIL ANTERIOR) Y CTS (15 DE MAYO Y NOVIEMBRE, SE CORRE AL *
      *    DIA HABIL SIGUIENTE) CON LAS FORMULAS DE                   *
      *    BONOS-ESTATUTARIOS.                                        *
      * LOS PAGOS DE PLANILLA SE CORREN AL DIA BANCARIO SIGUIENTE     *
      * COMO LO HACE NOMINA-SEMANAL, CON CALENDARIO-LABORAL.DAT.      *
      * SALIDAS: EL REPORTE PRONOSTICO-CAJA.TXT POR SEMANA CON        *
      * SUBTOTALES POR MES, Y PRONOSTICO-TESORERIA.CSV (UNA LINEA POR *
      * FECHA Y CONCEPTO, SEPARADA POR COMAS) PARA LA HOJA DE         *
      * PLANEAMIENTO DE CAJA. SOLO LEE ARCHIVOS; NO MODIFICA NADA.    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRO-HIST-FILE
               ASSIGN TO "REGISTRO-NOMINA-HIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-HIST-STATUS.

           SELECT DEDUCCION-DETALLE-FILE
               ASSIGN TO "DEDUCCION-DETALLE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DED-DETALLE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPLOYEE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT DEDUCCION-EMP-FILE ASSIGN TO "DEDUCCIONES-EMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-CLAVE
               FILE STATUS IS WS-DEDUCCION-EMP-STATUS.

           SELECT CALENDARIO-LABORAL-FILE
               ASSIGN TO "CALENDARIO-LABORAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-LABORAL-STATUS.

           SELECT PRONOSTICO-REPORTE-FILE
               ASSIGN TO "PRONOSTICO-CAJA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

           SELECT PRONOSTICO-CARGA-FILE
               ASSIGN TO "PRONOSTICO-TESORERIA.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARGA-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT-TRAIL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PRONOSTICO-SORT-FILE ASSIGN TO "PRONOSTICO-SORT.WRK".

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRO-HIST-FILE.
           COPY REGISTRO-HIST-RECORD.

       FD  DEDUCCION-DETALLE-FILE.
           COPY DEDUCCION-DETALLE-RECORD.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMP-MASTER-RECORD.

       FD  DEDUCCION-EMP-FILE.
           COPY DEDUCCION-EMP-RECORD.

       FD  CALENDARIO-LABORAL-FILE.
           COPY WORKDAY-RECORD.

       FD  PRONOSTICO-REPORTE-FILE.
       01  PRONOSTICO-REPORTE-LINE      PIC X(80).

       FD  PRONOSTICO-CARGA-FILE.
       01  PRONOSTICO-CARGA-LINE        PIC X(80).

       FD  AUDIT-LOG-FILE.
           COPY AUDIT-LOG-RECORD.

      *****************************************************************
      * CADA SALIDA DE DINERO PROYECTADA SE ORDENA POR FECHA DE PAGO  *
      * Y CONCEPTO; LA SALIDA ORDENADA ARMA EL REPORTE CON CORTE POR  *
      * SEMANA Y EL ARCHIVO DE CARGA DE TESORERIA EN UNA SOLA PASADA. *
      *****************************************************************
       SD  PRONOSTICO-SORT-FILE.
       01  PRONOSTICO-SORT-RECORD.
           05 PSR-FECHA                 PIC 9(08).
           05 PSR-ORDEN                 PIC 9(02).
           05 PSR-CONCEPTO              PIC X(24).
           05 PSR-BENEFICIARIO          PIC X(14).
           05 PSR-MONTO                 PIC 9(09)V99.
           05 PSR-BASE                  PIC X(01).

       WORKING-STORAGE SECTION.

      ***************************
      * CONTROL DE ARCHIVOS     *
      ***************************
       01 WS-REG-HIST-STATUS           PIC X(02).
       01 WS-DED-DETALLE-STATUS        PIC X(02).
       01 WS-EMP-MASTER-STATUS         PIC X(02).
       01 WS-DEDUCCION-EMP-STATUS      PIC X(02).
       01 WS-CAL-LABORAL-STATUS        PIC X(02).
       01 WS-REPORTE-STATUS            PIC X(02).
       01 WS-CARGA-STATUS              PIC X(02).
       01 WS-AUDIT-STATUS              PIC X(02).
       01 WS-FIN-HIST-OK               PIC X          VALUE 'N'.
          88 WS-FIN-HIST                              VALUE 'S'.
       01 WS-FIN-DETALLE-OK            PIC X          VALUE 'N'.
          88 WS-FIN-DETALLE                           VALUE 'S'.
       01 WS-FIN-MAESTRO-OK            PIC X          VALUE 'N'.
          88 WS-FIN-MAESTRO                           VALUE 'S'.
       01 WS-FIN-DEDUCCIONES-OK        PIC X          VALUE 'N'.
          88 WS-FIN-DEDUCCIONES                       VALUE 'S'.
       01 WS-FIN-CAL-LABORAL-OK        PIC X          VALUE 'N'.
          88 WS-FIN-CAL-LABORAL                       VALUE 'S'.
       01 WS-FIN-SORT-OK               PIC X          VALUE 'N'.
          88 WS-FIN-SORT                              VALUE 'S'.

      **************************************
      * BITACORA DE AUDITORIA (REQ. 013)    *
      **************************************
       01 WS-OPERADOR-ID               PIC X(08)      VALUE SPACE.
       01 WS-AUDIT-DESCRIPCION         PIC X(50)      VALUE SPACE.

      **************************************
      * HORIZONTE DEL PRONOSTICO: DE HOY A  *
      * 8-12 SEMANAS. LAS RETENCIONES       *
      * REALES SE TOMAN DESDE EL MES        *
      * ANTERIOR, CUYA REMESA VENCE DENTRO  *
      * DEL HORIZONTE.                      *
      **************************************
       01 WS-SEMANAS-TEXTO             PIC X(02)      VALUE SPACE.
       01 WS-SEMANAS                   PIC 9(02)      VALUE 12.
          88 WS-SEMANAS-RANGO                         VALUE 8 THRU 12.
       01 WS-FECHA-INICIO              PIC 9(08)      VALUE 0.
       01 WS-FECHA-FIN                 PIC 9(08)      VALUE 0.
       01 WS-ENTERO-INICIO             PIC 9(08)      VALUE 0.
       01 WS-ENTERO-FIN                PIC 9(08)      VALUE 0.
       01 WS-FECHA-DESDE-REAL          PIC 9(08)      VALUE 0.
       01 WS-FECHA-TOPE-CALENDARIO     PIC 9(08)      VALUE 0.
       01 WS-FECHA-PARTES.
          05 WS-FECHA-ANO              PIC 9(04).
          05 WS-FECHA-MES              PIC 9(02).
          05 WS-FECHA-DIA              PIC 9(02).
       01 WS-PERIODO-CALCULO           PIC 9(06)      VALUE 0.
       01 WS-PERIODO-PARTES.
          05 WS-PERIODO-ANO            PIC 9(04).
          05 WS-PERIODO-MES            PIC 9(02).
       01 WS-PERIODO-FIN               PIC 9(06)      VALUE 0.
       01 WS-ENTERO-MES-SIGUIENTE      PIC 9(08)      VALUE 0.
       01 WS-ANO-INICIO                PIC 9(04)      VALUE 0.
       01 WS-ANO-FIN                   PIC 9(04)      VALUE 0.
       01 WS-ANO-BONO                  PIC 9(04)      VALUE 0.

      **************************************
      * LOTES DE REFERENCIA DEL HISTORICO:  *
      * LOS 4 ULTIMOS SEMANALES Y EL ULTIMO *
      * MENSUAL.                            *
      **************************************
       01 WS-ULT-LOTE-SEMANAL          PIC 9(08)      VALUE 0.
       01 WS-ULT-LOTE-MENSUAL          PIC 9(08)      VALUE 0.
       01 WS-LOTES-REFERENCIA          PIC 9(01)      VALUE 0.
       01 WS-TABLA-LOTES-REF.
          05 WS-LOTE-REF-FECHA OCCURS 4 TIMES
                                       INDEXED BY WS-IDX-LOTE
                                       PIC 9(08).
       01 WS-LOTE-BUSCADO              PIC 9(08)      VALUE 0.
       01 WS-LOTE-COMPARADO            PIC 9(08)      VALUE 0.
       01 WS-SIN-LOTE-ANTERIOR-OK      PIC X          VALUE 'N'.
          88 WS-SIN-LOTE-ANTERIOR                     VALUE 'S'.
       01 WS-LOTE-REF-HALLADO-OK       PIC X          VALUE 'N'.
          88 WS-LOTE-REF-HALLADO                      VALUE 'S'.
       01 WS-REF-SEM-EMPLEADOS         PIC 9(05)      VALUE 0.
       01 WS-REF-SEM-BRUTO             PIC 9(09)V99   VALUE 0.
       01 WS-REF-SEM-NETO              PIC 9(09)V99   VALUE 0.
       01 WS-REF-SEM-ESSALUD           PIC 9(09)V99   VALUE 0.
       01 WS-REF-SEM-IMP               PIC 9(09)V99   VALUE 0.
       01 WS-REF-SEM-ONP               PIC 9(09)V99   VALUE 0.
       01 WS-REF-SEM-AFP               PIC 9(09)V99   VALUE 0.
       01 WS-REF-SEM-OTR               PIC 9(09)V99   VALUE 0.
       01 WS-REF-MEN-BRUTO             PIC 9(09)V99   VALUE 0.
       01 WS-REF-MEN-ESSALUD           PIC 9(09)V99   VALUE 0.
       01 WS-REF-MEN-IMP               PIC 9(09)V99   VALUE 0.
       01 WS-REF-MEN-ONP               PIC 9(09)V99   VALUE 0.
       01 WS-REF-MEN-AFP               PIC 9(09)V99   VALUE 0.
       01 WS-REF-MEN-OTR               PIC 9(09)V99   VALUE 0.

      **************************************
      * MONTOS PROYECTADOS POR CORRIDA      *
      **************************************
       01 WS-PROY-SEM-BRUTO            PIC 9(09)V99   VALUE 0.
       01 WS-PROY-SEM-ESSALUD          PIC 9(09)V99   VALUE 0.
       01 WS-PROY-SEM-IMP              PIC 9(09)V99   VALUE 0.
       01 WS-PROY-SEM-ONP              PIC 9(09)V99   VALUE 0.
       01 WS-PROY-SEM-AFP              PIC 9(09)V99   VALUE 0.
       01 WS-PROY-SEM-OTR              PIC 9(09)V99   VALUE 0.
       01 WS-PROY-SEM-NETO             PIC 9(09)V99   VALUE 0.
       01 WS-EMPLEADOS-MENSUALES       PIC 9(05)      VALUE 0.
       01 WS-SUELDOS-MENSUALES         PIC 9(09)V99   VALUE 0.
       01 WS-TASA-PROY-IMP             PIC 9V9(06)    VALUE 0.
       01 WS-TASA-PROY-ONP             PIC 9V9(06)    VALUE 0.
       01 WS-TASA-PROY-AFP             PIC 9V9(06)    VALUE 0.
       01 WS-TASA-PROY-OTR             PIC 9V9(06)    VALUE 0.
       01 WS-TASA-PROY-ESSALUD         PIC 9V9(06)    VALUE 0.
       01 WS-TASA-ESSALUD              PIC V99 COMP-3 VALUE .09.
       01 WS-PROY-MEN-ESSALUD          PIC 9(09)V99   VALUE 0.
       01 WS-PROY-MEN-IMP              PIC 9(09)V99   VALUE 0.
       01 WS-PROY-MEN-ONP              PIC 9(09)V99   VALUE 0.
       01 WS-PROY-MEN-AFP              PIC 9(09)V99   VALUE 0.
       01 WS-PROY-MEN-OTR              PIC 9(09)V99   VALUE 0.
       01 WS-PROY-MEN-NETO             PIC 9(09)V99   VALUE 0.
       01 WS-MONTO-CALCULO             PIC S9(09)V99  VALUE 0.
       01 WS-ENTERO-LOTE               PIC 9(08)      VALUE 0.
       01 WS-FECHA-LOTE-PROY           PIC 9(08)      VALUE 0.
       01 WS-DIA-PLANILLA-MENSUAL      PIC 9(02)      VALUE 31.
       01 WS-DIA-LOTE                  PIC 9(02)      VALUE 0.
       01 WS-ULTIMO-DIA                PIC 9(02)      VALUE 0.
       01 WS-MES-PROY                  PIC 9(01)      VALUE 0.

      **************************************
      * BONOS DE LEY: REMUNERACION MENSUAL  *
      * DE SUELDOS FIJOS MAS EL EQUIVALENTE *
      * MENSUAL DE LA PLANILLA SEMANAL      *
      * (PROMEDIO SEMANAL X 52 / 12).       *
      **************************************
       01 WS-REM-HORARIA-MES           PIC 9(09)V99   VALUE 0.
       01 WS-CTS-EMPLEADO              PIC 9(08)V99   VALUE 0.
       01 WS-CTS-MENSUALES             PIC 9(09)V99   VALUE 0.
       01 WS-CTS-HORARIOS              PIC 9(09)V99   VALUE 0.
       01 WS-TOTAL-GRATIFICACION       PIC 9(09)V99   VALUE 0.
       01 WS-TOTAL-CTS                 PIC 9(09)V99   VALUE 0.

      **************************************
      * DEDUCCIONES PERSONALES VIGENTES CON *
      * SU SALDO, PARA SIMULAR CADA CORRIDA *
      * COMO LO HACE NOMINA-SEMANAL: EL     *
      * MENOR ENTRE MONTO Y SALDO.          *
      **************************************
       01 WS-CONTADOR-DED              PIC 9(03)      VALUE 0.
       01 WS-TABLA-DED-PROY.
          05 WS-DED-PROY-ENTRADA OCCURS 500 TIMES
                                       INDEXED BY WS-IDX-DED.
             10 WS-DED-PROY-TIPO       PIC X(01).
                88 WS-DED-PROY-EMBARGO                VALUE 'E'.
             10 WS-DED-PROY-PLANILLA   PIC X(01).
             10 WS-DED-PROY-MONTO      PIC 9(06)V99.
             10 WS-DED-PROY-SALDO      PIC 9(08)V99.
       01 WS-SALDO-DEDUCCIONES         PIC 9(09)V99   VALUE 0.
       01 WS-DED-APLICADA              PIC 9(06)V99   VALUE 0.
       01 WS-EMBARGOS-CORRIDA          PIC 9(09)V99   VALUE 0.
       01 WS-RECUPERO-CORRIDA          PIC 9(09)V99   VALUE 0.
       01 WS-PLANILLA-CORRIDA          PIC X(01)      VALUE 'S'.
          88 WS-CORRIDA-SEMANAL                       VALUE 'S'.
          88 WS-CORRIDA-MENSUAL                       VALUE 'M'.

      **************************************
      * RETENCIONES Y APORTES POR MES DE    *
      * LOTE (LO QUE LA REMESA DEL MES      *
      * SIGUIENTE DEBE PAGAR) Y PAGOS DEL   *
      * PRONOSTICO POR MES DE PAGO          *
      **************************************
       01 WS-CONTADOR-MESES            PIC 9(01)      VALUE 0.
       01 WS-TABLA-MESES.
          05 WS-MES-ENTRADA OCCURS 6 TIMES
                                       INDEXED BY WS-IDX-MES.
             10 WS-MES-PERIODO         PIC 9(06).
             10 WS-MES-IMP             PIC 9(09)V99.
             10 WS-MES-ONP             PIC 9(09)V99.
             10 WS-MES-AFP             PIC 9(09)V99.
             10 WS-MES-OTR             PIC 9(09)V99.
             10 WS-MES-ESSALUD         PIC 9(09)V99.
             10 WS-MES-ESTIMADO-OK     PIC X(01).
                88 WS-MES-ESTIMADO                    VALUE 'S'.
             10 WS-MES-PAGOS           PIC 9(10)V99.
       01 WS-PERIODO-BUSCADO           PIC 9(06)      VALUE 0.
       01 WS-MES-HALLADO-OK            PIC X          VALUE 'N'.
          88 WS-MES-HALLADO                           VALUE 'S'.

      **************************************
      * VENCIMIENTO DE LAS REMESAS EN DIAS  *
      * HABILES DEL MES SIGUIENTE AL LOTE:  *
      * LA AFP DENTRO DE LOS 5 PRIMEROS;    *
      * SUNAT (PDT PLAME) SEGUN SU          *
      * CRONOGRAMA POR ULTIMO DIGITO DEL    *
      * RUC; AJUSTE EL DIA DE SUNAT CADA    *
      * ANO CON EL CRONOGRAMA PUBLICADO.    *
      **************************************
       01 WS-DIA-HABIL-AFP             PIC 9(02)      VALUE 5.
       01 WS-DIA-HABIL-SUNAT           PIC 9(02)      VALUE 12.

      **************************************
      * DIAS NO LABORABLES DEL CALENDARIO   *
      * DENTRO DEL HORIZONTE, PARA CORRER   *
      * CADA FECHA A UN DIA HABIL.          *
      **************************************
       01 WS-CONTADOR-NO-LABORABLES    PIC 9(03)      VALUE 0.
       01 WS-TABLA-NO-LABORABLES.
          05 WS-NO-LABORABLE-FECHA OCCURS 400 TIMES
                                       INDEXED BY WS-IDX-NO-LAB
                                       PIC 9(08).
       01 WS-CAL-ULTIMA-FECHA          PIC 9(08)      VALUE 0.
       01 WS-DIAS-PLAZO                PIC 9(02)      VALUE 0.
       01 WS-DIAS-CONTADOS             PIC 9(02)      VALUE 0.
       01 WS-ENTERO-DIA                PIC 9(08)      VALUE 0.
       01 WS-FECHA-EVALUADA            PIC 9(08)      VALUE 0.
       01 WS-FECHA-AJUSTE              PIC 9(08)      VALUE 0.
       01 WS-DIA-SEMANA                PIC 9(01)      VALUE 0.
       01 WS-DIA-HABIL-OK              PIC X          VALUE 'S'.
          88 WS-DIA-HABIL                             VALUE 'S'.

      **************************************
      * MOVIMIENTO A ORDENAR Y CONTROL DE   *
      * CORTE POR SEMANA DEL REPORTE        *
      **************************************
       01 WS-MOV-FECHA                 PIC 9(08)      VALUE 0.
       01 WS-MOV-ORDEN                 PIC 9(02)      VALUE 0.
       01 WS-MOV-CONCEPTO              PIC X(24)      VALUE SPACE.
       01 WS-MOV-BENEFICIARIO          PIC X(14)      VALUE SPACE.
       01 WS-MOV-MONTO                 PIC 9(09)V99   VALUE 0.
       01 WS-MOV-BASE                  PIC X(01)      VALUE 'E'.
       01 WS-MOVIMIENTOS               PIC 9(04)      VALUE 0.
       01 WS-SEMANA-ACTUAL             PIC 9(02)      VALUE 0.
       01 WS-SEMANA-MOV                PIC 9(02)      VALUE 0.
       01 WS-MOVIMIENTOS-SEMANA        PIC 9(04)      VALUE 0.
       01 WS-SEMANA-DESDE              PIC 9(08)      VALUE 0.
       01 WS-SEMANA-HASTA              PIC 9(08)      VALUE 0.
       01 WS-TOTAL-SEMANA              PIC 9(10)V99   VALUE 0.
       01 WS-TOTAL-HORIZONTE           PIC 9(10)V99   VALUE 0.

      ***************************
      * CAMPOS DE PRESENTACION  *
      ***************************
       01 WS-MONTO-DISPLAY             PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-DISPLAY             PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-MONTO-CARGA               PIC 9(09).99.

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
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           PERFORM PEDIR-HORIZONTE
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EMP-MASTER-STATUS NOT = "00"
              DISPLAY "ERROR: NO SE ENCONTRO EMPLOYEE-MASTER.DAT, "
                      "ESTADO: " WS-EMP-MASTER-STATUS
              DISPLAY "NO SE EMITE EL PRONOSTICO."
           ELSE
              PERFORM CARGAR-CALENDARIO-LABORAL
              PERFORM PREPARAR-TABLA-MESES
              PERFORM ANALIZAR-HISTORICO
              PERFORM ANALIZAR-DETALLE-DEDUCCIONES
              PERFORM ANALIZAR-MAESTRO
              PERFORM CARGAR-DEDUCCIONES-VIGENTES
              CLOSE EMPLOYEE-MASTER-FILE
              PERFORM CALCULAR-BASES-PROYECCION
              MOVE 0 TO WS-MOVIMIENTOS
              SORT PRONOSTICO-SORT-FILE
                 ON ASCENDING KEY PSR-FECHA
                                  PSR-ORDEN
                 INPUT PROCEDURE IS GENERAR-MOVIMIENTOS-CAJA
                 OUTPUT PROCEDURE IS EMITIR-PRONOSTICO
              DISPLAY "PRONOSTICO DE CAJA: PRONOSTICO-CAJA.TXT"
              DISPLAY "ARCHIVO PARA TESORERIA: "
                      "PRONOSTICO-TESORERIA.CSV"
              MOVE WS-TOTAL-HORIZONTE TO WS-TOTAL-DISPLAY
              DISPLAY "TOTAL A PAGAR DEL " WS-FECHA-INICIO " AL "
                      WS-FECHA-FIN ": " WS-TOTAL-DISPLAY
              STRING "PRONOSTICO " WS-FECHA-INICIO "-" WS-FECHA-FIN
                     " MOVIMIENTOS=" WS-MOVIMIENTOS
                     DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
              PERFORM ESCRIBIR-AUDITORIA
           END-IF
           CLOSE AUDIT-LOG-FILE
           GOBACK.

       ESCRIBIR-AUDITORIA.
           MOVE SPACES TO AUDIT-LOG-LINE
           STRING FUNCTION CURRENT-DATE " PRONOSTICO-CAJA OPERADOR="
                  WS-OPERADOR-ID " " WS-AUDIT-DESCRIPCION
                  DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           WRITE AUDIT-LOG-LINE
           MOVE SPACES TO WS-AUDIT-DESCRIPCION.

      *****************************************************************
      * EL HORIZONTE EMPIEZA HOY Y CUBRE LAS SEMANAS PEDIDAS (8 A 12, *
      * 12 SI SE DEJA EN BLANCO). LAS RETENCIONES REALES SE LEEN      *
      * DESDE EL PRIMER DIA DEL MES ANTERIOR, CUYA REMESA PUEDE       *
      * VENCER TODAVIA DENTRO DEL HORIZONTE.                          *
      *****************************************************************
       PEDIR-HORIZONTE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-INICIO
           MOVE 12 TO WS-SEMANAS
           DISPLAY "SEMANAS A PRONOSTICAR (8-12, BLANCO = 12): "
           MOVE SPACE TO WS-SEMANAS-TEXTO
           ACCEPT WS-SEMANAS-TEXTO
           IF WS-SEMANAS-TEXTO NOT = SPACE
              COMPUTE WS-SEMANAS = FUNCTION NUMVAL(WS-SEMANAS-TEXTO)
              IF NOT WS-SEMANAS-RANGO
                 DISPLAY "FUERA DE RANGO, SE PRONOSTICAN 12 SEMANAS."
                 MOVE 12 TO WS-SEMANAS
              END-IF
           END-IF
           COMPUTE WS-ENTERO-INICIO =
              FUNCTION INTEGER-OF-DATE(WS-FECHA-INICIO)
           COMPUTE WS-ENTERO-FIN =
              WS-ENTERO-INICIO + (WS-SEMANAS * 7) - 1
           COMPUTE WS-FECHA-FIN =
              FUNCTION DATE-OF-INTEGER(WS-ENTERO-FIN)
           COMPUTE WS-FECHA-TOPE-CALENDARIO =
              FUNCTION DATE-OF-INTEGER(WS-ENTERO-FIN + 45)
           COMPUTE WS-ANO-INICIO = WS-FECHA-INICIO / 10000
           COMPUTE WS-ANO-FIN = WS-FECHA-FIN / 10000
           MOVE WS-FECHA-INICIO TO WS-FECHA-PARTES
           IF WS-FECHA-MES = 1
              MOVE 12 TO WS-FECHA-MES
              SUBTRACT 1 FROM WS-FECHA-ANO
           ELSE
              SUBTRACT 1 FROM WS-FECHA-MES
           END-IF
           MOVE 1 TO WS-FECHA-DIA
           MOVE WS-FECHA-PARTES TO WS-FECHA-DESDE-REAL.

      *****************************************************************
      * DIAS NO LABORABLES DEL CALENDARIO DENTRO DEL HORIZONTE (CON   *
      * MARGEN PARA LOS VENCIMIENTOS); SIN EL ARCHIVO, O SI NO CUBRE  *
      * TODO EL HORIZONTE, SE AVISA Y SOLO SE SALTAN LOS FINES DE     *
      * SEMANA.                                                       *
      *****************************************************************
       CARGAR-CALENDARIO-LABORAL.
           MOVE 0 TO WS-CONTADOR-NO-LABORABLES
           MOVE 0 TO WS-CAL-ULTIMA-FECHA
           MOVE 'N' TO WS-FIN-CAL-LABORAL-OK
           OPEN INPUT CALENDARIO-LABORAL-FILE
           IF WS-CAL-LABORAL-STATUS = "00"
              PERFORM UNTIL WS-FIN-CAL-LABORAL
                 READ CALENDARIO-LABORAL-FILE
                    AT END
                       SET WS-FIN-CAL-LABORAL TO TRUE
                    NOT AT END
                       IF CAL-LAB-FECHA > WS-CAL-ULTIMA-FECHA
                          MOVE CAL-LAB-FECHA TO WS-CAL-ULTIMA-FECHA
                       END-IF
                       IF NOT CAL-LAB-LABORABLE
                          AND CAL-LAB-FECHA NOT < WS-FECHA-DESDE-REAL
                          AND CAL-LAB-FECHA
                              NOT > WS-FECHA-TOPE-CALENDARIO
                          AND WS-CONTADOR-NO-LABORABLES < 400
                          ADD 1 TO WS-CONTADOR-NO-LABORABLES
                          MOVE CAL-LAB-FECHA TO WS-NO-LABORABLE-FECHA
                             (WS-CONTADOR-NO-LABORABLES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CALENDARIO-LABORAL-FILE
              IF WS-CAL-ULTIMA-FECHA < WS-FECHA-FIN
                 DISPLAY "AVISO: EL CALENDARIO LABORAL LLEGA HASTA "
                         WS-CAL-ULTIMA-FECHA "; DESPUES SOLO SE "
                         "SALTAN SABADOS Y DOMINGOS."
                 DISPLAY "       GENERE EL ANO SIGUIENTE EN "
                         "ESTACION-ANO (MODO 4)."
              END-IF
           ELSE
              DISPLAY "AVISO: NO SE ENCONTRO CALENDARIO-LABORAL.DAT;"
              DISPLAY "       LAS FECHAS SOLO SALTAN SABADOS Y "
                      "DOMINGOS. GENERELO EN ESTACION-ANO (MODO 4)."
           END-IF.

      * UN RENGLON POR MES DESDE EL ANTERIOR AL DE HOY HASTA EL MES
      * EN QUE TERMINA EL HORIZONTE (A LO SUMO 5 CON 12 SEMANAS).
       PREPARAR-TABLA-MESES.
           MOVE 0 TO WS-CONTADOR-MESES
           COMPUTE WS-PERIODO-FIN = WS-FECHA-FIN / 100
           MOVE WS-FECHA-DESDE-REAL TO WS-FECHA-PARTES
           COMPUTE WS-PERIODO-CALCULO =
              WS-FECHA-ANO * 100 + WS-FECHA-MES
           PERFORM UNTIL WS-CONTADOR-MESES = 6
                      OR WS-PERIODO-CALCULO > WS-PERIODO-FIN
              ADD 1 TO WS-CONTADOR-MESES
              SET WS-IDX-MES TO WS-CONTADOR-MESES
              INITIALIZE WS-MES-ENTRADA(WS-IDX-MES)
              MOVE WS-PERIODO-CALCULO TO WS-MES-PERIODO(WS-IDX-MES)
              MOVE 'N' TO WS-MES-ESTIMADO-OK(WS-IDX-MES)
              IF WS-FECHA-MES = 12
                 MOVE 1 TO WS-FECHA-MES
                 ADD 1 TO WS-FECHA-ANO
              ELSE
                 ADD 1 TO WS-FECHA-MES
              END-IF
              COMPUTE WS-PERIODO-CALCULO =
                 WS-FECHA-ANO * 100 + WS-FECHA-MES
           END-PERFORM.

       BUSCAR-MES.
           MOVE 'N' TO WS-MES-HALLADO-OK
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > WS-CONTADOR-MESES
                      OR WS-MES-HALLADO
              IF WS-MES-PERIODO(WS-IDX-MES) = WS-PERIODO-BUSCADO
                 SET WS-MES-HALLADO TO TRUE
              END-IF
           END-PERFORM
           IF WS-MES-HALLADO
              SET WS-IDX-MES DOWN BY 1
           END-IF.

      *****************************************************************
      * PRIMERA PASADA: ULTIMO LOTE SEMANAL Y ULTIMO MENSUAL; LUEGO   *
      * UNA PASADA CORTA POR CADA LOTE SEMANAL ANTERIOR HASTA TENER   *
      * 4 DE REFERENCIA; LA ULTIMA PASADA TOTALIZA ESOS LOTES Y EL    *
      * ESSALUD REAL DE LOS MESES CUYA REMESA AUN PUEDE ESTAR         *
      * PENDIENTE.                                                    *
      *****************************************************************
       ANALIZAR-HISTORICO.
           MOVE 0 TO WS-ULT-LOTE-SEMANAL
           MOVE 0 TO WS-ULT-LOTE-MENSUAL
           MOVE 0 TO WS-LOTES-REFERENCIA
           MOVE 'N' TO WS-FIN-HIST-OK
           OPEN INPUT REGISTRO-HIST-FILE
           IF WS-REG-HIST-STATUS NOT = "00"
              DISPLAY "AVISO: NO SE ENCONTRO "
                      "REGISTRO-NOMINA-HIST.DAT, ESTADO: "
                      WS-REG-HIST-STATUS
              DISPLAY "       SIN LOTES DE REFERENCIA NO SE "
                      "PRONOSTICA LA PLANILLA SEMANAL."
           ELSE
              PERFORM UNTIL WS-FIN-HIST
                 READ REGISTRO-HIST-FILE
                    AT END
                       SET WS-FIN-HIST TO TRUE
                    NOT AT END
                       IF RGH-PLANILLA-MENSUAL
                          IF RGH-LOTE-FECHA > WS-ULT-LOTE-MENSUAL
                             MOVE RGH-LOTE-FECHA
                                TO WS-ULT-LOTE-MENSUAL
                          END-IF
                       ELSE
                          IF RGH-LOTE-FECHA > WS-ULT-LOTE-SEMANAL
                             MOVE RGH-LOTE-FECHA
                                TO WS-ULT-LOTE-SEMANAL
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REGISTRO-HIST-FILE
              IF WS-ULT-LOTE-SEMANAL > 0
                 MOVE 1 TO WS-LOTES-REFERENCIA
                 MOVE WS-ULT-LOTE-SEMANAL TO WS-LOTE-REF-FECHA(1)
                 MOVE 'N' TO WS-SIN-LOTE-ANTERIOR-OK
                 PERFORM BUSCAR-LOTE-SEMANAL-ANTERIOR
                    UNTIL WS-LOTES-REFERENCIA = 4
                       OR WS-SIN-LOTE-ANTERIOR
              END-IF
              PERFORM SUMAR-HISTORICO
           END-IF.

       BUSCAR-LOTE-SEMANAL-ANTERIOR.
           MOVE 0 TO WS-LOTE-BUSCADO
           MOVE 'N' TO WS-FIN-HIST-OK
           OPEN INPUT REGISTRO-HIST-FILE
           PERFORM UNTIL WS-FIN-HIST
              READ REGISTRO-HIST-FILE
                 AT END
                    SET WS-FIN-HIST TO TRUE
                 NOT AT END
                    IF RGH-PLANILLA-SEMANAL
                       AND RGH-LOTE-FECHA
                           < WS-LOTE-REF-FECHA(WS-LOTES-REFERENCIA)
                       AND RGH-LOTE-FECHA > WS-LOTE-BUSCADO
                       MOVE RGH-LOTE-FECHA TO WS-LOTE-BUSCADO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REGISTRO-HIST-FILE
           IF WS-LOTE-BUSCADO = 0
              SET WS-SIN-LOTE-ANTERIOR TO TRUE
           ELSE
              ADD 1 TO WS-LOTES-REFERENCIA
              MOVE WS-LOTE-BUSCADO
                 TO WS-LOTE-REF-FECHA(WS-LOTES-REFERENCIA)
           END-IF.

       SUMAR-HISTORICO.
           MOVE 0 TO WS-REF-SEM-EMPLEADOS
           MOVE 0 TO WS-REF-SEM-BRUTO
           MOVE 0 TO WS-REF-SEM-NETO
           MOVE 0 TO WS-REF-SEM-ESSALUD
           MOVE 0 TO WS-REF-MEN-BRUTO
           MOVE 0 TO WS-REF-MEN-ESSALUD
           MOVE 'N' TO WS-FIN-HIST-OK
           OPEN INPUT REGISTRO-HIST-FILE
           PERFORM UNTIL WS-FIN-HIST
              READ REGISTRO-HIST-FILE
                 AT END
                    SET WS-FIN-HIST TO TRUE
                 NOT AT END
                    IF RGH-PLANILLA-MENSUAL
                       IF RGH-LOTE-FECHA = WS-ULT-LOTE-MENSUAL
                          ADD RGH-BRUTO TO WS-REF-MEN-BRUTO
                          ADD RGH-APORTE-ESSALUD
                             TO WS-REF-MEN-ESSALUD
                       END-IF
                    ELSE
                       MOVE RGH-LOTE-FECHA TO WS-LOTE-COMPARADO
                       PERFORM VERIFICAR-LOTE-REFERENCIA
                       IF WS-LOTE-REF-HALLADO
                          ADD 1 TO WS-REF-SEM-EMPLEADOS
                          ADD RGH-BRUTO TO WS-REF-SEM-BRUTO
                          ADD RGH-NETO TO WS-REF-SEM-NETO
                          ADD RGH-APORTE-ESSALUD
                             TO WS-REF-SEM-ESSALUD
                       END-IF
                    END-IF
      * EL ESSALUD DE LOS LOTES YA PAGADOS ENTRA REAL A LA REMESA
      * DE SU MES.
                    IF RGH-LOTE-FECHA NOT < WS-FECHA-DESDE-REAL
                       COMPUTE WS-PERIODO-BUSCADO =
                          RGH-LOTE-FECHA / 100
                       PERFORM BUSCAR-MES
                       IF WS-MES-HALLADO
                          ADD RGH-APORTE-ESSALUD
                             TO WS-MES-ESSALUD(WS-IDX-MES)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REGISTRO-HIST-FILE.

       VERIFICAR-LOTE-REFERENCIA.
           MOVE 'N' TO WS-LOTE-REF-HALLADO-OK
           PERFORM VARYING WS-IDX-LOTE FROM 1 BY 1
                   UNTIL WS-IDX-LOTE > WS-LOTES-REFERENCIA
                      OR WS-LOTE-REF-HALLADO
              IF WS-LOTE-REF-FECHA(WS-IDX-LOTE) = WS-LOTE-COMPARADO
                 SET WS-LOTE-REF-HALLADO TO TRUE
              END-IF
           END-PERFORM.

      *****************************************************************
      * RETENCIONES DEL DETALLE DE DEDUCCIONES: LAS DE LOS LOTES DE   *
      * REFERENCIA DAN EL PROMEDIO (SEMANAL) O LA PROPORCION SOBRE EL *
      * BRUTO (MENSUAL); EL DETALLE NO LLEVA TIPO DE PLANILLA, ASI    *
      * QUE SE TOMA DEL MAESTRO. LAS DE LOTES YA PAGADOS DESDE EL MES *
      * ANTERIOR SE ACUMULAN REALES PARA SU REMESA. LOS EVENTUALES    *
      * (EVI / EVD) NO SON RETENCIONES Y SE EXCLUYEN, COMO EN LA      *
      * REMESA.                                                       *
      *****************************************************************
       ANALIZAR-DETALLE-DEDUCCIONES.
           MOVE 0 TO WS-REF-SEM-IMP
           MOVE 0 TO WS-REF-SEM-ONP
           MOVE 0 TO WS-REF-SEM-AFP
           MOVE 0 TO WS-REF-SEM-OTR
           MOVE 0 TO WS-REF-MEN-IMP
           MOVE 0 TO WS-REF-MEN-ONP
           MOVE 0 TO WS-REF-MEN-AFP
           MOVE 0 TO WS-REF-MEN-OTR
           MOVE 'N' TO WS-FIN-DETALLE-OK
           OPEN INPUT DEDUCCION-DETALLE-FILE
           IF WS-DED-DETALLE-STATUS NOT = "00"
              DISPLAY "AVISO: NO SE ENCONTRO DEDUCCION-DETALLE.DAT; "
                      "LAS RETENCIONES SE PRONOSTICAN EN CERO."
           ELSE
              PERFORM UNTIL WS-FIN-DETALLE
                 READ DEDUCCION-DETALLE-FILE
                    AT END
                       SET WS-FIN-DETALLE TO TRUE
                    NOT AT END
                       IF NOT DED-DET-EVENTUAL
                          PERFORM CLASIFICAR-RETENCION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEDUCCION-DETALLE-FILE
           END-IF.

       CLASIFICAR-RETENCION.
           IF DED-DET-FECHA NOT < WS-FECHA-DESDE-REAL
              COMPUTE WS-PERIODO-BUSCADO = DED-DET-FECHA / 100
              PERFORM BUSCAR-MES
              IF WS-MES-HALLADO
                 EVALUATE TRUE
                    WHEN DED-DET-IMPUESTO
                       ADD DED-DET-MONTO TO WS-MES-IMP(WS-IDX-MES)
                    WHEN DED-DET-PENSION AND DED-DET-FONDO = '00'
                       ADD DED-DET-MONTO TO WS-MES-ONP(WS-IDX-MES)
                    WHEN DED-DET-PENSION
                       ADD DED-DET-MONTO TO WS-MES-AFP(WS-IDX-MES)
                    WHEN OTHER
                       ADD DED-DET-MONTO TO WS-MES-OTR(WS-IDX-MES)
                 END-EVALUATE
              END-IF
           END-IF
           MOVE DED-DET-FECHA TO WS-LOTE-COMPARADO
           PERFORM VERIFICAR-LOTE-REFERENCIA
           IF WS-LOTE-REF-HALLADO
              OR DED-DET-FECHA = WS-ULT-LOTE-MENSUAL
              MOVE DED-DET-EMP-ID TO EMP-ID
              READ EMPLOYEE-MASTER-FILE KEY IS EMP-ID
                 INVALID KEY
                    MOVE 'H' TO EMP-TIPO-COMP
              END-READ
              IF EMP-COMP-MENSUAL
                 IF DED-DET-FECHA = WS-ULT-LOTE-MENSUAL
                    PERFORM SUMAR-RETENCION-MENSUAL
                 END-IF
              ELSE
                 IF WS-LOTE-REF-HALLADO
                    PERFORM SUMAR-RETENCION-SEMANAL
                 END-IF
              END-IF
           END-IF.

       SUMAR-RETENCION-SEMANAL.
           EVALUATE TRUE
              WHEN DED-DET-IMPUESTO
                 ADD DED-DET-MONTO TO WS-REF-SEM-IMP
              WHEN DED-DET-PENSION AND DED-DET-FONDO = '00'
                 ADD DED-DET-MONTO TO WS-REF-SEM-ONP
              WHEN DED-DET-PENSION
                 ADD DED-DET-MONTO TO WS-REF-SEM-AFP
              WHEN OTHER
                 ADD DED-DET-MONTO TO WS-REF-SEM-OTR
           END-EVALUATE.

       SUMAR-RETENCION-MENSUAL.
           EVALUATE TRUE
              WHEN DED-DET-IMPUESTO
                 ADD DED-DET-MONTO TO WS-REF-MEN-IMP
              WHEN DED-DET-PENSION AND DED-DET-FONDO = '00'
                 ADD DED-DET-MONTO TO WS-REF-MEN-ONP
              WHEN DED-DET-PENSION
                 ADD DED-DET-MONTO TO WS-REF-MEN-AFP
              WHEN OTHER
                 ADD DED-DET-MONTO TO WS-REF-MEN-OTR
           END-EVALUATE.

      *****************************************************************
      * SUELDOS FIJOS DE LOS EMPLEADOS MENSUALES ACTIVOS, CON LA CTS  *
      * DE CADA UNO REDONDEADA COMO EN BONOS-ESTATUTARIOS.            *
      *****************************************************************
       ANALIZAR-MAESTRO.
           MOVE 0 TO WS-EMPLEADOS-MENSUALES
           MOVE 0 TO WS-SUELDOS-MENSUALES
           MOVE 0 TO WS-CTS-MENSUALES
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
                    IF EMP-ACTIVO AND EMP-COMP-MENSUAL
                       ADD 1 TO WS-EMPLEADOS-MENSUALES
                       ADD EMP-SALARIO-MENSUAL
                          TO WS-SUELDOS-MENSUALES
                       COMPUTE WS-CTS-EMPLEADO ROUNDED =
                          (EMP-SALARIO-MENSUAL
                           + (EMP-SALARIO-MENSUAL / 6)) / 2
                       ADD WS-CTS-EMPLEADO TO WS-CTS-MENSUALES
                    END-IF
              END-READ
           END-PERFORM.

      *****************************************************************
      * DEDUCCIONES VIGENTES CON SALDO DE EMPLEADOS ACTIVOS; CADA UNA *
      * SE APLICA EN LA PLANILLA DE SU EMPLEADO (SEMANAL O MENSUAL).  *
      *****************************************************************
       CARGAR-DEDUCCIONES-VIGENTES.
           MOVE 0 TO WS-CONTADOR-DED
           MOVE 0 TO WS-SALDO-DEDUCCIONES
           MOVE 'N' TO WS-FIN-DEDUCCIONES-OK
           OPEN INPUT DEDUCCION-EMP-FILE
           IF WS-DEDUCCION-EMP-STATUS = "00"
              MOVE LOW-VALUES TO DED-CLAVE
              START DEDUCCION-EMP-FILE
                 KEY IS NOT LESS THAN DED-CLAVE
                 INVALID KEY
                    SET WS-FIN-DEDUCCIONES TO TRUE
              END-START
              PERFORM UNTIL WS-FIN-DEDUCCIONES
                 READ DEDUCCION-EMP-FILE NEXT RECORD
                    AT END
                       SET WS-FIN-DEDUCCIONES TO TRUE
                    NOT AT END
                       IF DED-ACTIVA AND DED-SALDO-RESTANTE > 0
                          AND DED-MONTO-SEMANAL > 0
                          PERFORM GUARDAR-DEDUCCION-VIGENTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEDUCCION-EMP-FILE
           END-IF.

       GUARDAR-DEDUCCION-VIGENTE.
           MOVE DED-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER-FILE KEY IS EMP-ID
              INVALID KEY
                 MOVE 'I' TO EMP-ESTADO
           END-READ
           IF EMP-ACTIVO
              IF WS-CONTADOR-DED < 500
                 ADD 1 TO WS-CONTADOR-DED
                 SET WS-IDX-DED TO WS-CONTADOR-DED
                 MOVE DED-TIPO TO WS-DED-PROY-TIPO(WS-IDX-DED)
                 IF EMP-COMP-MENSUAL
                    MOVE 'M' TO WS-DED-PROY-PLANILLA(WS-IDX-DED)
                 ELSE
                    MOVE 'S' TO WS-DED-PROY-PLANILLA(WS-IDX-DED)
                 END-IF
                 MOVE DED-MONTO-SEMANAL
                    TO WS-DED-PROY-MONTO(WS-IDX-DED)
                 MOVE DED-SALDO-RESTANTE
                    TO WS-DED-PROY-SALDO(WS-IDX-DED)
                 ADD DED-SALDO-RESTANTE TO WS-SALDO-DEDUCCIONES
              ELSE
                 DISPLAY "AVISO: MAS DE 500 DEDUCCIONES VIGENTES; SE "
                         "OMITE " DED-EMP-ID "-" DED-SECUENCIA
              END-IF
           END-IF.

      *****************************************************************
      * BASES DE LA PROYECCION: EL LOTE SEMANAL PROMEDIO (SU NETO DE  *
      * LEY ES BRUTO MENOS RETENCIONES, ANTES DE DEDUCCIONES          *
      * PERSONALES, QUE SE SIMULAN APARTE) Y LAS PROPORCIONES DE      *
      * RETENCION DEL ULTIMO LOTE MENSUAL (O DE LOS SEMANALES SI AUN  *
      * NO HUBO MENSUAL) SOBRE LOS SUELDOS FIJOS DEL MAESTRO.         *
      *****************************************************************
       CALCULAR-BASES-PROYECCION.
           IF WS-LOTES-REFERENCIA > 0
              COMPUTE WS-PROY-SEM-BRUTO ROUNDED =
                 WS-REF-SEM-BRUTO / WS-LOTES-REFERENCIA
              COMPUTE WS-PROY-SEM-ESSALUD ROUNDED =
                 WS-REF-SEM-ESSALUD / WS-LOTES-REFERENCIA
              COMPUTE WS-PROY-SEM-IMP ROUNDED =
                 WS-REF-SEM-IMP / WS-LOTES-REFERENCIA
              COMPUTE WS-PROY-SEM-ONP ROUNDED =
                 WS-REF-SEM-ONP / WS-LOTES-REFERENCIA
              COMPUTE WS-PROY-SEM-AFP ROUNDED =
                 WS-REF-SEM-AFP / WS-LOTES-REFERENCIA
              COMPUTE WS-PROY-SEM-OTR ROUNDED =
                 WS-REF-SEM-OTR / WS-LOTES-REFERENCIA
              COMPUTE WS-MONTO-CALCULO =
                 WS-PROY-SEM-BRUTO - WS-PROY-SEM-IMP
                 - WS-PROY-SEM-ONP - WS-PROY-SEM-AFP
                 - WS-PROY-SEM-OTR
              IF WS-MONTO-CALCULO < 0
                 MOVE 0 TO WS-MONTO-CALCULO
              END-IF
              MOVE WS-MONTO-CALCULO TO WS-PROY-SEM-NETO
           END-IF
           EVALUATE TRUE
              WHEN WS-REF-MEN-BRUTO > 0
                 COMPUTE WS-TASA-PROY-IMP ROUNDED =
                    WS-REF-MEN-IMP / WS-REF-MEN-BRUTO
                 COMPUTE WS-TASA-PROY-ONP ROUNDED =
                    WS-REF-MEN-ONP / WS-REF-MEN-BRUTO
                 COMPUTE WS-TASA-PROY-AFP ROUNDED =
                    WS-REF-MEN-AFP / WS-REF-MEN-BRUTO
                 COMPUTE WS-TASA-PROY-OTR ROUNDED =
                    WS-REF-MEN-OTR / WS-REF-MEN-BRUTO
                 COMPUTE WS-TASA-PROY-ESSALUD ROUNDED =
                    WS-REF-MEN-ESSALUD / WS-REF-MEN-BRUTO
              WHEN WS-REF-SEM-BRUTO > 0
                 COMPUTE WS-TASA-PROY-IMP ROUNDED =
                    WS-REF-SEM-IMP / WS-REF-SEM-BRUTO
                 COMPUTE WS-TASA-PROY-ONP ROUNDED =
                    WS-REF-SEM-ONP / WS-REF-SEM-BRUTO
                 COMPUTE WS-TASA-PROY-AFP ROUNDED =
                    WS-REF-SEM-AFP / WS-REF-SEM-BRUTO
                 COMPUTE WS-TASA-PROY-OTR ROUNDED =
                    WS-REF-SEM-OTR / WS-REF-SEM-BRUTO
                 COMPUTE WS-TASA-PROY-ESSALUD ROUNDED =
                    WS-REF-SEM-ESSALUD / WS-REF-SEM-BRUTO
              WHEN OTHER
                 MOVE WS-TASA-ESSALUD TO WS-TASA-PROY-ESSALUD
                 IF WS-EMPLEADOS-MENSUALES > 0
                    DISPLAY "AVISO: SIN LOTES EN EL HISTORICO; LA "
                            "PLANILLA MENSUAL SE PRONOSTICA SIN "
                            "RETENCIONES."
                 END-IF
           END-EVALUATE
           COMPUTE WS-PROY-MEN-IMP ROUNDED =
              WS-SUELDOS-MENSUALES * WS-TASA-PROY-IMP
           COMPUTE WS-PROY-MEN-ONP ROUNDED =
              WS-SUELDOS-MENSUALES * WS-TASA-PROY-ONP
           COMPUTE WS-PROY-MEN-AFP ROUNDED =
              WS-SUELDOS-MENSUALES * WS-TASA-PROY-AFP
           COMPUTE WS-PROY-MEN-OTR ROUNDED =
              WS-SUELDOS-MENSUALES * WS-TASA-PROY-OTR
           COMPUTE WS-PROY-MEN-ESSALUD ROUNDED =
              WS-SUELDOS-MENSUALES * WS-TASA-PROY-ESSALUD
           COMPUTE WS-MONTO-CALCULO =
              WS-SUELDOS-MENSUALES - WS-PROY-MEN-IMP
              - WS-PROY-MEN-ONP - WS-PROY-MEN-AFP - WS-PROY-MEN-OTR
           IF WS-MONTO-CALCULO < 0
              MOVE 0 TO WS-MONTO-CALCULO
           END-IF
           MOVE WS-MONTO-CALCULO TO WS-PROY-MEN-NETO
           IF WS-ULT-LOTE-MENSUAL > 0
              COMPUTE WS-DIA-PLANILLA-MENSUAL =
                 FUNCTION MOD(WS-ULT-LOTE-MENSUAL, 100)
           ELSE
              MOVE 31 TO WS-DIA-PLANILLA-MENSUAL
           END-IF
      * BONOS DE LEY CON LA FORMULA DE BONOS-ESTATUTARIOS: LA
      * GRATIFICACION ES UNA REMUNERACION MENSUAL Y LA CTS LA MITAD
      * DE LA REMUNERACION MAS UN SEXTO DE ELLA.
           COMPUTE WS-REM-HORARIA-MES ROUNDED =
              WS-PROY-SEM-BRUTO * 52 / 12
           COMPUTE WS-CTS-HORARIOS ROUNDED =
              (WS-REM-HORARIA-MES + (WS-REM-HORARIA-MES / 6)) / 2
           COMPUTE WS-TOTAL-GRATIFICACION =
              WS-SUELDOS-MENSUALES + WS-REM-HORARIA-MES
           COMPUTE WS-TOTAL-CTS = WS-CTS-MENSUALES + WS-CTS-HORARIOS.

      *****************************************************************
      * PROCEDIMIENTO DE ENTRADA DEL SORT: CADA CONCEPTO LIBERA SUS   *
      * MOVIMIENTOS. LAS REMESAS VAN AL FINAL PORQUE SUMAN LO QUE     *
      * LAS PLANILLAS PROYECTADAS RETIENEN EN CADA MES.               *
      *****************************************************************
       GENERAR-MOVIMIENTOS-CAJA.
           PERFORM PROYECTAR-PLANILLA-SEMANAL
           PERFORM PROYECTAR-PLANILLA-MENSUAL
           PERFORM PROYECTAR-REMESAS
           PERFORM PROYECTAR-BONOS-LEY.

      * UN LOTE CADA 7 DIAS DESDE EL ULTIMO DEL HISTORICO. UN LOTE
      * VENCIDO EN LOS ULTIMOS 6 DIAS Y AUN NO CORRIDO SE PAGA EN EL
      * PRIMER DIA DEL HORIZONTE; LOS MAS VIEJOS NO SE PRONOSTICAN.
       PROYECTAR-PLANILLA-SEMANAL.
           IF WS-LOTES-REFERENCIA = 0
              DISPLAY "AVISO: SIN LOTES SEMANALES EN EL HISTORICO; NO "
                      "SE PRONOSTICA LA PLANILLA SEMANAL."
           ELSE
              COMPUTE WS-ENTERO-LOTE =
                 FUNCTION INTEGER-OF-DATE(WS-ULT-LOTE-SEMANAL) + 7
              PERFORM UNTIL WS-ENTERO-LOTE > WS-ENTERO-FIN
                 IF WS-ENTERO-LOTE + 6 NOT < WS-ENTERO-INICIO
                    COMPUTE WS-FECHA-LOTE-PROY =
                       FUNCTION DATE-OF-INTEGER(WS-ENTERO-LOTE)
                    PERFORM PROYECTAR-LOTE-SEMANAL
                 END-IF
                 ADD 7 TO WS-ENTERO-LOTE
              END-PERFORM
           END-IF.

       PROYECTAR-LOTE-SEMANAL.
           SET WS-CORRIDA-SEMANAL TO TRUE
           PERFORM APLICAR-DEDUCCIONES-PROYECTADAS
           MOVE WS-FECHA-LOTE-PROY TO WS-FECHA-AJUSTE
           PERFORM AJUSTAR-DIA-HABIL-SIGUIENTE
           COMPUTE WS-MONTO-CALCULO = WS-PROY-SEM-NETO
              - WS-EMBARGOS-CORRIDA - WS-RECUPERO-CORRIDA
           IF WS-MONTO-CALCULO < 0
              MOVE 0 TO WS-MONTO-CALCULO
           END-IF
           MOVE WS-FECHA-AJUSTE TO WS-MOV-FECHA
           MOVE 'E' TO WS-MOV-BASE
           MOVE 1 TO WS-MOV-ORDEN
           MOVE "NETO PLANILLA SEMANAL" TO WS-MOV-CONCEPTO
           MOVE "EMPLEADOS" TO WS-MOV-BENEFICIARIO
           MOVE WS-MONTO-CALCULO TO WS-MOV-MONTO
           PERFORM LIBERAR-MOVIMIENTO
           PERFORM LIBERAR-EMBARGOS
           COMPUTE WS-PERIODO-BUSCADO = WS-FECHA-LOTE-PROY / 100
           PERFORM BUSCAR-MES
           IF WS-MES-HALLADO
              ADD WS-PROY-SEM-IMP TO WS-MES-IMP(WS-IDX-MES)
              ADD WS-PROY-SEM-ONP TO WS-MES-ONP(WS-IDX-MES)
              ADD WS-PROY-SEM-AFP TO WS-MES-AFP(WS-IDX-MES)
              ADD WS-PROY-SEM-OTR TO WS-MES-OTR(WS-IDX-MES)
              ADD WS-PROY-SEM-ESSALUD TO WS-MES-ESSALUD(WS-IDX-MES)
              SET WS-MES-ESTIMADO(WS-IDX-MES) TO TRUE
           END-IF.

      * UN LOTE MENSUAL POR MES DEL HORIZONTE, EN EL DIA DEL MES DEL
      * ULTIMO LOTE MENSUAL (FIN DE MES SI NUNCA HUBO UNO), SI AUN
      * NO SE CORRIO.
       PROYECTAR-PLANILLA-MENSUAL.
           IF WS-EMPLEADOS-MENSUALES > 0
              PERFORM EVALUAR-LOTE-MENSUAL
                 VARYING WS-MES-PROY FROM 2 BY 1
                 UNTIL WS-MES-PROY > WS-CONTADOR-MESES
           END-IF.

       EVALUAR-LOTE-MENSUAL.
           MOVE WS-MES-PERIODO(WS-MES-PROY) TO WS-PERIODO-CALCULO
           PERFORM CALCULAR-INICIO-MES-SIGUIENTE
           COMPUTE WS-FECHA-EVALUADA =
              FUNCTION DATE-OF-INTEGER(WS-ENTERO-MES-SIGUIENTE - 1)
           COMPUTE WS-ULTIMO-DIA = FUNCTION MOD(WS-FECHA-EVALUADA, 100)
           IF WS-DIA-PLANILLA-MENSUAL < WS-ULTIMO-DIA
              MOVE WS-DIA-PLANILLA-MENSUAL TO WS-DIA-LOTE
           ELSE
              MOVE WS-ULTIMO-DIA TO WS-DIA-LOTE
           END-IF
           COMPUTE WS-FECHA-LOTE-PROY =
              WS-PERIODO-CALCULO * 100 + WS-DIA-LOTE
           COMPUTE WS-ENTERO-LOTE =
              FUNCTION INTEGER-OF-DATE(WS-FECHA-LOTE-PROY)
           IF WS-FECHA-LOTE-PROY > WS-ULT-LOTE-MENSUAL
              AND WS-FECHA-LOTE-PROY NOT > WS-FECHA-FIN
              AND WS-ENTERO-LOTE + 6 NOT < WS-ENTERO-INICIO
              PERFORM PROYECTAR-LOTE-MENSUAL
           END-IF.

       PROYECTAR-LOTE-MENSUAL.
           SET WS-CORRIDA-MENSUAL TO TRUE
           PERFORM APLICAR-DEDUCCIONES-PROYECTADAS
           MOVE WS-FECHA-LOTE-PROY TO WS-FECHA-AJUSTE
           PERFORM AJUSTAR-DIA-HABIL-SIGUIENTE
           COMPUTE WS-MONTO-CALCULO = WS-PROY-MEN-NETO
              - WS-EMBARGOS-CORRIDA - WS-RECUPERO-CORRIDA
           IF WS-MONTO-CALCULO < 0
              MOVE 0 TO WS-MONTO-CALCULO
           END-IF
           MOVE WS-FECHA-AJUSTE TO WS-MOV-FECHA
           MOVE 'E' TO WS-MOV-BASE
           MOVE 2 TO WS-MOV-ORDEN
           MOVE "NETO PLANILLA MENSUAL" TO WS-MOV-CONCEPTO
           MOVE "EMPLEADOS" TO WS-MOV-BENEFICIARIO
           MOVE WS-MONTO-CALCULO TO WS-MOV-MONTO
           PERFORM LIBERAR-MOVIMIENTO
           PERFORM LIBERAR-EMBARGOS
           ADD WS-PROY-MEN-IMP TO WS-MES-IMP(WS-MES-PROY)
           ADD WS-PROY-MEN-ONP TO WS-MES-ONP(WS-MES-PROY)
           ADD WS-PROY-MEN-AFP TO WS-MES-AFP(WS-MES-PROY)
           ADD WS-PROY-MEN-OTR TO WS-MES-OTR(WS-MES-PROY)
           ADD WS-PROY-MEN-ESSALUD TO WS-MES-ESSALUD(WS-MES-PROY)
           SET WS-MES-ESTIMADO(WS-MES-PROY) TO TRUE.

      * LO EMBARGADO EN LA CORRIDA SALE EL MISMO DIA DE PAGO HACIA EL
      * JUZGADO; PRESTAMOS Y ADELANTOS QUEDAN EN LA EMPRESA.
       LIBERAR-EMBARGOS.
           MOVE 3 TO WS-MOV-ORDEN
           MOVE "EMBARGOS JUDICIALES" TO WS-MOV-CONCEPTO
           MOVE "JUZGADOS" TO WS-MOV-BENEFICIARIO
           MOVE WS-EMBARGOS-CORRIDA TO WS-MOV-MONTO
           PERFORM LIBERAR-MOVIMIENTO.

      *****************************************************************
      * SIMULA LA CORRIDA SOBRE LOS SALDOS COMO NOMINA-SEMANAL: CADA  *
      * DEDUCCION DE LA PLANILLA EN CURSO DESCUENTA EL MENOR ENTRE SU *
      * MONTO Y SU SALDO, Y DEJA DE DESCONTAR AL AGOTARSE.            *
      *****************************************************************
       APLICAR-DEDUCCIONES-PROYECTADAS.
           MOVE 0 TO WS-EMBARGOS-CORRIDA
           MOVE 0 TO WS-RECUPERO-CORRIDA
           PERFORM VARYING WS-IDX-DED FROM 1 BY 1
                   UNTIL WS-IDX-DED > WS-CONTADOR-DED
              IF WS-DED-PROY-PLANILLA(WS-IDX-DED) = WS-PLANILLA-CORRIDA
                 AND WS-DED-PROY-SALDO(WS-IDX-DED) > 0
                 MOVE WS-DED-PROY-MONTO(WS-IDX-DED) TO WS-DED-APLICADA
                 IF WS-DED-APLICADA > WS-DED-PROY-SALDO(WS-IDX-DED)
                    MOVE WS-DED-PROY-SALDO(WS-IDX-DED)
                       TO WS-DED-APLICADA
                 END-IF
                 SUBTRACT WS-DED-APLICADA
                    FROM WS-DED-PROY-SALDO(WS-IDX-DED)
                 IF WS-DED-PROY-EMBARGO(WS-IDX-DED)
                    ADD WS-DED-APLICADA TO WS-EMBARGOS-CORRIDA
                 ELSE
                    ADD WS-DED-APLICADA TO WS-RECUPERO-CORRIDA
                 END-IF
              END-IF
           END-PERFORM.

      *****************************************************************
      * REMESA DE CADA MES EN SU VENCIMIENTO DEL MES SIGUIENTE; LAS   *
      * QUE YA VENCIERON ANTES DE HOY SE DAN POR PAGADAS. LA BASE ES  *
      * REAL (R) SI TODO EL MES SALE DE LOTES YA PAGADOS Y ESTIMADA   *
      * (E) SI INCLUYE LOTES PROYECTADOS.                             *
      *****************************************************************
       PROYECTAR-REMESAS.
           PERFORM PROYECTAR-REMESA-MES
              VARYING WS-MES-PROY FROM 1 BY 1
              UNTIL WS-MES-PROY > WS-CONTADOR-MESES.

       PROYECTAR-REMESA-MES.
           MOVE WS-MES-PERIODO(WS-MES-PROY) TO WS-PERIODO-CALCULO
           PERFORM CALCULAR-INICIO-MES-SIGUIENTE
           IF WS-MES-ESTIMADO(WS-MES-PROY)
              MOVE 'E' TO WS-MOV-BASE
           ELSE
              MOVE 'R' TO WS-MOV-BASE
           END-IF
           MOVE WS-DIA-HABIL-AFP TO WS-DIAS-PLAZO
           PERFORM CALCULAR-VENCIMIENTO
           IF WS-FECHA-AJUSTE NOT < WS-FECHA-INICIO
              MOVE WS-FECHA-AJUSTE TO WS-MOV-FECHA
              MOVE 6 TO WS-MOV-ORDEN
              MOVE "APORTES AFP" TO WS-MOV-CONCEPTO
              MOVE "AFP" TO WS-MOV-BENEFICIARIO
              MOVE WS-MES-AFP(WS-MES-PROY) TO WS-MOV-MONTO
              PERFORM LIBERAR-MOVIMIENTO
           END-IF
           MOVE WS-DIA-HABIL-SUNAT TO WS-DIAS-PLAZO
           PERFORM CALCULAR-VENCIMIENTO
           IF WS-FECHA-AJUSTE NOT < WS-FECHA-INICIO
              MOVE WS-FECHA-AJUSTE TO WS-MOV-FECHA
              MOVE "SUNAT" TO WS-MOV-BENEFICIARIO
              MOVE 4 TO WS-MOV-ORDEN
              MOVE "IMPUESTO RENTA 5TA CAT." TO WS-MOV-CONCEPTO
              MOVE WS-MES-IMP(WS-MES-PROY) TO WS-MOV-MONTO
              PERFORM LIBERAR-MOVIMIENTO
              MOVE 5 TO WS-MOV-ORDEN
              MOVE "APORTES ONP" TO WS-MOV-CONCEPTO
              MOVE WS-MES-ONP(WS-MES-PROY) TO WS-MOV-MONTO
              PERFORM LIBERAR-MOVIMIENTO
              MOVE 7 TO WS-MOV-ORDEN
              MOVE "ESSALUD APORTE PATRONAL" TO WS-MOV-CONCEPTO
              MOVE WS-MES-ESSALUD(WS-MES-PROY) TO WS-MOV-MONTO
              PERFORM LIBERAR-MOVIMIENTO
              MOVE 8 TO WS-MOV-ORDEN
              MOVE "OTRAS RETENCIONES" TO WS-MOV-CONCEPTO
              MOVE "TERCEROS" TO WS-MOV-BENEFICIARIO
              MOVE WS-MES-OTR(WS-MES-PROY) TO WS-MOV-MONTO
              PERFORM LIBERAR-MOVIMIENTO
           END-IF.

      *****************************************************************
      * GRATIFICACION: VENCE EL 15 DE JULIO Y DE DICIEMBRE Y NO PUEDE *
      * PAGARSE DESPUES, ASI QUE SE ADELANTA AL DIA HABIL ANTERIOR.   *
      * CTS: EL DEPOSITO DEL 15 DE MAYO Y DE NOVIEMBRE SE PRORROGA AL *
      * DIA HABIL SIGUIENTE.                                          *
      *****************************************************************
       PROYECTAR-BONOS-LEY.
           MOVE 'E' TO WS-MOV-BASE
           PERFORM PROYECTAR-BONOS-ANO
              VARYING WS-ANO-BONO FROM WS-ANO-INICIO BY 1
              UNTIL WS-ANO-BONO > WS-ANO-FIN.

       PROYECTAR-BONOS-ANO.
           MOVE 10 TO WS-MOV-ORDEN
           MOVE "DEPOSITO CTS" TO WS-MOV-CONCEPTO
           MOVE "BANCOS CTS" TO WS-MOV-BENEFICIARIO
           MOVE WS-TOTAL-CTS TO WS-MOV-MONTO
           COMPUTE WS-FECHA-AJUSTE = WS-ANO-BONO * 10000 + 515
           PERFORM AJUSTAR-DIA-HABIL-SIGUIENTE
           PERFORM LIBERAR-BONO-EN-HORIZONTE
           COMPUTE WS-FECHA-AJUSTE = WS-ANO-BONO * 10000 + 1115
           PERFORM AJUSTAR-DIA-HABIL-SIGUIENTE
           PERFORM LIBERAR-BONO-EN-HORIZONTE
           MOVE 9 TO WS-MOV-ORDEN
           MOVE "GRATIFICACION" TO WS-MOV-CONCEPTO
           MOVE "EMPLEADOS" TO WS-MOV-BENEFICIARIO
           MOVE WS-TOTAL-GRATIFICACION TO WS-MOV-MONTO
           COMPUTE WS-FECHA-AJUSTE = WS-ANO-BONO * 10000 + 715
           PERFORM AJUSTAR-DIA-HABIL-ANTERIOR
           PERFORM LIBERAR-BONO-EN-HORIZONTE
           COMPUTE WS-FECHA-AJUSTE = WS-ANO-BONO * 10000 + 1215
           PERFORM AJUSTAR-DIA-HABIL-ANTERIOR
           PERFORM LIBERAR-BONO-EN-HORIZONTE.

       LIBERAR-BONO-EN-HORIZONTE.
           IF WS-FECHA-AJUSTE NOT < WS-FECHA-INICIO
              MOVE WS-FECHA-AJUSTE TO WS-MOV-FECHA
              PERFORM LIBERAR-MOVIMIENTO
           END-IF.

      * SOLO ENTRAN MONTOS CON VALOR Y FECHA DENTRO DEL HORIZONTE; UN
      * PAGO ATRASADO (LOTE VENCIDO AUN NO CORRIDO) VA AL PRIMER DIA.
       LIBERAR-MOVIMIENTO.
           IF WS-MOV-MONTO > 0
              AND WS-MOV-FECHA NOT > WS-FECHA-FIN
              IF WS-MOV-FECHA < WS-FECHA-INICIO
                 MOVE WS-FECHA-INICIO TO WS-MOV-FECHA
              END-IF
              MOVE WS-MOV-FECHA TO PSR-FECHA
              MOVE WS-MOV-ORDEN TO PSR-ORDEN
              MOVE WS-MOV-CONCEPTO TO PSR-CONCEPTO
              MOVE WS-MOV-BENEFICIARIO TO PSR-BENEFICIARIO
              MOVE WS-MOV-MONTO TO PSR-MONTO
              MOVE WS-MOV-BASE TO PSR-BASE
              RELEASE PRONOSTICO-SORT-RECORD
              ADD 1 TO WS-MOVIMIENTOS
           END-IF.

      *****************************************************************
      * FECHAS HABILES CON EL CALENDARIO CARGADO: EL PRIMER DIA DEL   *
      * MES SIGUIENTE A UN PERIODO, EL N-ESIMO DIA HABIL DE ESE MES   *
      * (VENCIMIENTO DE REMESAS) Y EL CORRIMIENTO DE UNA FECHA AL DIA *
      * HABIL SIGUIENTE O ANTERIOR.                                   *
      *****************************************************************
       CALCULAR-INICIO-MES-SIGUIENTE.
           MOVE WS-PERIODO-CALCULO TO WS-PERIODO-PARTES
           IF WS-PERIODO-MES = 12
              MOVE 1 TO WS-PERIODO-MES
              ADD 1 TO WS-PERIODO-ANO
           ELSE
              ADD 1 TO WS-PERIODO-MES
           END-IF
           COMPUTE WS-ENTERO-MES-SIGUIENTE =
              FUNCTION INTEGER-OF-DATE(WS-PERIODO-ANO * 10000
                                       + WS-PERIODO-MES * 100 + 1).

       CALCULAR-VENCIMIENTO.
           MOVE 0 TO WS-DIAS-CONTADOS
           COMPUTE WS-ENTERO-DIA = WS-ENTERO-MES-SIGUIENTE - 1
           PERFORM UNTIL WS-DIAS-CONTADOS NOT < WS-DIAS-PLAZO
              ADD 1 TO WS-ENTERO-DIA
              COMPUTE WS-FECHA-EVALUADA =
                 FUNCTION DATE-OF-INTEGER(WS-ENTERO-DIA)
              PERFORM VERIFICAR-DIA-HABIL
              IF WS-DIA-HABIL
                 ADD 1 TO WS-DIAS-CONTADOS
              END-IF
           END-PERFORM
           MOVE WS-FECHA-EVALUADA TO WS-FECHA-AJUSTE.

       AJUSTAR-DIA-HABIL-SIGUIENTE.
           COMPUTE WS-ENTERO-DIA =
              FUNCTION INTEGER-OF-DATE(WS-FECHA-AJUSTE)
           MOVE WS-FECHA-AJUSTE TO WS-FECHA-EVALUADA
           PERFORM VERIFICAR-DIA-HABIL
           PERFORM UNTIL WS-DIA-HABIL
              ADD 1 TO WS-ENTERO-DIA
              COMPUTE WS-FECHA-EVALUADA =
                 FUNCTION DATE-OF-INTEGER(WS-ENTERO-DIA)
              PERFORM VERIFICAR-DIA-HABIL
           END-PERFORM
           MOVE WS-FECHA-EVALUADA TO WS-FECHA-AJUSTE.

       AJUSTAR-DIA-HABIL-ANTERIOR.
           COMPUTE WS-ENTERO-DIA =
              FUNCTION INTEGER-OF-DATE(WS-FECHA-AJUSTE)
           MOVE WS-FECHA-AJUSTE TO WS-FECHA-EVALUADA
           PERFORM VERIFICAR-DIA-HABIL
           PERFORM UNTIL WS-DIA-HABIL
              SUBTRACT 1 FROM WS-ENTERO-DIA
              COMPUTE WS-FECHA-EVALUADA =
                 FUNCTION DATE-OF-INTEGER(WS-ENTERO-DIA)
              PERFORM VERIFICAR-DIA-HABIL
           END-PERFORM
           MOVE WS-FECHA-EVALUADA TO WS-FECHA-AJUSTE.

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

      *****************************************************************
      * PROCEDIMIENTO DE SALIDA DEL SORT: LOS MOVIMIENTOS LLEGAN POR  *
      * FECHA Y CONCEPTO; CADA UNO VA AL REPORTE BAJO SU SEMANA (LAS  *
      * SEMANAS SIN PAGOS TAMBIEN SE LISTAN) Y COMO LINEA AL ARCHIVO  *
      * DE TESORERIA. AL FINAL, SUBTOTALES POR MES DE PAGO.           *
      *****************************************************************
       EMITIR-PRONOSTICO.
           OPEN OUTPUT PRONOSTICO-REPORTE-FILE
           OPEN OUTPUT PRONOSTICO-CARGA-FILE
           PERFORM ESCRIBIR-ENCABEZADO-PRONOSTICO
           MOVE "FECHA,SEMANA,CONCEPTO,BENEFICIARIO,MONTO,BASE"
              TO PRONOSTICO-CARGA-LINE
           WRITE PRONOSTICO-CARGA-LINE
           MOVE 0 TO WS-SEMANA-ACTUAL
           MOVE 0 TO WS-TOTAL-HORIZONTE
           MOVE 'N' TO WS-FIN-SORT-OK
           PERFORM UNTIL WS-FIN-SORT
              RETURN PRONOSTICO-SORT-FILE
                 AT END
                    SET WS-FIN-SORT TO TRUE
                 NOT AT END
                    PERFORM ESCRIBIR-MOVIMIENTO-CAJA
              END-RETURN
           END-PERFORM
           PERFORM AVANZAR-SEMANA
              UNTIL WS-SEMANA-ACTUAL NOT < WS-SEMANAS
           PERFORM CERRAR-SEMANA
           PERFORM ESCRIBIR-TOTALES-PRONOSTICO
           CLOSE PRONOSTICO-REPORTE-FILE
           CLOSE PRONOSTICO-CARGA-FILE.

       ESCRIBIR-ENCABEZADO-PRONOSTICO.
           MOVE "PRONOSTICO DE CAJA DE NOMINA PARA TESORERIA"
              TO PRONOSTICO-REPORTE-LINE
           WRITE PRONOSTICO-REPORTE-LINE
           MOVE SPACES TO PRONOSTICO-REPORTE-LINE
           STRING "DEL " WS-FECHA-INICIO " AL " WS-FECHA-FIN
                  "   SEMANAS: " WS-SEMANAS
                  "   OPERADOR: " WS-OPERADOR-ID
                  DELIMITED BY SIZE INTO PRONOSTICO-REPORTE-LINE
           WRITE PRONOSTICO-REPORTE-LINE
           MOVE WS-PROY-SEM-NETO TO WS-MONTO-DISPLAY
           MOVE SPACES TO PRONOSTICO-REPORTE-LINE
           STRING "BASE SEMANAL: " WS-LOTES-REFERENCIA
                  " LOTES, ULTIMO " WS-ULT-LOTE-SEMANAL
                  "   NETO DE LEY PROMEDIO " WS-MONTO-DISPLAY
                  DELIMITED BY SIZE INTO PRONOSTICO-REPORTE-LINE
           WRITE PRONOSTICO-REPORTE-LINE
           MOVE WS-SUELDOS-MENSUALES TO WS-MONTO-DISPLAY
           MOVE SPACES TO PRONOSTICO-REPORTE-LINE
           STRING "BASE MENSUAL: " WS-EMPLEADOS-MENSUALES
                  " EMPLEADOS, ULTIMO " WS-ULT-LOTE-MENSUAL
                  "   SUELDOS " WS-MONTO-DISPLAY
                  DELIMITED BY SIZE INTO PRONOSTICO-REPORTE-LINE
           WRITE PRONOSTICO-REPORTE-LINE
           MOVE WS-SALDO-DEDUCCIONES TO WS-MONTO-DISPLAY
           MOVE SPACES TO PRONOSTICO-REPORTE-LINE
           STRING "DEDUCCIONES PERSONALES VIGENTES: " WS-CONTADOR-DED
                  "   SALDO " WS-MONTO-DISPLAY
                  DELIMITED BY SIZE INTO PRONOSTICO-REPORTE-LINE
           WRITE PRONOSTICO-REPORTE-LINE
           MOVE ALL "=" TO PRONOSTICO-REPORTE-LINE
           WRITE PRONOSTICO-REPORTE-LINE
           MOVE SPACES TO PRONOSTICO-REPORTE-LINE
           STRING "  FECHA     CONCEPTO                 "
                  "BENEFICIARIO            MONTO B"
                  DELIMITED BY SIZE INTO PRONOSTICO-REPORTE-LINE
           WRITE PRONOSTICO-REPORTE-LINE.

       ESCRIBIR-MOVIMIENTO-CAJA.
           COMPUTE WS-SEMANA-MOV =
              (FUNCTION INTEGER-OF-DATE(PSR-FECHA) - WS-ENTERO-INICIO)
              / 7 + 1
           PERFORM AVANZAR-SEMANA
              UNTIL WS-SEMANA-ACTUAL NOT < WS-SEMANA-MOV
           MOVE PSR-MONTO TO WS-MONTO-DISPLAY
           MOVE SPACES TO PRONOSTICO-REPORTE-LINE
           STRING "  " PSR-FECHA "  " PSR-CONCEPTO " "
                  PSR-BENEFICIARIO " " WS-MONTO-DISPLAY " " PSR-BASE
                  DELIMITED BY SIZE INTO PRONOSTICO-REPORTE-LINE
           WRITE PRONOSTICO-REPORTE-LINE
           MOVE PSR-MONTO TO WS-MONTO-CARGA
           MOVE SPACES TO PRONOSTICO-CARGA-LINE
           STRING PSR-FECHA "," WS-SEMANA-ACTUAL ","
                  PSR-CONCEPTO DELIMITED BY "  "
                  "," DELIMITED BY SIZE
                  PSR-BENEFICIARIO DELIMITED BY "  "
                  "," WS-MONTO-CARGA "," PSR-BASE
                  DELIMITED BY SIZE INTO PRONOSTICO-CARGA-LINE
           WRITE PRONOSTICO-CARGA-LINE
           ADD 1 TO WS-MOVIMIENTOS-SEMANA
           ADD PSR-MONTO TO WS-TOTAL-SEMANA
           ADD PSR-MONTO TO WS-TOTAL-HORIZONTE
           COMPUTE WS-PERIODO-BUSCADO = PSR-FECHA / 100
           PERFORM BUSCAR-MES
           IF WS-MES-HALLADO
              ADD PSR-MONTO TO WS-MES-PAGOS(WS-IDX-MES)
           END-IF.

       AVANZAR-SEMANA.
           IF WS-SEMANA-ACTUAL > 0
              PERFORM CERRAR-SEMANA
           END-IF
           ADD 1 TO WS-SEMANA-ACTUAL
           MOVE 0 TO WS-MOVIMIENTOS-SEMANA
           MOVE 0 TO WS-TOTAL-SEMANA
           COMPUTE WS-SEMANA-DESDE = FUNCTION DATE-OF-INTEGER
              (WS-ENTERO-INICIO + (WS-SEMANA-ACTUAL - 1) * 7)
           COMPUTE WS-SEMANA-HASTA = FUNCTION DATE-OF-INTEGER
              (WS-ENTERO-INICIO + (WS-SEMANA-ACTUAL * 7) - 1)
           MOVE ALL "-" TO PRONOSTICO-REPORTE-LINE
           WRITE PRONOSTICO-REPORTE-LINE
           MOVE SPACES TO PRONOSTICO-REPORTE-LINE
           STRING "SEMANA " WS-SEMANA-ACTUAL
                  " DEL " WS-SEMANA-DESDE " AL " WS-SEMANA-HASTA
                  DELIMITED BY SIZE INTO PRONOSTICO-REPORTE-LINE
           WRITE PRONOSTICO-REPORTE-LINE.

       CERRAR-SEMANA.
           IF WS-MOVIMIENTOS-SEMANA = 0
              MOVE "  SIN PAGOS PREVISTOS EN LA SEMANA."
                 TO PRONOSTICO-REPORTE-LINE
              WRITE PRONOSTICO-REPORTE-LINE
           END-IF
           MOVE WS-TOTAL-SEMANA TO WS-TOTAL-DISPLAY
           MOVE SPACES TO PRONOSTICO-REPORTE-LINE
           STRING "  TOTAL SEMANA " WS-SEMANA-ACTUAL
                  "                                       "
                  WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO PRONOSTICO-REPORTE-LINE
           WRITE PRONOSTICO-REPORTE-LINE.

       ESCRIBIR-TOTALES-PRONOSTICO.
           MOVE ALL "=" TO PRONOSTICO-REPORTE-LINE
           WRITE PRONOSTICO-REPORTE-LINE
           MOVE "SUBTOTALES POR MES DE PAGO:" TO PRONOSTICO-REPORTE-LINE
           WRITE PRONOSTICO-REPORTE-LINE
           PERFORM ESCRIBIR-SUBTOTAL-MES
              VARYING WS-IDX-MES FROM 2 BY 1
              UNTIL WS-IDX-MES > WS-CONTADOR-MESES
           MOVE WS-TOTAL-HORIZONTE TO WS-TOTAL-DISPLAY
           MOVE SPACES TO PRONOSTICO-REPORTE-LINE
           STRING "TOTAL DEL HORIZONTE: " WS-TOTAL-DISPLAY
                  "   MOVIMIENTOS: " WS-MOVIMIENTOS
                  DELIMITED BY SIZE INTO PRONOSTICO-REPORTE-LINE
           WRITE PRONOSTICO-REPORTE-LINE
           MOVE ALL "-" TO PRONOSTICO-REPORTE-LINE
           WRITE PRONOSTICO-REPORTE-LINE
           MOVE SPACES TO PRONOSTICO-REPORTE-LINE
           STRING "B: R = RETENCIONES REALES DE LOTES YA PAGADOS, "
                  "E = ESTIMADO."
                  DELIMITED BY SIZE INTO PRONOSTICO-REPORTE-LINE
           WRITE PRONOSTICO-REPORTE-LINE
           MOVE SPACES TO PRONOSTICO-REPORTE-LINE
           STRING "VENCIMIENTOS: AFP DIA HABIL " WS-DIA-HABIL-AFP
                  ", SUNAT DIA HABIL " WS-DIA-HABIL-SUNAT
                  " DEL MES SIGUIENTE AL LOTE."
                  DELIMITED BY SIZE INTO PRONOSTICO-REPORTE-LINE
           WRITE PRONOSTICO-REPORTE-LINE.

       ESCRIBIR-SUBTOTAL-MES.
           MOVE WS-MES-PAGOS(WS-IDX-MES) TO WS-TOTAL-DISPLAY
           MOVE SPACES TO PRONOSTICO-REPORTE-LINE
           STRING "  " WS-MES-PERIODO(WS-IDX-MES)(1:4) "/"
                  WS-MES-PERIODO(WS-IDX-MES)(5:2)
                  "   " WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO PRONOSTICO-REPORTE-LINE
           WRITE PRONOSTICO-REPORTE-LINE.
