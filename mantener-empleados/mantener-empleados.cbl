               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAC-REPORTE-STATUS.

           SELECT CAMBIO-PENDIENTE-FILE
               ASSIGN TO "CAMBIOS-PENDIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPE-CLAVE
               FILE STATUS IS WS-CAMBIO-PEND-STATUS.

           SELECT CAMBIOS-REPORTE-FILE
               ASSIGN TO "CAMBIOS-SENSIBLES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMBIOS-REPORTE-STATUS.

           SELECT CONTRATO-FILE ASSIGN TO "CONTRATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-CLAVE
               FILE STATUS IS WS-CONTRATO-STATUS.

           SELECT HORARIO-TURNO-FILE ASSIGN TO "HORARIOS-TURNO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-CLAVE
               FILE STATUS IS WS-HORARIO-STATUS.

           SELECT HORAS-EXTRAS-AUT-FILE
               ASSIGN TO "HORAS-EXTRAS-AUT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HEA-CLAVE
               FILE STATUS IS WS-HORAS-EXTRAS-STATUS.

           SELECT HORAS-EXTRAS-RET-FILE
               ASSIGN TO "HORAS-EXTRAS-RET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HER-CLAVE
               FILE STATUS IS WS-HORAS-RETENIDAS-STATUS.

           SELECT CONCEPTO-EVENTUAL-FILE
               ASSIGN TO "CONCEPTOS-EVENTUALES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEV-CODIGO
               FILE STATUS IS WS-CONCEPTO-EV-STATUS.

           SELECT MOVIMIENTO-EVENTUAL-FILE
               ASSIGN TO "MOVIMIENTOS-EVENTUALES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEV-CLAVE
               FILE STATUS IS WS-MOVIMIENTO-EV-STATUS.

           SELECT DEPENDIENTE-FILE ASSIGN TO "DEPENDIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CLAVE
               FILE STATUS IS WS-DEPENDIENTE-STATUS.

           SELECT PARAMETRO-LEGAL-FILE
               ASSIGN TO "PARAMETROS-LEGALES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARAMETRO-LEGAL-STATUS.

           SELECT TREGISTRO-MOVIMIENTO-FILE
               ASSIGN TO "TREGISTRO-MOVIMIENTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-CLAVE
               FILE STATUS IS WS-TREGISTRO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       FD  VACACIONES-REPORTE-FILE.
       01  VACACIONES-REPORTE-LINE     PIC X(80).

       FD  CAMBIO-PENDIENTE-FILE.
           COPY CAMBIO-PENDIENTE-RECORD.

       FD  CAMBIOS-REPORTE-FILE.
       01  CAMBIOS-REPORTE-LINE        PIC X(80).

       FD  CONTRATO-FILE.
           COPY CONTRATO-RECORD.

       FD  HORARIO-TURNO-FILE.
           COPY HORARIO-TURNO-RECORD.

       FD  HORAS-EXTRAS-AUT-FILE.
           COPY HORAS-EXTRAS-AUT-RECORD.

       FD  HORAS-EXTRAS-RET-FILE.
           COPY HORAS-EXTRAS-RET-RECORD.

       FD  CONCEPTO-EVENTUAL-FILE.
           COPY CONCEPTO-EVENTUAL-RECORD.

       FD  MOVIMIENTO-EVENTUAL-FILE.
           COPY MOVIMIENTO-EVENTUAL-RECORD.

       FD  DEPENDIENTE-FILE.
           COPY DEPENDIENTE-RECORD.

       FD  PARAMETRO-LEGAL-FILE.
           COPY PARAMETRO-LEGAL-RECORD.

       FD  TREGISTRO-MOVIMIENTO-FILE.
           COPY TREGISTRO-MOVIMIENTO-RECORD.

       WORKING-STORAGE SECTION.

      ***************************
       01 WS-EMP-MASTER-STATUS         PIC X(02).
       01 WS-AUDIT-STATUS              PIC X(02).
       01 WS-DEDUCCION-EMP-STATUS      PIC X(02).
       01 WS-CAMBIO-PEND-STATUS        PIC X(02).
       01 WS-CAMBIOS-REPORTE-STATUS    PIC X(02).
       01 WS-CONTRATO-STATUS           PIC X(02).
       01 WS-HORARIO-STATUS            PIC X(02).
       01 WS-HORAS-EXTRAS-STATUS       PIC X(02).
       01 WS-HORAS-RETENIDAS-STATUS    PIC X(02).
       01 WS-CONCEPTO-EV-STATUS        PIC X(02).
       01 WS-MOVIMIENTO-EV-STATUS      PIC X(02).
       01 WS-DEPENDIENTE-STATUS        PIC X(02).
       01 WS-PARAMETRO-LEGAL-STATUS    PIC X(02).
       01 WS-TREGISTRO-STATUS          PIC X(02).

      **************************************
      * BITACORA DE AUDITORIA (REQ. 013)    *
          88 WS-MANT-BAJA-DEDUCCION                   VALUE '7'.
          88 WS-MANT-VACACIONES                       VALUE '8'.
          88 WS-MANT-REP-VACACIONES                   VALUE '9'.
          88 WS-MANT-APROBAR-CAMBIOS                  VALUE 'A'.
          88 WS-MANT-REP-CAMBIOS                      VALUE 'B'.
          88 WS-MANT-CONTRATOS                        VALUE 'C'.
          88 WS-MANT-HORARIOS                         VALUE 'D'.
          88 WS-MANT-HORAS-EXTRAS                     VALUE 'E'.
          88 WS-MANT-CONCEPTOS-EV                     VALUE 'F'.
          88 WS-MANT-MOVIMIENTOS-EV                   VALUE 'G'.
          88 WS-MANT-DEPENDIENTES                     VALUE 'H'.
          88 WS-MANT-SALIR                            VALUE '0'.
          88 WS-MANT-VALIDA                           VALUE '1' '2'
                                                      '3' '4' '5'
                                                      '6' '7' '8'
                                                      '9' 'A' 'B'
                                                      'C' 'D' 'E'
                                                      'F' 'G' 'H'
                                                      '0'.
       01 WS-CONTINUAR-MANT            PIC X(01)      VALUE 'S'.
          88 WS-SEGUIR-EN-MANT                        VALUE 'S'.

       01 WS-SALARIO-TEXTO             PIC X(10)      VALUE SPACE.
       01 WS-SALARIO-MENSUAL           PIC 9(06)V99   VALUE 0.
       01 WS-SALARIO-DISPLAY           PIC ZZZ,ZZ9.99.
      * DOCUMENTO DE IDENTIDAD PARA EL T-REGISTRO: OBLIGATORIO EN EL
      * ALTA; LOS EMPLEADOS ANTERIORES LO COMPLETAN POR CAMBIO.
       01 WS-TIPO-DOCUMENTO            PIC X(02)      VALUE '01'.
          88 WS-DOC-DNI                               VALUE '01'.
          88 WS-DOC-TIPO-VALIDO                       VALUE '01' '04'
                                                      '07'.
       01 WS-NUM-DOCUMENTO             PIC X(12)      VALUE SPACE.
       01 WS-CAMPO-TEXTO               PIC X(20).
       01 WS-CONFIRMAR                 PIC X(01)      VALUE 'N'.
          88 WS-CONFIRMADO                            VALUE 'S'.
       01 WS-FIN-ARCHIVO-MAESTRO       PIC X          VALUE 'N'.
          88 WS-FIN-MAESTRO                           VALUE 'S'.

      **************************************
      * APROBACION POR UN SEGUNDO OPERADOR  *
      * DE LOS CAMBIOS BANCARIOS Y DE PAGO: *
      * QUIEN LOS DIGITA NO LOS APRUEBA, Y  *
      * NO LLEGAN AL MAESTRO HASTA QUE OTRO *
      * OPERADOR LOS APRUEBE                *
      **************************************
       01 WS-CAMBIO-SENSIBLE-OK        PIC X          VALUE 'N'.
          88 WS-CAMBIO-SENSIBLE                       VALUE 'S'.
       01 WS-CON-PENDIENTE-OK          PIC X          VALUE 'N'.
          88 WS-CON-PENDIENTE                         VALUE 'S'.
       01 WS-FIN-CAMBIOS-OK            PIC X          VALUE 'N'.
          88 WS-FIN-CAMBIOS                           VALUE 'S'.
       01 WS-MAESTRO-COINCIDE-OK       PIC X          VALUE 'N'.
          88 WS-MAESTRO-COINCIDE                      VALUE 'S'.
       01 WS-CAMBIO-RESUELTO-OK        PIC X          VALUE 'N'.
          88 WS-CAMBIO-RESUELTO                       VALUE 'S'.
       01 WS-CPE-SECUENCIA-NUEVA       PIC 9(04)      VALUE 0.
       01 WS-CPE-DECISION              PIC X(01)      VALUE SPACE.
          88 WS-CPE-APROBAR                           VALUE 'A'.
          88 WS-CPE-RECHAZAR                          VALUE 'R'.
      * CADA CAMPO CAMBIADO SALE EN SU PROPIA LINEA CON EL VALOR
      * ANTERIOR Y EL NUEVO, A LA BITACORA O AL REPORTE.
       01 WS-CPE-DESTINO               PIC X(01)      VALUE 'A'.
          88 WS-CPE-A-BITACORA                        VALUE 'A'.
          88 WS-CPE-A-REPORTE                         VALUE 'R'.
       01 WS-CPE-CAMPO                 PIC X(06)      VALUE SPACE.
       01 WS-CPE-VALOR-ANT             PIC X(17)      VALUE SPACE.
       01 WS-CPE-VALOR-NUE             PIC X(17)      VALUE SPACE.
       01 WS-CPE-MONTO-EDIT            PIC 9(06).99.
       01 WS-CPE-ESTADO-TEXTO          PIC X(09)      VALUE SPACE.
       01 WS-CONTADOR-CPE-PENDIENTES   PIC 9(05)      VALUE 0.
       01 WS-CONTADOR-CPE-APROBADOS    PIC 9(05)      VALUE 0.
       01 WS-CONTADOR-CPE-RECHAZADOS   PIC 9(05)      VALUE 0.

      **************************************
      * HISTORIA DE CONTRATOS: UN SOLO      *
      * CONTRATO VIGENTE POR EMPLEADO; LA   *
      * RENOVACION ARRANCA EL DIA SIGUIENTE *
      * AL TERMINO DEL CONTRATO QUE RENUEVA *
      **************************************
       01 WS-CON-ACCION                PIC X(01)      VALUE SPACE.
          88 WS-CON-NUEVO                             VALUE 'N'.
          88 WS-CON-RENOVAR                           VALUE 'R'.
          88 WS-CON-ANULAR                            VALUE 'X'.
       01 WS-CON-TIPO                  PIC X(01)      VALUE SPACE.
          88 WS-CON-INDETERMINADO                     VALUE 'I'.
          88 WS-CON-TIPO-VALIDO                       VALUE 'I' 'F'
                                                      'P'.
       01 WS-CON-FECHA-PEDIDA          PIC 9(08)      VALUE 0.
       01 WS-CON-FECHA-INGRESO         PIC 9(08)      VALUE 0.
       01 WS-CON-FECHA-INICIO          PIC 9(08)      VALUE 0.
       01 WS-CON-FECHA-FIN             PIC 9(08)      VALUE 0.
       01 WS-CON-RENOVACION            PIC 9(02)      VALUE 0.
       01 WS-CON-SECUENCIA-NUEVA       PIC 9(03)      VALUE 0.
       01 WS-CON-SEC-VIGENTE           PIC 9(03)      VALUE 0.
       01 WS-CON-INGRESO-EMPRESA       PIC 9(08)      VALUE 0.
       01 WS-CONTADOR-CON-LISTADOS     PIC 9(03)      VALUE 0.
       01 WS-FIN-CONTRATOS-OK          PIC X          VALUE 'N'.
          88 WS-FIN-CONTRATOS                         VALUE 'S'.

      **************************************
      * HORARIO DE TURNO POR EMPLEADO O     *
      * DEPARTAMENTO PARA EL REPORTE DE     *
      * ASISTENCIA DE DEPURAR-PONCHES       *
      **************************************
       01 WS-HOR-TIPO-CLAVE            PIC X(01)      VALUE SPACE.
          88 WS-HOR-POR-EMPLEADO                      VALUE 'E'.
          88 WS-HOR-TIPO-VALIDO                       VALUE 'E' 'D'.
       01 WS-HOR-CODIGO                PIC X(06)      VALUE SPACE.
       01 WS-HOR-ACCION                PIC X(01)      VALUE SPACE.
          88 WS-HOR-GRABAR                            VALUE 'G'.
          88 WS-HOR-BORRAR                            VALUE 'B'.
       01 WS-HOR-EXISTE-OK             PIC X          VALUE 'N'.
          88 WS-HOR-EXISTE                            VALUE 'S'.
       01 WS-HOR-DIAS-TEXTO            PIC X(07)      VALUE SPACE.
       01 WS-HOR-CONTADOR-SN           PIC 9(02)      VALUE 0.
       01 WS-HOR-HORA-TEXTO            PIC X(04)      VALUE SPACE.
       01 WS-HOR-HORA-PARTES.
          05 WS-HOR-HH                 PIC 99.
          05 WS-HOR-MM                 PIC 99.
       01 WS-HOR-HORA-PEDIDA           PIC 9(06)      VALUE 0.
       01 WS-HOR-ENTRADA               PIC 9(06)      VALUE 0.
       01 WS-HOR-SALIDA                PIC 9(06)      VALUE 0.
       01 WS-HOR-TOLERANCIA-TEXTO      PIC X(03)      VALUE SPACE.
       01 WS-HOR-TOLERANCIA            PIC 9(03)      VALUE 10.

      **************************************
      * AUTORIZACION PREVIA DE HORAS EXTRAS *
      * POR EMPLEADO Y SEMANA: LA NOMINA    *
      * SOLO PAGA COMO EXTRAS LO APROBADO   *
      **************************************
       01 WS-HEA-ACCION                PIC X(01)      VALUE SPACE.
          88 WS-HEA-GRABAR                            VALUE 'G'.
          88 WS-HEA-BORRAR                            VALUE 'B'.
       01 WS-HEA-EXISTE-OK             PIC X          VALUE 'N'.
          88 WS-HEA-EXISTE                            VALUE 'S'.
       01 WS-HEA-HORAS-TEXTO           PIC X(08)      VALUE SPACE.
       01 WS-HEA-HORAS-VALOR           PIC 9(05)V99   VALUE 0.
       01 WS-HEA-APROBADOR             PIC X(08)      VALUE SPACE.
       01 WS-HEA-HORAS-DISPLAY         PIC ZZ9.99.
       01 WS-HER-DISPONIBLE-OK         PIC X          VALUE 'N'.
          88 WS-HER-DISPONIBLE                        VALUE 'S'.
       01 WS-HER-HORAS-LIBERAR         PIC S9(03)V99  VALUE 0.
       01 WS-HER-RETENIDAS-DISPLAY     PIC ZZ9.99.
       01 WS-CONCEPTO-HORAS-RET        PIC X(04)      VALUE "HEXR".

      **************************************
      * INGRESOS Y DESCUENTOS EVENTUALES:   *
      * CATALOGO DE CONCEPTOS Y MOVIMIENTOS *
      * DE UNA SOLA VEZ POR EMPLEADO Y      *
      * FECHA DE LOTE                       *
      **************************************
       01 WS-CEV-CODIGO                PIC X(04)      VALUE SPACE.
       01 WS-CEV-ACCION                PIC X(01)      VALUE SPACE.
          88 WS-CEV-GRABAR                            VALUE 'G'.
          88 WS-CEV-DESACTIVAR                        VALUE 'I'.
       01 WS-CEV-EXISTE-OK             PIC X          VALUE 'N'.
          88 WS-CEV-EXISTE                            VALUE 'S'.
       01 WS-CEV-DESCRIPCION           PIC X(20)      VALUE SPACE.
       01 WS-CEV-CLASE                 PIC X(01)      VALUE SPACE.
          88 WS-CEV-INGRESO                           VALUE 'I'.
          88 WS-CEV-CLASE-VALIDA                      VALUE 'I' 'D'.
       01 WS-CEV-AFECTO-IMPUESTO       PIC X(01)      VALUE 'N'.
       01 WS-CEV-AFECTO-PENSION        PIC X(01)      VALUE 'N'.
       01 WS-CEV-AFECTO-ESSALUD        PIC X(01)      VALUE 'N'.
       01 WS-CEV-INDICADOR             PIC X(01)      VALUE 'N'.
          88 WS-CEV-INDICADOR-VALIDO                  VALUE 'S' 'N'.
       01 WS-MEV-ACCION                PIC X(01)      VALUE SPACE.
          88 WS-MEV-NUEVO                             VALUE 'N'.
          88 WS-MEV-ANULAR                            VALUE 'X'.
       01 WS-MEV-MONTO-TEXTO           PIC X(10)      VALUE SPACE.
       01 WS-MEV-MONTO                 PIC 9(06)V99   VALUE 0.
       01 WS-MEV-REFERENCIA            PIC X(15)      VALUE SPACE.
       01 WS-MEV-SECUENCIA-NUEVA       PIC 9(02)      VALUE 0.
       01 WS-MEV-SECUENCIA-PEDIDA      PIC 9(02)      VALUE 0.
       01 WS-FIN-MOVIMIENTOS-OK        PIC X          VALUE 'N'.
          88 WS-FIN-MOVIMIENTOS                       VALUE 'S'.
       01 WS-CONTADOR-MEV-LISTADOS     PIC 9(03)      VALUE 0.
       01 WS-MEV-MONTO-DISPLAY         PIC ZZZ,ZZ9.99.

      **************************************
      * DEPENDIENTES DEL EMPLEADO PARA LA   *
      * ASIGNACION FAMILIAR, Y RMV VIGENTE  *
      * HOY PARA VALIDAR TARIFA Y SUELDO    *
      **************************************
       01 WS-DEP-ACCION                PIC X(01)      VALUE SPACE.
          88 WS-DEP-NUEVO                             VALUE 'N'.
          88 WS-DEP-ESTUDIOS                          VALUE 'E'.
          88 WS-DEP-BAJA                              VALUE 'B'.
       01 WS-DEP-NOMBRE                PIC X(20)      VALUE SPACE.
       01 WS-DEP-PARENTESCO            PIC X(01)      VALUE SPACE.
          88 WS-DEP-HIJO                              VALUE 'H'.
          88 WS-DEP-PARENTESCO-VALIDO                 VALUE 'H' 'C'.
       01 WS-DEP-ESTUDIOS-SUP          PIC X(01)      VALUE 'N'.
          88 WS-DEP-ESTUDIOS-VALIDO                   VALUE 'S' 'N'.
       01 WS-DEP-SECUENCIA-NUEVA       PIC 9(02)      VALUE 0.
       01 WS-DEP-SECUENCIA-PEDIDA      PIC 9(02)      VALUE 0.
       01 WS-DEP-FECHA-LIMITE          PIC 9(08)      VALUE 0.
       01 WS-DEP-DERECHO               PIC X(14)      VALUE SPACE.
       01 WS-FIN-DEPENDIENTES-OK       PIC X          VALUE 'N'.
          88 WS-FIN-DEPENDIENTES                      VALUE 'S'.
       01 WS-CONTADOR-DEP-LISTADOS     PIC 9(02)      VALUE 0.
       01 WS-CONTADOR-DEP-DERECHO      PIC 9(02)      VALUE 0.
       01 WS-FIN-PARAMETROS-OK         PIC X          VALUE 'N'.
          88 WS-FIN-PARAMETROS                        VALUE 'S'.
       01 WS-CON-PARAMETROS-OK         PIC X          VALUE 'N'.
          88 WS-CON-PARAMETROS-LEGALES                VALUE 'S'.
       01 WS-FECHA-HOY                 PIC 9(08)      VALUE 0.
       01 WS-PRL-FECHA-VIGENCIA        PIC 9(08)      VALUE 0.
       01 WS-RMV                       PIC 9(06)V99   VALUE 0.
       01 WS-RMV-HORA                  PIC 9(06)V99   VALUE 0.
       01 WS-RMV-DISPLAY               PIC ZZZ,ZZ9.99.

      **************************************
      * MOVIMIENTOS PARA EL T-REGISTRO DE   *
      * SUNAT: CADA ALTA, BAJA Y CAMBIO DE  *
      * REGIMEN PENSIONARIO O DE TIPO DE    *
      * PAGO QUEDA EN COLA PARA             *
      * TREGISTRO-SUNAT                     *
      **************************************
       01 WS-TRM-TIPO                  PIC X(01)      VALUE SPACE.
       01 WS-TRM-FECHA-EVENTO          PIC 9(08)      VALUE 0.
       01 WS-TRM-MOTIVO-BAJA           PIC X(02)      VALUE SPACE.
          88 WS-TRM-MOTIVO-VALIDO                     VALUE '01' '02'
                                                      '03' '04' '05'
                                                      '06' '07' '08'
                                                      '09'.
       01 WS-TRM-SECUENCIA-NUEVA       PIC 9(04)      VALUE 0.
       01 WS-FIN-TREGISTRO-OK          PIC X          VALUE 'N'.
          88 WS-FIN-TREGISTRO                         VALUE 'S'.
       01 WS-CAMBIO-REGIMEN-OK         PIC X          VALUE 'N'.
          88 WS-CAMBIO-REGIMEN                        VALUE 'S'.

      *****************************************************************
      * EL ID DE OPERADOR LLEGA YA VERIFICADO DESDE EL INICIO DE      *
      * SESION DE HOLA-MUNDO (REQ. 023); SOLO SI LLEGA EN BLANCO SE   *

       PROCESO-MANTENIMIENTO.
           PERFORM ABRIR-ARCHIVOS
           PERFORM CARGAR-PARAMETROS-LEGALES
           IF WS-EMP-MASTER-STATUS = "00"
              MOVE "INICIO MANTENIMIENTO DE EMPLEADOS"
                 TO WS-AUDIT-DESCRIPCION
           END-IF
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE DEDUCCION-EMP-FILE
           CLOSE CAMBIO-PENDIENTE-FILE
           CLOSE CONTRATO-FILE
           CLOSE HORARIO-TURNO-FILE
           CLOSE HORAS-EXTRAS-AUT-FILE
           IF WS-HER-DISPONIBLE
              CLOSE HORAS-EXTRAS-RET-FILE
           END-IF
           CLOSE CONCEPTO-EVENTUAL-FILE
           CLOSE MOVIMIENTO-EVENTUAL-FILE
           CLOSE DEPENDIENTE-FILE
           CLOSE TREGISTRO-MOVIMIENTO-FILE
           CLOSE AUDIT-LOG-FILE.

       ABRIR-ARCHIVOS.
              DISPLAY "ERROR AL ABRIR DEDUCCIONES-EMP.DAT, ESTADO: "
                      WS-DEDUCCION-EMP-STATUS
           END-IF
           OPEN I-O CAMBIO-PENDIENTE-FILE
           IF WS-CAMBIO-PEND-STATUS = "35"
              OPEN OUTPUT CAMBIO-PENDIENTE-FILE
              CLOSE CAMBIO-PENDIENTE-FILE
              OPEN I-O CAMBIO-PENDIENTE-FILE
           END-IF
           IF WS-CAMBIO-PEND-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR CAMBIOS-PENDIENTES.DAT, ESTADO: "
                      WS-CAMBIO-PEND-STATUS
           END-IF
           OPEN I-O CONTRATO-FILE
           IF WS-CONTRATO-STATUS = "35"
              OPEN OUTPUT CONTRATO-FILE
              CLOSE CONTRATO-FILE
              OPEN I-O CONTRATO-FILE
           END-IF
           IF WS-CONTRATO-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR CONTRATOS.DAT, ESTADO: "
                      WS-CONTRATO-STATUS
           END-IF
           OPEN I-O HORARIO-TURNO-FILE
           IF WS-HORARIO-STATUS = "35"
              OPEN OUTPUT HORARIO-TURNO-FILE
              CLOSE HORARIO-TURNO-FILE
              OPEN I-O HORARIO-TURNO-FILE
           END-IF
           IF WS-HORARIO-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR HORARIOS-TURNO.DAT, ESTADO: "
                      WS-HORARIO-STATUS
           END-IF
           OPEN I-O HORAS-EXTRAS-AUT-FILE
           IF WS-HORAS-EXTRAS-STATUS = "35"
              OPEN OUTPUT HORAS-EXTRAS-AUT-FILE
              CLOSE HORAS-EXTRAS-AUT-FILE
              OPEN I-O HORAS-EXTRAS-AUT-FILE
           END-IF
           IF WS-HORAS-EXTRAS-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR HORAS-EXTRAS-AUT.DAT, ESTADO: "
                      WS-HORAS-EXTRAS-STATUS
           END-IF
      * LAS HORAS RETENIDAS LAS GRABA NOMINA-SEMANAL; SIN EL ARCHIVO
      * NO HAY NADA QUE LIBERAR AL AUTORIZAR.
           MOVE 'N' TO WS-HER-DISPONIBLE-OK
           OPEN I-O HORAS-EXTRAS-RET-FILE
           IF WS-HORAS-RETENIDAS-STATUS = "00"
              SET WS-HER-DISPONIBLE TO TRUE
           ELSE
              IF WS-HORAS-RETENIDAS-STATUS NOT = "35"
                 DISPLAY "ERROR AL ABRIR HORAS-EXTRAS-RET.DAT, ESTADO: "
                         WS-HORAS-RETENIDAS-STATUS
              END-IF
           END-IF
           OPEN I-O CONCEPTO-EVENTUAL-FILE
           IF WS-CONCEPTO-EV-STATUS = "35"
              OPEN OUTPUT CONCEPTO-EVENTUAL-FILE
              CLOSE CONCEPTO-EVENTUAL-FILE
              OPEN I-O CONCEPTO-EVENTUAL-FILE
           END-IF
           IF WS-CONCEPTO-EV-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR CONCEPTOS-EVENTUALES.DAT, "
                      "ESTADO: " WS-CONCEPTO-EV-STATUS
           END-IF
           OPEN I-O MOVIMIENTO-EVENTUAL-FILE
           IF WS-MOVIMIENTO-EV-STATUS = "35"
              OPEN OUTPUT MOVIMIENTO-EVENTUAL-FILE
              CLOSE MOVIMIENTO-EVENTUAL-FILE
              OPEN I-O MOVIMIENTO-EVENTUAL-FILE
           END-IF
           IF WS-MOVIMIENTO-EV-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR MOVIMIENTOS-EVENTUALES.DAT, "
                      "ESTADO: " WS-MOVIMIENTO-EV-STATUS
           END-IF
           OPEN I-O DEPENDIENTE-FILE
           IF WS-DEPENDIENTE-STATUS = "35"
              OPEN OUTPUT DEPENDIENTE-FILE
              CLOSE DEPENDIENTE-FILE
              OPEN I-O DEPENDIENTE-FILE
           END-IF
           IF WS-DEPENDIENTE-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR DEPENDIENTES.DAT, ESTADO: "
                      WS-DEPENDIENTE-STATUS
           END-IF
           OPEN I-O TREGISTRO-MOVIMIENTO-FILE
           IF WS-TREGISTRO-STATUS = "35"
              OPEN OUTPUT TREGISTRO-MOVIMIENTO-FILE
              CLOSE TREGISTRO-MOVIMIENTO-FILE
              OPEN I-O TREGISTRO-MOVIMIENTO-FILE
           END-IF
           IF WS-TREGISTRO-STATUS NOT = "00"
              DISPLAY "ERROR AL ABRIR TREGISTRO-MOVIMIENTOS.DAT, "
                      "ESTADO: " WS-TREGISTRO-STATUS
           END-IF
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-LOG-FILE
           DISPLAY "  7. CANCELAR DEDUCCION".
           DISPLAY "  8. CONSULTA / AJUSTE DE SALDO DE VACACIONES".
           DISPLAY "  9. REPORTE DE SALDOS DE VACACIONES".
           DISPLAY "  A. APROBAR/RECHAZAR CAMBIOS BANCARIOS Y DE PAGO".
           DISPLAY "  B. REPORTE DE CAMBIOS BANCARIOS Y DE PAGO".
           DISPLAY "  C. CONTRATOS DE TRABAJO (ALTA/RENOVACION)".
           DISPLAY "  D. HORARIO DE TURNO (EMPLEADO O DEPARTAMENTO)".
           DISPLAY "  E. AUTORIZACION DE HORAS EXTRAS POR SEMANA".
           DISPLAY "  F. CONCEPTOS DE INGRESO/DESCUENTO EVENTUAL".
           DISPLAY "  G. INGRESOS/DESCUENTOS EVENTUALES DE EMPLEADO".
           DISPLAY "  H. DEPENDIENTES (ASIGNACION FAMILIAR)".
           DISPLAY "  0. SALIR".
           DISPLAY "===================================================".
           DISPLAY "SELECCIONE UNA OPCION (1-9, A-H, 0=SALIR):".
           ACCEPT WS-OPCION-MANT.

       PROCESAR-OPCION-MANT.
                    PERFORM VACACIONES-EMPLEADO
                 WHEN WS-MANT-REP-VACACIONES
                    PERFORM REPORTE-SALDOS-VACACIONES
                 WHEN WS-MANT-APROBAR-CAMBIOS
                    PERFORM APROBAR-CAMBIOS-PENDIENTES
                 WHEN WS-MANT-REP-CAMBIOS
                    PERFORM REPORTE-CAMBIOS-SENSIBLES
                 WHEN WS-MANT-CONTRATOS
                    PERFORM CONTRATOS-EMPLEADO
                 WHEN WS-MANT-HORARIOS
                    PERFORM MANTENER-HORARIO-TURNO
                 WHEN WS-MANT-HORAS-EXTRAS
                    PERFORM MANTENER-HORAS-EXTRAS
                 WHEN WS-MANT-CONCEPTOS-EV
                    PERFORM MANTENER-CONCEPTO-EVENTUAL
                 WHEN WS-MANT-MOVIMIENTOS-EV
                    PERFORM MOVIMIENTOS-EVENTUALES
                 WHEN WS-MANT-DEPENDIENTES
                    PERFORM DEPENDIENTES-EMPLEADO
                 WHEN WS-MANT-SALIR
                    MOVE 'N' TO WS-CONTINUAR-MANT
              END-EVALUATE
                 MOVE ZERO TO WS-SALARIO-MENSUAL
                 DISPLAY "NOMBRE DEL TRABAJADOR: "
                 ACCEPT WS-NAME
                 DISPLAY "TIPO DE DOCUMENTO (01=DNI, 04=CARNE DE "
                         "EXTRANJERIA, 07=PASAPORTE; BLANCO = 01): "
                 MOVE '01' TO WS-TIPO-DOCUMENTO
                 ACCEPT WS-TIPO-DOCUMENTO
                 DISPLAY "NUMERO DE DOCUMENTO: "
                 MOVE SPACE TO WS-NUM-DOCUMENTO
                 ACCEPT WS-NUM-DOCUMENTO
                 DISPLAY "TIPO DE COMPENSACION (H=POR HORA, "
                         "M=SUELDO MENSUAL): "
                 MOVE 'H' TO WS-TIPO-COMP
                 DISPLAY "REGIMEN DE PENSION (00=ONP, AFP SEGUN "
                         "FONDO-PENSION.DAT): "
                 ACCEPT WS-REGIMEN-PENSION
      * LA FECHA DE INGRESO ES LA DEL ALTA EN EL T-REGISTRO, QUE
      * DEBE DECLARARSE A MAS TARDAR ESE DIA; UNA FECHA QUE NO ES
      * DE CALENDARIO SE VUELVE A PEDIR ANTES DE ENCOLARLA.
                 MOVE 0 TO WS-TRM-FECHA-EVENTO
                 PERFORM UNTIL WS-TRM-FECHA-EVENTO NOT = 0
                    DISPLAY "FECHA DE INGRESO (YYYYMMDD, "
                            "BLANCO = HOY): "
                    PERFORM PEDIR-FECHA-DIGITADA
                    IF WS-CAMPO-TEXTO = SPACE
                       MOVE FUNCTION CURRENT-DATE(1:8)
                          TO WS-TRM-FECHA-EVENTO
                    ELSE
                       MOVE WS-CON-FECHA-PEDIDA TO WS-TRM-FECHA-EVENTO
                       IF WS-TRM-FECHA-EVENTO = 0
                          DISPLAY "ERROR: FECHA DE INGRESO INVALIDA."
                       END-IF
                    END-IF
                 END-PERFORM
                 PERFORM VALIDAR-DATOS-EMPLEADO
                 IF WS-DATOS-VALIDOS
                    MOVE WS-EMP-ID TO EMP-ID
                    MOVE WS-REGIMEN-PENSION TO EMP-REGIMEN-PENSION
                    MOVE WS-TIPO-COMP TO EMP-TIPO-COMP
                    MOVE WS-SALARIO-MENSUAL TO EMP-SALARIO-MENSUAL
                    MOVE WS-TIPO-DOCUMENTO TO EMP-TIPO-DOCUMENTO
                    MOVE WS-NUM-DOCUMENTO TO EMP-NUM-DOCUMENTO
                    SET EMP-ACTIVO TO TRUE
                    WRITE EMP-MASTER-RECORD
                       INVALID KEY
                                  WS-EMP-MASTER-STATUS
                       NOT INVALID KEY
                          DISPLAY "EMPLEADO " WS-EMP-ID " CREADO."
                          DISPLAY "REGISTRE SU CONTRATO DE TRABAJO "
                                  "CON LA OPCION C."
                          STRING "ALTA EMPLEADO " WS-EMP-ID " "
                                 WS-NAME
                                 DELIMITED BY SIZE
                                 INTO WS-AUDIT-DESCRIPCION
                          PERFORM ESCRIBIR-AUDITORIA
                          MOVE 'A' TO WS-TRM-TIPO
                          MOVE SPACE TO WS-TRM-MOTIVO-BAJA
                          PERFORM ENCOLAR-MOVIMIENTO-TREGISTRO
                    END-WRITE
                 END-IF
              END-IF
              MOVE EMP-REGIMEN-PENSION TO WS-REGIMEN-PENSION
              MOVE EMP-TIPO-COMP TO WS-TIPO-COMP
              MOVE EMP-SALARIO-MENSUAL TO WS-SALARIO-MENSUAL
              MOVE EMP-TIPO-DOCUMENTO TO WS-TIPO-DOCUMENTO
              MOVE EMP-NUM-DOCUMENTO TO WS-NUM-DOCUMENTO
      * CADA CAMPO SE PIDE CON SU VALOR ACTUAL; UNA RESPUESTA EN
      * BLANCO CONSERVA EL VALOR VIGENTE DEL MAESTRO.
              DISPLAY "NOMBRE ACTUAL: " WS-NAME
              IF WS-CAMPO-TEXTO NOT = SPACE
                 MOVE WS-CAMPO-TEXTO TO WS-NAME
              END-IF
              DISPLAY "DOCUMENTO ACTUAL: " WS-TIPO-DOCUMENTO " "
                      WS-NUM-DOCUMENTO
              DISPLAY "NUEVO TIPO DE DOCUMENTO (01/04/07, BLANCO = "
                      "SIN CAMBIO): "
              MOVE SPACE TO WS-CAMPO-TEXTO
              ACCEPT WS-CAMPO-TEXTO
              IF WS-CAMPO-TEXTO NOT = SPACE
                 MOVE WS-CAMPO-TEXTO(1:2) TO WS-TIPO-DOCUMENTO
              END-IF
              DISPLAY "NUEVO NUMERO DE DOCUMENTO (BLANCO = SIN "
                      "CAMBIO): "
              MOVE SPACE TO WS-CAMPO-TEXTO
              ACCEPT WS-CAMPO-TEXTO
              IF WS-CAMPO-TEXTO NOT = SPACE
                 MOVE WS-CAMPO-TEXTO(1:12) TO WS-NUM-DOCUMENTO
              END-IF
              MOVE WS-PAY-PER-HOUR TO WS-PAY-PER-HOUR-DISPLAY
              DISPLAY "PAGO POR HORA ACTUAL: " WS-PAY-PER-HOUR-DISPLAY
              DISPLAY "NUEVO PAGO POR HORA (BLANCO = SIN CAMBIO): "
                 END-IF
              END-IF
              PERFORM VALIDAR-DATOS-EMPLEADO
      * LOS DATOS BANCARIOS Y DE PAGO NO SE GRABAN AL MAESTRO: VAN
      * A CAMBIOS-PENDIENTES.DAT CON SU ANTES / DESPUES Y ESPERAN
      * LA APROBACION DE OTRO OPERADOR. SOLO SE ADMITE UN CAMBIO
      * PENDIENTE POR EMPLEADO, PARA QUE LA IMAGEN ANTERIOR SIGA
      * SIENDO LA DEL MAESTRO AL APROBARSE.
              IF WS-DATOS-VALIDOS
                 PERFORM DETECTAR-CAMBIO-SENSIBLE
                 IF WS-CAMBIO-SENSIBLE
                    PERFORM PREPARAR-CAMBIO-PENDIENTE
                    IF WS-CON-PENDIENTE
                       SET WS-DATOS-INVALIDOS TO TRUE
                       DISPLAY "ERROR: EL EMPLEADO " WS-EMP-ID
                               " YA TIENE UN CAMBIO BANCARIO O DE "
                               "PAGO PENDIENTE DE APROBACION."
                       DISPLAY "RESUELVALO ANTES DE REGISTRAR OTRO; "
                               "NO SE GRABO NINGUN CAMBIO."
                    END-IF
                 END-IF
              END-IF
              IF WS-DATOS-VALIDOS
      * EL CAMBIO DE REGIMEN PENSIONARIO SE DECLARA EN EL
      * T-REGISTRO; EL DE TIPO DE PAGO SE ENCOLA AL APROBARSE.
                 MOVE 'N' TO WS-CAMBIO-REGIMEN-OK
                 IF WS-REGIMEN-PENSION NOT = EMP-REGIMEN-PENSION
                    SET WS-CAMBIO-REGIMEN TO TRUE
                 END-IF
                 MOVE WS-NAME TO EMP-NAME
                 MOVE WS-DEPARTAMENTO TO EMP-DEPARTAMENTO
                 MOVE WS-REGIMEN-PENSION TO EMP-REGIMEN-PENSION
                 MOVE WS-TIPO-DOCUMENTO TO EMP-TIPO-DOCUMENTO
                 MOVE WS-NUM-DOCUMENTO TO EMP-NUM-DOCUMENTO
                 REWRITE EMP-MASTER-RECORD
                    INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR EL EMPLEADO "
                              DELIMITED BY SIZE
                              INTO WS-AUDIT-DESCRIPCION
                       PERFORM ESCRIBIR-AUDITORIA
                       IF WS-CAMBIO-REGIMEN
                          MOVE 'M' TO WS-TRM-TIPO
                          MOVE FUNCTION CURRENT-DATE(1:8)
                             TO WS-TRM-FECHA-EVENTO
                          MOVE SPACE TO WS-TRM-MOTIVO-BAJA
                          PERFORM ENCOLAR-MOVIMIENTO-TREGISTRO
                       END-IF
                       IF WS-CAMBIO-SENSIBLE
                          PERFORM GRABAR-CAMBIO-PENDIENTE
                       END-IF
                 END-REWRITE
              END-IF
           END-IF.

       DETECTAR-CAMBIO-SENSIBLE.
           MOVE 'N' TO WS-CAMBIO-SENSIBLE-OK
           IF WS-BANCO-RUTA NOT = EMP-BANCO-RUTA
              OR WS-BANCO-CUENTA NOT = EMP-BANCO-CUENTA
              OR WS-PAY-PER-HOUR NOT = EMP-PAY-PER-HOUR
              OR WS-SALARIO-MENSUAL NOT = EMP-SALARIO-MENSUAL
              OR (WS-COMP-MENSUAL AND NOT EMP-COMP-MENSUAL)
              OR (EMP-COMP-MENSUAL AND NOT WS-COMP-MENSUAL)
              SET WS-CAMBIO-SENSIBLE TO TRUE
           END-IF.

      *****************************************************************
      * BUSCA LA SIGUIENTE SECUENCIA LIBRE DEL EMPLEADO (Y SI YA      *
      * TIENE UN PENDIENTE) Y ARMA EL REGISTRO CON LA IMAGEN ANTERIOR *
      * DEL MAESTRO Y LA NUEVA DIGITADA. SE ARMA ANTES DEL REWRITE    *
      * DEL MAESTRO, MIENTRAS EL REGISTRO TODAVIA TRAE LOS VALORES    *
      * VIGENTES.                                                     *
      *****************************************************************
       PREPARAR-CAMBIO-PENDIENTE.
           MOVE 0 TO WS-CPE-SECUENCIA-NUEVA
           MOVE 'N' TO WS-CON-PENDIENTE-OK
           MOVE 'N' TO WS-FIN-CAMBIOS-OK
           MOVE WS-EMP-ID TO CPE-EMP-ID
           MOVE 0 TO CPE-SECUENCIA
           START CAMBIO-PENDIENTE-FILE
              KEY IS NOT LESS THAN CPE-CLAVE
              INVALID KEY
                 SET WS-FIN-CAMBIOS TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-CAMBIOS
              READ CAMBIO-PENDIENTE-FILE NEXT RECORD
                 AT END
                    SET WS-FIN-CAMBIOS TO TRUE
                 NOT AT END
                    IF CPE-EMP-ID NOT = WS-EMP-ID
                       SET WS-FIN-CAMBIOS TO TRUE
                    ELSE
                       MOVE CPE-SECUENCIA TO WS-CPE-SECUENCIA-NUEVA
                       IF CPE-PENDIENTE
                          SET WS-CON-PENDIENTE TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           ADD 1 TO WS-CPE-SECUENCIA-NUEVA
           MOVE WS-EMP-ID TO CPE-EMP-ID
           MOVE WS-CPE-SECUENCIA-NUEVA TO CPE-SECUENCIA
           SET CPE-PENDIENTE TO TRUE
           MOVE WS-OPERADOR-ID TO CPE-OPERADOR-REGISTRO
           MOVE FUNCTION CURRENT-DATE(1:14) TO CPE-FECHA-REGISTRO
           MOVE SPACE TO CPE-OPERADOR-RESOLUCION
           MOVE SPACE TO CPE-FECHA-RESOLUCION
           MOVE EMP-BANCO-RUTA TO CPE-ANT-BANCO-RUTA
           MOVE EMP-BANCO-CUENTA TO CPE-ANT-BANCO-CUENTA
           MOVE EMP-TIPO-COMP TO CPE-ANT-TIPO-COMP
           MOVE EMP-PAY-PER-HOUR TO CPE-ANT-PAY-PER-HOUR
           MOVE EMP-SALARIO-MENSUAL TO CPE-ANT-SALARIO
           MOVE WS-BANCO-RUTA TO CPE-NUE-BANCO-RUTA
           MOVE WS-BANCO-CUENTA TO CPE-NUE-BANCO-CUENTA
           MOVE WS-TIPO-COMP TO CPE-NUE-TIPO-COMP
           MOVE WS-PAY-PER-HOUR TO CPE-NUE-PAY-PER-HOUR
           MOVE WS-SALARIO-MENSUAL TO CPE-NUE-SALARIO.

       GRABAR-CAMBIO-PENDIENTE.
           WRITE CAMBIO-PENDIENTE-RECORD
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR EL CAMBIO PENDIENTE, "
                         "ESTADO: " WS-CAMBIO-PEND-STATUS
              NOT INVALID KEY
                 DISPLAY "LOS DATOS BANCARIOS / DE PAGO QUEDAN "
                         "PENDIENTES DE APROBACION (" CPE-EMP-ID "/"
                         CPE-SECUENCIA ")."
                 DISPLAY "DEBE APROBARLOS UN OPERADOR DISTINTO."
                 STRING "CAMBIO SENSIBLE PENDIENTE " CPE-EMP-ID "/"
                        CPE-SECUENCIA
                        DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
                 PERFORM ESCRIBIR-AUDITORIA
                 SET WS-CPE-A-BITACORA TO TRUE
                 PERFORM RECORRER-CAMPOS-CAMBIO
           END-WRITE.

      *****************************************************************
      * RECORRE LOS CAMPOS SENSIBLES DEL CAMBIO Y EMITE UNA LINEA     *
      * CON EL VALOR ANTERIOR Y EL NUEVO POR CADA CAMPO QUE DIFIERE.  *
      *****************************************************************
       RECORRER-CAMPOS-CAMBIO.
           IF CPE-ANT-BANCO-RUTA NOT = CPE-NUE-BANCO-RUTA
              MOVE "RUTA" TO WS-CPE-CAMPO
              MOVE CPE-ANT-BANCO-RUTA TO WS-CPE-VALOR-ANT
              MOVE CPE-NUE-BANCO-RUTA TO WS-CPE-VALOR-NUE
              PERFORM EMITIR-CAMPO-CAMBIO
           END-IF
           IF CPE-ANT-BANCO-CUENTA NOT = CPE-NUE-BANCO-CUENTA
              MOVE "CTA" TO WS-CPE-CAMPO
              MOVE CPE-ANT-BANCO-CUENTA TO WS-CPE-VALOR-ANT
              MOVE CPE-NUE-BANCO-CUENTA TO WS-CPE-VALOR-NUE
              PERFORM EMITIR-CAMPO-CAMBIO
           END-IF
           IF CPE-ANT-TIPO-COMP NOT = CPE-NUE-TIPO-COMP
              MOVE "TIPO" TO WS-CPE-CAMPO
              MOVE CPE-ANT-TIPO-COMP TO WS-CPE-VALOR-ANT
              MOVE CPE-NUE-TIPO-COMP TO WS-CPE-VALOR-NUE
              PERFORM EMITIR-CAMPO-CAMBIO
           END-IF
           IF CPE-ANT-PAY-PER-HOUR NOT = CPE-NUE-PAY-PER-HOUR
              MOVE "TARIFA" TO WS-CPE-CAMPO
              MOVE CPE-ANT-PAY-PER-HOUR TO WS-CPE-MONTO-EDIT
              MOVE WS-CPE-MONTO-EDIT TO WS-CPE-VALOR-ANT
              MOVE CPE-NUE-PAY-PER-HOUR TO WS-CPE-MONTO-EDIT
              MOVE WS-CPE-MONTO-EDIT TO WS-CPE-VALOR-NUE
              PERFORM EMITIR-CAMPO-CAMBIO
           END-IF
           IF CPE-ANT-SALARIO NOT = CPE-NUE-SALARIO
              MOVE "SUELDO" TO WS-CPE-CAMPO
              MOVE CPE-ANT-SALARIO TO WS-CPE-MONTO-EDIT
              MOVE WS-CPE-MONTO-EDIT TO WS-CPE-VALOR-ANT
              MOVE CPE-NUE-SALARIO TO WS-CPE-MONTO-EDIT
              MOVE WS-CPE-MONTO-EDIT TO WS-CPE-VALOR-NUE
              PERFORM EMITIR-CAMPO-CAMBIO
           END-IF.

       EMITIR-CAMPO-CAMBIO.
           IF WS-CPE-A-BITACORA
              STRING WS-CPE-CAMPO DELIMITED BY SPACE
                     " " CPE-EMP-ID " ANT " DELIMITED BY SIZE
                     WS-CPE-VALOR-ANT DELIMITED BY SPACE
                     " NUE " DELIMITED BY SIZE
                     WS-CPE-VALOR-NUE DELIMITED BY SPACE
                     INTO WS-AUDIT-DESCRIPCION
              PERFORM ESCRIBIR-AUDITORIA
           ELSE
              MOVE SPACES TO CAMBIOS-REPORTE-LINE
              STRING "      " WS-CPE-CAMPO
                     " ANTES: " WS-CPE-VALOR-ANT
                     " DESPUES: " WS-CPE-VALOR-NUE
                     DELIMITED BY SIZE INTO CAMBIOS-REPORTE-LINE
              WRITE CAMBIOS-REPORTE-LINE
           END-IF.

      *****************************************************************
      * APROBACION / RECHAZO DE LOS CAMBIOS PENDIENTES. EL OPERADOR   *
      * QUE DIGITO UN CAMBIO NO PUEDE RESOLVERLO. ANTES DE APLICAR    *
      * SE CONFIRMA QUE EL MAESTRO SIGUE CON LA IMAGEN ANTERIOR; SI   *
      * ALGO LO CAMBIO EN EL INTERIN, EL CAMBIO NO SE APLICA.         *
      *****************************************************************
       APROBAR-CAMBIOS-PENDIENTES.
           MOVE 0 TO WS-CONTADOR-CPE-PENDIENTES
           MOVE 'N' TO WS-FIN-CAMBIOS-OK
           MOVE LOW-VALUES TO CPE-CLAVE
           START CAMBIO-PENDIENTE-FILE
              KEY IS NOT LESS THAN CPE-CLAVE
              INVALID KEY
                 SET WS-FIN-CAMBIOS TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-CAMBIOS
              READ CAMBIO-PENDIENTE-FILE NEXT RECORD
                 AT END
                    SET WS-FIN-CAMBIOS TO TRUE
                 NOT AT END
                    IF CPE-PENDIENTE
                       ADD 1 TO WS-CONTADOR-CPE-PENDIENTES
                       PERFORM RESOLVER-UN-CAMBIO
                    END-IF
              END-READ
           END-PERFORM
           IF WS-CONTADOR-CPE-PENDIENTES = 0
              DISPLAY "NO HAY CAMBIOS BANCARIOS NI DE PAGO PENDIENTES."
           END-IF.

       RESOLVER-UN-CAMBIO.
           PERFORM MOSTRAR-CAMBIO-PENDIENTE
           IF CPE-OPERADOR-REGISTRO = WS-OPERADOR-ID
              DISPLAY "  LO REGISTRO USTED: DEBE RESOLVERLO OTRO "
                      "OPERADOR."
           ELSE
              DISPLAY "A=APROBAR, R=RECHAZAR, BLANCO=DEJAR PENDIENTE: "
              MOVE SPACE TO WS-CPE-DECISION
              ACCEPT WS-CPE-DECISION
              EVALUATE TRUE
                 WHEN WS-CPE-APROBAR
                    PERFORM APLICAR-CAMBIO-APROBADO
                 WHEN WS-CPE-RECHAZAR
                    PERFORM REGISTRAR-RECHAZO-CAMBIO
                 WHEN OTHER
                    DISPLAY "  QUEDA PENDIENTE."
              END-EVALUATE
           END-IF.

       MOSTRAR-CAMBIO-PENDIENTE.
           DISPLAY " ".
           DISPLAY "CAMBIO " CPE-EMP-ID "/" CPE-SECUENCIA
                   " REGISTRADO POR " CPE-OPERADOR-REGISTRO
                   " EL " CPE-FECHA-REGISTRO.
           DISPLAY "  RUTA    ANTES: " CPE-ANT-BANCO-RUTA
                   "  DESPUES: " CPE-NUE-BANCO-RUTA.
           DISPLAY "  CUENTA  ANTES: " CPE-ANT-BANCO-CUENTA
                   "  DESPUES: " CPE-NUE-BANCO-CUENTA.
           DISPLAY "  TIPO    ANTES: " CPE-ANT-TIPO-COMP
                   "  DESPUES: " CPE-NUE-TIPO-COMP.
           MOVE CPE-ANT-PAY-PER-HOUR TO WS-PAY-PER-HOUR-DISPLAY
           MOVE CPE-NUE-PAY-PER-HOUR TO WS-SALARIO-DISPLAY
           DISPLAY "  TARIFA  ANTES: " WS-PAY-PER-HOUR-DISPLAY
                   "  DESPUES: " WS-SALARIO-DISPLAY.
           MOVE CPE-ANT-SALARIO TO WS-PAY-PER-HOUR-DISPLAY
           MOVE CPE-NUE-SALARIO TO WS-SALARIO-DISPLAY
           DISPLAY "  SUELDO  ANTES: " WS-PAY-PER-HOUR-DISPLAY
                   "  DESPUES: " WS-SALARIO-DISPLAY.

       APLICAR-CAMBIO-APROBADO.
           MOVE 'N' TO WS-MAESTRO-COINCIDE-OK
           MOVE 'N' TO WS-CAMBIO-RESUELTO-OK
           MOVE CPE-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER-FILE
              INVALID KEY
                 DISPLAY "  ERROR: NO EXISTE EL EMPLEADO " CPE-EMP-ID
                         " EN EL MAESTRO."
              NOT INVALID KEY
                 IF EMP-BANCO-RUTA = CPE-ANT-BANCO-RUTA
                    AND EMP-BANCO-CUENTA = CPE-ANT-BANCO-CUENTA
                    AND EMP-TIPO-COMP = CPE-ANT-TIPO-COMP
                    AND EMP-PAY-PER-HOUR = CPE-ANT-PAY-PER-HOUR
                    AND EMP-SALARIO-MENSUAL = CPE-ANT-SALARIO
                    SET WS-MAESTRO-COINCIDE TO TRUE
                 ELSE
                    DISPLAY "  EL MAESTRO YA NO TIENE LA IMAGEN "
                            "ANTERIOR DE ESTE CAMBIO: RECHACELO Y "
                            "REGISTRELO DE NUEVO."
                 END-IF
           END-READ
           IF WS-MAESTRO-COINCIDE
              MOVE CPE-NUE-BANCO-RUTA TO EMP-BANCO-RUTA
              MOVE CPE-NUE-BANCO-CUENTA TO EMP-BANCO-CUENTA
              MOVE CPE-NUE-TIPO-COMP TO EMP-TIPO-COMP
              MOVE CPE-NUE-PAY-PER-HOUR TO EMP-PAY-PER-HOUR
              MOVE CPE-NUE-SALARIO TO EMP-SALARIO-MENSUAL
              REWRITE EMP-MASTER-RECORD
                 INVALID KEY
                    DISPLAY "  ERROR AL ACTUALIZAR EL EMPLEADO "
                            CPE-EMP-ID ", ESTADO: "
                            WS-EMP-MASTER-STATUS
                 NOT INVALID KEY
                    SET WS-CAMBIO-RESUELTO TO TRUE
              END-REWRITE
           END-IF
           IF WS-CAMBIO-RESUELTO
              SET CPE-APROBADO TO TRUE
              PERFORM CERRAR-CAMBIO-PENDIENTE
              DISPLAY "  CAMBIO APROBADO Y APLICADO AL MAESTRO."
              STRING "APRUEBA CAMBIO " CPE-EMP-ID "/" CPE-SECUENCIA
                     " DIGITADO POR " CPE-OPERADOR-REGISTRO
                     DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
              PERFORM ESCRIBIR-AUDITORIA
              SET WS-CPE-A-BITACORA TO TRUE
              PERFORM RECORRER-CAMPOS-CAMBIO
      * EL PASO ENTRE HORARIO Y MENSUAL CAMBIA LA PERIODICIDAD DE
      * PAGO DECLARADA EN EL T-REGISTRO.
              IF (CPE-NUE-TIPO-COMP = 'M'
                  AND CPE-ANT-TIPO-COMP NOT = 'M')
                 OR (CPE-ANT-TIPO-COMP = 'M'
                  AND CPE-NUE-TIPO-COMP NOT = 'M')
                 MOVE 'M' TO WS-TRM-TIPO
                 MOVE FUNCTION CURRENT-DATE(1:8)
                    TO WS-TRM-FECHA-EVENTO
                 MOVE SPACE TO WS-TRM-MOTIVO-BAJA
                 PERFORM ENCOLAR-MOVIMIENTO-TREGISTRO
              END-IF
           END-IF.

       REGISTRAR-RECHAZO-CAMBIO.
           SET CPE-RECHAZADO TO TRUE
           PERFORM CERRAR-CAMBIO-PENDIENTE
           DISPLAY "  CAMBIO RECHAZADO; EL MAESTRO NO SE TOCA."
           STRING "RECHAZA CAMBIO " CPE-EMP-ID "/" CPE-SECUENCIA
                  " DIGITADO POR " CPE-OPERADOR-REGISTRO
                  DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
           PERFORM ESCRIBIR-AUDITORIA
           SET WS-CPE-A-BITACORA TO TRUE
           PERFORM RECORRER-CAMPOS-CAMBIO.

       CERRAR-CAMBIO-PENDIENTE.
           MOVE WS-OPERADOR-ID TO CPE-OPERADOR-RESOLUCION
           MOVE FUNCTION CURRENT-DATE(1:14) TO CPE-FECHA-RESOLUCION
           REWRITE CAMBIO-PENDIENTE-RECORD
              INVALID KEY
                 DISPLAY "  ERROR AL CERRAR EL CAMBIO PENDIENTE, "
                         "ESTADO: " WS-CAMBIO-PEND-STATUS
           END-REWRITE.

      *****************************************************************
      * REPORTE DE TODOS LOS CAMBIOS BANCARIOS Y DE PAGO (APROBADOS,  *
      * RECHAZADOS Y PENDIENTES) CON QUIEN LOS DIGITO, QUIEN LOS      *
      * RESOLVIO Y EL VALOR ANTERIOR / NUEVO DE CADA CAMPO.           *
      *****************************************************************
       REPORTE-CAMBIOS-SENSIBLES.
           MOVE 0 TO WS-CONTADOR-CPE-PENDIENTES
           MOVE 0 TO WS-CONTADOR-CPE-APROBADOS
           MOVE 0 TO WS-CONTADOR-CPE-RECHAZADOS
           MOVE 'N' TO WS-FIN-CAMBIOS-OK
           MOVE LOW-VALUES TO CPE-CLAVE
           START CAMBIO-PENDIENTE-FILE
              KEY IS NOT LESS THAN CPE-CLAVE
              INVALID KEY
                 SET WS-FIN-CAMBIOS TO TRUE
           END-START
           OPEN OUTPUT CAMBIOS-REPORTE-FILE
           MOVE "CAMBIOS BANCARIOS Y DE PAGO DEL MAESTRO DE EMPLEADOS"
              TO CAMBIOS-REPORTE-LINE
           WRITE CAMBIOS-REPORTE-LINE
           MOVE SPACES TO CAMBIOS-REPORTE-LINE
           STRING "FECHA DE PROCESO: " FUNCTION CURRENT-DATE(1:8)
                  "   OPERADOR: " WS-OPERADOR-ID
                  DELIMITED BY SIZE INTO CAMBIOS-REPORTE-LINE
           WRITE CAMBIOS-REPORTE-LINE
           MOVE "EMPL/SEC    ESTADO    DIGITADO POR Y FECHA      "
              TO CAMBIOS-REPORTE-LINE
           MOVE "RESUELTO POR Y FECHA" TO CAMBIOS-REPORTE-LINE(50:20)
           WRITE CAMBIOS-REPORTE-LINE
           MOVE ALL "-" TO CAMBIOS-REPORTE-LINE
           WRITE CAMBIOS-REPORTE-LINE
           PERFORM UNTIL WS-FIN-CAMBIOS
              READ CAMBIO-PENDIENTE-FILE NEXT RECORD
                 AT END
                    SET WS-FIN-CAMBIOS TO TRUE
                 NOT AT END
                    PERFORM ESCRIBIR-LINEA-CAMBIO
              END-READ
           END-PERFORM
           MOVE ALL "-" TO CAMBIOS-REPORTE-LINE
           WRITE CAMBIOS-REPORTE-LINE
           MOVE SPACES TO CAMBIOS-REPORTE-LINE
           STRING "APROBADOS: " WS-CONTADOR-CPE-APROBADOS
                  "  RECHAZADOS: " WS-CONTADOR-CPE-RECHAZADOS
                  "  PENDIENTES: " WS-CONTADOR-CPE-PENDIENTES
                  DELIMITED BY SIZE INTO CAMBIOS-REPORTE-LINE
           WRITE CAMBIOS-REPORTE-LINE
           CLOSE CAMBIOS-REPORTE-FILE
           DISPLAY "REPORTE DE CAMBIOS: CAMBIOS-SENSIBLES.TXT"
           STRING "REPORTE CAMBIOS SENSIBLES PENDIENTES="
                  WS-CONTADOR-CPE-PENDIENTES
                  DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
           PERFORM ESCRIBIR-AUDITORIA.

       ESCRIBIR-LINEA-CAMBIO.
           EVALUATE TRUE
              WHEN CPE-APROBADO
                 ADD 1 TO WS-CONTADOR-CPE-APROBADOS
                 MOVE "APROBADO" TO WS-CPE-ESTADO-TEXTO
              WHEN CPE-RECHAZADO
                 ADD 1 TO WS-CONTADOR-CPE-RECHAZADOS
                 MOVE "RECHAZADO" TO WS-CPE-ESTADO-TEXTO
              WHEN OTHER
                 ADD 1 TO WS-CONTADOR-CPE-PENDIENTES
                 MOVE "PENDIENTE" TO WS-CPE-ESTADO-TEXTO
           END-EVALUATE
           MOVE SPACES TO CAMBIOS-REPORTE-LINE
           STRING CPE-EMP-ID "/" CPE-SECUENCIA " "
                  WS-CPE-ESTADO-TEXTO " "
                  CPE-OPERADOR-REGISTRO " " CPE-FECHA-REGISTRO "  "
                  CPE-OPERADOR-RESOLUCION " " CPE-FECHA-RESOLUCION
                  DELIMITED BY SIZE INTO CAMBIOS-REPORTE-LINE
           WRITE CAMBIOS-REPORTE-LINE
           SET WS-CPE-A-REPORTE TO TRUE
           PERFORM RECORRER-CAMPOS-CAMBIO.

      *****************************************************************
      * CONTRATOS DE TRABAJO DEL EMPLEADO: SE LISTA SU HISTORIA Y SE  *
      * PUEDE REGISTRAR UN CONTRATO NUEVO (QUE CIERRA EL VIGENTE),    *
      * RENOVAR EL VIGENTE DE PLAZO FIJO O FORMATIVO, O ANULAR EL     *
      * VIGENTE SI SE DIGITO POR ERROR. LA FECHA DE INGRESO A LA      *
      * EMPRESA SE PIDE CON EL PRIMER CONTRATO Y LUEGO SE ARRASTRA.   *
      *****************************************************************
       CONTRATOS-EMPLEADO.
           PERFORM LEER-EMPLEADO-POR-ID
           IF WS-REGISTRO-NO-EXISTE
              DISPLAY "ERROR: NO EXISTE EL EMPLEADO " WS-EMP-ID "."
           ELSE
              DISPLAY "EMPLEADO: " EMP-ID " - " EMP-NAME
              PERFORM LISTAR-CONTRATOS-EMPLEADO
              DISPLAY "N=NUEVO CONTRATO, R=RENOVAR EL VIGENTE, "
                      "X=ANULAR EL VIGENTE, BLANCO=VOLVER: "
              MOVE SPACE TO WS-CON-ACCION
              ACCEPT WS-CON-ACCION
              EVALUATE TRUE
                 WHEN WS-CON-NUEVO
                    PERFORM NUEVO-CONTRATO
                 WHEN WS-CON-RENOVAR
                    PERFORM RENOVAR-CONTRATO
                 WHEN WS-CON-ANULAR
                    PERFORM ANULAR-CONTRATO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       LISTAR-CONTRATOS-EMPLEADO.
           MOVE 0 TO WS-CON-SECUENCIA-NUEVA
           MOVE 0 TO WS-CON-SEC-VIGENTE
           MOVE 0 TO WS-CON-INGRESO-EMPRESA
           MOVE 0 TO WS-CONTADOR-CON-LISTADOS
           MOVE 'N' TO WS-FIN-CONTRATOS-OK
           MOVE WS-EMP-ID TO CON-EMP-ID
           MOVE 0 TO CON-SECUENCIA
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
                    IF CON-EMP-ID NOT = WS-EMP-ID
                       SET WS-FIN-CONTRATOS TO TRUE
                    ELSE
                       ADD 1 TO WS-CONTADOR-CON-LISTADOS
                       MOVE CON-SECUENCIA TO WS-CON-SECUENCIA-NUEVA
                       IF CON-VIGENTE
                          MOVE CON-SECUENCIA TO WS-CON-SEC-VIGENTE
                       END-IF
                       IF WS-CON-INGRESO-EMPRESA = 0
                          AND NOT CON-ANULADO
                          MOVE CON-FECHA-INGRESO
                             TO WS-CON-INGRESO-EMPRESA
                       END-IF
                       PERFORM MOSTRAR-UN-CONTRATO
                    END-IF
              END-READ
           END-PERFORM
           IF WS-CONTADOR-CON-LISTADOS = 0
              DISPLAY "EL EMPLEADO " WS-EMP-ID
                      " NO TIENE CONTRATOS REGISTRADOS."
           ELSE
              DISPLAY "INGRESO A LA EMPRESA: " WS-CON-INGRESO-EMPRESA
           END-IF.

       MOSTRAR-UN-CONTRATO.
           DISPLAY "  SEC " CON-SECUENCIA
                   " TIPO " CON-TIPO
                   " INICIO " CON-FECHA-INICIO
                   " FIN " CON-FECHA-FIN
                   " RENOV " CON-RENOVACION
                   " ESTADO " CON-ESTADO.

      * FECHA YYYYMMDD DIGITADA EN WS-CAMPO-TEXTO; QUEDA EN CERO SI
      * VIENE EN BLANCO O NO ES UNA FECHA DE CALENDARIO VALIDA.
       PEDIR-FECHA-DIGITADA.
           MOVE 0 TO WS-CON-FECHA-PEDIDA
           MOVE SPACE TO WS-CAMPO-TEXTO
           ACCEPT WS-CAMPO-TEXTO
           IF WS-CAMPO-TEXTO(1:8) NUMERIC
              AND WS-CAMPO-TEXTO(9:12) = SPACE
              MOVE WS-CAMPO-TEXTO(1:8) TO WS-CON-FECHA-PEDIDA
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-CON-FECHA-PEDIDA)
                 NOT = 0
                 MOVE 0 TO WS-CON-FECHA-PEDIDA
              END-IF
           END-IF.

       NUEVO-CONTRATO.
           IF EMP-INACTIVO
              DISPLAY "ERROR: EL EMPLEADO " WS-EMP-ID
                      " ESTA INACTIVO."
           ELSE
              SET WS-DATOS-VALIDOS TO TRUE
              DISPLAY "TIPO (I=INDETERMINADO, F=PLAZO FIJO, "
                      "P=FORMATIVO): "
              MOVE SPACE TO WS-CON-TIPO
              ACCEPT WS-CON-TIPO
              IF NOT WS-CON-TIPO-VALIDO
                 SET WS-DATOS-INVALIDOS TO TRUE
                 DISPLAY "ERROR: EL TIPO DEBE SER I, F O P."
              END-IF
              DISPLAY "FECHA DE INICIO (YYYYMMDD): "
              PERFORM PEDIR-FECHA-DIGITADA
              MOVE WS-CON-FECHA-PEDIDA TO WS-CON-FECHA-INICIO
              IF WS-CON-FECHA-INICIO = 0
                 SET WS-DATOS-INVALIDOS TO TRUE
                 DISPLAY "ERROR: FECHA DE INICIO INVALIDA."
              END-IF
              IF WS-CON-INDETERMINADO
                 MOVE 0 TO WS-CON-FECHA-FIN
              ELSE
                 DISPLAY "FECHA DE TERMINO (YYYYMMDD): "
                 PERFORM PEDIR-FECHA-DIGITADA
                 MOVE WS-CON-FECHA-PEDIDA TO WS-CON-FECHA-FIN
                 IF WS-CON-FECHA-FIN NOT > WS-CON-FECHA-INICIO
                    SET WS-DATOS-INVALIDOS TO TRUE
                    DISPLAY "ERROR: LA FECHA DE TERMINO DEBE SER "
                            "VALIDA Y POSTERIOR AL INICIO."
                 END-IF
              END-IF
              IF WS-CON-INGRESO-EMPRESA = 0
                 DISPLAY "FECHA DE INGRESO A LA EMPRESA (YYYYMMDD, "
                         "BLANCO = INICIO): "
                 PERFORM PEDIR-FECHA-DIGITADA
                 IF WS-CAMPO-TEXTO = SPACE
                    MOVE WS-CON-FECHA-INICIO TO WS-CON-FECHA-INGRESO
                 ELSE
                    MOVE WS-CON-FECHA-PEDIDA TO WS-CON-FECHA-INGRESO
                 END-IF
                 IF WS-CON-FECHA-INGRESO = 0
                    OR WS-CON-FECHA-INGRESO > WS-CON-FECHA-INICIO
                    SET WS-DATOS-INVALIDOS TO TRUE
                    DISPLAY "ERROR: LA FECHA DE INGRESO DEBE SER "
                            "VALIDA Y NO POSTERIOR AL INICIO."
                 END-IF
              ELSE
                 MOVE WS-CON-INGRESO-EMPRESA TO WS-CON-FECHA-INGRESO
              END-IF
              IF WS-CON-SECUENCIA-NUEVA >= 999
                 SET WS-DATOS-INVALIDOS TO TRUE
                 DISPLAY "ERROR: EL EMPLEADO YA TIENE 999 CONTRATOS."
              END-IF
              IF WS-DATOS-VALIDOS
                 IF WS-CON-SEC-VIGENTE > 0
                    MOVE WS-EMP-ID TO CON-EMP-ID
                    MOVE WS-CON-SEC-VIGENTE TO CON-SECUENCIA
                    READ CONTRATO-FILE
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          SET CON-CERRADO TO TRUE
                          PERFORM REESCRIBIR-CONTRATO
                    END-READ
                 END-IF
                 MOVE 0 TO WS-CON-RENOVACION
                 PERFORM GRABAR-CONTRATO-NUEVO
              END-IF
           END-IF.

       RENOVAR-CONTRATO.
           IF WS-CON-SEC-VIGENTE = 0
              DISPLAY "ERROR: EL EMPLEADO " WS-EMP-ID
                      " NO TIENE CONTRATO VIGENTE QUE RENOVAR."
           ELSE
              MOVE WS-EMP-ID TO CON-EMP-ID
              MOVE WS-CON-SEC-VIGENTE TO CON-SECUENCIA
              SET WS-DATOS-INVALIDOS TO TRUE
              READ CONTRATO-FILE
                 INVALID KEY
                    DISPLAY "ERROR AL LEER EL CONTRATO VIGENTE, "
                            "ESTADO: " WS-CONTRATO-STATUS
                 NOT INVALID KEY
                    IF CON-INDETERMINADO OR CON-FECHA-FIN = 0
                       DISPLAY "EL CONTRATO VIGENTE ES A PLAZO "
                               "INDETERMINADO; NO SE RENUEVA."
                    ELSE
                       IF CON-RENOVACION >= 99
                          DISPLAY "ERROR: EL CONTRATO YA TIENE 99 "
                                  "RENOVACIONES."
                       ELSE
                          SET WS-DATOS-VALIDOS TO TRUE
                       END-IF
                    END-IF
              END-READ
              IF WS-DATOS-VALIDOS
                 MOVE CON-TIPO TO WS-CON-TIPO
                 MOVE CON-FECHA-INGRESO TO WS-CON-FECHA-INGRESO
                 COMPUTE WS-CON-RENOVACION = CON-RENOVACION + 1
                 COMPUTE WS-CON-FECHA-INICIO =
                    FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(CON-FECHA-FIN) + 1)
                 DISPLAY "LA RENOVACION " WS-CON-RENOVACION
                         " INICIA EL " WS-CON-FECHA-INICIO "."
                 DISPLAY "NUEVA FECHA DE TERMINO (YYYYMMDD): "
                 PERFORM PEDIR-FECHA-DIGITADA
                 MOVE WS-CON-FECHA-PEDIDA TO WS-CON-FECHA-FIN
                 IF WS-CON-FECHA-FIN NOT > WS-CON-FECHA-INICIO
                    SET WS-DATOS-INVALIDOS TO TRUE
                    DISPLAY "ERROR: LA FECHA DE TERMINO DEBE SER "
                            "VALIDA Y POSTERIOR AL INICIO."
                 END-IF
              END-IF
              IF WS-DATOS-VALIDOS
                 SET CON-RENOVADO TO TRUE
                 PERFORM REESCRIBIR-CONTRATO
                 PERFORM GRABAR-CONTRATO-NUEVO
              END-IF
           END-IF.

       ANULAR-CONTRATO.
           IF WS-CON-SEC-VIGENTE = 0
              DISPLAY "ERROR: EL EMPLEADO " WS-EMP-ID
                      " NO TIENE CONTRATO VIGENTE QUE ANULAR."
           ELSE
              MOVE WS-EMP-ID TO CON-EMP-ID
              MOVE WS-CON-SEC-VIGENTE TO CON-SECUENCIA
              READ CONTRATO-FILE
                 INVALID KEY
                    DISPLAY "ERROR AL LEER EL CONTRATO VIGENTE, "
                            "ESTADO: " WS-CONTRATO-STATUS
                 NOT INVALID KEY
                    PERFORM MOSTRAR-UN-CONTRATO
                    DISPLAY "CONFIRMA LA ANULACION (S/N): "
                    MOVE 'N' TO WS-CONFIRMAR
                    ACCEPT WS-CONFIRMAR
                    IF WS-CONFIRMADO
                       SET CON-ANULADO TO TRUE
                       PERFORM REESCRIBIR-CONTRATO
                    ELSE
                       DISPLAY "ANULACION NO REALIZADA."
                    END-IF
              END-READ
           END-IF.

       REESCRIBIR-CONTRATO.
           REWRITE CONTRATO-RECORD
              INVALID KEY
                 DISPLAY "ERROR AL ACTUALIZAR EL CONTRATO, ESTADO: "
                         WS-CONTRATO-STATUS
              NOT INVALID KEY
                 DISPLAY "CONTRATO " CON-EMP-ID "/" CON-SECUENCIA
                         " QUEDA EN ESTADO " CON-ESTADO "."
                 STRING "CONTRATO " CON-EMP-ID "/" CON-SECUENCIA
                        " ESTADO " CON-ESTADO
                        DELIMITED BY SIZE
                        INTO WS-AUDIT-DESCRIPCION
                 PERFORM ESCRIBIR-AUDITORIA
           END-REWRITE.

       GRABAR-CONTRATO-NUEVO.
           ADD 1 TO WS-CON-SECUENCIA-NUEVA
           MOVE WS-EMP-ID TO CON-EMP-ID
           MOVE WS-CON-SECUENCIA-NUEVA TO CON-SECUENCIA
           MOVE WS-CON-TIPO TO CON-TIPO
           MOVE WS-CON-FECHA-INGRESO TO CON-FECHA-INGRESO
           MOVE WS-CON-FECHA-INICIO TO CON-FECHA-INICIO
           MOVE WS-CON-FECHA-FIN TO CON-FECHA-FIN
           MOVE WS-CON-RENOVACION TO CON-RENOVACION
           SET CON-VIGENTE TO TRUE
           MOVE WS-OPERADOR-ID TO CON-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO CON-FECHA-REGISTRO
           WRITE CONTRATO-RECORD
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR EL CONTRATO, ESTADO: "
                         WS-CONTRATO-STATUS
              NOT INVALID KEY
                 DISPLAY "CONTRATO " CON-SECUENCIA
                         " REGISTRADO PARA EL EMPLEADO " WS-EMP-ID
                 STRING "ALTA CONTRATO " WS-EMP-ID "/" CON-SECUENCIA
                        " TIPO " CON-TIPO " RENOV " CON-RENOVACION
                        " FIN " CON-FECHA-FIN
                        DELIMITED BY SIZE
                        INTO WS-AUDIT-DESCRIPCION
                 PERFORM ESCRIBIR-AUDITORIA
           END-WRITE.

      *****************************************************************
      * HORARIO DE TURNO: SE GRABA POR EMPLEADO (MANDA) O POR         *
      * DEPARTAMENTO (LO HEREDAN LOS EMPLEADOS SIN HORARIO PROPIO).   *
      * LOS DIAS SE DIGITAN COMO 7 INDICADORES S/N DE LUNES A         *
      * DOMINGO Y LAS HORAS COMO HHMM.                                *
      *****************************************************************
       MANTENER-HORARIO-TURNO.
           DISPLAY "HORARIO POR E=EMPLEADO O D=DEPARTAMENTO: "
           MOVE SPACE TO WS-HOR-TIPO-CLAVE
           ACCEPT WS-HOR-TIPO-CLAVE
           DISPLAY "CODIGO DE EMPLEADO O DE DEPARTAMENTO: "
           MOVE SPACE TO WS-HOR-CODIGO
           ACCEPT WS-HOR-CODIGO
           SET WS-DATOS-VALIDOS TO TRUE
           IF NOT WS-HOR-TIPO-VALIDO OR WS-HOR-CODIGO = SPACE
              SET WS-DATOS-INVALIDOS TO TRUE
              DISPLAY "ERROR: INDIQUE E O D Y EL CODIGO."
           END-IF
           IF WS-DATOS-VALIDOS AND WS-HOR-POR-EMPLEADO
              MOVE WS-HOR-CODIGO TO EMP-ID
              READ EMPLOYEE-MASTER-FILE
                 INVALID KEY
                    SET WS-DATOS-INVALIDOS TO TRUE
                    DISPLAY "ERROR: NO EXISTE EL EMPLEADO "
                            WS-HOR-CODIGO "."
              END-READ
           END-IF
           IF WS-DATOS-VALIDOS
              MOVE WS-HOR-TIPO-CLAVE TO HOR-TIPO-CLAVE
              MOVE WS-HOR-CODIGO TO HOR-CODIGO
              MOVE 'N' TO WS-HOR-EXISTE-OK
              READ HORARIO-TURNO-FILE
                 INVALID KEY
                    DISPLAY "NO TIENE HORARIO REGISTRADO."
                 NOT INVALID KEY
                    SET WS-HOR-EXISTE TO TRUE
                    DISPLAY "DIAS (L A D): " HOR-DIAS-SEMANA
                            "  ENTRADA: " HOR-HORA-ENTRADA
                            "  SALIDA: " HOR-HORA-SALIDA
                            "  TOLERANCIA: " HOR-TOLERANCIA-MIN
                            " MIN"
              END-READ
              DISPLAY "G=GRABAR / CAMBIAR, B=BORRAR, BLANCO=VOLVER: "
              MOVE SPACE TO WS-HOR-ACCION
              ACCEPT WS-HOR-ACCION
              EVALUATE TRUE
                 WHEN WS-HOR-GRABAR
                    PERFORM GRABAR-HORARIO-TURNO
                 WHEN WS-HOR-BORRAR AND WS-HOR-EXISTE
                    PERFORM BORRAR-HORARIO-TURNO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       GRABAR-HORARIO-TURNO.
           SET WS-DATOS-VALIDOS TO TRUE
           DISPLAY "DIAS QUE TRABAJA, LUNES A DOMINGO (S/N, "
                   "EJ. SSSSSNN): "
           MOVE SPACE TO WS-HOR-DIAS-TEXTO
           ACCEPT WS-HOR-DIAS-TEXTO
           MOVE 0 TO WS-HOR-CONTADOR-SN
           INSPECT WS-HOR-DIAS-TEXTO TALLYING WS-HOR-CONTADOR-SN
              FOR ALL 'S' ALL 'N'
           IF WS-HOR-CONTADOR-SN NOT = 7
              SET WS-DATOS-INVALIDOS TO TRUE
              DISPLAY "ERROR: DEBEN SER 7 INDICADORES S O N."
           END-IF
           DISPLAY "HORA DE ENTRADA (HHMM): "
           PERFORM PEDIR-HORA-TURNO
           MOVE WS-HOR-HORA-PEDIDA TO WS-HOR-ENTRADA
           DISPLAY "HORA DE SALIDA (HHMM): "
           PERFORM PEDIR-HORA-TURNO
           MOVE WS-HOR-HORA-PEDIDA TO WS-HOR-SALIDA
           IF WS-HOR-ENTRADA = WS-HOR-SALIDA
              SET WS-DATOS-INVALIDOS TO TRUE
              DISPLAY "ERROR: LA ENTRADA Y LA SALIDA NO PUEDEN SER "
                      "IGUALES."
           END-IF
           DISPLAY "MINUTOS DE TOLERANCIA (BLANCO = 10): "
           MOVE SPACE TO WS-HOR-TOLERANCIA-TEXTO
           ACCEPT WS-HOR-TOLERANCIA-TEXTO
           IF WS-HOR-TOLERANCIA-TEXTO = SPACE
              MOVE 10 TO WS-HOR-TOLERANCIA
           ELSE
              IF FUNCTION TEST-NUMVAL(WS-HOR-TOLERANCIA-TEXTO) = 0
                 COMPUTE WS-HOR-TOLERANCIA =
                    FUNCTION NUMVAL(WS-HOR-TOLERANCIA-TEXTO)
              ELSE
                 SET WS-DATOS-INVALIDOS TO TRUE
                 DISPLAY "ERROR: LA TOLERANCIA DEBE SER NUMERICA."
              END-IF
           END-IF
           IF WS-DATOS-VALIDOS
              MOVE WS-HOR-TIPO-CLAVE TO HOR-TIPO-CLAVE
              MOVE WS-HOR-CODIGO TO HOR-CODIGO
              MOVE WS-HOR-DIAS-TEXTO TO HOR-DIAS-SEMANA
              MOVE WS-HOR-ENTRADA TO HOR-HORA-ENTRADA
              MOVE WS-HOR-SALIDA TO HOR-HORA-SALIDA
              MOVE WS-HOR-TOLERANCIA TO HOR-TOLERANCIA-MIN
              MOVE WS-OPERADOR-ID TO HOR-OPERADOR
              MOVE FUNCTION CURRENT-DATE(1:14) TO HOR-FECHA-REGISTRO
              IF WS-HOR-EXISTE
                 REWRITE HORARIO-TURNO-RECORD
                    INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR EL HORARIO, "
                               "ESTADO: " WS-HORARIO-STATUS
                       SET WS-DATOS-INVALIDOS TO TRUE
                 END-REWRITE
              ELSE
                 WRITE HORARIO-TURNO-RECORD
                    INVALID KEY
                       DISPLAY "ERROR AL GRABAR EL HORARIO, "
                               "ESTADO: " WS-HORARIO-STATUS
                       SET WS-DATOS-INVALIDOS TO TRUE
                 END-WRITE
              END-IF
           END-IF
           IF WS-DATOS-VALIDOS
              DISPLAY "HORARIO GRABADO."
              STRING "HORARIO " HOR-TIPO-CLAVE " " HOR-CODIGO " "
                     HOR-DIAS-SEMANA " " HOR-HORA-ENTRADA(1:4) "-"
                     HOR-HORA-SALIDA(1:4) " TOL " HOR-TOLERANCIA-MIN
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-DESCRIPCION
              PERFORM ESCRIBIR-AUDITORIA
           END-IF.

      * HORA HHMM DIGITADA; SI NO ES UNA HORA VALIDA SE MARCAN LOS
      * DATOS COMO INVALIDOS. QUEDA EN WS-HOR-HORA-PEDIDA COMO HHMMSS.
       PEDIR-HORA-TURNO.
           MOVE 0 TO WS-HOR-HORA-PEDIDA
           MOVE SPACE TO WS-HOR-HORA-TEXTO
           ACCEPT WS-HOR-HORA-TEXTO
           IF WS-HOR-HORA-TEXTO NUMERIC
              MOVE WS-HOR-HORA-TEXTO TO WS-HOR-HORA-PARTES
              IF WS-HOR-HH > 23 OR WS-HOR-MM > 59
                 SET WS-DATOS-INVALIDOS TO TRUE
                 DISPLAY "ERROR: HORA FUERA DE RANGO."
              ELSE
                 COMPUTE WS-HOR-HORA-PEDIDA =
                    (WS-HOR-HH * 10000) + (WS-HOR-MM * 100)
              END-IF
           ELSE
              SET WS-DATOS-INVALIDOS TO TRUE
              DISPLAY "ERROR: LA HORA DEBE TENER 4 DIGITOS (HHMM)."
           END-IF.

       BORRAR-HORARIO-TURNO.
           DISPLAY "CONFIRMA EL BORRADO DEL HORARIO (S/N): "
           MOVE 'N' TO WS-CONFIRMAR
           ACCEPT WS-CONFIRMAR
           IF WS-CONFIRMADO
              DELETE HORARIO-TURNO-FILE
                 INVALID KEY
                    DISPLAY "ERROR AL BORRAR EL HORARIO, ESTADO: "
                            WS-HORARIO-STATUS
                 NOT INVALID KEY
                    DISPLAY "HORARIO BORRADO."
                    STRING "BORRA HORARIO " WS-HOR-TIPO-CLAVE " "
                           WS-HOR-CODIGO
                           DELIMITED BY SIZE
                           INTO WS-AUDIT-DESCRIPCION
                    PERFORM ESCRIBIR-AUDITORIA
              END-DELETE
           ELSE
              DISPLAY "BORRADO NO REALIZADO."
           END-IF.

      *****************************************************************
      * AUTORIZACION DE HORAS EXTRAS: SE REGISTRA ANTES DEL LOTE POR  *
      * EMPLEADO HORARIO Y FECHA DEL PERIODO SEMANAL, CON LAS HORAS   *
      * SOBRE LAS 40 QUE SE APRUEBAN Y QUIEN LAS APRUEBA. LAS HORAS   *
      * EXTRAS DEL RELOJ QUE PASEN ESE TOPE NO SE PAGAN COMO EXTRAS.  *
      *****************************************************************
       MANTENER-HORAS-EXTRAS.
           PERFORM LEER-EMPLEADO-POR-ID
           IF WS-REGISTRO-NO-EXISTE
              DISPLAY "ERROR: NO EXISTE EL EMPLEADO " WS-EMP-ID "."
           ELSE
              IF EMP-COMP-MENSUAL
                 DISPLAY "ERROR: EL EMPLEADO " WS-EMP-ID
                         " ES DE SUELDO MENSUAL, NO COBRA POR HORAS."
              ELSE
                 DISPLAY "FECHA DEL PERIODO SEMANAL (YYYYMMDD): "
                 PERFORM PEDIR-FECHA-DIGITADA
                 IF WS-CON-FECHA-PEDIDA = 0
                    DISPLAY "ERROR: FECHA INVALIDA."
                 ELSE
                    PERFORM MOSTRAR-HORAS-EXTRAS-AUT
                    DISPLAY "G=GRABAR / CAMBIAR, B=BORRAR, "
                            "BLANCO=VOLVER: "
                    MOVE SPACE TO WS-HEA-ACCION
                    ACCEPT WS-HEA-ACCION
                    EVALUATE TRUE
                       WHEN WS-HEA-GRABAR
                          PERFORM GRABAR-HORAS-EXTRAS-AUT
                       WHEN WS-HEA-BORRAR AND WS-HEA-EXISTE
                          PERFORM BORRAR-HORAS-EXTRAS-AUT
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                 END-IF
              END-IF
           END-IF.

       MOSTRAR-HORAS-EXTRAS-AUT.
           MOVE WS-EMP-ID TO HEA-EMP-ID
           MOVE WS-CON-FECHA-PEDIDA TO HEA-SEMANA
           MOVE 'N' TO WS-HEA-EXISTE-OK
           READ HORAS-EXTRAS-AUT-FILE
              INVALID KEY
                 DISPLAY "SIN HORAS EXTRAS AUTORIZADAS EN ESA SEMANA."
              NOT INVALID KEY
                 SET WS-HEA-EXISTE TO TRUE
                 MOVE HEA-HORAS-APROBADAS TO WS-HEA-HORAS-DISPLAY
                 DISPLAY "HORAS EXTRAS AUTORIZADAS: "
                         WS-HEA-HORAS-DISPLAY
                         "  APROBADAS POR: " HEA-APROBADOR
                         "  REGISTRO: " HEA-OPERADOR
                         " " HEA-FECHA-REGISTRO
           END-READ
           IF WS-HER-DISPONIBLE
              MOVE WS-EMP-ID TO HER-EMP-ID
              MOVE WS-CON-FECHA-PEDIDA TO HER-SEMANA
              READ HORAS-EXTRAS-RET-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE HER-HORAS-RETENIDAS
                       TO WS-HER-RETENIDAS-DISPLAY
                    MOVE HER-HORAS-LIBERADAS TO WS-HEA-HORAS-DISPLAY
                    DISPLAY "HORAS RETENIDAS EN EL LOTE: "
                            WS-HER-RETENIDAS-DISPLAY
                            "  YA LIBERADAS: " WS-HEA-HORAS-DISPLAY
              END-READ
           END-IF.

       GRABAR-HORAS-EXTRAS-AUT.
           SET WS-DATOS-VALIDOS TO TRUE
           DISPLAY "HORAS EXTRAS APROBADAS (SOBRE LAS 40 SEMANALES): "
           MOVE SPACE TO WS-HEA-HORAS-TEXTO
           ACCEPT WS-HEA-HORAS-TEXTO
           IF FUNCTION TEST-NUMVAL(WS-HEA-HORAS-TEXTO) = 0
              COMPUTE WS-HEA-HORAS-VALOR =
                 FUNCTION NUMVAL(WS-HEA-HORAS-TEXTO)
           ELSE
              MOVE 0 TO WS-HEA-HORAS-VALOR
           END-IF
      * UNA SEMANA TIENE 168 HORAS: SOBRE LAS 40 CABEN A LO MAS 128.
           IF WS-HEA-HORAS-VALOR = 0 OR WS-HEA-HORAS-VALOR > 128
              SET WS-DATOS-INVALIDOS TO TRUE
              DISPLAY "ERROR: LAS HORAS DEBEN SER NUMERICAS, MAYORES "
                      "A CERO Y NO MAS DE 128."
           END-IF
           DISPLAY "APROBADO POR (BLANCO = " WS-OPERADOR-ID "): "
           MOVE SPACE TO WS-HEA-APROBADOR
           ACCEPT WS-HEA-APROBADOR
           IF WS-HEA-APROBADOR = SPACE
              MOVE WS-OPERADOR-ID TO WS-HEA-APROBADOR
           END-IF
           IF WS-DATOS-VALIDOS
              MOVE WS-EMP-ID TO HEA-EMP-ID
              MOVE WS-CON-FECHA-PEDIDA TO HEA-SEMANA
              MOVE WS-HEA-HORAS-VALOR TO HEA-HORAS-APROBADAS
              MOVE WS-HEA-APROBADOR TO HEA-APROBADOR
              MOVE WS-OPERADOR-ID TO HEA-OPERADOR
              MOVE FUNCTION CURRENT-DATE(1:14) TO HEA-FECHA-REGISTRO
              IF WS-HEA-EXISTE
                 REWRITE HORAS-EXTRAS-AUT-RECORD
                    INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR LA AUTORIZACION, "
                               "ESTADO: " WS-HORAS-EXTRAS-STATUS
                       SET WS-DATOS-INVALIDOS TO TRUE
                 END-REWRITE
              ELSE
                 WRITE HORAS-EXTRAS-AUT-RECORD
                    INVALID KEY
                       DISPLAY "ERROR AL GRABAR LA AUTORIZACION, "
                               "ESTADO: " WS-HORAS-EXTRAS-STATUS
                       SET WS-DATOS-INVALIDOS TO TRUE
                 END-WRITE
              END-IF
           END-IF
           IF WS-DATOS-VALIDOS
              DISPLAY "AUTORIZACION DE HORAS EXTRAS GRABADA."
              MOVE HEA-HORAS-APROBADAS TO WS-HEA-HORAS-DISPLAY
              STRING "AUTORIZA H.EXTRAS " WS-EMP-ID " " HEA-SEMANA
                     " " WS-HEA-HORAS-DISPLAY " APROB " HEA-APROBADOR
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-DESCRIPCION
              PERFORM ESCRIBIR-AUDITORIA
              IF WS-HER-DISPONIBLE
                 PERFORM LIBERAR-HORAS-RETENIDAS
              END-IF
           END-IF.

      *****************************************************************
      * HORAS RETENIDAS POR EL LOTE DE ESA SEMANA: LO QUE LA NUEVA    *
      * AUTORIZACION APRUEBA POR ENCIMA DE LO YA AUTORIZADO AL CORRER *
      * EL LOTE (HASTA LAS HORAS RETENIDAS Y MENOS LO YA LIBERADO) SE *
      * PAGA CON EL RECARGO Y LA TARIFA DE ESA SEMANA, COMO           *
      * MOVIMIENTO EVENTUAL PENDIENTE QUE TOMA EL LOTE SIGUIENTE.     *
      *****************************************************************
       LIBERAR-HORAS-RETENIDAS.
           MOVE 0 TO WS-HER-HORAS-LIBERAR
           MOVE WS-EMP-ID TO HER-EMP-ID
           MOVE WS-CON-FECHA-PEDIDA TO HER-SEMANA
           READ HORAS-EXTRAS-RET-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF HER-PENDIENTE
                    AND HEA-HORAS-APROBADAS > HER-HORAS-APROBADAS
                    COMPUTE WS-HER-HORAS-LIBERAR =
                       HEA-HORAS-APROBADAS - HER-HORAS-APROBADAS
                    IF WS-HER-HORAS-LIBERAR > HER-HORAS-RETENIDAS
                       MOVE HER-HORAS-RETENIDAS TO WS-HER-HORAS-LIBERAR
                    END-IF
                    SUBTRACT HER-HORAS-LIBERADAS
                       FROM WS-HER-HORAS-LIBERAR
                 END-IF
           END-READ
           IF WS-HER-HORAS-LIBERAR > 0
              PERFORM ASEGURAR-CONCEPTO-HORAS-RET
              PERFORM ASIGNAR-SECUENCIA-MOVIMIENTO
           END-IF
           IF WS-HER-HORAS-LIBERAR > 0 AND WS-DATOS-VALIDOS
              PERFORM GRABAR-LIBERACION-HORAS
           END-IF.

       GRABAR-LIBERACION-HORAS.
           MOVE WS-EMP-ID TO MEV-EMP-ID
           MOVE WS-CON-FECHA-PEDIDA TO MEV-FECHA-LOTE
           MOVE WS-MEV-SECUENCIA-NUEVA TO MEV-SECUENCIA
           MOVE WS-CONCEPTO-HORAS-RET TO MEV-CONCEPTO
           COMPUTE MEV-MONTO ROUNDED =
              WS-HER-HORAS-LIBERAR * HER-TARIFA-HORA
              * HER-FACTOR-RECARGO
           MOVE SPACES TO MEV-REFERENCIA
           STRING "SEMANA " HER-SEMANA DELIMITED BY SIZE
                  INTO MEV-REFERENCIA
           SET MEV-PENDIENTE TO TRUE
           MOVE 0 TO MEV-LOTE-APLICADO
           MOVE SPACE TO MEV-PLANILLA-APLICADA
           MOVE WS-OPERADOR-ID TO MEV-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO MEV-FECHA-REGISTRO
           WRITE MOVIMIENTO-EVENTUAL-RECORD
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR EL PAGO DE HORAS RETENIDAS, "
                         "ESTADO: " WS-MOVIMIENTO-EV-STATUS
              NOT INVALID KEY
                 ADD WS-HER-HORAS-LIBERAR TO HER-HORAS-LIBERADAS
                 IF HER-HORAS-LIBERADAS >= HER-HORAS-RETENIDAS
                    SET HER-LIBERADO TO TRUE
                 END-IF
                 REWRITE HORAS-EXTRAS-RET-RECORD
                    INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR HORAS RETENIDAS, "
                               "ESTADO: " WS-HORAS-RETENIDAS-STATUS
                 END-REWRITE
                 MOVE WS-HER-HORAS-LIBERAR TO WS-HER-RETENIDAS-DISPLAY
                 MOVE MEV-MONTO TO WS-MEV-MONTO-DISPLAY
                 DISPLAY "SE LIBERAN " WS-HER-RETENIDAS-DISPLAY
                         " HORAS RETENIDAS: " WS-MEV-MONTO-DISPLAY
                         " EN EL LOTE SIGUIENTE."
                 MOVE SPACES TO WS-AUDIT-DESCRIPCION
                 STRING "LIBERA H.EXTRAS " WS-EMP-ID " " HER-SEMANA
                        " " WS-HER-RETENIDAS-DISPLAY " "
                        WS-MEV-MONTO-DISPLAY
                        DELIMITED BY SIZE
                        INTO WS-AUDIT-DESCRIPCION
                 PERFORM ESCRIBIR-AUDITORIA
           END-WRITE.

      * EL CONCEPTO DE PAGO DE HORAS RETENIDAS SE CREA LA PRIMERA VEZ
      * QUE HACE FALTA: INGRESO AFECTO AL IMPUESTO, LA PENSION Y
      * ESSALUD, COMO LAS HORAS EXTRAS PAGADAS EN SU SEMANA.
       ASEGURAR-CONCEPTO-HORAS-RET.
           MOVE WS-CONCEPTO-HORAS-RET TO CEV-CODIGO
           READ CONCEPTO-EVENTUAL-FILE
              INVALID KEY
                 MOVE WS-CONCEPTO-HORAS-RET TO CEV-CODIGO
                 MOVE "H.EXTRAS RETENIDAS" TO CEV-DESCRIPCION
                 SET CEV-INGRESO TO TRUE
                 MOVE 'S' TO CEV-AFECTO-IMPUESTO
                 MOVE 'S' TO CEV-AFECTO-PENSION
                 MOVE 'S' TO CEV-AFECTO-ESSALUD
                 SET CEV-ACTIVO TO TRUE
                 MOVE WS-OPERADOR-ID TO CEV-OPERADOR
                 MOVE FUNCTION CURRENT-DATE(1:14) TO CEV-FECHA-REGISTRO
                 WRITE CONCEPTO-EVENTUAL-RECORD
                    INVALID KEY
                       DISPLAY "ERROR AL GRABAR EL CONCEPTO "
                               WS-CONCEPTO-HORAS-RET ", ESTADO: "
                               WS-CONCEPTO-EV-STATUS
                 END-WRITE
           END-READ.

       BORRAR-HORAS-EXTRAS-AUT.
           DISPLAY "CONFIRMA EL BORRADO DE LA AUTORIZACION (S/N): "
           MOVE 'N' TO WS-CONFIRMAR
           ACCEPT WS-CONFIRMAR
           IF WS-CONFIRMADO
              DELETE HORAS-EXTRAS-AUT-FILE
                 INVALID KEY
                    DISPLAY "ERROR AL BORRAR LA AUTORIZACION, ESTADO: "
                            WS-HORAS-EXTRAS-STATUS
                 NOT INVALID KEY
                    DISPLAY "AUTORIZACION BORRADA."
                    STRING "BORRA AUTORIZACION H.EXTRAS " WS-EMP-ID
                           " " WS-CON-FECHA-PEDIDA
                           DELIMITED BY SIZE
                           INTO WS-AUDIT-DESCRIPCION
                    PERFORM ESCRIBIR-AUDITORIA
              END-DELETE
           ELSE
              DISPLAY "BORRADO NO REALIZADO."
           END-IF.

      *****************************************************************
      * CATALOGO DE CONCEPTOS EVENTUALES: CODIGO, DESCRIPCION, CLASE  *
      * (INGRESO O DESCUENTO) Y, PARA LOS INGRESOS, SI ESTAN AFECTOS  *
      * AL IMPUESTO, A LA PENSION Y A ESSALUD. UN CONCEPTO NO SE      *
      * BORRA (PUEDE TENER MOVIMIENTOS PENDIENTES): SE DESACTIVA.     *
      *****************************************************************
       MANTENER-CONCEPTO-EVENTUAL.
           DISPLAY "CODIGO DE CONCEPTO (4 CARACTERES): "
           MOVE SPACE TO WS-CEV-CODIGO
           ACCEPT WS-CEV-CODIGO
           IF WS-CEV-CODIGO = SPACE
              DISPLAY "ERROR: CODIGO EN BLANCO."
           ELSE
              MOVE WS-CEV-CODIGO TO CEV-CODIGO
              MOVE 'N' TO WS-CEV-EXISTE-OK
              READ CONCEPTO-EVENTUAL-FILE
                 INVALID KEY
                    DISPLAY "CONCEPTO NUEVO."
                 NOT INVALID KEY
                    SET WS-CEV-EXISTE TO TRUE
                    DISPLAY "CONCEPTO " CEV-CODIGO " - "
                            CEV-DESCRIPCION " CLASE " CEV-CLASE
                            " IMP/PEN/ESS " CEV-AFECTO-IMPUESTO
                            CEV-AFECTO-PENSION CEV-AFECTO-ESSALUD
                            " ESTADO " CEV-ESTADO
              END-READ
              DISPLAY "G=GRABAR / CAMBIAR, I=DESACTIVAR, "
                      "BLANCO=VOLVER: "
              MOVE SPACE TO WS-CEV-ACCION
              ACCEPT WS-CEV-ACCION
              EVALUATE TRUE
                 WHEN WS-CEV-GRABAR
                    PERFORM GRABAR-CONCEPTO-EVENTUAL
                 WHEN WS-CEV-DESACTIVAR AND WS-CEV-EXISTE
                    PERFORM DESACTIVAR-CONCEPTO-EVENTUAL
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       GRABAR-CONCEPTO-EVENTUAL.
           SET WS-DATOS-VALIDOS TO TRUE
           DISPLAY "DESCRIPCION: "
           MOVE SPACE TO WS-CEV-DESCRIPCION
           ACCEPT WS-CEV-DESCRIPCION
           IF WS-CEV-DESCRIPCION = SPACE
              SET WS-DATOS-INVALIDOS TO TRUE
              DISPLAY "ERROR: LA DESCRIPCION NO PUEDE IR EN BLANCO."
           END-IF
      * LA CLASE DE UN CONCEPTO EXISTENTE NO CAMBIA: SUS MOVIMIENTOS
      * PENDIENTES SE REGISTRARON COMO INGRESO O COMO DESCUENTO.
           IF WS-CEV-EXISTE
              MOVE CEV-CLASE TO WS-CEV-CLASE
           ELSE
              DISPLAY "CLASE (I=INGRESO, D=DESCUENTO): "
              MOVE SPACE TO WS-CEV-CLASE
              ACCEPT WS-CEV-CLASE
              IF NOT WS-CEV-CLASE-VALIDA
                 SET WS-DATOS-INVALIDOS TO TRUE
                 DISPLAY "ERROR: LA CLASE DEBE SER I O D."
              END-IF
           END-IF
           MOVE 'N' TO WS-CEV-AFECTO-IMPUESTO
           MOVE 'N' TO WS-CEV-AFECTO-PENSION
           MOVE 'N' TO WS-CEV-AFECTO-ESSALUD
           IF WS-CEV-INGRESO
              DISPLAY "AFECTO AL IMPUESTO A LA RENTA (S/N): "
              PERFORM PEDIR-INDICADOR-CONCEPTO
              MOVE WS-CEV-INDICADOR TO WS-CEV-AFECTO-IMPUESTO
              DISPLAY "AFECTO A LA PENSION ONP/AFP (S/N): "
              PERFORM PEDIR-INDICADOR-CONCEPTO
              MOVE WS-CEV-INDICADOR TO WS-CEV-AFECTO-PENSION
              DISPLAY "AFECTO A ESSALUD (S/N): "
              PERFORM PEDIR-INDICADOR-CONCEPTO
              MOVE WS-CEV-INDICADOR TO WS-CEV-AFECTO-ESSALUD
           ELSE
              DISPLAY "LOS DESCUENTOS SE TOMAN DEL NETO; NO REBAJAN "
                      "LAS BASES DE IMPUESTO, PENSION NI ESSALUD."
           END-IF
           IF WS-DATOS-VALIDOS
              MOVE WS-CEV-CODIGO TO CEV-CODIGO
              MOVE WS-CEV-DESCRIPCION TO CEV-DESCRIPCION
              MOVE WS-CEV-CLASE TO CEV-CLASE
              MOVE WS-CEV-AFECTO-IMPUESTO TO CEV-AFECTO-IMPUESTO
              MOVE WS-CEV-AFECTO-PENSION TO CEV-AFECTO-PENSION
              MOVE WS-CEV-AFECTO-ESSALUD TO CEV-AFECTO-ESSALUD
              SET CEV-ACTIVO TO TRUE
              MOVE WS-OPERADOR-ID TO CEV-OPERADOR
              MOVE FUNCTION CURRENT-DATE(1:14) TO CEV-FECHA-REGISTRO
              IF WS-CEV-EXISTE
                 REWRITE CONCEPTO-EVENTUAL-RECORD
                    INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR EL CONCEPTO, "
                               "ESTADO: " WS-CONCEPTO-EV-STATUS
                       SET WS-DATOS-INVALIDOS TO TRUE
                 END-REWRITE
              ELSE
                 WRITE CONCEPTO-EVENTUAL-RECORD
                    INVALID KEY
                       DISPLAY "ERROR AL GRABAR EL CONCEPTO, "
                               "ESTADO: " WS-CONCEPTO-EV-STATUS
                       SET WS-DATOS-INVALIDOS TO TRUE
                 END-WRITE
              END-IF
           END-IF
           IF WS-DATOS-VALIDOS
              DISPLAY "CONCEPTO " WS-CEV-CODIGO " GRABADO."
              STRING "CONCEPTO EVENTUAL " WS-CEV-CODIGO
                     " CLASE " WS-CEV-CLASE
                     " IMP/PEN/ESS " WS-CEV-AFECTO-IMPUESTO
                     WS-CEV-AFECTO-PENSION WS-CEV-AFECTO-ESSALUD
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-DESCRIPCION
              PERFORM ESCRIBIR-AUDITORIA
           END-IF.

       PEDIR-INDICADOR-CONCEPTO.
           MOVE SPACE TO WS-CEV-INDICADOR
           ACCEPT WS-CEV-INDICADOR
           IF NOT WS-CEV-INDICADOR-VALIDO
              SET WS-DATOS-INVALIDOS TO TRUE
              DISPLAY "ERROR: INDIQUE S O N."
           END-IF.

       DESACTIVAR-CONCEPTO-EVENTUAL.
           IF CEV-INACTIVO
              DISPLAY "EL CONCEPTO YA ESTA INACTIVO."
           ELSE
              SET CEV-INACTIVO TO TRUE
              MOVE WS-OPERADOR-ID TO CEV-OPERADOR
              MOVE FUNCTION CURRENT-DATE(1:14) TO CEV-FECHA-REGISTRO
              REWRITE CONCEPTO-EVENTUAL-RECORD
                 INVALID KEY
                    DISPLAY "ERROR AL DESACTIVAR EL CONCEPTO, ESTADO: "
                            WS-CONCEPTO-EV-STATUS
                 NOT INVALID KEY
                    DISPLAY "CONCEPTO " WS-CEV-CODIGO " DESACTIVADO."
                    STRING "DESACTIVA CONCEPTO EVENTUAL " WS-CEV-CODIGO
                           DELIMITED BY SIZE
                           INTO WS-AUDIT-DESCRIPCION
                    PERFORM ESCRIBIR-AUDITORIA
              END-REWRITE
           END-IF.

      *****************************************************************
      * INGRESOS Y DESCUENTOS EVENTUALES DE UN EMPLEADO: SE LISTAN    *
      * LOS QUE TIENE Y SE REGISTRA UNO NUEVO (FECHADO AL LOTE QUE    *
      * DEBE PAGARLO) O SE ANULA UNO PENDIENTE. LO YA APLICADO POR LA *
      * NOMINA NO SE ANULA: SE CORRIGE CON OTRO MOVIMIENTO.           *
      *****************************************************************
       MOVIMIENTOS-EVENTUALES.
           PERFORM LEER-EMPLEADO-POR-ID
           IF WS-REGISTRO-NO-EXISTE
              DISPLAY "ERROR: NO EXISTE EL EMPLEADO " WS-EMP-ID "."
           ELSE
              DISPLAY "EMPLEADO: " EMP-ID " - " EMP-NAME
              PERFORM LISTAR-MOVIMIENTOS-EVENTUALES
              DISPLAY "N=NUEVO, X=ANULAR PENDIENTE, BLANCO=VOLVER: "
              MOVE SPACE TO WS-MEV-ACCION
              ACCEPT WS-MEV-ACCION
              EVALUATE TRUE
                 WHEN WS-MEV-NUEVO AND EMP-INACTIVO
                    DISPLAY "ERROR: EL EMPLEADO " WS-EMP-ID
                            " ESTA INACTIVO."
                 WHEN WS-MEV-NUEVO
                    PERFORM NUEVO-MOVIMIENTO-EVENTUAL
                 WHEN WS-MEV-ANULAR
                    PERFORM ANULAR-MOVIMIENTO-EVENTUAL
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       LISTAR-MOVIMIENTOS-EVENTUALES.
           MOVE 0 TO WS-CONTADOR-MEV-LISTADOS
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
                       SET WS-FIN-MOVIMIENTOS TO TRUE
                    ELSE
                       ADD 1 TO WS-CONTADOR-MEV-LISTADOS
                       MOVE MEV-MONTO TO WS-MEV-MONTO-DISPLAY
                       DISPLAY "  LOTE " MEV-FECHA-LOTE
                               " SEC " MEV-SECUENCIA
                               " " MEV-CONCEPTO
                               " " WS-MEV-MONTO-DISPLAY
                               " REF " MEV-REFERENCIA
                               " ESTADO " MEV-ESTADO
                               " " MEV-LOTE-APLICADO
                               MEV-PLANILLA-APLICADA
                    END-IF
              END-READ
           END-PERFORM
           IF WS-CONTADOR-MEV-LISTADOS = 0
              DISPLAY "EL EMPLEADO NO TIENE MOVIMIENTOS EVENTUALES."
           END-IF.

       NUEVO-MOVIMIENTO-EVENTUAL.
           SET WS-DATOS-VALIDOS TO TRUE
           DISPLAY "FECHA DEL LOTE QUE DEBE PAGARLO (YYYYMMDD): "
           PERFORM PEDIR-FECHA-DIGITADA
           IF WS-CON-FECHA-PEDIDA = 0
              SET WS-DATOS-INVALIDOS TO TRUE
              DISPLAY "ERROR: FECHA INVALIDA."
           END-IF
           DISPLAY "CODIGO DE CONCEPTO: "
           MOVE SPACE TO WS-CEV-CODIGO
           ACCEPT WS-CEV-CODIGO
           MOVE WS-CEV-CODIGO TO CEV-CODIGO
           READ CONCEPTO-EVENTUAL-FILE
              INVALID KEY
                 SET WS-DATOS-INVALIDOS TO TRUE
                 DISPLAY "ERROR: NO EXISTE EL CONCEPTO "
                         WS-CEV-CODIGO "."
              NOT INVALID KEY
                 IF CEV-INACTIVO
                    SET WS-DATOS-INVALIDOS TO TRUE
                    DISPLAY "ERROR: EL CONCEPTO " WS-CEV-CODIGO
                            " ESTA INACTIVO."
                 ELSE
                    DISPLAY CEV-DESCRIPCION " (CLASE " CEV-CLASE ")"
                 END-IF
           END-READ
           DISPLAY "MONTO: "
           MOVE SPACE TO WS-MEV-MONTO-TEXTO
           ACCEPT WS-MEV-MONTO-TEXTO
           IF FUNCTION TEST-NUMVAL(WS-MEV-MONTO-TEXTO) = 0
              COMPUTE WS-MEV-MONTO =
                 FUNCTION NUMVAL(WS-MEV-MONTO-TEXTO)
           ELSE
              MOVE 0 TO WS-MEV-MONTO
           END-IF
           IF WS-MEV-MONTO = 0
              SET WS-DATOS-INVALIDOS TO TRUE
              DISPLAY "ERROR: EL MONTO DEBE SER NUMERICO Y MAYOR A "
                      "CERO."
           END-IF
           DISPLAY "REFERENCIA (BOLETA, ORDEN, MEMO): "
           MOVE SPACE TO WS-MEV-REFERENCIA
           ACCEPT WS-MEV-REFERENCIA
           IF WS-DATOS-VALIDOS
              PERFORM ASIGNAR-SECUENCIA-MOVIMIENTO
           END-IF
           IF WS-DATOS-VALIDOS
              MOVE WS-EMP-ID TO MEV-EMP-ID
              MOVE WS-CON-FECHA-PEDIDA TO MEV-FECHA-LOTE
              MOVE WS-MEV-SECUENCIA-NUEVA TO MEV-SECUENCIA
              MOVE WS-CEV-CODIGO TO MEV-CONCEPTO
              MOVE WS-MEV-MONTO TO MEV-MONTO
              MOVE WS-MEV-REFERENCIA TO MEV-REFERENCIA
              SET MEV-PENDIENTE TO TRUE
              MOVE 0 TO MEV-LOTE-APLICADO
              MOVE SPACE TO MEV-PLANILLA-APLICADA
              MOVE WS-OPERADOR-ID TO MEV-OPERADOR
              MOVE FUNCTION CURRENT-DATE(1:14) TO MEV-FECHA-REGISTRO
              WRITE MOVIMIENTO-EVENTUAL-RECORD
                 INVALID KEY
                    DISPLAY "ERROR AL GRABAR EL MOVIMIENTO, ESTADO: "
                            WS-MOVIMIENTO-EV-STATUS
                 NOT INVALID KEY
                    DISPLAY "MOVIMIENTO " MEV-FECHA-LOTE "/"
                            MEV-SECUENCIA " REGISTRADO."
                    MOVE WS-MEV-MONTO TO WS-MEV-MONTO-DISPLAY
                    STRING "ALTA EVENTUAL " WS-EMP-ID " "
                           MEV-FECHA-LOTE "/" MEV-SECUENCIA " "
                           MEV-CONCEPTO " " WS-MEV-MONTO-DISPLAY
                           DELIMITED BY SIZE
                           INTO WS-AUDIT-DESCRIPCION
                    PERFORM ESCRIBIR-AUDITORIA
              END-WRITE
           END-IF.

       ASIGNAR-SECUENCIA-MOVIMIENTO.
           MOVE 0 TO WS-MEV-SECUENCIA-NUEVA
           MOVE 'N' TO WS-FIN-MOVIMIENTOS-OK
           MOVE WS-EMP-ID TO MEV-EMP-ID
           MOVE WS-CON-FECHA-PEDIDA TO MEV-FECHA-LOTE
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
                       OR MEV-FECHA-LOTE NOT = WS-CON-FECHA-PEDIDA
                       SET WS-FIN-MOVIMIENTOS TO TRUE
                    ELSE
                       MOVE MEV-SECUENCIA TO WS-MEV-SECUENCIA-NUEVA
                    END-IF
              END-READ
           END-PERFORM
           IF WS-MEV-SECUENCIA-NUEVA >= 99
              SET WS-DATOS-INVALIDOS TO TRUE
              DISPLAY "ERROR: YA HAY 99 MOVIMIENTOS PARA ESE LOTE."
           ELSE
              ADD 1 TO WS-MEV-SECUENCIA-NUEVA
           END-IF.

       ANULAR-MOVIMIENTO-EVENTUAL.
           DISPLAY "FECHA DEL LOTE DEL MOVIMIENTO (YYYYMMDD): "
           PERFORM PEDIR-FECHA-DIGITADA
           DISPLAY "SECUENCIA: "
           MOVE 0 TO WS-MEV-SECUENCIA-PEDIDA
           ACCEPT WS-MEV-SECUENCIA-PEDIDA
           MOVE WS-EMP-ID TO MEV-EMP-ID
           MOVE WS-CON-FECHA-PEDIDA TO MEV-FECHA-LOTE
           MOVE WS-MEV-SECUENCIA-PEDIDA TO MEV-SECUENCIA
           READ MOVIMIENTO-EVENTUAL-FILE
              INVALID KEY
                 DISPLAY "ERROR: NO EXISTE EL MOVIMIENTO "
                         WS-CON-FECHA-PEDIDA "/"
                         WS-MEV-SECUENCIA-PEDIDA "."
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN MEV-APLICADO
                       DISPLAY "ERROR: YA LO PAGO EL LOTE "
                               MEV-LOTE-APLICADO
                               "; CORRIJALO CON OTRO MOVIMIENTO."
                    WHEN MEV-ANULADO
                       DISPLAY "EL MOVIMIENTO YA ESTA ANULADO."
                    WHEN OTHER
                       PERFORM CONFIRMAR-ANULACION-MOVIMIENTO
                 END-EVALUATE
           END-READ.

       CONFIRMAR-ANULACION-MOVIMIENTO.
           DISPLAY "CONFIRMA LA ANULACION (S/N): "
           MOVE 'N' TO WS-CONFIRMAR
           ACCEPT WS-CONFIRMAR
           IF WS-CONFIRMADO
              SET MEV-ANULADO TO TRUE
              MOVE WS-OPERADOR-ID TO MEV-OPERADOR
              MOVE FUNCTION CURRENT-DATE(1:14) TO MEV-FECHA-REGISTRO
              REWRITE MOVIMIENTO-EVENTUAL-RECORD
                 INVALID KEY
                    DISPLAY "ERROR AL ANULAR EL MOVIMIENTO, ESTADO: "
                            WS-MOVIMIENTO-EV-STATUS
                 NOT INVALID KEY
                    DISPLAY "MOVIMIENTO ANULADO."
                    STRING "ANULA EVENTUAL " WS-EMP-ID " "
                           MEV-FECHA-LOTE "/" MEV-SECUENCIA " "
                           MEV-CONCEPTO
                           DELIMITED BY SIZE
                           INTO WS-AUDIT-DESCRIPCION
                    PERFORM ESCRIBIR-AUDITORIA
              END-REWRITE
           ELSE
              DISPLAY "ANULACION NO REALIZADA."
           END-IF.

      *****************************************************************
      * DEPENDIENTES DEL EMPLEADO: SE LISTAN CON SU DERECHO A LA      *
      * ASIGNACION FAMILIAR A LA FECHA DE HOY, Y SE REGISTRA UNO      *
      * NUEVO, SE CAMBIA SU MARCA DE ESTUDIOS O SE DA DE BAJA.        *
      *****************************************************************
       DEPENDIENTES-EMPLEADO.
           PERFORM LEER-EMPLEADO-POR-ID
           IF WS-REGISTRO-NO-EXISTE
              DISPLAY "ERROR: NO EXISTE EL EMPLEADO " WS-EMP-ID "."
           ELSE
              DISPLAY "EMPLEADO: " EMP-ID " - " EMP-NAME
              PERFORM LISTAR-DEPENDIENTES
              DISPLAY "N=NUEVO, E=ESTUDIOS, B=BAJA, BLANCO=VOLVER: "
              MOVE SPACE TO WS-DEP-ACCION
              ACCEPT WS-DEP-ACCION
              EVALUATE TRUE
                 WHEN WS-DEP-NUEVO AND EMP-INACTIVO
                    DISPLAY "ERROR: EL EMPLEADO " WS-EMP-ID
                            " ESTA INACTIVO."
                 WHEN WS-DEP-NUEVO
                    PERFORM NUEVO-DEPENDIENTE
                 WHEN WS-DEP-ESTUDIOS
                    PERFORM CAMBIAR-ESTUDIOS-DEPENDIENTE
                 WHEN WS-DEP-BAJA
                    PERFORM BAJA-DEPENDIENTE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       LISTAR-DEPENDIENTES.
           MOVE 0 TO WS-CONTADOR-DEP-LISTADOS
           MOVE 0 TO WS-CONTADOR-DEP-DERECHO
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
                       ADD 1 TO WS-CONTADOR-DEP-LISTADOS
                       PERFORM EVALUAR-DERECHO-DEPENDIENTE
                       DISPLAY "  SEC " DEP-SECUENCIA
                               " " DEP-NOMBRE
                               " " DEP-PARENTESCO
                               " NAC " DEP-FECHA-NACIMIENTO
                               " EST " DEP-ESTUDIOS-SUPERIORES
                               " " DEP-ESTADO
                               " " WS-DEP-DERECHO
                    END-IF
              END-READ
           END-PERFORM
           IF WS-CONTADOR-DEP-LISTADOS = 0
              DISPLAY "EL EMPLEADO NO TIENE DEPENDIENTES REGISTRADOS."
           ELSE
              IF WS-CONTADOR-DEP-DERECHO > 0
                 DISPLAY "EL EMPLEADO COBRA ASIGNACION FAMILIAR."
              ELSE
                 DISPLAY "EL EMPLEADO NO COBRA ASIGNACION FAMILIAR."
              END-IF
           END-IF.

      * MISMA REGLA QUE LA NOMINA: HIJO VIGENTE MENOR DE 18, O DE 24
      * SI SIGUE ESTUDIOS SUPERIORES, A LA FECHA DE HOY.
       EVALUAR-DERECHO-DEPENDIENTE.
           MOVE SPACE TO WS-DEP-DERECHO
           IF DEP-VIGENTE AND DEP-HIJO
              IF DEP-ESTUDIA
                 COMPUTE WS-DEP-FECHA-LIMITE =
                    DEP-FECHA-NACIMIENTO + 240000
              ELSE
                 COMPUTE WS-DEP-FECHA-LIMITE =
                    DEP-FECHA-NACIMIENTO + 180000
              END-IF
              IF WS-FECHA-HOY < WS-DEP-FECHA-LIMITE
                 MOVE "DA DERECHO" TO WS-DEP-DERECHO
                 ADD 1 TO WS-CONTADOR-DEP-DERECHO
              ELSE
                 MOVE "SUPERO EDAD" TO WS-DEP-DERECHO
              END-IF
           END-IF.

       NUEVO-DEPENDIENTE.
           SET WS-DATOS-VALIDOS TO TRUE
           DISPLAY "NOMBRE DEL DEPENDIENTE: "
           MOVE SPACE TO WS-DEP-NOMBRE
           ACCEPT WS-DEP-NOMBRE
           IF WS-DEP-NOMBRE = SPACE
              SET WS-DATOS-INVALIDOS TO TRUE
              DISPLAY "ERROR: EL NOMBRE ES OBLIGATORIO."
           END-IF
           DISPLAY "PARENTESCO (H=HIJO, C=CONYUGE): "
           MOVE SPACE TO WS-DEP-PARENTESCO
           ACCEPT WS-DEP-PARENTESCO
           IF NOT WS-DEP-PARENTESCO-VALIDO
              SET WS-DATOS-INVALIDOS TO TRUE
              DISPLAY "ERROR: EL PARENTESCO DEBE SER H O C."
           END-IF
           DISPLAY "FECHA DE NACIMIENTO (YYYYMMDD): "
           PERFORM PEDIR-FECHA-DIGITADA
           IF WS-CON-FECHA-PEDIDA = 0
              OR WS-CON-FECHA-PEDIDA > WS-FECHA-HOY
              SET WS-DATOS-INVALIDOS TO TRUE
              DISPLAY "ERROR: FECHA DE NACIMIENTO INVALIDA."
           END-IF
           MOVE 'N' TO WS-DEP-ESTUDIOS-SUP
           IF WS-DEP-HIJO
              DISPLAY "SIGUE ESTUDIOS SUPERIORES (S/N): "
              ACCEPT WS-DEP-ESTUDIOS-SUP
              IF NOT WS-DEP-ESTUDIOS-VALIDO
                 SET WS-DATOS-INVALIDOS TO TRUE
                 DISPLAY "ERROR: INDIQUE S O N."
              END-IF
           END-IF
           IF WS-DATOS-VALIDOS
              PERFORM ASIGNAR-SECUENCIA-DEPENDIENTE
           END-IF
           IF WS-DATOS-VALIDOS
              MOVE WS-EMP-ID TO DEP-EMP-ID
              MOVE WS-DEP-SECUENCIA-NUEVA TO DEP-SECUENCIA
              MOVE WS-DEP-NOMBRE TO DEP-NOMBRE
              MOVE WS-DEP-PARENTESCO TO DEP-PARENTESCO
              MOVE WS-CON-FECHA-PEDIDA TO DEP-FECHA-NACIMIENTO
              MOVE WS-DEP-ESTUDIOS-SUP TO DEP-ESTUDIOS-SUPERIORES
              SET DEP-VIGENTE TO TRUE
              MOVE WS-OPERADOR-ID TO DEP-OPERADOR
              MOVE FUNCTION CURRENT-DATE(1:14) TO DEP-FECHA-REGISTRO
              WRITE DEPENDIENTE-RECORD
                 INVALID KEY
                    DISPLAY "ERROR AL GRABAR EL DEPENDIENTE, ESTADO: "
                            WS-DEPENDIENTE-STATUS
                 NOT INVALID KEY
                    DISPLAY "DEPENDIENTE " DEP-SECUENCIA
                            " REGISTRADO."
                    STRING "ALTA DEPENDIENTE " WS-EMP-ID " SEC "
                           DEP-SECUENCIA " " DEP-PARENTESCO " NAC "
                           DEP-FECHA-NACIMIENTO
                           DELIMITED BY SIZE
                           INTO WS-AUDIT-DESCRIPCION
                    PERFORM ESCRIBIR-AUDITORIA
              END-WRITE
           END-IF.

       ASIGNAR-SECUENCIA-DEPENDIENTE.
           MOVE 0 TO WS-DEP-SECUENCIA-NUEVA
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
                       MOVE DEP-SECUENCIA TO WS-DEP-SECUENCIA-NUEVA
                    END-IF
              END-READ
           END-PERFORM
           IF WS-DEP-SECUENCIA-NUEVA >= 99
              SET WS-DATOS-INVALIDOS TO TRUE
              DISPLAY "ERROR: EL EMPLEADO YA TIENE 99 DEPENDIENTES."
           ELSE
              ADD 1 TO WS-DEP-SECUENCIA-NUEVA
           END-IF.

      * LEE EL DEPENDIENTE VIGENTE CUYA SECUENCIA SE DIGITA; DEJA
      * WS-REGISTRO-EXISTE SOLO SI SE PUEDE MODIFICAR.
       LEER-DEPENDIENTE-PEDIDO.
           SET WS-REGISTRO-NO-EXISTE TO TRUE
           DISPLAY "SECUENCIA DEL DEPENDIENTE: "
           MOVE 0 TO WS-DEP-SECUENCIA-PEDIDA
           ACCEPT WS-DEP-SECUENCIA-PEDIDA
           MOVE WS-EMP-ID TO DEP-EMP-ID
           MOVE WS-DEP-SECUENCIA-PEDIDA TO DEP-SECUENCIA
           READ DEPENDIENTE-FILE
              INVALID KEY
                 DISPLAY "ERROR: NO EXISTE EL DEPENDIENTE "
                         WS-DEP-SECUENCIA-PEDIDA "."
              NOT INVALID KEY
                 IF DEP-DE-BAJA
                    DISPLAY "EL DEPENDIENTE YA ESTA DE BAJA."
                 ELSE
                    SET WS-REGISTRO-EXISTE TO TRUE
                 END-IF
           END-READ.

       CAMBIAR-ESTUDIOS-DEPENDIENTE.
           PERFORM LEER-DEPENDIENTE-PEDIDO
           IF WS-REGISTRO-EXISTE
              IF NOT DEP-HIJO
                 DISPLAY "ERROR: LA MARCA DE ESTUDIOS SOLO APLICA A "
                         "LOS HIJOS."
              ELSE
                 DISPLAY "SIGUE ESTUDIOS SUPERIORES (S/N), HOY "
                         DEP-ESTUDIOS-SUPERIORES ": "
                 MOVE SPACE TO WS-DEP-ESTUDIOS-SUP
                 ACCEPT WS-DEP-ESTUDIOS-SUP
                 IF NOT WS-DEP-ESTUDIOS-VALIDO
                    DISPLAY "ERROR: INDIQUE S O N."
                 ELSE
                    MOVE WS-DEP-ESTUDIOS-SUP
                       TO DEP-ESTUDIOS-SUPERIORES
                    PERFORM REESCRIBIR-DEPENDIENTE
                 END-IF
              END-IF
           END-IF.

       BAJA-DEPENDIENTE.
           PERFORM LEER-DEPENDIENTE-PEDIDO
           IF WS-REGISTRO-EXISTE
              DISPLAY "CONFIRMA LA BAJA DE " DEP-NOMBRE " (S/N): "
              MOVE 'N' TO WS-CONFIRMAR
              ACCEPT WS-CONFIRMAR
              IF WS-CONFIRMADO
                 SET DEP-DE-BAJA TO TRUE
                 PERFORM REESCRIBIR-DEPENDIENTE
              ELSE
                 DISPLAY "BAJA NO REALIZADA."
              END-IF
           END-IF.

       REESCRIBIR-DEPENDIENTE.
           MOVE WS-OPERADOR-ID TO DEP-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO DEP-FECHA-REGISTRO
           REWRITE DEPENDIENTE-RECORD
              INVALID KEY
                 DISPLAY "ERROR AL ACTUALIZAR EL DEPENDIENTE, ESTADO: "
                         WS-DEPENDIENTE-STATUS
              NOT INVALID KEY
                 DISPLAY "DEPENDIENTE " DEP-SECUENCIA " ACTUALIZADO."
                 STRING "CAMBIO DEPENDIENTE " WS-EMP-ID " SEC "
                        DEP-SECUENCIA " ESTADO " DEP-ESTADO
                        " ESTUDIOS " DEP-ESTUDIOS-SUPERIORES
                        DELIMITED BY SIZE
                        INTO WS-AUDIT-DESCRIPCION
                 PERFORM ESCRIBIR-AUDITORIA
           END-REWRITE.

      *****************************************************************
      * RMV VIGENTE HOY EN PARAMETROS-LEGALES.DAT (EL REGISTRO DE     *
      * MAYOR FECHA DE VIGENCIA QUE NO PASE LA FECHA DE HOY), PARA    *
      * VALIDAR TARIFAS Y SUELDOS. SIN ARCHIVO NO SE CONTROLA.        *
      *****************************************************************
       CARGAR-PARAMETROS-LEGALES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
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
                       IF PRL-FECHA-VIGENCIA <= WS-FECHA-HOY
                          AND PRL-FECHA-VIGENCIA
                              >= WS-PRL-FECHA-VIGENCIA
                          AND PRL-RMV > 0
                          MOVE PRL-FECHA-VIGENCIA
                             TO WS-PRL-FECHA-VIGENCIA
                          MOVE PRL-RMV TO WS-RMV
                          SET WS-CON-PARAMETROS-LEGALES TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PARAMETRO-LEGAL-FILE
           END-IF
           IF WS-CON-PARAMETROS-LEGALES
              COMPUTE WS-RMV-HORA ROUNDED =
                 WS-RMV / (30 * WS-HORAS-JORNADA-DIARIA)
           ELSE
              DISPLAY "AVISO: NO HAY RMV VIGENTE EN "
                      "PARAMETROS-LEGALES.DAT; NO SE CONTROLARA "
                      "LA RMV."
           END-IF.

       BAJA-EMPLEADO.
           PERFORM LEER-EMPLEADO-POR-ID
           IF WS-REGISTRO-NO-EXISTE
              DISPLAY "ERROR: NO EXISTE EL EMPLEADO " WS-EMP-ID "."
           ELSE
              IF EMP-INACTIVO
                 DISPLAY "EL EMPLEADO " WS-EMP-ID " YA ESTA INACTIVO."
              ELSE
                 DISPLAY "EMPLEADO: " EMP-ID " - " EMP-NAME
      * LA BAJA ES LOGICA: EL REGISTRO SE CONSERVA CON SUS ACUMULADOS
      * DEL ANO (YTD) PARA CERTIFICADOS Y AUDITORIA, PERO LA NOMINA
      * DEJA DE PROCESARLO.
                 DISPLAY "CONFIRMA LA BAJA (S/N): "
                 MOVE 'N' TO WS-CONFIRMAR
                 ACCEPT WS-CONFIRMAR
                 IF WS-CONFIRMADO
                    SET EMP-INACTIVO TO TRUE
      * LA FECHA DE CESE QUEDA EN EL MAESTRO PARA LA LIQUIDACION
      * FINAL (REQ. 035); EN BLANCO SE TOMA LA FECHA DE HOY.
                    DISPLAY "FECHA DE CESE (YYYYMMDD, BLANCO = HOY): "
                    MOVE SPACE TO WS-CAMPO-TEXTO
                    ACCEPT WS-CAMPO-TEXTO
                    IF WS-CAMPO-TEXTO = SPACE
                       OR WS-CAMPO-TEXTO(1:8) NOT NUMERIC
                       MOVE FUNCTION CURRENT-DATE(1:8)
                          TO EMP-FECHA-CESE
                    ELSE
                       MOVE WS-CAMPO-TEXTO(1:8) TO EMP-FECHA-CESE
                    END-IF
                    DISPLAY "MOTIVO DE BAJA SUNAT (01=RENUNCIA, "
                            "03=DESPIDO, 05=JUBILACION, 07=FIN DE "
                            "CONTRATO,"
                    DISPLAY "  08=MUTUO DISENSO, 09=FALLECIMIENTO; "
                            "BLANCO = 01): "
                    MOVE SPACE TO WS-TRM-MOTIVO-BAJA
                    ACCEPT WS-TRM-MOTIVO-BAJA
                    IF NOT WS-TRM-MOTIVO-VALIDO
                       MOVE '01' TO WS-TRM-MOTIVO-BAJA
                    END-IF
                    REWRITE EMP-MASTER-RECORD
                       INVALID KEY
                          DISPLAY "ERROR AL DESACTIVAR EL EMPLEADO "
                                  WS-EMP-ID ", ESTADO: "
                                  WS-EMP-MASTER-STATUS
                       NOT INVALID KEY
                          DISPLAY "EMPLEADO " WS-EMP-ID
                                  " DESACTIVADO."
                          STRING "BAJA EMPLEADO " WS-EMP-ID " "
                                 EMP-NAME
                                 DELIMITED BY SIZE
                                 INTO WS-AUDIT-DESCRIPCION
                          PERFORM ESCRIBIR-AUDITORIA
                          MOVE 'B' TO WS-TRM-TIPO
                          MOVE EMP-FECHA-CESE TO WS-TRM-FECHA-EVENTO
                          PERFORM ENCOLAR-MOVIMIENTO-TREGISTRO
                    END-REWRITE
                 ELSE
                    DISPLAY "BAJA CANCELADA."
                 END-IF
              END-IF
           END-IF.

       CONSULTA-EMPLEADO.
           PERFORM LEER-EMPLEADO-POR-ID
           IF WS-REGISTRO-NO-EXISTE
              DISPLAY "ERROR: NO EXISTE EL EMPLEADO " WS-EMP-ID "."
           ELSE
              MOVE EMP-PAY-PER-HOUR TO WS-PAY-PER-HOUR-DISPLAY
              MOVE EMP-YTD-GROSS TO WS-YTD-GROSS-DISPLAY
              DISPLAY "CODIGO DE EMPLEADO: " EMP-ID
              DISPLAY "NOMBRE: " EMP-NAME
              DISPLAY "DOCUMENTO DE IDENTIDAD: " EMP-TIPO-DOCUMENTO
                      " " EMP-NUM-DOCUMENTO
              IF EMP-COMP-MENSUAL
                 MOVE EMP-SALARIO-MENSUAL TO WS-SALARIO-DISPLAY
                 DISPLAY "TIPO: SUELDO MENSUAL DE " WS-SALARIO-DISPLAY
              ELSE
                 DISPLAY "TIPO: PAGO POR HORA"
              END-IF
              DISPLAY "PAGO POR HORA: " WS-PAY-PER-HOUR-DISPLAY
              DISPLAY "RUTA BANCARIA: " EMP-BANCO-RUTA
              DISPLAY "CUENTA BANCARIA: " EMP-BANCO-CUENTA
              DISPLAY "DEPARTAMENTO / CENTRO DE COSTO: "
                      EMP-DEPARTAMENTO
              DISPLAY "REGIMEN DE PENSION: " EMP-REGIMEN-PENSION
              MOVE EMP-VAC-SALDO-DIAS TO WS-VAC-SALDO-DISPLAY
              DISPLAY "SALDO DE VACACIONES (DIAS): "
                      WS-VAC-SALDO-DISPLAY
              DISPLAY "ACUMULADO DEL ANO (YTD) BRUTO: "
                      WS-YTD-GROSS-DISPLAY
              IF EMP-INACTIVO
                 DISPLAY "ESTADO: INACTIVO"
              ELSE
                 DISPLAY "ESTADO: ACTIVO"
              END-IF
           END-IF.

      *****************************************************************
      * REGISTRO DE UNA DEDUCCION PERSONAL (REQ. 028): EL EMPLEADO    *
      * DEBE EXISTIR Y ESTAR ACTIVO; LA SECUENCIA SE ASIGNA SOLA      *
      * (SIGUIENTE LIBRE DENTRO DEL EMPLEADO). LA NOMINA LA APLICARA  *
      * CADA SEMANA HASTA AGOTAR EL SALDO.                            *
      *****************************************************************
       ALTA-DEDUCCION.
           PERFORM LEER-EMPLEADO-POR-ID
           IF WS-REGISTRO-NO-EXISTE
              DISPLAY "ERROR: NO EXISTE EL EMPLEADO " WS-EMP-ID "."
           ELSE
              IF EMP-INACTIVO
                 DISPLAY "ERROR: EL EMPLEADO " WS-EMP-ID
                         " ESTA INACTIVO."
              ELSE
                 PERFORM PEDIR-DATOS-DEDUCCION
                 IF WS-DATOS-VALIDOS
                    PERFORM ASIGNAR-SECUENCIA-DEDUCCION
                    IF WS-DATOS-VALIDOS
                       PERFORM GRABAR-DEDUCCION-NUEVA
                    END-IF
                 END-IF
              END-IF
           END-IF.

       PEDIR-DATOS-DEDUCCION.
           SET WS-DATOS-VALIDOS TO TRUE
           DISPLAY "TIPO (E=EMBARGO, P=PRESTAMO, A=ADELANTO): "
           MOVE SPACE TO WS-DED-TIPO
           ACCEPT WS-DED-TIPO
           IF NOT WS-DED-TIPO-VALIDO
              SET WS-DATOS-INVALIDOS TO TRUE
              DISPLAY "ERROR: EL TIPO DEBE SER E, P O A."
           END-IF
           DISPLAY "MONTO A DESCONTAR POR SEMANA: "
           MOVE SPACE TO WS-DED-MONTO-TEXTO
           ACCEPT WS-DED-MONTO-TEXTO
           IF FUNCTION TEST-NUMVAL(WS-DED-MONTO-TEXTO) = 0
              COMPUTE WS-DED-MONTO-SEMANAL =
                 FUNCTION NUMVAL(WS-DED-MONTO-TEXTO)
           ELSE
              MOVE 0 TO WS-DED-MONTO-SEMANAL
           END-IF
           IF WS-DED-MONTO-SEMANAL = 0
              SET WS-DATOS-INVALIDOS TO TRUE
              DISPLAY "ERROR: EL MONTO SEMANAL DEBE SER NUMERICO Y "
                      "MAYOR A CERO."
                  DELIMITED BY SIZE INTO VACACIONES-REPORTE-LINE
           WRITE VACACIONES-REPORTE-LINE.

      *****************************************************************
      * ENCOLA EL MOVIMIENTO DEL T-REGISTRO CON LOS DATOS QUE         *
      * QUEDARON EN EL AREA DEL MAESTRO (RECIEN GRABADOS) Y LA        *
      * SIGUIENTE SECUENCIA LIBRE DEL EMPLEADO; TREGISTRO-SUNAT LO    *
      * DECLARA.                                                      *
      *****************************************************************
       ENCOLAR-MOVIMIENTO-TREGISTRO.
           MOVE 0 TO WS-TRM-SECUENCIA-NUEVA
           MOVE 'N' TO WS-FIN-TREGISTRO-OK
           MOVE EMP-ID TO TRM-EMP-ID
           MOVE 0 TO TRM-SECUENCIA
           START TREGISTRO-MOVIMIENTO-FILE
              KEY IS NOT LESS THAN TRM-CLAVE
              INVALID KEY
                 SET WS-FIN-TREGISTRO TO TRUE
           END-START
           PERFORM UNTIL WS-FIN-TREGISTRO
              READ TREGISTRO-MOVIMIENTO-FILE NEXT RECORD
                 AT END
                    SET WS-FIN-TREGISTRO TO TRUE
                 NOT AT END
                    IF TRM-EMP-ID NOT = EMP-ID
                       SET WS-FIN-TREGISTRO TO TRUE
                    ELSE
                       MOVE TRM-SECUENCIA TO WS-TRM-SECUENCIA-NUEVA
                    END-IF
              END-READ
           END-PERFORM
           ADD 1 TO WS-TRM-SECUENCIA-NUEVA
           MOVE EMP-ID TO TRM-EMP-ID
           MOVE WS-TRM-SECUENCIA-NUEVA TO TRM-SECUENCIA
           MOVE WS-TRM-TIPO TO TRM-TIPO
           MOVE WS-TRM-FECHA-EVENTO TO TRM-FECHA-EVENTO
           MOVE EMP-NAME TO TRM-NOMBRE
           MOVE EMP-TIPO-DOCUMENTO TO TRM-TIPO-DOCUMENTO
           MOVE EMP-NUM-DOCUMENTO TO TRM-NUM-DOCUMENTO
           MOVE EMP-REGIMEN-PENSION TO TRM-REGIMEN-PENSION
           MOVE EMP-TIPO-COMP TO TRM-TIPO-COMP
           MOVE WS-TRM-MOTIVO-BAJA TO TRM-MOTIVO-BAJA
           SET TRM-PENDIENTE TO TRUE
           MOVE WS-OPERADOR-ID TO TRM-OPERADOR-REGISTRO
           MOVE FUNCTION CURRENT-DATE(1:14) TO TRM-FECHA-REGISTRO
           MOVE SPACE TO TRM-OPERADOR-ENVIO
           MOVE 0 TO TRM-FECHA-ENVIO
           WRITE TREGISTRO-MOVIMIENTO-RECORD
              INVALID KEY
                 DISPLAY "ERROR AL ENCOLAR EL MOVIMIENTO DEL "
                         "T-REGISTRO, ESTADO: " WS-TREGISTRO-STATUS
              NOT INVALID KEY
                 DISPLAY "MOVIMIENTO DE T-REGISTRO (" TRM-TIPO
                         ") PENDIENTE DE DECLARAR: " TRM-EMP-ID "/"
                         TRM-SECUENCIA "."
                 STRING "T-REGISTRO " TRM-TIPO " PENDIENTE "
                        TRM-EMP-ID "/" TRM-SECUENCIA
                        " EVENTO " TRM-FECHA-EVENTO
                        DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
                 PERFORM ESCRIBIR-AUDITORIA
           END-WRITE.

       VALIDAR-DATOS-EMPLEADO.
           SET WS-DATOS-VALIDOS TO TRUE

                      "(00=ONP O CODIGO DE AFP)."
           END-IF

      * SIN DOCUMENTO NO HAY ALTA EN EL T-REGISTRO: ES OBLIGATORIO AL
      * CREAR; EN UN CAMBIO SOLO SE VALIDA SI YA TIENE ALGUNO.
           IF WS-NUM-DOCUMENTO = SPACE
              IF WS-MANT-ALTA
                 SET WS-DATOS-INVALIDOS TO TRUE
                 DISPLAY "ERROR: EL NUMERO DE DOCUMENTO ES "
                         "OBLIGATORIO."
              END-IF
           ELSE
              IF WS-TIPO-DOCUMENTO = SPACE
                 MOVE '01' TO WS-TIPO-DOCUMENTO
              END-IF
              IF NOT WS-DOC-TIPO-VALIDO
                 SET WS-DATOS-INVALIDOS TO TRUE
                 DISPLAY "ERROR: EL TIPO DE DOCUMENTO DEBE SER 01, 04 "
                         "U 07."
              ELSE
                 IF WS-DOC-DNI
                    AND (WS-NUM-DOCUMENTO(1:8) NOT NUMERIC
                         OR WS-NUM-DOCUMENTO(9:4) NOT = SPACE)
                    SET WS-DATOS-INVALIDOS TO TRUE
                    DISPLAY "ERROR: EL DNI DEBE TENER 8 DIGITOS."
                 END-IF
              END-IF
           END-IF

      * NINGUNA TARIFA NI SUELDO PUEDE QUEDAR BAJO LA RMV VIGENTE
      * (POR HORA: RMV / 30 / 8). SIN PARAMETROS LEGALES NO SE
      * CONTROLA; LA NOMINA TAMBIEN LO AVISA.
           IF WS-CON-PARAMETROS-LEGALES AND WS-COMP-VALIDO
              MOVE WS-RMV TO WS-RMV-DISPLAY
              IF WS-COMP-MENSUAL
                 IF WS-SALARIO-MENSUAL > ZERO
                    AND WS-SALARIO-MENSUAL < WS-RMV
                    SET WS-DATOS-INVALIDOS TO TRUE
                    DISPLAY "ERROR: EL SUELDO ES MENOR A LA RMV "
                            "VIGENTE (" WS-RMV-DISPLAY ")."
                 END-IF
              ELSE
                 IF WS-PAY-PER-HOUR > ZERO
                    AND WS-PAY-PER-HOUR < WS-RMV-HORA
                    MOVE WS-RMV-HORA TO WS-RMV-DISPLAY
                    SET WS-DATOS-INVALIDOS TO TRUE
                    DISPLAY "ERROR: EL PAGO POR HORA ES MENOR A LA "
                            "RMV POR HORA (" WS-RMV-DISPLAY ")."
                 END-IF
              END-IF
           END-IF

           PERFORM VALIDAR-CUENTA-BANCARIA.

      *****************************************************************
