       01 WS-OPERADOR-ID               PIC X(08)      VALUE SPACE.
       01 WS-AUDIT-DESCRIPCION         PIC X(56)      VALUE SPACE.

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
      * SELECCION DE LA FUENTE  *
      ***************************
          88 WS-FUENTE-REENVIO                        VALUE '3'.
          88 WS-FUENTE-AJUSTE                         VALUE '4'.
          88 WS-FUENTE-LIQUIDACION                    VALUE '5'.
          88 WS-FUENTE-UTILIDADES                     VALUE '6'.
          88 WS-FUENTE-VALIDA                         VALUE '1' '2'
                                                      '3' '4' '5'
                                                      '6'.
       01 WS-ENTRADA-FILENAME          PIC X(24)      VALUE SPACE.
       01 WS-TRANS-FILENAME            PIC X(24)
                                       VALUE "ACH-TRANSMISION.WRK".
      * SE ANEXAN CORRIDA A CORRIDA): TRAS UNA TRANSMISION CONFORME
      * SE RENOMBRAN A UNA GENERACION FECHADA .ENVIADO, PARA QUE EL
      * SIGUIENTE ENVIO NO VUELVA A PAGAR TODO LO YA TRANSMITIDO.
      * LAS FUENTES 1 A 3 Y 6 SE RECONSTRUYEN COMPLETAS EN CADA
      * CORRIDA Y QUEDAN INTACTAS.
       01 WS-ENVIADO-FILENAME          PIC X(40)      VALUE SPACE.

      ***************************************
      *****************************************************************
      * EL ID DE OPERADOR LLEGA YA VERIFICADO DESDE EL INICIO DE      *
      * SESION DE HOLA-MUNDO (REQ. 023); SOLO SI LLEGA EN BLANCO SE   *
      * PIDE EN PANTALLA. DESDE CADENA-SEMANAL EL ARCHIVO A           *
      * TRANSMITIR LLEGA CON LOS PARAMETROS DE LA CADENA Y NO SE      *
      * PREGUNTA.                                                     *
      *****************************************************************
       LINKAGE SECTION.
       01  LNK-OPERADOR-ID             PIC X(08).
           COPY CADENA-PARAMETROS-RECORD.

       PROCEDURE DIVISION USING LNK-OPERADOR-ID
                                CADENA-PARAMETROS-RECORD.

       MAIN-PROCEDURE.
           MOVE LNK-OPERADOR-ID TO WS-OPERADOR-ID
           MOVE 0 TO WS-CODIGO-RETORNO
           IF WS-OPERADOR-ID = SPACE
              DISPLAY "ID DE OPERADOR: "
              ACCEPT WS-OPERADOR-ID
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           IF CPA-DESDE-CADENA
              MOVE CPA-FUENTE-ACH TO WS-OPCION-FUENTE
           ELSE
              DISPLAY "ARCHIVO DE PAGOS A TRANSMITIR:"
              DISPLAY "1. ACH-PAYMENT.DAT (NOMINA APROBADA)."
              DISPLAY "2. BONO-ACH.DAT (BONOS DE LEY)."
              DISPLAY "3. ACH-REENVIO.DAT (PAGOS REGENERADOS)."
              DISPLAY "4. AJUSTE-ACH.DAT (AJUSTES RETROACTIVOS)."
              DISPLAY "5. LIQUIDACION-ACH.DAT (LIQUIDACIONES DE CESE)."
              DISPLAY "6. UTILIDADES-ACH.DAT (REPARTO DE UTILIDADES)."
              ACCEPT WS-OPCION-FUENTE
           END-IF
           IF NOT WS-FUENTE-VALIDA
              DISPLAY "OPCION INVALIDA."
              MOVE 16 TO WS-CODIGO-RETORNO
           ELSE
              EVALUATE TRUE
                 WHEN WS-FUENTE-BONOS
                    MOVE "AJUSTE-ACH.DAT" TO WS-ENTRADA-FILENAME
                 WHEN WS-FUENTE-LIQUIDACION
                    MOVE "LIQUIDACION-ACH.DAT" TO WS-ENTRADA-FILENAME
                 WHEN WS-FUENTE-UTILIDADES
                    MOVE "UTILIDADES-ACH.DAT" TO WS-ENTRADA-FILENAME
                 WHEN OTHER
                    MOVE "ACH-PAYMENT.DAT" TO WS-ENTRADA-FILENAME
              END-EVALUATE
              PERFORM GENERAR-TRANSMISION
           END-IF
           CLOSE AUDIT-LOG-FILE
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

       ESCRIBIR-AUDITORIA.
           IF WS-ENTRADA-STATUS NOT = "00"
              DISPLAY "ERROR: NO SE ENCONTRO " WS-ENTRADA-FILENAME
                      ", ESTADO: " WS-ENTRADA-STATUS
              MOVE 16 TO WS-CODIGO-RETORNO
           ELSE
              STRING "INICIO TRANSMISION DE " WS-ENTRADA-FILENAME
                 DELIMITED BY SIZE INTO WS-AUDIT-DESCRIPCION
                 CALL "CBL_RENAME_FILE" USING WS-TRANS-FILENAME
                    WS-TRANS-FINAL-BAD
                 END-CALL
                 MOVE 16 TO WS-CODIGO-RETORNO
              ELSE
                 PERFORM VERIFICAR-TRANSMISION
              END-IF
              IF WS-FUENTE-AJUSTE OR WS-FUENTE-LIQUIDACION
                 PERFORM ARCHIVAR-FUENTE-ENVIADA
              END-IF
           ELSE
              CALL "CBL_RENAME_FILE" USING WS-TRANS-FILENAME
                 WS-TRANS-FINAL-BAD
              MOVE "TRANSMISION RECHAZADA POR DESCUADRE DE CONTROLES"
                 TO WS-AUDIT-DESCRIPCION
              PERFORM ESCRIBIR-AUDITORIA
              MOVE 16 TO WS-CODIGO-RETORNO
           END-IF.

      *****************************************************************
