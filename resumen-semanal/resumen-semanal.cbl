       01 WS-OPERADOR-ID               PIC X(08)      VALUE SPACE.
       01 WS-AUDIT-DESCRIPCION         PIC X(50)      VALUE SPACE.

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
      * LOTE EN RESUMEN         *
      ***************************
      *****************************************************************
      * EL ID DE OPERADOR LLEGA YA VERIFICADO DESDE EL INICIO DE      *
      * SESION DE HOLA-MUNDO (REQ. 023); SOLO SI LLEGA EN BLANCO SE   *
      * PIDE EN PANTALLA. DESDE CADENA-SEMANAL LA FECHA DEL LOTE Y EL *
      * TIPO DE PLANILLA LLEGAN CON LOS PARAMETROS DE LA CADENA.      *
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
           MOVE SPACE TO WS-FECHA-LOTE-TEXTO
           IF CPA-DESDE-CADENA
              MOVE CPA-FECHA-PERIODO TO WS-FECHA-LOTE-TEXTO
           ELSE
              DISPLAY "FECHA DEL LOTE A RESUMIR (YYYYMMDD, BLANCO = "
                      "ULTIMO LOTE): "
              ACCEPT WS-FECHA-LOTE-TEXTO
           END-IF
           IF WS-FECHA-LOTE-TEXTO NOT = SPACE
              AND WS-FECHA-LOTE-TEXTO NUMERIC
              MOVE WS-FECHA-LOTE-TEXTO TO WS-LOTE-FECHA
           END-IF
           MOVE 'S' TO WS-TIPO-PLANILLA
           IF CPA-DESDE-CADENA
              MOVE CPA-TIPO-PLANILLA TO WS-TIPO-PLANILLA
           ELSE
              DISPLAY "TIPO DE PLANILLA A RESUMIR (S=SEMANAL, "
                      "M=MENSUAL): "
              ACCEPT WS-TIPO-PLANILLA
           END-IF
           IF NOT WS-PLANILLA-SEMANAL AND NOT WS-PLANILLA-MENSUAL
              DISPLAY "OPCION INVALIDA, SE ASUME PLANILLA SEMANAL."
              MOVE 'S' TO WS-TIPO-PLANILLA
           IF WS-EMPLEADOS-LOTE = 0
              DISPLAY "NO HAY EMPLEADOS PAGADOS EN EL LOTE "
                      WS-LOTE-FECHA "; NO SE EMITE RESUMEN."
              MOVE 16 TO WS-CODIGO-RETORNO
           ELSE
              PERFORM LEER-ALERTAS-VARIANZA
              PERFORM CONTAR-PONCHES-RECHAZADOS
              PERFORM EMITIR-RESUMEN
           END-IF
           CLOSE AUDIT-LOG-FILE
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

       ESCRIBIR-AUDITORIA.
