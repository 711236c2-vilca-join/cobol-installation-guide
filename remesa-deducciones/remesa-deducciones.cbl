                 AT END
                    SET WS-FIN-DETALLE TO TRUE
                 NOT AT END
      * LOS RENGLONES EVENTUALES (EVI/EVD) NO SON RETENCIONES A
      * REMESAR; SOLO VIAJAN EN EL DETALLE PARA LOS AJUSTES.
                    IF DED-DET-FECHA(1:6) = WS-FECHA-PERIODO
                       AND NOT DED-DET-EVENTUAL
                       MOVE DED-DET-EMP-ID TO RSR-EMP-ID
                       MOVE DED-DET-TIPO TO RSR-TIPO
                       MOVE DED-DET-MONTO TO RSR-MONTO
