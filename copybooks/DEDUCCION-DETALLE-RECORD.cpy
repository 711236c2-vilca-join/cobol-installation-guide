              88 DED-DET-IMPUESTO                    VALUE 'IMP'.
              88 DED-DET-PENSION                     VALUE 'PEN'.
              88 DED-DET-OTRAS                       VALUE 'OTR'.
      * INGRESO (EVI) O DESCUENTO (EVD) EVENTUAL PAGADO EN EL LOTE:
      * NO SON RETENCIONES, LA REMESA Y LOS AJUSTES LOS EXCLUYEN.
              88 DED-DET-ING-EVENTUAL                VALUE 'EVI'.
              88 DED-DET-DESC-EVENTUAL               VALUE 'EVD'.
              88 DED-DET-EVENTUAL                    VALUE 'EVI' 'EVD'.
           05 DED-DET-MONTO             PIC 9(08)V99.
      * REGIMEN PENSIONARIO DEL CONCEPTO PEN (REQ. 031), PARA QUE LA
      * REMESA TOTALICE POR FONDO; EN IMP Y OTR VIAJA EN BLANCO.
