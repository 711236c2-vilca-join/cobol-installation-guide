              88 EST-PAGADO                           VALUE 'P'.
              88 EST-RECHAZADO                        VALUE 'R'.
              88 EST-REENVIADO                        VALUE 'E'.
      * ESTADOS DE UN VALE DE CAJA: EL VALE SOLO QUEDA PAGADO CUANDO
      * EL EMPLEADO LO COBRA EN CAJA (CAJA-VALES); HASTA ENTONCES
      * ESTA POR COBRAR, Y SI NO SE RECLAMA A TIEMPO SE ANULA.
              88 EST-POR-COBRAR                       VALUE 'C'.
              88 EST-ANULADO                          VALUE 'A'.
           05 EST-CODIGO-RECHAZO        PIC X(03).
           05 EST-RUTA-BANCARIA         PIC X(09).
           05 EST-CUENTA-BANCARIA       PIC X(17).
