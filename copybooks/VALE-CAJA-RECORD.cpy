      *****************************************************************
      * REGISTRO PERMANENTE DE LOS VALES DE PAGO POR CAJA: CAJA-VALES *
      * INCORPORA CADA VALE DE PAGO-VOUCHER.DAT (QUE SE REEMPLAZA EN  *
      * CADA LOTE APROBADO) Y AQUI QUEDA SU VIDA COMPLETA: POR        *
      * COBRAR, COBRADO (FECHA, HORA Y CAJERO) O ANULADO POR NO       *
      * RECLAMARSE A TIEMPO, CON EL NUMERO DEL VALE QUE LO REEMPLAZO. *
      * EL NUMERO DE VALE SE REINICIA EN CADA LOTE Y LAS PLANILLAS    *
      * SEMANAL Y MENSUAL PUEDEN COMPARTIR FECHA, ASI QUE LA CLAVE    *
      * LLEVA FECHA DEL PERIODO, NUMERO Y EMPLEADO.                   *
      *****************************************************************
       01  VALE-CAJA-RECORD.
           05 VAL-CLAVE.
              10 VAL-FECHA-PAGO         PIC 9(08).
              10 VAL-NUMERO             PIC 9(06).
              10 VAL-EMP-ID             PIC X(06).
           05 VAL-MONTO                 PIC 9(08)V99.
           05 VAL-ESTADO                PIC X(01).
              88 VAL-POR-COBRAR                       VALUE 'P'.
              88 VAL-COBRADO                          VALUE 'C'.
              88 VAL-ANULADO                          VALUE 'A'.
      * FECHA DESDE LA QUE CORRE EL PLAZO PARA COBRAR: LA DEL PERIODO
      * EN EL VALE ORIGINAL, LA DE LA REEMISION EN UN VALE REEMITIDO.
           05 VAL-FECHA-EMISION         PIC 9(08).
           05 VAL-OPERADOR-EMISION      PIC X(08).
      * EN UN VALE REEMITIDO, EL NUMERO DEL VALE ANULADO QUE
      * REEMPLAZA; CERO EN LOS VALES EMITIDOS POR LA NOMINA.
           05 VAL-NUMERO-ORIGINAL       PIC 9(06).
           05 VAL-FECHA-COBRO           PIC 9(08).
           05 VAL-HORA-COBRO            PIC 9(06).
           05 VAL-CAJERO                PIC X(08).
           05 VAL-FECHA-ANULACION       PIC 9(08).
           05 VAL-OPERADOR-ANULACION    PIC X(08).
      * EN UN VALE ANULADO Y YA REEMITIDO, EL NUMERO DEL NUEVO VALE;
      * CERO MIENTRAS NO SE REEMITA.
           05 VAL-NUMERO-REEMISION      PIC 9(06).
