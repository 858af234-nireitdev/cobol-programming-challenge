      ******************************************************************
      * SUPINV.CPY
      * Facturas de proveedores de 04-ManchesterShopping (archivo
      * SUPINVS), cada una contra una orden de compra de PURCHORDS.
      * Al cargarla el shopping la coteja en tres vias: cantidad y
      * costo pedidos en la orden, cantidad recibida en la
      * recepcion, y cantidad y precio facturados. La que cuadra
      * (dentro de la tolerancia) queda aprobada; la que no, queda
      * retenida con el motivo hasta que se apruebe o rechace a
      * mano. Batch/POPAYRUN.COB paga las aprobadas por
      * vencimiento y las marca pagadas.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  SUPINV-RECORD.
      *>       Numero interno de la factura (secuencia del archivo).
           05  SIV-NBR             PIC 9(5).
           05  FILLER              PIC X(1).
           05  SIV-SUPPLIER        PIC 9(3).
           05  FILLER              PIC X(1).
      *>       Numero de factura del propio proveedor.
           05  SIV-SUP-REF         PIC X(12).
           05  FILLER              PIC X(1).
           05  SIV-PO-NBR          PIC 9(5).
           05  FILLER              PIC X(1).
           05  SIV-INV-DATE        PIC X(8).
           05  FILLER              PIC X(1).
           05  SIV-DUE-DATE        PIC X(8).
           05  FILLER              PIC X(1).
           05  SIV-QTY             PIC 9(3).
           05  FILLER              PIC X(1).
           05  SIV-UNIT-PRICE      PIC 9(5)V9(2).
           05  FILLER              PIC X(1).
           05  SIV-AMOUNT          PIC 9(7)V9(2).
           05  FILLER              PIC X(1).
      *>       "A" aprobada (cotejada o aprobada a mano) / "H"
      *>       retenida / "X" rechazada / "P" pagada
           05  SIV-STATUS          PIC X(1).
               88  SIV-IS-APPROVED     VALUE "A".
               88  SIV-IS-HELD         VALUE "H".
               88  SIV-IS-REJECTED     VALUE "X".
               88  SIV-IS-PAID         VALUE "P".
           05  FILLER              PIC X(1).
      *>       Motivo de la retencion (queda aunque se apruebe):
      *>       SP proveedor distinto al de la orden / QO facturado
      *>       de mas sobre lo pedido / QR facturado de mas sobre lo
      *>       recibido / PR precio sobre el de la orden mas la
      *>       tolerancia; blancos = cotejo sin diferencias.
           05  SIV-HOLD-REASON     PIC X(2).
           05  FILLER              PIC X(1).
      *>       Fecha de aprobacion (manual o del cotejo) y de pago.
           05  SIV-APPROVED-DATE   PIC X(8).
           05  FILLER              PIC X(1).
           05  SIV-PAID-DATE       PIC X(8).
