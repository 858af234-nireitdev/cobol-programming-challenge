      ******************************************************************
      * MERCHPAY.CPY
      * Registro de pagos a comercios de la casa debitados de una
      * cuenta bancaria (archivo MERCHPAY, indexado por MPAY-SEQ).
      * La clave es el numero de secuencia TRANFILE del debito
      * MERCH-PAY al cliente, como en BILLPAY: Batch/BANKSTMT.COB
      * lo lee por esa secuencia para mostrar bajo el movimiento a
      * quien se pago y con que referencia (folio, factura,
      * alquiler). Lo graba la rutina compartida Batch/ACCTPAY.COB
      * al aprobar el pago.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  MPAY-RECORD.
           05  MPAY-SEQ            PIC 9(7).
           05  MPAY-DATE           PIC X(8).
           05  MPAY-TIME           PIC X(6).
           05  MPAY-ACCT-ID        PIC X(15).
           05  MPAY-PARTY-ID       PIC X(15).
           05  MPAY-MERCHANT       PIC X(20).
           05  MPAY-REFERENCE      PIC X(20).
           05  MPAY-AMOUNT         PIC 9(9)V9(2).
