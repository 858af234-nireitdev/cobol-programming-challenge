      ******************************************************************
      * BILLPAY.CPY
      * Registro de pagos de facturas a empresas de servicios
      * (archivo BILLPAY, indexado por BPAY-REF). La referencia es
      * el numero de secuencia TRANFILE del debito al cliente, unico
      * y el mismo que viaja en la rendicion a la empresa.
      * Ciclo: 01-OnlineBanking lo graba pendiente ("P") al debitar;
      * Batch/BILLSETL.COB lo rinde en el archivo del dia de la
      * empresa ("S", con BPAY-SETTLE-DATE) y reconoce la deuda con
      * la empresa en GLEXTRACT.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  BPAY-RECORD.
           05  BPAY-REF            PIC 9(7).
           05  BPAY-DATE           PIC X(8).
           05  BPAY-TIME           PIC X(6).
           05  BPAY-USERNAME       PIC X(15).
           05  BPAY-ACCT-ID        PIC X(15).
           05  BPAY-BILR-CODE      PIC X(6).
           05  BPAY-CUST-REF       PIC X(20).
           05  BPAY-AMOUNT         PIC 9(9)V9(2).
           05  BPAY-STATUS         PIC X(1).
               88  BPAY-IS-PENDING     VALUE "P".
               88  BPAY-IS-SETTLED     VALUE "S".
           05  BPAY-SETTLE-DATE    PIC X(8).
