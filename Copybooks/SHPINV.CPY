      ******************************************************************
      * SHPINV.CPY
      * Facturas mensuales de las cuentas corrientes de envios
      * (archivo SHPINV, indexado por numero de factura). Las emite
      * Batch/SHPBILL.COB a fin de mes, una por cuenta con todos los
      * envios cargados a cuenta y aun no facturados (cada envio
      * queda marcado con SHIP-ACCT-INV); el vencimiento es la
      * fecha de emision mas los dias de plazo de la cuenta
      * (Copybooks/SHPACCT.CPY). 04-OnlineShipping registra los
      * pagos; la factura queda "P" cuando lo pagado la cubre. El
      * mismo batch arma la antiguedad de las facturas abiertas.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  SINV-RECORD.
           05  SINV-NUMBER             PIC 9(6).
           05  SINV-PARTY-ID           PIC X(15).
           05  SINV-DATE               PIC X(8).
           05  SINV-DUE-DATE           PIC X(8).
           05  SINV-PACKAGES           PIC 9(4).
           05  SINV-AMOUNT             PIC 9(7)V9(2).
           05  SINV-PAID               PIC 9(7)V9(2).
           05  SINV-STATUS             PIC X(1).
               88  SINV-IS-OPEN            VALUE "O".
               88  SINV-IS-PAID            VALUE "P".
           05  SINV-PAY-DATE           PIC X(8).
