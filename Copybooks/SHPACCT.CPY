      ******************************************************************
      * SHPACCT.CPY
      * Cuentas corrientes de remitentes corporativos (archivo
      * SHPACCT, indexado por el party id del cliente en PARTYMSTR).
      * Las mantiene 04-OnlineShipping ([8] Cuentas corporativas).
      * Un envio de un titular de cuenta activa no se paga en el
      * mostrador: se carga a la cuenta (SHIP-PAY-MODE "A") y suma
      * a SACCT-BALANCE, que es todo lo adeudado (cargado y aun no
      * facturado mas lo facturado impago). Con el saldo en el
      * limite de credito SEND-PACKAGE rechaza envios nuevos.
      * Batch/SHPBILL.COB emite a fin de mes una factura por cuenta
      * (SHPINV) a SACCT-TERMS-DAYS dias; el pago registrado desde
      * el menu baja el saldo.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  SACCT-RECORD.
           05  SACCT-PARTY-ID          PIC X(15).
           05  SACCT-CREDIT-LIMIT      PIC 9(7)V9(2).
           05  SACCT-TERMS-DAYS        PIC 9(3).
           05  SACCT-BALANCE           PIC 9(7)V9(2).
           05  SACCT-STATUS            PIC X(1).
               88  SACCT-IS-ACTIVE         VALUE "A".
               88  SACCT-IS-SUSPENDED      VALUE "S".
           05  SACCT-OPEN-DATE         PIC X(8).
      *>       Ultima factura emitida a la cuenta (cero = ninguna).
           05  SACCT-LAST-INV          PIC 9(6).
