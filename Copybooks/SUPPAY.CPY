      ******************************************************************
      * SUPPAY.CPY
      * Cuenta a pagar a proveedores de actividades (archivo
      * SUPPAYABLE): 02-TravelAgency agrega una linea "A" (deuda
      * devengada) por cada venta de actividad con proveedor en
      * ACTSUPPL y una linea "R" (reverso, importe negativo) al
      * anular el itinerario. El batch quincenal SUPREMIT paga el
      * saldo abierto de cada proveedor y fecha las lineas pagadas
      * en SPY-REMIT-DATE (en blanco = abierta); un reverso de una
      * venta ya pagada queda abierto y se descuenta del proximo
      * pago.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      *>   2026-10-15  jrm  El maestro de proveedores de actividades
      *>                    es ahora ACTSUPPL (SUPPLIERS es el del
      *>                    shopping).
      ******************************************************************
       01  SUPPAY-RECORD.
           05  SPY-DATE            PIC X(8).
           05  FILLER              PIC X(1).
           05  SPY-SUP-CODE        PIC X(5).
           05  FILLER              PIC X(1).
           05  SPY-ITIN-REF        PIC X(8).
           05  FILLER              PIC X(1).
           05  SPY-TYPE            PIC X(1).
               88  SPY-ACCRUAL         VALUE "A".
               88  SPY-REVERSAL        VALUE "R".
           05  FILLER              PIC X(1).
           05  SPY-AMOUNT          PIC S9(7)V99
                                   SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(1).
           05  SPY-REMIT-DATE      PIC X(8).
