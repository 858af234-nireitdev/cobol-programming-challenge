      ******************************************************************
      * GIFTCARD.CPY
      * Registro comun de tarjetas de regalo y credito en tienda
      * (archivo GIFTCARDS): numero, alta, valor original, saldo
      * restante, vencimiento y estado. Lo graba
      * 04-ManchesterShopping al vender, cargar, cobrar con la
      * tarjeta o devolver a credito; Batch/GCEXPIRE.COB libera
      * a ingresos el saldo de las vencidas.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  GIFTCARD-RECORD.
           05  GC-NUMBER           PIC 9(8).
           05  FILLER              PIC X(1).
           05  GC-ISSUE-DATE       PIC X(8).
           05  FILLER              PIC X(1).
           05  GC-VALUE            PIC 9(5).
           05  FILLER              PIC X(1).
           05  GC-BALANCE          PIC 9(5).
           05  FILLER              PIC X(1).
           05  GC-EXPIRY           PIC X(8).
           05  FILLER              PIC X(1).
      *>       "A" activa / "X" vencida (saldo liberado)
           05  GC-STATUS           PIC X(1).
               88  GC-IS-ACTIVE        VALUE "A".
               88  GC-IS-EXPIRED       VALUE "X".
           05  FILLER              PIC X(1).
      *>       "S" vendida / "C" credito por devolucion
           05  GC-ORIGIN           PIC X(1).
