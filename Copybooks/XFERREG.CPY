      ******************************************************************
      * XFERREG.CPY
      * Registro de pases (archivo XFERREG): una linea por fichaje
      * confirmado en TRANSFER-MODE de 05-CoachHelper-V3, con la
      * tarifa pagada, la duracion del contrato en anios y la
      * fecha. La tarifa se amortiza en linea recta: una cuota
      * anual (tarifa / anios; la ultima cuota lleva el resto) que
      * asienta el batch anual XFRAMORT en GLEXTRACT, acumulando en
      * XFR-AMORT-DONE y fechando el ultimo anio asentado en
      * XFR-LAST-YEAR para no asentar dos veces el mismo anio.
      * Valor libro = XFR-FEE - XFR-AMORT-DONE. Al vender, V3 marca
      * la linea "V" con la fecha y el precio de venta y asienta el
      * resultado de la baja (precio - valor libro). El jugador se
      * identifica por nombre, como el roster de V3.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  XFERREG-RECORD.
           05  XFR-NAME            PIC X(19).
           05  FILLER              PIC X(1).
           05  XFR-DATE            PIC 9(8).
           05  FILLER              PIC X(1).
           05  XFR-FEE             PIC 9(9).
           05  FILLER              PIC X(1).
           05  XFR-YEARS           PIC 9(2).
           05  FILLER              PIC X(1).
           05  XFR-CONTRACT-END    PIC 9(4).
           05  FILLER              PIC X(1).
           05  XFR-AMORT-DONE      PIC 9(9).
           05  FILLER              PIC X(1).
           05  XFR-YEARS-DONE      PIC 9(2).
           05  FILLER              PIC X(1).
           05  XFR-LAST-YEAR       PIC 9(4).
           05  FILLER              PIC X(1).
           05  XFR-STATUS          PIC X(1).
               88  XFR-ACTIVE          VALUE "A".
               88  XFR-AMORTIZED       VALUE "F".
               88  XFR-SOLD            VALUE "V".
           05  FILLER              PIC X(1).
           05  XFR-SALE-DATE       PIC 9(8).
           05  FILLER              PIC X(1).
           05  XFR-SALE-PRICE      PIC 9(9).
           05  FILLER              PIC X(1).
           05  XFR-SALE-RESULT     PIC S9(9)
                                   SIGN IS LEADING SEPARATE.
