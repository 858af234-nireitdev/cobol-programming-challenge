      *>                    (SLOG-PARTY/SLOG-REDEEMED, old rows
      *>                    read as anonymous), and the new [A]
      *>                    report ranks the month's top customers.
      *>   2026-10-15  jrm  Gift cards and store credit: GIFTCARDS
      *>                    (see Copybooks/GIFTCARD.CPY) with the [F]
      *>                    desk to sell, load and look up cards,
      *>                    checkout accepts a card as partial or
      *>                    full tender, returns can refund as store
      *>                    credit onto a new or existing card (card
      *>                    and amount ride on the SALESLOG row as
      *>                    SLOG-CARD-NBR/SLOG-CARD-PAID, old rows
      *>                    read as none), and every issue, load,
      *>                    credit and redemption posts GIFTCARD-
      *>                    LIABILITY to GLEXTRACT;
      *>                    Batch/GCEXPIRE.COB releases expired
      *>                    balances.
      *>   2026-10-15  jrm  VAT by product category (children's sizes
      *>                    at their own rate): net/VAT/gross at
      *>                    checkout, VAT stored on SALEDTL, reversed
      *>                    on returns, input VAT on goods received,
      *>                    VAT return report [V] and rate setup [X].
      *>   2026-10-15  jrm  Supplier invoices: purchase orders now
      *>                    carry the agreed unit cost (old rows
      *>                    read as the list price), invoices are
      *>                    keyed against a PO in [I] and matched
      *>                    three ways (ordered qty and cost,
      *>                    received qty, invoiced qty and price)
      *>                    into SUPINVS (Copybooks/SUPINV.CPY);
      *>                    a difference beyond tolerance holds the
      *>                    invoice with a reason and an EXCPLOG
      *>                    line until approved or rejected in [H].
      *>                    Batch/POPAYRUN.COB pays the approved.
      *>   2026-10-15  jrm  Input VAT on goods received is valued at
      *>                    the PO's agreed unit cost, like the
      *>                    order liability, not the list price.
      *>   2026-10-15  jrm  Gift card table raised to 500 cards, as
      *>                    in GCEXPIRE; a GIFTCARDS that does not
      *>                    fit blocks every card save. VAT return
      *>                    values purchases at the PO's agreed
      *>                    cost and zero-rate sales net of the
      *>                    member discount and points.
      *>   2026-10-15  jrm  SUPINVS is reread before invoice entry
      *>                    and holds, the table is 500 invoices as
      *>                    in POPAYRUN, and a file that does not
      *>                    fit blocks both.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 04-ManchesterShopping.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOYALTY-STATUS.

           SELECT GIFTCARD-FILE ASSIGN TO "GIFTCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GIFTCARD-STATUS.

           SELECT VATRATES-FILE ASSIGN TO "VATRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VATRATES-STATUS.

           SELECT SUPINV-FILE ASSIGN TO "SUPINVS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPINV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-FILE.
           05  SFL-DESCRIP         PIC X(25).
           05  SFL-PRICE           PIC 9(4).
           05  SFL-AMOUNTSTOCK     PIC 9(3).
      *>       Categoria de IVA (VATRATES); blanco = "K" kits.
           05  SFL-CATEGORY        PIC X(1).

       FD  SALES-LOG-FILE.
       01  SLOG-RECORD.
           05  SLOG-PARTY          PIC X(15).
           05  FILLER              PIC X VALUE SPACE.
           05  SLOG-REDEEMED       PIC 9(5).
           05  FILLER              PIC X VALUE SPACE.
      *>       Tarjeta de regalo usada (0 = ninguna) y lo cobrado
      *>       con ella; en una "D" el credito cargado a la tarjeta.
           05  SLOG-CARD-NBR       PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  SLOG-CARD-PAID      PIC 9(5).

      *>   Detalle de items por venta (y por devolucion).
       FD  SALEDTL-FILE.
           05  FILLER              PIC X VALUE SPACE.
      *>       Promocion aplicada al renglon (blancos = ninguna).
           05  SDT-PROMO           PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
      *>       Fecha del renglon, tasa de IVA y el IVA incluido en
      *>       el importe cobrado (o reintegrado en una "D"); los
      *>       renglones viejos leen blancos: sin IVA registrado.
           05  SDT-DATE            PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  SDT-VAT-RATE        PIC 99V99.
           05  FILLER              PIC X VALUE SPACE.
           05  SDT-VAT             PIC 9(5)V99.

       FD  GL-EXTRACT-FILE.
           COPY GLEXT.
           05  PO-RECEIVED     PIC 9(3).
           05  FILLER          PIC X VALUE SPACE.
           05  PO-STATUS       PIC X.
           05  FILLER          PIC X VALUE SPACE.
      *>       Recepcion: fecha, tasa e IVA soportado de lo entregado
      *>       (blancos = no recibida o anterior al registro de IVA).
           05  PO-RECV-DATE    PIC X(8).
           05  FILLER          PIC X VALUE SPACE.
           05  PO-VAT-RATE     PIC 99V99.
           05  FILLER          PIC X VALUE SPACE.
           05  PO-VAT          PIC 9(5)V99.
           05  FILLER          PIC X VALUE SPACE.
      *>       Costo unitario pactado (blancos = precio de lista).
           05  PO-UNIT-COST    PIC 9(5)V99.

       FD  EXCEPTION-LOG-FILE.
           COPY ERRLOG.
           05  FILLER          PIC X VALUE SPACE.
           05  LOY-POINTS      PIC 9(6).

      *>   Tarjetas de regalo y credito en tienda.
       FD  GIFTCARD-FILE.
           COPY GIFTCARD.

      *>   Tasas de IVA por categoria de producto, con la tasa de
      *>   los talles de ninos (tasa cero donde corresponde).
       FD  VATRATES-FILE.
       01  VATRATES-RECORD.
           05  VR-CATEGORY     PIC X.
           05  FILLER          PIC X VALUE SPACE.
           05  VR-NAME         PIC X(15).
           05  FILLER          PIC X VALUE SPACE.
           05  VR-RATE         PIC 99V99.
           05  FILLER          PIC X VALUE SPACE.
           05  VR-CHILD-RATE   PIC 99V99.

      *>   Facturas de proveedores contra ordenes de compra.
       FD  SUPINV-FILE.
           COPY SUPINV.

       WORKING-STORAGE SECTION.

       01  WS-STOCK-STATUS     PIC XX.
           10 DESCRIP          PIC X(25).
           10 PRICE            PIC 9(4).
           10 AMOUNTSTOCK      PIC 9(3).
           10 ITEM-CATEGORY    PIC X(1).

       01  FILTER-GENDER   PIC X(1).
       01  FILTER-SIZE     PIC X(3).
               10  WS-PO-EXPECTED PIC X(8).
               10  WS-PO-RECEIVED PIC 9(3).
               10  WS-PO-STATUS   PIC X.
               10  WS-PO-RECV-DATE PIC X(8).
               10  WS-PO-VAT-RATE PIC 99V99.
               10  WS-PO-VAT      PIC 9(5)V99.
               10  WS-PO-UNIT-COST PIC 9(5)V99.
       01  WS-PO-IDX           PIC 9(3).
       01  WS-PO-SEL           PIC 9(3).
       01  WS-PO-ASK-NBR       PIC 9(5).
       01  WS-PO-DELIVERED     PIC 9(3).
       01  WS-PO-HAS-OPEN-SW   PIC X.
       01  WS-PO-LIABILITY     PIC 9(7)V99.

      *>   Devoluciones y cambios.
       01  WS-SDT-STATUS       PIC XX.
       01  WS-SHRINK-VALUE-Z   PIC Z(6)9.
       01  WS-VAR-COUNT        PIC 9(2).

      *>   Tarjetas de regalo: saldos (un pasivo) y tarjeta en uso.
       01  WS-GIFTCARD-STATUS  PIC XX.
       01  CTE-GC-VALID-YEARS  PIC 9 VALUE 2.
       01  WS-GC-TABLE.
           05  WS-GC-COUNT     PIC 9(3) VALUE 0.
           05  WS-GC-R OCCURS 500 TIMES.
               10  WS-GC-NUMBER  PIC 9(8).
               10  WS-GC-ISSUE   PIC X(8).
               10  WS-GC-VALUE   PIC 9(5).
               10  WS-GC-BALANCE PIC 9(5).
               10  WS-GC-EXPIRY  PIC X(8).
               10  WS-GC-STATUS  PIC X.
               10  WS-GC-ORIGIN  PIC X.
       01  WS-GC-IDX           PIC 9(3).
       01  WS-GC-SEL           PIC 9(3).
      *>   Tarjetas que no entran en la tabla: no se regraba.
       01  WS-GC-OVERFLOW-SW   PIC X VALUE "N".
           88  WS-GC-OVERFLOW      VALUE "Y".
       01  WS-GC-ASK-NBR       PIC 9(8).
       01  WS-GC-NEXT-NBR      PIC 9(8).
       01  WS-GC-AMOUNT        PIC 9(5).
       01  WS-GC-NEW-ORIGIN    PIC X.
       01  WS-GC-NEW-EXPIRY    PIC X(8).
       01  WS-GC-EXP-YEAR      PIC 9(4).
       01  WS-GC-USABLE-SW     PIC X.
           88  WS-GC-USABLE        VALUE "Y".
      *>   Tarjeta efectivamente aplicada a la venta/devolucion.
       01  WS-GC-USED-NBR      PIC 9(8).
       01  WS-GC-PAID          PIC 9(5).

      *>   IVA: tasas por categoria, IVA por renglon de la venta y
      *>   acumulados por tasa de la declaracion.
       01  WS-VATRATES-STATUS  PIC XX.
       01  CTE-VAT-DEFAULT     PIC 99V99 VALUE 20.00.
       01  WS-VR-TABLE.
           05  WS-VR-COUNT     PIC 9 VALUE 0.
           05  WS-VR-R OCCURS 9 TIMES.
               10  WS-VR-CATEGORY   PIC X.
               10  WS-VR-NAME       PIC X(15).
               10  WS-VR-RATE       PIC 99V99.
               10  WS-VR-CHILD-RATE PIC 99V99.
       01  WS-VR-IDX           PIC 9.
       01  WS-VR-SEL           PIC 9.
       01  WS-VR-ASK-CAT       PIC X.
       01  WS-VAT-CATEGORY     PIC X.
       01  WS-VAT-RATE         PIC 99V99.
       01  WS-VAT-AMT          PIC 9(5)V99.
       01  WS-VAT-NET          PIC 9(5)V99.
       01  WS-VAT-TOTAL        PIC 9(5)V99.
       01  WS-VAT-GROSS        PIC 9(7).
       01  WS-VAT-Z            PIC Z(4)9.99.
       01  WS-VAT-NET-Z        PIC Z(4)9.99.
       01  WS-LINE-GROSS       OCCURS 30 TIMES PIC 9(5).
       01  WS-LINE-VAT-RATE    OCCURS 30 TIMES PIC 99V99.
       01  WS-LINE-VAT         OCCURS 30 TIMES PIC 9(5)V99.
       01  WS-RET-VAT-RATE     PIC 99V99.
       01  WS-RET-HAS-VAT-SW   PIC X.
           88  WS-RET-HAS-VAT      VALUE "Y".
       01  WS-RET-VAT          PIC 9(5)V99.
       01  WS-VRET-FROM        PIC X(8).
       01  WS-VRET-TO          PIC X(8).
      *>   Venta del SALESLOG leida a la par del detalle, para el
      *>   neto cobrado de los renglones a tasa cero.
       01  WS-VRET-SLOG-NBR    PIC 9(5).
       01  WS-VB-TABLE.
           05  WS-VB-COUNT     PIC 99 VALUE 0.
           05  WS-VB-R OCCURS 10 TIMES.
               10  WS-VB-RATE       PIC 99V99.
               10  WS-VB-SALES-NET  PIC S9(9)V99.
               10  WS-VB-OUTPUT     PIC S9(9)V99.
               10  WS-VB-PURCH-NET  PIC S9(9)V99.
               10  WS-VB-INPUT      PIC S9(9)V99.
       01  WS-VB-IDX           PIC 99.
       01  WS-VB-SEL           PIC 99.
       01  WS-VB-FIND-RATE     PIC 99V99.
       01  WS-VB-TOT-OUTPUT    PIC S9(9)V99.
       01  WS-VB-TOT-INPUT     PIC S9(9)V99.
       01  WS-VB-PAYABLE       PIC S9(9)V99.
       01  WS-VB-RATE-Z        PIC Z9.99.
       01  WS-VB-AMT-Z         PIC -(8)9.99.

      *>   Facturas de proveedores: cotejo en tres vias contra la
      *>   orden (pedido y costo) y la recepcion. El precio puede
      *>   pasarse del costo de la orden hasta CTE-SIV-PRICE-TOL %;
      *>   la cantidad facturada (sumando las facturas previas de
      *>   la orden) no puede pasar lo pedido ni lo recibido mas
      *>   CTE-SIV-QTY-TOL unidades.
       01  WS-SUPINV-STATUS    PIC XX.
       01  CTE-SIV-PRICE-TOL   PIC 99V99 VALUE 2.00.
       01  CTE-SIV-QTY-TOL     PIC 9(3) VALUE 0.
       01  CTE-SIV-TERMS-DAYS  PIC 9(3) VALUE 30.
       01  WS-SIV-TABLE.
           05  WS-SIV-COUNT    PIC 9(3) VALUE 0.
           05  WS-SIV-R OCCURS 500 TIMES.
               10  WS-SIV-NBR           PIC 9(5).
               10  WS-SIV-SUPPLIER      PIC 9(3).
               10  WS-SIV-SUP-REF       PIC X(12).
               10  WS-SIV-PO-NBR        PIC 9(5).
               10  WS-SIV-INV-DATE      PIC X(8).
               10  WS-SIV-DUE-DATE      PIC X(8).
               10  WS-SIV-QTY           PIC 9(3).
               10  WS-SIV-UNIT-PRICE    PIC 9(5)V99.
               10  WS-SIV-AMOUNT        PIC 9(7)V99.
               10  WS-SIV-STATUS        PIC X.
               10  WS-SIV-HOLD-REASON   PIC XX.
               10  WS-SIV-APPROVED-DATE PIC X(8).
               10  WS-SIV-PAID-DATE     PIC X(8).
       01  WS-SIV-IDX          PIC 9(3).
       01  WS-SIV-SEL          PIC 9(3).
       01  WS-SIV-ASK-NBR      PIC 9(5).
       01  WS-SIV-NEXT-NBR     PIC 9(5).
      *>   Facturas que no entran en la tabla: no se regraba.
       01  WS-SIV-OVERFLOW-SW  PIC X VALUE "N".
           88  WS-SIV-OVERFLOW     VALUE "Y".
       01  WS-SIV-ASK-SUPPLIER PIC 9(3).
       01  WS-SIV-ASK-REF      PIC X(12).
       01  WS-SIV-ASK-DATE     PIC X(8).
       01  WS-SIV-DUE-NUM      PIC 9(8).
      *>   Interfaz con la validacion de fechas (Batch/DATEVAL.COB).
       01  WS-DV-MODE          PIC X VALUE "A".
       01  WS-DV-RESULT        PIC X.
       01  WS-DV-DOW           PIC 9.
       01  WS-SIV-ASK-QTY      PIC 9(3).
       01  WS-SIV-ASK-PRICE    PIC 9(5)V99.
       01  WS-SIV-PO-PRICE     PIC 9(5)V99.
       01  WS-SIV-PRICE-LIMIT  PIC 9(5)V99.
       01  WS-SIV-PRIOR-QTY    PIC 9(5).
       01  WS-SIV-TOTAL-QTY    PIC 9(5).
       01  WS-SIV-REASON       PIC XX.
       01  WS-SIV-PRICE-Z      PIC Z(4)9.99.
       01  WS-SIV-AMOUNT-Z     PIC Z(6)9.99.


       PROCEDURE DIVISION.
       MAIN.
           PERFORM CARGA-PRICELIST.
           PERFORM CARGA-PROMOS.
           PERFORM CARGA-LOYALTY.
           PERFORM CARGA-GIFTCARDS.
           PERFORM CARGA-VATRATES.
           PERFORM CARGA-SUPINVS.
           DISPLAY "Are you a Club Member? (Y/N):"    LINE 3 COL 5.
           ACCEPT WS-MEMBER-SW                    LINE 3 COL 36 PROMPT.
           MOVE FUNCTION UPPER-CASE(WS-MEMBER-SW) TO WS-MEMBER-SW.
                   "[Z] Promo Effectiveness"           LINE 9 COL 60
                   "[Q] Stocktake"                     LINE 10 COL 92
                   "[A] Top Customers (month)"         LINE 10 COL 70
                   "[F] Gift Cards"                    LINE 4 COL 70
                   "[V] VAT Return"                    LINE 4 COL 45
                   "[X] VAT Rates/Categories"          LINE 4 COL 92
                   "[I] Supplier Invoices"             LINE 4 COL 5
                   "[H] Invoice Holds"                 LINE 4 COL 28

                   "Your Option:"                      LINE 9 COL 40
                   .
               WHEN "A"
                   PERFORM TOP-CUSTOMERS-REPORT

               WHEN "F"
                   PERFORM GIFT-CARD-DESK THRU GIFT-CARD-DESK-END

               WHEN "V"
                   PERFORM VAT-RETURN-REPORT

               WHEN "X"
                   PERFORM VAT-SETUP-SCREEN THRU VAT-SETUP-SCREEN-END

               WHEN "I"
                   PERFORM SUPPLIER-INVOICE-ENTRY
                       THRU SUPPLIER-INVOICE-ENTRY-END

               WHEN "H"
                   PERFORM SUPPLIER-INVOICE-HOLDS
                       THRU SUPPLIER-INVOICE-HOLDS-END

           END-EVALUATE.

      *>   Menu Compras:

      *>   Header:
           STRING " ITEM  G SZ  SL         DESCR               "
                  "Qty    Unit$    SubTotal      Net      VAT"
           INTO AUX-MSGXL.
           DISPLAY AUX-MSGXL LINE 12 COL 1.
           STRING "+-----+-+--+---+--------------------------+-----"
               MOVE WS-EFF-PRICE TO AUX-PAY-Z
               MOVE TOTAL-ITEM TO AUX-PAY-ZZ
               ADD TOTAL-ITEM TO TOTAL-CHECKOUT
      *>       Precio con IVA incluido: neto e IVA del renglon.
               PERFORM CALC-ITEM-VAT-RATE
               MOVE TOTAL-ITEM  TO WS-LINE-GROSS(AUX-I)
               MOVE WS-VAT-RATE TO WS-LINE-VAT-RATE(AUX-I)
               COMPUTE WS-VAT-AMT ROUNDED =
                   TOTAL-ITEM * WS-VAT-RATE / (100 + WS-VAT-RATE)
               COMPUTE WS-VAT-NET = TOTAL-ITEM - WS-VAT-AMT
               MOVE WS-VAT-AMT TO WS-VAT-Z
               MOVE WS-VAT-NET TO WS-VAT-NET-Z

               IF AUX-99 > 0
                   STRING "[ " ,AUX-99, " ] "
                           DESCRIP(AUX-99)     , "     "
                           BUY-AMOUNT(AUX-I) , "   "
                           AUX-PAY-Z , "    "
                           AUX-PAY-ZZ , "  "
                           WS-VAT-NET-Z , "  "
                           WS-VAT-Z
                   INTO AUX-MSGXL
                   DISPLAY AUX-MSGXL LINE AUX-LINE-POS COL AUX-COL-POS
                   ADD 1 TO AUX-LINE-POS
           DISPLAY "TOTAL CHECKOUT:  "   LINE 23 COL 41
                   AUX-PAY-Z   LINE 23 COL 61
                   .
      *>   IVA de la venta: el de cada renglon sobre lo realmente
      *>   cobrado (descuento de socio y puntos prorrateados).
           PERFORM SPREAD-SALE-VAT.
           COMPUTE WS-VAT-NET = TOTAL-CHECKOUT - WS-VAT-TOTAL.
           MOVE WS-VAT-NET   TO WS-VAT-NET-Z.
           MOVE WS-VAT-TOTAL TO WS-VAT-Z.
           DISPLAY "Net:"         LINE 23 COL 70
                   WS-VAT-NET-Z   LINE 23 COL 75
                   "VAT:"         LINE 23 COL 84
                   WS-VAT-Z       LINE 23 COL 89.

      *>   Tarjeta de regalo como medio de pago, total o parcial.
           MOVE 0 TO WS-GC-USED-NBR.
           MOVE 0 TO WS-GC-PAID.
           IF TOTAL-CHECKOUT > 0
               PERFORM CHECKOUT-GIFTCARD THRU CHECKOUT-GIFTCARD-END
           END-IF.
           MOVE TOTAL-CHECKOUT TO SLOG-TOTAL.
           MOVE BUY-COUNTER TO SLOG-ITEMS.
           MOVE WS-MEMBER-SW TO SLOG-MEMBER.
           MOVE "V" TO SLOG-TYPE.
           MOVE WS-CUSTOMER-ID TO SLOG-PARTY.
           MOVE WS-REDEEM-PTS  TO SLOG-REDEEMED.
           MOVE WS-GC-USED-NBR TO SLOG-CARD-NBR.
           MOVE WS-GC-PAID     TO SLOG-CARD-PAID.
           PERFORM LOG-SALE.
           PERFORM LOG-SALE-DETAIL.

                                       PRICE(WS-STOCK-COUNT)
                           MOVE SFL-AMOUNTSTOCK TO
                                       AMOUNTSTOCK(WS-STOCK-COUNT)
                           MOVE SFL-CATEGORY TO
                                       ITEM-CATEGORY(WS-STOCK-COUNT)
                   END-READ
               END-PERFORM
               CLOSE STOCK-FILE
               MOVE DESCRIP(AUX-I)      TO SFL-DESCRIP
               MOVE PRICE(AUX-I)        TO SFL-PRICE
               MOVE AMOUNTSTOCK(AUX-I)  TO SFL-AMOUNTSTOCK
               MOVE ITEM-CATEGORY(AUX-I) TO SFL-CATEGORY
               WRITE STOCK-RECORD
           END-PERFORM.
           CLOSE STOCK-FILE.
                                   WS-PO-RECEIVED(WS-PO-COUNT)
                               MOVE PO-STATUS TO
                                   WS-PO-STATUS(WS-PO-COUNT)
                               MOVE PO-RECV-DATE TO
                                   WS-PO-RECV-DATE(WS-PO-COUNT)
                               MOVE 0 TO WS-PO-VAT-RATE(WS-PO-COUNT)
                               MOVE 0 TO WS-PO-VAT(WS-PO-COUNT)
                               MOVE 0 TO WS-PO-UNIT-COST(WS-PO-COUNT)
                               IF PO-UNIT-COST IS NUMERIC
                                   MOVE PO-UNIT-COST TO
                                       WS-PO-UNIT-COST(WS-PO-COUNT)
                               END-IF
                               IF PO-VAT-RATE IS NUMERIC
                                  AND PO-VAT IS NUMERIC
                                   MOVE PO-VAT-RATE TO
                                       WS-PO-VAT-RATE(WS-PO-COUNT)
                                   MOVE PO-VAT TO
                                       WS-PO-VAT(WS-PO-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-PO-EXPECTED(WS-PO-IDX) TO PO-EXPECTED
               MOVE WS-PO-RECEIVED(WS-PO-IDX) TO PO-RECEIVED
               MOVE WS-PO-STATUS(WS-PO-IDX)   TO PO-STATUS
               MOVE WS-PO-RECV-DATE(WS-PO-IDX) TO PO-RECV-DATE
               MOVE WS-PO-VAT-RATE(WS-PO-IDX) TO PO-VAT-RATE
               MOVE WS-PO-VAT(WS-PO-IDX)      TO PO-VAT
               MOVE WS-PO-UNIT-COST(WS-PO-IDX) TO PO-UNIT-COST
               WRITE PURCHORD-RECORD
           END-PERFORM.
           CLOSE PURCHORD-FILE.
                           LINE AUX-LINE-POS COL 62 PROMPT
                   MOVE 0   TO WS-PO-RECEIVED(WS-PO-COUNT)
                   MOVE "O" TO WS-PO-STATUS(WS-PO-COUNT)
                   MOVE SPACES TO WS-PO-RECV-DATE(WS-PO-COUNT)
                   MOVE 0   TO WS-PO-VAT-RATE(WS-PO-COUNT)
                   MOVE 0   TO WS-PO-VAT(WS-PO-COUNT)
      *>           Costo pactado con el proveedor (0 = precio de
      *>           lista), contra el que se cotejara su factura.
                   ADD 1 TO AUX-LINE-POS
                   MOVE PRICE(AUX-I) TO WS-PO-UNIT-COST(WS-PO-COUNT)
                   DISPLAY "Unit cost [99999.99]: "
                           LINE AUX-LINE-POS COL 7
                   ACCEPT WS-PO-UNIT-COST(WS-PO-COUNT)
                           LINE AUX-LINE-POS COL 30 UPDATE
                   IF WS-PO-UNIT-COST(WS-PO-COUNT) = 0
                       MOVE PRICE(AUX-I)
                           TO WS-PO-UNIT-COST(WS-PO-COUNT)
                   END-IF
      *>           Pasivo de la orden al extracto compartido
                   COMPUTE WS-PO-LIABILITY =
                       WS-PO-QTY(WS-PO-COUNT)
                       * WS-PO-UNIT-COST(WS-PO-COUNT)
                   COMPUTE GL-AMOUNT = 0 - WS-PO-LIABILITY
                   MOVE "PO-LIABILITY" TO GL-ACCOUNT
                   PERFORM LOG-GLENTRY
           ADD WS-PO-DELIVERED TO AMOUNTSTOCK(AUX-99).
           MOVE AUX-99 TO AUX-I.
           PERFORM SAVE-STOCK.
      *>      IVA soportado de lo entregado, valorizado como el
      *>      pasivo de la orden (costo pactado con IVA incluido).
           PERFORM CALC-ITEM-VAT-RATE.
           PERFORM CALC-PO-UNIT-COST.
           COMPUTE WS-VAT-GROSS = WS-PO-DELIVERED * WS-SIV-PO-PRICE.
           MOVE WS-TODAY-DATE TO WS-PO-RECV-DATE(WS-PO-IDX).
           MOVE WS-VAT-RATE   TO WS-PO-VAT-RATE(WS-PO-IDX).
           COMPUTE WS-PO-VAT(WS-PO-IDX) ROUNDED =
               WS-VAT-GROSS * WS-VAT-RATE / (100 + WS-VAT-RATE).
           IF WS-PO-DELIVERED < WS-PO-QTY(WS-PO-IDX)
               MOVE "S" TO WS-PO-STATUS(WS-PO-IDX)
               PERFORM LOG-PO-DISCREPANCY
                   BUY-AMOUNT(AUX-I) * WS-EFF-PRICE
               MOVE 0 TO SDT-REASON
               MOVE WS-LINE-PROMO(AUX-I) TO SDT-PROMO
               MOVE WS-TODAY-DATE           TO SDT-DATE
               MOVE WS-LINE-VAT-RATE(AUX-I) TO SDT-VAT-RATE
               MOVE WS-LINE-VAT(AUX-I)      TO SDT-VAT
               WRITE SALEDTL-RECORD
           END-PERFORM.
           CLOSE SALEDTL-FILE.
           END-IF.
           COMPUTE WS-RET-AMOUNT =
               WS-RET-QTY * PRICE(WS-RET-ITEM).
      *>      El IVA se revierte a la tasa de la venta original; una
      *>      venta anterior al registro de IVA no revierte nada.
           MOVE 0 TO WS-RET-VAT.
           IF WS-RET-HAS-VAT
               COMPUTE WS-RET-VAT ROUNDED =
                   WS-RET-AMOUNT * WS-RET-VAT-RATE
                   / (100 + WS-RET-VAT-RATE)
           END-IF.
           MOVE WS-RET-VAT TO WS-VAT-Z.
           DISPLAY "VAT reversed: "        LINE 25 COL 55
                   WS-VAT-Z                LINE 25 COL 70.
      *>      Lo fallado no vuelve a la percha.
           IF WS-RET-REASON NOT = 1
               ADD WS-RET-QTY TO AMOUNTSTOCK(WS-RET-ITEM)
           MOVE WS-RET-QTY     TO SDT-QTY.
           MOVE WS-RET-AMOUNT  TO SDT-AMOUNT.
           MOVE WS-RET-REASON  TO SDT-REASON.
           MOVE WS-TODAY-DATE  TO SDT-DATE.
           MOVE WS-RET-VAT-RATE TO SDT-VAT-RATE.
           MOVE WS-RET-VAT     TO SDT-VAT.
           WRITE SALEDTL-RECORD.
           CLOSE SALEDTL-FILE.
      *>      Reintegro en efectivo o como credito en tienda.
           MOVE "Return processed - cash refund." TO AUX-MSG.
           PERFORM RETURN-TO-CREDIT THRU RETURN-TO-CREDIT-END.
           MOVE WS-MEMBER-SW  TO SLOG-MEMBER.
           MOVE 1             TO SLOG-ITEMS.
           MOVE WS-RET-AMOUNT TO SLOG-SUBTOTAL.
           MOVE "D"           TO SLOG-TYPE.
           MOVE SPACES        TO SLOG-PARTY.
           MOVE 0             TO SLOG-REDEEMED.
           MOVE WS-GC-USED-NBR TO SLOG-CARD-NBR.
           MOVE WS-GC-PAID    TO SLOG-CARD-PAID.
           PERFORM LOG-SALE.
           COMPUTE GL-AMOUNT = 0 - WS-RET-AMOUNT.
           MOVE "SHOP RETURNS" TO GL-ACCOUNT.
           PERFORM LOG-GLENTRY.
           PERFORM SHOW-INFO-MSG.
       RETURNS-MODE-END.
           EXIT.
       SUM-SALE-ITEM-QTYS.
           MOVE 0 TO WS-RET-SOLD-QTY.
           MOVE 0 TO WS-RET-RETD-QTY.
           MOVE 0 TO WS-RET-VAT-RATE.
           MOVE "N" TO WS-RET-HAS-VAT-SW.
           OPEN INPUT SALEDTL-FILE.
           IF WS-SDT-STATUS = "00"
               PERFORM UNTIL WS-SDT-STATUS = "10"
                              AND SDT-ITEM = WS-RET-ITEM
                               IF SDT-TYPE = "V"
                                   ADD SDT-QTY TO WS-RET-SOLD-QTY
                                   IF SDT-VAT-RATE IS NUMERIC
                                      AND SDT-DATE NOT = SPACES
                                       MOVE SDT-VAT-RATE
                                           TO WS-RET-VAT-RATE
                                       MOVE "Y" TO WS-RET-HAS-VAT-SW
                                   END-IF
                               ELSE
                                   ADD SDT-QTY TO WS-RET-RETD-QTY
                               END-IF
               ADD SLOG-TOTAL TO WS-TOP-TOTAL(WS-TOP-JDX)
           END-IF.

      *>   *************************************************************
      *>   Tarjetas de regalo y credito en tienda: venta y carga de
      *>   tarjetas, cobro con tarjeta en el checkout y devolucion a
      *>   credito. El saldo vivo es un pasivo: cada venta, carga o
      *>   credito lo aumenta (asiento negativo GIFTCARD-LIABILITY)
      *>   y cada cobro lo baja; Batch/GCEXPIRE.COB libera a
      *>   ingresos el saldo de las vencidas.
      *>   *************************************************************
       CARGA-GIFTCARDS.
           MOVE 0 TO WS-GC-COUNT.
           MOVE "N" TO WS-GC-OVERFLOW-SW.
           OPEN INPUT GIFTCARD-FILE.
           IF WS-GIFTCARD-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM LOAD-ONE-GIFTCARD
                   UNTIL WS-GIFTCARD-STATUS = "10"
               CLOSE GIFTCARD-FILE
           END-IF.

       LOAD-ONE-GIFTCARD.
           READ GIFTCARD-FILE
               AT END
                   MOVE "10" TO WS-GIFTCARD-STATUS
               NOT AT END
                   IF WS-GC-COUNT < 500
                       ADD 1 TO WS-GC-COUNT
                       MOVE GC-NUMBER     TO WS-GC-NUMBER(WS-GC-COUNT)
                       MOVE GC-ISSUE-DATE TO WS-GC-ISSUE(WS-GC-COUNT)
                       MOVE GC-VALUE      TO WS-GC-VALUE(WS-GC-COUNT)
                       MOVE GC-BALANCE    TO WS-GC-BALANCE(WS-GC-COUNT)
                       MOVE GC-EXPIRY     TO WS-GC-EXPIRY(WS-GC-COUNT)
                       MOVE GC-STATUS     TO WS-GC-STATUS(WS-GC-COUNT)
                       MOVE GC-ORIGIN     TO WS-GC-ORIGIN(WS-GC-COUNT)
                   ELSE
                       MOVE "Y" TO WS-GC-OVERFLOW-SW
                   END-IF
           END-READ.

       SAVE-GIFTCARDS.
           OPEN OUTPUT GIFTCARD-FILE.
           PERFORM SAVE-ONE-GIFTCARD
               VARYING WS-GC-IDX FROM 1 BY 1
               UNTIL WS-GC-IDX > WS-GC-COUNT.
           CLOSE GIFTCARD-FILE.

       SAVE-ONE-GIFTCARD.
           MOVE SPACES TO GIFTCARD-RECORD.
           MOVE WS-GC-NUMBER(WS-GC-IDX)  TO GC-NUMBER.
           MOVE WS-GC-ISSUE(WS-GC-IDX)   TO GC-ISSUE-DATE.
           MOVE WS-GC-VALUE(WS-GC-IDX)   TO GC-VALUE.
           MOVE WS-GC-BALANCE(WS-GC-IDX) TO GC-BALANCE.
           MOVE WS-GC-EXPIRY(WS-GC-IDX)  TO GC-EXPIRY.
           MOVE WS-GC-STATUS(WS-GC-IDX)  TO GC-STATUS.
           MOVE WS-GC-ORIGIN(WS-GC-IDX)  TO GC-ORIGIN.
           WRITE GIFTCARD-RECORD.

      *>   Ubica la tarjeta WS-GC-ASK-NBR (WS-GC-SEL = 0 si no
      *>   existe) y dice si admite movimientos: activa y no
      *>   vencida a hoy.
       FIND-GIFTCARD.
           MOVE 0 TO WS-GC-SEL.
           MOVE "N" TO WS-GC-USABLE-SW.
           PERFORM MATCH-GIFTCARD
               VARYING WS-GC-IDX FROM 1 BY 1
               UNTIL WS-GC-IDX > WS-GC-COUNT.
           IF WS-GC-SEL > 0
               IF WS-GC-STATUS(WS-GC-SEL) = "A"
                  AND WS-GC-EXPIRY(WS-GC-SEL) NOT < WS-TODAY-DATE
                   MOVE "Y" TO WS-GC-USABLE-SW
               END-IF
           END-IF.

       MATCH-GIFTCARD.
           IF WS-GC-NUMBER(WS-GC-IDX) = WS-GC-ASK-NBR
               MOVE WS-GC-IDX TO WS-GC-SEL
           END-IF.

      *>   Vencimiento de una tarjeta vendida o cargada hoy:
      *>   CTE-GC-VALID-YEARS anos (un 29/02 vence el 28/02).
       CALC-GC-EXPIRY.
           MOVE WS-TODAY-DATE TO WS-GC-NEW-EXPIRY.
           MOVE WS-TODAY-DATE(1:4) TO WS-GC-EXP-YEAR.
           ADD CTE-GC-VALID-YEARS TO WS-GC-EXP-YEAR.
           MOVE WS-GC-EXP-YEAR TO WS-GC-NEW-EXPIRY(1:4).
           IF WS-GC-NEW-EXPIRY(5:4) = "0229"
               MOVE "0228" TO WS-GC-NEW-EXPIRY(5:4)
           END-IF.

      *>   Alta de una tarjeta por WS-GC-AMOUNT con origen
      *>   WS-GC-NEW-ORIGIN; queda en WS-GC-SEL (0 = tabla llena).
       ISSUE-GIFTCARD.
           MOVE 0 TO WS-GC-SEL.
           IF WS-GC-COUNT < 500
               MOVE 10000000 TO WS-GC-NEXT-NBR
               PERFORM TAKE-HIGHER-GIFTCARD
                   VARYING WS-GC-IDX FROM 1 BY 1
                   UNTIL WS-GC-IDX > WS-GC-COUNT
               ADD 1 TO WS-GC-NEXT-NBR
               PERFORM CALC-GC-EXPIRY
               ADD 1 TO WS-GC-COUNT
               MOVE WS-GC-COUNT      TO WS-GC-SEL
               MOVE WS-GC-NEXT-NBR   TO WS-GC-NUMBER(WS-GC-SEL)
               MOVE WS-TODAY-DATE    TO WS-GC-ISSUE(WS-GC-SEL)
               MOVE WS-GC-AMOUNT     TO WS-GC-VALUE(WS-GC-SEL)
               MOVE WS-GC-AMOUNT     TO WS-GC-BALANCE(WS-GC-SEL)
               MOVE WS-GC-NEW-EXPIRY TO WS-GC-EXPIRY(WS-GC-SEL)
               MOVE "A"              TO WS-GC-STATUS(WS-GC-SEL)
               MOVE WS-GC-NEW-ORIGIN TO WS-GC-ORIGIN(WS-GC-SEL)
           END-IF.

       TAKE-HIGHER-GIFTCARD.
           IF WS-GC-NUMBER(WS-GC-IDX) > WS-GC-NEXT-NBR
               MOVE WS-GC-NUMBER(WS-GC-IDX) TO WS-GC-NEXT-NBR
           END-IF.

      *>   Mostrador de tarjetas: venta, carga y consulta de saldo.
       GIFT-CARD-DESK.
           PERFORM CLEAR-INFO-SCREEN.
           DISPLAY "GIFT CARDS"                         LINE 12 COL 5.
           DISPLAY "[S] Sell new card  [L] Load card  [B] Balance"
                                                        LINE 13 COL 5.
           DISPLAY "Option: "                           LINE 14 COL 5.
           MOVE SPACE TO AUX-BOOL.
           ACCEPT AUX-BOOL                      LINE 14 COL 13 PROMPT.
           MOVE FUNCTION UPPER-CASE(AUX-BOOL) TO AUX-BOOL.
           EVALUATE AUX-BOOL
               WHEN "S"
                   PERFORM SELL-GIFTCARD THRU SELL-GIFTCARD-END
               WHEN "L"
                   PERFORM LOAD-GIFTCARD THRU LOAD-GIFTCARD-END
               WHEN "B"
                   PERFORM SHOW-GIFTCARD THRU SHOW-GIFTCARD-END
               WHEN OTHER
                   MOVE "No option taken." TO AUX-MSG
           END-EVALUATE.
           PERFORM SHOW-INFO-MSG.
       GIFT-CARD-DESK-END.
           EXIT.

       SELL-GIFTCARD.
           IF WS-GC-OVERFLOW
               MOVE "GIFT CARD FILE TOO LARGE - call IT." TO AUX-MSG
               GO TO SELL-GIFTCARD-END
           END-IF.
           DISPLAY "Card value $: "                     LINE 16 COL 5.
           MOVE 0 TO WS-GC-AMOUNT.
           ACCEPT WS-GC-AMOUNT                  LINE 16 COL 20 PROMPT.
           IF WS-GC-AMOUNT = 0
               MOVE "No value - card not sold." TO AUX-MSG
               GO TO SELL-GIFTCARD-END
           END-IF.
           MOVE "S" TO WS-GC-NEW-ORIGIN.
           PERFORM ISSUE-GIFTCARD.
           IF WS-GC-SEL = 0
               MOVE "GIFT CARD TABLE FULL - card not sold." TO AUX-MSG
               GO TO SELL-GIFTCARD-END
           END-IF.
           PERFORM SAVE-GIFTCARDS.
           COMPUTE GL-AMOUNT = 0 - WS-GC-AMOUNT.
           MOVE "GIFTCARD-LIABILITY" TO GL-ACCOUNT.
           PERFORM LOG-GLENTRY.
           MOVE WS-GC-AMOUNT TO AUX-PAY-Z.
           INITIALIZE AUX-MSG.
           STRING "Card " WS-GC-NUMBER(WS-GC-SEL) " sold for "
                  AUX-PAY-Z " - expires " WS-GC-EXPIRY(WS-GC-SEL)
               DELIMITED BY SIZE INTO AUX-MSG.
       SELL-GIFTCARD-END.
           EXIT.

      *>   Carga de saldo sobre una tarjeta vigente; la carga
      *>   renueva el vencimiento desde hoy.
       LOAD-GIFTCARD.
           IF WS-GC-OVERFLOW
               MOVE "GIFT CARD FILE TOO LARGE - call IT." TO AUX-MSG
               GO TO LOAD-GIFTCARD-END
           END-IF.
           DISPLAY "Card nro: "                         LINE 16 COL 5.
           MOVE 0 TO WS-GC-ASK-NBR.
           ACCEPT WS-GC-ASK-NBR                 LINE 16 COL 16 PROMPT.
           PERFORM FIND-GIFTCARD.
           IF NOT WS-GC-USABLE
               MOVE "Unknown or expired card - not loaded." TO AUX-MSG
               GO TO LOAD-GIFTCARD-END
           END-IF.
           DISPLAY "Load amount $: "                    LINE 17 COL 5.
           MOVE 0 TO WS-GC-AMOUNT.
           ACCEPT WS-GC-AMOUNT                  LINE 17 COL 21 PROMPT.
           IF WS-GC-AMOUNT = 0
               MOVE "No amount - card not loaded." TO AUX-MSG
               GO TO LOAD-GIFTCARD-END
           END-IF.
           IF WS-GC-BALANCE(WS-GC-SEL) + WS-GC-AMOUNT > 99999
               MOVE "Balance would exceed $99999 - not loaded."
                   TO AUX-MSG
               GO TO LOAD-GIFTCARD-END
           END-IF.
           ADD WS-GC-AMOUNT TO WS-GC-BALANCE(WS-GC-SEL).
           PERFORM CALC-GC-EXPIRY.
           MOVE WS-GC-NEW-EXPIRY TO WS-GC-EXPIRY(WS-GC-SEL).
           PERFORM SAVE-GIFTCARDS.
           COMPUTE GL-AMOUNT = 0 - WS-GC-AMOUNT.
           MOVE "GIFTCARD-LIABILITY" TO GL-ACCOUNT.
           PERFORM LOG-GLENTRY.
           MOVE WS-GC-BALANCE(WS-GC-SEL) TO AUX-PAY-Z.
           INITIALIZE AUX-MSG.
           STRING "Card " WS-GC-NUMBER(WS-GC-SEL) " loaded - balance "
                  AUX-PAY-Z
               DELIMITED BY SIZE INTO AUX-MSG.
       LOAD-GIFTCARD-END.
           EXIT.

       SHOW-GIFTCARD.
           DISPLAY "Card nro: "                         LINE 16 COL 5.
           MOVE 0 TO WS-GC-ASK-NBR.
           ACCEPT WS-GC-ASK-NBR                 LINE 16 COL 16 PROMPT.
           PERFORM FIND-GIFTCARD.
           IF WS-GC-SEL = 0
               MOVE "Unknown card." TO AUX-MSG
               GO TO SHOW-GIFTCARD-END
           END-IF.
           DISPLAY "Issued:   "                         LINE 18 COL 5.
           DISPLAY WS-GC-ISSUE(WS-GC-SEL)               LINE 18 COL 16.
           MOVE WS-GC-VALUE(WS-GC-SEL) TO AUX-PAY-Z.
           DISPLAY "Value:    "                         LINE 19 COL 5.
           DISPLAY AUX-PAY-Z                            LINE 19 COL 16.
           MOVE WS-GC-BALANCE(WS-GC-SEL) TO AUX-PAY-Z.
           DISPLAY "Balance:  "                         LINE 20 COL 5.
           DISPLAY AUX-PAY-Z                            LINE 20 COL 16.
           DISPLAY "Expires:  "                         LINE 21 COL 5.
           DISPLAY WS-GC-EXPIRY(WS-GC-SEL)              LINE 21 COL 16.
           IF WS-GC-USABLE
               MOVE "Card is active." TO AUX-MSG
           ELSE
               MOVE "Card is EXPIRED - balance no longer usable."
                   TO AUX-MSG
           END-IF.
       SHOW-GIFTCARD-END.
           EXIT.

      *>   Cobro con tarjeta en el checkout: se toma el saldo hasta
      *>   cubrir el total; el resto queda a pagar por otro medio.
       CHECKOUT-GIFTCARD.
           DISPLAY "Gift card nro [0=none]: " LINE 24 COL 41.
           MOVE 0 TO WS-GC-ASK-NBR.
           ACCEPT WS-GC-ASK-NBR               LINE 24 COL 66 PROMPT.
           IF WS-GC-ASK-NBR = 0
               GO TO CHECKOUT-GIFTCARD-END
           END-IF.
           IF WS-GC-OVERFLOW
               DISPLAY "Cards unavailable."   LINE 24 COL 76
               GO TO CHECKOUT-GIFTCARD-END
           END-IF.
           PERFORM FIND-GIFTCARD.
           IF NOT WS-GC-USABLE
               DISPLAY "Card not usable."     LINE 24 COL 76
               GO TO CHECKOUT-GIFTCARD-END
           END-IF.
           IF WS-GC-BALANCE(WS-GC-SEL) = 0
               DISPLAY "Card has no balance." LINE 24 COL 76
               GO TO CHECKOUT-GIFTCARD-END
           END-IF.
           MOVE WS-GC-BALANCE(WS-GC-SEL) TO WS-GC-PAID.
           IF WS-GC-PAID > TOTAL-CHECKOUT
               MOVE TOTAL-CHECKOUT TO WS-GC-PAID
           END-IF.
           SUBTRACT WS-GC-PAID FROM WS-GC-BALANCE(WS-GC-SEL).
           PERFORM SAVE-GIFTCARDS.
           MOVE WS-GC-ASK-NBR TO WS-GC-USED-NBR.
           MOVE WS-GC-PAID TO GL-AMOUNT.
           MOVE "GIFTCARD-LIABILITY" TO GL-ACCOUNT.
           PERFORM LOG-GLENTRY.
           MOVE WS-GC-PAID TO AUX-PAY-Z.
           DISPLAY "Card   -$:  "   LINE 26 COL 41
                   AUX-PAY-Z        LINE 26 COL 61.
           COMPUTE AUX-99999 = TOTAL-CHECKOUT - WS-GC-PAID.
           MOVE AUX-99999 TO AUX-PAY-Z.
           DISPLAY "Balance due:"   LINE 26 COL 70
                   AUX-PAY-Z        LINE 26 COL 83.
       CHECKOUT-GIFTCARD-END.
           EXIT.

      *>   Devolucion como credito en tienda: sobre una tarjeta
      *>   vigente o en una tarjeta nueva de origen "C".
       RETURN-TO-CREDIT.
           MOVE 0 TO WS-GC-USED-NBR.
           MOVE 0 TO WS-GC-PAID.
           DISPLAY "Refund [C]ash / [S]tore credit: " LINE 27 COL 5.
           MOVE "C" TO AUX-BOOL.
           ACCEPT AUX-BOOL                         LINE 27 COL 38
                                                   PROMPT.
           IF AUX-BOOL NOT = "S" AND AUX-BOOL NOT = "s"
               GO TO RETURN-TO-CREDIT-END
           END-IF.
           IF WS-GC-OVERFLOW
               MOVE "GIFT CARD FILE TOO LARGE - cash refund."
                   TO AUX-MSG
               GO TO RETURN-TO-CREDIT-END
           END-IF.
           DISPLAY "Card nro [0=new card]: "        LINE 28 COL 5.
           MOVE 0 TO WS-GC-ASK-NBR.
           ACCEPT WS-GC-ASK-NBR                     LINE 28 COL 29
                                                    PROMPT.
           MOVE WS-RET-AMOUNT TO WS-GC-AMOUNT.
           MOVE "N" TO WS-GC-USABLE-SW.
           IF WS-GC-ASK-NBR NOT = 0
               PERFORM FIND-GIFTCARD
           END-IF.
           IF WS-GC-USABLE
              AND WS-GC-BALANCE(WS-GC-SEL) + WS-GC-AMOUNT NOT > 99999
               ADD WS-GC-AMOUNT TO WS-GC-BALANCE(WS-GC-SEL)
           ELSE
               MOVE "C" TO WS-GC-NEW-ORIGIN
               PERFORM ISSUE-GIFTCARD
               IF WS-GC-SEL = 0
                   MOVE "GIFT CARD TABLE FULL - cash refund."
                       TO AUX-MSG
                   GO TO RETURN-TO-CREDIT-END
               END-IF
           END-IF.
           PERFORM SAVE-GIFTCARDS.
           MOVE WS-GC-NUMBER(WS-GC-SEL) TO WS-GC-USED-NBR.
           MOVE WS-GC-AMOUNT TO WS-GC-PAID.
           COMPUTE GL-AMOUNT = 0 - WS-GC-AMOUNT.
           MOVE "GIFTCARD-LIABILITY" TO GL-ACCOUNT.
           PERFORM LOG-GLENTRY.
           MOVE WS-GC-AMOUNT TO AUX-PAY-Z.
           INITIALIZE AUX-MSG.
           STRING "Store credit " AUX-PAY-Z " on card "
                  WS-GC-USED-NBR
               DELIMITED BY SIZE INTO AUX-MSG.
       RETURN-TO-CREDIT-END.
           EXIT.

      *>   *************************************************************
      *>   IVA: tasas por categoria de producto (con tasa de ninos),
      *>   IVA incluido en cada venta, devolucion y recepcion, y la
      *>   declaracion del periodo: IVA de ventas menos IVA
      *>   soportado en compras, por tasa.
      *>   *************************************************************
       CARGA-VATRATES.
           MOVE 0 TO WS-VR-COUNT.
           OPEN INPUT VATRATES-FILE.
           IF WS-VATRATES-STATUS = "35"
               MOVE 3 TO WS-VR-COUNT
               MOVE "K"             TO WS-VR-CATEGORY(1)
               MOVE "Kits"          TO WS-VR-NAME(1)
               MOVE 20.00           TO WS-VR-RATE(1)
               MOVE 0               TO WS-VR-CHILD-RATE(1)
               MOVE "T"             TO WS-VR-CATEGORY(2)
               MOVE "Training wear" TO WS-VR-NAME(2)
               MOVE 20.00           TO WS-VR-RATE(2)
               MOVE 0               TO WS-VR-CHILD-RATE(2)
               MOVE "A"             TO WS-VR-CATEGORY(3)
               MOVE "Accessories"   TO WS-VR-NAME(3)
               MOVE 20.00           TO WS-VR-RATE(3)
               MOVE 20.00           TO WS-VR-CHILD-RATE(3)
               PERFORM SAVE-VATRATES
           ELSE
               PERFORM LOAD-ONE-VATRATE
                   UNTIL WS-VATRATES-STATUS = "10"
               CLOSE VATRATES-FILE
           END-IF.

       LOAD-ONE-VATRATE.
           READ VATRATES-FILE
               AT END
                   MOVE "10" TO WS-VATRATES-STATUS
               NOT AT END
                   IF WS-VR-COUNT < 9
                       ADD 1 TO WS-VR-COUNT
                       MOVE VR-CATEGORY TO WS-VR-CATEGORY(WS-VR-COUNT)
                       MOVE VR-NAME     TO WS-VR-NAME(WS-VR-COUNT)
                       MOVE VR-RATE     TO WS-VR-RATE(WS-VR-COUNT)
                       MOVE VR-CHILD-RATE
                           TO WS-VR-CHILD-RATE(WS-VR-COUNT)
                   END-IF
           END-READ.

       SAVE-VATRATES.
           OPEN OUTPUT VATRATES-FILE.
           PERFORM SAVE-ONE-VATRATE
               VARYING WS-VR-IDX FROM 1 BY 1
               UNTIL WS-VR-IDX > WS-VR-COUNT.
           CLOSE VATRATES-FILE.

       SAVE-ONE-VATRATE.
           MOVE SPACES TO VATRATES-RECORD.
           MOVE WS-VR-CATEGORY(WS-VR-IDX)   TO VR-CATEGORY.
           MOVE WS-VR-NAME(WS-VR-IDX)       TO VR-NAME.
           MOVE WS-VR-RATE(WS-VR-IDX)       TO VR-RATE.
           MOVE WS-VR-CHILD-RATE(WS-VR-IDX) TO VR-CHILD-RATE.
           WRITE VATRATES-RECORD.

      *>   Tasa de IVA del item AUX-99 en WS-VAT-RATE: la de su
      *>   categoria (blanco = "K"), la de ninos si es talle de
      *>   ninos; categoria desconocida = CTE-VAT-DEFAULT.
       CALC-ITEM-VAT-RATE.
           MOVE ITEM-CATEGORY(AUX-99) TO WS-VAT-CATEGORY.
           IF WS-VAT-CATEGORY = SPACE OR WS-VAT-CATEGORY = LOW-VALUE
               MOVE "K" TO WS-VAT-CATEGORY
           END-IF.
           MOVE WS-VAT-CATEGORY TO WS-VR-ASK-CAT.
           PERFORM FIND-VATRATE.
           IF WS-VR-SEL = 0
               MOVE CTE-VAT-DEFAULT TO WS-VAT-RATE
           ELSE
               IF ForChildren(AUX-99)
                   MOVE WS-VR-CHILD-RATE(WS-VR-SEL) TO WS-VAT-RATE
               ELSE
                   MOVE WS-VR-RATE(WS-VR-SEL) TO WS-VAT-RATE
               END-IF
           END-IF.

       FIND-VATRATE.
           MOVE 0 TO WS-VR-SEL.
           PERFORM MATCH-VATRATE
               VARYING WS-VR-IDX FROM 1 BY 1
               UNTIL WS-VR-IDX > WS-VR-COUNT.

       MATCH-VATRATE.
           IF WS-VR-CATEGORY(WS-VR-IDX) = WS-VR-ASK-CAT
               MOVE WS-VR-IDX TO WS-VR-SEL
           END-IF.

      *>   IVA final de cada renglon de la venta en curso sobre lo
      *>   cobrado (TOTAL-CHECKOUT contra el subtotal de lista).
       SPREAD-SALE-VAT.
           MOVE 0 TO WS-VAT-TOTAL.
           PERFORM SPREAD-ONE-LINE-VAT
               VARYING AUX-I FROM 1 BY 1
               UNTIL AUX-I > BUY-COUNTER.

       SPREAD-ONE-LINE-VAT.
           MOVE 0 TO WS-LINE-VAT(AUX-I).
           IF SLOG-SUBTOTAL > 0
               COMPUTE WS-LINE-VAT(AUX-I) ROUNDED =
                   WS-LINE-GROSS(AUX-I) * TOTAL-CHECKOUT
                   * WS-LINE-VAT-RATE(AUX-I)
                   / (SLOG-SUBTOTAL * (100 + WS-LINE-VAT-RATE(AUX-I)))
           END-IF.
           ADD WS-LINE-VAT(AUX-I) TO WS-VAT-TOTAL.

      *>   Tasas por categoria y asignacion de categoria a items.
       VAT-SETUP-SCREEN.
           PERFORM CLEAR-INFO-SCREEN.
           DISPLAY "VAT RATES (CAT NAME RATE% CHILDREN%)"
                                           LINE 12 COL 5.
           MOVE 13 TO AUX-LINE-POS.
           PERFORM SHOW-ONE-VATRATE
               VARYING WS-VR-IDX FROM 1 BY 1
               UNTIL WS-VR-IDX > WS-VR-COUNT.
           DISPLAY "[R] Set category rate  [I] Item category: "
                                           LINE 24 COL 5.
           MOVE SPACE TO AUX-BOOL.
           ACCEPT AUX-BOOL                 LINE 24 COL 48 PROMPT.
           MOVE FUNCTION UPPER-CASE(AUX-BOOL) TO AUX-BOOL.
           EVALUATE AUX-BOOL
               WHEN "R"
                   PERFORM SET-VATRATE THRU SET-VATRATE-END
               WHEN "I"
                   PERFORM SET-ITEM-CATEGORY
                       THRU SET-ITEM-CATEGORY-END
               WHEN OTHER
                   MOVE "No change." TO AUX-MSG
           END-EVALUATE.
           PERFORM SHOW-INFO-MSG.
       VAT-SETUP-SCREEN-END.
           EXIT.

       SHOW-ONE-VATRATE.
           DISPLAY WS-VR-CATEGORY(WS-VR-IDX)  LINE AUX-LINE-POS COL 5.
           DISPLAY WS-VR-NAME(WS-VR-IDX)      LINE AUX-LINE-POS COL 9.
           MOVE WS-VR-RATE(WS-VR-IDX) TO WS-VB-RATE-Z.
           DISPLAY WS-VB-RATE-Z               LINE AUX-LINE-POS COL 26.
           MOVE WS-VR-CHILD-RATE(WS-VR-IDX) TO WS-VB-RATE-Z.
           DISPLAY WS-VB-RATE-Z               LINE AUX-LINE-POS COL 34.
           ADD 1 TO AUX-LINE-POS.

       SET-VATRATE.
           DISPLAY "Category [X]: "           LINE 25 COL 5.
           MOVE SPACE TO WS-VR-ASK-CAT.
           ACCEPT WS-VR-ASK-CAT               LINE 25 COL 20 PROMPT.
           MOVE FUNCTION UPPER-CASE(WS-VR-ASK-CAT) TO WS-VR-ASK-CAT.
           IF WS-VR-ASK-CAT = SPACE
               MOVE "No category - no change." TO AUX-MSG
               GO TO SET-VATRATE-END
           END-IF.
           PERFORM FIND-VATRATE.
           IF WS-VR-SEL = 0
               IF WS-VR-COUNT NOT < 9
                   MOVE "VAT CATEGORY TABLE FULL." TO AUX-MSG
                   GO TO SET-VATRATE-END
               END-IF
               ADD 1 TO WS-VR-COUNT
               MOVE WS-VR-COUNT   TO WS-VR-SEL
               MOVE WS-VR-ASK-CAT TO WS-VR-CATEGORY(WS-VR-SEL)
               MOVE SPACES        TO WS-VR-NAME(WS-VR-SEL)
               MOVE 0             TO WS-VR-RATE(WS-VR-SEL)
               MOVE 0             TO WS-VR-CHILD-RATE(WS-VR-SEL)
           END-IF.
           DISPLAY "Name: "                   LINE 25 COL 24.
           ACCEPT WS-VR-NAME(WS-VR-SEL)       LINE 25 COL 30 UPDATE.
           DISPLAY "Rate [99.99]: "           LINE 26 COL 5.
           ACCEPT WS-VR-RATE(WS-VR-SEL)       LINE 26 COL 20 UPDATE.
           DISPLAY "Children [99.99]: "       LINE 26 COL 28.
           ACCEPT WS-VR-CHILD-RATE(WS-VR-SEL) LINE 26 COL 47 UPDATE.
           PERFORM SAVE-VATRATES.
           MOVE "VAT rate saved (applies to new sales)." TO AUX-MSG.
       SET-VATRATE-END.
           EXIT.

       SET-ITEM-CATEGORY.
           DISPLAY "Item nro [99]: "          LINE 25 COL 5.
           MOVE 0 TO AUX-99.
           ACCEPT AUX-99                      LINE 25 COL 21 PROMPT.
           IF AUX-99 = 0 OR AUX-99 > CTE-MAX-STOCK
               MOVE "No such item." TO AUX-MSG
               GO TO SET-ITEM-CATEGORY-END
           END-IF.
           DISPLAY DESCRIP(AUX-99)            LINE 25 COL 25.
           DISPLAY "Category [X]: "           LINE 26 COL 5.
           MOVE ITEM-CATEGORY(AUX-99) TO WS-VR-ASK-CAT.
           ACCEPT WS-VR-ASK-CAT               LINE 26 COL 20 UPDATE.
           MOVE FUNCTION UPPER-CASE(WS-VR-ASK-CAT) TO WS-VR-ASK-CAT.
           PERFORM FIND-VATRATE.
           IF WS-VR-SEL = 0
               MOVE "Unknown VAT category - no change." TO AUX-MSG
               GO TO SET-ITEM-CATEGORY-END
           END-IF.
           MOVE WS-VR-ASK-CAT TO ITEM-CATEGORY(AUX-99).
           MOVE AUX-99 TO AUX-I.
           PERFORM SAVE-STOCK.
           MOVE "Item category saved." TO AUX-MSG.
       SET-ITEM-CATEGORY-END.
           EXIT.

      *>   Declaracion de IVA de un periodo (fechas desde/hasta):
      *>   IVA de ventas (menos devoluciones) del detalle de ventas
      *>   e IVA soportado de las recepciones contra ordenes de
      *>   compra, por tasa, y el neto a pagar.
       VAT-RETURN-REPORT.
           PERFORM CLEAR-INFO-SCREEN.
           DISPLAY "VAT RETURN - From [YYYYMMDD]: " LINE 12 COL 5.
           MOVE WS-TODAY-DATE TO WS-VRET-FROM.
           MOVE "01" TO WS-VRET-FROM(7:2).
           ACCEPT WS-VRET-FROM                     LINE 12 COL 36
                                                   UPDATE.
           DISPLAY "To [YYYYMMDD]: "               LINE 12 COL 46.
           MOVE WS-TODAY-DATE TO WS-VRET-TO.
           ACCEPT WS-VRET-TO                       LINE 12 COL 62
                                                   UPDATE.
           MOVE 0 TO WS-VB-COUNT.
           MOVE 0 TO WS-VB-TOT-OUTPUT.
           MOVE 0 TO WS-VB-TOT-INPUT.
           MOVE 0 TO WS-VRET-SLOG-NBR.
           OPEN INPUT SALES-LOG-FILE.
           IF WS-SLOG-STATUS NOT = "00"
               MOVE 99999 TO WS-VRET-SLOG-NBR
           END-IF.
           OPEN INPUT SALEDTL-FILE.
           IF WS-SDT-STATUS = "00"
               PERFORM SUM-ONE-SALE-VAT
                   UNTIL WS-SDT-STATUS NOT = "00"
               CLOSE SALEDTL-FILE
           END-IF.
           IF WS-SLOG-STATUS = "00" OR WS-SLOG-STATUS = "10"
               CLOSE SALES-LOG-FILE
           END-IF.
           PERFORM SUM-ONE-PO-VAT
               VARYING WS-PO-IDX FROM 1 BY 1
               UNTIL WS-PO-IDX > WS-PO-COUNT.
           DISPLAY "RATE%     SALES NET    OUTPUT VAT"
                                                   LINE 14 COL 5.
           DISPLAY "PURCHASES NET     INPUT VAT"   LINE 14 COL 41.
           MOVE 15 TO AUX-LINE-POS.
           PERFORM SHOW-ONE-VAT-RATE-LINE
               VARYING WS-VB-IDX FROM 1 BY 1
               UNTIL WS-VB-IDX > WS-VB-COUNT.
           ADD 1 TO AUX-LINE-POS.
           MOVE WS-VB-TOT-OUTPUT TO WS-VB-AMT-Z.
           DISPLAY "TOTAL OUTPUT VAT:"     LINE AUX-LINE-POS COL 5.
           DISPLAY WS-VB-AMT-Z             LINE AUX-LINE-POS COL 25.
           ADD 1 TO AUX-LINE-POS.
           MOVE WS-VB-TOT-INPUT TO WS-VB-AMT-Z.
           DISPLAY "TOTAL INPUT VAT:"      LINE AUX-LINE-POS COL 5.
           DISPLAY WS-VB-AMT-Z             LINE AUX-LINE-POS COL 25.
           ADD 1 TO AUX-LINE-POS.
           COMPUTE WS-VB-PAYABLE = WS-VB-TOT-OUTPUT - WS-VB-TOT-INPUT.
           MOVE WS-VB-PAYABLE TO WS-VB-AMT-Z.
           DISPLAY "NET VAT PAYABLE:"      LINE AUX-LINE-POS COL 5.
           DISPLAY WS-VB-AMT-Z             LINE AUX-LINE-POS COL 25.
           PERFORM MENU-DISPLAYCONTINUE.

       SUM-ONE-SALE-VAT.
           READ SALEDTL-FILE
               AT END
                   MOVE "10" TO WS-SDT-STATUS
               NOT AT END
                   IF SDT-DATE NOT < WS-VRET-FROM
                      AND SDT-DATE NOT > WS-VRET-TO
                      AND SDT-VAT-RATE IS NUMERIC
                      AND SDT-VAT IS NUMERIC
                       MOVE SDT-VAT-RATE TO WS-VB-FIND-RATE
                       PERFORM FIND-VAT-BUCKET
                       IF WS-VB-SEL > 0
                           IF SDT-TYPE = "D"
                               SUBTRACT SDT-VAT
                                   FROM WS-VB-OUTPUT(WS-VB-SEL)
                                        WS-VB-TOT-OUTPUT
                               COMPUTE WS-VB-SALES-NET(WS-VB-SEL) =
                                   WS-VB-SALES-NET(WS-VB-SEL)
                                   - (SDT-AMOUNT - SDT-VAT)
                           ELSE
                               ADD SDT-VAT
                                   TO WS-VB-OUTPUT(WS-VB-SEL)
                                      WS-VB-TOT-OUTPUT
      *>                       Neto de lo cobrado: el IVA ya viene
      *>                       prorrateado sobre el descuento.
                               IF WS-VB-FIND-RATE > 0
                                   COMPUTE WS-VB-SALES-NET(WS-VB-SEL)
                                       ROUNDED =
                                       WS-VB-SALES-NET(WS-VB-SEL)
                                       + SDT-VAT * 100
                                         / WS-VB-FIND-RATE
                               ELSE
                                   PERFORM ADD-ZERO-RATE-SALE-NET
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *>   Renglon a tasa cero: sin IVA del cual deducir el neto,
      *>   se prorratea el importe de lista con lo cobrado en la
      *>   venta (SLOG-TOTAL sobre SLOG-SUBTOTAL), como el IVA de
      *>   los demas renglones. Sin la venta en SALESLOG queda el
      *>   importe de lista.
       ADD-ZERO-RATE-SALE-NET.
           PERFORM READ-VAT-SALE
               UNTIL WS-VRET-SLOG-NBR NOT < SDT-SALENBR.
           IF WS-VRET-SLOG-NBR = SDT-SALENBR
              AND SLOG-TYPE = "V"
              AND SLOG-SUBTOTAL > 0
               COMPUTE WS-VB-SALES-NET(WS-VB-SEL) ROUNDED =
                   WS-VB-SALES-NET(WS-VB-SEL)
                   + SDT-AMOUNT * SLOG-TOTAL / SLOG-SUBTOTAL
           ELSE
               ADD SDT-AMOUNT TO WS-VB-SALES-NET(WS-VB-SEL)
           END-IF.

       READ-VAT-SALE.
           READ SALES-LOG-FILE
               AT END
                   MOVE "10" TO WS-SLOG-STATUS
                   MOVE 99999 TO WS-VRET-SLOG-NBR
               NOT AT END
                   MOVE SLOG-SALENBR TO WS-VRET-SLOG-NBR
           END-READ.

      *>   IVA soportado y neto de compras al costo pactado de la
      *>   orden, el mismo con que se valuo el IVA al recibir.
       SUM-ONE-PO-VAT.
           IF WS-PO-RECV-DATE(WS-PO-IDX) NOT < WS-VRET-FROM
              AND WS-PO-RECV-DATE(WS-PO-IDX) NOT > WS-VRET-TO
               MOVE WS-PO-VAT-RATE(WS-PO-IDX) TO WS-VB-FIND-RATE
               PERFORM FIND-VAT-BUCKET
               IF WS-VB-SEL > 0
                   ADD WS-PO-VAT(WS-PO-IDX)
                       TO WS-VB-INPUT(WS-VB-SEL) WS-VB-TOT-INPUT
                   MOVE WS-PO-IDX TO WS-PO-SEL
                   PERFORM CALC-PO-UNIT-COST
                   COMPUTE WS-VB-PURCH-NET(WS-VB-SEL) =
                       WS-VB-PURCH-NET(WS-VB-SEL)
                       + WS-PO-RECEIVED(WS-PO-IDX) * WS-SIV-PO-PRICE
                       - WS-PO-VAT(WS-PO-IDX)
               END-IF
           END-IF.

      *>   Acumulador de la tasa WS-VB-FIND-RATE (se abre al
      *>   aparecer); WS-VB-SEL = 0 si no hay lugar.
       FIND-VAT-BUCKET.
           MOVE 0 TO WS-VB-SEL.
           PERFORM MATCH-VAT-BUCKET
               VARYING WS-VB-IDX FROM 1 BY 1
               UNTIL WS-VB-IDX > WS-VB-COUNT.
           IF WS-VB-SEL = 0 AND WS-VB-COUNT < 10
               ADD 1 TO WS-VB-COUNT
               MOVE WS-VB-COUNT     TO WS-VB-SEL
               MOVE WS-VB-FIND-RATE TO WS-VB-RATE(WS-VB-SEL)
               MOVE 0 TO WS-VB-SALES-NET(WS-VB-SEL)
               MOVE 0 TO WS-VB-OUTPUT(WS-VB-SEL)
               MOVE 0 TO WS-VB-PURCH-NET(WS-VB-SEL)
               MOVE 0 TO WS-VB-INPUT(WS-VB-SEL)
           END-IF.

       MATCH-VAT-BUCKET.
           IF WS-VB-RATE(WS-VB-IDX) = WS-VB-FIND-RATE
               MOVE WS-VB-IDX TO WS-VB-SEL
           END-IF.

       SHOW-ONE-VAT-RATE-LINE.
           MOVE WS-VB-RATE(WS-VB-IDX) TO WS-VB-RATE-Z.
           DISPLAY WS-VB-RATE-Z            LINE AUX-LINE-POS COL 5.
           MOVE WS-VB-SALES-NET(WS-VB-IDX) TO WS-VB-AMT-Z.
           DISPLAY WS-VB-AMT-Z             LINE AUX-LINE-POS COL 11.
           MOVE WS-VB-OUTPUT(WS-VB-IDX) TO WS-VB-AMT-Z.
           DISPLAY WS-VB-AMT-Z             LINE AUX-LINE-POS COL 25.
           MOVE WS-VB-PURCH-NET(WS-VB-IDX) TO WS-VB-AMT-Z.
           DISPLAY WS-VB-AMT-Z             LINE AUX-LINE-POS COL 41.
           MOVE WS-VB-INPUT(WS-VB-IDX) TO WS-VB-AMT-Z.
           DISPLAY WS-VB-AMT-Z             LINE AUX-LINE-POS COL 55.
           ADD 1 TO AUX-LINE-POS.

      *>   *************************************************************
      *>   Facturas de proveedores: carga contra una orden de compra
      *>   con cotejo en tres vias, y aprobacion o rechazo de las
      *>   retenidas. El pago lo hace Batch/POPAYRUN.COB.
      *>   *************************************************************
       CARGA-SUPINVS.
           MOVE 0 TO WS-SIV-COUNT.
           MOVE 0 TO WS-SIV-NEXT-NBR.
           MOVE "N" TO WS-SIV-OVERFLOW-SW.
           OPEN INPUT SUPINV-FILE.
           IF WS-SUPINV-STATUS = "00"
               PERFORM LOAD-ONE-SUPINV
                   UNTIL WS-SUPINV-STATUS NOT = "00"
               CLOSE SUPINV-FILE
           END-IF.

       LOAD-ONE-SUPINV.
           READ SUPINV-FILE
               AT END
                   MOVE "10" TO WS-SUPINV-STATUS
               NOT AT END
                   IF SIV-NBR > WS-SIV-NEXT-NBR
                       MOVE SIV-NBR TO WS-SIV-NEXT-NBR
                   END-IF
                   IF WS-SIV-COUNT < 500
                       ADD 1 TO WS-SIV-COUNT
                       MOVE SIV-NBR      TO WS-SIV-NBR(WS-SIV-COUNT)
                       MOVE SIV-SUPPLIER TO
                           WS-SIV-SUPPLIER(WS-SIV-COUNT)
                       MOVE SIV-SUP-REF  TO
                           WS-SIV-SUP-REF(WS-SIV-COUNT)
                       MOVE SIV-PO-NBR   TO WS-SIV-PO-NBR(WS-SIV-COUNT)
                       MOVE SIV-INV-DATE TO
                           WS-SIV-INV-DATE(WS-SIV-COUNT)
                       MOVE SIV-DUE-DATE TO
                           WS-SIV-DUE-DATE(WS-SIV-COUNT)
                       MOVE SIV-QTY      TO WS-SIV-QTY(WS-SIV-COUNT)
                       MOVE SIV-UNIT-PRICE TO
                           WS-SIV-UNIT-PRICE(WS-SIV-COUNT)
                       MOVE SIV-AMOUNT   TO WS-SIV-AMOUNT(WS-SIV-COUNT)
                       MOVE SIV-STATUS   TO WS-SIV-STATUS(WS-SIV-COUNT)
                       MOVE SIV-HOLD-REASON TO
                           WS-SIV-HOLD-REASON(WS-SIV-COUNT)
                       MOVE SIV-APPROVED-DATE TO
                           WS-SIV-APPROVED-DATE(WS-SIV-COUNT)
                       MOVE SIV-PAID-DATE TO
                           WS-SIV-PAID-DATE(WS-SIV-COUNT)
                   ELSE
                       MOVE "Y" TO WS-SIV-OVERFLOW-SW
                   END-IF
           END-READ.

       SAVE-SUPINVS.
           OPEN OUTPUT SUPINV-FILE.
           PERFORM SAVE-ONE-SUPINV
               VARYING WS-SIV-IDX FROM 1 BY 1
               UNTIL WS-SIV-IDX > WS-SIV-COUNT.
           CLOSE SUPINV-FILE.

       SAVE-ONE-SUPINV.
           MOVE SPACES TO SUPINV-RECORD.
           MOVE WS-SIV-NBR(WS-SIV-IDX)        TO SIV-NBR.
           MOVE WS-SIV-SUPPLIER(WS-SIV-IDX)   TO SIV-SUPPLIER.
           MOVE WS-SIV-SUP-REF(WS-SIV-IDX)    TO SIV-SUP-REF.
           MOVE WS-SIV-PO-NBR(WS-SIV-IDX)     TO SIV-PO-NBR.
           MOVE WS-SIV-INV-DATE(WS-SIV-IDX)   TO SIV-INV-DATE.
           MOVE WS-SIV-DUE-DATE(WS-SIV-IDX)   TO SIV-DUE-DATE.
           MOVE WS-SIV-QTY(WS-SIV-IDX)        TO SIV-QTY.
           MOVE WS-SIV-UNIT-PRICE(WS-SIV-IDX) TO SIV-UNIT-PRICE.
           MOVE WS-SIV-AMOUNT(WS-SIV-IDX)     TO SIV-AMOUNT.
           MOVE WS-SIV-STATUS(WS-SIV-IDX)     TO SIV-STATUS.
           MOVE WS-SIV-HOLD-REASON(WS-SIV-IDX) TO SIV-HOLD-REASON.
           MOVE WS-SIV-APPROVED-DATE(WS-SIV-IDX)
               TO SIV-APPROVED-DATE.
           MOVE WS-SIV-PAID-DATE(WS-SIV-IDX)  TO SIV-PAID-DATE.
           WRITE SUPINV-RECORD.

      *>   Carga de una factura: se elige la orden, se tipean los
      *>   datos de la factura y el cotejo decide si queda
      *>   aprobada o retenida. Vence a CTE-SIV-TERMS-DAYS dias de
      *>   la fecha de factura.
       SUPPLIER-INVOICE-ENTRY.
      *>   Releo SUPINVS: la corrida de pagos pudo marcar pagadas o
      *>   archivar facturas desde que se abrio el shopping.
           PERFORM CARGA-SUPINVS.
           PERFORM CLEAR-INFO-SCREEN.
           DISPLAY "SUPPLIER INVOICE - PURCHASE ORDERS" LINE 12 COL 5.
           DISPLAY "PO    SUP ITEM                      ORDERED RECVD"
                                               LINE 13 COL 5.
           DISPLAY "UNIT COST ST"              LINE 13 COL 56.
           MOVE 14 TO AUX-LINE-POS.
           PERFORM SHOW-ONE-INVOICEABLE-PO
               VARYING WS-PO-IDX FROM 1 BY 1
               UNTIL WS-PO-IDX > WS-PO-COUNT
                  OR AUX-LINE-POS > 23.
           IF WS-SIV-OVERFLOW
               MOVE "Supplier invoice file too large - call IT."
                   TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO SUPPLIER-INVOICE-ENTRY-END
           END-IF.
           IF WS-SIV-COUNT NOT < 500
               MOVE "SUPPLIER INVOICE TABLE FULL." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO SUPPLIER-INVOICE-ENTRY-END
           END-IF.
           DISPLAY "PO number: "               LINE 24 COL 5.
           MOVE 0 TO WS-PO-ASK-NBR.
           ACCEPT WS-PO-ASK-NBR                LINE 24 COL 17 PROMPT.
           MOVE 0 TO WS-PO-SEL.
           PERFORM FIND-PO-BY-NBR
               VARYING WS-PO-IDX FROM 1 BY 1
               UNTIL WS-PO-IDX > WS-PO-COUNT.
           IF WS-PO-SEL = 0
               MOVE "No PO with that number." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO SUPPLIER-INVOICE-ENTRY-END
           END-IF.
           MOVE WS-PO-SUPPLIER(WS-PO-SEL) TO WS-SIV-ASK-SUPPLIER.
           DISPLAY "Supplier id: "             LINE 25 COL 5.
           ACCEPT WS-SIV-ASK-SUPPLIER          LINE 25 COL 19 UPDATE.
           DISPLAY "Supplier invoice nbr: "    LINE 25 COL 25.
           MOVE SPACES TO WS-SIV-ASK-REF.
           ACCEPT WS-SIV-ASK-REF               LINE 25 COL 48 PROMPT.
           DISPLAY "Invoice date [YYYYMMDD]: " LINE 26 COL 5.
           MOVE WS-TODAY-DATE TO WS-SIV-ASK-DATE.
           ACCEPT WS-SIV-ASK-DATE              LINE 26 COL 31 UPDATE.
           DISPLAY "Qty: "                     LINE 27 COL 5.
           MOVE 0 TO WS-SIV-ASK-QTY.
           ACCEPT WS-SIV-ASK-QTY               LINE 27 COL 11 PROMPT.
           DISPLAY "Unit price [99999.99]: "   LINE 27 COL 20.
           MOVE 0 TO WS-SIV-ASK-PRICE.
           ACCEPT WS-SIV-ASK-PRICE             LINE 27 COL 44 PROMPT.
           MOVE "N" TO WS-DV-RESULT.
           IF WS-SIV-ASK-DATE IS NUMERIC
               MOVE WS-SIV-ASK-DATE TO WS-SIV-DUE-NUM
               CALL "DATEVAL" USING WS-SIV-DUE-NUM WS-DV-MODE
                                    WS-DV-RESULT WS-DV-DOW
           END-IF.
           IF WS-SIV-ASK-QTY = 0 OR WS-SIV-ASK-PRICE = 0
              OR WS-SIV-ASK-REF = SPACES
              OR WS-DV-RESULT NOT = "Y"
               MOVE "Invoice incomplete - not recorded." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO SUPPLIER-INVOICE-ENTRY-END
           END-IF.
           PERFORM MATCH-SUPPLIER-INVOICE.
           ADD 1 TO WS-SIV-COUNT.
           ADD 1 TO WS-SIV-NEXT-NBR.
           MOVE WS-SIV-COUNT TO WS-SIV-IDX.
           MOVE WS-SIV-NEXT-NBR     TO WS-SIV-NBR(WS-SIV-IDX).
           MOVE WS-SIV-ASK-SUPPLIER TO WS-SIV-SUPPLIER(WS-SIV-IDX).
           MOVE WS-SIV-ASK-REF      TO WS-SIV-SUP-REF(WS-SIV-IDX).
           MOVE WS-PO-NBR(WS-PO-SEL) TO WS-SIV-PO-NBR(WS-SIV-IDX).
           MOVE WS-SIV-ASK-DATE     TO WS-SIV-INV-DATE(WS-SIV-IDX).
           COMPUTE WS-SIV-DUE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-SIV-DUE-NUM)
               + CTE-SIV-TERMS-DAYS).
           MOVE WS-SIV-DUE-NUM      TO WS-SIV-DUE-DATE(WS-SIV-IDX).
           MOVE WS-SIV-ASK-QTY      TO WS-SIV-QTY(WS-SIV-IDX).
           MOVE WS-SIV-ASK-PRICE    TO WS-SIV-UNIT-PRICE(WS-SIV-IDX).
           COMPUTE WS-SIV-AMOUNT(WS-SIV-IDX) =
               WS-SIV-ASK-QTY * WS-SIV-ASK-PRICE.
           MOVE WS-SIV-REASON       TO WS-SIV-HOLD-REASON(WS-SIV-IDX).
           MOVE SPACES              TO WS-SIV-PAID-DATE(WS-SIV-IDX).
           IF WS-SIV-REASON = SPACES
               MOVE "A"           TO WS-SIV-STATUS(WS-SIV-IDX)
               MOVE WS-TODAY-DATE TO WS-SIV-APPROVED-DATE(WS-SIV-IDX)
               MOVE "Invoice matched PO and receipt - approved."
                   TO AUX-MSG
           ELSE
               MOVE "H"           TO WS-SIV-STATUS(WS-SIV-IDX)
               MOVE SPACES        TO WS-SIV-APPROVED-DATE(WS-SIV-IDX)
               PERFORM LOG-SIV-HOLD
               MOVE SPACES TO AUX-MSG
               STRING "Invoice HELD (" WS-SIV-REASON
                      ") - approve it in [H]."
                      DELIMITED BY SIZE INTO AUX-MSG
           END-IF.
           PERFORM SAVE-SUPINVS.
           PERFORM SHOW-INFO-MSG.
       SUPPLIER-INVOICE-ENTRY-END.
           EXIT.

      *>   Ordenes que todavia pueden facturarse: lo facturado
      *>   (sin las rechazadas) no cubre lo pedido.
       SHOW-ONE-INVOICEABLE-PO.
           MOVE WS-PO-IDX TO WS-PO-SEL.
           PERFORM SUM-PO-INVOICED.
           IF WS-SIV-PRIOR-QTY < WS-PO-QTY(WS-PO-IDX)
               DISPLAY WS-PO-NBR(WS-PO-IDX)  LINE AUX-LINE-POS COL 5
               DISPLAY WS-PO-SUPPLIER(WS-PO-IDX)
                                             LINE AUX-LINE-POS COL 11
               MOVE WS-PO-ITEM(WS-PO-IDX) TO AUX-99
               DISPLAY DESCRIP(AUX-99)       LINE AUX-LINE-POS COL 15
               DISPLAY WS-PO-QTY(WS-PO-IDX)  LINE AUX-LINE-POS COL 45
               DISPLAY WS-PO-RECEIVED(WS-PO-IDX)
                                             LINE AUX-LINE-POS COL 51
               PERFORM CALC-PO-UNIT-COST
               MOVE WS-SIV-PO-PRICE TO WS-SIV-PRICE-Z
               DISPLAY WS-SIV-PRICE-Z        LINE AUX-LINE-POS COL 56
               DISPLAY WS-PO-STATUS(WS-PO-IDX)
                                             LINE AUX-LINE-POS COL 66
               ADD 1 TO AUX-LINE-POS
           END-IF.

       FIND-PO-BY-NBR.
           IF WS-PO-NBR(WS-PO-IDX) = WS-PO-ASK-NBR
               MOVE WS-PO-IDX TO WS-PO-SEL
           END-IF.

      *>   Costo pactado de la orden WS-PO-SEL; una orden vieja sin
      *>   costo se valua al precio de lista, como su pasivo.
       CALC-PO-UNIT-COST.
           MOVE WS-PO-UNIT-COST(WS-PO-SEL) TO WS-SIV-PO-PRICE.
           IF WS-SIV-PO-PRICE = 0
               MOVE WS-PO-ITEM(WS-PO-SEL) TO AUX-99
               MOVE PRICE(AUX-99) TO WS-SIV-PO-PRICE
           END-IF.

      *>   Cantidad ya facturada contra la orden WS-PO-SEL.
       SUM-PO-INVOICED.
           MOVE 0 TO WS-SIV-PRIOR-QTY.
           PERFORM ADD-ONE-PO-INVOICED
               VARYING WS-SIV-IDX FROM 1 BY 1
               UNTIL WS-SIV-IDX > WS-SIV-COUNT.

       ADD-ONE-PO-INVOICED.
           IF WS-SIV-PO-NBR(WS-SIV-IDX) = WS-PO-NBR(WS-PO-SEL)
              AND WS-SIV-STATUS(WS-SIV-IDX) NOT = "X"
               ADD WS-SIV-QTY(WS-SIV-IDX) TO WS-SIV-PRIOR-QTY
           END-IF.

      *>   Cotejo en tres vias de la factura tipeada contra la orden
      *>   WS-PO-SEL; el primer desvio encontrado queda como motivo
      *>   en WS-SIV-REASON (blancos = cuadra).
       MATCH-SUPPLIER-INVOICE.
           MOVE SPACES TO WS-SIV-REASON.
           PERFORM SUM-PO-INVOICED.
           COMPUTE WS-SIV-TOTAL-QTY =
               WS-SIV-PRIOR-QTY + WS-SIV-ASK-QTY.
           PERFORM CALC-PO-UNIT-COST.
           COMPUTE WS-SIV-PRICE-LIMIT ROUNDED =
               WS-SIV-PO-PRICE * (100 + CTE-SIV-PRICE-TOL) / 100.
           EVALUATE TRUE
               WHEN WS-SIV-ASK-SUPPLIER NOT =
                    WS-PO-SUPPLIER(WS-PO-SEL)
                   MOVE "SP" TO WS-SIV-REASON
               WHEN WS-SIV-TOTAL-QTY >
                    WS-PO-QTY(WS-PO-SEL) + CTE-SIV-QTY-TOL
                   MOVE "QO" TO WS-SIV-REASON
               WHEN WS-SIV-TOTAL-QTY >
                    WS-PO-RECEIVED(WS-PO-SEL) + CTE-SIV-QTY-TOL
                   MOVE "QR" TO WS-SIV-REASON
               WHEN WS-SIV-ASK-PRICE > WS-SIV-PRICE-LIMIT
                   MOVE "PR" TO WS-SIV-REASON
           END-EVALUATE.

       LOG-SIV-HOLD.
           OPEN EXTEND EXCEPTION-LOG-FILE.
           IF WS-ERRLOG-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ERRLOG-TIMESTAMP.
           MOVE "04-ManchesterShopping"     TO ERRLOG-PROGRAM.
           MOVE WS-SIV-ASK-PRICE TO WS-SIV-PRICE-Z.
           MOVE SPACES TO ERRLOG-DESC.
           STRING "SUP INVOICE " WS-SIV-NBR(WS-SIV-IDX)
                  " PO " WS-PO-NBR(WS-PO-SEL)
                  " HELD " WS-SIV-REASON
                  ": QTY " WS-SIV-ASK-QTY
                  " ORD " WS-PO-QTY(WS-PO-SEL)
                  " RCV " WS-PO-RECEIVED(WS-PO-SEL)
                  " PRICE " WS-SIV-PRICE-Z
                  DELIMITED BY SIZE INTO ERRLOG-DESC.
           MOVE "WARN" TO ERRLOG-SEVERITY.
           WRITE EXCPLOG-RECORD.
           CLOSE EXCEPTION-LOG-FILE.

      *>   Retenidas: se listan con su motivo y se aprueban (pasan
      *>   a la corrida de pagos) o se rechazan (su cantidad deja
      *>   de contar como facturada).
       SUPPLIER-INVOICE-HOLDS.
           PERFORM CARGA-SUPINVS.
           PERFORM CLEAR-INFO-SCREEN.
           IF WS-SIV-OVERFLOW
               MOVE "Supplier invoice file too large - call IT."
                   TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO SUPPLIER-INVOICE-HOLDS-END
           END-IF.
           DISPLAY "HELD SUPPLIER INVOICES" LINE 12 COL 5.
           DISPLAY "NBR   SUP INVOICE      PO    QTY  UNIT PRICE"
                                            LINE 13 COL 5.
           DISPLAY "AMOUNT     WHY"         LINE 13 COL 56.
           MOVE 14 TO AUX-LINE-POS.
           PERFORM SHOW-ONE-HELD-INVOICE
               VARYING WS-SIV-IDX FROM 1 BY 1
               UNTIL WS-SIV-IDX > WS-SIV-COUNT
                  OR AUX-LINE-POS > 23.
           IF AUX-LINE-POS = 14
               MOVE "No invoices on hold." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO SUPPLIER-INVOICE-HOLDS-END
           END-IF.
           DISPLAY "Why: SP supplier / QO over ordered / QR over"
                                            LINE 24 COL 5.
           DISPLAY "received / PR price over tolerance"
                                            LINE 24 COL 50.
           DISPLAY "Invoice nbr: "          LINE 25 COL 5.
           MOVE 0 TO WS-SIV-ASK-NBR.
           ACCEPT WS-SIV-ASK-NBR            LINE 25 COL 19 PROMPT.
           MOVE 0 TO WS-SIV-SEL.
           PERFORM FIND-HELD-INVOICE
               VARYING WS-SIV-IDX FROM 1 BY 1
               UNTIL WS-SIV-IDX > WS-SIV-COUNT.
           IF WS-SIV-SEL = 0
               MOVE "No held invoice with that number." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO SUPPLIER-INVOICE-HOLDS-END
           END-IF.
           DISPLAY "[A] Approve  [R] Reject: " LINE 26 COL 5.
           MOVE SPACE TO AUX-BOOL.
           ACCEPT AUX-BOOL                  LINE 26 COL 31 PROMPT.
           MOVE FUNCTION UPPER-CASE(AUX-BOOL) TO AUX-BOOL.
           EVALUATE AUX-BOOL
               WHEN "A"
                   MOVE "A" TO WS-SIV-STATUS(WS-SIV-SEL)
                   MOVE WS-TODAY-DATE
                       TO WS-SIV-APPROVED-DATE(WS-SIV-SEL)
                   PERFORM SAVE-SUPINVS
                   MOVE "Invoice approved for payment." TO AUX-MSG
               WHEN "R"
                   MOVE "X" TO WS-SIV-STATUS(WS-SIV-SEL)
                   PERFORM SAVE-SUPINVS
                   MOVE "Invoice rejected - back to the supplier."
                       TO AUX-MSG
               WHEN OTHER
                   MOVE "No change." TO AUX-MSG
           END-EVALUATE.
           PERFORM SHOW-INFO-MSG.
       SUPPLIER-INVOICE-HOLDS-END.
           EXIT.

       SHOW-ONE-HELD-INVOICE.
           IF WS-SIV-STATUS(WS-SIV-IDX) = "H"
               DISPLAY WS-SIV-NBR(WS-SIV-IDX) LINE AUX-LINE-POS COL 5
               DISPLAY WS-SIV-SUPPLIER(WS-SIV-IDX)
                                              LINE AUX-LINE-POS COL 11
               DISPLAY WS-SIV-SUP-REF(WS-SIV-IDX)
                                              LINE AUX-LINE-POS COL 15
               DISPLAY WS-SIV-PO-NBR(WS-SIV-IDX)
                                              LINE AUX-LINE-POS COL 28
               DISPLAY WS-SIV-QTY(WS-SIV-IDX) LINE AUX-LINE-POS COL 34
               MOVE WS-SIV-UNIT-PRICE(WS-SIV-IDX) TO WS-SIV-PRICE-Z
               DISPLAY WS-SIV-PRICE-Z         LINE AUX-LINE-POS COL 39
               MOVE WS-SIV-AMOUNT(WS-SIV-IDX) TO WS-SIV-AMOUNT-Z
               DISPLAY WS-SIV-AMOUNT-Z        LINE AUX-LINE-POS COL 50
               DISPLAY WS-SIV-HOLD-REASON(WS-SIV-IDX)
                                              LINE AUX-LINE-POS COL 62
               ADD 1 TO AUX-LINE-POS
           END-IF.

       FIND-HELD-INVOICE.
           IF WS-SIV-NBR(WS-SIV-IDX) = WS-SIV-ASK-NBR
              AND WS-SIV-STATUS(WS-SIV-IDX) = "H"
               MOVE WS-SIV-IDX TO WS-SIV-SEL
           END-IF.

      *>   Agrega un asiento al extracto compartido (GLEXTRACT), usando
      *>   GL-AMOUNT/GL-ACCOUNT cargados por el paragrafo que lo invoca.
       LOG-GLENTRY.
