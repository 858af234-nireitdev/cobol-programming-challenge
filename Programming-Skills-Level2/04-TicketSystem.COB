      *>                    writer and catalogued in RPTCATLG for
      *>                    the RPTVIEW reprinter - the screen
      *>                    stays, the file is the record.
      *>   2026-10-15  jrm  Premier League home fixtures now arrive
      *>                    as events from Batch/FIXTEVT, which also
      *>                    issues each paid season-ticket holder's
      *>                    seat for every fixture as a SOLDSEATS row
      *>                    stamped SEASONyyyy at no charge (so the
      *>                    gate admits them and the seat never goes
      *>                    on general sale). Those rows load with
      *>                    price zero and REFUND-TICKET refuses
      *>                    them: the money was taken with the season
      *>                    ticket.
      *>   2026-10-15  jrm  Transfer and resale between members: the
      *>                    new [8] desk passes a sold, unadmitted
      *>                    seat to another MEMBERSFILE member, or
      *>                    lists it in TIXRESALE at no more than the
      *>                    RESALEPARM cap on the price paid; when
      *>                    another member buys it the seller is
      *>                    credited the price less the resale fee,
      *>                    which posts to GLEXTRACT as RESALE-FEE-
      *>                    EVT-nnn. Every step lands in SESAUDIT.
      *>                    The gate now asks for the holder's
      *>                    username and admits only the current
      *>                    holder (and no seat still listed). Season
      *>                    seats transfer only with a paid
      *>                    subscription and only from or back to the
      *>                    subscriber, and are never resold. A
      *>                    listed or resold seat is not refundable.
      *>   2026-10-15  jrm  An event settled with its promoter by
      *>                    Batch/EVTSETL (listed in EVTSETTLE) is
      *>                    closed to refunds.
      *>   2026-10-15  jrm  Withdrawn and resold TIXRESALE rows of
      *>                    events already played are dropped at
      *>                    load. A TIXRESALE or EVTSETTLE too large
      *>                    for its table closes the resale desk or
      *>                    refunds instead of losing rows.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 04-TicketSystem.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STXREL-STATUS.

           SELECT RESALE-FILE ASSIGN TO "TIXRESALE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESALE-STATUS.

           SELECT RESALEPARM-FILE ASSIGN TO "RESALEPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSLPARM-STATUS.

           SELECT SETTLE-FILE ASSIGN TO "EVTSETTLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBERS-FILE.
       FD  STXRELDAYS-FILE.
       01  STXRELDAYS-RECORD    PIC 9(3).

      *>   Reventa entre miembros: un asiento vendido ofrecido por
      *>   su titular a precio tope. "L" publicado / "S" revendido
      *>   / "W" retirado. Las filas cerradas quedan de historia.
       FD  RESALE-FILE.
       01  RESALE-RECORD.
           05  RSL-EVENT        PIC 9(3).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  RSL-SEAT         PIC 9(5).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  RSL-SELLER       PIC 9(3).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  RSL-ASK          PIC 9(4).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  RSL-LISTED       PIC X(12).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  RSL-STATUS       PIC X(1).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  RSL-BUYER        PIC 9(3).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  RSL-FEE          PIC 9(4).

      *>   Tope de reventa (% del precio pagado) y comision de
      *>   reventa (% del precio pedido). Layout: CCC FF.
       FD  RESALEPARM-FILE.
       01  RESALEPARM-RECORD.
           05  RPM-CAP-PCT      PIC 9(3).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  RPM-FEE-PCT      PIC 9(2).

      *>   Eventos ya liquidados al promotor (Batch/EVTSETL): no se
      *>   reembolsan mas.
       FD  SETTLE-FILE.
           COPY EVTSETL.

       FD  EXCEPTION-LOG-FILE.
           COPY ERRLOG.

       01  WS-REL-COUNT     PIC 9(3).
       01  WS-REL-COUNT-Z   PIC ZZ9.

      *>   Transferencia y reventa de asientos entre miembros.
       01  WS-RESALE-STATUS PIC XX.
       01  WS-RSLPARM-STATUS PIC XX.
       01  WS-RSL-TABLE.
           05  WS-RSL-COUNT PIC 9(3) VALUE 0.
           05  WS-RSL-R OCCURS 500 TIMES.
               10  WS-RSL-EVENT  PIC 9(3).
               10  WS-RSL-SEAT   PIC 9(5).
               10  WS-RSL-SELLER PIC 9(3).
               10  WS-RSL-ASK    PIC 9(4).
               10  WS-RSL-LISTED PIC X(12).
               10  WS-RSL-STATUS PIC X.
               10  WS-RSL-BUYER  PIC 9(3).
               10  WS-RSL-FEE    PIC 9(4).
       01  WS-RSL-IDX       PIC 9(3).
       01  WS-RSL-SEL       PIC 9(3).
       01  WS-RSL-RESOLD-SW PIC X.
           88  WS-RSL-RESOLD    VALUE "Y".
      *>   Publicaciones que no entraron en la tabla: no se regraba.
       01  WS-RSL-OVERFLOW-SW PIC X VALUE "N".
           88  WS-RSL-OVERFLOW    VALUE "Y".
       01  WS-RSL-PLAYED-SW PIC X.
           88  WS-RSL-PLAYED    VALUE "Y".
       01  WS-RSL-CAP-PCT   PIC 9(3) VALUE 100.
       01  WS-RSL-FEE-PCT   PIC 9(2) VALUE 10.
       01  WS-RSL-MAX       PIC 9(4).
       01  WS-RSL-ASK-IN    PIC 9(4).
       01  WS-RSL-FEE-AMT   PIC 9(4).
       01  WS-RSL-CREDIT    PIC 9(4).
       01  WS-XFER-OPTION   PIC X.
       01  WS-XFER-OK-SW    PIC X.
           88  WS-XFER-OK       VALUE "Y".
       01  WS-XFER-USER     PIC X(10).
       01  WS-XFER-MEMBER   PIC 9(5).
       01  WS-GATE-USER     PIC X(10).

      *>   Eventos liquidados al promotor (EVTSETTLE).
       01  WS-SETTLE-STATUS PIC XX.
       01  WS-SETL-TABLE.
           05  WS-SETL-COUNT PIC 9(3) VALUE 0.
           05  WS-SETL-EVENT OCCURS 500 TIMES PIC 9(3).
       01  WS-SETL-IDX      PIC 9(3).
       01  WS-SETL-SW       PIC X.
           88  WS-EVENT-SETTLED VALUE "Y".
       01  WS-SETL-OVERFLOW-SW PIC X VALUE "N".
           88  WS-SETL-OVERFLOW    VALUE "Y".




           MOVE WS-TODAY-DATE(1:4) TO WS-THIS-SEASON.
           PERFORM CARGA-SEASONTIX.
           PERFORM CARGA-STXRELDAYS.
           PERFORM CARGA-RESALE.
           PERFORM CARGA-RESALEPARM.
           PERFORM CARGA-EVTSETTLE.
           PERFORM CHECK-BATCH-PARM.
           IF IS-BATCH-RUN
               PERFORM BATCH-RUN
                                   WS-SLD-MEMBER(WS-SOLD-COUNT)
                               MOVE SLD-PURCHDATE TO
                                   WS-SLD-PURCHDATE(WS-SOLD-COUNT)
                               EVALUATE TRUE
                                   WHEN SLD-PRICE IS NUMERIC
                                        AND SLD-PRICE > 0
                                       MOVE SLD-PRICE TO
                                         WS-SLD-PRICE(WS-SOLD-COUNT)
      *>                           Asiento de abonado emitido por
      *>                           Batch/FIXTEVT: ya lo pago el
      *>                           abono, el partido no suma.
                                   WHEN SLD-PURCHDATE(1:6) = "SEASON"
                                       MOVE 0 TO
                                         WS-SLD-PRICE(WS-SOLD-COUNT)
      *>                           Fila vieja sin precio: rige la
      *>                           tarifa historica de su tipo.
                                   WHEN OTHER
                                       MOVE COSTSEAT(ID-TYPESEAT(
                                           SLD-SEAT)) TO
                                         WS-SLD-PRICE(WS-SOLD-COUNT)
                               END-EVALUATE
                               IF SLD-ADMIT = "A"
                                   MOVE "A" TO
                                       WS-SLD-ADMIT(WS-SOLD-COUNT)
                   "[5] Season tickets"                 LINE 11 COL 5
                   "[6] Gate admission (event day)"     LINE 12 COL 5
                   "[7] Attendance reconciliation"      LINE 13 COL 5
                   "[8] Transfer / resale a ticket"     LINE 14 COL 5
                   "[9] Exit"                           LINE 15 COL 5
                   "Option: "                            LINE 16 COL 5
                   .
           ACCEPT MENU-OPTION                           LINE 16 COL 14.
           EVALUATE MENU-OPTION
               WHEN 1
                   PERFORM SELECT-EVENT THRU SELECT-EVENT-END
                   IF WS-EVENT-OK
                       PERFORM ATTENDANCE-RECON-REPORT
                   END-IF
               WHEN 8
      *>              Se transfiere/revende hasta el dia del evento:
      *>              sin control de ventana de venta.
                   PERFORM GATE-SELECT-EVENT
                       THRU GATE-SELECT-EVENT-END
                   IF WS-EVENT-OK
                       PERFORM TRANSFER-RESALE-DESK
                           THRU TRANSFER-RESALE-DESK-END
                   END-IF
               WHEN 9
                   MOVE "SIGNOFF" TO WS-AUD-ACTION
                   MOVE SPACES TO WS-AUD-DETAIL
      *>   *************************************************************
       REFUND-TICKET.
           PERFORM CLEAR-SCREEN.
      *>      Sin la lista completa de liquidados no se reembolsa.
           IF WS-SETL-OVERFLOW
               MOVE "SETTLED EVENTS LIST TOO LARGE - CALL IT."
                   TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO REFUND-TICKET-END
           END-IF.
      *>      Evento ya liquidado al promotor: cerrado a reembolsos.
           MOVE "N" TO WS-SETL-SW.
           PERFORM MATCH-SETTLED-EVENT
               VARYING WS-SETL-IDX FROM 1 BY 1
               UNTIL WS-SETL-IDX > WS-SETL-COUNT.
           IF WS-EVENT-SETTLED
               MOVE "EVENT SETTLED WITH THE PROMOTER - NO REFUNDS."
                   TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO REFUND-TICKET-END
           END-IF.
           DISPLAY "Enter seat number to refund:" LINE 6 COL 5.
           MOVE 0 TO WS-REFUND-SEAT-Z.
           ACCEPT WS-REFUND-SEAT-Z LINE 6 COL 36 PROMPT.
               GO TO REFUND-TICKET-END
           END-IF.

      *>      El asiento del abonado se cobro con el abono: no se
      *>      reembolsa por partido.
           IF WS-SLD-PURCHDATE(WS-SOLD-SEL)(1:6) = "SEASON"
               MOVE "SEASON-TICKET SEAT - NOT REFUNDABLE HERE."
                   TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO REFUND-TICKET-END
           END-IF.

      *>      Un asiento publicado para reventa se retira primero; uno
      *>      ya revendido no vuelve a la venta general (el que lo
      *>      compro pago al vendedor, no a la casa).
           PERFORM FIND-RESALE-LISTING.
           IF WS-RSL-SEL > 0
               MOVE "SEAT IS LISTED FOR RESALE - WITHDRAW IT FIRST."
                   TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO REFUND-TICKET-END
           END-IF.
           IF WS-RSL-RESOLD
               MOVE "RESOLD SEAT - NOT REFUNDABLE, LIST IT INSTEAD."
                   TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO REFUND-TICKET-END
           END-IF.

      *>      Se devuelve lo que efectivamente se cobro.
           IF WS-SLD-PRICE(WS-SOLD-SEL) > 0
               MOVE WS-SLD-PRICE(WS-SOLD-SEL) TO WS-REFUND-AMOUNT
               DISPLAY WS-SLD-ADMIT-TS(WS-SOLD-SEL) LINE 8 COL 41
               GO TO GATE-ONE-SCAN
           END-IF.
      *>      Entra solo el titular actual del asiento (puede haber
      *>      cambiado por transferencia o reventa), y no un asiento
      *>      que sigue publicado para reventa.
           PERFORM FIND-RESALE-LISTING.
           IF WS-RSL-SEL > 0
               ADD 1 TO WS-GATE-REJECTED
               DISPLAY "REJECTED: SEAT IS LISTED FOR RESALE.     "
                                                    LINE 8 COL 5
               GO TO GATE-ONE-SCAN
           END-IF.
           DISPLAY "Holder username: "              LINE 7 COL 5.
           MOVE SPACES TO WS-GATE-USER.
           ACCEPT WS-GATE-USER                      LINE 7 COL 37
                                                    PROMPT.
           IF WS-SLD-MEMBER(WS-SOLD-SEL) = 0
              OR WS-SLD-MEMBER(WS-SOLD-SEL) > WS-MEMBER-COUNT
              OR USERNAME(WS-SLD-MEMBER(WS-SOLD-SEL))
                 NOT = WS-GATE-USER
               ADD 1 TO WS-GATE-REJECTED
               DISPLAY "REJECTED: NOT THE CURRENT TICKET HOLDER. "
                                                    LINE 8 COL 5
               MOVE SPACES TO AUX-MSG
               STRING "GATE: SEAT " WS-GATE-SEAT
                      " EVT " WS-CURRENT-EVENT
                      " SCANNED BY NON-HOLDER " WS-GATE-USER
                      DELIMITED BY SIZE INTO AUX-MSG
               PERFORM LOG-ERROR
               GO TO GATE-ONE-SCAN
           END-IF.
           MOVE "A" TO WS-SLD-ADMIT(WS-SOLD-SEL).
           MOVE FUNCTION CURRENT-DATE(1:12)
               TO WS-SLD-ADMIT-TS(WS-SOLD-SEL).
           END-PERFORM.
           PERFORM MENU-DISPLAYCONTINUE.

      *>   *************************************************************
      *>   Transferencia y reventa entre miembros. El titular de un
      *>   asiento vendido (no admitido) puede pasarlo a otro miembro
      *>   del padron, o publicarlo a un precio que no supere el tope
      *>   de RESALEPARM sobre lo que pago; cuando otro miembro lo
      *>   compra, al vendedor se le acredita el precio menos la
      *>   comision de reventa, que va al mayor como
      *>   RESALE-FEE-EVT-nnn. Todo queda en SESAUDIT. El asiento
      *>   del abonado sigue las reglas de SEASONTIX: solo se
      *>   transfiere con el abono pago, y solo desde o hacia el
      *>   abonado; no se revende (no tiene precio por partido).
      *>   *************************************************************
       TRANSFER-RESALE-DESK.
           PERFORM CLEAR-SCREEN.
           DISPLAY "TRANSFER / RESALE - EVENT " LINE 4 COL 5 REVERSED.
           DISPLAY WS-CURRENT-EVENT             LINE 4 COL 32 REVERSED.
           DISPLAY "[T] Transfer my seat to a member" LINE 6 COL 5
                   "[L] List my seat for resale"      LINE 7 COL 5
                   "[W] Withdraw my resale listing"   LINE 8 COL 5
                   "[B] Buy a seat on resale"         LINE 9 COL 5
                   "Option: "                         LINE 11 COL 5.
      *>      Sin todas las publicaciones no se sabe que asiento esta
      *>      a la venta; TIXRESALE no se regraba.
           IF WS-RSL-OVERFLOW
               MOVE "RESALE FILE TOO LARGE - DESK CLOSED, CALL IT."
                   TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO TRANSFER-RESALE-DESK-END
           END-IF.
           ACCEPT WS-XFER-OPTION                      LINE 11 COL 14
                                                      PROMPT.
           EVALUATE WS-XFER-OPTION
               WHEN "T"
               WHEN "t"
                   PERFORM TRANSFER-SEAT THRU TRANSFER-SEAT-END
               WHEN "L"
               WHEN "l"
                   PERFORM RESALE-LIST-SEAT
                       THRU RESALE-LIST-SEAT-END
               WHEN "W"
               WHEN "w"
                   PERFORM RESALE-WITHDRAW THRU RESALE-WITHDRAW-END
               WHEN "B"
               WHEN "b"
                   PERFORM RESALE-BUY-SEAT THRU RESALE-BUY-SEAT-END
               WHEN OTHER
                   MOVE "INVALID OPTION. CHOOSE AGAIN." TO AUX-MSG
                   PERFORM SHOW-INFO-MSG
           END-EVALUATE.
       TRANSFER-RESALE-DESK-END.
           EXIT.

      *>   Pide un asiento del evento en curso y verifica que sea del
      *>   miembro logueado y que no haya pasado ya por la puerta.
      *>   Deja WS-SOLD-SEL y WS-XFER-OK-SW.
       ASK-HOLDER-SEAT.
           MOVE "N" TO WS-XFER-OK-SW.
           DISPLAY "Your seat number: " LINE 13 COL 5.
           MOVE 0 TO AUX-SEAT-Z.
           ACCEPT AUX-SEAT-Z            LINE 13 COL 24 PROMPT.
           MOVE AUX-SEAT-Z TO AUX-SEAT.
           IF AUX-SEAT = 0 OR AUX-SEAT > CTE-MAXTOTALSEATS
               MOVE "INVALID SEAT NUMBER." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO ASK-HOLDER-SEAT-END
           END-IF.
           PERFORM FIND-SOLD-SEAT.
           IF WS-SOLD-SEL = 0
               MOVE "THAT SEAT HAS NOT BEEN PURCHASED." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO ASK-HOLDER-SEAT-END
           END-IF.
           IF WS-SLD-MEMBER(WS-SOLD-SEL) NOT = AUX-IDMEMBER
               MOVE "YOU CAN ONLY PASS ON YOUR OWN TICKETS." TO AUX-MSG
               PERFORM LOG-ERROR
               PERFORM SHOW-INFO-MSG
               GO TO ASK-HOLDER-SEAT-END
           END-IF.
           IF WS-SLD-ADMIT(WS-SOLD-SEL) = "A"
               MOVE "SEAT ALREADY ADMITTED AT THE GATE." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO ASK-HOLDER-SEAT-END
           END-IF.
           MOVE "Y" TO WS-XFER-OK-SW.
       ASK-HOLDER-SEAT-END.
           EXIT.

       TRANSFER-SEAT.
           PERFORM ASK-HOLDER-SEAT THRU ASK-HOLDER-SEAT-END.
           IF NOT WS-XFER-OK
               GO TO TRANSFER-SEAT-END
           END-IF.
           PERFORM FIND-RESALE-LISTING.
           IF WS-RSL-SEL > 0
               MOVE "SEAT IS LISTED FOR RESALE - WITHDRAW IT FIRST."
                   TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO TRANSFER-SEAT-END
           END-IF.
           DISPLAY "Transfer to username: " LINE 14 COL 5.
           MOVE SPACES TO WS-XFER-USER.
           ACCEPT WS-XFER-USER              LINE 14 COL 28 PROMPT.
           MOVE 0 TO WS-XFER-MEMBER.
           PERFORM MATCH-MEMBER-NAME
               VARYING IDXUSER FROM 1 BY 1
               UNTIL IDXUSER > WS-MEMBER-COUNT.
      *>      SLD-MEMBER es de 3 digitos: mas alla no hay titular.
           IF WS-XFER-MEMBER = 0 OR WS-XFER-MEMBER > 999
               MOVE "UNKNOWN MEMBER USERNAME." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO TRANSFER-SEAT-END
           END-IF.
           IF WS-XFER-MEMBER = AUX-IDMEMBER
               MOVE "THAT SEAT IS ALREADY YOURS." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO TRANSFER-SEAT-END
           END-IF.
           PERFORM CHECK-SEASON-TRANSFER
               THRU CHECK-SEASON-TRANSFER-EXIT.
           IF NOT WS-XFER-OK
               PERFORM SHOW-INFO-MSG
               GO TO TRANSFER-SEAT-END
           END-IF.
           MOVE SPACES TO AUX-MSG.
           STRING "TRANSFER SEAT " AUX-SEAT-Z " TO " WS-XFER-USER "?"
                  DELIMITED BY SIZE INTO AUX-MSG.
           PERFORM SHOW-INFO-MSG-YES_NO.
           IF RETURN-MSG-YES_NO NOT = "Y"
               GO TO TRANSFER-SEAT-END
           END-IF.
           MOVE WS-XFER-MEMBER TO WS-SLD-MEMBER(WS-SOLD-SEL).
           PERFORM SAVE-SOLDSEATS.
           MOVE "TRANSFER" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "SEAT " AUX-SEAT
                  " EVT " WS-CURRENT-EVENT
                  " TO " WS-XFER-USER
                  DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           PERFORM LOG-ACTIVITY.
           MOVE "SEAT TRANSFERRED." TO AUX-MSG.
           PERFORM SHOW-INFO-MSG.
       TRANSFER-SEAT-END.
           EXIT.

       MATCH-MEMBER-NAME.
           IF WS-XFER-MEMBER = 0
              AND USERNAME(IDXUSER) = WS-XFER-USER
               SET WS-XFER-MEMBER TO IDXUSER
           END-IF.

      *>   Reglas de SEASONTIX para la fila SEASONyyyy del abonado:
      *>   el abono tiene que estar pago ("A"), y el asiento sale del
      *>   abonado o vuelve a el - el abono en si no cambia de manos.
       CHECK-SEASON-TRANSFER.
           MOVE "Y" TO WS-XFER-OK-SW.
           IF WS-SLD-PURCHDATE(WS-SOLD-SEL)(1:6) NOT = "SEASON"
               GO TO CHECK-SEASON-TRANSFER-EXIT
           END-IF.
           MOVE AUX-SEAT TO WS-STIX-SEAT.
           PERFORM FIND-SEASON-SEAT.
           IF WS-STX-SEL = 0
               MOVE "N" TO WS-XFER-OK-SW
               MOVE "SEASON SEAT WITHOUT A LIVE SUBSCRIPTION."
                   TO AUX-MSG
               GO TO CHECK-SEASON-TRANSFER-EXIT
           END-IF.
           IF WS-STX-STATUS(WS-STX-SEL) NOT = "A"
               MOVE "N" TO WS-XFER-OK-SW
               MOVE "SEASON RENEWAL UNPAID - SEAT NOT TRANSFERABLE."
                   TO AUX-MSG
               GO TO CHECK-SEASON-TRANSFER-EXIT
           END-IF.
           IF WS-STX-MEMBER(WS-STX-SEL) NOT = AUX-IDMEMBER
              AND WS-STX-MEMBER(WS-STX-SEL) NOT = WS-XFER-MEMBER
               MOVE "N" TO WS-XFER-OK-SW
               MOVE "SEASON SEAT CAN ONLY GO BACK TO ITS SUBSCRIBER."
                   TO AUX-MSG
           END-IF.
       CHECK-SEASON-TRANSFER-EXIT.
           EXIT.

       RESALE-LIST-SEAT.
           PERFORM ASK-HOLDER-SEAT THRU ASK-HOLDER-SEAT-END.
           IF NOT WS-XFER-OK
               GO TO RESALE-LIST-SEAT-END
           END-IF.
           IF WS-SLD-PURCHDATE(WS-SOLD-SEL)(1:6) = "SEASON"
              OR WS-SLD-PRICE(WS-SOLD-SEL) = 0
               MOVE "SEASON-TICKET SEAT - NOT FOR RESALE." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO RESALE-LIST-SEAT-END
           END-IF.
           PERFORM FIND-RESALE-LISTING.
           IF WS-RSL-SEL > 0
               MOVE "SEAT IS ALREADY LISTED FOR RESALE." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO RESALE-LIST-SEAT-END
           END-IF.
           IF WS-RSL-COUNT NOT < 500
               MOVE "TOO MANY SEATS ON RESALE - TRY AGAIN LATER."
                   TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO RESALE-LIST-SEAT-END
           END-IF.
      *>      Tope: porcentaje de RESALEPARM sobre lo que se pago.
           COMPUTE WS-RSL-MAX =
               WS-SLD-PRICE(WS-SOLD-SEL) * WS-RSL-CAP-PCT / 100.
           DISPLAY "Asking price (max L$     ): " LINE 14 COL 5.
           DISPLAY WS-RSL-MAX                     LINE 14 COL 26.
           MOVE 0 TO WS-RSL-ASK-IN.
           ACCEPT WS-RSL-ASK-IN                   LINE 14 COL 34
                                                  PROMPT.
           IF WS-RSL-ASK-IN = 0 OR WS-RSL-ASK-IN > WS-RSL-MAX
               MOVE "ASKING PRICE OUTSIDE THE RESALE CAP." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO RESALE-LIST-SEAT-END
           END-IF.
           ADD 1 TO WS-RSL-COUNT.
           MOVE WS-CURRENT-EVENT TO WS-RSL-EVENT(WS-RSL-COUNT).
           MOVE AUX-SEAT         TO WS-RSL-SEAT(WS-RSL-COUNT).
           MOVE AUX-IDMEMBER     TO WS-RSL-SELLER(WS-RSL-COUNT).
           MOVE WS-RSL-ASK-IN    TO WS-RSL-ASK(WS-RSL-COUNT).
           MOVE FUNCTION CURRENT-DATE(1:12)
               TO WS-RSL-LISTED(WS-RSL-COUNT).
           MOVE "L"              TO WS-RSL-STATUS(WS-RSL-COUNT).
           MOVE 0                TO WS-RSL-BUYER(WS-RSL-COUNT).
           MOVE 0                TO WS-RSL-FEE(WS-RSL-COUNT).
           PERFORM SAVE-RESALE.
           MOVE "RESALELIST" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "SEAT " AUX-SEAT
                  " EVT " WS-CURRENT-EVENT
                  " L$ " WS-RSL-ASK-IN
                  DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           PERFORM LOG-ACTIVITY.
           MOVE "SEAT LISTED FOR RESALE." TO AUX-MSG.
           PERFORM SHOW-INFO-MSG.
       RESALE-LIST-SEAT-END.
           EXIT.

       RESALE-WITHDRAW.
           PERFORM ASK-HOLDER-SEAT THRU ASK-HOLDER-SEAT-END.
           IF NOT WS-XFER-OK
               GO TO RESALE-WITHDRAW-END
           END-IF.
           PERFORM FIND-RESALE-LISTING.
           IF WS-RSL-SEL = 0
               MOVE "SEAT IS NOT LISTED FOR RESALE." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO RESALE-WITHDRAW-END
           END-IF.
           MOVE "W" TO WS-RSL-STATUS(WS-RSL-SEL).
           PERFORM SAVE-RESALE.
           MOVE "RESALEWDR" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "SEAT " AUX-SEAT
                  " EVT " WS-CURRENT-EVENT
                  DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           PERFORM LOG-ACTIVITY.
           MOVE "RESALE LISTING WITHDRAWN." TO AUX-MSG.
           PERFORM SHOW-INFO-MSG.
       RESALE-WITHDRAW-END.
           EXIT.

      *>   Compra de un asiento publicado: el comprador pasa a ser
      *>   el titular; al vendedor se le acredita el precio menos la
      *>   comision, y la comision va al mayor.
       RESALE-BUY-SEAT.
           DISPLAY "SEAT   ASKING L$" LINE 13 COL 5.
           MOVE 14 TO AUX-LINE-POS.
           PERFORM SHOW-ONE-LISTING
               VARYING WS-RSL-IDX FROM 1 BY 1
               UNTIL WS-RSL-IDX > WS-RSL-COUNT.
           IF AUX-LINE-POS = 14
               MOVE "NO SEATS ON RESALE FOR THIS EVENT." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO RESALE-BUY-SEAT-END
           END-IF.
           DISPLAY "Seat number to buy: " LINE 20 COL 5.
           MOVE 0 TO AUX-SEAT-Z.
           ACCEPT AUX-SEAT-Z              LINE 20 COL 26 PROMPT.
           MOVE AUX-SEAT-Z TO AUX-SEAT.
           PERFORM FIND-RESALE-LISTING.
           IF WS-RSL-SEL = 0
               MOVE "SEAT IS NOT LISTED FOR RESALE." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO RESALE-BUY-SEAT-END
           END-IF.
           IF WS-RSL-SELLER(WS-RSL-SEL) = AUX-IDMEMBER
               MOVE "YOU CANNOT BUY YOUR OWN LISTING." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO RESALE-BUY-SEAT-END
           END-IF.
      *>      La publicacion vale mientras el vendedor siga siendo el
      *>      titular y el asiento no haya entrado; si no, se cae.
           PERFORM FIND-SOLD-SEAT.
           IF WS-SOLD-SEL = 0
              OR WS-SLD-MEMBER(WS-SOLD-SEL) NOT =
                 WS-RSL-SELLER(WS-RSL-SEL)
              OR WS-SLD-ADMIT(WS-SOLD-SEL) = "A"
               MOVE "W" TO WS-RSL-STATUS(WS-RSL-SEL)
               PERFORM SAVE-RESALE
               MOVE "LISTING NO LONGER VALID - WITHDRAWN." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO RESALE-BUY-SEAT-END
           END-IF.
           MOVE SPACES TO AUX-MSG.
           STRING "BUY SEAT " AUX-SEAT-Z " FOR L$ "
                  WS-RSL-ASK(WS-RSL-SEL) "?"
                  DELIMITED BY SIZE INTO AUX-MSG.
           PERFORM SHOW-INFO-MSG-YES_NO.
           IF RETURN-MSG-YES_NO NOT = "Y"
               GO TO RESALE-BUY-SEAT-END
           END-IF.
           COMPUTE WS-RSL-FEE-AMT ROUNDED =
               WS-RSL-ASK(WS-RSL-SEL) * WS-RSL-FEE-PCT / 100.
           COMPUTE WS-RSL-CREDIT =
               WS-RSL-ASK(WS-RSL-SEL) - WS-RSL-FEE-AMT.
           MOVE AUX-IDMEMBER TO WS-SLD-MEMBER(WS-SOLD-SEL).
           PERFORM SAVE-SOLDSEATS.
           MOVE "S"            TO WS-RSL-STATUS(WS-RSL-SEL).
           MOVE AUX-IDMEMBER   TO WS-RSL-BUYER(WS-RSL-SEL).
           MOVE WS-RSL-FEE-AMT TO WS-RSL-FEE(WS-RSL-SEL).
           PERFORM SAVE-RESALE.
           IF WS-RSL-FEE-AMT > 0
               MOVE WS-RSL-FEE-AMT TO GL-AMOUNT
               MOVE SPACES TO GL-ACCOUNT
               STRING "RESALE-FEE-EVT-" WS-CURRENT-EVENT
                   DELIMITED BY SIZE INTO GL-ACCOUNT
               PERFORM LOG-GLENTRY
           END-IF.
           MOVE "RESALEBUY" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "SEAT " AUX-SEAT
                  " EVT " WS-CURRENT-EVENT
                  " L$ " WS-RSL-ASK(WS-RSL-SEL)
                  " FEE " WS-RSL-FEE-AMT
                  DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           PERFORM LOG-ACTIVITY.
           MOVE "RESALECR" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "SELLER " USERNAME(WS-RSL-SELLER(WS-RSL-SEL))
                  " CREDIT L$ " WS-RSL-CREDIT
                  DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           PERFORM LOG-ACTIVITY.
           MOVE "RESALE DONE. THE SEAT IS NOW YOURS." TO AUX-MSG.
           PERFORM SHOW-INFO-MSG.
       RESALE-BUY-SEAT-END.
           EXIT.

       SHOW-ONE-LISTING.
           IF WS-RSL-EVENT(WS-RSL-IDX) = WS-CURRENT-EVENT
              AND WS-RSL-STATUS(WS-RSL-IDX) = "L"
              AND AUX-LINE-POS < 20
               DISPLAY WS-RSL-SEAT(WS-RSL-IDX)
                       LINE AUX-LINE-POS COL 5
               DISPLAY WS-RSL-ASK(WS-RSL-IDX)
                       LINE AUX-LINE-POS COL 12
               ADD 1 TO AUX-LINE-POS
           END-IF.

      *>   Publicacion viva ("L") del asiento AUX-SEAT del evento en
      *>   curso en WS-RSL-SEL (0 = no publicado); WS-RSL-RESOLD-SW
      *>   dice si el asiento ya se revendio alguna vez.
       FIND-RESALE-LISTING.
           MOVE 0 TO WS-RSL-SEL.
           MOVE "N" TO WS-RSL-RESOLD-SW.
           PERFORM MATCH-RESALE-LISTING
               VARYING WS-RSL-IDX FROM 1 BY 1
               UNTIL WS-RSL-IDX > WS-RSL-COUNT.

       MATCH-RESALE-LISTING.
           IF WS-RSL-EVENT(WS-RSL-IDX) = WS-CURRENT-EVENT
              AND WS-RSL-SEAT(WS-RSL-IDX) = AUX-SEAT
               IF WS-RSL-STATUS(WS-RSL-IDX) = "L"
                   MOVE WS-RSL-IDX TO WS-RSL-SEL
               END-IF
               IF WS-RSL-STATUS(WS-RSL-IDX) = "S"
                   MOVE "Y" TO WS-RSL-RESOLD-SW
               END-IF
           END-IF.

      *>   Las publicaciones cerradas (retiradas o revendidas) de
      *>   eventos ya jugados no se cargan: se depuran al regrabar.
       CARGA-RESALE.
           MOVE 0 TO WS-RSL-COUNT.
           MOVE "N" TO WS-RSL-OVERFLOW-SW.
           OPEN INPUT RESALE-FILE.
           IF WS-RESALE-STATUS = "00"
               PERFORM LOAD-ONE-RESALE
                   UNTIL WS-RESALE-STATUS NOT = "00"
               CLOSE RESALE-FILE
           END-IF.

       LOAD-ONE-RESALE.
           READ RESALE-FILE
               NOT AT END
                   MOVE "N" TO WS-RSL-PLAYED-SW
                   IF RSL-STATUS NOT = "L"
                       PERFORM MATCH-RESALE-PLAYED
                           VARYING WS-EVT-IDX FROM 1 BY 1
                           UNTIL WS-EVT-IDX > WS-EVT-COUNT
                   END-IF
                   IF WS-RSL-PLAYED
                       CONTINUE
                   ELSE
                       IF WS-RSL-COUNT < 500
                           ADD 1 TO WS-RSL-COUNT
                           MOVE RSL-EVENT
                               TO WS-RSL-EVENT(WS-RSL-COUNT)
                           MOVE RSL-SEAT
                               TO WS-RSL-SEAT(WS-RSL-COUNT)
                           MOVE RSL-SELLER
                               TO WS-RSL-SELLER(WS-RSL-COUNT)
                           MOVE RSL-ASK
                               TO WS-RSL-ASK(WS-RSL-COUNT)
                           MOVE RSL-LISTED
                               TO WS-RSL-LISTED(WS-RSL-COUNT)
                           MOVE RSL-STATUS
                               TO WS-RSL-STATUS(WS-RSL-COUNT)
                           MOVE RSL-BUYER
                               TO WS-RSL-BUYER(WS-RSL-COUNT)
                           MOVE RSL-FEE
                               TO WS-RSL-FEE(WS-RSL-COUNT)
                       ELSE
                           MOVE "Y" TO WS-RSL-OVERFLOW-SW
                       END-IF
                   END-IF
           END-READ.

       MATCH-RESALE-PLAYED.
           IF WS-EVT-ID(WS-EVT-IDX) = RSL-EVENT
              AND WS-EVT-DATE(WS-EVT-IDX) IS NUMERIC
              AND WS-EVT-DATE(WS-EVT-IDX) < WS-TODAY-DATE
               MOVE "Y" TO WS-RSL-PLAYED-SW
           END-IF.

       SAVE-RESALE.
           OPEN OUTPUT RESALE-FILE.
           PERFORM WRITE-ONE-RESALE
               VARYING WS-RSL-IDX FROM 1 BY 1
               UNTIL WS-RSL-IDX > WS-RSL-COUNT.
           CLOSE RESALE-FILE.

       WRITE-ONE-RESALE.
           MOVE SPACES TO RESALE-RECORD.
           MOVE WS-RSL-EVENT(WS-RSL-IDX)  TO RSL-EVENT.
           MOVE WS-RSL-SEAT(WS-RSL-IDX)   TO RSL-SEAT.
           MOVE WS-RSL-SELLER(WS-RSL-IDX) TO RSL-SELLER.
           MOVE WS-RSL-ASK(WS-RSL-IDX)    TO RSL-ASK.
           MOVE WS-RSL-LISTED(WS-RSL-IDX) TO RSL-LISTED.
           MOVE WS-RSL-STATUS(WS-RSL-IDX) TO RSL-STATUS.
           MOVE WS-RSL-BUYER(WS-RSL-IDX)  TO RSL-BUYER.
           MOVE WS-RSL-FEE(WS-RSL-IDX)    TO RSL-FEE.
           WRITE RESALE-RECORD.

      *>   Eventos ya liquidados al promotor por Batch/EVTSETL.
       CARGA-EVTSETTLE.
           MOVE 0 TO WS-SETL-COUNT.
           OPEN INPUT SETTLE-FILE.
           IF WS-SETTLE-STATUS = "00"
               PERFORM LOAD-ONE-EVTSETTLE
                   UNTIL WS-SETTLE-STATUS NOT = "00"
               CLOSE SETTLE-FILE
           END-IF.

       LOAD-ONE-EVTSETTLE.
           READ SETTLE-FILE
               NOT AT END
                   IF WS-SETL-COUNT < 500
                       ADD 1 TO WS-SETL-COUNT
                       MOVE SET-EVENT TO WS-SETL-EVENT(WS-SETL-COUNT)
                   ELSE
                       MOVE "Y" TO WS-SETL-OVERFLOW-SW
                   END-IF
           END-READ.

       MATCH-SETTLED-EVENT.
           IF WS-SETL-EVENT(WS-SETL-IDX) = WS-CURRENT-EVENT
               MOVE "Y" TO WS-SETL-SW
           END-IF.

      *>   Tope y comision de reventa (RESALEPARM); sin tarjeta se
      *>   graba la de la casa: tope 100% del precio, comision 10%.
       CARGA-RESALEPARM.
           OPEN INPUT RESALEPARM-FILE.
           IF WS-RSLPARM-STATUS = "35"
               OPEN OUTPUT RESALEPARM-FILE
               MOVE SPACES TO RESALEPARM-RECORD
               MOVE WS-RSL-CAP-PCT TO RPM-CAP-PCT
               MOVE WS-RSL-FEE-PCT TO RPM-FEE-PCT
               WRITE RESALEPARM-RECORD
               CLOSE RESALEPARM-FILE
           ELSE
               READ RESALEPARM-FILE
                   NOT AT END
                       IF RPM-CAP-PCT IS NUMERIC
                          AND RPM-CAP-PCT > 0
                           MOVE RPM-CAP-PCT TO WS-RSL-CAP-PCT
                       END-IF
                       IF RPM-FEE-PCT IS NUMERIC
                           MOVE RPM-FEE-PCT TO WS-RSL-FEE-PCT
                       END-IF
               END-READ
               CLOSE RESALEPARM-FILE
           END-IF.

      *>   *************************************************************
      *>   Login.
      *>       Verifica usuario/clave contra el padron de miembros.
