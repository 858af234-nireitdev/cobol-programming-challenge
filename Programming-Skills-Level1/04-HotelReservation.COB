      *>               inquiry exclude rooms not ready to sell.
      *>               Batch/HSKWORK.COB prints the morning
      *>               cleaning worksheet from the same file.
      *>   2026-10-15  Night audit: Batch/NIGHTAUD.COB posts every
      *>               in-house night to the folio as ROOM and
      *>               ROOM-TAX lines and books the revenue to
      *>               GLEXTRACT. Check-out now settles those lines,
      *>               charges from the quote only the nights the
      *>               audit has not posted, and books to
      *>               HOTEL-SETTLEMENT only what was not already
      *>               recognized. The folio table holds 999 lines
      *>               and a truncated load refuses the check-out.
      *>   2026-10-15  In-house stays: the new [M] option extends
      *>               the nights (checked against ROOMINV for the
      *>               extra dates and priced at their season) or
      *>               moves rooms to another type (old rooms go
      *>               dirty in ROOMSTATE, the rate difference for
      *>               the remaining nights adjusts the quote and is
      *>               recorded on the folio as RATE-UP / RATE-DN).
      *>               Both queue a NOTIFQ confirmation.
      *>   2026-10-15  Check-out can take the total due from one of
      *>               the guest's bank accounts: Batch/ACCTPAY.COB
      *>               checks ownership and funds and debits it; a
      *>               declined debit leaves the stay checked in.
      *>   2026-10-15  Check-out books the whole amount collected to
      *>               HOTEL-SETTLEMENT and the room nights not yet
      *>               audited plus incidentals to ROOM-REVENUE, so
      *>               the receivable clears. Settled folio lines
      *>               are dropped when the folio is rewritten.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 04-HotelReservation.
       01  WS-INCIDENTALS      PIC 9(7)V99.
       01  WS-SETTLE-TOTAL     PIC 9(7)V99.
       01  WS-SETTLE-TOTAL-Z   PIC Z(6)9.99.
      *>   Noches ya cargadas por la auditoria nocturna (renglones
      *>   ROOM / ROOM-TAX del folio) y noches que faltan cargar.
       01  WS-NIGHTS-POSTED    PIC 9(3).
       01  WS-ROOM-POSTED      PIC 9(7)V99.
       01  WS-TAX-POSTED       PIC 9(7)V99.
       01  WS-ROOM-UNPOSTED    PIC 9(7)V99.
       01  WS-SETTLE-GL        PIC 9(7)V99.
      *>   Pago del folio desde una cuenta bancaria del huesped
      *>   (rutina compartida ACCTPAY); cuenta en blanco = otro
      *>   medio de pago, como hasta ahora.
       01  WS-AP-ACCT          PIC X(15).
       01  WS-AP-AMOUNT        PIC 9(9)V99.
       01  WS-AP-MERCHANT      PIC X(20) VALUE "HOTEL RESERVATIONS".
       01  WS-AP-REFERENCE     PIC X(20).
       01  WS-AP-RESULT        PIC X.
       01  WS-AP-REASON        PIC XX.
       01  WS-AP-SEQ           PIC 9(7).
      *>   Folio en memoria para liquidar y marcar.
       01  WS-FOLIO-TABLE.
           05  WS-FOL-COUNT    PIC 9(3) VALUE 0.
           05  WS-FOL-ENTRY    PIC X(48) OCCURS 999 TIMES.
       01  WS-FOL-OVERFLOW-SW  PIC X VALUE "N".
           88  WS-FOL-OVERFLOW     VALUE "Y".
       01  WS-FOL-LINE.
           05  WFL-PARTY-ID    PIC X(15).
           05  FILLER          PIC X.
           05  WFL-AMOUNT      PIC 9(6)V99.
           05  FILLER          PIC X.
           05  WFL-SETTLED     PIC X.
       01  WS-FOL-IDX          PIC 9(4).

      *>   Cancelacion con politica de reembolso por anticipacion.
       01  WS-CANCPOL-STATUS   PIC X(2).
       01  WS-HSK-OPTION       PIC X.
       01  WS-HSK-QTY          PIC 9(3).

      *>   Estadia en curso: extension de noches y cambio de tipo
      *>   de habitacion.
       01  WS-MOD-OPTION       PIC X.
       01  WS-EXTRA-NIGHTS     PIC 99.
       01  WS-DEPART-ORD       PIC 9(8).
       01  WS-TODAY-ORD        PIC 9(8).
       01  WS-REMAIN-NIGHTS    PIC 99.
       01  WS-MOVE-FROM        PIC X.
       01  WS-MOVE-TO          PIC X.
       01  WS-MOVE-QTY         PIC 9.
       01  WS-MOVE-TYPE        PIC X.
       01  WS-MOVE-HAVE        PIC 9.
       01  WS-MOVE-PRICE       PIC 999.
       01  WS-MOVE-FROM-PRICE  PIC 999.
       01  WS-MOVE-TO-PRICE    PIC 999.
       01  WS-MOVE-NEED        PIC 9(4).
       01  WS-MOVE-CAP         PIC 9(4).
       01  WS-RATE-DIFF        PIC S9(7)V99.
       01  WS-NOTIF-DETAIL     PIC X(40).


       PROCEDURE DIVISION.
       MAIN.
           PERFORM REGISTER-PARTY.

           DISPLAY
           "[B]ook [I]In [M]od [G]Chg [O]Out [X]Cn [V]Av [K]Blk [H]sk:"
                                          LINE 3 COL 45.
           ACCEPT WS-ACTION-OPTION        LINE 3 COL 105 PROMPT.
           EVALUATE WS-ACTION-OPTION
               WHEN "M"
               WHEN "m"
                   PERFORM INHOUSE-MAINT-PROCEDURE
                       THRU INHOUSE-MAINT-PROCEDURE-END
                   GO TO MENU-END
               WHEN "H"
               WHEN "h"
                   PERFORM HOUSEKEEPING-PROCEDURE
       CHECKIN-PROCEDURE-END.
           EXIT.

      *>   *************************************************************
      *>   Estadia en curso: extiende noches o cambia de tipo de
      *>   habitacion sin cancelar y volver a reservar (eso cobraba
      *>   la multa y liberaba habitaciones ocupadas). El ajuste de
      *>   tarifa va a la cotizacion (lo que el check-out cobra por
      *>   las noches que la auditoria nocturna no cargo) y el
      *>   cambio de tipo deja constancia en el folio.
      *>   *************************************************************
       INHOUSE-MAINT-PROCEDURE.
           PERFORM FIND-INHOUSE THRU FIND-INHOUSE-END.
           IF WS-STAY-IDX = 0
               MOVE "Guest is not checked in." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO INHOUSE-MAINT-PROCEDURE-END
           END-IF.
           IF WS-RESV-OVERFLOW
               MOVE "RESERVATIONS overflow - stay not changed."
                   TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO INHOUSE-MAINT-PROCEDURE-END
           END-IF.
           MOVE RES-CTRY(WS-STAY-IDX) TO CHOICE-CTRY.
           MOVE RES-CITY(WS-STAY-IDX) TO CHOICE-CITY.
           COMPUTE WS-DEPART-ORD =
               FUNCTION INTEGER-OF-DATE(RES-DATE(WS-STAY-IDX))
               + RES-NIGHTS(WS-STAY-IDX).
           DISPLAY "[E]xtend stay  [R]oom type move: " LINE 6 COL 5.
           ACCEPT WS-MOD-OPTION                      LINE 6 COL 40
                                                     PROMPT.
           EVALUATE WS-MOD-OPTION
               WHEN "E"
               WHEN "e"
                   PERFORM EXTEND-STAY-PROCEDURE
                       THRU EXTEND-STAY-PROCEDURE-END
               WHEN "R"
               WHEN "r"
                   PERFORM ROOM-MOVE-PROCEDURE
                       THRU ROOM-MOVE-PROCEDURE-END
               WHEN OTHER
                   MOVE "Incorrect Option." TO AUX-MSG
                   PERFORM SHOW-INFO-MSG
           END-EVALUATE.
       INHOUSE-MAINT-PROCEDURE-END.
           EXIT.

      *>   Extension: las noches extra empiezan en la salida
      *>   prevista; se controla el inventario de esas fechas para
      *>   las mismas habitaciones y se cotizan a la temporada de
      *>   la nueva fecha.
       EXTEND-STAY-PROCEDURE.
           DISPLAY "Extra nights: "              LINE 7 COL 5.
           ACCEPT WS-EXTRA-NIGHTS                LINE 7 COL 40 PROMPT.
           IF WS-EXTRA-NIGHTS = 0
              OR RES-NIGHTS(WS-STAY-IDX) + WS-EXTRA-NIGHTS > 99
               MOVE "Incorrect number of nights." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO EXTEND-STAY-PROCEDURE-END
           END-IF.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DEPART-ORD)
               TO CHOICE-DATE.
           MOVE WS-EXTRA-NIGHTS TO CHOICE-NIGTHS.
           PERFORM CHECK-OVERLAP.
           PERFORM FIND-ROOMINV.
           IF WS-INV-SEL = 0
               MOVE "No room inventory defined for that city."
                   TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO EXTEND-STAY-PROCEDURE-END
           END-IF.
           PERFORM FIND-ROOMSTATE.
           IF WS-USED-SINGLE + RES-R-SINGLE(WS-STAY-IDX)
                   + WS-RST-DIRTY-SGL(WS-RST-SEL)
                   + WS-RST-OOO-SGL(WS-RST-SEL) >
                   WS-INV-SINGLE(WS-INV-SEL)
              OR WS-USED-DOUBLE + RES-R-DOUBLE(WS-STAY-IDX)
                   + WS-RST-DIRTY-DBL(WS-RST-SEL)
                   + WS-RST-OOO-DBL(WS-RST-SEL) >
                   WS-INV-DOUBLE(WS-INV-SEL)
              OR WS-USED-VIP + RES-R-VIP(WS-STAY-IDX)
                   + WS-RST-DIRTY-VIP(WS-RST-SEL)
                   + WS-RST-OOO-VIP(WS-RST-SEL) >
                   WS-INV-VIP(WS-INV-SEL)
              OR WS-USED-LUXURY + RES-R-LUXURY(WS-STAY-IDX)
                   + WS-RST-DIRTY-LUX(WS-RST-SEL)
                   + WS-RST-OOO-LUX(WS-RST-SEL) >
                   WS-INV-LUXURY(WS-INV-SEL)
               MOVE "Not enough rooms to extend those dates."
                   TO AUX-MSG
               PERFORM LOG-ERROR
               PERFORM SHOW-INFO-MSG
               GO TO EXTEND-STAY-PROCEDURE-END
           END-IF.
           PERFORM CALC-SEASON-MULT.
           COMPUTE COSTO-TOTAL =
               CTE-PRICE-SINGLE * RES-R-SINGLE(WS-STAY-IDX) +
               CTE-PRICE-DOUBLE * RES-R-DOUBLE(WS-STAY-IDX) +
               CTE-PRICE-VIP    * RES-R-VIP(WS-STAY-IDX) +
               CTE-PRICE-LUJURY * RES-R-LUXURY(WS-STAY-IDX).
           COMPUTE COSTO-TOTAL ROUNDED =
               COSTO-TOTAL * WS-EXTRA-NIGHTS * WS-SEASON-MULT.
           MOVE COSTO-TOTAL TO COSTO-TOTAL-Z.
           MOVE SPACES TO AUX-MSG.
           STRING "Extra nights cost: $ " COSTO-TOTAL-Z
               DELIMITED BY SIZE INTO AUX-MSG.
           DISPLAY AUX-MSG                       LINE 22 COL 35.
           DISPLAY "Press [Y] to confirm: "      LINE 24 COL 35.
           ACCEPT AUX-X                          LINE 24 COL 60.
           IF AUX-X NOT = "Y" AND AUX-X NOT = "y"
               MOVE "Extension cancelled." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO EXTEND-STAY-PROCEDURE-END
           END-IF.
           ADD WS-EXTRA-NIGHTS TO RES-NIGHTS(WS-STAY-IDX).
           ADD COSTO-TOTAL     TO RES-QUOTED(WS-STAY-IDX).
           PERFORM SAVEALL-RESERVATIONS
               THRU SAVEALL-RESERVATIONS-EXIT.
           MOVE SPACES TO WS-NOTIF-DETAIL.
           STRING "EXTENSION " CIUDAD(CHOICE-CTRY, CHOICE-CITY)
                  " +" WS-EXTRA-NIGHTS " NOCHES"
                  DELIMITED BY SIZE INTO WS-NOTIF-DETAIL.
           PERFORM QUEUE-CHANGE-NOTIFICATION.
           MOVE "Stay extended." TO AUX-MSG.
           PERFORM SHOW-INFO-MSG.
       EXTEND-STAY-PROCEDURE-END.
           EXIT.

      *>   Cambio de tipo: libera habitaciones del tipo viejo (que
      *>   quedan sucias) y toma del tipo nuevo si hay lugar desde
      *>   hoy hasta la salida; la diferencia de tarifa de las
      *>   noches que faltan ajusta la cotizacion y queda en el
      *>   folio como RATE-UP / RATE-DN (constancia, ya cobrada en
      *>   la cotizacion).
       ROOM-MOVE-PROCEDURE.
           DISPLAY "Move from type [S/D/V/L]: "  LINE 7 COL 5.
           ACCEPT WS-MOVE-FROM                   LINE 7 COL 40 PROMPT.
           DISPLAY "Move to type [S/D/V/L]: "    LINE 8 COL 5.
           ACCEPT WS-MOVE-TO                     LINE 8 COL 40 PROMPT.
           DISPLAY "Rooms to move [1-9]: "       LINE 9 COL 5.
           ACCEPT WS-MOVE-QTY                    LINE 9 COL 40 PROMPT.
           MOVE FUNCTION UPPER-CASE(WS-MOVE-FROM) TO WS-MOVE-FROM.
           MOVE FUNCTION UPPER-CASE(WS-MOVE-TO)   TO WS-MOVE-TO.
           MOVE WS-MOVE-TO TO WS-MOVE-TYPE.
           PERFORM GET-MOVE-TYPE.
           MOVE WS-MOVE-PRICE TO WS-MOVE-TO-PRICE.
           IF WS-MOVE-HAVE + WS-MOVE-QTY > 9
               MOVE 0 TO WS-MOVE-TO-PRICE
           END-IF.
           MOVE WS-MOVE-FROM TO WS-MOVE-TYPE.
           PERFORM GET-MOVE-TYPE.
           MOVE WS-MOVE-PRICE TO WS-MOVE-FROM-PRICE.
           IF WS-MOVE-FROM-PRICE = 0 OR WS-MOVE-TO-PRICE = 0
              OR WS-MOVE-FROM = WS-MOVE-TO
              OR WS-MOVE-QTY = 0
              OR WS-MOVE-QTY > WS-MOVE-HAVE
               MOVE "Incorrect room types or quantity." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO ROOM-MOVE-PROCEDURE-END
           END-IF.
      *>      Noches que faltan, desde hoy hasta la salida prevista.
           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-ORD = FUNCTION INTEGER-OF-DATE
                   (WS-TODAY-NUM).
           MOVE 0 TO WS-REMAIN-NIGHTS.
           IF WS-DEPART-ORD > WS-TODAY-ORD
               COMPUTE WS-REMAIN-NIGHTS = WS-DEPART-ORD - WS-TODAY-ORD
           END-IF.
           MOVE WS-TODAY-NUM TO CHOICE-DATE.
           MOVE WS-REMAIN-NIGHTS TO CHOICE-NIGTHS.
           IF CHOICE-NIGTHS = 0
               MOVE 1 TO CHOICE-NIGTHS
           END-IF.
           PERFORM CHECK-OVERLAP.
           PERFORM FIND-ROOMINV.
           IF WS-INV-SEL = 0
               MOVE "No room inventory defined for that city."
                   TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO ROOM-MOVE-PROCEDURE-END
           END-IF.
           PERFORM FIND-ROOMSTATE.
           EVALUATE WS-MOVE-TO
               WHEN "S"
                   COMPUTE WS-MOVE-NEED = WS-USED-SINGLE
                       + WS-RST-DIRTY-SGL(WS-RST-SEL)
                       + WS-RST-OOO-SGL(WS-RST-SEL)
                   MOVE WS-INV-SINGLE(WS-INV-SEL) TO WS-MOVE-CAP
               WHEN "D"
                   COMPUTE WS-MOVE-NEED = WS-USED-DOUBLE
                       + WS-RST-DIRTY-DBL(WS-RST-SEL)
                       + WS-RST-OOO-DBL(WS-RST-SEL)
                   MOVE WS-INV-DOUBLE(WS-INV-SEL) TO WS-MOVE-CAP
               WHEN "V"
                   COMPUTE WS-MOVE-NEED = WS-USED-VIP
                       + WS-RST-DIRTY-VIP(WS-RST-SEL)
                       + WS-RST-OOO-VIP(WS-RST-SEL)
                   MOVE WS-INV-VIP(WS-INV-SEL) TO WS-MOVE-CAP
               WHEN "L"
                   COMPUTE WS-MOVE-NEED = WS-USED-LUXURY
                       + WS-RST-DIRTY-LUX(WS-RST-SEL)
                       + WS-RST-OOO-LUX(WS-RST-SEL)
                   MOVE WS-INV-LUXURY(WS-INV-SEL) TO WS-MOVE-CAP
           END-EVALUATE.
           IF WS-MOVE-NEED + WS-MOVE-QTY > WS-MOVE-CAP
               MOVE "No free room of the new type." TO AUX-MSG
               PERFORM LOG-ERROR
               PERFORM SHOW-INFO-MSG
               GO TO ROOM-MOVE-PROCEDURE-END
           END-IF.
           MOVE RES-DATE(WS-STAY-IDX) TO CHOICE-DATE.
           PERFORM CALC-SEASON-MULT.
           COMPUTE WS-RATE-DIFF ROUNDED =
               (WS-MOVE-TO-PRICE - WS-MOVE-FROM-PRICE) * WS-MOVE-QTY
               * WS-REMAIN-NIGHTS * WS-SEASON-MULT.
      *>      Suelta el tipo viejo (a limpiar) y toma el nuevo.
           MOVE WS-MOVE-FROM TO WS-MOVE-TYPE.
           PERFORM ADJUST-MOVE-TYPE.
           MOVE WS-MOVE-TO TO WS-MOVE-TYPE.
           PERFORM ADJUST-MOVE-TYPE.
           PERFORM SAVE-ROOMSTATE.
           IF WS-RATE-DIFF < 0
              AND 0 - WS-RATE-DIFF > RES-QUOTED(WS-STAY-IDX)
               MOVE 0 TO RES-QUOTED(WS-STAY-IDX)
           ELSE
               COMPUTE RES-QUOTED(WS-STAY-IDX) =
                   RES-QUOTED(WS-STAY-IDX) + WS-RATE-DIFF
           END-IF.
           PERFORM SAVEALL-RESERVATIONS
               THRU SAVEALL-RESERVATIONS-EXIT.
           IF WS-RATE-DIFF NOT = 0
               OPEN EXTEND FOLIO-FILE
               IF WS-FOLIO-STATUS = "35"
                   OPEN OUTPUT FOLIO-FILE
               END-IF
               MOVE SPACES TO FOLIO-RECORD
               MOVE WS-CUSTOMER-ID        TO FOL-PARTY-ID
               MOVE RES-DATE(WS-STAY-IDX) TO FOL-RES-DATE
               IF WS-RATE-DIFF > 0
                   MOVE "RATE-UP"         TO FOL-TYPE
                   MOVE WS-RATE-DIFF      TO FOL-AMOUNT
               ELSE
                   MOVE "RATE-DN"         TO FOL-TYPE
                   COMPUTE FOL-AMOUNT = 0 - WS-RATE-DIFF
               END-IF
               MOVE " "                   TO FOL-SETTLED
               WRITE FOLIO-RECORD
               CLOSE FOLIO-FILE
           END-IF.
           MOVE SPACES TO WS-NOTIF-DETAIL.
           STRING "CAMBIO HAB " CIUDAD(CHOICE-CTRY, CHOICE-CITY)
                  " " WS-MOVE-FROM ">" WS-MOVE-TO " X" WS-MOVE-QTY
                  DELIMITED BY SIZE INTO WS-NOTIF-DETAIL.
           PERFORM QUEUE-CHANGE-NOTIFICATION.
           MOVE "Room type changed." TO AUX-MSG.
           PERFORM SHOW-INFO-MSG.
       ROOM-MOVE-PROCEDURE-END.
           EXIT.

      *>   Tarifa de lista (WS-MOVE-PRICE, 0 = tipo invalido) y
      *>   habitaciones que la estadia ya tiene (WS-MOVE-HAVE) del
      *>   tipo WS-MOVE-TYPE.
       GET-MOVE-TYPE.
           EVALUATE WS-MOVE-TYPE
               WHEN "S"
                   MOVE CTE-PRICE-SINGLE TO WS-MOVE-PRICE
                   MOVE RES-R-SINGLE(WS-STAY-IDX) TO WS-MOVE-HAVE
               WHEN "D"
                   MOVE CTE-PRICE-DOUBLE TO WS-MOVE-PRICE
                   MOVE RES-R-DOUBLE(WS-STAY-IDX) TO WS-MOVE-HAVE
               WHEN "V"
                   MOVE CTE-PRICE-VIP    TO WS-MOVE-PRICE
                   MOVE RES-R-VIP(WS-STAY-IDX)    TO WS-MOVE-HAVE
               WHEN "L"
                   MOVE CTE-PRICE-LUJURY TO WS-MOVE-PRICE
                   MOVE RES-R-LUXURY(WS-STAY-IDX) TO WS-MOVE-HAVE
               WHEN OTHER
                   MOVE 0 TO WS-MOVE-PRICE WS-MOVE-HAVE
           END-EVALUATE.

      *>   Tipo WS-MOVE-TYPE de la estadia: el viejo baja y queda
      *>   sucio; el nuevo sube.
       ADJUST-MOVE-TYPE.
           IF WS-MOVE-TYPE = WS-MOVE-FROM
               EVALUATE WS-MOVE-TYPE
                   WHEN "S"
                       SUBTRACT WS-MOVE-QTY
                           FROM RES-R-SINGLE(WS-STAY-IDX)
                       ADD WS-MOVE-QTY
                           TO WS-RST-DIRTY-SGL(WS-RST-SEL)
                   WHEN "D"
                       SUBTRACT WS-MOVE-QTY
                           FROM RES-R-DOUBLE(WS-STAY-IDX)
                       ADD WS-MOVE-QTY
                           TO WS-RST-DIRTY-DBL(WS-RST-SEL)
                   WHEN "V"
                       SUBTRACT WS-MOVE-QTY
                           FROM RES-R-VIP(WS-STAY-IDX)
                       ADD WS-MOVE-QTY
                           TO WS-RST-DIRTY-VIP(WS-RST-SEL)
                   WHEN "L"
                       SUBTRACT WS-MOVE-QTY
                           FROM RES-R-LUXURY(WS-STAY-IDX)
                       ADD WS-MOVE-QTY
                           TO WS-RST-DIRTY-LUX(WS-RST-SEL)
               END-EVALUATE
           ELSE
               EVALUATE WS-MOVE-TYPE
                   WHEN "S"
                       ADD WS-MOVE-QTY TO RES-R-SINGLE(WS-STAY-IDX)
                   WHEN "D"
                       ADD WS-MOVE-QTY TO RES-R-DOUBLE(WS-STAY-IDX)
                   WHEN "V"
                       ADD WS-MOVE-QTY TO RES-R-VIP(WS-STAY-IDX)
                   WHEN "L"
                       ADD WS-MOVE-QTY TO RES-R-LUXURY(WS-STAY-IDX)
               END-EVALUATE
           END-IF.

      *>   *************************************************************
      *>   Cargo incidental al folio del huesped alojado (minibar,
      *>   restaurant, late checkout...).
      *>   estacional de la reserva mas los incidentales), marca la
      *>   reserva O, deja los cargos como liquidados y asienta la
      *>   liquidacion en el extracto compartido GLEXTRACT.
      *>   Las noches que ya cargo la auditoria nocturna
      *>   (Batch/NIGHTAUD.COB) se cobran desde el folio y salen de
      *>   la cotizacion; como su ingreso ya esta asentado, a
      *>   ROOM-REVENUE va solo lo que aun no se reconocio y a
      *>   HOTEL-SETTLEMENT el total cobrado.
      *>   *************************************************************
       CHECKOUT-PROCEDURE.
           PERFORM FIND-INHOUSE THRU FIND-INHOUSE-END.
               GO TO CHECKOUT-PROCEDURE-END
           END-IF.
           PERFORM LOAD-FOLIO-TABLE.
           IF WS-FOL-OVERFLOW
               MOVE "Folio file too large - check-out not settled."
                   TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO CHECKOUT-PROCEDURE-END
           END-IF.
           MOVE 0 TO WS-INCIDENTALS WS-NIGHTS-POSTED
                     WS-ROOM-POSTED WS-TAX-POSTED.
           PERFORM VARYING WS-FOL-IDX FROM 1 BY 1
                   UNTIL WS-FOL-IDX > WS-FOL-COUNT
               MOVE WS-FOL-ENTRY(WS-FOL-IDX) TO WS-FOL-LINE
               IF WFL-PARTY-ID = WS-CUSTOMER-ID
                  AND WFL-RES-DATE = RES-DATE(WS-STAY-IDX)
                  AND WFL-SETTLED NOT = "S"
                   EVALUATE WFL-TYPE
                       WHEN "ROOM"
                           ADD 1 TO WS-NIGHTS-POSTED
                           ADD WFL-AMOUNT TO WS-ROOM-POSTED
                       WHEN "ROOM-TAX"
                           ADD WFL-AMOUNT TO WS-TAX-POSTED
      *>                  Constancia de cambio de tipo: el importe ya
      *>                  esta en la cotizacion.
                       WHEN "RATE-UP"
                       WHEN "RATE-DN"
                           CONTINUE
                       WHEN OTHER
                           ADD WFL-AMOUNT TO WS-INCIDENTALS
                   END-EVALUATE
                   MOVE "S" TO WFL-SETTLED
                   MOVE WS-FOL-LINE TO WS-FOL-ENTRY(WS-FOL-IDX)
               END-IF
           END-PERFORM.
      *>   Noches sin cargo de auditoria: a prorrata de la cotizacion.
           MOVE 0 TO WS-ROOM-UNPOSTED.
           IF WS-NIGHTS-POSTED < RES-NIGHTS(WS-STAY-IDX)
               COMPUTE WS-ROOM-UNPOSTED ROUNDED =
                   RES-QUOTED(WS-STAY-IDX)
                   * (RES-NIGHTS(WS-STAY-IDX) - WS-NIGHTS-POSTED)
                   / RES-NIGHTS(WS-STAY-IDX)
           END-IF.
           COMPUTE WS-SETTLE-TOTAL =
               WS-ROOM-POSTED + WS-ROOM-UNPOSTED
               + WS-TAX-POSTED + WS-INCIDENTALS.
           COMPUTE WS-SETTLE-GL =
               WS-ROOM-UNPOSTED + WS-INCIDENTALS.
           DISPLAY "Room nights..: " LINE 6 COL 5.
           COMPUTE WS-SETTLE-TOTAL-Z =
               WS-ROOM-POSTED + WS-ROOM-UNPOSTED.
           DISPLAY WS-SETTLE-TOTAL-Z   LINE 6 COL 21.
           MOVE WS-TAX-POSTED TO WS-SETTLE-TOTAL-Z.
           DISPLAY "Room tax.....: " LINE 7 COL 5.
           DISPLAY WS-SETTLE-TOTAL-Z   LINE 7 COL 21.
           MOVE WS-INCIDENTALS TO WS-SETTLE-TOTAL-Z.
           DISPLAY "Incidentals..: " LINE 8 COL 5.
           DISPLAY WS-SETTLE-TOTAL-Z   LINE 8 COL 21.
           MOVE WS-SETTLE-TOTAL TO WS-SETTLE-TOTAL-Z.
           DISPLAY "TOTAL DUE....: " LINE 9 COL 5.
           DISPLAY WS-SETTLE-TOTAL-Z   LINE 9 COL 21.
      *>      Un debito rechazado deja la estadia abierta: las marcas
      *>      de liquidado del folio solo estan en memoria.
           MOVE SPACE TO WS-AP-RESULT.
           IF WS-SETTLE-TOTAL > 0
               PERFORM PAY-FOLIO-FROM-ACCOUNT
           END-IF.
           IF WS-AP-RESULT = "D"
               PERFORM ACCT-PAY-MSG
               PERFORM SHOW-INFO-MSG
               GO TO CHECKOUT-PROCEDURE-END
           END-IF.
           MOVE "O" TO RES-STATUS(WS-STAY-IDX).
           PERFORM SAVEALL-RESERVATIONS
               THRU SAVEALL-RESERVATIONS-EXIT.
      *>      housekeeping las confirme limpias.
           PERFORM MARK-ROOMS-DIRTY
               THRU MARK-ROOMS-DIRTY-EXIT.
           IF WS-AP-RESULT = "A"
               MOVE SPACES TO AUX-MSG
               STRING "Check-out settled from account " WS-AP-ACCT
                      " (seq " WS-AP-SEQ "). Safe travels!"
                      DELIMITED BY SIZE INTO AUX-MSG
           ELSE
               MOVE "Check-out settled. Safe travels!" TO AUX-MSG
           END-IF.
           PERFORM SHOW-INFO-MSG.
       CHECKOUT-PROCEDURE-END.
           EXIT.

      *>   Cuenta bancaria del huesped para debitar el total; en
      *>   blanco se cobra por otro medio y WS-AP-RESULT queda en
      *>   blanco.
       PAY-FOLIO-FROM-ACCOUNT.
           MOVE SPACES TO WS-AP-ACCT.
           DISPLAY "Pay from bank account (blank = other means): "
                                         LINE 11 COL 5.
           ACCEPT WS-AP-ACCT             LINE 11 COL 51 PROMPT.
           IF WS-AP-ACCT NOT = SPACES
               MOVE WS-SETTLE-TOTAL TO WS-AP-AMOUNT
               MOVE SPACES TO WS-AP-REFERENCE
               STRING "FOLIO " RES-DATE(WS-STAY-IDX)
                      DELIMITED BY SIZE INTO WS-AP-REFERENCE
               CALL "ACCTPAY" USING WS-CUSTOMER-ID WS-AP-ACCT
                                    WS-AP-AMOUNT WS-AP-MERCHANT
                                    WS-AP-REFERENCE WS-AP-RESULT
                                    WS-AP-REASON WS-AP-SEQ
           END-IF.

       ACCT-PAY-MSG.
           MOVE SPACES TO AUX-MSG.
           EVALUATE WS-AP-REASON
               WHEN "NP"
                   MOVE "Declined: guest is not in the party master."
                       TO AUX-MSG
               WHEN "NA"
                   MOVE "Declined: no such bank account." TO AUX-MSG
               WHEN "NO"
                   MOVE "Declined: the account is not the guest's."
                       TO AUX-MSG
               WHEN "CL"
                   MOVE "Declined: the account is closed." TO AUX-MSG
               WHEN "DM"
                   MOVE "Declined: the account is dormant." TO AUX-MSG
               WHEN "CY"
                   MOVE "Declined: the account is not in ARS."
                       TO AUX-MSG
               WHEN "NF"
                   MOVE "Declined: insufficient funds." TO AUX-MSG
               WHEN "BY"
                   MOVE "Declined: account busy, try again." TO AUX-MSG
               WHEN OTHER
                   MOVE "Declined: bank accounts unavailable."
                       TO AUX-MSG
           END-EVALUATE.

      *>   *************************************************************
      *>   Cancelacion de una reserva pendiente: libera las fechas
      *>   (el control de superposicion saltea las canceladas),

       LOAD-FOLIO-TABLE.
           MOVE 0 TO WS-FOL-COUNT.
           MOVE "N" TO WS-FOL-OVERFLOW-SW.
           OPEN INPUT FOLIO-FILE.
           IF WS-FOLIO-STATUS = "35"
               CONTINUE
                       AT END
                           MOVE "10" TO WS-FOLIO-STATUS
                       NOT AT END
                           IF WS-FOL-COUNT < 999
                               ADD 1 TO WS-FOL-COUNT
                               MOVE FOLIO-RECORD TO
                                   WS-FOL-ENTRY(WS-FOL-COUNT)
                           ELSE
      *>                       Regrabar un folio truncado perderia
      *>                       cargos.
                               MOVE "Y" TO WS-FOL-OVERFLOW-SW
                           END-IF
                   END-READ
               END-PERFORM
           OPEN OUTPUT FOLIO-FILE.
           PERFORM VARYING WS-FOL-IDX FROM 1 BY 1
                   UNTIL WS-FOL-IDX > WS-FOL-COUNT
      *>       Lo liquidado ya esta en el GL; no se vuelve a grabar.
               MOVE WS-FOL-ENTRY(WS-FOL-IDX) TO WS-FOL-LINE
               IF WFL-SETTLED NOT = "S"
                   MOVE WS-FOL-ENTRY(WS-FOL-IDX) TO FOLIO-RECORD
                   WRITE FOLIO-RECORD
               END-IF
           END-PERFORM.
           CLOSE FOLIO-FILE.

      *>   Asiento de la liquidacion al extracto compartido: el
      *>   ingreso que la auditoria no asento (ROOM-REVENUE) y el
      *>   cobro del total del folio (HOTEL-SETTLEMENT).
       LOG-SETTLEMENT-GL.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF WS-GLEXT-STATUS = "35"
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO GLEXT-DATE.
           MOVE "04-HotelReservation" TO GLEXT-SOURCE.
           IF WS-SETTLE-GL > 0
               MOVE "ROOM-REVENUE"    TO GLEXT-ACCOUNT
               MOVE WS-SETTLE-GL      TO GLEXT-AMOUNT
               WRITE GLEXT-RECORD
           END-IF.
           MOVE "HOTEL-SETTLEMENT"    TO GLEXT-ACCOUNT.
           MOVE WS-SETTLE-TOTAL       TO GLEXT-AMOUNT.
           WRITE GLEXT-RECORD.
           WRITE NOTIF-RECORD.
           CLOSE NOTIFQ-FILE.

      *>   Confirmacion de cambio en una estadia en curso; el detalle
      *>   lo arma quien llama en WS-NOTIF-DETAIL.
       QUEUE-CHANGE-NOTIFICATION.
           OPEN EXTEND NOTIFQ-FILE.
           IF WS-NOTIFQ-STATUS = "35"
               OPEN OUTPUT NOTIFQ-FILE
           END-IF.
           MOVE SPACES TO NOTIF-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO NOTIF-TIMESTAMP.
           MOVE "04-HotelReservation" TO NOTIF-SOURCE.
           MOVE WS-CUSTOMER-ID        TO NOTIF-PARTY-ID.
           MOVE RES-DATE(WS-STAY-IDX) TO NOTIF-REF.
           MOVE WS-NOTIF-DETAIL       TO NOTIF-DETAIL.
           MOVE " " TO NOTIF-STATUS.
           WRITE NOTIF-RECORD.
           CLOSE NOTIFQ-FILE.

      *>   *************************************************************
      *>   Housekeeping: estado por ciudad/tipo, marcado de sucias
      *>   al check-out, confirmacion de limpieza y fuera de
