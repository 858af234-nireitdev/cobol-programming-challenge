      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Promoter settlement per event for 04-TicketSystem.
      *>     Runs after the event date: for each event settled it
      *>     totals the tickets by price tier from SOLDSEATS
      *>     (SLD-PRICE, the price actually charged) plus the
      *>     seats refunded before the event (the REFUND rows the
      *>     online program leaves in SESAUDIT, which carry seat
      *>     and amount), so the statement reads gross sales less
      *>     refunds = net ticket sales.
      *>   * Season-ticket allocations (SOLDSEATS rows stamped
      *>     SEASONyyyy) are valued at the per-event share of the
      *>     season price of their tier: house price of the tier
      *>     divided by the events of that season in EVENTS (or
      *>     by the count given in the promoter terms).
      *>   * From the ticket revenue it deducts our booking fee per
      *>     ticket held (general sale and season) and the agreed
      *>     commission percentage, both from the promoter-terms
      *>     file PROMTERMS (one row per event; event 000 is the
      *>     default row for events without their own).
      *>   * Prints the settlement statement (SYSOUT and spool
      *>     report), posts the payable to GLEXTRACT as
      *>     PROMOTER-EVT-nnn (negative, an amount owed) and its
      *>     payment to the promoter as PROMOTER-PAY-nnn, and
      *>     appends the settlement to EVTSETTLE
      *>     (Copybooks/EVTSETL.CPY), which locks the event: the
      *>     online program no longer refunds its seats and a
      *>     rerun does not settle it twice.
      *>   * EVSPARM card (optional): bytes 1-3 the event id. No
      *>     card = every event dated before the business date
      *>     that is not yet settled.
      *>   * RETURN-CODE 4 when the event asked for is not yet
      *>     played, already settled or unknown, or an event has
      *>     no promoter terms (it is left unsettled).
      *>   * RETURN-CODE 8 and nothing settled when EVTSETTLE holds
      *>     more events than the settled table (a rerun could
      *>     settle an event twice).
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      *>   2026-10-15  jrm  A truncated EVTSETTLE load stops the run
      *>                    with RC 8. The payment of the payable
      *>                    posts as PROMOTER-PAY-nnn so the GL
      *>                    carries the payable and its settlement.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVTSETL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENTS-FILE ASSIGN TO "EVENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTS-STATUS.

           SELECT SOLDSEATS-FILE ASSIGN TO "SOLDSEATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOLD-STATUS.

           SELECT SESSION-AUDIT-FILE ASSIGN TO "SESAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESAUD-STATUS.

           SELECT TERMS-FILE ASSIGN TO "PROMTERMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMS-STATUS.

           SELECT SETTLE-FILE ASSIGN TO "EVTSETTLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXT-STATUS.

           SELECT PARM-FILE ASSIGN TO "EVSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>   Mismo layout que graba SAVE-EVENTS en 04-TicketSystem.
       FD  EVENTS-FILE.
       01  EVENT-RECORD.
           05  EVT-ID              PIC 9(3).
           05  FILLER              PIC X(1).
           05  EVT-DESC            PIC X(30).
           05  FILLER              PIC X(1).
           05  EVT-DATE            PIC X(8).
           05  FILLER              PIC X(1).
           05  EVT-ONSALE          PIC X(8).
           05  FILLER              PIC X(1).
           05  EVT-OFFSALE         PIC X(8).

      *>   Mismo layout que graba SAVE-SOLDSEATS en 04-TicketSystem.
       FD  SOLDSEATS-FILE.
       01  SOLDSEAT-RECORD.
           05  SLD-EVENT           PIC 9(3).
           05  FILLER              PIC X(1).
           05  SLD-SEAT            PIC 9(5).
           05  FILLER              PIC X(1).
           05  SLD-MEMBER          PIC 9(3).
           05  FILLER              PIC X(1).
           05  SLD-PURCHDATE       PIC X(12).
           05  FILLER              PIC X(1).
           05  SLD-PRICE           PIC 9(4).
           05  FILLER              PIC X(1).
           05  SLD-ADMIT           PIC X(1).
           05  FILLER              PIC X(1).
           05  SLD-ADMIT-TS        PIC X(12).

       FD  SESSION-AUDIT-FILE.
           COPY AUDITREC.

      *>   Condiciones pactadas con el promotor del evento:
      *>   cargo por ticket, % de comision y (opcional) cuantos
      *>   eventos reparten el abono de temporada (0 = se cuentan
      *>   en EVENTS). Evento 000 = condiciones por defecto.
       FD  TERMS-FILE.
       01  TERMS-RECORD.
           05  PRT-EVENT           PIC 9(3).
           05  FILLER              PIC X(1).
           05  PRT-PROMOTER        PIC X(15).
           05  FILLER              PIC X(1).
           05  PRT-BOOK-FEE        PIC 9(3)V99.
           05  FILLER              PIC X(1).
           05  PRT-COMM-PCT        PIC 99V99.
           05  FILLER              PIC X(1).
           05  PRT-SEASON-EVTS     PIC 9(3).

       FD  SETTLE-FILE.
           COPY EVTSETL.

       FD  GL-EXTRACT-FILE.
           COPY GLEXT.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-EVENT          PIC X(3).
           05  FILLER              PIC X(77).

       WORKING-STORAGE SECTION.
       01  WS-EVENTS-STATUS        PIC X(2).
       01  WS-SOLD-STATUS          PIC X(2).
       01  WS-SESAUD-STATUS        PIC X(2).
       01  WS-TERMS-STATUS         PIC X(2).
       01  WS-SETTLE-STATUS        PIC X(2).
       01  WS-GLEXT-STATUS         PIC X(2).
       01  WS-PARM-STATUS          PIC X(2).
       01  WS-RETURN-CODE          PIC 9(2) VALUE 0.

      *>   Interfaz con el control de fecha de negocio compartido.
       01  WS-BD-MODE              PIC X VALUE "G".
       01  WS-BD-DATE              PIC 9(8).
       01  WS-BD-DATE-X REDEFINES WS-BD-DATE PIC X(8).
       01  WS-BD-RESULT            PIC X.

      *>   Interfaz con el spooler de reportes compartido
      *>   (Batch/RPTSPOOL.COB).
       01  WS-RPT-ACTION           PIC X.
       01  WS-RPT-NAME             PIC X(10) VALUE "EVTSETL".
       01  WS-RPT-DATE             PIC 9(8).
       01  WS-RPT-LINE             PIC X(100).

      *>   Evento pedido en la tarjeta (0 = todos los jugados).
       01  WS-PARM-EVENT           PIC 9(3) VALUE 0.

      *>   Tipos de asiento y tarifa de la casa, como en
      *>   CARGA-PARAMETROS de 04-TicketSystem (nombre, precio,
      *>   primer y ultimo asiento del tipo).
       01  WS-TIER-TABLE.
           05  WS-TIER-R OCCURS 3 TIMES.
               10  WS-TIER-NAME    PIC X(10).
               10  WS-TIER-COST    PIC 9(4).
               10  WS-TIER-MIN     PIC 9(5).
               10  WS-TIER-MAX     PIC 9(5).
       01  WS-TIER-IDX             PIC 9(1).
       01  WS-TIER-SEL             PIC 9(1).
       01  WS-FIND-SEAT            PIC 9(5).

      *>   Acumulados del evento en curso, por tipo.
       01  WS-ACC-TABLE.
           05  WS-ACC-R OCCURS 3 TIMES.
               10  WS-ACC-SOLD     PIC 9(5).
               10  WS-ACC-NET-AMT  PIC 9(7)V99.
               10  WS-ACC-REF-CNT  PIC 9(5).
               10  WS-ACC-REF-AMT  PIC 9(7)V99.
               10  WS-ACC-SEASON   PIC 9(5).
               10  WS-ACC-SSN-AMT  PIC 9(7)V99.

      *>   Eventos del archivo EVENTS.
       01  WS-EVT-TABLE.
           05  WS-EVT-COUNT        PIC 9(3) VALUE 0.
           05  WS-EVT-R OCCURS 50 TIMES.
               10  WS-EVT-ID       PIC 9(3).
               10  WS-EVT-DESC     PIC X(30).
               10  WS-EVT-DATE     PIC X(8).
       01  WS-EVT-IDX              PIC 9(3).
       01  WS-EVT-IDX2             PIC 9(3).

      *>   Condiciones de los promotores.
       01  WS-PRT-TABLE.
           05  WS-PRT-COUNT        PIC 9(3) VALUE 0.
           05  WS-PRT-R OCCURS 100 TIMES.
               10  WS-PRT-EVENT    PIC 9(3).
               10  WS-PRT-PROMOTER PIC X(15).
               10  WS-PRT-BOOK-FEE PIC 9(3)V99.
               10  WS-PRT-COMM-PCT PIC 99V99.
               10  WS-PRT-SSN-EVTS PIC 9(3).
       01  WS-PRT-IDX              PIC 9(3).
       01  WS-PRT-SEL              PIC 9(3).
       01  WS-PRT-DEFAULT          PIC 9(3).

      *>   Eventos ya liquidados (EVTSETTLE).
       01  WS-SET-TABLE.
           05  WS-SET-COUNT        PIC 9(3) VALUE 0.
           05  WS-SET-EVENT OCCURS 500 TIMES PIC 9(3).
       01  WS-SET-IDX              PIC 9(3).
       01  WS-SETTLED-SW           PIC X.
           88  WS-SETTLED              VALUE "Y".
       01  WS-SET-OVERFLOW-SW      PIC X VALUE "N".
           88  WS-SET-OVERFLOW         VALUE "Y".

      *>   Cifras del estado de cuenta.
       01  WS-CUR-EVENT            PIC 9(3).
       01  WS-SEASON-YEAR          PIC X(4).
       01  WS-SEASON-EVTS          PIC 9(3).
       01  WS-SEASON-SHARE         PIC 9(5)V99.
       01  WS-TICKETS              PIC 9(5).
       01  WS-ADMITTED             PIC 9(5).
       01  WS-GROSS                PIC 9(7)V99.
       01  WS-REFUNDS              PIC 9(7)V99.
       01  WS-NET                  PIC 9(7)V99.
       01  WS-SEASON-VALUE         PIC 9(7)V99.
       01  WS-REVENUE              PIC 9(7)V99.
       01  WS-FEES                 PIC 9(7)V99.
       01  WS-COMMISSION           PIC 9(7)V99.
       01  WS-PAYABLE              PIC S9(7)V99.
       01  WS-REF-SEAT             PIC 9(5).
       01  WS-REF-AMT              PIC 9(4).
       01  WS-TOT-SETTLED          PIC 9(3) VALUE 0.
       01  WS-TOT-PAYABLE          PIC S9(9)V99 VALUE 0.

       01  WS-AMOUNT-Z             PIC Z(6)9.99.
       01  WS-SIGNED-Z             PIC -(7)9.99.
       01  WS-COUNT-Z              PIC ZZZZ9.
       01  WS-COUNT2-Z             PIC ZZZZ9.
       01  WS-PCT-Z                PIC Z9.99.
       01  WS-FEE-Z                PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSDATE-PROCEDURE.
           PERFORM LOAD-PARM-PROCEDURE.
           MOVE "VIP Box   10000000103716" TO WS-TIER-R(1).
           MOVE "VIP Seat  05000371711146" TO WS-TIER-R(2).
           MOVE "General   00901114759448" TO WS-TIER-R(3).
           PERFORM LOAD-EVENTS.
           PERFORM LOAD-TERMS.
           PERFORM LOAD-SETTLED.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  PROMOTER SETTLEMENT RUN - BUSINESS DATE "
                  WS-BD-DATE
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
      *>   Sin la lista completa de liquidados no se liquida nada.
           IF WS-SET-OVERFLOW
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** EVTSETTLE TOO LARGE - NO EVENT SETTLED "
                      "THIS RUN ***"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               IF WS-PARM-EVENT > 0
                   PERFORM CHECK-REQUESTED-EVENT
               END-IF
               PERFORM SETTLE-ONE-EVENT
                   THRU SETTLE-ONE-EVENT-EXIT
                   VARYING WS-EVT-IDX FROM 1 BY 1
                   UNTIL WS-EVT-IDX > WS-EVT-COUNT
           END-IF.
           PERFORM PRINT-RUN-TOTALS.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *>   Tarjeta EVSPARM: evento a liquidar (en blanco = todos los
      *>   ya jugados y no liquidados).
       LOAD-PARM-PROCEDURE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-EVENT IS NUMERIC
                           MOVE PARM-EVENT TO WS-PARM-EVENT
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       LOAD-EVENTS.
           OPEN INPUT EVENTS-FILE.
           IF WS-EVENTS-STATUS = "00"
               PERFORM LOAD-ONE-EVENT
                   UNTIL WS-EVENTS-STATUS NOT = "00"
               CLOSE EVENTS-FILE
           END-IF.

       LOAD-ONE-EVENT.
           READ EVENTS-FILE
               AT END
                   MOVE "10" TO WS-EVENTS-STATUS
               NOT AT END
                   IF WS-EVT-COUNT < 50
                       ADD 1 TO WS-EVT-COUNT
                       MOVE EVT-ID   TO WS-EVT-ID (WS-EVT-COUNT)
                       MOVE EVT-DESC TO WS-EVT-DESC (WS-EVT-COUNT)
                       MOVE EVT-DATE TO WS-EVT-DATE (WS-EVT-COUNT)
                   END-IF
           END-READ.

       LOAD-TERMS.
           MOVE 0 TO WS-PRT-DEFAULT.
           OPEN INPUT TERMS-FILE.
           IF WS-TERMS-STATUS = "00"
               PERFORM LOAD-ONE-TERMS
                   UNTIL WS-TERMS-STATUS NOT = "00"
               CLOSE TERMS-FILE
           END-IF.

       LOAD-ONE-TERMS.
           READ TERMS-FILE
               AT END
                   MOVE "10" TO WS-TERMS-STATUS
               NOT AT END
                   IF WS-PRT-COUNT < 100
                      AND PRT-EVENT IS NUMERIC
                       ADD 1 TO WS-PRT-COUNT
                       MOVE PRT-EVENT
                           TO WS-PRT-EVENT (WS-PRT-COUNT)
                       MOVE PRT-PROMOTER
                           TO WS-PRT-PROMOTER (WS-PRT-COUNT)
                       MOVE 0 TO WS-PRT-BOOK-FEE (WS-PRT-COUNT)
                       IF PRT-BOOK-FEE IS NUMERIC
                           MOVE PRT-BOOK-FEE
                               TO WS-PRT-BOOK-FEE (WS-PRT-COUNT)
                       END-IF
                       MOVE 0 TO WS-PRT-COMM-PCT (WS-PRT-COUNT)
                       IF PRT-COMM-PCT IS NUMERIC
                           MOVE PRT-COMM-PCT
                               TO WS-PRT-COMM-PCT (WS-PRT-COUNT)
                       END-IF
                       MOVE 0 TO WS-PRT-SSN-EVTS (WS-PRT-COUNT)
                       IF PRT-SEASON-EVTS IS NUMERIC
                           MOVE PRT-SEASON-EVTS
                               TO WS-PRT-SSN-EVTS (WS-PRT-COUNT)
                       END-IF
                       IF PRT-EVENT = 0
                           MOVE WS-PRT-COUNT TO WS-PRT-DEFAULT
                       END-IF
                   END-IF
           END-READ.

       LOAD-SETTLED.
           OPEN INPUT SETTLE-FILE.
           IF WS-SETTLE-STATUS = "00"
               PERFORM LOAD-ONE-SETTLED
                   UNTIL WS-SETTLE-STATUS NOT = "00"
               CLOSE SETTLE-FILE
           END-IF.

       LOAD-ONE-SETTLED.
           READ SETTLE-FILE
               AT END
                   MOVE "10" TO WS-SETTLE-STATUS
               NOT AT END
                   IF WS-SET-COUNT < 500
                       ADD 1 TO WS-SET-COUNT
                       MOVE SET-EVENT TO WS-SET-EVENT (WS-SET-COUNT)
                   ELSE
                       MOVE "Y" TO WS-SET-OVERFLOW-SW
                   END-IF
           END-READ.

      *>   Con tarjeta: el evento pedido tiene que existir, estar
      *>   jugado y no liquidado; si no, se avisa con RC 4.
       CHECK-REQUESTED-EVENT.
           MOVE 0 TO WS-EVT-IDX2.
           PERFORM MATCH-REQUESTED-EVENT
               VARYING WS-EVT-IDX FROM 1 BY 1
               UNTIL WS-EVT-IDX > WS-EVT-COUNT.
           MOVE WS-PARM-EVENT TO WS-CUR-EVENT.
           PERFORM CHECK-SETTLED.
           MOVE SPACES TO WS-RPT-LINE.
           EVALUATE TRUE
               WHEN WS-EVT-IDX2 = 0
                   STRING "  *** EVENT " WS-PARM-EVENT
                          " IS NOT IN EVENTS"
                          DELIMITED BY SIZE INTO WS-RPT-LINE
               WHEN WS-SETTLED
                   STRING "  *** EVENT " WS-PARM-EVENT
                          " IS ALREADY SETTLED"
                          DELIMITED BY SIZE INTO WS-RPT-LINE
               WHEN WS-EVT-DATE (WS-EVT-IDX2) IS NOT NUMERIC
                 OR WS-EVT-DATE (WS-EVT-IDX2) NOT < WS-BD-DATE-X
                   STRING "  *** EVENT " WS-PARM-EVENT
                          " HAS NOT BEEN PLAYED YET ("
                          WS-EVT-DATE (WS-EVT-IDX2) ")"
                          DELIMITED BY SIZE INTO WS-RPT-LINE
           END-EVALUATE.
           IF WS-RPT-LINE NOT = SPACES
               PERFORM PRINT-LINE-PROCEDURE
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       MATCH-REQUESTED-EVENT.
           IF WS-EVT-ID (WS-EVT-IDX) = WS-PARM-EVENT
               MOVE WS-EVT-IDX TO WS-EVT-IDX2
           END-IF.

       CHECK-SETTLED.
           MOVE "N" TO WS-SETTLED-SW.
           PERFORM MATCH-SETTLED
               VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > WS-SET-COUNT.

       MATCH-SETTLED.
           IF WS-SET-EVENT (WS-SET-IDX) = WS-CUR-EVENT
               MOVE "Y" TO WS-SETTLED-SW
           END-IF.

      *>   *************************************************************
      *>   Un evento: se liquida si corresponde a la corrida, ya se
      *>   jugo, no esta liquidado y tiene condiciones de promotor.
      *>   *************************************************************
       SETTLE-ONE-EVENT.
           MOVE WS-EVT-ID (WS-EVT-IDX) TO WS-CUR-EVENT.
           IF WS-PARM-EVENT > 0
              AND WS-CUR-EVENT NOT = WS-PARM-EVENT
               GO TO SETTLE-ONE-EVENT-EXIT
           END-IF.
           IF WS-EVT-DATE (WS-EVT-IDX) IS NOT NUMERIC
              OR WS-EVT-DATE (WS-EVT-IDX) NOT < WS-BD-DATE-X
               GO TO SETTLE-ONE-EVENT-EXIT
           END-IF.
           PERFORM CHECK-SETTLED.
           IF WS-SETTLED
               GO TO SETTLE-ONE-EVENT-EXIT
           END-IF.
           MOVE 0 TO WS-PRT-SEL.
           PERFORM MATCH-TERMS
               VARYING WS-PRT-IDX FROM 1 BY 1
               UNTIL WS-PRT-IDX > WS-PRT-COUNT.
           IF WS-PRT-SEL = 0
               MOVE WS-PRT-DEFAULT TO WS-PRT-SEL
           END-IF.
           IF WS-PRT-SEL = 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** EVENT " WS-CUR-EVENT
                      " HAS NO PROMOTER TERMS - NOT SETTLED"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE 4 TO WS-RETURN-CODE
               GO TO SETTLE-ONE-EVENT-EXIT
           END-IF.
           INITIALIZE WS-ACC-TABLE.
           MOVE 0 TO WS-ADMITTED.
           PERFORM SET-SEASON-SHARE-BASIS.
           PERFORM SUM-SOLDSEATS.
           PERFORM SUM-REFUNDS.
           PERFORM COMPUTE-SETTLEMENT.
           PERFORM PRINT-STATEMENT.
           PERFORM POST-PAYABLE-GL.
           PERFORM MARK-EVENT-SETTLED.
           ADD 1 TO WS-TOT-SETTLED.
           ADD WS-PAYABLE TO WS-TOT-PAYABLE.
       SETTLE-ONE-EVENT-EXIT.
           EXIT.

       MATCH-TERMS.
           IF WS-PRT-EVENT (WS-PRT-IDX) = WS-CUR-EVENT
               MOVE WS-PRT-IDX TO WS-PRT-SEL
           END-IF.

      *>   El abono se reparte entre los eventos de su temporada:
      *>   los que diga el promotor o, si no, los del mismo anio en
      *>   EVENTS.
       SET-SEASON-SHARE-BASIS.
           MOVE WS-EVT-DATE (WS-EVT-IDX) (1:4) TO WS-SEASON-YEAR.
           MOVE WS-PRT-SSN-EVTS (WS-PRT-SEL) TO WS-SEASON-EVTS.
           IF WS-SEASON-EVTS = 0
               PERFORM COUNT-SEASON-EVENT
                   VARYING WS-EVT-IDX2 FROM 1 BY 1
                   UNTIL WS-EVT-IDX2 > WS-EVT-COUNT
           END-IF.

       COUNT-SEASON-EVENT.
           IF WS-EVT-DATE (WS-EVT-IDX2) (1:4) = WS-SEASON-YEAR
               ADD 1 TO WS-SEASON-EVTS
           END-IF.

       SUM-SOLDSEATS.
           OPEN INPUT SOLDSEATS-FILE.
           IF WS-SOLD-STATUS = "00"
               PERFORM SUM-ONE-SOLDSEAT
                   UNTIL WS-SOLD-STATUS NOT = "00"
               CLOSE SOLDSEATS-FILE
           END-IF.

       SUM-ONE-SOLDSEAT.
           READ SOLDSEATS-FILE
               AT END
                   MOVE "10" TO WS-SOLD-STATUS
               NOT AT END
                   IF SLD-EVENT = WS-CUR-EVENT
                      AND SLD-SEAT IS NUMERIC
                      AND SLD-SEAT > 0
                       PERFORM TALLY-ONE-SOLDSEAT
                   END-IF
           END-READ.

      *>   Fila de abonado: a la cuota por evento del abono de su
      *>   tipo. Fila vendida: a lo cobrado (fila vieja sin precio =
      *>   tarifa de la casa, como la carga el programa en linea).
       TALLY-ONE-SOLDSEAT.
           MOVE SLD-SEAT TO WS-FIND-SEAT.
           PERFORM FIND-TIER.
           IF SLD-ADMIT = "A"
               ADD 1 TO WS-ADMITTED
           END-IF.
           IF SLD-PURCHDATE (1:6) = "SEASON"
               ADD 1 TO WS-ACC-SEASON (WS-TIER-SEL)
           ELSE
               ADD 1 TO WS-ACC-SOLD (WS-TIER-SEL)
               IF SLD-PRICE IS NUMERIC AND SLD-PRICE > 0
                   ADD SLD-PRICE TO WS-ACC-NET-AMT (WS-TIER-SEL)
               ELSE
                   ADD WS-TIER-COST (WS-TIER-SEL)
                       TO WS-ACC-NET-AMT (WS-TIER-SEL)
               END-IF
           END-IF.

      *>   Tipo del asiento WS-FIND-SEAT; mas alla del ultimo rango
      *>   cuenta como General.
       FIND-TIER.
           MOVE 3 TO WS-TIER-SEL.
           PERFORM MATCH-TIER
               VARYING WS-TIER-IDX FROM 3 BY -1
               UNTIL WS-TIER-IDX < 1.

       MATCH-TIER.
           IF WS-FIND-SEAT NOT < WS-TIER-MIN (WS-TIER-IDX)
              AND WS-FIND-SEAT NOT > WS-TIER-MAX (WS-TIER-IDX)
               MOVE WS-TIER-IDX TO WS-TIER-SEL
           END-IF.

      *>   Reembolsos del evento segun la pista de 04-TicketSystem:
      *>   detalle "SEAT sssss EVT eee L$ aaaa".
       SUM-REFUNDS.
           OPEN INPUT SESSION-AUDIT-FILE.
           IF WS-SESAUD-STATUS = "00"
               PERFORM SUM-ONE-REFUND
                   UNTIL WS-SESAUD-STATUS NOT = "00"
               CLOSE SESSION-AUDIT-FILE
           END-IF.

       SUM-ONE-REFUND.
           READ SESSION-AUDIT-FILE
               AT END
                   MOVE "10" TO WS-SESAUD-STATUS
               NOT AT END
                   IF SESAUD-PROGRAM = "04-TicketSystem"
                      AND SESAUD-ACTION = "REFUND"
                      AND SESAUD-DETAIL (16:3) IS NUMERIC
                      AND SESAUD-DETAIL (16:3) = WS-CUR-EVENT
                      AND SESAUD-DETAIL (6:5) IS NUMERIC
                      AND SESAUD-DETAIL (23:4) IS NUMERIC
                       MOVE SESAUD-DETAIL (6:5) TO WS-REF-SEAT
                       MOVE SESAUD-DETAIL (23:4) TO WS-REF-AMT
                       MOVE WS-REF-SEAT TO WS-FIND-SEAT
                       PERFORM FIND-TIER
                       ADD 1 TO WS-ACC-REF-CNT (WS-TIER-SEL)
                       ADD WS-REF-AMT TO WS-ACC-REF-AMT (WS-TIER-SEL)
                   END-IF
           END-READ.

       COMPUTE-SETTLEMENT.
           MOVE 0 TO WS-TICKETS WS-GROSS WS-REFUNDS WS-NET
                     WS-SEASON-VALUE.
           PERFORM TOTAL-ONE-TIER
               VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > 3.
           COMPUTE WS-REVENUE = WS-NET + WS-SEASON-VALUE.
           COMPUTE WS-FEES =
               WS-TICKETS * WS-PRT-BOOK-FEE (WS-PRT-SEL).
           COMPUTE WS-COMMISSION ROUNDED =
               WS-REVENUE * WS-PRT-COMM-PCT (WS-PRT-SEL) / 100.
           COMPUTE WS-PAYABLE =
               WS-REVENUE - WS-FEES - WS-COMMISSION.

       TOTAL-ONE-TIER.
           IF WS-SEASON-EVTS > 0
               COMPUTE WS-SEASON-SHARE ROUNDED =
                   WS-TIER-COST (WS-TIER-IDX) / WS-SEASON-EVTS
           ELSE
               MOVE 0 TO WS-SEASON-SHARE
           END-IF.
           COMPUTE WS-ACC-SSN-AMT (WS-TIER-IDX) =
               WS-ACC-SEASON (WS-TIER-IDX) * WS-SEASON-SHARE.
           ADD WS-ACC-NET-AMT (WS-TIER-IDX)
               WS-ACC-REF-AMT (WS-TIER-IDX) TO WS-GROSS.
           ADD WS-ACC-REF-AMT (WS-TIER-IDX) TO WS-REFUNDS.
           ADD WS-ACC-NET-AMT (WS-TIER-IDX) TO WS-NET.
           ADD WS-ACC-SSN-AMT (WS-TIER-IDX) TO WS-SEASON-VALUE.
           ADD WS-ACC-SOLD (WS-TIER-IDX)
               WS-ACC-SEASON (WS-TIER-IDX) TO WS-TICKETS.

      *>   *************************************************************
      *>   Estado de cuenta para el promotor
      *>   *************************************************************
       PRINT-STATEMENT.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  SETTLEMENT STATEMENT - EVENT " WS-CUR-EVENT " "
                  WS-EVT-DESC (WS-EVT-IDX) " PLAYED "
                  WS-EVT-DATE (WS-EVT-IDX)
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-PRT-BOOK-FEE (WS-PRT-SEL) TO WS-FEE-Z.
           MOVE WS-PRT-COMM-PCT (WS-PRT-SEL) TO WS-PCT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  PROMOTER " WS-PRT-PROMOTER (WS-PRT-SEL)
                  "  BOOKING FEE L$ " WS-FEE-Z " PER TICKET"
                  "  COMMISSION " WS-PCT-Z "%"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "  TIER"          TO WS-RPT-LINE(1:).
           MOVE "SOLD"            TO WS-RPT-LINE(16:).
           MOVE "GROSS"           TO WS-RPT-LINE(28:).
           MOVE "REFD"            TO WS-RPT-LINE(36:).
           MOVE "REFUNDS"         TO WS-RPT-LINE(46:).
           MOVE "NET"             TO WS-RPT-LINE(62:).
           MOVE "SEASON"          TO WS-RPT-LINE(67:).
           MOVE "SEASON VALUE"    TO WS-RPT-LINE(77:).
           PERFORM PRINT-LINE-PROCEDURE.
           PERFORM PRINT-ONE-TIER
               VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > 3.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-GROSS TO WS-AMOUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  GROSS TICKET SALES.......: " WS-AMOUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-REFUNDS TO WS-AMOUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  LESS REFUNDS.............: " WS-AMOUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-NET TO WS-AMOUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  NET TICKET SALES.........: " WS-AMOUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-SEASON-VALUE TO WS-AMOUNT-Z.
           MOVE WS-SEASON-EVTS TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  SEASON ALLOCATIONS.......: " WS-AMOUNT-Z
                  "   (SEASON PRICE / " WS-COUNT-Z " EVENTS)"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-REVENUE TO WS-AMOUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  TICKET REVENUE...........: " WS-AMOUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-FEES TO WS-AMOUNT-Z.
           MOVE WS-TICKETS TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  LESS BOOKING FEES........: " WS-AMOUNT-Z
                  "   (" WS-COUNT-Z " TICKETS HELD)"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-COMMISSION TO WS-AMOUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  LESS COMMISSION..........: " WS-AMOUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-PAYABLE TO WS-SIGNED-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  PAYABLE TO PROMOTER......:" WS-SIGNED-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-ADMITTED TO WS-COUNT-Z.
           MOVE WS-TICKETS TO WS-COUNT2-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  ADMITTED AT THE GATE.....: " WS-COUNT-Z
                  " OF " WS-COUNT2-Z " TICKETS HELD"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-ONE-TIER.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-TIER-NAME (WS-TIER-IDX) TO WS-RPT-LINE(3:).
           COMPUTE WS-COUNT-Z = WS-ACC-SOLD (WS-TIER-IDX)
                              + WS-ACC-REF-CNT (WS-TIER-IDX).
           MOVE WS-COUNT-Z TO WS-RPT-LINE(15:).
           COMPUTE WS-AMOUNT-Z = WS-ACC-NET-AMT (WS-TIER-IDX)
                               + WS-ACC-REF-AMT (WS-TIER-IDX).
           MOVE WS-AMOUNT-Z TO WS-RPT-LINE(22:).
           MOVE WS-ACC-REF-CNT (WS-TIER-IDX) TO WS-COUNT-Z.
           MOVE WS-COUNT-Z TO WS-RPT-LINE(35:).
           MOVE WS-ACC-REF-AMT (WS-TIER-IDX) TO WS-AMOUNT-Z.
           MOVE WS-AMOUNT-Z TO WS-RPT-LINE(42:).
           MOVE WS-ACC-NET-AMT (WS-TIER-IDX) TO WS-AMOUNT-Z.
           MOVE WS-AMOUNT-Z TO WS-RPT-LINE(55:).
           MOVE WS-ACC-SEASON (WS-TIER-IDX) TO WS-COUNT-Z.
           MOVE WS-COUNT-Z TO WS-RPT-LINE(68:).
           MOVE WS-ACC-SSN-AMT (WS-TIER-IDX) TO WS-AMOUNT-Z.
           MOVE WS-AMOUNT-Z TO WS-RPT-LINE(79:).
           PERFORM PRINT-LINE-PROCEDURE.

      *>   Lo que se le debe al promotor: pasivo (negativo) del
      *>   evento, y su pago (PROMOTER-PAY-nnn) que lo cancela.
       POST-PAYABLE-GL.
           IF WS-PAYABLE NOT = 0
               OPEN EXTEND GL-EXTRACT-FILE
               IF WS-GLEXT-STATUS = "35"
                   OPEN OUTPUT GL-EXTRACT-FILE
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:14) TO GLEXT-DATE
               MOVE "EVTSETL" TO GLEXT-SOURCE
               MOVE SPACES TO GLEXT-ACCOUNT
               STRING "PROMOTER-EVT-" WS-CUR-EVENT
                      DELIMITED BY SIZE INTO GLEXT-ACCOUNT
               COMPUTE GLEXT-AMOUNT = 0 - WS-PAYABLE
               WRITE GLEXT-RECORD
               MOVE SPACES TO GLEXT-ACCOUNT
               STRING "PROMOTER-PAY-" WS-CUR-EVENT
                      DELIMITED BY SIZE INTO GLEXT-ACCOUNT
               MOVE WS-PAYABLE TO GLEXT-AMOUNT
               WRITE GLEXT-RECORD
               CLOSE GL-EXTRACT-FILE
           END-IF.

      *>   La linea en EVTSETTLE cierra el evento a reembolsos.
       MARK-EVENT-SETTLED.
           OPEN EXTEND SETTLE-FILE.
           IF WS-SETTLE-STATUS = "35"
               OPEN OUTPUT SETTLE-FILE
           END-IF.
           MOVE SPACES TO EVTSETL-RECORD.
           MOVE WS-CUR-EVENT  TO SET-EVENT.
           MOVE WS-BD-DATE    TO SET-DATE.
           MOVE WS-PRT-PROMOTER (WS-PRT-SEL) TO SET-PROMOTER.
           MOVE WS-TICKETS    TO SET-TICKETS.
           MOVE WS-GROSS      TO SET-GROSS.
           MOVE WS-REFUNDS    TO SET-REFUNDS.
           MOVE WS-SEASON-VALUE TO SET-SEASON.
           MOVE WS-FEES       TO SET-FEES.
           MOVE WS-COMMISSION TO SET-COMMISSION.
           MOVE WS-PAYABLE    TO SET-PAYABLE.
           WRITE EVTSETL-RECORD.
           CLOSE SETTLE-FILE.
           IF WS-SET-COUNT < 500
               ADD 1 TO WS-SET-COUNT
               MOVE WS-CUR-EVENT TO WS-SET-EVENT (WS-SET-COUNT)
           END-IF.
           MOVE "  EVENT LOCKED AGAINST FURTHER REFUNDS"
               TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-RUN-TOTALS.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-SETTLED TO WS-COUNT-Z.
           MOVE WS-TOT-PAYABLE TO WS-SIGNED-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  EVENTS SETTLED: " WS-COUNT-Z
                  "   TOTAL PAYABLE TO PROMOTERS:" WS-SIGNED-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

      *>   Un renglon a la pantalla y al spool del reporte.
       PRINT-LINE-PROCEDURE.
           DISPLAY WS-RPT-LINE.
           MOVE "L" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.

      *>   Fecha de negocio vigente (control BUSDATE compartido).
       GET-BUSDATE-PROCEDURE.
           MOVE "G" TO WS-BD-MODE.
           CALL "BUSDATE" USING WS-BD-MODE WS-BD-DATE
                                WS-BD-RESULT.
           MOVE WS-BD-DATE TO WS-RPT-DATE.

       END PROGRAM EVTSETL.
