      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Airline load factor and route revenue report for a
      *>     date range, one block per destination with a line per
      *>     departure (destination + date, the flight key of
      *>     05-AirlinesFlights), the route total and the route
      *>     averages by weekday. Runs unattended and goes to
      *>     SYSOUT and to the ROUTEREV spool report.
      *>   * Seats offered: SCH-CAPACITY of the route in FLTSCHED
      *>     (house default 50, as the online seeds it); a
      *>     departure cancelled in FLTSTATUS offers none.
      *>   * Seats sold by class: the active BOOKINGS legs of the
      *>     departure. No-shows ("N") and denied boardings ("D")
      *>     come from the check-in byte of the leg, standby
      *>     boardings from the STBBOARD log the check-in close
      *>     writes. Seats flown = sold - no-shows - denied +
      *>     standby; load factor = flown / offered.
      *>   * Revenue: each leg sold at the FARETBL fare of its
      *>     class plus the extra-luggage surcharge. A cancelled
      *>     booking keeps its revenue (the ticket is not refunded)
      *>     unless FLTCANLOG shows the airline cancelled the
      *>     flight, in which case the same amount is netted out as
      *>     a refund. Denied-boarding compensation is netted out
      *>     too, at the amount the online pays per passenger.
      *>   * A departure below the target load factor is flagged
      *>     LOW LF.
      *>   * RRVPARM card (optional): bytes 1-8 first day and 10-17
      *>     last day AAAAMMDD (default the 7 days ending the day
      *>     before the business date), byte 19 destination 1-5
      *>     (0 or blank = all), bytes 21-22 target load factor %
      *>     (default 70).
      *>   * RETURN-CODE 4 when departures or refunded PNRs do not
      *>     fit their tables.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROUTEREV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKING-FILE ASSIGN TO "BOOKINGS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "FLTSCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.

           SELECT FARETBL-FILE ASSIGN TO "FARETBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FARETBL-STATUS.

           SELECT SEAT-FILE ASSIGN TO "SEATINVENTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEAT-STATUS.

           SELECT FLTSTATUS-FILE ASSIGN TO "FLTSTATUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLTSTAT-STATUS.

           SELECT FLTCANLOG-FILE ASSIGN TO "FLTCANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLTCAN-STATUS.

           SELECT STBBOARD-FILE ASSIGN TO "STBBOARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STBBOARD-STATUS.

           SELECT PARM-FILE ASSIGN TO "RRVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>   Mismo layout que graba 05-AirlinesFlights.
       FD  BOOKING-FILE.
       01  BOOKING-RECORD.
           05  BKG-PNR             PIC 9(6).
           05  FILLER              PIC X(1).
           05  BKG-PAX-NAME        PIC X(30).
           05  FILLER              PIC X(1).
           05  BKG-PAX-PASSPORT    PIC X(20).
           05  FILLER              PIC X(1).
           05  BKG-OUT-PAIS        PIC 9.
           05  BKG-OUT-DATE        PIC 9(8).
           05  BKG-OUT-COND        PIC 9.
           05  BKG-OUT-MEAL        PIC 9.
           05  BKG-OUT-LUGG        PIC 9.
           05  FILLER              PIC X(1).
           05  BKG-RET-PAIS        PIC 9.
           05  BKG-RET-DATE        PIC 9(8).
           05  BKG-RET-COND        PIC 9.
           05  BKG-RET-MEAL        PIC 9.
           05  BKG-RET-LUGG        PIC 9.
           05  FILLER              PIC X(1).
           05  BKG-STATUS          PIC X(1).
           05  FILLER              PIC X(1).
           05  BKG-TOTAL           PIC 9(7)V99.
           05  FILLER              PIC X(1).
           05  BKG-OUT-CHKIN       PIC X(1).
           05  BKG-RET-CHKIN       PIC X(1).
           05  FILLER              PIC X(1).
           05  BKG-OUT-SEAT        PIC 9(3).
           05  FILLER              PIC X(1).
           05  BKG-RET-SEAT        PIC 9(3).

      *>   Mismo layout que graba 05-AirlinesFlights.
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           05  SCH-PAIS            PIC 9.
           05  FILLER              PIC X(1).
           05  SCH-CAPACITY        PIC 9(3).
           05  FILLER              PIC X(1).
           05  SCH-OVERSELL        PIC 9(2).

      *>   Mismo layout que graba 05-AirlinesFlights.
       FD  FARETBL-FILE.
       01  FARETBL-RECORD.
           05  FARE-PAIS           PIC 9.
           05  FILLER              PIC X(1).
           05  FARE-COND           PIC 9.
           05  FILLER              PIC X(1).
           05  FARE-AMOUNT         PIC 9(5)V99.

      *>   Mismo layout que graba 05-AirlinesFlights.
       FD  SEAT-FILE.
       01  SEAT-RECORD.
           05  FSEAT-PAIS          PIC 9.
           05  FILLER              PIC X(1).
           05  FSEAT-DATE          PIC 9(8).
           05  FILLER              PIC X(1).
           05  FSEAT-REMAIN        PIC 9(3).

      *>   Mismo layout que graba 05-AirlinesFlights.
       FD  FLTSTATUS-FILE.
       01  FLTSTATUS-RECORD.
           05  FST-PAIS            PIC 9.
           05  FILLER              PIC X(1).
           05  FST-DATE            PIC 9(8).
           05  FILLER              PIC X(1).
           05  FST-STATUS          PIC X(1).
           05  FILLER              PIC X(1).
           05  FST-NEW-TIME        PIC 9(4).
           05  FILLER              PIC X(1).
           05  FST-STAMP           PIC X(14).

      *>   Mismo layout que graba 05-AirlinesFlights.
       FD  FLTCANLOG-FILE.
       01  FLTCANLOG-RECORD.
           05  FCAN-DATE           PIC X(8).
           05  FILLER              PIC X(1).
           05  FCAN-PNR            PIC 9(6).
           05  FILLER              PIC X(1).
           05  FCAN-REASON         PIC X(30).

      *>   Mismo layout que graba 05-AirlinesFlights.
       FD  STBBOARD-FILE.
       01  STBBOARD-RECORD.
           05  SBB-PAIS            PIC 9.
           05  FILLER              PIC X(1).
           05  SBB-DATE            PIC 9(8).
           05  FILLER              PIC X(1).
           05  SBB-PNR             PIC 9(6).
           05  FILLER              PIC X(1).
           05  SBB-NAME            PIC X(30).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-FROM           PIC X(8).
           05  FILLER              PIC X(1).
           05  PARM-TO             PIC X(8).
           05  FILLER              PIC X(1).
           05  PARM-PAIS           PIC X(1).
           05  FILLER              PIC X(1).
           05  PARM-TARGET         PIC X(2).
           05  FILLER              PIC X(58).

       WORKING-STORAGE SECTION.
       01  WS-BOOK-STATUS          PIC X(2).
       01  WS-SCHED-STATUS         PIC X(2).
       01  WS-FARETBL-STATUS       PIC X(2).
       01  WS-SEAT-STATUS          PIC X(2).
       01  WS-FLTSTAT-STATUS       PIC X(2).
       01  WS-FLTCAN-STATUS        PIC X(2).
       01  WS-STBBOARD-STATUS      PIC X(2).
       01  WS-PARM-STATUS          PIC X(2).
       01  WS-RETURN-CODE          PIC 9(2) VALUE 0.

      *>   Interfaz con el control de fecha de negocio compartido.
       01  WS-BD-MODE              PIC X VALUE "G".
       01  WS-BD-DATE              PIC 9(8).
       01  WS-BD-RESULT            PIC X.

      *>   Interfaz con el validador de fechas compartido DATEVAL
      *>   (solo para el dia de la semana).
       01  WS-DV-DATE              PIC 9(8).
       01  WS-DV-MODE              PIC X VALUE "A".
       01  WS-DV-RESULT            PIC X.
       01  WS-DV-DOW               PIC 9.

      *>   Interfaz con el spooler de reportes compartido
      *>   (Batch/RPTSPOOL.COB).
       01  WS-RPT-ACTION           PIC X.
       01  WS-RPT-NAME             PIC X(10) VALUE "ROUTEREV".
       01  WS-RPT-DATE             PIC 9(8).
       01  WS-RPT-LINE             PIC X(100).

      *>   Periodo, destino y objetivo pedidos.
       01  WS-FROM-DATE            PIC 9(8).
       01  WS-TO-DATE              PIC 9(8).
       01  WS-SEL-PAIS             PIC 9 VALUE 0.
       01  WS-TARGET-LF            PIC 9(2) VALUE 70.
       01  WS-DATE-INT             PIC 9(7).

      *>   Mismos destinos, capacidad por defecto, tarifas de la
      *>   casa, recargo y compensacion que el online.
       01  PAISES
           VALUE "Turkey    Greece    Lebanon   Spain     Portugal".
           05  PAIS-R OCCURS 5 TIMES.
               10 PAIS PIC X(10).
       01  WS-ROUTE-TABLE.
           05  WS-ROUTE OCCURS 5 TIMES.
               10  WS-RT-CAPACITY  PIC 9(3).
               10  WS-RT-FARE      PIC 9(5)V99 OCCURS 2 TIMES.
       01  WS-CAPACITY-DEFAULT     PIC 9(3) VALUE 050.
       01  WS-LUGG-SURCHARGE       PIC 9(3)V99 VALUE 75.00.
       01  WS-DENIED-COMP          PIC 9(4)V99 VALUE 400.00.
       01  WS-PAIS-IDX             PIC 9.

      *>   Salidas del periodo, ordenadas por destino y fecha.
       01  WS-DEP-TABLE.
           05  WS-DEP-COUNT        PIC 9(3) VALUE 0.
           05  WS-DEP OCCURS 300 TIMES.
               10  WS-DEP-PAIS     PIC 9.
               10  WS-DEP-DATE     PIC 9(8).
               10  WS-DEP-DOW      PIC 9.
               10  WS-DEP-CANCEL   PIC X.
               10  WS-DEP-OFFERED  PIC 9(3).
               10  WS-DEP-SOLD     PIC 9(4) OCCURS 2 TIMES.
               10  WS-DEP-NOSHOW   PIC 9(4).
               10  WS-DEP-STANDBY  PIC 9(4).
               10  WS-DEP-DENIED   PIC 9(4).
               10  WS-DEP-REVENUE  PIC 9(9)V99.
               10  WS-DEP-REFUNDS  PIC 9(9)V99.
       01  WS-DEP-IDX              PIC 9(3).
       01  WS-DEP-SEL              PIC 9(3).
       01  WS-DEP-POS              PIC 9(3).
       01  WS-DEP-DROPPED          PIC 9(4) VALUE 0.
       01  WS-SEEK-PAIS            PIC 9.
       01  WS-SEEK-DATE            PIC 9(8).

      *>   PNRs reembolsados por cancelacion de la aerolinea.
       01  WS-REFUND-REASON        PIC X(30)
           VALUE "FLIGHT CANCELLED BY AIRLINE".
       01  WS-RFD-TABLE.
           05  WS-RFD-COUNT        PIC 9(3) VALUE 0.
           05  WS-RFD-PNR          PIC 9(6) OCCURS 500 TIMES.
       01  WS-RFD-IDX              PIC 9(3).
       01  WS-RFD-DROPPED          PIC 9(4) VALUE 0.
       01  WS-REFUND-SW            PIC X.
           88  WS-REFUNDED             VALUE "Y".

      *>   Tramo de la reserva en curso.
       01  WS-LEG-PAIS             PIC 9.
       01  WS-LEG-DATE             PIC 9(8).
       01  WS-LEG-COND             PIC 9.
       01  WS-LEG-LUGG             PIC 9.
       01  WS-LEG-CHKIN            PIC X.
       01  WS-LEG-REVENUE          PIC 9(7)V99.

      *>   Acumulados por destino (dia 8 = total de la ruta) y de
      *>   todas las rutas (destino 6).
       01  WS-AVG-TABLE.
           05  WS-AVG-ROUTE OCCURS 6 TIMES.
               10  WS-AVG-DAY OCCURS 8 TIMES.
                   15  WS-AVG-DEPS     PIC 9(4).
                   15  WS-AVG-OFFERED  PIC 9(6).
                   15  WS-AVG-FLOWN    PIC 9(6).
                   15  WS-AVG-NET      PIC S9(9)V99.
       01  WS-DAY-IDX              PIC 9.
       01  WS-DAY-NAMES            VALUE "MONTUEWEDTHUFRISATSUNALL".
           05  WS-DAY-NAME         PIC X(3) OCCURS 8 TIMES.

      *>   Indicadores de un renglon.
       01  WS-FLOWN                PIC S9(5).
       01  WS-NET                  PIC S9(9)V99.
       01  WS-COMP                 PIC 9(7)V99.
       01  WS-LF-PCT               PIC 9(3)V9.
       01  WS-PER-SEAT             PIC S9(7)V99.
       01  WS-AVG-NET-DEP          PIC S9(9)V99.
       01  WS-FLAG                 PIC X(9).
       01  WS-OFFERED-Z            PIC ZZZ9.
       01  WS-ECO-Z                PIC ZZZ9.
       01  WS-FST-Z                PIC ZZZ9.
       01  WS-FLOWN-Z              PIC ZZZ9.
       01  WS-LF-Z                 PIC ZZ9.9.
       01  WS-NOSHOW-Z             PIC ZZ9.
       01  WS-STANDBY-Z            PIC ZZ9.
       01  WS-DENIED-Z             PIC ZZ9.
       01  WS-COMP-Z               PIC ZZZZZ9.
       01  WS-REFUND-Z             PIC ZZZZZZ9.
       01  WS-NET-Z                PIC -ZZZZZZZ9.
       01  WS-PER-SEAT-Z           PIC -ZZZZ9.
       01  WS-DEPS-Z               PIC ZZZ9.
       01  WS-COUNT-Z              PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSDATE-PROCEDURE.
           PERFORM LOAD-PARM-PROCEDURE.
           INITIALIZE WS-AVG-TABLE.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           PERFORM PRINT-HEADER.
           PERFORM LOAD-SCHEDULE.
           PERFORM LOAD-FARETBL.
           PERFORM LOAD-REFUNDS.
           PERFORM LOAD-SEAT-INVENTORY.
           PERFORM SCAN-BOOKINGS.
           PERFORM LOAD-STANDBY-BOARDINGS.
           PERFORM LOAD-FLIGHT-STATUS.
           PERFORM PRINT-ONE-ROUTE
               THRU PRINT-ONE-ROUTE-EXIT
               VARYING WS-PAIS-IDX FROM 1 BY 1 UNTIL WS-PAIS-IDX > 5.
           PERFORM PRINT-TOTALS.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *>   Periodo por defecto: los 7 dias que terminan el dia
      *>   anterior a la fecha de negocio. La tarjeta RRVPARM lo
      *>   reemplaza y puede elegir destino y objetivo.
       LOAD-PARM-PROCEDURE.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-BD-DATE) - 1.
           COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           SUBTRACT 6 FROM WS-DATE-INT.
           COMPUTE WS-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-FROM IS NUMERIC
                          AND PARM-TO IS NUMERIC
                          AND PARM-TO NOT < PARM-FROM
                           MOVE PARM-FROM TO WS-FROM-DATE
                           MOVE PARM-TO   TO WS-TO-DATE
                       END-IF
                       IF PARM-PAIS IS NUMERIC
                          AND PARM-PAIS < "6"
                           MOVE PARM-PAIS TO WS-SEL-PAIS
                       END-IF
                       IF PARM-TARGET IS NUMERIC
                          AND PARM-TARGET > "00"
                           MOVE PARM-TARGET TO WS-TARGET-LF
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *>   *************************************************************
      *>   Tablas de la aerolinea: capacidad por ruta, tarifas y
      *>   reservas reembolsadas por la aerolinea.
      *>   *************************************************************
       LOAD-SCHEDULE.
           PERFORM SEED-ONE-ROUTE
               VARYING WS-PAIS-IDX FROM 1 BY 1 UNTIL WS-PAIS-IDX > 5.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHED-STATUS = "00"
               PERFORM LOAD-ONE-SCHEDULE
                   UNTIL WS-SCHED-STATUS NOT = "00"
               CLOSE SCHEDULE-FILE
           END-IF.

       SEED-ONE-ROUTE.
           MOVE WS-CAPACITY-DEFAULT TO WS-RT-CAPACITY (WS-PAIS-IDX).
           MOVE 500.00  TO WS-RT-FARE (WS-PAIS-IDX, 1).
           MOVE 1200.00 TO WS-RT-FARE (WS-PAIS-IDX, 2).

       LOAD-ONE-SCHEDULE.
           READ SCHEDULE-FILE
               AT END
                   MOVE "10" TO WS-SCHED-STATUS
               NOT AT END
                   IF SCH-PAIS > 0 AND SCH-PAIS < 6
                      AND SCH-CAPACITY IS NUMERIC
                       MOVE SCH-CAPACITY
                           TO WS-RT-CAPACITY (SCH-PAIS)
                   END-IF
           END-READ.

       LOAD-FARETBL.
           OPEN INPUT FARETBL-FILE.
           IF WS-FARETBL-STATUS = "00"
               PERFORM LOAD-ONE-FARE
                   UNTIL WS-FARETBL-STATUS NOT = "00"
               CLOSE FARETBL-FILE
           END-IF.

       LOAD-ONE-FARE.
           READ FARETBL-FILE
               AT END
                   MOVE "10" TO WS-FARETBL-STATUS
               NOT AT END
                   IF FARE-PAIS > 0 AND FARE-PAIS < 6
                      AND (FARE-COND = 1 OR FARE-COND = 2)
                       MOVE FARE-AMOUNT
                           TO WS-RT-FARE (FARE-PAIS, FARE-COND)
                   END-IF
           END-READ.

       LOAD-REFUNDS.
           OPEN INPUT FLTCANLOG-FILE.
           IF WS-FLTCAN-STATUS = "00"
               PERFORM LOAD-ONE-REFUND
                   UNTIL WS-FLTCAN-STATUS NOT = "00"
               CLOSE FLTCANLOG-FILE
           END-IF.
           IF WS-RFD-DROPPED > 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       LOAD-ONE-REFUND.
           READ FLTCANLOG-FILE
               AT END
                   MOVE "10" TO WS-FLTCAN-STATUS
               NOT AT END
                   IF FCAN-REASON = WS-REFUND-REASON
                       IF WS-RFD-COUNT < 500
                           ADD 1 TO WS-RFD-COUNT
                           MOVE FCAN-PNR TO WS-RFD-PNR (WS-RFD-COUNT)
                       ELSE
                           ADD 1 TO WS-RFD-DROPPED
                       END-IF
                   END-IF
           END-READ.

       FIND-ONE-REFUND.
           IF WS-RFD-PNR (WS-RFD-IDX) = BKG-PNR
               MOVE "Y" TO WS-REFUND-SW
           END-IF.

      *>   *************************************************************
      *>   Salidas del periodo: las que tienen cupo abierto en
      *>   SEATINVENTORY y las que aparecen en las reservas.
      *>   *************************************************************
       LOAD-SEAT-INVENTORY.
           OPEN INPUT SEAT-FILE.
           IF WS-SEAT-STATUS = "00"
               PERFORM LOAD-ONE-SEAT-ROW
                   UNTIL WS-SEAT-STATUS NOT = "00"
               CLOSE SEAT-FILE
           END-IF.

       LOAD-ONE-SEAT-ROW.
           READ SEAT-FILE
               AT END
                   MOVE "10" TO WS-SEAT-STATUS
               NOT AT END
                   MOVE FSEAT-PAIS TO WS-SEEK-PAIS
                   MOVE FSEAT-DATE TO WS-SEEK-DATE
                   PERFORM GET-DEPARTURE
                       THRU GET-DEPARTURE-EXIT
           END-READ.

      *>   Deja en WS-DEP-SEL la salida WS-SEEK-PAIS / WS-SEEK-DATE,
      *>   dandola de alta en su lugar (por destino y fecha) si es
      *>   del periodo y del destino pedido. 0 = fuera del reporte.
       GET-DEPARTURE.
           MOVE 0 TO WS-DEP-SEL.
           IF WS-SEEK-PAIS = 0 OR WS-SEEK-PAIS > 5
              OR WS-SEEK-DATE IS NOT NUMERIC
              OR WS-SEEK-DATE < WS-FROM-DATE
              OR WS-SEEK-DATE > WS-TO-DATE
               GO TO GET-DEPARTURE-EXIT
           END-IF.
           IF WS-SEL-PAIS > 0 AND WS-SEEK-PAIS NOT = WS-SEL-PAIS
               GO TO GET-DEPARTURE-EXIT
           END-IF.
           MOVE WS-DEP-COUNT TO WS-DEP-POS.
           ADD 1 TO WS-DEP-POS.
           PERFORM FIND-DEP-POSITION
               VARYING WS-DEP-IDX FROM WS-DEP-COUNT BY -1
               UNTIL WS-DEP-IDX < 1.
           IF WS-DEP-SEL > 0
               GO TO GET-DEPARTURE-EXIT
           END-IF.
           IF WS-DEP-COUNT NOT < 300
               ADD 1 TO WS-DEP-DROPPED
               MOVE 4 TO WS-RETURN-CODE
               GO TO GET-DEPARTURE-EXIT
           END-IF.
           PERFORM SHIFT-ONE-DEP
               VARYING WS-DEP-IDX FROM WS-DEP-COUNT BY -1
               UNTIL WS-DEP-IDX < WS-DEP-POS.
           ADD 1 TO WS-DEP-COUNT.
           INITIALIZE WS-DEP (WS-DEP-POS).
           MOVE WS-SEEK-PAIS TO WS-DEP-PAIS (WS-DEP-POS).
           MOVE WS-SEEK-DATE TO WS-DEP-DATE (WS-DEP-POS).
           MOVE "N"          TO WS-DEP-CANCEL (WS-DEP-POS).
           MOVE WS-RT-CAPACITY (WS-SEEK-PAIS)
               TO WS-DEP-OFFERED (WS-DEP-POS).
           MOVE WS-SEEK-DATE TO WS-DV-DATE.
           CALL "DATEVAL" USING WS-DV-DATE WS-DV-MODE
                                WS-DV-RESULT WS-DV-DOW.
           IF WS-DV-DOW = 0
               MOVE 1 TO WS-DV-DOW
           END-IF.
           MOVE WS-DV-DOW    TO WS-DEP-DOW (WS-DEP-POS).
           MOVE WS-DEP-POS   TO WS-DEP-SEL.
       GET-DEPARTURE-EXIT.
           EXIT.

      *>   De atras hacia adelante: la misma salida, o el lugar
      *>   detras de la primera que va antes.
       FIND-DEP-POSITION.
           IF WS-DEP-PAIS (WS-DEP-IDX) = WS-SEEK-PAIS
              AND WS-DEP-DATE (WS-DEP-IDX) = WS-SEEK-DATE
               MOVE WS-DEP-IDX TO WS-DEP-SEL
           END-IF.
           IF WS-DEP-PAIS (WS-DEP-IDX) > WS-SEEK-PAIS
              OR (WS-DEP-PAIS (WS-DEP-IDX) = WS-SEEK-PAIS
                  AND WS-DEP-DATE (WS-DEP-IDX) > WS-SEEK-DATE)
               MOVE WS-DEP-IDX TO WS-DEP-POS
           END-IF.

       SHIFT-ONE-DEP.
           MOVE WS-DEP (WS-DEP-IDX) TO WS-DEP (WS-DEP-IDX + 1).

      *>   *************************************************************
      *>   Reservas: cada tramo suma a su salida.
      *>   *************************************************************
       SCAN-BOOKINGS.
           OPEN INPUT BOOKING-FILE.
           IF WS-BOOK-STATUS = "00"
               PERFORM SCAN-ONE-BOOKING
                   THRU SCAN-ONE-BOOKING-EXIT
                   UNTIL WS-BOOK-STATUS NOT = "00"
               CLOSE BOOKING-FILE
           END-IF.

       SCAN-ONE-BOOKING.
           READ BOOKING-FILE
               AT END
                   MOVE "10" TO WS-BOOK-STATUS
                   GO TO SCAN-ONE-BOOKING-EXIT
           END-READ.
           MOVE "N" TO WS-REFUND-SW.
           IF BKG-STATUS = "C"
               PERFORM FIND-ONE-REFUND
                   VARYING WS-RFD-IDX FROM 1 BY 1
                   UNTIL WS-RFD-IDX > WS-RFD-COUNT
           END-IF.
           MOVE BKG-OUT-PAIS  TO WS-LEG-PAIS.
           MOVE BKG-OUT-DATE  TO WS-LEG-DATE.
           MOVE BKG-OUT-COND  TO WS-LEG-COND.
           MOVE BKG-OUT-LUGG  TO WS-LEG-LUGG.
           MOVE BKG-OUT-CHKIN TO WS-LEG-CHKIN.
           PERFORM COUNT-ONE-LEG
               THRU COUNT-ONE-LEG-EXIT.
           MOVE BKG-RET-PAIS  TO WS-LEG-PAIS.
           MOVE BKG-RET-DATE  TO WS-LEG-DATE.
           MOVE BKG-RET-COND  TO WS-LEG-COND.
           MOVE BKG-RET-LUGG  TO WS-LEG-LUGG.
           MOVE BKG-RET-CHKIN TO WS-LEG-CHKIN.
           PERFORM COUNT-ONE-LEG
               THRU COUNT-ONE-LEG-EXIT.
       SCAN-ONE-BOOKING-EXIT.
           EXIT.

       COUNT-ONE-LEG.
           MOVE WS-LEG-PAIS TO WS-SEEK-PAIS.
           MOVE WS-LEG-DATE TO WS-SEEK-DATE.
           PERFORM GET-DEPARTURE
               THRU GET-DEPARTURE-EXIT.
           IF WS-DEP-SEL = 0
               GO TO COUNT-ONE-LEG-EXIT
           END-IF.
           IF WS-LEG-COND NOT = 2
               MOVE 1 TO WS-LEG-COND
           END-IF.
           MOVE WS-RT-FARE (WS-LEG-PAIS, WS-LEG-COND)
               TO WS-LEG-REVENUE.
           IF WS-LEG-LUGG = 1
               ADD WS-LUGG-SURCHARGE TO WS-LEG-REVENUE
           END-IF.
           ADD WS-LEG-REVENUE TO WS-DEP-REVENUE (WS-DEP-SEL).
           IF BKG-STATUS = "C"
               IF WS-REFUNDED
                   ADD WS-LEG-REVENUE TO WS-DEP-REFUNDS (WS-DEP-SEL)
               END-IF
               GO TO COUNT-ONE-LEG-EXIT
           END-IF.
           ADD 1 TO WS-DEP-SOLD (WS-DEP-SEL, WS-LEG-COND).
           EVALUATE WS-LEG-CHKIN
               WHEN "N"
                   ADD 1 TO WS-DEP-NOSHOW (WS-DEP-SEL)
               WHEN "D"
                   ADD 1 TO WS-DEP-DENIED (WS-DEP-SEL)
           END-EVALUATE.
       COUNT-ONE-LEG-EXIT.
           EXIT.

      *>   Pasajeros de standby embarcados al cerrar cada vuelo.
       LOAD-STANDBY-BOARDINGS.
           OPEN INPUT STBBOARD-FILE.
           IF WS-STBBOARD-STATUS = "00"
               PERFORM LOAD-ONE-STANDBY
                   UNTIL WS-STBBOARD-STATUS NOT = "00"
               CLOSE STBBOARD-FILE
           END-IF.

       LOAD-ONE-STANDBY.
           READ STBBOARD-FILE
               AT END
                   MOVE "10" TO WS-STBBOARD-STATUS
               NOT AT END
                   MOVE SBB-PAIS TO WS-SEEK-PAIS
                   MOVE SBB-DATE TO WS-SEEK-DATE
                   PERFORM GET-DEPARTURE
                       THRU GET-DEPARTURE-EXIT
                   IF WS-DEP-SEL > 0
                       ADD 1 TO WS-DEP-STANDBY (WS-DEP-SEL)
                   END-IF
           END-READ.

      *>   La salida cancelada por la operacion no ofrece asientos
      *>   (la ultima marca en FLTSTATUS manda).
       LOAD-FLIGHT-STATUS.
           OPEN INPUT FLTSTATUS-FILE.
           IF WS-FLTSTAT-STATUS = "00"
               PERFORM LOAD-ONE-FLIGHT-STATUS
                   UNTIL WS-FLTSTAT-STATUS NOT = "00"
               CLOSE FLTSTATUS-FILE
           END-IF.

       LOAD-ONE-FLIGHT-STATUS.
           READ FLTSTATUS-FILE
               AT END
                   MOVE "10" TO WS-FLTSTAT-STATUS
               NOT AT END
                   MOVE 0 TO WS-DEP-SEL
                   MOVE FST-PAIS TO WS-SEEK-PAIS
                   MOVE FST-DATE TO WS-SEEK-DATE
                   PERFORM FIND-DEP-ONLY
                       VARYING WS-DEP-IDX FROM 1 BY 1
                       UNTIL WS-DEP-IDX > WS-DEP-COUNT
                   IF WS-DEP-SEL > 0
                       IF FST-STATUS = "C"
                           MOVE "Y" TO WS-DEP-CANCEL (WS-DEP-SEL)
                           MOVE 0   TO WS-DEP-OFFERED (WS-DEP-SEL)
                       ELSE
                           MOVE "N" TO WS-DEP-CANCEL (WS-DEP-SEL)
                           MOVE WS-RT-CAPACITY (FST-PAIS)
                               TO WS-DEP-OFFERED (WS-DEP-SEL)
                       END-IF
                   END-IF
           END-READ.

       FIND-DEP-ONLY.
           IF WS-DEP-PAIS (WS-DEP-IDX) = WS-SEEK-PAIS
              AND WS-DEP-DATE (WS-DEP-IDX) = WS-SEEK-DATE
               MOVE WS-DEP-IDX TO WS-DEP-SEL
           END-IF.

      *>   *************************************************************
      *>   Reporte
      *>   *************************************************************
       PRINT-HEADER.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  ROUTE LOAD FACTOR AND REVENUE - " WS-FROM-DATE
                  " TO " WS-TO-DATE "   RUN DATE " WS-BD-DATE
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  TARGET LOAD FACTOR " WS-TARGET-LF "%"
                  "   FLOWN = SOLD - NO-SHOW - DENIED + STANDBY"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

      *>   Un destino: sus salidas, el total y los promedios por
      *>   dia de la semana. Se saltea el destino sin salidas.
       PRINT-ONE-ROUTE.
           MOVE 0 TO WS-DEP-SEL.
           PERFORM FIND-ROUTE-DEP
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEP-COUNT.
           IF WS-DEP-SEL = 0
               GO TO PRINT-ONE-ROUTE-EXIT
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DESTINATION " PAIS (WS-PAIS-IDX)
                  "  CAPACITY " WS-RT-CAPACITY (WS-PAIS-IDX)
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE "  DATE     DAY OFFR  ECO  FST FLWN   LF%  NS  SB  DB"
               TO WS-RPT-LINE.
           MOVE "  COMP  REFUND   NET REV  /SEAT"
               TO WS-RPT-LINE(53:).
           PERFORM PRINT-LINE-PROCEDURE.
           PERFORM PRINT-ONE-DEP
               THRU PRINT-ONE-DEP-EXIT
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEP-COUNT.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE "  WEEKDAY   DEPS  OFFERED   FLOWN   LF%  AVG NET/DEP"
               TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           PERFORM PRINT-ONE-WEEKDAY
               THRU PRINT-ONE-WEEKDAY-EXIT
               VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 8.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
       PRINT-ONE-ROUTE-EXIT.
           EXIT.

       FIND-ROUTE-DEP.
           IF WS-DEP-PAIS (WS-DEP-IDX) = WS-PAIS-IDX
               MOVE WS-DEP-IDX TO WS-DEP-SEL
           END-IF.

       PRINT-ONE-DEP.
           IF WS-DEP-PAIS (WS-DEP-IDX) NOT = WS-PAIS-IDX
               GO TO PRINT-ONE-DEP-EXIT
           END-IF.
           COMPUTE WS-FLOWN = WS-DEP-SOLD (WS-DEP-IDX, 1)
               + WS-DEP-SOLD (WS-DEP-IDX, 2)
               - WS-DEP-NOSHOW (WS-DEP-IDX)
               - WS-DEP-DENIED (WS-DEP-IDX)
               + WS-DEP-STANDBY (WS-DEP-IDX).
           IF WS-FLOWN < 0
               MOVE 0 TO WS-FLOWN
           END-IF.
           COMPUTE WS-COMP =
               WS-DEP-DENIED (WS-DEP-IDX) * WS-DENIED-COMP.
           COMPUTE WS-NET = WS-DEP-REVENUE (WS-DEP-IDX)
               - WS-DEP-REFUNDS (WS-DEP-IDX) - WS-COMP.
           MOVE 0 TO WS-LF-PCT WS-PER-SEAT.
           IF WS-DEP-OFFERED (WS-DEP-IDX) > 0
               COMPUTE WS-LF-PCT ROUNDED =
                   WS-FLOWN * 100 / WS-DEP-OFFERED (WS-DEP-IDX)
           END-IF.
           IF WS-FLOWN > 0
               COMPUTE WS-PER-SEAT ROUNDED = WS-NET / WS-FLOWN
           END-IF.
           MOVE SPACES TO WS-FLAG.
           IF WS-DEP-CANCEL (WS-DEP-IDX) = "Y"
               MOVE "CANCELLED" TO WS-FLAG
           ELSE
               IF WS-LF-PCT < WS-TARGET-LF
                   MOVE "LOW LF" TO WS-FLAG
               END-IF
           END-IF.
           MOVE WS-DEP-DOW (WS-DEP-IDX) TO WS-DAY-IDX.
           PERFORM ADD-TO-AVERAGES.
           MOVE WS-DEP-OFFERED (WS-DEP-IDX)   TO WS-OFFERED-Z.
           MOVE WS-DEP-SOLD (WS-DEP-IDX, 1)   TO WS-ECO-Z.
           MOVE WS-DEP-SOLD (WS-DEP-IDX, 2)   TO WS-FST-Z.
           MOVE WS-FLOWN                      TO WS-FLOWN-Z.
           MOVE WS-LF-PCT                     TO WS-LF-Z.
           MOVE WS-DEP-NOSHOW (WS-DEP-IDX)    TO WS-NOSHOW-Z.
           MOVE WS-DEP-STANDBY (WS-DEP-IDX)   TO WS-STANDBY-Z.
           MOVE WS-DEP-DENIED (WS-DEP-IDX)    TO WS-DENIED-Z.
           MOVE WS-COMP                       TO WS-COMP-Z.
           MOVE WS-DEP-REFUNDS (WS-DEP-IDX)   TO WS-REFUND-Z.
           MOVE WS-NET                        TO WS-NET-Z.
           MOVE WS-PER-SEAT                   TO WS-PER-SEAT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  " WS-DEP-DATE (WS-DEP-IDX) " "
                  WS-DAY-NAME (WS-DAY-IDX) " " WS-OFFERED-Z " "
                  WS-ECO-Z " " WS-FST-Z " " WS-FLOWN-Z " " WS-LF-Z
                  " " WS-NOSHOW-Z " " WS-STANDBY-Z " " WS-DENIED-Z
                  " " WS-COMP-Z " " WS-REFUND-Z " " WS-NET-Z " "
                  WS-PER-SEAT-Z " " WS-FLAG
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
       PRINT-ONE-DEP-EXIT.
           EXIT.

      *>   La salida suma a su dia y al total (8) de su ruta y de
      *>   todas las rutas (6).
       ADD-TO-AVERAGES.
           ADD 1 TO WS-AVG-DEPS (WS-PAIS-IDX, WS-DAY-IDX)
                    WS-AVG-DEPS (WS-PAIS-IDX, 8)
                    WS-AVG-DEPS (6, WS-DAY-IDX)
                    WS-AVG-DEPS (6, 8).
           ADD WS-DEP-OFFERED (WS-DEP-IDX)
               TO WS-AVG-OFFERED (WS-PAIS-IDX, WS-DAY-IDX)
                  WS-AVG-OFFERED (WS-PAIS-IDX, 8)
                  WS-AVG-OFFERED (6, WS-DAY-IDX)
                  WS-AVG-OFFERED (6, 8).
           ADD WS-FLOWN
               TO WS-AVG-FLOWN (WS-PAIS-IDX, WS-DAY-IDX)
                  WS-AVG-FLOWN (WS-PAIS-IDX, 8)
                  WS-AVG-FLOWN (6, WS-DAY-IDX)
                  WS-AVG-FLOWN (6, 8).
           ADD WS-NET
               TO WS-AVG-NET (WS-PAIS-IDX, WS-DAY-IDX)
                  WS-AVG-NET (WS-PAIS-IDX, 8)
                  WS-AVG-NET (6, WS-DAY-IDX)
                  WS-AVG-NET (6, 8).

      *>   Promedio de la ruta WS-PAIS-IDX para un dia (8 = total):
      *>   factor de ocupacion ponderado e ingreso neto por salida.
       PRINT-ONE-WEEKDAY.
           IF WS-AVG-DEPS (WS-PAIS-IDX, WS-DAY-IDX) = 0
               GO TO PRINT-ONE-WEEKDAY-EXIT
           END-IF.
           MOVE 0 TO WS-LF-PCT.
           IF WS-AVG-OFFERED (WS-PAIS-IDX, WS-DAY-IDX) > 0
               COMPUTE WS-LF-PCT ROUNDED =
                   WS-AVG-FLOWN (WS-PAIS-IDX, WS-DAY-IDX) * 100
                   / WS-AVG-OFFERED (WS-PAIS-IDX, WS-DAY-IDX)
           END-IF.
           COMPUTE WS-AVG-NET-DEP ROUNDED =
               WS-AVG-NET (WS-PAIS-IDX, WS-DAY-IDX)
               / WS-AVG-DEPS (WS-PAIS-IDX, WS-DAY-IDX).
           MOVE SPACES TO WS-FLAG.
           IF WS-AVG-OFFERED (WS-PAIS-IDX, WS-DAY-IDX) > 0
              AND WS-LF-PCT < WS-TARGET-LF
               MOVE "LOW LF" TO WS-FLAG
           END-IF.
           MOVE WS-AVG-DEPS (WS-PAIS-IDX, WS-DAY-IDX)    TO WS-DEPS-Z.
           MOVE WS-AVG-OFFERED (WS-PAIS-IDX, WS-DAY-IDX)
               TO WS-OFFERED-Z.
           MOVE WS-AVG-FLOWN (WS-PAIS-IDX, WS-DAY-IDX)   TO WS-FLOWN-Z.
           MOVE WS-LF-PCT      TO WS-LF-Z.
           MOVE WS-AVG-NET-DEP TO WS-NET-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  " WS-DAY-NAME (WS-DAY-IDX) "       "
                  WS-DEPS-Z "     " WS-OFFERED-Z "    " WS-FLOWN-Z
                  " " WS-LF-Z "    " WS-NET-Z "  " WS-FLAG
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
       PRINT-ONE-WEEKDAY-EXIT.
           EXIT.

       PRINT-TOTALS.
           IF WS-DEP-COUNT = 0
               MOVE "NO DEPARTURES IN THE PERIOD" TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           ELSE
               MOVE "ALL ROUTES" TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE
                 "  WEEKDAY   DEPS  OFFERED   FLOWN   LF%  AVG NET/DEP"
                   TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE 6 TO WS-PAIS-IDX
               PERFORM PRINT-ONE-WEEKDAY
                   THRU PRINT-ONE-WEEKDAY-EXIT
                   VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 8
           END-IF.
           IF WS-DEP-DROPPED > 0
               MOVE WS-DEP-DROPPED TO WS-COUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** DEPARTURE LEGS LEFT OUT (TABLE FULL): "
                      WS-COUNT-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
           IF WS-RFD-DROPPED > 0
               MOVE WS-RFD-DROPPED TO WS-COUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** REFUNDED PNRS NOT NETTED (TABLE FULL): "
                      WS-COUNT-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
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

       END PROGRAM ROUTEREV.
