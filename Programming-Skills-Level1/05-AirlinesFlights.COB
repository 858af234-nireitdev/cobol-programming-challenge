      *>                    half the fare) and the new [M] option
      *>                    prints the passenger's statement from
      *>                    the MILELOG movement log.
      *>   2026-10-15  jrm  Travel documents are checked before the
      *>                    ticket is issued: the shared DOCCHECK
      *>                    matches the passenger's TRAVDOCS entry
      *>                    against the DESTRULES rules of the
      *>                    destination; a passport expiring too
      *>                    soon or a missing visa refuses the
      *>                    booking and returns both seats, missing
      *>                    data only warns.
      *>   2026-10-15  jrm  Operations can now retime or cancel a
      *>                    departure (the new [D] option, flight
      *>                    = destination + date, recorded in
      *>                    FLTSTATUS). A cancellation offers every
      *>                    booked passenger the next flight with
      *>                    free seats on that route, moves the
      *>                    seat and the seat counts; a passenger
      *>                    who refuses is cancelled through the
      *>                    normal cancellation and refunded in
      *>                    full. Everyone affected gets a NOTIFQ
      *>                    letter and the run is spooled as the
      *>                    FLTDISRUPT report. A cancelled flight
      *>                    can no longer be booked.
      *>   2026-10-15  jrm  Standby passengers boarded at check-in
      *>                    close are now logged to STBBOARD
      *>                    (destination, date, PNR, name) for the
      *>                    ROUTEREV load factor report.
      *>   2026-10-15  jrm  Baggage: check-in now tags each bag
      *>                    (BAGTAGS: tag number, PNR, flight, piece,
      *>                    weight), charges the weight over the
      *>                    class allowance (plus the extra piece
      *>                    bought at booking) to the booking and to
      *>                    GLEXTRACT as EXCESS-BAGGAGE, and the new
      *>                    [T] option records delayed, lost or
      *>                    damaged bags, delivery to the passenger
      *>                    and compensation paid (GLEXTRACT BAGGAGE-
      *>                    COMP).
      *>   2026-10-15  jrm  BAGTAGS keeps only live tags: bags that
      *>                    were never reported and closed cases
      *>                    drop off 30 days after the flight or
      *>                    the closing. A file too large for the
      *>                    table refuses tagging and case updates
      *>                    instead of rewriting it short.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 05-AirlinesFlights.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MILELOG-STATUS.

           SELECT FLTSTATUS-FILE ASSIGN TO "FLTSTATUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLTSTAT-STATUS.

           SELECT STBBOARD-FILE ASSIGN TO "STBBOARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STBBOARD-STATUS.

           SELECT BAGTAGS-FILE ASSIGN TO "BAGTAGS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAGTAGS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOKING-FILE.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SMAP-PNR            PIC 9(6).

      *>   Salidas reprogramadas ("R", con la nueva hora) o
      *>   canceladas ("C") por la operacion.
       FD  FLTSTATUS-FILE.
       01  FLTSTATUS-RECORD.
           05  FST-PAIS            PIC 9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  FST-DATE            PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  FST-STATUS          PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  FST-NEW-TIME        PIC 9(4).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  FST-STAMP           PIC X(14).

      *>   Pasajeros de standby embarcados al cerrar cada salida.
       FD  STBBOARD-FILE.
       01  STBBOARD-RECORD.
           05  SBB-PAIS            PIC 9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SBB-DATE            PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SBB-PNR             PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SBB-NAME            PIC X(30).

      *>   Una fila por pieza de equipaje etiquetada en check-in,
      *>   con el seguimiento del caso si la pieza se demora ("D"),
      *>   se pierde ("L") o llega danada ("G"). El caso se cierra
      *>   con la entrega o, si se perdio, con la compensacion.
       FD  BAGTAGS-FILE.
       01  BAGTAGS-RECORD.
           05  BAG-TAG             PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  BAG-PNR             PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  BAG-PAIS            PIC 9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  BAG-DATE            PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  BAG-PIECE           PIC 9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  BAG-WEIGHT          PIC 9(3).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  BAG-STATUS          PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  BAG-RPT-DATE        PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  BAG-CLS-DATE        PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  BAG-COMP            PIC 9(5)V99.

      *>   Tarifa por destino y clase (1 Economy / 2 FirstClass).
       FD  FARETBL-FILE.
       01  FARETBL-RECORD.
       01  WS-DV-RESULT     PIC X.
       01  WS-DV-DOW        PIC 9.

      *>   Interfaz con el control de documentos compartido
      *>   DOCCHECK.
       01  WS-DC-PARTY      PIC X(15).
       01  WS-DC-PAIS       PIC 9.
       01  WS-DC-RET-DATE   PIC 9(8).
       01  WS-DC-RESULT     PIC X.
       01  WS-DC-REASON     PIC XX.
       01  WS-DC-LIMIT      PIC 9(8).

      *>   Mapa de asientos ocupados en memoria.
       01  WS-SEATMAP-STATUS PIC XX.
       01  WS-SEATMAP-TABLE.
       01  WS-MLOG-MILES      PIC 9(6).
       01  WS-MLOG-REASON     PIC X(10).

      *>   Disrupcion de una salida: reprogramacion o cancelacion
      *>   con reacomodacion de los pasajeros.
       01  WS-FLTSTAT-STATUS  PIC XX.
       01  WS-STBBOARD-STATUS PIC XX.

      *>   Equipaje: etiqueta por pieza, franquicia por clase (mas
      *>   la pieza extra comprada con la reserva), exceso cobrado
      *>   a la reserva y casos de equipaje demorado/perdido/danado.
       01  WS-BAGTAGS-STATUS  PIC XX.
       01  WS-BAG-TABLE.
           05  WS-BAG-COUNT   PIC 9(3) VALUE 0.
           05  WS-BAG-R OCCURS 500 TIMES.
               10  WS-BAG-TAG      PIC 9(6).
               10  WS-BAG-PNR      PIC 9(6).
               10  WS-BAG-PAIS     PIC 9.
               10  WS-BAG-DATE     PIC 9(8).
               10  WS-BAG-PIECE    PIC 9.
               10  WS-BAG-WEIGHT   PIC 9(3).
               10  WS-BAG-STATUS   PIC X.
               10  WS-BAG-RPT-DATE PIC 9(8).
               10  WS-BAG-CLS-DATE PIC 9(8).
               10  WS-BAG-COMP     PIC 9(5)V99.
       01  WS-BAG-IDX         PIC 9(3).
       01  WS-BAG-SEL         PIC 9(3).
       01  WS-BAG-BKT         PIC 9(3).
       01  WS-BAG-LEG         PIC X.
       01  WS-BAG-COND        PIC 9.
       01  WS-BAG-LUGG        PIC 9.
       01  WS-BAG-NEXT-TAG    PIC 9(6).
       01  WS-BAG-PIECES      PIC 9.
       01  WS-BAG-PIECE-NBR   PIC 99.
       01  WS-BAG-KG          PIC 9(3).
       01  WS-BAG-TOTAL-KG    PIC 9(4).
       01  WS-BAG-ALLOW-KG    PIC 9(4).
       01  WS-BAG-EXCESS-KG   PIC 9(4).
       01  WS-BAG-CHARGE      PIC 9(5)V99.
       01  WS-BAG-ACTION      PIC X.
       01  WS-BAG-TAG-IN      PIC 9(6).
       01  WS-BAG-COMP-IN     PIC 9(5).
       01  WS-BAG-GL-ACCOUNT  PIC X(20).
       01  WS-BAG-GL-AMOUNT   PIC S9(7)V99.
       01  WS-BAG-STATUS-TXT  PIC X(10).
      *>   Etiquetas que no entran en la tabla: no se regraba.
       01  WS-BAG-OVERFLOW-SW PIC X VALUE "N".
           88  WS-BAG-OVERFLOW    VALUE "Y".
      *>   Vuelos o casos cerrados antes de esta fecha se depuran.
       01  WS-BAG-PURGE-DATE  PIC 9(8).
       01  WS-BAG-PURGE-ORD   PIC 9(8).
       01  CONST-BAG-KEEP-DAYS PIC 9(3) VALUE 030.
       01  CONST-BAG-ALLOW-ECO  PIC 9(3) VALUE 023.
       01  CONST-BAG-ALLOW-FST  PIC 9(3) VALUE 040.
       01  CONST-BAG-ALLOW-XTRA PIC 9(3) VALUE 023.
       01  CONST-EXCESS-PER-KG  PIC 9(3)V99 VALUE 12.00.
       01  WS-BAG-KG-Z        PIC ZZZ9.
       01  WS-BAG-AMOUNT-Z    PIC Z(4)9.99.
       01  WS-DIS-ACTION      PIC X.
       01  WS-DIS-NEW-TIME    PIC 9(4).
       01  WS-DIS-IDX         PIC 9(3).
       01  WS-DIS-ORD         PIC 9(8).
       01  WS-DIS-TRY         PIC 99.
       01  WS-DIS-MAX-DAYS    PIC 99 VALUE 30.
       01  WS-DIS-NEW-DATE    PIC 9(8).
       01  WS-DIS-OLD-SEAT    PIC 9(3).
       01  WS-DIS-ANSWER      PIC X.
       01  WS-DIS-DETAIL      PIC X(40).
       01  WS-DIS-RESULT      PIC X(30).
       01  WS-DIS-FOUND-SW    PIC X.
       01  WS-FLT-CANCEL-SW   PIC X.
           88  WS-FLT-CANCELLED   VALUE "Y".
       01  WS-DIS-PAX         PIC 9(3).
       01  WS-DIS-MOVED       PIC 9(3).
       01  WS-DIS-REFUNDED    PIC 9(3).
       01  WS-DIS-REFUND-TOT  PIC 9(7)V99.
       01  WS-DIS-AMOUNT-Z    PIC Z(6)9.99.
       01  WS-DIS-COUNT-Z     PIC ZZ9.

      *>   Reporte de disrupcion por el spooler compartido
      *>   (Batch/RPTSPOOL.COB).
       01  WS-RPT-ACTION      PIC X.
       01  WS-RPT-NAME        PIC X(10) VALUE "FLTDISRUPT".
       01  WS-RPT-DATE        PIC 9(8).
       01  WS-RPT-LINE        PIC X(100).


       PROCEDURE DIVISION.
       MAIN.
       MENU-START.
           PERFORM CLEAR-SCREEN.
           DISPLAY
           "[B]ook [C]ancel [K]Check-in [M]iles [D]isrupt [T]Bags: "
                                           LINE 4 COL 5.
           ACCEPT WS-ACTION-OPTION         LINE 4 COL 62 PROMPT.
           IF WS-ACTION-OPTION = "T" OR WS-ACTION-OPTION = "t"
               PERFORM BAG-TRACE-PROCEDURE
                   THRU BAG-TRACE-PROCEDURE-END
               GO TO MENU-END
           END-IF.
           IF WS-ACTION-OPTION = "D" OR WS-ACTION-OPTION = "d"
               PERFORM DISRUPTION-PROCEDURE
                   THRU DISRUPTION-PROCEDURE-END
               GO TO MENU-END
           END-IF.
           IF WS-ACTION-OPTION = "M" OR WS-ACTION-OPTION = "m"
               PERFORM MILES-STATEMENT-PROCEDURE
                   THRU MILES-STATEMENT-EXIT
                                           LINE 14 COL 35 WITH REVERSED.
           PERFORM MENU-DISPLAYCONTINUE.
           PERFORM CLEAR-SCREEN.
           PERFORM PRINT-TICKET THRU PRINT-TICKET-END.

       MENU-END.
           GO TO MENU-START.
               PERFORM SHOW-INFO-MSG
               GO TO REPEAT-DAY
           END-IF.
      *>   Una salida cancelada por la operacion no se vende.
           PERFORM CHECK-FLIGHT-STATUS.
           IF WS-FLT-CANCELLED
               MOVE "That flight has been cancelled." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO REPEAT-DAY
           END-IF.
           SET IDXSEAT TO WS-FSEAT-SEL.
           IF SEAT-REMAIN(IDXSEAT) = 0
               MOVE "That flight is fully booked. " TO AUX-MSG

           PERFORM REGISTER-PARTY.

      *>      Documentos del pasajero contra las reglas del destino.
      *>      Un rechazo devuelve los asientos ya tomados en ambos
      *>      tramos y no emite nada; un aviso solo se muestra.
           MOVE WS-PAX-PASSPORT(1:15) TO WS-DC-PARTY.
           MOVE F-IDXPAIS(1)          TO WS-DC-PAIS.
           MOVE F-DATE(2)             TO WS-DC-RET-DATE.
           CALL "DOCCHECK" USING WS-DC-PARTY WS-DC-PAIS
                                 WS-DC-RET-DATE WS-DC-RESULT
                                 WS-DC-REASON WS-DC-LIMIT.
           IF WS-DC-RESULT NOT = "O"
               PERFORM DOC-CHECK-MSG
               PERFORM SHOW-INFO-MSG
           END-IF.
           IF WS-DC-RESULT = "B"
               PERFORM RELEASE-LEG-SEATS
               GO TO PRINT-TICKET-END
           END-IF.

           COMPUTE WS-PNR = FUNCTION RANDOM * 999999.
           DISPLAY "Booking Reference (PNR): " LINE 10 COL 5
                   WS-PNR                      LINE 10 COL 31.
       PRINT-TICKET-END.
           EXIT.

      *>   Texto del aviso o rechazo de DOCCHECK.
       DOC-CHECK-MSG.
           MOVE SPACES TO AUX-MSG.
           EVALUATE WS-DC-REASON
               WHEN "NR"
                   MOVE "Warning: no document rules for destination."
                       TO AUX-MSG
               WHEN "NP"
                   MOVE "Warning: no passport on file for passenger."
                       TO AUX-MSG
               WHEN "PX"
                   STRING "Refused: passport must be valid until "
                          WS-DC-LIMIT
                          DELIMITED BY SIZE INTO AUX-MSG
               WHEN "VR"
                   MOVE "Refused: destination requires a valid visa."
                       TO AUX-MSG
           END-EVALUATE.

      *>   Devuelve el asiento tomado en cada tramo de la reserva
      *>   rechazada, igual que CANCEL-BOOKING.
       RELEASE-LEG-SEATS.
           MOVE F-IDXPAIS(1) TO WS-SEAT-PAIS.
           MOVE F-DATE(1)    TO WS-SEAT-DATE.
           PERFORM FIND-FSEAT-ROW.
           IF WS-FSEAT-SEL > 0
               SET IDXSEAT TO WS-FSEAT-SEL
               ADD 1 TO SEAT-REMAIN(IDXSEAT)
           END-IF.
           MOVE F-IDXPAIS(2) TO WS-SEAT-PAIS.
           MOVE F-DATE(2)    TO WS-SEAT-DATE.
           PERFORM FIND-FSEAT-ROW.
           IF WS-FSEAT-SEL > 0
               SET IDXSEAT TO WS-FSEAT-SEL
               ADD 1 TO SEAT-REMAIN(IDXSEAT)
           END-IF.
           PERFORM SAVE-SEAT-INVENTORY.

      *>   *************************************************************
      *>   Persistencia de la reserva (PNR + ambos tramos)
      *>   *************************************************************
           END-IF.
           DISPLAY "Reason: "       LINE 8 COL 5.
           ACCEPT WS-CANCEL-REASON  LINE 8 COL 14 PROMPT.
           PERFORM CANCEL-BOOKING-APPLY.
           MOVE "Booking cancelled, seats released." TO AUX-MSG.
           PERFORM SHOW-INFO-MSG.
       CANCEL-BOOKING-END.
           EXIT.

      *>   Cancela la reserva WS-CANCEL-IDX (PNR WS-CANCEL-PNR) con
      *>   el motivo WS-CANCEL-REASON; la usan el [C] y la
      *>   disrupcion de una salida.
       CANCEL-BOOKING-APPLY.
           SET IDXBKT TO WS-CANCEL-IDX.
           MOVE "C" TO BKT-STATUS(IDXBKT).
           PERFORM SAVEALL-BOOKINGS
           SET IDXBKT TO WS-CANCEL-IDX.
           PERFORM CLAWBACK-BOOKING-MILES.
           PERFORM LOG-FLT-CANCELLATION.

       LOAD-BOOKINGS.
           MOVE 0 TO BKT-COUNT.
           WRITE FLTCANLOG-RECORD.
           CLOSE FLTCANLOG-FILE.

      *>   *************************************************************
      *>   Disrupcion de una salida (destino + fecha): la operacion
      *>   la reprograma (misma fecha, nueva hora) o la cancela. Al
      *>   cancelar, a cada pasajero se le ofrece el proximo vuelo
      *>   de la ruta con lugar; si acepta, su tramo y su asiento
      *>   pasan a ese vuelo, si no, se cancela la reserva por el
      *>   camino normal y se reembolsa completa (sin penalidad).
      *>   Todos reciben aviso por NOTIFQ y la corrida queda en el
      *>   reporte FLTDISRUPT.
      *>   *************************************************************
       DISRUPTION-PROCEDURE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "FLIGHT DISRUPTION" LINE 4 COL 5 WITH REVERSED.
           DISPLAY "Destination [1-5]: " LINE 6 COL 5.
           ACCEPT WS-CHK-PAIS            LINE 6 COL 25 PROMPT.
           DISPLAY "Date [YYYYMMDD]: "   LINE 7 COL 5.
           ACCEPT WS-CHK-DATE            LINE 7 COL 25 PROMPT.
           IF WS-CHK-PAIS = 0 OR WS-CHK-PAIS > 5
               MOVE "Incorrect Option. Please choose again."
                   TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO DISRUPTION-PROCEDURE-END
           END-IF.
           MOVE WS-CHK-DATE TO WS-DV-DATE.
           CALL "DATEVAL" USING WS-DV-DATE WS-DV-MODE
                                WS-DV-RESULT WS-DV-DOW.
           IF WS-DV-RESULT NOT = "Y"
               MOVE "That date does not exist or is past."
                   TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO DISRUPTION-PROCEDURE-END
           END-IF.
           MOVE WS-CHK-PAIS TO WS-SEAT-PAIS.
           MOVE WS-CHK-DATE TO WS-SEAT-DATE.
           PERFORM CHECK-FLIGHT-STATUS.
           IF WS-FLT-CANCELLED
               MOVE "That flight is already cancelled." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO DISRUPTION-PROCEDURE-END
           END-IF.
           DISPLAY "[R]etime or [C]ancel: " LINE 8 COL 5.
           ACCEPT WS-DIS-ACTION          LINE 8 COL 28 PROMPT.
           MOVE FUNCTION UPPER-CASE(WS-DIS-ACTION) TO WS-DIS-ACTION.
           IF WS-DIS-ACTION NOT = "R" AND WS-DIS-ACTION NOT = "C"
               MOVE "Incorrect Option. Please choose again."
                   TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO DISRUPTION-PROCEDURE-END
           END-IF.
           MOVE 0 TO WS-DIS-NEW-TIME.
           IF WS-DIS-ACTION = "R"
               DISPLAY "New departure time [HHMM]: " LINE 9 COL 5
               ACCEPT WS-DIS-NEW-TIME     LINE 9 COL 33 PROMPT
               IF WS-DIS-NEW-TIME(1:2) > "23"
                  OR WS-DIS-NEW-TIME(3:2) > "59"
                   MOVE "Incorrect time." TO AUX-MSG
                   PERFORM SHOW-INFO-MSG
                   GO TO DISRUPTION-PROCEDURE-END
               END-IF
           END-IF.
           PERFORM LOAD-BOOKINGS
               THRU LOAD-BOOKINGS-END.
           IF WS-BKT-OVERFLOW
               MOVE "BOOKINGS table overflow - call IT." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO DISRUPTION-PROCEDURE-END
           END-IF.
           PERFORM WRITE-FLIGHT-STATUS.
           MOVE 0 TO WS-DIS-PAX WS-DIS-MOVED WS-DIS-REFUNDED
                     WS-DIS-REFUND-TOT.
           PERFORM OPEN-DISRUPT-REPORT.
           PERFORM DISRUPT-ONE-PAX
               THRU DISRUPT-ONE-PAX-EXIT
               VARYING WS-DIS-IDX FROM 1 BY 1
               UNTIL WS-DIS-IDX > BKT-COUNT.
      *>      La salida cancelada no vende mas: su cupo queda en
      *>      cero despues de mover o devolver a todos.
           IF WS-DIS-ACTION = "C"
               MOVE WS-CHK-PAIS TO WS-SEAT-PAIS
               MOVE WS-CHK-DATE TO WS-SEAT-DATE
               PERFORM GET-FSEAT-ROW
               IF WS-FSEAT-SEL > 0
                   SET IDXSEAT TO WS-FSEAT-SEL
                   MOVE 0 TO SEAT-REMAIN(IDXSEAT)
               END-IF
               PERFORM SAVE-SEAT-INVENTORY
           END-IF.
           PERFORM SAVEALL-BOOKINGS
               THRU SAVEALL-BOOKINGS-END.
           IF WS-SMAP-CHANGED-SW = "Y"
               PERFORM SAVE-SEATMAP
               MOVE "N" TO WS-SMAP-CHANGED-SW
           END-IF.
           IF WS-DIS-REFUND-TOT > 0
               PERFORM LOG-REFUND-GLENTRY
           END-IF.
           PERFORM CLOSE-DISRUPT-REPORT.
           MOVE WS-DIS-PAX TO WS-DIS-COUNT-Z.
           MOVE SPACES TO AUX-MSG.
           STRING "Passengers affected: " WS-DIS-COUNT-Z
                  "  (report FLTDISRUPT spooled)"
                  DELIMITED BY SIZE INTO AUX-MSG.
           PERFORM SHOW-INFO-MSG.
       DISRUPTION-PROCEDURE-END.
           EXIT.

      *>   Un pasajero (reserva WS-DIS-IDX) del vuelo afectado.
       DISRUPT-ONE-PAX.
           SET IDXBKT TO WS-DIS-IDX.
           PERFORM MATCH-FLIGHT-LEG.
           IF WS-CHK-LEG = SPACE
               GO TO DISRUPT-ONE-PAX-EXIT
           END-IF.
           ADD 1 TO WS-DIS-PAX.
           IF WS-DIS-ACTION = "R"
               MOVE SPACES TO WS-DIS-DETAIL WS-DIS-RESULT
               STRING "VUELO " WS-CHK-DATE " NUEVA HORA "
                      WS-DIS-NEW-TIME(1:2) ":" WS-DIS-NEW-TIME(3:2)
                      DELIMITED BY SIZE INTO WS-DIS-DETAIL
               STRING "RETIMED TO " WS-DIS-NEW-TIME(1:2) ":"
                      WS-DIS-NEW-TIME(3:2)
                      DELIMITED BY SIZE INTO WS-DIS-RESULT
               PERFORM QUEUE-DISRUPT-NOTIFICATION
               PERFORM DISRUPT-REPORT-LINE
               GO TO DISRUPT-ONE-PAX-EXIT
           END-IF.
           PERFORM FIND-NEXT-FLIGHT
               THRU FIND-NEXT-FLIGHT-EXIT.
           MOVE "N" TO WS-DIS-ANSWER.
           IF WS-DIS-NEW-DATE > 0
               PERFORM CLEAR-INFO-SCREEN
               DISPLAY BKT-PNR(IDXBKT)       LINE 11 COL 5
               DISPLAY BKT-NAME(IDXBKT)      LINE 11 COL 13
               DISPLAY "Offered flight of "  LINE 12 COL 5
               DISPLAY WS-DIS-NEW-DATE       LINE 12 COL 23
               DISPLAY "Passenger accepts? [Y/N]: " LINE 13 COL 5
               ACCEPT WS-DIS-ANSWER          LINE 13 COL 32 PROMPT
           END-IF.
           SET IDXBKT TO WS-DIS-IDX.
           IF WS-DIS-ANSWER = "Y" OR WS-DIS-ANSWER = "y"
               PERFORM REACCOMMODATE-PAX
               ADD 1 TO WS-DIS-MOVED
               MOVE SPACES TO WS-DIS-DETAIL WS-DIS-RESULT
               STRING "VUELO " WS-CHK-DATE " CANCEL. NUEVO "
                      WS-DIS-NEW-DATE
                      DELIMITED BY SIZE INTO WS-DIS-DETAIL
               STRING "REBOOKED " WS-DIS-NEW-DATE " SEAT "
                      WS-DIS-OLD-SEAT
                      DELIMITED BY SIZE INTO WS-DIS-RESULT
           ELSE
               MOVE BKT-PNR(IDXBKT) TO WS-CANCEL-PNR
               MOVE WS-DIS-IDX      TO WS-CANCEL-IDX
               MOVE "FLIGHT CANCELLED BY AIRLINE" TO WS-CANCEL-REASON
               PERFORM CANCEL-BOOKING-APPLY
               SET IDXBKT TO WS-DIS-IDX
               ADD 1 TO WS-DIS-REFUNDED
               ADD BKT-TOTAL(IDXBKT) TO WS-DIS-REFUND-TOT
               MOVE BKT-TOTAL(IDXBKT) TO WS-DIS-AMOUNT-Z
               MOVE SPACES TO WS-DIS-DETAIL WS-DIS-RESULT
               STRING "VUELO " WS-CHK-DATE " CANCEL. REEMBOLSO"
                      DELIMITED BY SIZE INTO WS-DIS-DETAIL
               STRING "REFUNDED " WS-DIS-AMOUNT-Z
                      DELIMITED BY SIZE INTO WS-DIS-RESULT
           END-IF.
           PERFORM QUEUE-DISRUPT-NOTIFICATION.
           PERFORM DISRUPT-REPORT-LINE.
       DISRUPT-ONE-PAX-EXIT.
           EXIT.

      *>   Proximo vuelo de la ruta, desde el dia siguiente y hasta
      *>   WS-DIS-MAX-DAYS dias, no cancelado y con lugar (un vuelo
      *>   que aun no tiene fila esta entero). La ida no puede
      *>   pasar de la fecha de vuelta. 0 = no hay.
       FIND-NEXT-FLIGHT.
           MOVE 0 TO WS-DIS-NEW-DATE.
           COMPUTE WS-DIS-ORD =
               FUNCTION INTEGER-OF-DATE(WS-CHK-DATE).
           MOVE WS-CHK-PAIS TO WS-SEAT-PAIS.
           MOVE "N" TO WS-DIS-FOUND-SW.
           PERFORM TRY-NEXT-FLIGHT
               VARYING WS-DIS-TRY FROM 1 BY 1
               UNTIL WS-DIS-TRY > WS-DIS-MAX-DAYS
                  OR WS-DIS-FOUND-SW = "Y".
           IF WS-DIS-FOUND-SW = "Y"
               MOVE WS-SEAT-DATE TO WS-DIS-NEW-DATE
           END-IF.
       FIND-NEXT-FLIGHT-EXIT.
           EXIT.

       TRY-NEXT-FLIGHT.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DIS-ORD + WS-DIS-TRY)
               TO WS-SEAT-DATE.
           IF WS-CHK-LEG = "O"
              AND WS-SEAT-DATE > BKT-RET-DATE(IDXBKT)
               MOVE WS-DIS-MAX-DAYS TO WS-DIS-TRY
           ELSE
               PERFORM CHECK-FLIGHT-STATUS
               IF NOT WS-FLT-CANCELLED
                   PERFORM FIND-FSEAT-ROW
                   IF WS-FSEAT-SEL = 0
                       MOVE "Y" TO WS-DIS-FOUND-SW
                   ELSE
                       SET IDXSEAT TO WS-FSEAT-SEL
                       IF SEAT-REMAIN(IDXSEAT) > 0
                           MOVE "Y" TO WS-DIS-FOUND-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *>   Pasa el tramo afectado de la reserva IDXBKT al vuelo
      *>   WS-DIS-NEW-DATE: toma el cupo, suelta el asiento del
      *>   vuelo cancelado y conserva el numero si esta libre en el
      *>   nuevo (si no, el primero libre; 0 sigue siendo "elige
      *>   en el check-in").
       REACCOMMODATE-PAX.
           MOVE WS-CHK-PAIS     TO WS-SEAT-PAIS.
           MOVE WS-DIS-NEW-DATE TO WS-SEAT-DATE.
           PERFORM GET-FSEAT-ROW.
           IF WS-FSEAT-SEL > 0
               SET IDXSEAT TO WS-FSEAT-SEL
               SUBTRACT 1 FROM SEAT-REMAIN(IDXSEAT)
           END-IF.
           PERFORM SAVE-SEAT-INVENTORY.
           SET IDXBKT TO WS-DIS-IDX.
           IF WS-CHK-LEG = "O"
               MOVE BKT-OUT-SEAT(IDXBKT) TO WS-DIS-OLD-SEAT
           ELSE
               MOVE BKT-RET-SEAT(IDXBKT) TO WS-DIS-OLD-SEAT
           END-IF.
           MOVE BKT-PNR(IDXBKT) TO WS-PNR.
           PERFORM RELEASE-FLIGHT-SEAT-OF-PNR.
           IF WS-DIS-OLD-SEAT > 0
               MOVE WS-CHK-PAIS     TO WS-SEAT-PAIS
               MOVE WS-DIS-NEW-DATE TO WS-SEAT-DATE
               MOVE WS-DIS-OLD-SEAT TO WS-SEAT-CHOICE
               PERFORM CHECK-SEAT-TAKEN
               IF WS-SEAT-TAKEN-SW = "Y"
                   PERFORM FIND-FIRST-FREE-SEAT
               END-IF
               IF WS-SEAT-CHOICE > 0
                   PERFORM ASSIGN-SEAT-TO-PNR
               END-IF
               MOVE WS-SEAT-CHOICE TO WS-DIS-OLD-SEAT
           END-IF.
           IF WS-CHK-LEG = "O"
               MOVE WS-DIS-NEW-DATE TO BKT-OUT-DATE(IDXBKT)
               MOVE WS-DIS-OLD-SEAT TO BKT-OUT-SEAT(IDXBKT)
               MOVE SPACE           TO BKT-OUT-CHKIN(IDXBKT)
           ELSE
               MOVE WS-DIS-NEW-DATE TO BKT-RET-DATE(IDXBKT)
               MOVE WS-DIS-OLD-SEAT TO BKT-RET-SEAT(IDXBKT)
               MOVE SPACE           TO BKT-RET-CHKIN(IDXBKT)
           END-IF.

      *>   Quita del mapa el asiento que WS-PNR tenia en el vuelo
      *>   cancelado (WS-CHK-PAIS / WS-CHK-DATE), compactando.
       RELEASE-FLIGHT-SEAT-OF-PNR.
           MOVE 1 TO SMT-IDX.
           PERFORM RELEASE-ONE-FLIGHT-SEAT
               UNTIL SMT-IDX > SMT-COUNT.

       RELEASE-ONE-FLIGHT-SEAT.
           IF SMT-PNR(SMT-IDX) = WS-PNR
              AND SMT-PAIS(SMT-IDX) = WS-CHK-PAIS
              AND SMT-DATE(SMT-IDX) = WS-CHK-DATE
               MOVE SMT-R(SMT-COUNT) TO SMT-R(SMT-IDX)
               SUBTRACT 1 FROM SMT-COUNT
               MOVE "Y" TO WS-SMAP-CHANGED-SW
           ELSE
               ADD 1 TO SMT-IDX
           END-IF.

      *>   La salida WS-SEAT-PAIS / WS-SEAT-DATE fue cancelada por
      *>   la operacion? (la ultima marca en FLTSTATUS manda).
       CHECK-FLIGHT-STATUS.
           MOVE "N" TO WS-FLT-CANCEL-SW.
           OPEN INPUT FLTSTATUS-FILE.
           IF WS-FLTSTAT-STATUS = "00"
               PERFORM READ-ONE-FLIGHT-STATUS
                   UNTIL WS-FLTSTAT-STATUS NOT = "00"
               CLOSE FLTSTATUS-FILE
           END-IF.

       READ-ONE-FLIGHT-STATUS.
           READ FLTSTATUS-FILE
               AT END
                   MOVE "10" TO WS-FLTSTAT-STATUS
               NOT AT END
                   IF FST-PAIS = WS-SEAT-PAIS
                      AND FST-DATE = WS-SEAT-DATE
                       IF FST-STATUS = "C"
                           MOVE "Y" TO WS-FLT-CANCEL-SW
                       ELSE
                           MOVE "N" TO WS-FLT-CANCEL-SW
                       END-IF
                   END-IF
           END-READ.

       WRITE-FLIGHT-STATUS.
           OPEN EXTEND FLTSTATUS-FILE.
           IF WS-FLTSTAT-STATUS = "35"
               OPEN OUTPUT FLTSTATUS-FILE
           END-IF.
           MOVE SPACES TO FLTSTATUS-RECORD.
           MOVE WS-CHK-PAIS     TO FST-PAIS.
           MOVE WS-CHK-DATE     TO FST-DATE.
           MOVE WS-DIS-ACTION   TO FST-STATUS.
           MOVE WS-DIS-NEW-TIME TO FST-NEW-TIME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO FST-STAMP.
           WRITE FLTSTATUS-RECORD.
           CLOSE FLTSTATUS-FILE.

      *>   Aviso al pasajero de la reserva IDXBKT; el detalle lo
      *>   arma quien llama en WS-DIS-DETAIL.
       QUEUE-DISRUPT-NOTIFICATION.
           OPEN EXTEND NOTIFQ-FILE.
           IF WS-NOTIFQ-STATUS = "35"
               OPEN OUTPUT NOTIFQ-FILE
           END-IF.
           MOVE SPACES TO NOTIF-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO NOTIF-TIMESTAMP.
           MOVE "05-AirlinesFlights"   TO NOTIF-SOURCE.
           MOVE BKT-PASSPORT(IDXBKT)(1:15) TO NOTIF-PARTY-ID.
           MOVE BKT-PNR(IDXBKT)        TO NOTIF-REF.
           MOVE WS-DIS-DETAIL          TO NOTIF-DETAIL.
           MOVE " " TO NOTIF-STATUS.
           WRITE NOTIF-RECORD.
           CLOSE NOTIFQ-FILE.

      *>   Reembolso total de las reservas devueltas por la
      *>   cancelacion de la salida.
       LOG-REFUND-GLENTRY.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF WS-GLEXT-STATUS = "35"
               OPEN OUTPUT GL-EXTRACT-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO GLEXT-DATE.
           MOVE "05-AirlinesFlights" TO GLEXT-SOURCE.
           MOVE "TICKET-REFUND"      TO GLEXT-ACCOUNT.
           COMPUTE GLEXT-AMOUNT = 0 - WS-DIS-REFUND-TOT.
           WRITE GLEXT-RECORD.
           CLOSE GL-EXTRACT-FILE.

       OPEN-DISRUPT-REPORT.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO WS-RPT-DATE.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-DIS-ACTION = "C"
               STRING "FLIGHT DISRUPTION - CANCELLED  "
                      PAIS(WS-CHK-PAIS) " " WS-CHK-DATE
                      DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "FLIGHT DISRUPTION - RETIMED    "
                      PAIS(WS-CHK-PAIS) " " WS-CHK-DATE
                      DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM DISRUPT-PRINT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "PNR"       TO WS-RPT-LINE(1:).
           MOVE "PASSENGER" TO WS-RPT-LINE(9:).
           MOVE "LEG"       TO WS-RPT-LINE(40:).
           MOVE "OUTCOME"   TO WS-RPT-LINE(45:).
           PERFORM DISRUPT-PRINT-LINE.

       DISRUPT-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE BKT-PNR(IDXBKT)  TO WS-RPT-LINE(1:6).
           MOVE BKT-NAME(IDXBKT) TO WS-RPT-LINE(9:30).
           IF WS-CHK-LEG = "O"
               MOVE "OUT" TO WS-RPT-LINE(40:3)
           ELSE
               MOVE "RET" TO WS-RPT-LINE(40:3)
           END-IF.
           MOVE WS-DIS-RESULT TO WS-RPT-LINE(45:30).
           PERFORM DISRUPT-PRINT-LINE.

       CLOSE-DISRUPT-REPORT.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM DISRUPT-PRINT-LINE.
           MOVE WS-DIS-PAX TO WS-DIS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PASSENGERS AFFECTED   " WS-DIS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM DISRUPT-PRINT-LINE.
           IF WS-DIS-ACTION = "C"
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-DIS-MOVED TO WS-DIS-COUNT-Z
               STRING "REBOOKED              " WS-DIS-COUNT-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM DISRUPT-PRINT-LINE
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-DIS-REFUNDED TO WS-DIS-COUNT-Z
               MOVE WS-DIS-REFUND-TOT TO WS-DIS-AMOUNT-Z
               STRING "REFUNDED              " WS-DIS-COUNT-Z
                      "   AMOUNT " WS-DIS-AMOUNT-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM DISRUPT-PRINT-LINE
           END-IF.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.

       DISRUPT-PRINT-LINE.
           MOVE "L" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.

      *>   *************************************************************
      *>   Modo check-in de una salida (destino + fecha): lista los
      *>   pasajeros esperados en cualquiera de los dos tramos, va
                   IF WS-CHK-LEG = "O"
                       MOVE "Y" TO BKT-OUT-CHKIN(IDXBKT)
                       MOVE "Y" TO WS-CHK-FOUND-SW
                       SET WS-BAG-BKT TO IDXBKT
                       MOVE WS-CHK-LEG TO WS-BAG-LEG
                       IF BKT-OUT-SEAT(IDXBKT) = 0
                           PERFORM CHECKIN-PICK-SEAT
                           MOVE WS-SEAT-CHOICE
                   IF WS-CHK-LEG = "R"
                       MOVE "Y" TO BKT-RET-CHKIN(IDXBKT)
                       MOVE "Y" TO WS-CHK-FOUND-SW
                       SET WS-BAG-BKT TO IDXBKT
                       MOVE WS-CHK-LEG TO WS-BAG-LEG
                       IF BKT-RET-SEAT(IDXBKT) = 0
                           PERFORM CHECKIN-PICK-SEAT
                           MOVE WS-SEAT-CHOICE
           IF WS-CHK-FOUND-SW = "Y"
               DISPLAY "Checked in.                    "
                                         LINE 27 COL 5
               SET IDXBKT TO WS-BAG-BKT
               PERFORM TAG-BAGGAGE THRU TAG-BAGGAGE-END
           ELSE
               DISPLAY "PNR not on this flight.        "
                                         LINE 27 COL 5
               GO TO BOARD-ONE-STANDBY-EXIT
           END-IF.
           MOVE "B" TO WS-STB-DONE(WS-STB-IDX).
           PERFORM WRITE-STANDBY-BOARDING.
           SUBTRACT 1 FROM WS-FREE-SEATS.
           ADD 1 TO WS-BOARDED-STB.
           ADD 1 TO WS-CHK-LINE.
       BOARD-ONE-STANDBY-EXIT.
           EXIT.

      *>   El embarque de standby sale de la cola; queda constancia
      *>   en STBBOARD para el reporte de ocupacion por ruta.
       WRITE-STANDBY-BOARDING.
           OPEN EXTEND STBBOARD-FILE.
           IF WS-STBBOARD-STATUS = "35"
               OPEN OUTPUT STBBOARD-FILE
           END-IF.
           MOVE SPACES TO STBBOARD-RECORD.
           MOVE WS-STB-PAIS(WS-STB-IDX) TO SBB-PAIS.
           MOVE WS-STB-DATE(WS-STB-IDX) TO SBB-DATE.
           MOVE WS-STB-PNR(WS-STB-IDX)  TO SBB-PNR.
           MOVE WS-STB-NAME(WS-STB-IDX) TO SBB-NAME.
           WRITE STBBOARD-RECORD.
           CLOSE STBBOARD-FILE.

      *>   Vuelo sobrevendido con todos presentes: los ultimos
      *>   presentados del tramo quedan denegados ("D" en el
      *>   check-in del tramo) y la compensacion total sale por
       DENIED-BOARDING-PASS-END.
           EXIT.

      *>   *************************************************************
      *>   Equipaje: etiquetas en check-in (una por pieza, con su
      *>   peso, ligadas al PNR y al vuelo), cobro del exceso sobre
      *>   la franquicia y seguimiento de equipaje mal manejado.
      *>   *************************************************************
      *>   Al cargar se depuran las etiquetas sin reclamo y los
      *>   casos cerrados de mas de CONST-BAG-KEEP-DAYS dias; el
      *>   proximo numero sale igual de todo el archivo.
       CARGA-BAGTAGS.
           MOVE 0 TO WS-BAG-COUNT.
           MOVE 0 TO WS-BAG-NEXT-TAG.
           MOVE "N" TO WS-BAG-OVERFLOW-SW.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-BAG-PURGE-ORD =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY-DATE))
               - CONST-BAG-KEEP-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-BAG-PURGE-ORD)
               TO WS-BAG-PURGE-DATE.
           OPEN INPUT BAGTAGS-FILE.
           IF WS-BAGTAGS-STATUS = "00"
               PERFORM LOAD-ONE-BAGTAG
                   UNTIL WS-BAGTAGS-STATUS NOT = "00"
               CLOSE BAGTAGS-FILE
           END-IF.

       LOAD-ONE-BAGTAG.
           READ BAGTAGS-FILE
               AT END
                   MOVE "10" TO WS-BAGTAGS-STATUS
               NOT AT END
                   IF BAG-TAG > WS-BAG-NEXT-TAG
                       MOVE BAG-TAG TO WS-BAG-NEXT-TAG
                   END-IF
                   IF (BAG-STATUS = SPACE
                       AND BAG-DATE < WS-BAG-PURGE-DATE)
                      OR (BAG-CLS-DATE > 0
                       AND BAG-CLS-DATE < WS-BAG-PURGE-DATE)
                       CONTINUE
                   ELSE
                       IF WS-BAG-COUNT < 500
                           ADD 1 TO WS-BAG-COUNT
                           MOVE BAG-TAG      TO WS-BAG-TAG(WS-BAG-COUNT)
                           MOVE BAG-PNR      TO WS-BAG-PNR(WS-BAG-COUNT)
                           MOVE BAG-PAIS
                               TO WS-BAG-PAIS(WS-BAG-COUNT)
                           MOVE BAG-DATE
                               TO WS-BAG-DATE(WS-BAG-COUNT)
                           MOVE BAG-PIECE
                               TO WS-BAG-PIECE(WS-BAG-COUNT)
                           MOVE BAG-WEIGHT
                               TO WS-BAG-WEIGHT(WS-BAG-COUNT)
                           MOVE BAG-STATUS
                               TO WS-BAG-STATUS(WS-BAG-COUNT)
                           MOVE BAG-RPT-DATE
                               TO WS-BAG-RPT-DATE(WS-BAG-COUNT)
                           MOVE BAG-CLS-DATE
                               TO WS-BAG-CLS-DATE(WS-BAG-COUNT)
                           MOVE BAG-COMP
                               TO WS-BAG-COMP(WS-BAG-COUNT)
                       ELSE
                           MOVE "Y" TO WS-BAG-OVERFLOW-SW
                       END-IF
                   END-IF
           END-READ.

       SAVE-BAGTAGS.
           OPEN OUTPUT BAGTAGS-FILE.
           PERFORM SAVE-ONE-BAGTAG
               VARYING WS-BAG-IDX FROM 1 BY 1
               UNTIL WS-BAG-IDX > WS-BAG-COUNT.
           CLOSE BAGTAGS-FILE.

       SAVE-ONE-BAGTAG.
           MOVE SPACES TO BAGTAGS-RECORD.
           MOVE WS-BAG-TAG(WS-BAG-IDX)      TO BAG-TAG.
           MOVE WS-BAG-PNR(WS-BAG-IDX)      TO BAG-PNR.
           MOVE WS-BAG-PAIS(WS-BAG-IDX)     TO BAG-PAIS.
           MOVE WS-BAG-DATE(WS-BAG-IDX)     TO BAG-DATE.
           MOVE WS-BAG-PIECE(WS-BAG-IDX)    TO BAG-PIECE.
           MOVE WS-BAG-WEIGHT(WS-BAG-IDX)   TO BAG-WEIGHT.
           MOVE WS-BAG-STATUS(WS-BAG-IDX)   TO BAG-STATUS.
           MOVE WS-BAG-RPT-DATE(WS-BAG-IDX) TO BAG-RPT-DATE.
           MOVE WS-BAG-CLS-DATE(WS-BAG-IDX) TO BAG-CLS-DATE.
           MOVE WS-BAG-COMP(WS-BAG-IDX)     TO BAG-COMP.
           WRITE BAGTAGS-RECORD.

      *>   Pasajero IDXBKT recien presentado en el tramo WS-BAG-LEG:
      *>   una etiqueta por pieza; el peso que pase la franquicia de
      *>   la clase (mas la pieza extra comprada al reservar) se
      *>   cobra a la reserva y sale por GLEXTRACT.
       TAG-BAGGAGE.
           MOVE 0 TO WS-BAG-PIECES.
           DISPLAY "Bags to tag [0-9]: "  LINE 30 COL 5.
           ACCEPT WS-BAG-PIECES           LINE 30 COL 25 PROMPT.
           IF WS-BAG-PIECES = 0
               GO TO TAG-BAGGAGE-END
           END-IF.
           PERFORM CARGA-BAGTAGS.
           IF WS-BAG-OVERFLOW
              OR WS-BAG-COUNT + WS-BAG-PIECES > 500
               MOVE "Bag tag file full - tag these bags by hand."
                   TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO TAG-BAGGAGE-END
           END-IF.
           MOVE 0 TO WS-BAG-TOTAL-KG.
           PERFORM TAG-ONE-BAG
               VARYING WS-BAG-PIECE-NBR FROM 1 BY 1
               UNTIL WS-BAG-PIECE-NBR > WS-BAG-PIECES.
           PERFORM SAVE-BAGTAGS.
           IF WS-BAG-LEG = "O"
               MOVE BKT-OUT-COND(IDXBKT) TO WS-BAG-COND
               MOVE BKT-OUT-LUGG(IDXBKT) TO WS-BAG-LUGG
           ELSE
               MOVE BKT-RET-COND(IDXBKT) TO WS-BAG-COND
               MOVE BKT-RET-LUGG(IDXBKT) TO WS-BAG-LUGG
           END-IF.
           IF WS-BAG-COND = 2
               MOVE CONST-BAG-ALLOW-FST TO WS-BAG-ALLOW-KG
           ELSE
               MOVE CONST-BAG-ALLOW-ECO TO WS-BAG-ALLOW-KG
           END-IF.
           IF WS-BAG-LUGG = 1
               ADD CONST-BAG-ALLOW-XTRA TO WS-BAG-ALLOW-KG
           END-IF.
           IF WS-BAG-TOTAL-KG NOT > WS-BAG-ALLOW-KG
               GO TO TAG-BAGGAGE-END
           END-IF.
           COMPUTE WS-BAG-EXCESS-KG =
               WS-BAG-TOTAL-KG - WS-BAG-ALLOW-KG.
           COMPUTE WS-BAG-CHARGE =
               WS-BAG-EXCESS-KG * CONST-EXCESS-PER-KG.
           ADD WS-BAG-CHARGE TO BKT-TOTAL(IDXBKT).
           MOVE WS-BAG-EXCESS-KG TO WS-BAG-KG-Z.
           MOVE WS-BAG-CHARGE    TO WS-BAG-AMOUNT-Z.
           DISPLAY "EXCESS KG:"        LINE 30 COL 40.
           DISPLAY WS-BAG-KG-Z         LINE 30 COL 51.
           DISPLAY "CHARGED $"         LINE 30 COL 57.
           DISPLAY WS-BAG-AMOUNT-Z     LINE 30 COL 67.
           MOVE "EXCESS-BAGGAGE" TO WS-BAG-GL-ACCOUNT.
           MOVE WS-BAG-CHARGE    TO WS-BAG-GL-AMOUNT.
           PERFORM LOG-BAG-GLENTRY.
       TAG-BAGGAGE-END.
           EXIT.

       TAG-ONE-BAG.
           MOVE 0 TO WS-BAG-KG.
           DISPLAY "Weight of bag    [kg]: "  LINE 31 COL 5.
           DISPLAY WS-BAG-PIECE-NBR         LINE 31 COL 19.
           ACCEPT WS-BAG-KG                 LINE 31 COL 29 PROMPT.
           ADD 1 TO WS-BAG-COUNT.
           ADD 1 TO WS-BAG-NEXT-TAG.
           MOVE WS-BAG-NEXT-TAG  TO WS-BAG-TAG(WS-BAG-COUNT).
           MOVE BKT-PNR(IDXBKT)  TO WS-BAG-PNR(WS-BAG-COUNT).
           MOVE WS-CHK-PAIS      TO WS-BAG-PAIS(WS-BAG-COUNT).
           MOVE WS-CHK-DATE      TO WS-BAG-DATE(WS-BAG-COUNT).
           MOVE WS-BAG-PIECE-NBR TO WS-BAG-PIECE(WS-BAG-COUNT).
           MOVE WS-BAG-KG        TO WS-BAG-WEIGHT(WS-BAG-COUNT).
           MOVE SPACE            TO WS-BAG-STATUS(WS-BAG-COUNT).
           MOVE 0                TO WS-BAG-RPT-DATE(WS-BAG-COUNT).
           MOVE 0                TO WS-BAG-CLS-DATE(WS-BAG-COUNT).
           MOVE 0                TO WS-BAG-COMP(WS-BAG-COUNT).
           ADD WS-BAG-KG TO WS-BAG-TOTAL-KG.
           COMPUTE AUX-LINE-POS = 31 + WS-BAG-PIECE-NBR.
           DISPLAY "BAG TAG"             LINE AUX-LINE-POS COL 40.
           DISPLAY WS-BAG-NEXT-TAG       LINE AUX-LINE-POS COL 48.
           DISPLAY WS-BAG-KG             LINE AUX-LINE-POS COL 56.
           DISPLAY "KG"                  LINE AUX-LINE-POS COL 60.

      *>   Opcion [T]: caso de equipaje mal manejado por numero de
      *>   etiqueta. Registra demora, perdida o dano, la entrega al
      *>   pasajero y la compensacion pagada (egreso a GLEXTRACT).
       BAG-TRACE-PROCEDURE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "MISHANDLED BAGGAGE" LINE 4 COL 5 WITH REVERSED.
           MOVE 0 TO WS-BAG-TAG-IN.
           DISPLAY "Bag tag number: "   LINE 6 COL 5.
           ACCEPT WS-BAG-TAG-IN         LINE 6 COL 25 PROMPT.
           PERFORM CARGA-BAGTAGS.
           IF WS-BAG-OVERFLOW
               MOVE "Bag tag file too large - call IT." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO BAG-TRACE-PROCEDURE-END
           END-IF.
           MOVE 0 TO WS-BAG-SEL.
           PERFORM FIND-BAGTAG
               VARYING WS-BAG-IDX FROM 1 BY 1
               UNTIL WS-BAG-IDX > WS-BAG-COUNT.
           IF WS-BAG-SEL = 0
               MOVE "Bag tag not found." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO BAG-TRACE-PROCEDURE-END
           END-IF.
           PERFORM BAG-STATUS-TEXT.
           MOVE WS-BAG-WEIGHT(WS-BAG-SEL) TO WS-BAG-KG-Z.
           MOVE WS-BAG-COMP(WS-BAG-SEL)   TO WS-BAG-AMOUNT-Z.
           DISPLAY "PNR...........: "      LINE 8  COL 5.
           DISPLAY WS-BAG-PNR(WS-BAG-SEL)  LINE 8  COL 21.
           DISPLAY "Flight........: "      LINE 9  COL 5.
           DISPLAY PAIS(WS-BAG-PAIS(WS-BAG-SEL))
                                           LINE 9  COL 21.
           DISPLAY WS-BAG-DATE(WS-BAG-SEL) LINE 9  COL 32.
           DISPLAY "Weight [kg]...: "      LINE 10 COL 5.
           DISPLAY WS-BAG-KG-Z             LINE 10 COL 21.
           DISPLAY "Status........: "      LINE 11 COL 5.
           DISPLAY WS-BAG-STATUS-TXT       LINE 11 COL 21.
           DISPLAY "Reported......: "      LINE 12 COL 5.
           DISPLAY WS-BAG-RPT-DATE(WS-BAG-SEL)
                                           LINE 12 COL 21.
           DISPLAY "Closed........: "      LINE 13 COL 5.
           DISPLAY WS-BAG-CLS-DATE(WS-BAG-SEL)
                                           LINE 13 COL 21.
           DISPLAY "Comp. paid....: $"     LINE 14 COL 5.
           DISPLAY WS-BAG-AMOUNT-Z         LINE 14 COL 22.
           IF WS-BAG-CLS-DATE(WS-BAG-SEL) > 0
               MOVE "Case already closed." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO BAG-TRACE-PROCEDURE-END
           END-IF.
           DISPLAY "[D]elayed [L]ost [G]Damaged [V]Delivered [P]Comp:"
                                           LINE 16 COL 5.
           ACCEPT WS-BAG-ACTION            LINE 16 COL 56 PROMPT.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           EVALUATE WS-BAG-ACTION
               WHEN "D" WHEN "d"
                   MOVE "D" TO WS-BAG-STATUS(WS-BAG-SEL)
               WHEN "L" WHEN "l"
                   MOVE "L" TO WS-BAG-STATUS(WS-BAG-SEL)
               WHEN "G" WHEN "g"
                   MOVE "G" TO WS-BAG-STATUS(WS-BAG-SEL)
               WHEN "V" WHEN "v"
                   IF WS-BAG-STATUS(WS-BAG-SEL) = SPACE
                       MOVE "Bag not reported as mishandled."
                           TO AUX-MSG
                       PERFORM SHOW-INFO-MSG
                       GO TO BAG-TRACE-PROCEDURE-END
                   END-IF
                   MOVE WS-TODAY-DATE TO WS-BAG-CLS-DATE(WS-BAG-SEL)
               WHEN "P" WHEN "p"
                   IF WS-BAG-STATUS(WS-BAG-SEL) = SPACE
                       MOVE "Bag not reported as mishandled."
                           TO AUX-MSG
                       PERFORM SHOW-INFO-MSG
                       GO TO BAG-TRACE-PROCEDURE-END
                   END-IF
                   PERFORM BAG-PAY-COMPENSATION
                       THRU BAG-PAY-COMPENSATION-END
               WHEN OTHER
                   MOVE "Incorrect Option. Please choose again."
                       TO AUX-MSG
                   PERFORM SHOW-INFO-MSG
                   GO TO BAG-TRACE-PROCEDURE-END
           END-EVALUATE.
           IF WS-BAG-RPT-DATE(WS-BAG-SEL) = 0
               MOVE WS-TODAY-DATE TO WS-BAG-RPT-DATE(WS-BAG-SEL)
           END-IF.
           PERFORM SAVE-BAGTAGS.
           MOVE "Bag case updated." TO AUX-MSG.
           PERFORM SHOW-INFO-MSG.
       BAG-TRACE-PROCEDURE-END.
           EXIT.

      *>   Compensacion pagada al pasajero: suma al caso y sale por
      *>   GLEXTRACT como egreso. La pieza perdida queda cerrada
      *>   con el pago.
       BAG-PAY-COMPENSATION.
           MOVE 0 TO WS-BAG-COMP-IN.
           DISPLAY "Compensation paid [$]: "  LINE 17 COL 5.
           ACCEPT WS-BAG-COMP-IN              LINE 17 COL 29 PROMPT.
           IF WS-BAG-COMP-IN = 0
               GO TO BAG-PAY-COMPENSATION-END
           END-IF.
           ADD WS-BAG-COMP-IN TO WS-BAG-COMP(WS-BAG-SEL).
           MOVE "BAGGAGE-COMP" TO WS-BAG-GL-ACCOUNT.
           COMPUTE WS-BAG-GL-AMOUNT = 0 - WS-BAG-COMP-IN.
           PERFORM LOG-BAG-GLENTRY.
           IF WS-BAG-STATUS(WS-BAG-SEL) = "L"
               MOVE WS-TODAY-DATE TO WS-BAG-CLS-DATE(WS-BAG-SEL)
           END-IF.
       BAG-PAY-COMPENSATION-END.
           EXIT.

       FIND-BAGTAG.
           IF WS-BAG-TAG(WS-BAG-IDX) = WS-BAG-TAG-IN
               MOVE WS-BAG-IDX TO WS-BAG-SEL
           END-IF.

       BAG-STATUS-TEXT.
           EVALUATE WS-BAG-STATUS(WS-BAG-SEL)
               WHEN "D"
                   MOVE "DELAYED"    TO WS-BAG-STATUS-TXT
               WHEN "L"
                   MOVE "LOST"       TO WS-BAG-STATUS-TXT
               WHEN "G"
                   MOVE "DAMAGED"    TO WS-BAG-STATUS-TXT
               WHEN OTHER
                   MOVE "CHECKED"    TO WS-BAG-STATUS-TXT
           END-EVALUATE.

       LOG-BAG-GLENTRY.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF WS-GLEXT-STATUS = "35"
               OPEN OUTPUT GL-EXTRACT-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO GLEXT-DATE.
           MOVE "05-AirlinesFlights" TO GLEXT-SOURCE.
           MOVE WS-BAG-GL-ACCOUNT    TO GLEXT-ACCOUNT.
           MOVE WS-BAG-GL-AMOUNT     TO GLEXT-AMOUNT.
           WRITE GLEXT-RECORD.
           CLOSE GL-EXTRACT-FILE.

      *>   El indeciso elige su asiento en el mostrador: el primer
      *>   numero libre se ofrece por defecto.
       CHECKIN-PICK-SEAT.
