      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Weekly travel-document watch. Reads the airline
      *>     BOOKINGS file (05-AirlinesFlights and the package
      *>     builder of 02-TravelAgency) and, for every active
      *>     booking whose outbound flight leaves within the
      *>     look-ahead window, runs the shared DOCCHECK against
      *>     the passenger's TRAVDOCS entry and the DESTRULES rules
      *>     of the destination.
      *>   * Lists the travellers whose documents will not meet the
      *>     rules (passport expiring before return plus the
      *>     minimum months, visa missing) and those that cannot be
      *>     verified (no passport on file, destination without
      *>     rules), so the agents can call them before departure.
      *>     Goes to SYSOUT and to the DOCWATCH spool report.
      *>   * DCWPARM card (optional): bytes 1-3 the look-ahead in
      *>     days (default 30).
      *>   * RETURN-CODE 4 when at least one traveller is refused.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCWATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKING-FILE ASSIGN TO "BOOKINGS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.

           SELECT PARM-FILE ASSIGN TO "DCWPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>   Reserva de la aerolinea; solo los campos que se usan.
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
           05  FILLER              PIC X(3).
           05  FILLER              PIC X(1).
           05  BKG-RET-PAIS        PIC 9.
           05  BKG-RET-DATE        PIC 9(8).
           05  FILLER              PIC X(3).
           05  FILLER              PIC X(1).
           05  BKG-STATUS          PIC X(1).
           05  FILLER              PIC X(60).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-DAYS           PIC X(3).
           05  FILLER              PIC X(77).

       WORKING-STORAGE SECTION.
       01  WS-BOOK-STATUS          PIC X(2).
       01  WS-PARM-STATUS          PIC X(2).
       01  WS-RETURN-CODE          PIC 9(2) VALUE 0.

      *>   Interfaz con el control de fecha de negocio compartido.
       01  WS-BD-MODE              PIC X VALUE "G".
       01  WS-BD-DATE              PIC 9(8).
       01  WS-BD-RESULT            PIC X.

      *>   Interfaz con el spooler de reportes compartido
      *>   (Batch/RPTSPOOL.COB).
       01  WS-RPT-ACTION           PIC X.
       01  WS-RPT-NAME             PIC X(10) VALUE "DOCWATCH".
       01  WS-RPT-DATE             PIC 9(8).
       01  WS-RPT-LINE             PIC X(100).

      *>   Interfaz con el control de documentos compartido
      *>   DOCCHECK.
       01  WS-DC-PARTY             PIC X(15).
       01  WS-DC-PAIS              PIC 9.
       01  WS-DC-RET-DATE          PIC 9(8).
       01  WS-DC-RESULT            PIC X.
       01  WS-DC-REASON            PIC XX.
       01  WS-DC-LIMIT             PIC 9(8).

       01  WS-DAYS-AHEAD           PIC 9(3) VALUE 30.
       01  WS-FROM-INT             PIC 9(8).
       01  WS-TO-INT               PIC 9(8).
       01  WS-OUT-INT              PIC 9(8).

      *>   Destinos de la aerolinea (mismos 5 de
      *>   05-AirlinesFlights).
       01  WS-DESTINOS
           VALUE "Turkey    Greece    Lebanon   Spain     Portugal".
           05  WS-DEST-NAME OCCURS 5 TIMES PIC X(10).
       01  WS-DEST-OUT             PIC X(10).
       01  WS-RESULT-OUT           PIC X(7).
       01  WS-REASON-OUT           PIC X(26).

       01  WS-READ-COUNT           PIC 9(5) VALUE 0.
       01  WS-WINDOW-COUNT         PIC 9(5) VALUE 0.
       01  WS-WARN-COUNT           PIC 9(5) VALUE 0.
       01  WS-BLOCK-COUNT          PIC 9(5) VALUE 0.
       01  WS-COUNT-Z              PIC ZZ,ZZ9.
       01  WS-DAYS-Z               PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSDATE-PROCEDURE.
           PERFORM LOAD-PARM-PROCEDURE.
           COMPUTE WS-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-BD-DATE).
           COMPUTE WS-TO-INT = WS-FROM-INT + WS-DAYS-AHEAD.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           PERFORM PRINT-HEADER.
           OPEN INPUT BOOKING-FILE.
           IF WS-BOOK-STATUS = "00"
               PERFORM CHECK-ONE-BOOKING
                   THRU CHECK-ONE-BOOKING-EXIT
                   UNTIL WS-BOOK-STATUS NOT = "00"
               CLOSE BOOKING-FILE
           ELSE
               MOVE "*** BOOKINGS FILE NOT AVAILABLE" TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
           PERFORM PRINT-TOTALS.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           IF WS-BLOCK-COUNT > 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *>   Tarjeta DCWPARM: dias hacia adelante a revisar (en
      *>   blanco = 30).
       LOAD-PARM-PROCEDURE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DAYS IS NUMERIC
                           MOVE PARM-DAYS TO WS-DAYS-AHEAD
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *>   *************************************************************
      *>   Una reserva: activa, con salida dentro de la ventana y
      *>   con un destino valido, pasa por DOCCHECK.
      *>   *************************************************************
       CHECK-ONE-BOOKING.
           READ BOOKING-FILE
               AT END
                   MOVE "10" TO WS-BOOK-STATUS
                   GO TO CHECK-ONE-BOOKING-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           IF BKG-STATUS NOT = "A"
              OR BKG-OUT-DATE IS NOT NUMERIC
              OR BKG-RET-DATE IS NOT NUMERIC
              OR BKG-OUT-DATE < WS-BD-DATE
              OR BKG-OUT-PAIS IS NOT NUMERIC
              OR BKG-OUT-PAIS = 0 OR BKG-OUT-PAIS > 5
               GO TO CHECK-ONE-BOOKING-EXIT
           END-IF.
           COMPUTE WS-OUT-INT =
               FUNCTION INTEGER-OF-DATE(BKG-OUT-DATE).
           IF WS-OUT-INT > WS-TO-INT
               GO TO CHECK-ONE-BOOKING-EXIT
           END-IF.
           ADD 1 TO WS-WINDOW-COUNT.
           MOVE BKG-PAX-PASSPORT(1:15) TO WS-DC-PARTY.
           MOVE BKG-OUT-PAIS           TO WS-DC-PAIS.
           MOVE BKG-RET-DATE           TO WS-DC-RET-DATE.
           CALL "DOCCHECK" USING WS-DC-PARTY WS-DC-PAIS
                                 WS-DC-RET-DATE WS-DC-RESULT
                                 WS-DC-REASON WS-DC-LIMIT.
           IF WS-DC-RESULT = "O"
               GO TO CHECK-ONE-BOOKING-EXIT
           END-IF.
           IF WS-DC-RESULT = "B"
               ADD 1 TO WS-BLOCK-COUNT
               MOVE "REFUSED" TO WS-RESULT-OUT
           ELSE
               ADD 1 TO WS-WARN-COUNT
               MOVE "WARNING" TO WS-RESULT-OUT
           END-IF.
           PERFORM PRINT-ONE-TRAVELLER.
       CHECK-ONE-BOOKING-EXIT.
           EXIT.

      *>   *************************************************************
      *>   Reporte
      *>   *************************************************************
       PRINT-HEADER.
           MOVE WS-DAYS-AHEAD TO WS-DAYS-Z.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  TRAVEL DOCUMENT WATCH - DEPARTURES IN THE NEXT "
                  WS-DAYS-Z " DAYS   RUN DATE " WS-BD-DATE
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PNR    PASSENGER     PARTY ID        "
                  "DEST       DEPART   RETURN   RESULT  REASON"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-ONE-TRAVELLER.
           MOVE WS-DEST-NAME(BKG-OUT-PAIS) TO WS-DEST-OUT.
           MOVE SPACES TO WS-REASON-OUT.
           EVALUATE WS-DC-REASON
               WHEN "NR"
                   MOVE "NO RULES FOR DESTINATION" TO WS-REASON-OUT
               WHEN "NP"
                   MOVE "NO PASSPORT ON FILE" TO WS-REASON-OUT
               WHEN "PX"
                   STRING "PASSPORT VALID < " WS-DC-LIMIT
                          DELIMITED BY SIZE INTO WS-REASON-OUT
               WHEN "VR"
                   MOVE "VISA REQUIRED - NONE VALID" TO WS-REASON-OUT
           END-EVALUATE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING BKG-PNR " " BKG-PAX-NAME(1:13) " " WS-DC-PARTY " "
                  WS-DEST-OUT " " BKG-OUT-DATE " " BKG-RET-DATE " "
                  WS-RESULT-OUT " " WS-REASON-OUT
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-TOTALS.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-READ-COUNT TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "BOOKINGS READ                " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-WINDOW-COUNT TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ACTIVE DEPARTURES IN WINDOW  " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-BLOCK-COUNT TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TRAVELLERS REFUSED           " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-WARN-COUNT TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TRAVELLERS NOT VERIFIABLE    " WS-COUNT-Z
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

       END PROGRAM DOCWATCH.
