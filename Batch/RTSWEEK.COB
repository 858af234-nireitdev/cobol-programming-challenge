      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Weekly return-to-sender report of 04-OnlineShipping.
      *>     Lists every return shipment (SHIP-RETURN-OF set,
      *>     Copybooks/SHIPMENT.CPY) created in the seven days
      *>     ending on the business date, then totals them by
      *>     return reason (bad address, refused, not collected,
      *>     other) and by sender, busiest sender first.
      *>   * A sender with CONST-REPEAT-LIMIT or more bad-address
      *>     returns in the week is flagged, so customer service
      *>     can chase the customer to clean up its address book.
      *>   * RTSPARM card (optional): week ending date YYYYMMDD in
      *>     bytes 1-8, to rerun a past week. Blank = business
      *>     date.
      *>   * The report goes to SYSOUT and to the RTSWEEK spool
      *>     report. Read only.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTSWEEK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIPMENT-FILE ASSIGN TO "SHIPMENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SHIP-PACKG-ID
               FILE STATUS IS WS-SHIP-STATUS.

           SELECT PARM-FILE ASSIGN TO "RTSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHIPMENT-FILE.
           COPY SHIPMENT.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-END-DATE       PIC X(8).
           05  FILLER              PIC X(72).

       WORKING-STORAGE SECTION.
       01  WS-SHIP-STATUS          PIC X(2).
       01  WS-PARM-STATUS          PIC X(2).

      *>   Interfaz con el control de fecha de negocio compartido.
       01  WS-BD-MODE              PIC X VALUE "G".
       01  WS-BD-DATE              PIC 9(8).
       01  WS-BD-RESULT            PIC X.

      *>   Interfaz con el spooler de reportes compartido
      *>   (Batch/RPTSPOOL.COB).
       01  WS-RPT-ACTION           PIC X.
       01  WS-RPT-NAME             PIC X(10) VALUE "RTSWEEK".
       01  WS-RPT-DATE             PIC 9(8).
       01  WS-RPT-LINE             PIC X(100).

      *>   Semana del reporte.
       01  WS-END-DATE             PIC 9(8).
       01  WS-START-DATE           PIC 9(8).
       01  WS-END-INT              PIC 9(8).
       01  WS-SEND-DATE-9          PIC 9(8).

      *>   Totales por motivo (A, R, N, O en ese orden).
       01  WS-REASON-TABLE.
           05  WS-RSN-ENTRY OCCURS 4 TIMES.
               10  WS-RSN-COUNT    PIC 9(5).
               10  WS-RSN-FEES     PIC 9(9)V9(2).
       01  WS-RSN-NAMES.
           05  FILLER              PIC X(14) VALUE "BAD ADDRESS".
           05  FILLER              PIC X(14) VALUE "REFUSED".
           05  FILLER              PIC X(14) VALUE "NOT COLLECTED".
           05  FILLER              PIC X(14) VALUE "OTHER".
       01  WS-RSN-NAME-TBL REDEFINES WS-RSN-NAMES.
           05  WS-RSN-NAME         PIC X(14) OCCURS 4 TIMES.
       01  WS-RSN-IDX              PIC 9(1).

      *>   Totales por remitente.
       01  WS-SND-TABLE.
           05  WS-SND-COUNT        PIC 9(3) VALUE 0.
           05  WS-SND-ENTRY OCCURS 200 TIMES.
               10  WS-SND-PARTY    PIC X(15).
               10  WS-SND-NAME     PIC X(25).
               10  WS-SND-RETURNS  PIC 9(5).
               10  WS-SND-BADADDR  PIC 9(5).
               10  WS-SND-FEES     PIC 9(9)V9(2).
       01  WS-SND-SWAP             PIC X(61).
       01  WS-SND-IDX              PIC 9(3).
       01  WS-SND-JDX              PIC 9(3).
       01  WS-SND-FOUND-SW         PIC X(1).
           88  WS-SND-FOUND            VALUE "Y".
       01  WS-SND-DROPPED          PIC 9(5) VALUE 0.
       01  WS-SORTED-SW            PIC X(1).
           88  WS-SORTED               VALUE "Y".

       01  WS-TOTAL-RETURNS        PIC 9(5) VALUE 0.
       01  WS-TOTAL-FEES           PIC 9(9)V9(2) VALUE 0.
       01  WS-FLAGGED              PIC 9(5) VALUE 0.
       01  CONST-REPEAT-LIMIT      PIC 9(2) VALUE 2.

       01  WS-FEE-Z                PIC Z(6)9.9(2).
       01  WS-TOTAL-Z              PIC Z(8)9.9(2).
       01  WS-COUNT-Z              PIC Z(4)9.
       01  WS-COUNT2-Z             PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSDATE-PROCEDURE.
           PERFORM LOAD-PARM-PROCEDURE.
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-END-DATE).
           COMPUTE WS-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-END-INT - 6).
           MOVE ZEROS TO WS-REASON-TABLE.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  RETURN-TO-SENDER WEEKLY REPORT - "
                  WS-START-DATE " TO " WS-END-DATE
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RETURN ORIG  CREATED  REASON         SENDER"
                  "          RETURN ADDRESS                  FEE"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           OPEN INPUT SHIPMENT-FILE.
           IF WS-SHIP-STATUS = "00"
               PERFORM READ-ONE-SHIPMENT
                   UNTIL WS-SHIP-STATUS NOT = "00"
               CLOSE SHIPMENT-FILE
           END-IF.
           IF WS-TOTAL-RETURNS = 0
               MOVE "  (NO RETURNS IN THE WEEK)" TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
           PERFORM PRINT-BY-REASON.
           PERFORM SORT-SENDERS
               THRU SORT-SENDERS-EXIT.
           PERFORM PRINT-BY-SENDER.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           STOP RUN.

      *>   Fin de semana de la tarjeta RTSPARM o la fecha de negocio.
       LOAD-PARM-PROCEDURE.
           MOVE WS-BD-DATE TO WS-END-DATE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-END-DATE IS NUMERIC
                           MOVE PARM-END-DATE TO WS-END-DATE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       READ-ONE-SHIPMENT.
           READ SHIPMENT-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-SHIP-STATUS
               NOT AT END
                   IF SHIP-RETURN-OF IS NUMERIC
                      AND SHIP-RETURN-OF > 0
                      AND SHIP-SEND-DATE IS NUMERIC
                       MOVE SHIP-SEND-DATE TO WS-SEND-DATE-9
                       IF WS-SEND-DATE-9 NOT < WS-START-DATE
                          AND WS-SEND-DATE-9 NOT > WS-END-DATE
                           PERFORM TAKE-ONE-RETURN
                       END-IF
                   END-IF
           END-READ.

      *>   El envio de vuelta va del destinatario original al
      *>   remitente: el remitente del original es aqui el
      *>   destinatario (nombre y direccion).
       TAKE-ONE-RETURN.
           ADD 1 TO WS-TOTAL-RETURNS.
           ADD SHIP-TOTAL-COST TO WS-TOTAL-FEES.
           EVALUATE TRUE
               WHEN SHIP-RET-BAD-ADDRESS
                   MOVE 1 TO WS-RSN-IDX
               WHEN SHIP-RET-REFUSED
                   MOVE 2 TO WS-RSN-IDX
               WHEN SHIP-RET-NOT-COLLECTED
                   MOVE 3 TO WS-RSN-IDX
               WHEN OTHER
                   MOVE 4 TO WS-RSN-IDX
           END-EVALUATE.
           ADD 1               TO WS-RSN-COUNT (WS-RSN-IDX).
           ADD SHIP-TOTAL-COST TO WS-RSN-FEES (WS-RSN-IDX).
           MOVE SHIP-TOTAL-COST TO WS-FEE-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING SHIP-PACKG-ID "   " SHIP-RETURN-OF "  "
                  SHIP-SEND-DATE " " WS-RSN-NAME (WS-RSN-IDX) " "
                  SHIP-PARTY-ID " " SHIP-RECIPT-DIRECTION " "
                  WS-FEE-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE "N" TO WS-SND-FOUND-SW.
           PERFORM FIND-SENDER
               VARYING WS-SND-IDX FROM 1 BY 1
               UNTIL WS-SND-IDX > WS-SND-COUNT
                  OR WS-SND-FOUND.
           IF WS-SND-FOUND
               SUBTRACT 1 FROM WS-SND-IDX
           ELSE
               IF WS-SND-COUNT < 200
                   ADD 1 TO WS-SND-COUNT
                   MOVE WS-SND-COUNT TO WS-SND-IDX
                   MOVE SHIP-PARTY-ID    TO WS-SND-PARTY (WS-SND-IDX)
                   MOVE SHIP-RECIPT-NAME TO WS-SND-NAME (WS-SND-IDX)
                   MOVE 0 TO WS-SND-RETURNS (WS-SND-IDX)
                             WS-SND-BADADDR (WS-SND-IDX)
                             WS-SND-FEES (WS-SND-IDX)
               ELSE
                   ADD 1 TO WS-SND-DROPPED
                   MOVE 0 TO WS-SND-IDX
               END-IF
           END-IF.
           IF WS-SND-IDX > 0
               ADD 1 TO WS-SND-RETURNS (WS-SND-IDX)
               ADD SHIP-TOTAL-COST TO WS-SND-FEES (WS-SND-IDX)
               IF SHIP-RET-BAD-ADDRESS
                   ADD 1 TO WS-SND-BADADDR (WS-SND-IDX)
               END-IF
           END-IF.

       FIND-SENDER.
           IF WS-SND-PARTY (WS-SND-IDX) = SHIP-PARTY-ID
               MOVE "Y" TO WS-SND-FOUND-SW
           END-IF.

       PRINT-BY-REASON.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE "RETURNS BY REASON" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           PERFORM PRINT-ONE-REASON
               VARYING WS-RSN-IDX FROM 1 BY 1
               UNTIL WS-RSN-IDX > 4.
           MOVE WS-TOTAL-RETURNS TO WS-COUNT-Z.
           MOVE WS-TOTAL-FEES    TO WS-TOTAL-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOTAL           RETURNS " WS-COUNT-Z
                  "  FEES " WS-TOTAL-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-ONE-REASON.
           MOVE WS-RSN-COUNT (WS-RSN-IDX) TO WS-COUNT-Z.
           MOVE WS-RSN-FEES (WS-RSN-IDX)  TO WS-TOTAL-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-RSN-NAME (WS-RSN-IDX) "  RETURNS " WS-COUNT-Z
                  "  FEES " WS-TOTAL-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

      *>   Remitentes con mas devoluciones primero.
       SORT-SENDERS.
           IF WS-SND-COUNT < 2
               GO TO SORT-SENDERS-EXIT
           END-IF.
           MOVE "N" TO WS-SORTED-SW.
           PERFORM SORT-ONE-PASS
               UNTIL WS-SORTED.
       SORT-SENDERS-EXIT.
           EXIT.

       SORT-ONE-PASS.
           MOVE "Y" TO WS-SORTED-SW.
           PERFORM SORT-ONE-PAIR
               VARYING WS-SND-IDX FROM 1 BY 1
               UNTIL WS-SND-IDX >= WS-SND-COUNT.

       SORT-ONE-PAIR.
           COMPUTE WS-SND-JDX = WS-SND-IDX + 1.
           IF WS-SND-RETURNS (WS-SND-IDX) <
              WS-SND-RETURNS (WS-SND-JDX)
               MOVE WS-SND-ENTRY (WS-SND-IDX) TO WS-SND-SWAP
               MOVE WS-SND-ENTRY (WS-SND-JDX)
                   TO WS-SND-ENTRY (WS-SND-IDX)
               MOVE WS-SND-SWAP TO WS-SND-ENTRY (WS-SND-JDX)
               MOVE "N" TO WS-SORTED-SW
           END-IF.

       PRINT-BY-SENDER.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE "RETURNS BY SENDER" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "SENDER          NAME                      RETURNS"
                  " BAD ADDR        FEES"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           PERFORM PRINT-ONE-SENDER
               VARYING WS-SND-IDX FROM 1 BY 1
               UNTIL WS-SND-IDX > WS-SND-COUNT.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-FLAGGED TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "SENDERS WITH REPEATED BAD ADDRESSES: " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           IF WS-SND-DROPPED > 0
               MOVE WS-SND-DROPPED TO WS-COUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** TABLE FULL - RETURNS NOT TOTALLED BY "
                      "SENDER: " WS-COUNT-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-ONE-SENDER.
           MOVE WS-SND-RETURNS (WS-SND-IDX) TO WS-COUNT-Z.
           MOVE WS-SND-BADADDR (WS-SND-IDX) TO WS-COUNT2-Z.
           MOVE WS-SND-FEES (WS-SND-IDX)    TO WS-FEE-Z.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-SND-BADADDR (WS-SND-IDX) NOT < CONST-REPEAT-LIMIT
               ADD 1 TO WS-FLAGGED
               STRING WS-SND-PARTY (WS-SND-IDX) " "
                      WS-SND-NAME (WS-SND-IDX) "   " WS-COUNT-Z
                      "    " WS-COUNT2-Z " " WS-FEE-Z
                      " *** REPEATED BAD ADDRESS"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING WS-SND-PARTY (WS-SND-IDX) " "
                      WS-SND-NAME (WS-SND-IDX) "   " WS-COUNT-Z
                      "    " WS-COUNT2-Z " " WS-FEE-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
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

       END PROGRAM RTSWEEK.
