      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Nightly gift card expiry run over the GIFTCARDS file
      *>     kept by 04-ManchesterShopping.
      *>   * An active card whose expiry date is before the
      *>     business date is closed ("X"): the unused balance
      *>     leaves the outstanding card liability
      *>     (GIFTCARD-LIABILITY, positive) and is recognised as
      *>     income (GIFTCARD-BREAKAGE) in GLEXTRACT, and the card
      *>     balance drops to zero. A closed card is never looked
      *>     at again, so a rerun releases nothing twice.
      *>   * A card already closed by an earlier run, or an active
      *>     card spent down to zero, is dropped from GIFTCARDS
      *>     (nothing left to release). The highest card number is
      *>     always kept, as the shop numbers new cards from it.
      *>   * Lists every card released plus the liability still
      *>     outstanding on the live cards (spool report GCEXPIRE).
      *>   * RETURN-CODE 8 when GIFTCARDS does not fit the table
      *>     (nothing changed, file not rewritten).
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      *>   2026-10-15  jrm  Closed and spent cards are purged from
      *>                    GIFTCARDS so the file stays in the table.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCEXPIRE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GIFTCARD-FILE ASSIGN TO "GIFTCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GIFTCARD-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GIFTCARD-FILE.
           COPY GIFTCARD.

       FD  GL-EXTRACT-FILE.
           COPY GLEXT.

       WORKING-STORAGE SECTION.
       01  WS-GIFTCARD-STATUS      PIC X(2).
       01  WS-GLEXT-STATUS         PIC X(2).
       01  WS-RETURN-CODE          PIC 9(2) VALUE 0.

      *>   Interfaz con el control de fecha de negocio compartido.
       01  WS-BD-MODE              PIC X VALUE "G".
       01  WS-BD-DATE              PIC 9(8).
       01  WS-BD-RESULT            PIC X.

      *>   Interfaz con el spooler de reportes compartido
      *>   (Batch/RPTSPOOL.COB).
       01  WS-RPT-ACTION           PIC X.
       01  WS-RPT-NAME             PIC X(10) VALUE "GCEXPIRE".
       01  WS-RPT-DATE             PIC 9(8).
       01  WS-RPT-LINE             PIC X(100).

       01  WS-RUN-DATE             PIC X(8).
       01  WS-CHANGED-SW           PIC X VALUE "N".
           88  WS-CHANGED              VALUE "Y".
       01  WS-GC-OVERFLOW-SW       PIC X VALUE "N".
           88  WS-GC-OVERFLOW          VALUE "Y".

      *>   Tarjetas del archivo, para regrabarlo completo.
       01  WS-GC-TABLE.
           05  WS-GC-COUNT         PIC 9(3) VALUE 0.
           05  WS-GC-R OCCURS 500 TIMES.
               10  WS-GC-NUMBER    PIC 9(8).
               10  WS-GC-ISSUE     PIC X(8).
               10  WS-GC-VALUE     PIC 9(5).
               10  WS-GC-BALANCE   PIC 9(5).
               10  WS-GC-EXPIRY    PIC X(8).
               10  WS-GC-STATUS    PIC X.
               10  WS-GC-ORIGIN    PIC X.
       01  WS-GC-IDX               PIC 9(3).
      *>   Numero mas alto del archivo: nunca se purga.
       01  WS-GC-MAX-NBR           PIC 9(8) VALUE 0.

      *>   Totales de la corrida.
       01  WS-TOT-EXPIRED          PIC 9(3) VALUE 0.
       01  WS-TOT-RELEASED         PIC 9(7) VALUE 0.
       01  WS-TOT-LIVE             PIC 9(3) VALUE 0.
       01  WS-TOT-OUTSTANDING      PIC 9(7) VALUE 0.
       01  WS-TOT-PURGED           PIC 9(3) VALUE 0.

       01  WS-AMT-Z                PIC Z(6)9.
       01  WS-TOTAL-Z              PIC Z(8)9.
       01  WS-COUNT-Z              PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSDATE-PROCEDURE.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           PERFORM PRINT-HEADER.
           PERFORM LOAD-GIFTCARDS.
           IF WS-GC-OVERFLOW
      *>       Nunca se regraba desde una carga truncada: serian
      *>       tarjetas (y saldos) borrados.
               MOVE "*** GIFTCARDS DOES NOT FIT - NOTHING CHANGED"
                   TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM EXPIRE-ONE-CARD
                   THRU EXPIRE-ONE-CARD-EXIT
                   VARYING WS-GC-IDX FROM 1 BY 1
                   UNTIL WS-GC-IDX > WS-GC-COUNT
               IF WS-CHANGED
                   PERFORM SAVE-GIFTCARDS
               END-IF
               PERFORM PRINT-TOTALS
           END-IF.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       LOAD-GIFTCARDS.
           OPEN INPUT GIFTCARD-FILE.
           IF WS-GIFTCARD-STATUS = "00"
               PERFORM LOAD-ONE-GIFTCARD
                   UNTIL WS-GIFTCARD-STATUS NOT = "00"
               CLOSE GIFTCARD-FILE
           END-IF.

       LOAD-ONE-GIFTCARD.
           READ GIFTCARD-FILE
               AT END
                   MOVE "10" TO WS-GIFTCARD-STATUS
               NOT AT END
                   IF GC-NUMBER > WS-GC-MAX-NBR
                       MOVE GC-NUMBER TO WS-GC-MAX-NBR
                   END-IF
                   IF WS-GC-COUNT < 500
                       ADD 1 TO WS-GC-COUNT
                       MOVE GC-NUMBER     TO WS-GC-NUMBER (WS-GC-COUNT)
                       MOVE GC-ISSUE-DATE TO WS-GC-ISSUE (WS-GC-COUNT)
                       MOVE GC-VALUE      TO WS-GC-VALUE (WS-GC-COUNT)
                       MOVE GC-BALANCE    TO WS-GC-BALANCE (WS-GC-COUNT)
                       MOVE GC-EXPIRY     TO WS-GC-EXPIRY (WS-GC-COUNT)
                       MOVE GC-STATUS     TO WS-GC-STATUS (WS-GC-COUNT)
                       MOVE GC-ORIGIN     TO WS-GC-ORIGIN (WS-GC-COUNT)
                   ELSE
                       MOVE "Y" TO WS-GC-OVERFLOW-SW
                   END-IF
           END-READ.

      *>   *************************************************************
      *>   Una tarjeta activa vencida antes de la fecha de negocio:
      *>   el saldo sin usar sale del pasivo y pasa a ingresos.
      *>   Las cerradas y las activas sin saldo se purgan ("P", no
      *>   se regraban), salvo la de numero mas alto.
      *>   *************************************************************
       EXPIRE-ONE-CARD.
           IF WS-GC-NUMBER (WS-GC-IDX) < WS-GC-MAX-NBR
              AND (WS-GC-STATUS (WS-GC-IDX) = "X"
               OR (WS-GC-STATUS (WS-GC-IDX) = "A"
                   AND WS-GC-BALANCE (WS-GC-IDX) = 0))
               MOVE "P" TO WS-GC-STATUS (WS-GC-IDX)
               ADD 1 TO WS-TOT-PURGED
               MOVE "Y" TO WS-CHANGED-SW
               GO TO EXPIRE-ONE-CARD-EXIT
           END-IF.
           IF WS-GC-STATUS (WS-GC-IDX) NOT = "A"
               GO TO EXPIRE-ONE-CARD-EXIT
           END-IF.
           IF WS-GC-EXPIRY (WS-GC-IDX) NOT < WS-RUN-DATE
               ADD 1 TO WS-TOT-LIVE
               ADD WS-GC-BALANCE (WS-GC-IDX) TO WS-TOT-OUTSTANDING
               GO TO EXPIRE-ONE-CARD-EXIT
           END-IF.
           MOVE WS-GC-BALANCE (WS-GC-IDX) TO WS-AMT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  " WS-GC-NUMBER (WS-GC-IDX)
                  "  " WS-GC-ISSUE (WS-GC-IDX)
                  "  " WS-GC-EXPIRY (WS-GC-IDX)
                  "    " WS-GC-ORIGIN (WS-GC-IDX)
                  "   " WS-AMT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           IF WS-GC-BALANCE (WS-GC-IDX) > 0
               PERFORM POST-BREAKAGE
           END-IF.
           ADD 1 TO WS-TOT-EXPIRED.
           ADD WS-GC-BALANCE (WS-GC-IDX) TO WS-TOT-RELEASED.
           MOVE 0   TO WS-GC-BALANCE (WS-GC-IDX).
           MOVE "X" TO WS-GC-STATUS (WS-GC-IDX).
           MOVE "Y" TO WS-CHANGED-SW.
       EXPIRE-ONE-CARD-EXIT.
           EXIT.

      *>   Baja del pasivo y alta del ingreso por el saldo vencido.
       POST-BREAKAGE.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF WS-GLEXT-STATUS = "35"
               OPEN OUTPUT GL-EXTRACT-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO GLEXT-DATE.
           MOVE "GCEXPIRE"           TO GLEXT-SOURCE.
           MOVE "GIFTCARD-LIABILITY" TO GLEXT-ACCOUNT.
           MOVE WS-GC-BALANCE (WS-GC-IDX) TO GLEXT-AMOUNT.
           WRITE GLEXT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO GLEXT-DATE.
           MOVE "GCEXPIRE"           TO GLEXT-SOURCE.
           MOVE "GIFTCARD-BREAKAGE"  TO GLEXT-ACCOUNT.
           MOVE WS-GC-BALANCE (WS-GC-IDX) TO GLEXT-AMOUNT.
           WRITE GLEXT-RECORD.
           CLOSE GL-EXTRACT-FILE.

       SAVE-GIFTCARDS.
           OPEN OUTPUT GIFTCARD-FILE.
           PERFORM SAVE-ONE-GIFTCARD
               THRU SAVE-ONE-GIFTCARD-EXIT
               VARYING WS-GC-IDX FROM 1 BY 1
               UNTIL WS-GC-IDX > WS-GC-COUNT.
           CLOSE GIFTCARD-FILE.

       SAVE-ONE-GIFTCARD.
           IF WS-GC-STATUS (WS-GC-IDX) = "P"
               GO TO SAVE-ONE-GIFTCARD-EXIT
           END-IF.
           MOVE SPACES TO GIFTCARD-RECORD.
           MOVE WS-GC-NUMBER (WS-GC-IDX)  TO GC-NUMBER.
           MOVE WS-GC-ISSUE (WS-GC-IDX)   TO GC-ISSUE-DATE.
           MOVE WS-GC-VALUE (WS-GC-IDX)   TO GC-VALUE.
           MOVE WS-GC-BALANCE (WS-GC-IDX) TO GC-BALANCE.
           MOVE WS-GC-EXPIRY (WS-GC-IDX)  TO GC-EXPIRY.
           MOVE WS-GC-STATUS (WS-GC-IDX)  TO GC-STATUS.
           MOVE WS-GC-ORIGIN (WS-GC-IDX)  TO GC-ORIGIN.
           WRITE GIFTCARD-RECORD.
       SAVE-ONE-GIFTCARD-EXIT.
           EXIT.

      *>   *************************************************************
      *>   Registro
      *>   *************************************************************
       PRINT-HEADER.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  GIFT CARD EXPIRY - BUSINESS DATE " WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE "  CARD      ISSUED    EXPIRED   ORIGIN  RELEASED"
               TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-TOTALS.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-EXPIRED TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  CARDS EXPIRED...........: " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-RELEASED TO WS-TOTAL-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  RELEASED TO INCOME......: " WS-TOTAL-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-LIVE TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  LIVE CARDS..............: " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-OUTSTANDING TO WS-TOTAL-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  OUTSTANDING LIABILITY...: " WS-TOTAL-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-PURGED TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  CARDS PURGED............: " WS-COUNT-Z
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
           MOVE WS-BD-DATE TO WS-RUN-DATE.
           MOVE WS-BD-DATE TO WS-RPT-DATE.

       END PROGRAM GCEXPIRE.
