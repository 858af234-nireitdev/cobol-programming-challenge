      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Daily report of the exchange desk rate quotes with a
      *>     lock-in period (FXQUOTES, Copybooks/FXQUOTE.CPY), issued
      *>     and executed in 02-CurrencyConverter.
      *>   * A quote never outlives its day of issue, so by the end
      *>     of the business day every quote still issued ("I") is
      *>     marked expired ("E"). Quotes left issued on earlier days
      *>     (a day this job did not run) are expired the same way
      *>     and counted apart.
      *>   * Lists every quote of the business date with its status
      *>     and, for the executed ones, the spread against the
      *>     market mid rate at execution time in USD: positive is
      *>     income earned, negative is income lost because the
      *>     market moved against the locked rate. Totals of quotes
      *>     issued, executed and expired, and of spread earned,
      *>     lost and net, close the report.
      *>   * The report goes to SYSOUT and to the FXQUOTRPT spool
      *>     report. Registered in the shared RUNCTL run-control
      *>     (FXQUOTRPT).
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXQUOTRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXQUOTE-FILE ASSIGN TO "FXQUOTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXQ-KEY
               FILE STATUS IS WS-FXQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FXQUOTE-FILE.
           COPY FXQUOTE.

       WORKING-STORAGE SECTION.
       01  WS-FXQ-STATUS           PIC X(2).

       01  WS-RUN-DATE             PIC X(8).
      *>   Interfaz con el control de fecha de negocio compartido.
       01  WS-BD-MODE              PIC X VALUE "G".
       01  WS-BD-DATE              PIC 9(8).
       01  WS-BD-RESULT            PIC X.

      *>   Interfaz con el control de corridas compartido
      *>   (Batch/RUNCTL.COB): doble corrida y predecesores.
       01  WS-RC-JOB               PIC X(10).
       01  WS-RC-DATE              PIC 9(8).
       01  WS-RC-MODE              PIC X.
       01  WS-RC-PREDS.
           05  WS-RC-PRED-R OCCURS 3 TIMES PIC X(10).
       01  WS-RC-RESULT            PIC X.

      *>   Interfaz con el spooler de reportes compartido
      *>   (Batch/RPTSPOOL.COB).
       01  WS-RPT-ACTION           PIC X.
       01  WS-RPT-NAME             PIC X(10) VALUE "FXQUOTRPT".
       01  WS-RPT-DATE             PIC 9(8).
       01  WS-RPT-LINE             PIC X(100).

       01  WS-ISSUED-COUNT         PIC 9(7) VALUE 0.
       01  WS-USED-COUNT           PIC 9(7) VALUE 0.
       01  WS-EXPIRED-COUNT        PIC 9(7) VALUE 0.
       01  WS-OLD-EXPIRED-COUNT    PIC 9(7) VALUE 0.
       01  WS-EARNED-USD           PIC S9(11)V9(2) VALUE 0.
       01  WS-LOST-USD             PIC S9(11)V9(2) VALUE 0.
       01  WS-NET-USD              PIC S9(11)V9(2) VALUE 0.

       01  WS-STATUS-DESC          PIC X(8).
       01  WS-AMOUNT-Z             PIC Z(8)9.9(2).
       01  WS-RESULT-Z             PIC Z(8)9.9(2).
       01  WS-SPREAD-OUT.
           05  WS-SPREAD-Z         PIC -(8)9.9(2).
       01  WS-TOTAL-Z              PIC -(11)9.9(2).
       01  WS-COUNT-Z              PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSDATE-PROCEDURE.
           MOVE "FXQUOTRPT" TO WS-RC-JOB.
           MOVE SPACES TO WS-RC-PREDS.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           PERFORM RUNCTL-CHECK-PROCEDURE.
           PERFORM PRINT-HEADER-PROCEDURE.
           OPEN I-O FXQUOTE-FILE.
           IF WS-FXQ-STATUS = "00"
               PERFORM REPORT-ONE-QUOTE
                   UNTIL WS-FXQ-STATUS NOT = "00"
               CLOSE FXQUOTE-FILE
           ELSE
               MOVE SPACES TO WS-RPT-LINE
               STRING "NO FXQUOTES FILE (STATUS " WS-FXQ-STATUS
                      ") - NO QUOTES ISSUED"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
           PERFORM PRINT-TOTALS-PROCEDURE.
           PERFORM RUNCTL-MARK-PROCEDURE.
           STOP RUN.

      *>   *************************************************************
      *>   El archivo se recorre en orden de clave (fecha de emision)
      *>   hasta la fecha de negocio. De dias anteriores solo se
      *>   vencen las que quedaron emitidas; las del dia se listan.
      *>   *************************************************************
       REPORT-ONE-QUOTE.
           READ FXQUOTE-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FXQ-STATUS
               NOT AT END
                   IF FXQ-DATE > WS-RUN-DATE
                       MOVE "10" TO WS-FXQ-STATUS
                   ELSE
                       IF FXQ-DATE < WS-RUN-DATE
                           PERFORM EXPIRE-OLD-QUOTE
                       ELSE
                           PERFORM LIST-DAY-QUOTE
                       END-IF
                   END-IF
           END-READ.

       EXPIRE-OLD-QUOTE.
           IF FXQ-IS-ISSUED
               MOVE "E" TO FXQ-STATUS
               REWRITE FXQ-RECORD
               ADD 1 TO WS-OLD-EXPIRED-COUNT
               MOVE FXQ-AMOUNT TO WS-AMOUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING FXQ-DATE FXQ-SEQ " " FXQ-TIME " "
                      FXQ-FROM-CCY "->" FXQ-TO-CCY " "
                      WS-AMOUNT-Z
                      "  EXPIRED (ISSUED " FXQ-DATE ")"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.

       LIST-DAY-QUOTE.
           ADD 1 TO WS-ISSUED-COUNT.
           IF FXQ-IS-ISSUED
               MOVE "E" TO FXQ-STATUS
               REWRITE FXQ-RECORD
           END-IF.
           MOVE SPACES TO WS-SPREAD-OUT.
           EVALUATE TRUE
               WHEN FXQ-IS-USED
                   ADD 1 TO WS-USED-COUNT
                   MOVE "EXECUTED" TO WS-STATUS-DESC
                   MOVE FXQ-EXEC-SPREAD-USD TO WS-SPREAD-Z
                   IF FXQ-EXEC-SPREAD-USD < 0
                       ADD FXQ-EXEC-SPREAD-USD TO WS-LOST-USD
                   ELSE
                       ADD FXQ-EXEC-SPREAD-USD TO WS-EARNED-USD
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE "EXPIRED"  TO WS-STATUS-DESC
           END-EVALUATE.
           MOVE FXQ-AMOUNT TO WS-AMOUNT-Z.
           MOVE FXQ-RESULT TO WS-RESULT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING FXQ-DATE FXQ-SEQ " " FXQ-TIME " "
                  FXQ-FROM-CCY "->" FXQ-TO-CCY " "
                  WS-AMOUNT-Z " " WS-RESULT-Z " "
                  FXQ-EXPIRY-TIME " " WS-STATUS-DESC " "
                  WS-SPREAD-OUT
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-HEADER-PROCEDURE.
           MOVE WS-RUN-DATE TO WS-RPT-DATE.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  EXCHANGE DESK RATE QUOTES - " WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "QUOTE NO.    ISSUED PAIR           AMOUNT"
                  "       RESULT EXPIRY STATUS     SPREAD USD"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-TOTALS-PROCEDURE.
           COMPUTE WS-NET-USD = WS-EARNED-USD + WS-LOST-USD.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-ISSUED-COUNT TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "QUOTES ISSUED.............: " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-USED-COUNT TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "QUOTES EXECUTED...........: " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "QUOTES EXPIRED............: " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           IF WS-OLD-EXPIRED-COUNT > 0
               MOVE WS-OLD-EXPIRED-COUNT TO WS-COUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "EXPIRED FROM EARLIER DAYS.: " WS-COUNT-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
           MOVE WS-EARNED-USD TO WS-TOTAL-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "SPREAD EARNED (USD).......: " WS-TOTAL-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-LOST-USD TO WS-TOTAL-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "SPREAD LOST (USD).........: " WS-TOTAL-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-NET-USD TO WS-TOTAL-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "NET SPREAD ON QUOTES (USD): " WS-TOTAL-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.

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

      *>   Control de corridas: esta corrida ya paso por hoy?
      *>   Y sus predecesores completaron? Sin eso no arranca
      *>   (la tarjeta RUNOVRD "Y" fuerza la re-corrida).
       RUNCTL-CHECK-PROCEDURE.
           MOVE "C" TO WS-RC-MODE.
           CALL "RUNCTL" USING WS-RC-JOB WS-RC-DATE WS-RC-MODE
                               WS-RC-PREDS WS-RC-RESULT.
           IF WS-RC-RESULT = "D"
               DISPLAY "FXQUOTRPT: ya corrio en la fecha "
                       WS-RC-DATE " - tarjeta RUNOVRD para forzar."
               STOP RUN
           END-IF.
           IF WS-RC-RESULT = "P"
               DISPLAY "FXQUOTRPT: predecesores sin completar - "
                       "corrida rechazada."
               STOP RUN
           END-IF.

       RUNCTL-MARK-PROCEDURE.
           MOVE "M" TO WS-RC-MODE.
           CALL "RUNCTL" USING WS-RC-JOB WS-RC-DATE WS-RC-MODE
                               WS-RC-PREDS WS-RC-RESULT.

       END PROGRAM FXQUOTRPT.
