      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Unclaimed lottery prize expiry. Reads the prizes held
      *>     in PENDPAY by 02-LotterySystem (status "R") and ages
      *>     each one from its hold date to the business date.
      *>   * A prize older than the claim period is forfeited: the
      *>     row is marked "F", the amount is added to JP-BALANCE
      *>     in the JACKPOT file and the held-prize liability is
      *>     reversed in GLEXTRACT (LOTTERY-PRIZE-LIAB, negative).
      *>   * A prize entering the reminder window before its expiry
      *>     gets one NOTIFQ reminder to the winner's PARTYMSTR
      *>     record (PP-REMINDED = "Y"); a winner missing from the
      *>     master is listed and retried on the next run.
      *>   * Everything swept or reminded is listed in the PRIZEXP
      *>     forfeiture register (SYSOUT and spool report).
      *>   * PXPPARM card (optional): bytes 1-3 the claim period in
      *>     days (default 180), bytes 5-7 the reminder window in
      *>     days before expiry (default 30).
      *>   * RETURN-CODE 4 when rows with an unreadable hold date
      *>     are left alone; 8 when PENDPAY does not fit the table
      *>     (nothing is swept, the file is not rewritten).
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIZEXP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDPAY-FILE ASSIGN TO "PENDPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDPAY-STATUS.

           SELECT JACKPOT-FILE ASSIGN TO "JACKPOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JACKPOT-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXT-STATUS.

           SELECT NOTIFQ-FILE ASSIGN TO "NOTIFQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFQ-STATUS.

           SELECT PARTY-FILE ASSIGN TO "PARTYMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARTY-ID
               FILE STATUS IS WS-PARTY-STATUS.

           SELECT PARM-FILE ASSIGN TO "PXPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>   Mismo layout que graba 02-LotterySystem.
       FD  PENDPAY-FILE.
       01  PENDPAY-RECORD.
           05  PP-DATE             PIC X(8).
           05  FILLER              PIC X(1).
           05  PP-USER             PIC X(15).
           05  FILLER              PIC X(1).
           05  PP-AMOUNT           PIC 9(7)V99.
           05  FILLER              PIC X(1).
           05  PP-STATUS           PIC X(1).
           05  FILLER              PIC X(1).
           05  PP-REMINDED         PIC X(1).

      *>   Mismo layout que graba 02-LotterySystem.
       FD  JACKPOT-FILE.
       01  JACKPOT-RECORD.
           05  JP-BALANCE          PIC 9(7)V99.
           05  FILLER              PIC X(1).
           05  JP-SHARE-PCT        PIC 9(3).

       FD  GL-EXTRACT-FILE.
           COPY GLEXT.

       FD  NOTIFQ-FILE.
           COPY NOTIFREQ.

       FD  PARTY-FILE.
           COPY PARTY.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-CLAIM-DAYS     PIC X(3).
           05  FILLER              PIC X(1).
           05  PARM-REMIND-DAYS    PIC X(3).
           05  FILLER              PIC X(73).

       WORKING-STORAGE SECTION.
       01  WS-PENDPAY-STATUS       PIC X(2).
       01  WS-JACKPOT-STATUS       PIC X(2).
       01  WS-GLEXT-STATUS         PIC X(2).
       01  WS-NOTIFQ-STATUS        PIC X(2).
       01  WS-PARTY-STATUS         PIC X(2).
       01  WS-PARM-STATUS          PIC X(2).
       01  WS-RETURN-CODE          PIC 9(2) VALUE 0.

      *>   Interfaz con el control de fecha de negocio compartido.
       01  WS-BD-MODE              PIC X VALUE "G".
       01  WS-BD-DATE              PIC 9(8).
       01  WS-BD-RESULT            PIC X.

      *>   Interfaz con el spooler de reportes compartido
      *>   (Batch/RPTSPOOL.COB).
       01  WS-RPT-ACTION           PIC X.
       01  WS-RPT-NAME             PIC X(10) VALUE "PRIZEXP".
       01  WS-RPT-DATE             PIC 9(8).
       01  WS-RPT-LINE             PIC X(100).

      *>   Plazo de reclamo y ventana de aviso.
       01  WS-CLAIM-DAYS           PIC 9(3) VALUE 180.
       01  WS-REMIND-DAYS          PIC 9(3) VALUE 30.
       01  WS-BD-INT               PIC 9(7).
       01  WS-HOLD-DATE            PIC 9(8).
       01  WS-HOLD-INT             PIC 9(7).
       01  WS-AGE-DAYS             PIC S9(7).
       01  WS-EXPIRY-DATE          PIC 9(8).
       01  WS-PARTY-OPEN-SW        PIC X VALUE "N".
           88  WS-PARTY-OPEN           VALUE "Y".
       01  WS-PARTY-FOUND-SW       PIC X.
           88  WS-PARTY-FOUND          VALUE "Y".

      *>   PENDPAY completo en memoria (se regraba entero).
       01  WS-PP-TABLE.
           05  WS-PP-COUNT         PIC 9(3) VALUE 0.
           05  WS-PP OCCURS 500 TIMES.
               10  WS-PP-DATE      PIC X(8).
               10  WS-PP-USER      PIC X(15).
               10  WS-PP-AMOUNT    PIC 9(7)V99.
               10  WS-PP-STATUS    PIC X.
               10  WS-PP-REMINDED  PIC X.
       01  WS-PP-IDX               PIC 9(3).
       01  WS-PP-OVERFLOW-SW       PIC X VALUE "N".
           88  WS-PP-OVERFLOW          VALUE "Y".

      *>   Totales del registro.
       01  WS-TOT-FORFEITED        PIC 9(4) VALUE 0.
       01  WS-TOT-FORFEIT-AMT      PIC 9(9)V99 VALUE 0.
       01  WS-TOT-REMINDED         PIC 9(4) VALUE 0.
       01  WS-TOT-NO-PARTY         PIC 9(4) VALUE 0.
       01  WS-TOT-BAD-DATE         PIC 9(4) VALUE 0.
       01  WS-TOT-STILL-HELD       PIC 9(4) VALUE 0.
       01  WS-JACKPOT-BEFORE       PIC 9(7)V99 VALUE 0.
       01  WS-JACKPOT-SHARE        PIC 9(3) VALUE 50.

       01  WS-AMOUNT-Z             PIC Z(6)9.99.
       01  WS-TOTAL-Z              PIC Z(8)9.99.
       01  WS-AGE-Z                PIC ZZZZ9.
       01  WS-COUNT-Z              PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSDATE-PROCEDURE.
           PERFORM LOAD-PARM-PROCEDURE.
           COMPUTE WS-BD-INT = FUNCTION INTEGER-OF-DATE(WS-BD-DATE).
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           PERFORM PRINT-HEADER.
           PERFORM LOAD-PENDPAY.
           IF WS-PP-OVERFLOW
      *>       Nunca se regraba desde una carga truncada: serian
      *>       premios retenidos borrados.
               MOVE "*** PENDPAY DOES NOT FIT - NOTHING SWEPT"
                   TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               OPEN INPUT PARTY-FILE
               IF WS-PARTY-STATUS = "00"
                   MOVE "Y" TO WS-PARTY-OPEN-SW
               END-IF
               PERFORM AGE-ONE-PRIZE
                   THRU AGE-ONE-PRIZE-EXIT
                   VARYING WS-PP-IDX FROM 1 BY 1
                   UNTIL WS-PP-IDX > WS-PP-COUNT
               IF WS-PARTY-OPEN
                   CLOSE PARTY-FILE
               END-IF
               IF WS-TOT-FORFEITED > 0 OR WS-TOT-REMINDED > 0
                   PERFORM SAVE-PENDPAY
               END-IF
               IF WS-TOT-FORFEITED > 0
                   PERFORM ADD-TO-JACKPOT
               END-IF
               PERFORM PRINT-TOTALS
           END-IF.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           IF WS-RETURN-CODE = 0 AND WS-TOT-BAD-DATE > 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *>   Tarjeta PXPPARM: plazo de reclamo y ventana de aviso en
      *>   dias (en blanco = 180 y 30).
       LOAD-PARM-PROCEDURE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-CLAIM-DAYS IS NUMERIC
                          AND PARM-CLAIM-DAYS > "000"
                           MOVE PARM-CLAIM-DAYS TO WS-CLAIM-DAYS
                       END-IF
                       IF PARM-REMIND-DAYS IS NUMERIC
                           MOVE PARM-REMIND-DAYS TO WS-REMIND-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF WS-REMIND-DAYS > WS-CLAIM-DAYS
               MOVE WS-CLAIM-DAYS TO WS-REMIND-DAYS
           END-IF.

       LOAD-PENDPAY.
           OPEN INPUT PENDPAY-FILE.
           IF WS-PENDPAY-STATUS = "00"
               PERFORM LOAD-ONE-PENDPAY
                   UNTIL WS-PENDPAY-STATUS NOT = "00"
               CLOSE PENDPAY-FILE
           END-IF.

       LOAD-ONE-PENDPAY.
           READ PENDPAY-FILE
               AT END
                   MOVE "10" TO WS-PENDPAY-STATUS
               NOT AT END
                   IF WS-PP-COUNT < 500
                       ADD 1 TO WS-PP-COUNT
                       MOVE PP-DATE   TO WS-PP-DATE (WS-PP-COUNT)
                       MOVE PP-USER   TO WS-PP-USER (WS-PP-COUNT)
                       MOVE PP-AMOUNT TO WS-PP-AMOUNT (WS-PP-COUNT)
                       MOVE PP-STATUS TO WS-PP-STATUS (WS-PP-COUNT)
                       MOVE PP-REMINDED
                           TO WS-PP-REMINDED (WS-PP-COUNT)
                   ELSE
                       MOVE "Y" TO WS-PP-OVERFLOW-SW
                   END-IF
           END-READ.

      *>   *************************************************************
      *>   Un premio retenido: vence, se avisa o sigue esperando.
      *>   *************************************************************
       AGE-ONE-PRIZE.
           IF WS-PP-STATUS (WS-PP-IDX) NOT = "R"
               GO TO AGE-ONE-PRIZE-EXIT
           END-IF.
           IF WS-PP-DATE (WS-PP-IDX) IS NOT NUMERIC
              OR WS-PP-DATE (WS-PP-IDX) < "19000101"
               ADD 1 TO WS-TOT-BAD-DATE
               MOVE WS-PP-AMOUNT (WS-PP-IDX) TO WS-AMOUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " WS-PP-DATE (WS-PP-IDX) " "
                      WS-PP-USER (WS-PP-IDX) " " WS-AMOUNT-Z
                      "  *** BAD HOLD DATE - LEFT HELD"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               GO TO AGE-ONE-PRIZE-EXIT
           END-IF.
           MOVE WS-PP-DATE (WS-PP-IDX) TO WS-HOLD-DATE.
           COMPUTE WS-HOLD-INT = FUNCTION INTEGER-OF-DATE(WS-HOLD-DATE).
           COMPUTE WS-AGE-DAYS = WS-BD-INT - WS-HOLD-INT.
           COMPUTE WS-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER
               (WS-HOLD-INT + WS-CLAIM-DAYS).
           IF WS-AGE-DAYS > WS-CLAIM-DAYS
               PERFORM FORFEIT-PRIZE
               GO TO AGE-ONE-PRIZE-EXIT
           END-IF.
           ADD 1 TO WS-TOT-STILL-HELD.
           IF WS-AGE-DAYS + WS-REMIND-DAYS NOT < WS-CLAIM-DAYS
              AND WS-PP-REMINDED (WS-PP-IDX) NOT = "Y"
               PERFORM REMIND-WINNER
                   THRU REMIND-WINNER-EXIT
           END-IF.
       AGE-ONE-PRIZE-EXIT.
           EXIT.

      *>   Vencido: al pozo, y se revierte el pasivo del premio
      *>   retenido.
       FORFEIT-PRIZE.
           MOVE "F" TO WS-PP-STATUS (WS-PP-IDX).
           ADD 1 TO WS-TOT-FORFEITED.
           ADD WS-PP-AMOUNT (WS-PP-IDX) TO WS-TOT-FORFEIT-AMT.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF WS-GLEXT-STATUS = "35"
               OPEN OUTPUT GL-EXTRACT-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO GLEXT-DATE.
           MOVE "PRIZEXP"            TO GLEXT-SOURCE.
           MOVE "LOTTERY-PRIZE-LIAB" TO GLEXT-ACCOUNT.
           COMPUTE GLEXT-AMOUNT = 0 - WS-PP-AMOUNT (WS-PP-IDX).
           WRITE GLEXT-RECORD.
           CLOSE GL-EXTRACT-FILE.
           MOVE WS-PP-AMOUNT (WS-PP-IDX) TO WS-AMOUNT-Z.
           MOVE WS-AGE-DAYS TO WS-AGE-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  " WS-PP-DATE (WS-PP-IDX) " "
                  WS-PP-USER (WS-PP-IDX) " " WS-AMOUNT-Z " "
                  WS-AGE-Z "  " WS-EXPIRY-DATE
                  "  FORFEITED TO JACKPOT"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

      *>   Por vencer: un unico aviso por NOTIFQ al ganador que
      *>   figura en PARTYMSTR; si no figura se reintenta manana.
       REMIND-WINNER.
           MOVE WS-PP-AMOUNT (WS-PP-IDX) TO WS-AMOUNT-Z.
           MOVE WS-AGE-DAYS TO WS-AGE-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  " WS-PP-DATE (WS-PP-IDX) " "
                  WS-PP-USER (WS-PP-IDX) " " WS-AMOUNT-Z " "
                  WS-AGE-Z "  " WS-EXPIRY-DATE
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE "N" TO WS-PARTY-FOUND-SW.
           IF WS-PARTY-OPEN
               MOVE WS-PP-USER (WS-PP-IDX) TO PARTY-ID
               READ PARTY-FILE
                   INVALID KEY
                       MOVE "N" TO WS-PARTY-FOUND-SW
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PARTY-FOUND-SW
               END-READ
           END-IF.
           IF NOT WS-PARTY-FOUND
               ADD 1 TO WS-TOT-NO-PARTY
               MOVE "  *** NOT IN PARTY MASTER" TO WS-RPT-LINE(68:)
               PERFORM PRINT-LINE-PROCEDURE
               GO TO REMIND-WINNER-EXIT
           END-IF.
           OPEN EXTEND NOTIFQ-FILE.
           IF WS-NOTIFQ-STATUS = "35"
               OPEN OUTPUT NOTIFQ-FILE
           END-IF.
           MOVE SPACES TO NOTIF-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO NOTIF-TIMESTAMP.
           MOVE "PRIZEXP" TO NOTIF-SOURCE.
           MOVE WS-PP-USER (WS-PP-IDX) TO NOTIF-PARTY-ID.
           MOVE WS-PP-DATE (WS-PP-IDX) TO NOTIF-REF.
           STRING "PRIZE $" WS-AMOUNT-Z " - CLAIM BY "
                  WS-EXPIRY-DATE
                  DELIMITED BY SIZE INTO NOTIF-DETAIL.
           MOVE " " TO NOTIF-STATUS.
           WRITE NOTIF-RECORD.
           CLOSE NOTIFQ-FILE.
           MOVE "Y" TO WS-PP-REMINDED (WS-PP-IDX).
           ADD 1 TO WS-TOT-REMINDED.
           MOVE "  REMINDER QUEUED" TO WS-RPT-LINE(68:).
           PERFORM PRINT-LINE-PROCEDURE.
       REMIND-WINNER-EXIT.
           EXIT.

       SAVE-PENDPAY.
           OPEN OUTPUT PENDPAY-FILE.
           PERFORM SAVE-ONE-PENDPAY
               VARYING WS-PP-IDX FROM 1 BY 1
               UNTIL WS-PP-IDX > WS-PP-COUNT.
           CLOSE PENDPAY-FILE.

       SAVE-ONE-PENDPAY.
           MOVE SPACES TO PENDPAY-RECORD.
           MOVE WS-PP-DATE (WS-PP-IDX)     TO PP-DATE.
           MOVE WS-PP-USER (WS-PP-IDX)     TO PP-USER.
           MOVE WS-PP-AMOUNT (WS-PP-IDX)   TO PP-AMOUNT.
           MOVE WS-PP-STATUS (WS-PP-IDX)   TO PP-STATUS.
           MOVE WS-PP-REMINDED (WS-PP-IDX) TO PP-REMINDED.
           WRITE PENDPAY-RECORD.

      *>   Lo vencido alimenta el pozo acumulado; si el archivo
      *>   todavia no existe nace con la alimentacion de la casa.
       ADD-TO-JACKPOT.
           OPEN INPUT JACKPOT-FILE.
           IF WS-JACKPOT-STATUS = "00"
               READ JACKPOT-FILE
                   NOT AT END
                       MOVE JP-BALANCE TO WS-JACKPOT-BEFORE
                       IF JP-SHARE-PCT IS NUMERIC
                          AND JP-SHARE-PCT > 0
                           MOVE JP-SHARE-PCT TO WS-JACKPOT-SHARE
                       END-IF
               END-READ
               CLOSE JACKPOT-FILE
           END-IF.
           OPEN OUTPUT JACKPOT-FILE.
           MOVE SPACES TO JACKPOT-RECORD.
           COMPUTE JP-BALANCE = WS-JACKPOT-BEFORE + WS-TOT-FORFEIT-AMT.
           MOVE WS-JACKPOT-SHARE TO JP-SHARE-PCT.
           WRITE JACKPOT-RECORD.
           CLOSE JACKPOT-FILE.

      *>   *************************************************************
      *>   Registro
      *>   *************************************************************
       PRINT-HEADER.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  UNCLAIMED PRIZE FORFEITURE REGISTER - " WS-BD-DATE
                  "   CLAIM PERIOD " WS-CLAIM-DAYS " DAYS, REMINDER "
                  WS-REMIND-DAYS " DAYS BEFORE"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE "  HELD ON  WINNER              AMOUNT   AGE  EXPIRES"
               TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-TOTALS.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-FORFEITED TO WS-COUNT-Z.
           MOVE WS-TOT-FORFEIT-AMT TO WS-TOTAL-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  PRIZES FORFEITED........: " WS-COUNT-Z
                  "   AMOUNT TO JACKPOT: " WS-TOTAL-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           IF WS-TOT-FORFEITED > 0
               COMPUTE WS-TOTAL-Z =
                   WS-JACKPOT-BEFORE + WS-TOT-FORFEIT-AMT
               MOVE SPACES TO WS-RPT-LINE
               STRING "  JACKPOT BALANCE NOW.....: " WS-TOTAL-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
           MOVE WS-TOT-REMINDED TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  REMINDERS QUEUED........: " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-NO-PARTY TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  WINNERS NOT IN PARTYMSTR: " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-STILL-HELD TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  PRIZES STILL HELD.......: " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           IF WS-TOT-BAD-DATE > 0
               MOVE WS-TOT-BAD-DATE TO WS-COUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** ROWS WITH BAD HOLD DATE: " WS-COUNT-Z
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

       END PROGRAM PRIZEXP.
