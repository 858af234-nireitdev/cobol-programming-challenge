      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Monthly lease renewal and rent escalation run over the
      *>     TENANCY file kept by 03-RealStateRentSystem. Runs
      *>     before RENTCHG so the month is charged at the new rent.
      *>   * Escalation: an active tenancy whose lease anniversary
      *>     (month and day of TEN-START-DATE) falls in or before
      *>     the business month and has not been applied yet gets
      *>     TEN-RENT raised by its rule - TEN-ESC-PCT for "F", the
      *>     percentage published for TEN-ESC-INDEX in RENTINDEX
      *>     for "I". The old and new rent go to RENTHIST and
      *>     TEN-LAST-ESC keeps the anniversary so a rerun never
      *>     raises twice. An index not published is listed and
      *>     retried next month.
      *>   * Renewal: leases ending within the first notice window
      *>     (90 days) get a renewal letter queued in NOTIFQ, and a
      *>     second one inside the final window (60 days);
      *>     TEN-NOTICE records the last one sent. A lease past its
      *>     end date with the tenancy still active rolls over one
      *>     year. A tenancy signed before lease terms were kept
      *>     gets its end date set to the next anniversary.
      *>   * Everything done is listed in the LEASEREN register
      *>     (SYSOUT and spool report).
      *>   * LSEPARM card (optional): bytes 1-3 the first notice
      *>     window in days (default 090), bytes 5-7 the final one
      *>     (default 060).
      *>   * RETURN-CODE 4 when a tenancy has an unreadable date or
      *>     its index is not published; 8 when TENANCY does not
      *>     fit the table (nothing changed, file not rewritten).
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEASEREN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TENANCY-FILE ASSIGN TO "TENANCY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TENANCY-STATUS.

           SELECT INDEX-FILE ASSIGN TO "RENTINDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT RENTHIST-FILE ASSIGN TO "RENTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RENTHIST-STATUS.

           SELECT NOTIFQ-FILE ASSIGN TO "NOTIFQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFQ-STATUS.

           SELECT PARM-FILE ASSIGN TO "LSEPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TENANCY-FILE.
           COPY TENANCY.

      *>   Indices de ajuste publicados: codigo y porcentaje anual
      *>   (p.ej. "CPI    0350" = 3.50%).
       FD  INDEX-FILE.
       01  INDEX-RECORD.
           05  IDX-CODE            PIC X(6).
           05  FILLER              PIC X(1).
           05  IDX-PCT             PIC 99V99.

       FD  RENTHIST-FILE.
           COPY RENTHIST.

       FD  NOTIFQ-FILE.
           COPY NOTIFREQ.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-FIRST-DAYS     PIC X(3).
           05  FILLER              PIC X(1).
           05  PARM-FINAL-DAYS     PIC X(3).
           05  FILLER              PIC X(73).

       WORKING-STORAGE SECTION.
       01  WS-TENANCY-STATUS       PIC X(2).
       01  WS-INDEX-STATUS         PIC X(2).
       01  WS-RENTHIST-STATUS      PIC X(2).
       01  WS-NOTIFQ-STATUS        PIC X(2).
       01  WS-PARM-STATUS          PIC X(2).
       01  WS-RETURN-CODE          PIC 9(2) VALUE 0.

      *>   Interfaz con el control de fecha de negocio compartido.
       01  WS-BD-MODE              PIC X VALUE "G".
       01  WS-BD-DATE              PIC 9(8).
       01  WS-BD-RESULT            PIC X.

      *>   Interfaz con el spooler de reportes compartido
      *>   (Batch/RPTSPOOL.COB).
       01  WS-RPT-ACTION           PIC X.
       01  WS-RPT-NAME             PIC X(10) VALUE "LEASEREN".
       01  WS-RPT-DATE             PIC 9(8).
       01  WS-RPT-LINE             PIC X(100).

      *>   Ventanas de aviso de renovacion.
       01  WS-FIRST-DAYS           PIC 9(3) VALUE 90.
       01  WS-FINAL-DAYS           PIC 9(3) VALUE 60.
       01  WS-BD-INT               PIC 9(7).
       01  WS-END-NUM              PIC 9(8).
       01  WS-DAYS-LEFT            PIC S9(7).
       01  WS-ANNIV-DATE           PIC X(8).
       01  WS-YEAR                 PIC 9(4).
       01  WS-PCT                  PIC 99V99.
       01  WS-OLD-RENT             PIC 9(5).
       01  WS-NEW-RENT             PIC 9(5).
       01  WS-NOTICE-WANTED        PIC X.
       01  WS-CHANGED-SW           PIC X VALUE "N".
           88  WS-CHANGED              VALUE "Y".
       01  WS-INDEX-FOUND-SW       PIC X.
           88  WS-INDEX-FOUND          VALUE "Y".

      *>   TENANCY completo en memoria (se regraba entero).
       01  WS-TN-TABLE.
           05  WS-TN-COUNT         PIC 9(3) VALUE 0.
           05  WS-TN OCCURS 100 TIMES.
               10  WS-TN-PARTY     PIC X(15).
               10  WS-TN-HOME      PIC 99.
               10  WS-TN-START     PIC X(8).
               10  WS-TN-RENT      PIC 9(5).
               10  WS-TN-DEPOSIT   PIC 9(5).
               10  WS-TN-STATUS    PIC X.
               10  WS-TN-END       PIC X(8).
               10  WS-TN-ESC-RULE  PIC X.
               10  WS-TN-ESC-PCT   PIC 99V99.
               10  WS-TN-ESC-INDEX PIC X(6).
               10  WS-TN-LAST-ESC  PIC X(8).
               10  WS-TN-NOTICE    PIC X.
       01  WS-TN-IDX               PIC 9(3).
       01  WS-TN-OVERFLOW-SW       PIC X VALUE "N".
           88  WS-TN-OVERFLOW          VALUE "Y".

      *>   Indices publicados.
       01  WS-IX-TABLE.
           05  WS-IX-COUNT         PIC 9(2) VALUE 0.
           05  WS-IX OCCURS 20 TIMES.
               10  WS-IX-CODE      PIC X(6).
               10  WS-IX-PCT       PIC 99V99.
       01  WS-IX-IDX               PIC 9(2).

      *>   Totales del registro.
       01  WS-TOT-ESCALATED        PIC 9(4) VALUE 0.
       01  WS-TOT-RENT-BEFORE      PIC 9(7) VALUE 0.
       01  WS-TOT-RENT-AFTER       PIC 9(7) VALUE 0.
       01  WS-TOT-FIRST            PIC 9(4) VALUE 0.
       01  WS-TOT-FINAL            PIC 9(4) VALUE 0.
       01  WS-TOT-LETTERS          PIC 9(4) VALUE 0.
       01  WS-TOT-ROLLED           PIC 9(4) VALUE 0.
       01  WS-TOT-END-SET          PIC 9(4) VALUE 0.
       01  WS-TOT-NO-INDEX         PIC 9(4) VALUE 0.
       01  WS-TOT-BAD-DATE         PIC 9(4) VALUE 0.

       01  WS-RENT-Z               PIC ZZZZ9.
       01  WS-NEW-RENT-Z           PIC ZZZZ9.
       01  WS-PCT-Z                PIC Z9.99.
       01  WS-DAYS-Z               PIC ZZZ9.
       01  WS-TOTAL-Z              PIC Z(6)9.
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
           PERFORM LOAD-TENANCY.
           IF WS-TN-OVERFLOW
      *>       Nunca se regraba desde una carga truncada: serian
      *>       tenencias borradas.
               MOVE "*** TENANCY DOES NOT FIT - NOTHING CHANGED"
                   TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM LOAD-INDEXES
               MOVE "  ESCALATIONS: TENANT          HOME  OLD   NEW"
                   TO WS-RPT-LINE
               MOVE "    PCT  RULE" TO WS-RPT-LINE(48:)
               PERFORM PRINT-LINE-PROCEDURE
               PERFORM ESCALATE-ONE-TENANCY
                   THRU ESCALATE-ONE-TENANCY-EXIT
                   VARYING WS-TN-IDX FROM 1 BY 1
                   UNTIL WS-TN-IDX > WS-TN-COUNT
               MOVE ALL "-" TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE "  RENEWALS:    TENANT          HOME  ENDS"
                   TO WS-RPT-LINE
               MOVE "DAYS  ACTION" TO WS-RPT-LINE(48:)
               PERFORM PRINT-LINE-PROCEDURE
               PERFORM RENEW-ONE-TENANCY
                   THRU RENEW-ONE-TENANCY-EXIT
                   VARYING WS-TN-IDX FROM 1 BY 1
                   UNTIL WS-TN-IDX > WS-TN-COUNT
               IF WS-CHANGED
                   PERFORM SAVE-TENANCY
               END-IF
               PERFORM PRINT-TOTALS
           END-IF.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           IF WS-RETURN-CODE = 0
              AND (WS-TOT-BAD-DATE > 0 OR WS-TOT-NO-INDEX > 0)
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *>   Tarjeta LSEPARM: ventanas de aviso en dias (en blanco =
      *>   90 y 60).
       LOAD-PARM-PROCEDURE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-FIRST-DAYS IS NUMERIC
                          AND PARM-FIRST-DAYS > "000"
                           MOVE PARM-FIRST-DAYS TO WS-FIRST-DAYS
                       END-IF
                       IF PARM-FINAL-DAYS IS NUMERIC
                          AND PARM-FINAL-DAYS > "000"
                           MOVE PARM-FINAL-DAYS TO WS-FINAL-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF WS-FINAL-DAYS > WS-FIRST-DAYS
               MOVE WS-FIRST-DAYS TO WS-FINAL-DAYS
           END-IF.

       LOAD-TENANCY.
           OPEN INPUT TENANCY-FILE.
           IF WS-TENANCY-STATUS = "00"
               PERFORM LOAD-ONE-TENANCY
                   UNTIL WS-TENANCY-STATUS NOT = "00"
               CLOSE TENANCY-FILE
           END-IF.

       LOAD-ONE-TENANCY.
           READ TENANCY-FILE
               AT END
                   MOVE "10" TO WS-TENANCY-STATUS
               NOT AT END
                   IF WS-TN-COUNT < 100
                       ADD 1 TO WS-TN-COUNT
                       MOVE TEN-PARTY-ID   TO WS-TN-PARTY (WS-TN-COUNT)
                       MOVE TEN-HOME       TO WS-TN-HOME (WS-TN-COUNT)
                       MOVE TEN-START-DATE TO WS-TN-START (WS-TN-COUNT)
                       MOVE TEN-RENT       TO WS-TN-RENT (WS-TN-COUNT)
                       MOVE TEN-DEPOSIT
                           TO WS-TN-DEPOSIT (WS-TN-COUNT)
                       MOVE TEN-STATUS     TO WS-TN-STATUS (WS-TN-COUNT)
                       MOVE TEN-END-DATE   TO WS-TN-END (WS-TN-COUNT)
                       MOVE TEN-ESC-RULE
                           TO WS-TN-ESC-RULE (WS-TN-COUNT)
                       MOVE TEN-ESC-PCT
                           TO WS-TN-ESC-PCT (WS-TN-COUNT)
                       MOVE TEN-ESC-INDEX
                           TO WS-TN-ESC-INDEX (WS-TN-COUNT)
                       MOVE TEN-LAST-ESC
                           TO WS-TN-LAST-ESC (WS-TN-COUNT)
                       MOVE TEN-NOTICE     TO WS-TN-NOTICE (WS-TN-COUNT)
                   ELSE
                       MOVE "Y" TO WS-TN-OVERFLOW-SW
                   END-IF
           END-READ.

       LOAD-INDEXES.
           OPEN INPUT INDEX-FILE.
           IF WS-INDEX-STATUS = "00"
               PERFORM LOAD-ONE-INDEX
                   UNTIL WS-INDEX-STATUS NOT = "00"
               CLOSE INDEX-FILE
           END-IF.

       LOAD-ONE-INDEX.
           READ INDEX-FILE
               AT END
                   MOVE "10" TO WS-INDEX-STATUS
               NOT AT END
                   IF WS-IX-COUNT < 20
                      AND IDX-CODE NOT = SPACES
                      AND IDX-PCT IS NUMERIC
                       ADD 1 TO WS-IX-COUNT
                       MOVE IDX-CODE TO WS-IX-CODE (WS-IX-COUNT)
                       MOVE IDX-PCT  TO WS-IX-PCT (WS-IX-COUNT)
                   END-IF
           END-READ.

      *>   *************************************************************
      *>   Ajuste anual: aniversario del inicio dentro del mes de
      *>   negocio (o ya pasado) y todavia no aplicado.
      *>   *************************************************************
       ESCALATE-ONE-TENANCY.
           IF WS-TN-STATUS (WS-TN-IDX) NOT = "A"
               GO TO ESCALATE-ONE-TENANCY-EXIT
           END-IF.
           IF WS-TN-ESC-RULE (WS-TN-IDX) NOT = "F"
              AND WS-TN-ESC-RULE (WS-TN-IDX) NOT = "I"
               GO TO ESCALATE-ONE-TENANCY-EXIT
           END-IF.
           IF WS-TN-START (WS-TN-IDX) IS NOT NUMERIC
               GO TO ESCALATE-ONE-TENANCY-EXIT
           END-IF.
           IF WS-TN-START (WS-TN-IDX)(1:4) NOT < WS-BD-DATE(1:4)
               GO TO ESCALATE-ONE-TENANCY-EXIT
           END-IF.
           MOVE WS-BD-DATE(1:4) TO WS-ANNIV-DATE(1:4).
           MOVE WS-TN-START (WS-TN-IDX)(5:4) TO WS-ANNIV-DATE(5:4).
           IF WS-ANNIV-DATE(5:4) = "0229"
               MOVE "0228" TO WS-ANNIV-DATE(5:4)
           END-IF.
           IF WS-ANNIV-DATE(1:6) > WS-BD-DATE(1:6)
               GO TO ESCALATE-ONE-TENANCY-EXIT
           END-IF.
           IF WS-TN-LAST-ESC (WS-TN-IDX) NOT = SPACES
              AND WS-TN-LAST-ESC (WS-TN-IDX) NOT < WS-ANNIV-DATE
               GO TO ESCALATE-ONE-TENANCY-EXIT
           END-IF.
           MOVE WS-TN-RENT (WS-TN-IDX) TO WS-OLD-RENT.
           MOVE WS-OLD-RENT TO WS-RENT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "               " WS-TN-PARTY (WS-TN-IDX) " "
                  WS-TN-HOME (WS-TN-IDX) "   " WS-RENT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           IF WS-TN-ESC-RULE (WS-TN-IDX) = "F"
               MOVE WS-TN-ESC-PCT (WS-TN-IDX) TO WS-PCT
           ELSE
               MOVE "N" TO WS-INDEX-FOUND-SW
               PERFORM MATCH-INDEX
                   VARYING WS-IX-IDX FROM 1 BY 1
                   UNTIL WS-IX-IDX > WS-IX-COUNT
               IF NOT WS-INDEX-FOUND
                   ADD 1 TO WS-TOT-NO-INDEX
                   MOVE "*** INDEX NOT PUBLISHED: " TO WS-RPT-LINE(48:)
                   MOVE WS-TN-ESC-INDEX (WS-TN-IDX)
                       TO WS-RPT-LINE(73:6)
                   PERFORM PRINT-LINE-PROCEDURE
                   GO TO ESCALATE-ONE-TENANCY-EXIT
               END-IF
           END-IF.
           COMPUTE WS-NEW-RENT ROUNDED =
               WS-OLD-RENT * (100 + WS-PCT) / 100.
           MOVE WS-NEW-RENT   TO WS-TN-RENT (WS-TN-IDX).
           MOVE WS-ANNIV-DATE TO WS-TN-LAST-ESC (WS-TN-IDX).
           MOVE "Y" TO WS-CHANGED-SW.
           ADD 1 TO WS-TOT-ESCALATED.
           ADD WS-OLD-RENT TO WS-TOT-RENT-BEFORE.
           ADD WS-NEW-RENT TO WS-TOT-RENT-AFTER.
           PERFORM WRITE-RENT-HISTORY.
           MOVE WS-NEW-RENT TO WS-NEW-RENT-Z.
           MOVE WS-PCT TO WS-PCT-Z.
           MOVE WS-NEW-RENT-Z TO WS-RPT-LINE(42:5).
           MOVE WS-PCT-Z TO WS-RPT-LINE(48:5).
           IF WS-TN-ESC-RULE (WS-TN-IDX) = "F"
               MOVE "FIXED" TO WS-RPT-LINE(55:)
           ELSE
               MOVE WS-TN-ESC-INDEX (WS-TN-IDX) TO WS-RPT-LINE(55:)
           END-IF.
           PERFORM PRINT-LINE-PROCEDURE.
       ESCALATE-ONE-TENANCY-EXIT.
           EXIT.

       MATCH-INDEX.
           IF WS-IX-CODE (WS-IX-IDX) = WS-TN-ESC-INDEX (WS-TN-IDX)
               MOVE WS-IX-PCT (WS-IX-IDX) TO WS-PCT
               MOVE "Y" TO WS-INDEX-FOUND-SW
           END-IF.

      *>   Alquiler anterior y nuevo al historial.
       WRITE-RENT-HISTORY.
           OPEN EXTEND RENTHIST-FILE.
           IF WS-RENTHIST-STATUS = "35"
               OPEN OUTPUT RENTHIST-FILE
           END-IF.
           MOVE SPACES TO RENTHIST-RECORD.
           MOVE WS-ANNIV-DATE             TO RH-DATE.
           MOVE WS-TN-PARTY (WS-TN-IDX)   TO RH-PARTY-ID.
           MOVE WS-TN-HOME (WS-TN-IDX)    TO RH-HOME.
           MOVE WS-OLD-RENT               TO RH-OLD-RENT.
           MOVE WS-NEW-RENT               TO RH-NEW-RENT.
           MOVE WS-TN-ESC-RULE (WS-TN-IDX) TO RH-RULE.
           IF WS-TN-ESC-RULE (WS-TN-IDX) = "I"
               MOVE WS-TN-ESC-INDEX (WS-TN-IDX) TO RH-INDEX
           END-IF.
           MOVE WS-PCT                    TO RH-PCT.
           WRITE RENTHIST-RECORD.
           CLOSE RENTHIST-FILE.

      *>   *************************************************************
      *>   Renovacion: contratos que vencen dentro de las ventanas
      *>   de aviso, y los ya vencidos con la tenencia activa.
      *>   *************************************************************
       RENEW-ONE-TENANCY.
           IF WS-TN-STATUS (WS-TN-IDX) NOT = "A"
               GO TO RENEW-ONE-TENANCY-EXIT
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "               " WS-TN-PARTY (WS-TN-IDX) " "
                  WS-TN-HOME (WS-TN-IDX) "    "
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           IF WS-TN-END (WS-TN-IDX) = SPACES
               PERFORM SET-MISSING-END
                   THRU SET-MISSING-END-EXIT
               GO TO RENEW-ONE-TENANCY-EXIT
           END-IF.
           IF WS-TN-END (WS-TN-IDX) IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD
                     (FUNCTION NUMVAL(WS-TN-END (WS-TN-IDX))) NOT = 0
               ADD 1 TO WS-TOT-BAD-DATE
               MOVE WS-TN-END (WS-TN-IDX) TO WS-RPT-LINE(38:8)
               MOVE "*** BAD LEASE END DATE - LEFT ALONE"
                   TO WS-RPT-LINE(54:)
               PERFORM PRINT-LINE-PROCEDURE
               GO TO RENEW-ONE-TENANCY-EXIT
           END-IF.
           MOVE WS-TN-END (WS-TN-IDX) TO WS-END-NUM.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-END-NUM) - WS-BD-INT.
           IF WS-DAYS-LEFT NOT > 0
               PERFORM ROLL-LEASE-OVER
               GO TO RENEW-ONE-TENANCY-EXIT
           END-IF.
           IF WS-DAYS-LEFT > WS-FIRST-DAYS
               GO TO RENEW-ONE-TENANCY-EXIT
           END-IF.
           MOVE WS-TN-END (WS-TN-IDX) TO WS-RPT-LINE(38:8).
           MOVE WS-DAYS-LEFT TO WS-DAYS-Z.
           MOVE WS-DAYS-Z TO WS-RPT-LINE(48:4).
           IF WS-DAYS-LEFT NOT > WS-FINAL-DAYS
               ADD 1 TO WS-TOT-FINAL
               MOVE "6" TO WS-NOTICE-WANTED
           ELSE
               ADD 1 TO WS-TOT-FIRST
               MOVE "9" TO WS-NOTICE-WANTED
           END-IF.
           IF WS-TN-NOTICE (WS-TN-IDX) = WS-NOTICE-WANTED
               MOVE "NOTICE ALREADY SENT" TO WS-RPT-LINE(54:)
           ELSE
               PERFORM QUEUE-RENEWAL-LETTER
               IF WS-NOTICE-WANTED = "6"
                   MOVE "FINAL NOTICE QUEUED" TO WS-RPT-LINE(54:)
               ELSE
                   MOVE "FIRST NOTICE QUEUED" TO WS-RPT-LINE(54:)
               END-IF
           END-IF.
           PERFORM PRINT-LINE-PROCEDURE.
       RENEW-ONE-TENANCY-EXIT.
           EXIT.

      *>   Carta de renovacion al inquilino por NOTIFQ.
       QUEUE-RENEWAL-LETTER.
           OPEN EXTEND NOTIFQ-FILE.
           IF WS-NOTIFQ-STATUS = "35"
               OPEN OUTPUT NOTIFQ-FILE
           END-IF.
           MOVE SPACES TO NOTIF-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO NOTIF-TIMESTAMP.
           MOVE "LEASEREN" TO NOTIF-SOURCE.
           MOVE WS-TN-PARTY (WS-TN-IDX) TO NOTIF-PARTY-ID.
           STRING "HOME-" WS-TN-HOME (WS-TN-IDX)
                  DELIMITED BY SIZE INTO NOTIF-REF.
           STRING "LEASE RENEWAL DUE: HOME " WS-TN-HOME (WS-TN-IDX)
                  " ENDS " WS-TN-END (WS-TN-IDX)
                  DELIMITED BY SIZE INTO NOTIF-DETAIL.
           MOVE " " TO NOTIF-STATUS.
           WRITE NOTIF-RECORD.
           CLOSE NOTIFQ-FILE.
           MOVE WS-NOTICE-WANTED TO WS-TN-NOTICE (WS-TN-IDX).
           MOVE "Y" TO WS-CHANGED-SW.
           ADD 1 TO WS-TOT-LETTERS.

      *>   Vencido con la tenencia activa: se renueva un ano mas y
      *>   se rearman los avisos.
       ROLL-LEASE-OVER.
           MOVE WS-TN-END (WS-TN-IDX) TO WS-RPT-LINE(38:8).
           MOVE WS-TN-END (WS-TN-IDX)(1:4) TO WS-YEAR.
           ADD 1 TO WS-YEAR.
           MOVE WS-YEAR TO WS-TN-END (WS-TN-IDX)(1:4).
           IF WS-TN-END (WS-TN-IDX)(5:4) = "0229"
               MOVE "0228" TO WS-TN-END (WS-TN-IDX)(5:4)
           END-IF.
           MOVE SPACE TO WS-TN-NOTICE (WS-TN-IDX).
           MOVE "Y" TO WS-CHANGED-SW.
           ADD 1 TO WS-TOT-ROLLED.
           MOVE "ENDED - ROLLED OVER TO " TO WS-RPT-LINE(54:).
           MOVE WS-TN-END (WS-TN-IDX) TO WS-RPT-LINE(77:8).
           PERFORM PRINT-LINE-PROCEDURE.

      *>   Tenencia firmada antes de llevar el fin del contrato: se
      *>   toma el proximo aniversario del inicio.
       SET-MISSING-END.
           IF WS-TN-START (WS-TN-IDX) IS NOT NUMERIC
               ADD 1 TO WS-TOT-BAD-DATE
               MOVE "*** BAD START DATE - LEFT ALONE"
                   TO WS-RPT-LINE(54:)
               PERFORM PRINT-LINE-PROCEDURE
               GO TO SET-MISSING-END-EXIT
           END-IF.
           MOVE WS-TN-START (WS-TN-IDX) TO WS-TN-END (WS-TN-IDX).
           IF WS-TN-END (WS-TN-IDX)(5:4) = "0229"
               MOVE "0228" TO WS-TN-END (WS-TN-IDX)(5:4)
           END-IF.
           MOVE WS-BD-DATE(1:4) TO WS-TN-END (WS-TN-IDX)(1:4).
           MOVE WS-TN-END (WS-TN-IDX) TO WS-END-NUM.
           IF WS-END-NUM NOT > WS-BD-DATE
               MOVE WS-TN-END (WS-TN-IDX)(1:4) TO WS-YEAR
               ADD 1 TO WS-YEAR
               MOVE WS-YEAR TO WS-TN-END (WS-TN-IDX)(1:4)
           END-IF.
           MOVE SPACE TO WS-TN-NOTICE (WS-TN-IDX).
           MOVE "Y" TO WS-CHANGED-SW.
           ADD 1 TO WS-TOT-END-SET.
           MOVE WS-TN-END (WS-TN-IDX) TO WS-RPT-LINE(38:8).
           MOVE "END DATE SET TO NEXT ANNIVERSARY" TO WS-RPT-LINE(54:).
           PERFORM PRINT-LINE-PROCEDURE.
       SET-MISSING-END-EXIT.
           EXIT.

       SAVE-TENANCY.
           OPEN OUTPUT TENANCY-FILE.
           PERFORM SAVE-ONE-TENANCY
               VARYING WS-TN-IDX FROM 1 BY 1
               UNTIL WS-TN-IDX > WS-TN-COUNT.
           CLOSE TENANCY-FILE.

       SAVE-ONE-TENANCY.
           MOVE SPACES TO TENANCY-RECORD.
           MOVE WS-TN-PARTY (WS-TN-IDX)     TO TEN-PARTY-ID.
           MOVE WS-TN-HOME (WS-TN-IDX)      TO TEN-HOME.
           MOVE WS-TN-START (WS-TN-IDX)     TO TEN-START-DATE.
           MOVE WS-TN-RENT (WS-TN-IDX)      TO TEN-RENT.
           MOVE WS-TN-DEPOSIT (WS-TN-IDX)   TO TEN-DEPOSIT.
           MOVE WS-TN-STATUS (WS-TN-IDX)    TO TEN-STATUS.
           MOVE WS-TN-END (WS-TN-IDX)       TO TEN-END-DATE.
           MOVE WS-TN-ESC-RULE (WS-TN-IDX)  TO TEN-ESC-RULE.
           MOVE WS-TN-ESC-PCT (WS-TN-IDX)   TO TEN-ESC-PCT.
           MOVE WS-TN-ESC-INDEX (WS-TN-IDX) TO TEN-ESC-INDEX.
           MOVE WS-TN-LAST-ESC (WS-TN-IDX)  TO TEN-LAST-ESC.
           MOVE WS-TN-NOTICE (WS-TN-IDX)    TO TEN-NOTICE.
           WRITE TENANCY-RECORD.

      *>   *************************************************************
      *>   Registro
      *>   *************************************************************
       PRINT-HEADER.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  LEASE RENEWAL AND RENT ESCALATION - " WS-BD-DATE
                  "   NOTICES AT " WS-FIRST-DAYS " AND "
                  WS-FINAL-DAYS " DAYS"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-TOTALS.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-ESCALATED TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  RENTS ESCALATED.........: " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           IF WS-TOT-ESCALATED > 0
               MOVE WS-TOT-RENT-BEFORE TO WS-TOTAL-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "  MONTHLY RENT BEFORE.....: " WS-TOTAL-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE WS-TOT-RENT-AFTER TO WS-TOTAL-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "  MONTHLY RENT AFTER......: " WS-TOTAL-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
           MOVE WS-TOT-FINAL TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  EXPIRING WITHIN " WS-FINAL-DAYS " DAYS: "
                  WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           COMPUTE WS-COUNT-Z = WS-TOT-FIRST + WS-TOT-FINAL.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  EXPIRING WITHIN " WS-FIRST-DAYS " DAYS: "
                  WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-LETTERS TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  RENEWAL LETTERS QUEUED..: " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-ROLLED TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  LEASES ROLLED OVER......: " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           IF WS-TOT-END-SET > 0
               MOVE WS-TOT-END-SET TO WS-COUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "  LEASE END DATES SET.....: " WS-COUNT-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
           IF WS-TOT-NO-INDEX > 0
               MOVE WS-TOT-NO-INDEX TO WS-COUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** INDEX NOT PUBLISHED.: " WS-COUNT-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
           IF WS-TOT-BAD-DATE > 0
               MOVE WS-TOT-BAD-DATE TO WS-COUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** TENANCIES WITH BAD DATES: " WS-COUNT-Z
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

       END PROGRAM LEASEREN.
