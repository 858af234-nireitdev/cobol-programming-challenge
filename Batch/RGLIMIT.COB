      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Responsible gaming compliance report. Lists every
      *>     lottery player whose purchase 02-LotterySystem refused
      *>     in the period because it would pass one of the
      *>     player's own spend caps or because the player is
      *>     self-excluded: the refusals ("LIMITREF" / "EXCLREF"
      *>     rows of the shared SESAUDIT trail) are counted per
      *>     player and per cap, with the first and last refusal
      *>     date and the caps now on PLAYLIM.
      *>   * A second section lists every self-exclusion still in
      *>     force on the business date.
      *>   * Goes to SYSOUT and to the RGLIMIT spool report.
      *>   * RGLPARM card (optional): bytes 1-8 the first and
      *>     10-17 the last date of the period (YYYYMMDD). Default:
      *>     the business month to date.
      *>   * RETURN-CODE 4 when the player table overflows (the
      *>     players left out are counted on the report).
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RGLIMIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSION-AUDIT-FILE ASSIGN TO "SESAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESAUD-STATUS.

           SELECT PLAYLIM-FILE ASSIGN TO "PLAYLIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAYLIM-STATUS.

           SELECT PARM-FILE ASSIGN TO "RGLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-AUDIT-FILE.
           COPY AUDITREC.

       FD  PLAYLIM-FILE.
           COPY PLAYLIM.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-FROM-DATE      PIC X(8).
           05  FILLER              PIC X(1).
           05  PARM-TO-DATE        PIC X(8).
           05  FILLER              PIC X(63).

       WORKING-STORAGE SECTION.
       01  WS-SESAUD-STATUS        PIC X(2).
       01  WS-PLAYLIM-STATUS       PIC X(2).
       01  WS-PARM-STATUS          PIC X(2).
       01  WS-RETURN-CODE          PIC 9(2) VALUE 0.

      *>   Interfaz con el control de fecha de negocio compartido.
       01  WS-BD-MODE              PIC X VALUE "G".
       01  WS-BD-DATE              PIC 9(8).
       01  WS-BD-RESULT            PIC X.

      *>   Interfaz con el spooler de reportes compartido
      *>   (Batch/RPTSPOOL.COB).
       01  WS-RPT-ACTION           PIC X.
       01  WS-RPT-NAME             PIC X(10) VALUE "RGLIMIT".
       01  WS-RPT-DATE             PIC 9(8).
       01  WS-RPT-LINE             PIC X(100).

      *>   Periodo del reporte.
       01  WS-FROM-DATE            PIC X(8).
       01  WS-TO-DATE              PIC X(8).

      *>   Jugadores rechazados, ordenados por usuario.
       01  WS-RG-TABLE.
           05  WS-RG-COUNT         PIC 9(3) VALUE 0.
           05  WS-RG OCCURS 300 TIMES.
               10  WS-RG-PLAYER    PIC X(15).
               10  WS-RG-DAY-REF   PIC 9(5).
               10  WS-RG-WEEK-REF  PIC 9(5).
               10  WS-RG-MONTH-REF PIC 9(5).
               10  WS-RG-EXCL-REF  PIC 9(5).
               10  WS-RG-FIRST     PIC X(8).
               10  WS-RG-LAST      PIC X(8).
               10  WS-RG-ON-FILE   PIC X.
               10  WS-RG-DAY-CAP   PIC 9(5)V99.
               10  WS-RG-WEEK-CAP  PIC 9(5)V99.
               10  WS-RG-MONTH-CAP PIC 9(5)V99.
               10  WS-RG-EXCL-TO   PIC X(8).
       01  WS-SEARCH-ID            PIC X(15).
       01  WS-RG-IDX               PIC 9(3).
       01  WS-RG-SUB               PIC 9(3).
       01  WS-RG-FOUND-SW          PIC X.
           88  WS-RG-FOUND             VALUE "Y".
       01  WS-RG-LEFT-OUT          PIC 9(5) VALUE 0.

      *>   Totales.
       01  WS-TOT-REFUSALS         PIC 9(5) VALUE 0.
       01  WS-TOT-LIMIT-REF        PIC 9(5) VALUE 0.
       01  WS-TOT-EXCL-REF         PIC 9(5) VALUE 0.
       01  WS-TOT-EXCLUDED         PIC 9(5) VALUE 0.
       01  WS-TOT-ON-FILE          PIC 9(5) VALUE 0.

       01  WS-BD-INT               PIC 9(7).
       01  WS-EXCL-DATE            PIC 9(8).
       01  WS-DAYS-LEFT            PIC 9(7).
       01  WS-CAP-Z                PIC Z(4)9.99.
       01  WS-COUNT-Z              PIC Z(4)9.
       01  WS-DAYS-Z               PIC Z(5)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSDATE-PROCEDURE.
           PERFORM LOAD-PARM-PROCEDURE.
           COMPUTE WS-BD-INT = FUNCTION INTEGER-OF-DATE(WS-BD-DATE).
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           PERFORM PRINT-HEADER.
           PERFORM SCAN-AUDIT-TRAIL.
           PERFORM PRINT-REFUSAL-HEADER.
           PERFORM SCAN-PLAYLIM.
           PERFORM PRINT-ONE-PLAYER
               VARYING WS-RG-IDX FROM 1 BY 1
               UNTIL WS-RG-IDX > WS-RG-COUNT.
           IF WS-RG-COUNT = 0
               MOVE "  (NO PURCHASE REFUSED IN THE PERIOD)"
                   TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
           PERFORM PRINT-EXCLUSIONS.
           PERFORM PRINT-TOTALS.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           IF WS-RG-LEFT-OUT > 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *>   Tarjeta RGLPARM: periodo desde/hasta (en blanco = el mes
      *>   de la fecha de negocio hasta hoy).
       LOAD-PARM-PROCEDURE.
           MOVE WS-BD-DATE TO WS-TO-DATE.
           MOVE WS-BD-DATE TO WS-FROM-DATE.
           MOVE "01" TO WS-FROM-DATE(7:2).
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-FROM-DATE IS NUMERIC
                           MOVE PARM-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF PARM-TO-DATE IS NUMERIC
                           MOVE PARM-TO-DATE TO WS-TO-DATE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *>   *************************************************************
      *>   Rechazos de la loteria en SESAUDIT dentro del periodo.
      *>   *************************************************************
       SCAN-AUDIT-TRAIL.
           OPEN INPUT SESSION-AUDIT-FILE.
           IF WS-SESAUD-STATUS = "00"
               PERFORM READ-ONE-AUDIT
                   UNTIL WS-SESAUD-STATUS NOT = "00"
               CLOSE SESSION-AUDIT-FILE
           END-IF.

       READ-ONE-AUDIT.
           READ SESSION-AUDIT-FILE
               AT END
                   MOVE "10" TO WS-SESAUD-STATUS
               NOT AT END
                   IF SESAUD-PROGRAM = "02-LotterySystem"
                      AND (SESAUD-ACTION = "LIMITREF"
                           OR SESAUD-ACTION = "EXCLREF")
                      AND SESAUD-TIMESTAMP(1:8) NOT < WS-FROM-DATE
                      AND SESAUD-TIMESTAMP(1:8) NOT > WS-TO-DATE
                       PERFORM TALLY-REFUSAL
                           THRU TALLY-REFUSAL-EXIT
                   END-IF
           END-READ.

       TALLY-REFUSAL.
           ADD 1 TO WS-TOT-REFUSALS.
           MOVE SESAUD-USERID TO WS-SEARCH-ID.
           PERFORM FIND-PLAYER.
           IF NOT WS-RG-FOUND
               IF WS-RG-COUNT NOT < 300
                   ADD 1 TO WS-RG-LEFT-OUT
                   GO TO TALLY-REFUSAL-EXIT
               END-IF
               PERFORM INSERT-PLAYER
           END-IF.
           IF SESAUD-ACTION = "EXCLREF"
               ADD 1 TO WS-RG-EXCL-REF (WS-RG-IDX)
               ADD 1 TO WS-TOT-EXCL-REF
           ELSE
               ADD 1 TO WS-TOT-LIMIT-REF
               EVALUATE TRUE
                   WHEN SESAUD-DETAIL(1:6) = "WEEKLY"
                       ADD 1 TO WS-RG-WEEK-REF (WS-RG-IDX)
                   WHEN SESAUD-DETAIL(1:7) = "MONTHLY"
                       ADD 1 TO WS-RG-MONTH-REF (WS-RG-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-RG-DAY-REF (WS-RG-IDX)
               END-EVALUATE
           END-IF.
           IF SESAUD-TIMESTAMP(1:8) < WS-RG-FIRST (WS-RG-IDX)
               MOVE SESAUD-TIMESTAMP(1:8) TO WS-RG-FIRST (WS-RG-IDX)
           END-IF.
           IF SESAUD-TIMESTAMP(1:8) > WS-RG-LAST (WS-RG-IDX)
               MOVE SESAUD-TIMESTAMP(1:8) TO WS-RG-LAST (WS-RG-IDX)
           END-IF.
       TALLY-REFUSAL-EXIT.
           EXIT.

      *>   Busca WS-SEARCH-ID en la tabla ordenada; si no esta,
      *>   WS-RG-IDX queda en la posicion donde va.
       FIND-PLAYER.
           MOVE "N" TO WS-RG-FOUND-SW.
           MOVE 1 TO WS-RG-IDX.
           PERFORM FIND-ONE-PLAYER
               VARYING WS-RG-SUB FROM 1 BY 1
               UNTIL WS-RG-SUB > WS-RG-COUNT
                  OR WS-RG-PLAYER (WS-RG-SUB) NOT < WS-SEARCH-ID.
           IF WS-RG-SUB NOT > WS-RG-COUNT
               MOVE WS-RG-SUB TO WS-RG-IDX
               IF WS-RG-PLAYER (WS-RG-SUB) = WS-SEARCH-ID
                   MOVE "Y" TO WS-RG-FOUND-SW
               END-IF
           ELSE
               COMPUTE WS-RG-IDX = WS-RG-COUNT + 1
           END-IF.

       FIND-ONE-PLAYER.
           CONTINUE.

      *>   Corre la cola una posicion y abre la fila WS-RG-IDX.
       INSERT-PLAYER.
           PERFORM SHIFT-ONE-PLAYER
               VARYING WS-RG-SUB FROM WS-RG-COUNT BY -1
               UNTIL WS-RG-SUB < WS-RG-IDX.
           ADD 1 TO WS-RG-COUNT.
           MOVE WS-SEARCH-ID TO WS-RG-PLAYER (WS-RG-IDX).
           MOVE 0 TO WS-RG-DAY-REF (WS-RG-IDX)
                     WS-RG-WEEK-REF (WS-RG-IDX)
                     WS-RG-MONTH-REF (WS-RG-IDX)
                     WS-RG-EXCL-REF (WS-RG-IDX)
                     WS-RG-DAY-CAP (WS-RG-IDX)
                     WS-RG-WEEK-CAP (WS-RG-IDX)
                     WS-RG-MONTH-CAP (WS-RG-IDX).
           MOVE HIGH-VALUES TO WS-RG-FIRST (WS-RG-IDX).
           MOVE LOW-VALUES  TO WS-RG-LAST (WS-RG-IDX).
           MOVE "N"    TO WS-RG-ON-FILE (WS-RG-IDX).
           MOVE SPACES TO WS-RG-EXCL-TO (WS-RG-IDX).

       SHIFT-ONE-PLAYER.
           MOVE WS-RG (WS-RG-SUB) TO WS-RG (WS-RG-SUB + 1).

      *>   *************************************************************
      *>   Topes vigentes de cada jugador rechazado y autoexclusiones
      *>   en vigor (PLAYLIM).
      *>   *************************************************************
       SCAN-PLAYLIM.
           OPEN INPUT PLAYLIM-FILE.
           IF WS-PLAYLIM-STATUS = "00"
               PERFORM READ-ONE-PLAYLIM
                   UNTIL WS-PLAYLIM-STATUS NOT = "00"
               CLOSE PLAYLIM-FILE
           END-IF.

       READ-ONE-PLAYLIM.
           READ PLAYLIM-FILE
               AT END
                   MOVE "10" TO WS-PLAYLIM-STATUS
               NOT AT END
                   ADD 1 TO WS-TOT-ON-FILE
                   PERFORM MATCH-PLAYLIM
           END-READ.

      *>   Una suba que ya cumplio el enfriamiento se muestra como
      *>   tope vigente, igual que la aplica la venta.
       MATCH-PLAYLIM.
           IF PLM-RAISE-DATE NOT = SPACES
              AND PLM-RAISE-DATE NOT > WS-BD-DATE
               MOVE PLM-NEW-DAY-CAP   TO PLM-DAY-CAP
               MOVE PLM-NEW-WEEK-CAP  TO PLM-WEEK-CAP
               MOVE PLM-NEW-MONTH-CAP TO PLM-MONTH-CAP
           END-IF.
           MOVE PLM-PARTY-ID TO WS-SEARCH-ID.
           PERFORM FIND-PLAYER.
           IF WS-RG-FOUND
               MOVE "Y"           TO WS-RG-ON-FILE (WS-RG-IDX)
               MOVE PLM-DAY-CAP   TO WS-RG-DAY-CAP (WS-RG-IDX)
               MOVE PLM-WEEK-CAP  TO WS-RG-WEEK-CAP (WS-RG-IDX)
               MOVE PLM-MONTH-CAP TO WS-RG-MONTH-CAP (WS-RG-IDX)
               MOVE PLM-EXCL-UNTIL TO WS-RG-EXCL-TO (WS-RG-IDX)
           END-IF.

      *>   *************************************************************
      *>   Reporte
      *>   *************************************************************
       PRINT-HEADER.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  RESPONSIBLE GAMING COMPLIANCE REPORT - " WS-BD-DATE
                  "   PERIOD " WS-FROM-DATE " TO " WS-TO-DATE
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-REFUSAL-HEADER.
           MOVE "  PLAYERS REFUSED AT A SPEND CAP OR WHILE EXCLUDED"
               TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "PLAYER"   TO WS-RPT-LINE(3:).
           MOVE "DAILY"    TO WS-RPT-LINE(19:).
           MOVE " WEEK"    TO WS-RPT-LINE(25:).
           MOVE "MONTH"    TO WS-RPT-LINE(31:).
           MOVE " EXCL"    TO WS-RPT-LINE(37:).
           MOVE "FIRST"    TO WS-RPT-LINE(44:).
           MOVE "LAST"     TO WS-RPT-LINE(53:).
           MOVE " DAY CAP" TO WS-RPT-LINE(62:).
           MOVE "WEEK CAP" TO WS-RPT-LINE(71:).
           MOVE " MON CAP" TO WS-RPT-LINE(80:).
           MOVE "EXCL TO"  TO WS-RPT-LINE(89:).
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-ONE-PLAYER.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-RG-PLAYER (WS-RG-IDX)    TO WS-RPT-LINE(3:15).
           MOVE WS-RG-DAY-REF (WS-RG-IDX)   TO WS-COUNT-Z.
           MOVE WS-COUNT-Z                  TO WS-RPT-LINE(19:5).
           MOVE WS-RG-WEEK-REF (WS-RG-IDX)  TO WS-COUNT-Z.
           MOVE WS-COUNT-Z                  TO WS-RPT-LINE(25:5).
           MOVE WS-RG-MONTH-REF (WS-RG-IDX) TO WS-COUNT-Z.
           MOVE WS-COUNT-Z                  TO WS-RPT-LINE(31:5).
           MOVE WS-RG-EXCL-REF (WS-RG-IDX)  TO WS-COUNT-Z.
           MOVE WS-COUNT-Z                  TO WS-RPT-LINE(37:5).
           MOVE WS-RG-FIRST (WS-RG-IDX)     TO WS-RPT-LINE(44:8).
           MOVE WS-RG-LAST (WS-RG-IDX)      TO WS-RPT-LINE(53:8).
           IF WS-RG-ON-FILE (WS-RG-IDX) = "Y"
               MOVE WS-RG-DAY-CAP (WS-RG-IDX)   TO WS-CAP-Z
               MOVE WS-CAP-Z                    TO WS-RPT-LINE(62:8)
               MOVE WS-RG-WEEK-CAP (WS-RG-IDX)  TO WS-CAP-Z
               MOVE WS-CAP-Z                    TO WS-RPT-LINE(71:8)
               MOVE WS-RG-MONTH-CAP (WS-RG-IDX) TO WS-CAP-Z
               MOVE WS-CAP-Z                    TO WS-RPT-LINE(80:8)
               MOVE WS-RG-EXCL-TO (WS-RG-IDX)   TO WS-RPT-LINE(89:8)
           ELSE
               MOVE "*** NO LONGER ON PLAYLIM" TO WS-RPT-LINE(62:)
           END-IF.
           PERFORM PRINT-LINE-PROCEDURE.

      *>   Autoexclusiones en vigor a la fecha de negocio: se
      *>   vuelve a leer PLAYLIM completo.
       PRINT-EXCLUSIONS.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE "  SELF-EXCLUSIONS IN FORCE      EXCLUDED TO  DAYS LEFT"
               TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE "10" TO WS-PLAYLIM-STATUS.
           OPEN INPUT PLAYLIM-FILE.
           IF WS-PLAYLIM-STATUS = "00"
               PERFORM LIST-ONE-EXCLUSION
                   UNTIL WS-PLAYLIM-STATUS NOT = "00"
               CLOSE PLAYLIM-FILE
           END-IF.
           IF WS-TOT-EXCLUDED = 0
               MOVE "  (NONE)" TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.

       LIST-ONE-EXCLUSION.
           READ PLAYLIM-FILE
               AT END
                   MOVE "10" TO WS-PLAYLIM-STATUS
               NOT AT END
                   IF PLM-EXCL-UNTIL IS NUMERIC
                      AND PLM-EXCL-UNTIL NOT < WS-BD-DATE
                       ADD 1 TO WS-TOT-EXCLUDED
                       MOVE PLM-EXCL-UNTIL TO WS-EXCL-DATE
                       COMPUTE WS-DAYS-LEFT =
                           FUNCTION INTEGER-OF-DATE(WS-EXCL-DATE)
                           - WS-BD-INT
                       MOVE WS-DAYS-LEFT TO WS-DAYS-Z
                       MOVE SPACES TO WS-RPT-LINE
                       MOVE PLM-PARTY-ID   TO WS-RPT-LINE(3:15)
                       MOVE PLM-EXCL-UNTIL TO WS-RPT-LINE(33:8)
                       MOVE WS-DAYS-Z      TO WS-RPT-LINE(46:6)
                       PERFORM PRINT-LINE-PROCEDURE
                   END-IF
           END-READ.

       PRINT-TOTALS.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-RG-COUNT TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  PLAYERS REFUSED.........: " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-LIMIT-REF TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  REFUSED AT A SPEND CAP..: " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-EXCL-REF TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  REFUSED WHILE EXCLUDED..: " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-EXCLUDED TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  SELF-EXCLUSIONS IN FORCE: " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-ON-FILE TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  PLAYERS ON PLAYLIM......: " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           IF WS-RG-LEFT-OUT > 0
               MOVE WS-RG-LEFT-OUT TO WS-COUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** REFUSALS LEFT OUT (TABLE FULL): "
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

       END PROGRAM RGLIMIT.
