      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Daily mishandled-baggage open-files report. Reads the
      *>     BAGTAGS file written by the check-in and the [T]
      *>     baggage option of 05-AirlinesFlights and lists every
      *>     case still open (bag delayed, lost or damaged, not yet
      *>     delivered nor settled), oldest first within each
      *>     status, with the age in days since it was reported.
      *>   * Ages are bucketed 0-2, 3-5, 6-21 and over 21 days; a
      *>     delayed bag older than the trace limit is flagged to
      *>     be handled as lost.
      *>   * Goes to SYSOUT and to the BAGOPEN spool report.
      *>   * BGOPARM card (optional): bytes 1-2 the trace limit in
      *>     days (default 21).
      *>   * RETURN-CODE 4 when cases with an unreadable report date
      *>     are left out or the case table overflows.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAGOPEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAGTAGS-FILE ASSIGN TO "BAGTAGS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAGTAGS-STATUS.

           SELECT PARM-FILE ASSIGN TO "BGOPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>   Mismo layout que graba 05-AirlinesFlights.
       FD  BAGTAGS-FILE.
       01  BAGTAGS-RECORD.
           05  BAG-TAG             PIC 9(6).
           05  FILLER              PIC X(1).
           05  BAG-PNR             PIC 9(6).
           05  FILLER              PIC X(1).
           05  BAG-PAIS            PIC 9.
           05  FILLER              PIC X(1).
           05  BAG-DATE            PIC 9(8).
           05  FILLER              PIC X(1).
           05  BAG-PIECE           PIC 9.
           05  FILLER              PIC X(1).
           05  BAG-WEIGHT          PIC 9(3).
           05  FILLER              PIC X(1).
           05  BAG-STATUS          PIC X(1).
           05  FILLER              PIC X(1).
           05  BAG-RPT-DATE        PIC 9(8).
           05  FILLER              PIC X(1).
           05  BAG-CLS-DATE        PIC 9(8).
           05  FILLER              PIC X(1).
           05  BAG-COMP            PIC 9(5)V99.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-LIMIT          PIC X(2).
           05  FILLER              PIC X(78).

       WORKING-STORAGE SECTION.
       01  WS-BAGTAGS-STATUS       PIC X(2).
       01  WS-PARM-STATUS          PIC X(2).
       01  WS-RETURN-CODE          PIC 9(2) VALUE 0.

      *>   Interfaz con el control de fecha de negocio compartido.
       01  WS-BD-MODE              PIC X VALUE "G".
       01  WS-BD-DATE              PIC 9(8).
       01  WS-BD-RESULT            PIC X.

      *>   Interfaz con el spooler de reportes compartido
      *>   (Batch/RPTSPOOL.COB).
       01  WS-RPT-ACTION           PIC X.
       01  WS-RPT-NAME             PIC X(10) VALUE "BAGOPEN".
       01  WS-RPT-DATE             PIC 9(8).
       01  WS-RPT-LINE             PIC X(100).

       01  WS-TRACE-LIMIT          PIC 9(2) VALUE 21.
       01  WS-BD-INT               PIC 9(7).

       01  PAISES
           VALUE "Turkey    Greece    Lebanon   Spain     Portugal".
           05  PAIS-R OCCURS 5 TIMES.
               10 PAIS PIC X(10).

      *>   Casos abiertos del dia.
       01  WS-CASE-TABLE.
           05  WS-CASE-COUNT       PIC 9(3) VALUE 0.
           05  WS-CASE OCCURS 500 TIMES.
               10  WS-CASE-TAG     PIC 9(6).
               10  WS-CASE-PNR     PIC 9(6).
               10  WS-CASE-PAIS    PIC 9.
               10  WS-CASE-DATE    PIC 9(8).
               10  WS-CASE-WEIGHT  PIC 9(3).
               10  WS-CASE-STATUS  PIC X.
               10  WS-CASE-RPT     PIC 9(8).
               10  WS-CASE-AGE     PIC 9(5).
               10  WS-CASE-COMP    PIC 9(5)V99.
               10  WS-CASE-DONE    PIC X.
       01  WS-CASE-IDX             PIC 9(3).
       01  WS-CASE-SEL             PIC 9(3).
       01  WS-CASE-PRINTED         PIC 9(3).
       01  WS-CASE-DROPPED         PIC 9(4) VALUE 0.
       01  WS-BAD-DATES            PIC 9(4) VALUE 0.
       01  WS-AGE-DAYS             PIC S9(7).

      *>   Orden del reporte y acumulados por estado (1 demorado,
      *>   2 perdido, 3 danado, 4 total) y tramo de antiguedad.
       01  WS-STATUS-CODES         VALUE "DLG".
           05  WS-STATUS-CODE      PIC X OCCURS 3 TIMES.
       01  WS-STATUS-NAMES
           VALUE "DELAYED   LOST      DAMAGED   ALL OPEN  ".
           05  WS-STATUS-NAME      PIC X(10) OCCURS 4 TIMES.
       01  WS-STAT-IDX             PIC 9.
       01  WS-BUCKET-IDX           PIC 9.
       01  WS-BUCKET-TABLE.
           05  WS-BKT-STATUS OCCURS 4 TIMES.
               10  WS-BKT-CASES    PIC 9(4) OCCURS 4 TIMES.
               10  WS-BKT-COMP     PIC 9(7)V99.
       01  WS-OVER-LIMIT           PIC 9(4) VALUE 0.

       01  WS-FLAG                 PIC X(14).
       01  WS-AGE-Z                PIC ZZZZ9.
       01  WS-WEIGHT-Z             PIC ZZ9.
       01  WS-COMP-Z               PIC ZZZZ9.99.
       01  WS-TOTCOMP-Z            PIC ZZZZZZ9.99.
       01  WS-CNT1-Z               PIC ZZZ9.
       01  WS-CNT2-Z               PIC ZZZ9.
       01  WS-CNT3-Z               PIC ZZZ9.
       01  WS-CNT4-Z               PIC ZZZ9.
       01  WS-COUNT-Z              PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSDATE-PROCEDURE.
           PERFORM LOAD-PARM-PROCEDURE.
           COMPUTE WS-BD-INT = FUNCTION INTEGER-OF-DATE(WS-BD-DATE).
           INITIALIZE WS-BUCKET-TABLE.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           PERFORM PRINT-HEADER.
           OPEN INPUT BAGTAGS-FILE.
           IF WS-BAGTAGS-STATUS = "00"
               PERFORM LOAD-ONE-BAG
                   THRU LOAD-ONE-BAG-EXIT
                   UNTIL WS-BAGTAGS-STATUS NOT = "00"
               CLOSE BAGTAGS-FILE
           ELSE
               MOVE "*** BAGTAGS FILE NOT AVAILABLE" TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
           PERFORM PRINT-ONE-STATUS
               VARYING WS-STAT-IDX FROM 1 BY 1 UNTIL WS-STAT-IDX > 3.
           PERFORM PRINT-TOTALS.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           IF WS-CASE-DROPPED > 0 OR WS-BAD-DATES > 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *>   Tarjeta BGOPARM: dias de busqueda antes de dar la pieza
      *>   demorada por perdida (en blanco = 21).
       LOAD-PARM-PROCEDURE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-LIMIT IS NUMERIC
                          AND PARM-LIMIT > "00"
                           MOVE PARM-LIMIT TO WS-TRACE-LIMIT
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *>   Solo entran los casos abiertos: pieza reportada y sin
      *>   fecha de cierre.
       LOAD-ONE-BAG.
           READ BAGTAGS-FILE
               AT END
                   MOVE "10" TO WS-BAGTAGS-STATUS
                   GO TO LOAD-ONE-BAG-EXIT
           END-READ.
           IF BAG-STATUS NOT = "D" AND BAG-STATUS NOT = "L"
              AND BAG-STATUS NOT = "G"
               GO TO LOAD-ONE-BAG-EXIT
           END-IF.
           IF BAG-CLS-DATE IS NUMERIC AND BAG-CLS-DATE > 0
               GO TO LOAD-ONE-BAG-EXIT
           END-IF.
           IF BAG-RPT-DATE IS NOT NUMERIC
              OR BAG-RPT-DATE < 19000101
              OR BAG-RPT-DATE > WS-BD-DATE
               ADD 1 TO WS-BAD-DATES
               GO TO LOAD-ONE-BAG-EXIT
           END-IF.
           IF WS-CASE-COUNT NOT < 500
               ADD 1 TO WS-CASE-DROPPED
               GO TO LOAD-ONE-BAG-EXIT
           END-IF.
           ADD 1 TO WS-CASE-COUNT.
           MOVE BAG-TAG      TO WS-CASE-TAG (WS-CASE-COUNT).
           MOVE BAG-PNR      TO WS-CASE-PNR (WS-CASE-COUNT).
           MOVE BAG-PAIS     TO WS-CASE-PAIS (WS-CASE-COUNT).
           MOVE BAG-DATE     TO WS-CASE-DATE (WS-CASE-COUNT).
           MOVE BAG-WEIGHT   TO WS-CASE-WEIGHT (WS-CASE-COUNT).
           MOVE BAG-STATUS   TO WS-CASE-STATUS (WS-CASE-COUNT).
           MOVE BAG-RPT-DATE TO WS-CASE-RPT (WS-CASE-COUNT).
           MOVE "N"          TO WS-CASE-DONE (WS-CASE-COUNT).
           IF BAG-COMP IS NUMERIC
               MOVE BAG-COMP TO WS-CASE-COMP (WS-CASE-COUNT)
           ELSE
               MOVE 0        TO WS-CASE-COMP (WS-CASE-COUNT)
           END-IF.
           COMPUTE WS-AGE-DAYS = WS-BD-INT
               - FUNCTION INTEGER-OF-DATE(BAG-RPT-DATE).
           MOVE WS-AGE-DAYS  TO WS-CASE-AGE (WS-CASE-COUNT).
       LOAD-ONE-BAG-EXIT.
           EXIT.

      *>   *************************************************************
      *>   Reporte
      *>   *************************************************************
       PRINT-HEADER.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  MISHANDLED BAGGAGE - OPEN FILES AS OF " WS-BD-DATE
                  "   TRACE LIMIT " WS-TRACE-LIMIT " DAYS"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

      *>   Un estado: sus casos del mas viejo al mas nuevo.
       PRINT-ONE-STATUS.
           MOVE WS-STATUS-NAME (WS-STAT-IDX) TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE "  TAG    PNR    FLIGHT              KG REPORTED   AGE"
               TO WS-RPT-LINE.
           MOVE "  COMP PAID" TO WS-RPT-LINE(55:).
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE 0 TO WS-CASE-PRINTED.
           MOVE 1 TO WS-CASE-SEL.
           PERFORM PRINT-OLDEST-CASE
               THRU PRINT-OLDEST-CASE-EXIT
               UNTIL WS-CASE-SEL = 0.
           IF WS-CASE-PRINTED = 0
               MOVE "  (NONE)" TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-OLDEST-CASE.
           MOVE 0 TO WS-CASE-SEL.
           PERFORM FIND-OLDEST-CASE
               VARYING WS-CASE-IDX FROM 1 BY 1
               UNTIL WS-CASE-IDX > WS-CASE-COUNT.
           IF WS-CASE-SEL = 0
               GO TO PRINT-OLDEST-CASE-EXIT
           END-IF.
           MOVE "Y" TO WS-CASE-DONE (WS-CASE-SEL).
           ADD 1 TO WS-CASE-PRINTED.
           EVALUATE TRUE
               WHEN WS-CASE-AGE (WS-CASE-SEL) < 3
                   MOVE 1 TO WS-BUCKET-IDX
               WHEN WS-CASE-AGE (WS-CASE-SEL) < 6
                   MOVE 2 TO WS-BUCKET-IDX
               WHEN WS-CASE-AGE (WS-CASE-SEL) < 22
                   MOVE 3 TO WS-BUCKET-IDX
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-IDX
           END-EVALUATE.
           ADD 1 TO WS-BKT-CASES (WS-STAT-IDX, WS-BUCKET-IDX)
                    WS-BKT-CASES (4, WS-BUCKET-IDX).
           ADD WS-CASE-COMP (WS-CASE-SEL)
               TO WS-BKT-COMP (WS-STAT-IDX) WS-BKT-COMP (4).
           MOVE SPACES TO WS-FLAG.
           IF WS-CASE-STATUS (WS-CASE-SEL) = "D"
              AND WS-CASE-AGE (WS-CASE-SEL) > WS-TRACE-LIMIT
               MOVE "HANDLE AS LOST" TO WS-FLAG
               ADD 1 TO WS-OVER-LIMIT
           END-IF.
           MOVE WS-CASE-WEIGHT (WS-CASE-SEL) TO WS-WEIGHT-Z.
           MOVE WS-CASE-AGE (WS-CASE-SEL)    TO WS-AGE-Z.
           MOVE WS-CASE-COMP (WS-CASE-SEL)   TO WS-COMP-Z.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-CASE-PAIS (WS-CASE-SEL) > 0
              AND WS-CASE-PAIS (WS-CASE-SEL) < 6
               STRING "  " WS-CASE-TAG (WS-CASE-SEL) " "
                      WS-CASE-PNR (WS-CASE-SEL) " "
                      PAIS (WS-CASE-PAIS (WS-CASE-SEL)) " "
                      WS-CASE-DATE (WS-CASE-SEL) " " WS-WEIGHT-Z " "
                      WS-CASE-RPT (WS-CASE-SEL) " " WS-AGE-Z " "
                      WS-COMP-Z "  " WS-FLAG
                      DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "  " WS-CASE-TAG (WS-CASE-SEL) " "
                      WS-CASE-PNR (WS-CASE-SEL) " "
                      "??????????" " "
                      WS-CASE-DATE (WS-CASE-SEL) " " WS-WEIGHT-Z " "
                      WS-CASE-RPT (WS-CASE-SEL) " " WS-AGE-Z " "
                      WS-COMP-Z "  " WS-FLAG
                      DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM PRINT-LINE-PROCEDURE.
       PRINT-OLDEST-CASE-EXIT.
           EXIT.

      *>   El caso pendiente mas viejo del estado WS-STAT-IDX.
       FIND-OLDEST-CASE.
           IF WS-CASE-DONE (WS-CASE-IDX) = "N"
              AND WS-CASE-STATUS (WS-CASE-IDX)
                  = WS-STATUS-CODE (WS-STAT-IDX)
               IF WS-CASE-SEL = 0
                   MOVE WS-CASE-IDX TO WS-CASE-SEL
               ELSE
                   IF WS-CASE-AGE (WS-CASE-IDX)
                      > WS-CASE-AGE (WS-CASE-SEL)
                       MOVE WS-CASE-IDX TO WS-CASE-SEL
                   END-IF
               END-IF
           END-IF.

       PRINT-TOTALS.
           MOVE "AGEING" TO WS-RPT-LINE.
           MOVE "0-2 DAYS  3-5 DAYS 6-21 DAYS  >21 DAYS"
               TO WS-RPT-LINE(15:).
           MOVE "COMP PAID" TO WS-RPT-LINE(56:).
           PERFORM PRINT-LINE-PROCEDURE.
           PERFORM PRINT-ONE-BUCKET-LINE
               VARYING WS-STAT-IDX FROM 1 BY 1 UNTIL WS-STAT-IDX > 4.
           IF WS-OVER-LIMIT > 0
               MOVE WS-OVER-LIMIT TO WS-COUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** DELAYED BAGS PAST THE TRACE LIMIT: "
                      WS-COUNT-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
           IF WS-BAD-DATES > 0
               MOVE WS-BAD-DATES TO WS-COUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** CASES LEFT OUT (BAD REPORT DATE): "
                      WS-COUNT-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
           IF WS-CASE-DROPPED > 0
               MOVE WS-CASE-DROPPED TO WS-COUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** CASES LEFT OUT (TABLE FULL): "
                      WS-COUNT-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-ONE-BUCKET-LINE.
           MOVE WS-BKT-CASES (WS-STAT-IDX, 1) TO WS-CNT1-Z.
           MOVE WS-BKT-CASES (WS-STAT-IDX, 2) TO WS-CNT2-Z.
           MOVE WS-BKT-CASES (WS-STAT-IDX, 3) TO WS-CNT3-Z.
           MOVE WS-BKT-CASES (WS-STAT-IDX, 4) TO WS-CNT4-Z.
           MOVE WS-BKT-COMP (WS-STAT-IDX)     TO WS-TOTCOMP-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  " WS-STATUS-NAME (WS-STAT-IDX) "      "
                  WS-CNT1-Z "      " WS-CNT2-Z "      " WS-CNT3-Z
                  "      " WS-CNT4-Z "  " WS-TOTCOMP-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
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

       END PROGRAM BAGOPEN.
