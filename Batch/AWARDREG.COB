      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Per-term scholarship and financial-aid awards register of
      *>     03-UniversityEnrollment (AWARDS, Copybooks/AWARDREC.CPY),
      *>     grouped by funding source.
      *>   * For each source, every award of the term with the student,
      *>     program, type, basis (percentage or fixed amount), status
      *>     and the amount already discounted on tuition invoices,
      *>     with a subtotal. Source "UNIV" is the university's own
      *>     funds; any other source is an outside sponsor, and its
      *>     subtotal is the amount to bill that sponsor for its
      *>     share. Cancelled awards are listed too, since what they
      *>     discounted before cancellation still has to be funded.
      *>   * The term is the current one in TERMCTL unless the
      *>     AWDPARM card names another (term in bytes 1-6).
      *>   * The report goes to SYSOUT and to the AWARDREG spool
      *>     report. Read only, so it can be rerun at any time.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWARDREG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "AWDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT TERMCTL-FILE ASSIGN TO "TERMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMCTL-STATUS.

           SELECT AWARDS-FILE ASSIGN TO "AWARDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AWD-KEY
               FILE STATUS IS WS-AWD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-TERM           PIC X(6).

       FD  TERMCTL-FILE.
       01  TERMCTL-RECORD.
           05  TERM-CURRENT        PIC X(6).

       FD  AWARDS-FILE.
           COPY AWARDREC.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS          PIC X(2).
       01  WS-TERMCTL-STATUS       PIC X(2).
       01  WS-AWD-STATUS           PIC X(2).
       01  WS-CUR-TERM             PIC X(6).

      *>   Interfaz con el control de fecha de negocio compartido.
       01  WS-BD-MODE              PIC X VALUE "G".
       01  WS-BD-DATE              PIC 9(8).
       01  WS-BD-RESULT            PIC X.

      *>   Interfaz con el spooler de reportes compartido
      *>   (Batch/RPTSPOOL.COB).
       01  WS-RPT-ACTION           PIC X.
       01  WS-RPT-NAME             PIC X(10) VALUE "AWARDREG".
       01  WS-RPT-DATE             PIC 9(8).
       01  WS-RPT-LINE             PIC X(100).

      *>   Becas del periodo.
       01  WS-AW-TABLE.
           05  WS-AW-COUNT         PIC 9(3) VALUE 0.
           05  WS-AW-ENTRY OCCURS 500 TIMES.
               10  WS-AW-STUDENT   PIC X(15).
               10  WS-AW-SEQ       PIC 9(2).
               10  WS-AW-PROG      PIC X(3).
               10  WS-AW-TYPE      PIC X(1).
               10  WS-AW-BASIS     PIC X(1).
               10  WS-AW-PCT       PIC 9(3)V9(2).
               10  WS-AW-FIXED     PIC 9(7)V9(2).
               10  WS-AW-SOURCE    PIC X(10).
               10  WS-AW-STATUS    PIC X(1).
               10  WS-AW-APPLIED   PIC 9(7)V9(2).
               10  WS-AW-LAST-INV  PIC 9(6).
       01  WS-AW-IDX               PIC 9(3).
       01  WS-AW-DROPPED           PIC 9(5) VALUE 0.

      *>   Fuentes de fondos presentes, en orden de aparicion.
       01  WS-SRC-TABLE.
           05  WS-SRC-COUNT        PIC 9(2) VALUE 0.
           05  WS-SRC-CODE         PIC X(10) OCCURS 50 TIMES.
       01  WS-SRC-IDX              PIC 9(2).
       01  WS-SRC-FOUND-SW         PIC X(1).
           88  WS-SRC-FOUND            VALUE "Y".
       01  WS-SRC-OVERFLOW-SW      PIC X(1) VALUE "N".
           88  WS-SRC-OVERFLOW         VALUE "Y".
       01  WS-SRC-TOTAL            PIC 9(9)V9(2).
       01  WS-SRC-AWARDS           PIC 9(5).

       01  WS-UNIV-TOTAL           PIC 9(9)V9(2) VALUE 0.
       01  WS-SPONSOR-TOTAL        PIC 9(9)V9(2) VALUE 0.
       01  WS-TYPE-DESC            PIC X(8).
       01  WS-VALUE-OUT            PIC X(12).
       01  WS-PCT-Z                PIC ZZ9.99.
       01  WS-FIXED-Z              PIC Z(6)9.9(2).
       01  WS-APPLIED-Z            PIC Z(6)9.9(2).
       01  WS-TOTAL-Z              PIC Z(8)9.9(2).
       01  WS-COUNT-Z              PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSDATE-PROCEDURE.
           PERFORM LOAD-TERM-PROCEDURE.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  SCHOLARSHIP AND AID AWARDS REGISTER - TERM "
                  WS-CUR-TERM " - BY FUNDING SOURCE"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           PERFORM LOAD-AWARDS-PROCEDURE.
           IF WS-AW-COUNT = 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "NO AWARDS FOR TERM " WS-CUR-TERM
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           ELSE
               PERFORM PRINT-ONE-SOURCE
                   VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
           END-IF.
           PERFORM PRINT-TOTALS-PROCEDURE.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           STOP RUN.

      *>   Periodo de la tarjeta AWDPARM o, sin ella, el vigente.
       LOAD-TERM-PROCEDURE.
           MOVE SPACES TO WS-CUR-TERM.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-TERM TO WS-CUR-TERM
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF WS-CUR-TERM = SPACES
               OPEN INPUT TERMCTL-FILE
               IF WS-TERMCTL-STATUS = "00"
                   READ TERMCTL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE TERM-CURRENT TO WS-CUR-TERM
                   END-READ
                   CLOSE TERMCTL-FILE
               END-IF
           END-IF.
           IF WS-CUR-TERM = SPACES
               DISPLAY "AWARDREG: sin periodo vigente en TERMCTL."
               STOP RUN
           END-IF.

      *>   La clave va por alumno, asi que se recorre todo el
      *>   archivo y se guardan las del periodo.
       LOAD-AWARDS-PROCEDURE.
           OPEN INPUT AWARDS-FILE.
           IF WS-AWD-STATUS = "00"
               PERFORM READ-ONE-AWARD
                   UNTIL WS-AWD-STATUS NOT = "00"
               CLOSE AWARDS-FILE
           END-IF.

       READ-ONE-AWARD.
           READ AWARDS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-AWD-STATUS
               NOT AT END
                   IF AWD-TERM = WS-CUR-TERM
                       IF WS-AW-COUNT < 500
                           PERFORM KEEP-ONE-AWARD
                       ELSE
                           ADD 1 TO WS-AW-DROPPED
                       END-IF
                   END-IF
           END-READ.

       KEEP-ONE-AWARD.
           ADD 1 TO WS-AW-COUNT.
           MOVE AWD-STUDENT  TO WS-AW-STUDENT (WS-AW-COUNT).
           MOVE AWD-SEQ      TO WS-AW-SEQ (WS-AW-COUNT).
           MOVE AWD-PROG     TO WS-AW-PROG (WS-AW-COUNT).
           MOVE AWD-TYPE     TO WS-AW-TYPE (WS-AW-COUNT).
           MOVE AWD-BASIS    TO WS-AW-BASIS (WS-AW-COUNT).
           MOVE AWD-PCT      TO WS-AW-PCT (WS-AW-COUNT).
           MOVE AWD-FIXED    TO WS-AW-FIXED (WS-AW-COUNT).
           MOVE AWD-SOURCE   TO WS-AW-SOURCE (WS-AW-COUNT).
           MOVE AWD-STATUS   TO WS-AW-STATUS (WS-AW-COUNT).
           MOVE AWD-APPLIED  TO WS-AW-APPLIED (WS-AW-COUNT).
           MOVE AWD-LAST-INV TO WS-AW-LAST-INV (WS-AW-COUNT).
           MOVE "N" TO WS-SRC-FOUND-SW.
           PERFORM FIND-SOURCE
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SRC-COUNT
                  OR WS-SRC-FOUND.
           IF NOT WS-SRC-FOUND
               IF WS-SRC-COUNT < 50
                   ADD 1 TO WS-SRC-COUNT
                   MOVE AWD-SOURCE TO WS-SRC-CODE (WS-SRC-COUNT)
               ELSE
                   MOVE "Y" TO WS-SRC-OVERFLOW-SW
               END-IF
           END-IF.

       FIND-SOURCE.
           IF WS-SRC-CODE (WS-SRC-IDX) = AWD-SOURCE
               MOVE "Y" TO WS-SRC-FOUND-SW
           END-IF.

      *>   *************************************************************
      *>   Un bloque por fuente de fondos con su subtotal: el de un
      *>   patrocinador es lo que se le factura.
      *>   *************************************************************
       PRINT-ONE-SOURCE.
           MOVE 0 TO WS-SRC-TOTAL WS-SRC-AWARDS.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-SRC-CODE (WS-SRC-IDX) = "UNIV"
               STRING "FUNDING SOURCE " WS-SRC-CODE (WS-SRC-IDX)
                      " (UNIVERSITY OWN FUNDS)"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "FUNDING SOURCE " WS-SRC-CODE (WS-SRC-IDX)
                      " (OUTSIDE SPONSOR - BILLABLE)"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "STUDENT         NO PROG TYPE     VALUE"
                  "        STATUS     APPLIED LAST INV"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           PERFORM PRINT-SOURCE-AWARD
               VARYING WS-AW-IDX FROM 1 BY 1
               UNTIL WS-AW-IDX > WS-AW-COUNT.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-SRC-AWARDS TO WS-COUNT-Z.
           MOVE WS-SRC-TOTAL  TO WS-TOTAL-Z.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-SRC-CODE (WS-SRC-IDX) = "UNIV"
               STRING "AWARDS " WS-COUNT-Z
                      "   FUNDED BY THE UNIVERSITY....: " WS-TOTAL-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               ADD WS-SRC-TOTAL TO WS-UNIV-TOTAL
           ELSE
               STRING "AWARDS " WS-COUNT-Z
                      "   TO BILL " WS-SRC-CODE (WS-SRC-IDX)
                      "..........: " WS-TOTAL-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               ADD WS-SRC-TOTAL TO WS-SPONSOR-TOTAL
           END-IF.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-SOURCE-AWARD.
           IF WS-AW-SOURCE (WS-AW-IDX) = WS-SRC-CODE (WS-SRC-IDX)
               ADD 1 TO WS-SRC-AWARDS
               ADD WS-AW-APPLIED (WS-AW-IDX) TO WS-SRC-TOTAL
               EVALUATE WS-AW-TYPE (WS-AW-IDX)
                   WHEN "M"
                       MOVE "MERIT"    TO WS-TYPE-DESC
                   WHEN "N"
                       MOVE "NEED"     TO WS-TYPE-DESC
                   WHEN "S"
                       MOVE "SPORT"    TO WS-TYPE-DESC
                   WHEN "P"
                       MOVE "SPONSOR"  TO WS-TYPE-DESC
                   WHEN OTHER
                       MOVE "OTHER"    TO WS-TYPE-DESC
               END-EVALUATE
               MOVE SPACES TO WS-VALUE-OUT
               IF WS-AW-BASIS (WS-AW-IDX) = "P"
                   MOVE WS-AW-PCT (WS-AW-IDX) TO WS-PCT-Z
                   STRING "    " WS-PCT-Z "%"
                          DELIMITED BY SIZE INTO WS-VALUE-OUT
               ELSE
                   MOVE WS-AW-FIXED (WS-AW-IDX) TO WS-FIXED-Z
                   MOVE WS-FIXED-Z TO WS-VALUE-OUT
               END-IF
               MOVE WS-AW-APPLIED (WS-AW-IDX) TO WS-APPLIED-Z
               MOVE SPACES TO WS-RPT-LINE
               IF WS-AW-STATUS (WS-AW-IDX) = "C"
                   STRING WS-AW-STUDENT (WS-AW-IDX) " "
                          WS-AW-SEQ (WS-AW-IDX) " "
                          WS-AW-PROG (WS-AW-IDX) "  "
                          WS-TYPE-DESC " " WS-VALUE-OUT " "
                          "CANCELLED " WS-APPLIED-Z " "
                          WS-AW-LAST-INV (WS-AW-IDX)
                          DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING WS-AW-STUDENT (WS-AW-IDX) " "
                          WS-AW-SEQ (WS-AW-IDX) " "
                          WS-AW-PROG (WS-AW-IDX) "  "
                          WS-TYPE-DESC " " WS-VALUE-OUT " "
                          "ACTIVE    " WS-APPLIED-Z " "
                          WS-AW-LAST-INV (WS-AW-IDX)
                          DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.

       PRINT-TOTALS-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-UNIV-TOTAL TO WS-TOTAL-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOTAL FUNDED BY THE UNIVERSITY......: " WS-TOTAL-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-SPONSOR-TOTAL TO WS-TOTAL-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOTAL TO BILL OUTSIDE SPONSORS......: " WS-TOTAL-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           IF WS-AW-DROPPED > 0 OR WS-SRC-OVERFLOW
               MOVE WS-AW-DROPPED TO WS-COUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** TABLE FULL - REGISTER INCOMPLETE, AWARDS "
                      "NOT LOADED: " WS-COUNT-Z
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

       END PROGRAM AWARDREG.
