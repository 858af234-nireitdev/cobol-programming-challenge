      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Yearly amortization of the transfer fees kept in the
      *>     XFERREG transfers register (Copybooks/XFERREG.CPY) that
      *>     TRANSFER-MODE of 05-CoachHelper-V3 writes on every
      *>     confirmed signing. Each fee is written off straight-
      *>     line over the contract years: one instalment a year
      *>     (fee / years, the last instalment takes the rounding
      *>     remainder), starting with the year of the signing.
      *>   * An instalment is charged once per register line and
      *>     year (XFR-LAST-YEAR), so a rerun for the same year
      *>     posts nothing twice. A line fully written off goes to
      *>     status "F"; sold lines ("V") are not touched - V3
      *>     posted their disposal result at the sale.
      *>   * The year's total is booked to the shared GLEXTRACT
      *>     (PLAYER-AMORTIZATION, negative) and charged to the
      *>     club BUDGET file of V3, which no longer takes the whole
      *>     fee at signing.
      *>   * The report lists every unsold line with the
      *>     instalment of the year and the remaining book value
      *>     (fee - amortized). Goes to SYSOUT and to the XFRAMORT
      *>     spool report.
      *>   * XFAPARM card (optional): bytes 1-4 the year to charge
      *>     (default year of the business date).
      *>   * RETURN-CODE 4 when the budget does not cover the
      *>     year's charge (the budget is left at zero).
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      *>   2026-10-15  jrm  When XFERREG is larger than the table the
      *>                    run is report-only: the register is not
      *>                    rewritten (the lines past the table were
      *>                    being lost), nothing is posted or charged
      *>                    to the budget, RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFRAMORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XFERREG-FILE ASSIGN TO "XFERREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFR-STATUS.

           SELECT BUDGET-FILE ASSIGN TO "BUDGET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXT-STATUS.

           SELECT PARM-FILE ASSIGN TO "XFAPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XFERREG-FILE.
           COPY XFERREG.

      *>   Presupuesto del club, mismo archivo que 05-CoachHelper-V3.
       FD  BUDGET-FILE.
       01  BUDGET-RECORD           PIC 9(9).

       FD  GL-EXTRACT-FILE.
           COPY GLEXT.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-YEAR           PIC X(4).
           05  FILLER              PIC X(76).

       WORKING-STORAGE SECTION.
       01  WS-XFR-STATUS           PIC X(2).
       01  WS-BUDGET-STATUS        PIC X(2).
       01  WS-GLEXT-STATUS         PIC X(2).
       01  WS-PARM-STATUS          PIC X(2).
       01  WS-RETURN-CODE          PIC 9(2) VALUE 0.

      *>   Interfaz con el control de fecha de negocio compartido.
       01  WS-BD-MODE              PIC X VALUE "G".
       01  WS-BD-DATE              PIC 9(8).
       01  WS-BD-RESULT            PIC X.

      *>   Interfaz con el spooler de reportes compartido
      *>   (Batch/RPTSPOOL.COB).
       01  WS-RPT-ACTION           PIC X.
       01  WS-RPT-NAME             PIC X(10) VALUE "XFRAMORT".
       01  WS-RPT-DATE             PIC 9(8).
       01  WS-RPT-LINE             PIC X(100).

       01  WS-YEAR                 PIC 9(4).
       01  WS-RUN-TIME             PIC X(6).
       01  WS-GL-TIMESTAMP         PIC X(14).

      *>   Registro de pases en memoria; se regraba completo.
       01  WS-XFT-TABLE.
           05  WS-XFT-COUNT        PIC 9(3) VALUE 0.
           05  WS-XFT-ENTRY OCCURS 200 TIMES.
               10  WS-XFT-RECORD   PIC X(96).
       01  WS-XFT-IDX              PIC 9(3).
       01  WS-XFT-DROPPED          PIC 9(3) VALUE 0.

       01  WS-BUDGET               PIC 9(9) VALUE 0.
       01  WS-BUDGET-FOUND-SW      PIC X(1) VALUE "N".
           88  WS-BUDGET-FOUND         VALUE "Y".
       01  WS-INSTALMENT           PIC 9(9).
       01  WS-BOOK-VALUE           PIC 9(9).
       01  WS-TOTAL-CHARGE         PIC 9(10) VALUE 0.
       01  WS-TOTAL-BOOK           PIC 9(10) VALUE 0.
       01  WS-CHARGED-COUNT        PIC 9(3) VALUE 0.
       01  WS-CLOSED-COUNT         PIC 9(3) VALUE 0.
       01  WS-SIGN-YEAR            PIC 9(4).
       01  WS-STATUS-OUT           PIC X(10).

       01  WS-FEE-Z                PIC ZZZ,ZZZ,ZZ9.
       01  WS-INST-Z               PIC ZZZ,ZZZ,ZZ9.
       01  WS-AMORT-Z              PIC ZZZ,ZZZ,ZZ9.
       01  WS-BOOK-Z               PIC ZZZ,ZZZ,ZZ9.
       01  WS-TOTAL-Z              PIC Z,ZZZ,ZZZ,ZZ9.
       01  WS-YEARS-Z              PIC Z9.
       01  WS-DONE-Z               PIC Z9.
       01  WS-COUNT-Z              PIC ZZ9.
       01  WS-COUNT2-Z             PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSDATE-PROCEDURE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-BD-DATE(1:4) TO WS-YEAR.
           PERFORM LOAD-PARM-PROCEDURE.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           PERFORM LOAD-REGISTER.
           PERFORM LOAD-BUDGET.
           PERFORM PRINT-HEADER.
           PERFORM AMORTIZE-ONE
               THRU AMORTIZE-ONE-EXIT
               VARYING WS-XFT-IDX FROM 1 BY 1
               UNTIL WS-XFT-IDX > WS-XFT-COUNT.
           IF WS-TOTAL-CHARGE > 0
              AND WS-XFT-DROPPED = 0
               PERFORM SAVE-REGISTER
               PERFORM POST-GLENTRY-PROCEDURE
               PERFORM CHARGE-BUDGET
           END-IF.
           PERFORM PRINT-TOTALS.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *>   Tarjeta XFAPARM: anio a amortizar (en blanco = el de la
      *>   fecha de negocio).
       LOAD-PARM-PROCEDURE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-YEAR IS NUMERIC
                           MOVE PARM-YEAR TO WS-YEAR
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       LOAD-REGISTER.
           OPEN INPUT XFERREG-FILE.
           IF WS-XFR-STATUS = "00"
               PERFORM LOAD-ONE-TRANSFER
                   UNTIL WS-XFR-STATUS NOT = "00"
               CLOSE XFERREG-FILE
           END-IF.

       LOAD-ONE-TRANSFER.
           READ XFERREG-FILE
               AT END
                   MOVE "10" TO WS-XFR-STATUS
               NOT AT END
                   IF WS-XFT-COUNT < 200
                       ADD 1 TO WS-XFT-COUNT
                       MOVE XFERREG-RECORD
                           TO WS-XFT-RECORD (WS-XFT-COUNT)
                   ELSE
                       ADD 1 TO WS-XFT-DROPPED
                   END-IF
           END-READ.

       LOAD-BUDGET.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUDGET-STATUS = "00"
               READ BUDGET-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BUDGET-RECORD IS NUMERIC
                           MOVE BUDGET-RECORD TO WS-BUDGET
                           MOVE "Y" TO WS-BUDGET-FOUND-SW
                       END-IF
               END-READ
               CLOSE BUDGET-FILE
           END-IF.

      *>   *************************************************************
      *>   Cuota del anio de una linea del registro. Las vendidas no
      *>   se tocan; las demas se listan con su valor libro.
      *>   *************************************************************
       AMORTIZE-ONE.
           MOVE WS-XFT-RECORD (WS-XFT-IDX) TO XFERREG-RECORD.
           IF XFR-SOLD
               GO TO AMORTIZE-ONE-EXIT
           END-IF.
           MOVE 0 TO WS-INSTALMENT.
           MOVE XFR-DATE(1:4) TO WS-SIGN-YEAR.
           IF XFR-ACTIVE
              AND WS-SIGN-YEAR NOT > WS-YEAR
              AND XFR-LAST-YEAR < WS-YEAR
              AND XFR-YEARS-DONE < XFR-YEARS
               ADD 1 TO XFR-YEARS-DONE
               IF XFR-YEARS-DONE = XFR-YEARS
                   COMPUTE WS-INSTALMENT = XFR-FEE - XFR-AMORT-DONE
                   MOVE "F" TO XFR-STATUS
                   ADD 1 TO WS-CLOSED-COUNT
               ELSE
                   COMPUTE WS-INSTALMENT = XFR-FEE / XFR-YEARS
               END-IF
               ADD WS-INSTALMENT TO XFR-AMORT-DONE
               MOVE WS-YEAR TO XFR-LAST-YEAR
               ADD WS-INSTALMENT TO WS-TOTAL-CHARGE
               ADD 1 TO WS-CHARGED-COUNT
               MOVE XFERREG-RECORD TO WS-XFT-RECORD (WS-XFT-IDX)
           END-IF.
           COMPUTE WS-BOOK-VALUE = XFR-FEE - XFR-AMORT-DONE.
           ADD WS-BOOK-VALUE TO WS-TOTAL-BOOK.
           PERFORM PRINT-ONE-TRANSFER.
       AMORTIZE-ONE-EXIT.
           EXIT.

       SAVE-REGISTER.
           OPEN OUTPUT XFERREG-FILE.
           PERFORM SAVE-ONE-TRANSFER
               VARYING WS-XFT-IDX FROM 1 BY 1
               UNTIL WS-XFT-IDX > WS-XFT-COUNT.
           CLOSE XFERREG-FILE.

       SAVE-ONE-TRANSFER.
           MOVE WS-XFT-RECORD (WS-XFT-IDX) TO XFERREG-RECORD.
           WRITE XFERREG-RECORD.

      *>   Un solo asiento por corrida: el cargo del anio, en
      *>   negativo (gasto), al extracto compartido.
       POST-GLENTRY-PROCEDURE.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF WS-GLEXT-STATUS = "35"
               OPEN OUTPUT GL-EXTRACT-FILE
           END-IF.
           STRING WS-BD-DATE  DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO WS-GL-TIMESTAMP.
           MOVE WS-GL-TIMESTAMP       TO GLEXT-DATE.
           MOVE "XFRAMORT"            TO GLEXT-SOURCE.
           MOVE "PLAYER-AMORTIZATION" TO GLEXT-ACCOUNT.
           COMPUTE GLEXT-AMOUNT = 0 - WS-TOTAL-CHARGE.
           WRITE GLEXT-RECORD.
           CLOSE GL-EXTRACT-FILE.

      *>   El cargo sale del presupuesto del club; si no alcanza el
      *>   presupuesto queda en cero y la corrida termina en RC 4.
       CHARGE-BUDGET.
           IF NOT WS-BUDGET-FOUND
               MOVE "*** NO BUDGET FILE - CHARGE NOT APPLIED"
                   TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               IF WS-TOTAL-CHARGE > WS-BUDGET
                   MOVE 0 TO WS-BUDGET
                   MOVE "*** BUDGET SHORT OF THE CHARGE - SET TO ZERO"
                       TO WS-RPT-LINE
                   PERFORM PRINT-LINE-PROCEDURE
                   MOVE 4 TO WS-RETURN-CODE
               ELSE
                   SUBTRACT WS-TOTAL-CHARGE FROM WS-BUDGET
               END-IF
               OPEN OUTPUT BUDGET-FILE
               MOVE WS-BUDGET TO BUDGET-RECORD
               WRITE BUDGET-RECORD
               CLOSE BUDGET-FILE
           END-IF.

      *>   *************************************************************
      *>   Reporte
      *>   *************************************************************
       PRINT-HEADER.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  TRANSFER FEE AMORTIZATION - YEAR " WS-YEAR
                  "   RUN DATE " WS-BD-DATE
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PLAYER              SIGNED           FEE YRS DONE"
                  "   THIS YEAR   AMORTIZED  BOOK VALUE STATUS"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-ONE-TRANSFER.
           EVALUATE TRUE
               WHEN XFR-AMORTIZED
                   MOVE "CLOSED" TO WS-STATUS-OUT
               WHEN OTHER
                   MOVE "ACTIVE" TO WS-STATUS-OUT
           END-EVALUATE.
           MOVE XFR-FEE        TO WS-FEE-Z.
           MOVE XFR-YEARS      TO WS-YEARS-Z.
           MOVE XFR-YEARS-DONE TO WS-DONE-Z.
           MOVE WS-INSTALMENT  TO WS-INST-Z.
           MOVE XFR-AMORT-DONE TO WS-AMORT-Z.
           MOVE WS-BOOK-VALUE  TO WS-BOOK-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING XFR-NAME " " XFR-DATE " " WS-FEE-Z "  " WS-YEARS-Z
                  "   " WS-DONE-Z " " WS-INST-Z " " WS-AMORT-Z
                  " " WS-BOOK-Z " " WS-STATUS-OUT
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-TOTALS.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           IF WS-XFT-DROPPED > 0
               MOVE WS-XFT-DROPPED TO WS-COUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** XFERREG LARGER THAN THE TABLE - "
                      WS-COUNT-Z " LINES NOT PROCESSED"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE "*** REPORT ONLY - REGISTER NOT REWRITTEN, NOTHING P
      -             "OSTED OR CHARGED" TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-CHARGED-COUNT TO WS-COUNT-Z.
           MOVE WS-CLOSED-COUNT  TO WS-COUNT2-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TRANSFERS CHARGED " WS-COUNT-Z
                  "   FULLY WRITTEN OFF THIS YEAR " WS-COUNT2-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOTAL-CHARGE TO WS-TOTAL-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "AMORTIZATION CHARGED TO GLEXTRACT AND BUDGET "
                  WS-TOTAL-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOTAL-BOOK TO WS-TOTAL-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "SQUAD BOOK VALUE (UNAMORTIZED COST)          "
                  WS-TOTAL-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-BUDGET TO WS-TOTAL-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CLUB BUDGET AFTER THE RUN                    "
                  WS-TOTAL-Z
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

       END PROGRAM XFRAMORT.
