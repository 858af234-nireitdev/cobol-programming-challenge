      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * End-of-term academic standing for 03-UniversityEnrollment.
      *>     Run after the term close ([T]), which has already moved
      *>     TERMCTL on to the new term: the term evaluated is the
      *>     one just closed, unless the STANDPARM card names one.
      *>   * Every student still active in ROSTER for that term is
      *>     classified on the simple average of the term's GRADES
      *>     in the program:
      *>       DISMISSAL    average under the dismissal mark, or
      *>                    under the probation mark for a second
      *>                    term running (when the card asks so)
      *>       PROBATION    average under the probation mark
      *>       DEAN'S LIST  average at or over the dean's list mark
      *>                    with at least the minimum courses
      *>       GOOD         everybody else
      *>     Students with no grades in the term are listed apart and
      *>     not classified.
      *>   * The result goes to the STANDING file
      *>     (Copybooks/STANDREC.CPY), which the online program reads
      *>     to block the re-enrollment of dismissed students and to
      *>     flag probation on the roster listing. The re-enrollment
      *>     invitations the term close wrote to REENROLL for the
      *>     dismissed students are marked blocked.
      *>   * The standing list per program for the faculty board goes
      *>     to SYSOUT and to the ACADSTND spool report. A rerun for
      *>     the same term replaces that term's standing.
      *>   * STANDPARM card (all optional, zeros/blank = default):
      *>       1-6   term to evaluate (blank = the term just closed)
      *>       8-12  dean's list average, 9(3)V99   (default 085.00)
      *>       14-15 dean's list minimum courses    (default 3)
      *>       17-21 probation average, 9(3)V99     (default 060.00)
      *>       23-27 dismissal average, 9(3)V99     (default 040.00)
      *>       29    Y = second probation running is dismissal
      *>             (default Y)
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACADSTND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "STANDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT TERMCTL-FILE ASSIGN TO "TERMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMCTL-STATUS.

           SELECT ROSTER-FILE ASSIGN TO "ROSTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.

           SELECT GRADES-FILE ASSIGN TO "GRADES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADES-STATUS.

           SELECT REENROLL-FILE ASSIGN TO "REENROLL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REENROLL-STATUS.

           SELECT STANDING-FILE ASSIGN TO "STANDING"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STD-KEY
               FILE STATUS IS WS-STD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-TERM           PIC X(6).
           05  FILLER              PIC X(1).
           05  PARM-DEANS-AVG      PIC 9(3)V9(2).
           05  FILLER              PIC X(1).
           05  PARM-DEANS-MIN      PIC 9(2).
           05  FILLER              PIC X(1).
           05  PARM-PROB-AVG       PIC 9(3)V9(2).
           05  FILLER              PIC X(1).
           05  PARM-DISMISS-AVG    PIC 9(3)V9(2).
           05  FILLER              PIC X(1).
           05  PARM-REPEAT-PROB    PIC X(1).

       FD  TERMCTL-FILE.
       01  TERMCTL-RECORD.
           05  TERM-CURRENT        PIC X(6).

      *>   Mismo renglon posicional que arma SAVEROSTER-PROCEDURE.
       FD  ROSTER-FILE.
       01  ROSTER-RECORD.
           05  RS-DATE             PIC X(8).
           05  FILLER              PIC X(1).
           05  RS-TERM             PIC X(6).
           05  FILLER              PIC X(1).
           05  RS-NAME             PIC X(15).
           05  FILLER              PIC X(1).
           05  RS-PROG             PIC X(3).
           05  FILLER              PIC X(1).
           05  RS-LOC              PIC X(3).
           05  FILLER              PIC X(1).
           05  RS-MARK             PIC X(20).

       FD  GRADES-FILE.
       01  GRADES-RECORD.
           05  GRD-TERM            PIC X(6).
           05  FILLER              PIC X(1).
           05  GRD-STUDENT         PIC X(15).
           05  FILLER              PIC X(1).
           05  GRD-PROG            PIC X(3).
           05  FILLER              PIC X(1).
           05  GRD-COURSE          PIC X(20).
           05  FILLER              PIC X(1).
           05  GRD-SCORE           PIC 9(3).
           05  FILLER              PIC X(9).

       FD  REENROLL-FILE.
       01  REENROLL-RECORD         PIC X(60).

       FD  STANDING-FILE.
           COPY STANDREC.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS          PIC X(2).
       01  WS-TERMCTL-STATUS       PIC X(2).
       01  WS-ROSTER-STATUS        PIC X(2).
       01  WS-GRADES-STATUS        PIC X(2).
       01  WS-REENROLL-STATUS      PIC X(2).
       01  WS-STD-STATUS           PIC X(2).

      *>   Interfaz con el control de fecha de negocio compartido.
       01  WS-BD-MODE              PIC X VALUE "G".
       01  WS-BD-DATE              PIC 9(8).
       01  WS-BD-RESULT            PIC X.
       01  WS-RUN-DATE             PIC X(8).

      *>   Interfaz con el spooler de reportes compartido
      *>   (Batch/RPTSPOOL.COB).
       01  WS-RPT-ACTION           PIC X.
       01  WS-RPT-NAME             PIC X(10) VALUE "ACADSTND".
       01  WS-RPT-DATE             PIC 9(8).
       01  WS-RPT-LINE             PIC X(100).

      *>   Umbrales vigentes (STANDPARM o valores por defecto).
       01  WS-DEANS-AVG            PIC 9(3)V9(2) VALUE 85.00.
       01  WS-DEANS-MIN            PIC 9(2)      VALUE 3.
       01  WS-PROB-AVG             PIC 9(3)V9(2) VALUE 60.00.
       01  WS-DISMISS-AVG          PIC 9(3)V9(2) VALUE 40.00.
       01  WS-REPEAT-PROB          PIC X(1)      VALUE "Y".
           88  WS-REPEAT-IS-DISMISSAL  VALUE "Y".

      *>   Periodo evaluado y el anterior (para la condicional
      *>   repetida).
       01  WS-EVAL-TERM            PIC X(6).
       01  WS-PREV-TERM            PIC X(6).
       01  WS-TERM-WORK            PIC X(6).
       01  WS-TERM-YYYY            PIC 9(4).
       01  WS-TERM-HALF            PIC 9(1).

      *>   Alumnos activos del periodo con sus notas acumuladas.
       01  WS-ST-TABLE.
           05  WS-ST-COUNT         PIC 9(3) VALUE 0.
           05  WS-ST-ENTRY OCCURS 300 TIMES.
               10  WS-ST-NAME      PIC X(15).
               10  WS-ST-PROG      PIC X(3).
               10  WS-ST-LOC       PIC X(3).
               10  WS-ST-COURSES   PIC 9(3).
               10  WS-ST-PASSED    PIC 9(3).
               10  WS-ST-SUM       PIC 9(7).
               10  WS-ST-AVG       PIC 9(3)V9(2).
               10  WS-ST-STATUS    PIC X(1).
               10  WS-ST-REPEAT    PIC X(1).
       01  WS-ST-IDX               PIC 9(3).
       01  WS-ST-FOUND-SW          PIC X(1).
           88  WS-ST-FOUND             VALUE "Y".
       01  WS-ST-DROPPED           PIC 9(5) VALUE 0.
       01  CONST-PASS-MARK         PIC 9(3) VALUE 60.

      *>   Programas presentes, en orden de aparicion.
       01  WS-PG-TABLE.
           05  WS-PG-COUNT         PIC 9(2) VALUE 0.
           05  WS-PG-CODE          PIC X(3) OCCURS 20 TIMES.
       01  WS-PG-IDX               PIC 9(2).
       01  WS-PG-FOUND-SW          PIC X(1).
           88  WS-PG-FOUND             VALUE "Y".

      *>   Orden de impresion de las situaciones dentro del programa.
       01  WS-SC-CODES             PIC X(5) VALUE "DPLGN".
       01  WS-SC-CODES-R REDEFINES WS-SC-CODES.
           05  WS-SC-CODE          PIC X(1) OCCURS 5 TIMES.
       01  WS-SC-DESCS.
           05  FILLER              PIC X(12) VALUE "DISMISSAL".
           05  FILLER              PIC X(12) VALUE "PROBATION".
           05  FILLER              PIC X(12) VALUE "DEAN'S LIST".
           05  FILLER              PIC X(12) VALUE "GOOD".
           05  FILLER              PIC X(12) VALUE "NO GRADES".
       01  WS-SC-DESCS-R REDEFINES WS-SC-DESCS.
           05  WS-SC-DESC          PIC X(12) OCCURS 5 TIMES.
       01  WS-SC-IDX               PIC 9(1).
       01  WS-SC-TOTALS.
           05  WS-SC-TOTAL         PIC 9(5) OCCURS 5 TIMES.
       01  WS-SC-PROG-COUNT        PIC 9(5).

      *>   Invitaciones de REENROLL: misma vista que arma
      *>   INVITE-ONE-STUDENT en el cierre de periodo.
       01  WS-RE-TABLE.
           05  WS-RE-COUNT         PIC 9(3) VALUE 0.
           05  WS-RE-ENTRY         PIC X(60) OCCURS 500 TIMES.
       01  WS-RE-LINE.
           05  RE-DATE             PIC X(8).
           05  FILLER              PIC X(1).
           05  RE-TERM             PIC X(6).
           05  FILLER              PIC X(1).
           05  RE-NAME             PIC X(15).
           05  FILLER              PIC X(1).
           05  RE-PROG             PIC X(3).
           05  FILLER              PIC X(1).
           05  RE-LOC              PIC X(3).
           05  FILLER              PIC X(1).
           05  RE-MARK             PIC X(20).
       01  WS-RE-IDX               PIC 9(3).
       01  WS-RE-OVERFLOW-SW       PIC X(1) VALUE "N".
           88  WS-RE-OVERFLOW          VALUE "Y".
       01  WS-BLOCKED-COUNT        PIC 9(5) VALUE 0.

       01  WS-AVG-Z                PIC ZZ9.99.
       01  WS-COUNT-Z              PIC Z(4)9.
       01  WS-COURSES-Z            PIC ZZ9.
       01  WS-PASSED-Z             PIC ZZ9.
       01  WS-MIN-Z                PIC Z9.
       01  WS-REMARK               PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE ZEROS TO WS-SC-TOTALS.
           PERFORM GET-BUSDATE-PROCEDURE.
           PERFORM LOAD-PARM-PROCEDURE.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           PERFORM PRINT-HEADER-PROCEDURE.
           PERFORM LOAD-ROSTER-PROCEDURE.
           IF WS-ST-COUNT = 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "NO ACTIVE STUDENTS IN ROSTER FOR TERM "
                      WS-EVAL-TERM
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           ELSE
               PERFORM LOAD-GRADES-PROCEDURE
               PERFORM OPEN-STANDING-PROCEDURE
               PERFORM CLASSIFY-ONE-STUDENT
                   VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
               CLOSE STANDING-FILE
               PERFORM BLOCK-REENROLL-PROCEDURE
               PERFORM PRINT-ONE-PROGRAM
                   VARYING WS-PG-IDX FROM 1 BY 1
                   UNTIL WS-PG-IDX > WS-PG-COUNT
           END-IF.
           PERFORM PRINT-TOTALS-PROCEDURE.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           STOP RUN.

      *>   *************************************************************
      *>   Parametros: los umbrales del renglon de STANDPARM pisan
      *>   los valores por defecto solo si vienen cargados. Sin
      *>   periodo en la tarjeta se evalua el anterior al vigente de
      *>   TERMCTL, que es el que acaba de cerrar [T].
      *>   *************************************************************
       LOAD-PARM-PROCEDURE.
           MOVE SPACES TO WS-EVAL-TERM.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-PARM-PROCEDURE
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF WS-EVAL-TERM = SPACES
               OPEN INPUT TERMCTL-FILE
               IF WS-TERMCTL-STATUS = "00"
                   READ TERMCTL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE TERM-CURRENT TO WS-TERM-WORK
                           PERFORM PREVIOUS-TERM-PROCEDURE
                           MOVE WS-TERM-WORK TO WS-EVAL-TERM
                   END-READ
                   CLOSE TERMCTL-FILE
               END-IF
           END-IF.
           IF WS-EVAL-TERM = SPACES
               DISPLAY "ACADSTND: sin periodo a evaluar (TERMCTL)."
               STOP RUN
           END-IF.
           MOVE WS-EVAL-TERM TO WS-TERM-WORK.
           PERFORM PREVIOUS-TERM-PROCEDURE.
           MOVE WS-TERM-WORK TO WS-PREV-TERM.

       APPLY-PARM-PROCEDURE.
           IF PARM-TERM NOT = SPACES
               MOVE PARM-TERM TO WS-EVAL-TERM
           END-IF.
           IF PARM-DEANS-AVG IS NUMERIC AND PARM-DEANS-AVG > 0
               MOVE PARM-DEANS-AVG TO WS-DEANS-AVG
           END-IF.
           IF PARM-DEANS-MIN IS NUMERIC AND PARM-DEANS-MIN > 0
               MOVE PARM-DEANS-MIN TO WS-DEANS-MIN
           END-IF.
           IF PARM-PROB-AVG IS NUMERIC AND PARM-PROB-AVG > 0
               MOVE PARM-PROB-AVG TO WS-PROB-AVG
           END-IF.
           IF PARM-DISMISS-AVG IS NUMERIC AND PARM-DISMISS-AVG > 0
               MOVE PARM-DISMISS-AVG TO WS-DISMISS-AVG
           END-IF.
           IF PARM-REPEAT-PROB = "Y" OR PARM-REPEAT-PROB = "N"
               MOVE PARM-REPEAT-PROB TO WS-REPEAT-PROB
           END-IF.

      *>   Inversa de ADVANCE-TERM-PROCEDURE del programa en linea:
      *>   2027-1 -> 2026-2 -> 2026-1.
       PREVIOUS-TERM-PROCEDURE.
           MOVE WS-TERM-WORK (1:4) TO WS-TERM-YYYY.
           MOVE WS-TERM-WORK (6:1) TO WS-TERM-HALF.
           IF WS-TERM-HALF = 2
               MOVE 1 TO WS-TERM-HALF
           ELSE
               MOVE 2 TO WS-TERM-HALF
               SUBTRACT 1 FROM WS-TERM-YYYY
           END-IF.
           MOVE SPACES TO WS-TERM-WORK.
           STRING WS-TERM-YYYY "-" WS-TERM-HALF
               DELIMITED BY SIZE INTO WS-TERM-WORK.

       PRINT-HEADER-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  ACADEMIC STANDING - TERM " WS-EVAL-TERM
                  " - FACULTY BOARD LIST BY PROGRAM"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-DEANS-AVG TO WS-AVG-Z.
           MOVE WS-DEANS-MIN TO WS-MIN-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DEAN'S LIST: AVERAGE >= " WS-AVG-Z
                  " WITH AT LEAST " WS-MIN-Z " COURSES"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-PROB-AVG TO WS-AVG-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PROBATION..: AVERAGE <  " WS-AVG-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-DISMISS-AVG TO WS-AVG-Z.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-REPEAT-IS-DISMISSAL
               STRING "DISMISSAL..: AVERAGE <  " WS-AVG-Z
                      ", OR PROBATION AFTER PROBATION IN "
                      WS-PREV-TERM
                      DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "DISMISSAL..: AVERAGE <  " WS-AVG-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

      *>   *************************************************************
      *>   Alumnos a evaluar: renglones activos (sin marca) del
      *>   periodo en ROSTER; BAJA y GRADUADO quedan afuera.
      *>   *************************************************************
       LOAD-ROSTER-PROCEDURE.
           MOVE 0 TO WS-ST-COUNT.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROSTER-STATUS = "00"
               PERFORM READ-ONE-ROSTER
                   UNTIL WS-ROSTER-STATUS NOT = "00"
               CLOSE ROSTER-FILE
           END-IF.

       READ-ONE-ROSTER.
           READ ROSTER-FILE
               AT END
                   MOVE "10" TO WS-ROSTER-STATUS
               NOT AT END
                   IF RS-TERM = WS-EVAL-TERM AND RS-MARK = SPACES
                       IF WS-ST-COUNT < 300
                           ADD 1 TO WS-ST-COUNT
                           MOVE RS-NAME TO WS-ST-NAME (WS-ST-COUNT)
                           MOVE RS-PROG TO WS-ST-PROG (WS-ST-COUNT)
                           MOVE RS-LOC  TO WS-ST-LOC (WS-ST-COUNT)
                           MOVE 0 TO WS-ST-COURSES (WS-ST-COUNT)
                                     WS-ST-PASSED (WS-ST-COUNT)
                                     WS-ST-SUM (WS-ST-COUNT)
                                     WS-ST-AVG (WS-ST-COUNT)
                           MOVE "N" TO WS-ST-STATUS (WS-ST-COUNT)
                           MOVE "N" TO WS-ST-REPEAT (WS-ST-COUNT)
                           PERFORM NOTE-PROGRAM
                       ELSE
                           ADD 1 TO WS-ST-DROPPED
                       END-IF
                   END-IF
           END-READ.

       NOTE-PROGRAM.
           MOVE "N" TO WS-PG-FOUND-SW.
           PERFORM FIND-PROGRAM
               VARYING WS-PG-IDX FROM 1 BY 1
               UNTIL WS-PG-IDX > WS-PG-COUNT
                  OR WS-PG-FOUND.
           IF NOT WS-PG-FOUND AND WS-PG-COUNT < 20
               ADD 1 TO WS-PG-COUNT
               MOVE RS-PROG TO WS-PG-CODE (WS-PG-COUNT)
           END-IF.

       FIND-PROGRAM.
           IF WS-PG-CODE (WS-PG-IDX) = RS-PROG
               MOVE "Y" TO WS-PG-FOUND-SW
           END-IF.

      *>   Notas del periodo acumuladas contra el alumno y programa.
       LOAD-GRADES-PROCEDURE.
           OPEN INPUT GRADES-FILE.
           IF WS-GRADES-STATUS = "00"
               PERFORM READ-ONE-GRADE
                   UNTIL WS-GRADES-STATUS NOT = "00"
               CLOSE GRADES-FILE
           END-IF.

       READ-ONE-GRADE.
           READ GRADES-FILE
               AT END
                   MOVE "10" TO WS-GRADES-STATUS
               NOT AT END
                   IF GRD-TERM = WS-EVAL-TERM
                       MOVE "N" TO WS-ST-FOUND-SW
                       PERFORM FIND-GRADE-STUDENT
                           VARYING WS-ST-IDX FROM 1 BY 1
                           UNTIL WS-ST-IDX > WS-ST-COUNT
                              OR WS-ST-FOUND
                   END-IF
           END-READ.

       FIND-GRADE-STUDENT.
           IF WS-ST-NAME (WS-ST-IDX) = GRD-STUDENT
              AND WS-ST-PROG (WS-ST-IDX) = GRD-PROG
               MOVE "Y" TO WS-ST-FOUND-SW
               ADD 1 TO WS-ST-COURSES (WS-ST-IDX)
               ADD GRD-SCORE TO WS-ST-SUM (WS-ST-IDX)
               IF GRD-SCORE NOT < CONST-PASS-MARK
                   ADD 1 TO WS-ST-PASSED (WS-ST-IDX)
               END-IF
           END-IF.

       OPEN-STANDING-PROCEDURE.
           OPEN I-O STANDING-FILE.
           IF WS-STD-STATUS = "35"
               OPEN OUTPUT STANDING-FILE
               CLOSE STANDING-FILE
               OPEN I-O STANDING-FILE
           END-IF.

      *>   *************************************************************
      *>   Clasificacion de un alumno y su renglon en STANDING. La
      *>   condicional del periodo anterior se busca en el mismo
      *>   archivo, por eso se lee antes de grabar el periodo nuevo.
      *>   *************************************************************
       CLASSIFY-ONE-STUDENT.
           IF WS-ST-COURSES (WS-ST-IDX) = 0
               ADD 1 TO WS-SC-TOTAL (5)
           ELSE
               COMPUTE WS-ST-AVG (WS-ST-IDX) ROUNDED =
                   WS-ST-SUM (WS-ST-IDX) / WS-ST-COURSES (WS-ST-IDX)
               MOVE WS-ST-NAME (WS-ST-IDX) TO STD-STUDENT
               MOVE WS-PREV-TERM           TO STD-TERM
               MOVE WS-ST-PROG (WS-ST-IDX) TO STD-PROG
               READ STANDING-FILE
                   INVALID KEY
                       MOVE SPACES TO STD-STATUS
               END-READ
               EVALUATE TRUE
                   WHEN WS-ST-AVG (WS-ST-IDX) < WS-DISMISS-AVG
                       MOVE "D" TO WS-ST-STATUS (WS-ST-IDX)
                       ADD 1 TO WS-SC-TOTAL (1)
                   WHEN WS-ST-AVG (WS-ST-IDX) < WS-PROB-AVG
                        AND WS-REPEAT-IS-DISMISSAL
                        AND STD-IS-PROBATION
                       MOVE "D" TO WS-ST-STATUS (WS-ST-IDX)
                       MOVE "Y" TO WS-ST-REPEAT (WS-ST-IDX)
                       ADD 1 TO WS-SC-TOTAL (1)
                   WHEN WS-ST-AVG (WS-ST-IDX) < WS-PROB-AVG
                       MOVE "P" TO WS-ST-STATUS (WS-ST-IDX)
                       ADD 1 TO WS-SC-TOTAL (2)
                   WHEN WS-ST-AVG (WS-ST-IDX) NOT < WS-DEANS-AVG
                        AND WS-ST-COURSES (WS-ST-IDX)
                            NOT < WS-DEANS-MIN
                       MOVE "L" TO WS-ST-STATUS (WS-ST-IDX)
                       ADD 1 TO WS-SC-TOTAL (3)
                   WHEN OTHER
                       MOVE "G" TO WS-ST-STATUS (WS-ST-IDX)
                       ADD 1 TO WS-SC-TOTAL (4)
               END-EVALUATE
               PERFORM WRITE-STANDING-PROCEDURE
           END-IF.

       WRITE-STANDING-PROCEDURE.
           MOVE WS-ST-NAME (WS-ST-IDX)    TO STD-STUDENT.
           MOVE WS-EVAL-TERM              TO STD-TERM.
           MOVE WS-ST-PROG (WS-ST-IDX)    TO STD-PROG.
           MOVE WS-ST-LOC (WS-ST-IDX)     TO STD-LOC.
           MOVE WS-ST-COURSES (WS-ST-IDX) TO STD-COURSES.
           MOVE WS-ST-PASSED (WS-ST-IDX)  TO STD-PASSED.
           MOVE WS-ST-AVG (WS-ST-IDX)     TO STD-AVG.
           MOVE WS-ST-STATUS (WS-ST-IDX)  TO STD-STATUS.
           MOVE WS-RUN-DATE               TO STD-DATE.
           WRITE STD-RECORD
               INVALID KEY
                   REWRITE STD-RECORD
           END-WRITE.

      *>   *************************************************************
      *>   Las invitaciones del periodo evaluado que el cierre grabo
      *>   para alumnos con baja academica quedan marcadas
      *>   bloqueadas. El archivo se reescribe entero; si no entra
      *>   en la tabla no se toca y se avisa.
      *>   *************************************************************
       BLOCK-REENROLL-PROCEDURE.
           MOVE 0 TO WS-RE-COUNT.
           OPEN INPUT REENROLL-FILE.
           IF WS-REENROLL-STATUS NOT = "00"
               GO TO BLOCK-REENROLL-EXIT
           END-IF.
           PERFORM READ-ONE-INVITATION
               UNTIL WS-REENROLL-STATUS NOT = "00".
           CLOSE REENROLL-FILE.
           IF WS-RE-OVERFLOW
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** REENROLL TOO LARGE - INVITATIONS OF "
                      "DISMISSED STUDENTS NOT BLOCKED ***"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               GO TO BLOCK-REENROLL-EXIT
           END-IF.
           PERFORM BLOCK-ONE-INVITATION
               VARYING WS-RE-IDX FROM 1 BY 1
               UNTIL WS-RE-IDX > WS-RE-COUNT.
           IF WS-BLOCKED-COUNT > 0
               OPEN OUTPUT REENROLL-FILE
               PERFORM SAVE-ONE-INVITATION
                   VARYING WS-RE-IDX FROM 1 BY 1
                   UNTIL WS-RE-IDX > WS-RE-COUNT
               CLOSE REENROLL-FILE
           END-IF.
       BLOCK-REENROLL-EXIT.
           EXIT.

       READ-ONE-INVITATION.
           READ REENROLL-FILE
               AT END
                   MOVE "10" TO WS-REENROLL-STATUS
               NOT AT END
                   IF WS-RE-COUNT < 500
                       ADD 1 TO WS-RE-COUNT
                       MOVE REENROLL-RECORD
                           TO WS-RE-ENTRY (WS-RE-COUNT)
                   ELSE
                       MOVE "Y" TO WS-RE-OVERFLOW-SW
                   END-IF
           END-READ.

       BLOCK-ONE-INVITATION.
           MOVE WS-RE-ENTRY (WS-RE-IDX) TO WS-RE-LINE.
           IF RE-TERM = WS-EVAL-TERM
              AND RE-MARK = "REINSCRIPCION"
               MOVE "N" TO WS-ST-FOUND-SW
               PERFORM FIND-DISMISSED-STUDENT
                   VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
                      OR WS-ST-FOUND
               IF WS-ST-FOUND
                   MOVE "BLOQUEADA BAJA ACAD" TO RE-MARK
                   MOVE WS-RE-LINE TO WS-RE-ENTRY (WS-RE-IDX)
                   ADD 1 TO WS-BLOCKED-COUNT
               END-IF
           END-IF.

       FIND-DISMISSED-STUDENT.
           IF WS-ST-NAME (WS-ST-IDX) = RE-NAME
              AND WS-ST-PROG (WS-ST-IDX) = RE-PROG
              AND WS-ST-STATUS (WS-ST-IDX) = "D"
               MOVE "Y" TO WS-ST-FOUND-SW
           END-IF.

       SAVE-ONE-INVITATION.
           MOVE WS-RE-ENTRY (WS-RE-IDX) TO REENROLL-RECORD.
           WRITE REENROLL-RECORD.

      *>   *************************************************************
      *>   Lista para la junta de facultad: por programa, y dentro
      *>   de el por situacion (bajas primero).
      *>   *************************************************************
       PRINT-ONE-PROGRAM.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PROGRAM " WS-PG-CODE (WS-PG-IDX)
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "STANDING     STUDENT         CAMPUS COURSES"
                  " PASSED AVERAGE REMARK"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE 0 TO WS-SC-PROG-COUNT.
           PERFORM PRINT-PROGRAM-STANDING
               VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > 5.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-SC-PROG-COUNT TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "STUDENTS IN PROGRAM " WS-PG-CODE (WS-PG-IDX)
                  ": " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-PROGRAM-STANDING.
           PERFORM PRINT-ONE-STUDENT
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT.

       PRINT-ONE-STUDENT.
           IF WS-ST-PROG (WS-ST-IDX) = WS-PG-CODE (WS-PG-IDX)
              AND WS-ST-STATUS (WS-ST-IDX) = WS-SC-CODE (WS-SC-IDX)
               ADD 1 TO WS-SC-PROG-COUNT
               MOVE WS-ST-COURSES (WS-ST-IDX) TO WS-COURSES-Z
               MOVE WS-ST-PASSED (WS-ST-IDX)  TO WS-PASSED-Z
               MOVE WS-ST-AVG (WS-ST-IDX)     TO WS-AVG-Z
               MOVE SPACES TO WS-REMARK
               IF WS-ST-REPEAT (WS-ST-IDX) = "Y"
                   MOVE "REPEATED PROBATION" TO WS-REMARK
               END-IF
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-SC-DESC (WS-SC-IDX) " "
                      WS-ST-NAME (WS-ST-IDX) " "
                      WS-ST-LOC (WS-ST-IDX) "    "
                      WS-COURSES-Z "     "
                      WS-PASSED-Z "    "
                      WS-AVG-Z " "
                      WS-REMARK
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.

       PRINT-TOTALS-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           PERFORM PRINT-ONE-TOTAL
               VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > 5.
           MOVE WS-BLOCKED-COUNT TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RE-ENROLLMENT INVITATIONS BLOCKED: " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           IF WS-ST-DROPPED > 0
               MOVE WS-ST-DROPPED TO WS-COUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** STUDENTS NOT EVALUATED (TABLE FULL): "
                      WS-COUNT-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-ONE-TOTAL.
           MOVE WS-SC-TOTAL (WS-SC-IDX) TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOTAL " WS-SC-DESC (WS-SC-IDX) ": " WS-COUNT-Z
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
           MOVE WS-BD-DATE TO WS-RUN-DATE.

       END PROGRAM ACADSTND.
