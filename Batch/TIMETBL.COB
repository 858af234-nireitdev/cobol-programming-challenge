      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Class timetable print for the current academic term of
      *>     03-UniversityEnrollment (TERMCTL).
      *>   * Part 1, one weekly timetable per student: every section
      *>     the student holds in SECTENRL (Copybooks/SECTENRL.CPY),
      *>     with the day, time block, campus, course and room from
      *>     the SECTIONS master (Copybooks/SECTREC.CPY), in day and
      *>     start-time order.
      *>   * Part 2, room utilization per campus for the registrar:
      *>     per room the sections scheduled, the hours a week it is
      *>     in use, the seats offered (sum of the section seat
      *>     limits) and taken, and the seat occupancy percentage,
      *>     with a campus total.
      *>   * The report goes to SYSOUT and to the TIMETBL spool
      *>     report under the business date. It only reads, so it
      *>     can be rerun at any time during the term.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      *>   2026-10-15  jrm  The campus total line no longer overwrites
      *>                    the first room id of the table.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMETBL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMCTL-FILE ASSIGN TO "TERMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMCTL-STATUS.

           SELECT SECTIONS-FILE ASSIGN TO "SECTIONS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SECT-KEY
               FILE STATUS IS WS-SECT-STATUS.

           SELECT SECTENRL-FILE ASSIGN TO "SECTENRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SENR-KEY
               FILE STATUS IS WS-SENR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERMCTL-FILE.
       01  TERMCTL-RECORD.
           05  TERM-CURRENT        PIC X(6).

       FD  SECTIONS-FILE.
           COPY SECTREC.

       FD  SECTENRL-FILE.
           COPY SECTENRL.

       WORKING-STORAGE SECTION.
       01  WS-TERMCTL-STATUS       PIC X(2).
       01  WS-SECT-STATUS          PIC X(2).
       01  WS-SENR-STATUS          PIC X(2).
       01  WS-CUR-TERM             PIC X(6).

      *>   Interfaz con el control de fecha de negocio compartido.
       01  WS-BD-MODE              PIC X VALUE "G".
       01  WS-BD-DATE              PIC 9(8).
       01  WS-BD-RESULT            PIC X.

      *>   Interfaz con el spooler de reportes compartido
      *>   (Batch/RPTSPOOL.COB).
       01  WS-RPT-ACTION           PIC X.
       01  WS-RPT-NAME             PIC X(10) VALUE "TIMETBL".
       01  WS-RPT-DATE             PIC 9(8).
       01  WS-RPT-LINE             PIC X(100).

       01  WS-DAY-NAMES            PIC X(18) VALUE "MONTUEWEDTHUFRISAT".
       01  WS-DAY-NAMES-R REDEFINES WS-DAY-NAMES.
           05  WS-DAY-NAME         PIC X(3) OCCURS 6 TIMES.
       01  WS-HHMM                 PIC 9(4).
       01  WS-HHMM-R REDEFINES WS-HHMM.
           05  WS-HHMM-HH          PIC 9(2).
           05  WS-HHMM-MM          PIC 9(2).
       01  WS-HHMM-EDIT.
           05  WS-HHMM-EDIT-HH     PIC 9(2).
           05  FILLER              PIC X(1) VALUE ":".
           05  WS-HHMM-EDIT-MM     PIC 9(2).
       01  WS-HHMM-FROM-X          PIC X(5).
       01  WS-HHMM-TO-X            PIC X(5).

      *>   Horario del alumno en curso, ordenado por dia + inicio.
       01  WS-TT-STUDENT           PIC X(15).
       01  WS-TT-TABLE.
           05  WS-TT-COUNT         PIC 9(2) VALUE 0.
           05  WS-TT-ENTRY OCCURS 30 TIMES.
               10  WS-TT-SORTKEY   PIC 9(5).
               10  WS-TT-DAY       PIC 9(1).
               10  WS-TT-START     PIC 9(4).
               10  WS-TT-END       PIC 9(4).
               10  WS-TT-LOC       PIC X(3).
               10  WS-TT-SECT      PIC X(6).
               10  WS-TT-COURSE    PIC X(20).
               10  WS-TT-ROOM      PIC X(6).
       01  WS-TT-IDX               PIC 9(2).
       01  WS-TT-POS               PIC 9(2).
       01  WS-TT-NEW-KEY           PIC 9(5).
       01  WS-TT-SLOT-SW           PIC X(1).
           88  WS-TT-SLOT-FOUND        VALUE "Y".
       01  WS-TT-DROPPED           PIC 9(3) VALUE 0.

      *>   Aulas del campus en curso.
       01  WS-CUR-LOC              PIC X(3).
       01  WS-ROOM-TABLE.
           05  WS-ROOM-COUNT       PIC 9(3) VALUE 0.
           05  WS-ROOM-ENTRY OCCURS 100 TIMES.
               10  WS-ROOM-ID      PIC X(6).
               10  WS-ROOM-SECTS   PIC 9(3).
               10  WS-ROOM-MINUTES PIC 9(5).
               10  WS-ROOM-OFFERED PIC 9(5).
               10  WS-ROOM-TAKEN   PIC 9(5).
       01  WS-ROOM-IDX             PIC 9(3).
       01  WS-ROOM-FOUND-SW        PIC X(1).
           88  WS-ROOM-FOUND           VALUE "Y".
       01  WS-ROOM-OVERFLOW-SW     PIC X(1) VALUE "N".
           88  WS-ROOM-OVERFLOW        VALUE "Y".
       01  WS-SECT-MINUTES         PIC 9(5).
       01  WS-LOC-SECTS            PIC 9(5).
       01  WS-LOC-MINUTES          PIC 9(7).
       01  WS-LOC-OFFERED          PIC 9(7).
       01  WS-LOC-TAKEN            PIC 9(7).
       01  WS-PCT                  PIC 9(3)V9(1).

       01  WS-STUDENT-COUNT        PIC 9(5) VALUE 0.
       01  WS-SECTION-COUNT        PIC 9(5) VALUE 0.
       01  WS-SECTS-Z              PIC Z(4)9.
       01  WS-HOURS-Z              PIC Z(4)9.9(1).
       01  WS-SEATS-Z              PIC Z(6)9.
       01  WS-SEATS2-Z             PIC Z(6)9.
       01  WS-PCT-Z                PIC ZZ9.9.
       01  WS-COUNT-Z              PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSDATE-PROCEDURE.
           PERFORM LOAD-TERM-PROCEDURE.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           OPEN INPUT SECTIONS-FILE.
           IF WS-SECT-STATUS NOT = "00"
               MOVE SPACES TO WS-RPT-LINE
               STRING "TIMETBL: NO SECTIONS FILE (STATUS "
                      WS-SECT-STATUS ") - NOTHING TO PRINT"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           ELSE
               PERFORM STUDENT-TIMETABLES-PROCEDURE
               PERFORM ROOM-UTILIZATION-PROCEDURE
               CLOSE SECTIONS-FILE
           END-IF.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           STOP RUN.

      *>   Periodo vigente de TERMCTL; sin archivo no hay periodo
      *>   abierto y no hay nada que imprimir.
       LOAD-TERM-PROCEDURE.
           MOVE SPACES TO WS-CUR-TERM.
           OPEN INPUT TERMCTL-FILE.
           IF WS-TERMCTL-STATUS = "00"
               READ TERMCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TERM-CURRENT TO WS-CUR-TERM
               END-READ
               CLOSE TERMCTL-FILE
           END-IF.
           IF WS-CUR-TERM = SPACES
               DISPLAY "TIMETBL: sin periodo vigente en TERMCTL."
               STOP RUN
           END-IF.

      *>   *************************************************************
      *>   Parte 1: SECTENRL trae juntas las secciones de cada alumno
      *>   del periodo; al cambiar de alumno se imprime su horario.
      *>   *************************************************************
       STUDENT-TIMETABLES-PROCEDURE.
           MOVE SPACES TO WS-TT-STUDENT.
           MOVE 0 TO WS-TT-COUNT.
           OPEN INPUT SECTENRL-FILE.
           IF WS-SENR-STATUS NOT = "00"
               MOVE SPACES TO WS-RPT-LINE
               STRING "NO SECTION ENROLLMENTS (SECTENRL STATUS "
                      WS-SENR-STATUS ")"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           ELSE
               MOVE WS-CUR-TERM TO SENR-TERM
               MOVE SPACES TO SENR-STUDENT SENR-LOC SENR-SECT
               START SECTENRL-FILE KEY NOT < SENR-KEY
                   INVALID KEY
                       MOVE "10" TO WS-SENR-STATUS
               END-START
               PERFORM READ-ONE-ENROLLMENT
                   UNTIL WS-SENR-STATUS NOT = "00"
               CLOSE SECTENRL-FILE
               IF WS-TT-STUDENT NOT = SPACES
                   PERFORM PRINT-TIMETABLE-PROCEDURE
               END-IF
           END-IF.
           MOVE WS-STUDENT-COUNT TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "STUDENT TIMETABLES PRINTED: " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           IF WS-TT-DROPPED > 0
               MOVE WS-TT-DROPPED TO WS-COUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** SECTIONS NOT PRINTED (OVER 30 PER STUDENT"
                      " OR MISSING IN SECTIONS): " WS-COUNT-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.

       READ-ONE-ENROLLMENT.
           READ SECTENRL-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-SENR-STATUS
               NOT AT END
                   IF SENR-TERM NOT = WS-CUR-TERM
                       MOVE "10" TO WS-SENR-STATUS
                   ELSE
                       IF SENR-STUDENT NOT = WS-TT-STUDENT
                           IF WS-TT-STUDENT NOT = SPACES
                               PERFORM PRINT-TIMETABLE-PROCEDURE
                           END-IF
                           MOVE SENR-STUDENT TO WS-TT-STUDENT
                           MOVE 0 TO WS-TT-COUNT
                       END-IF
                       MOVE SENR-TERM TO SECT-TERM
                       MOVE SENR-LOC  TO SECT-LOC
                       MOVE SENR-SECT TO SECT-ID
                       READ SECTIONS-FILE
                           INVALID KEY
                               ADD 1 TO WS-TT-DROPPED
                           NOT INVALID KEY
                               PERFORM ADD-TT-ENTRY
                       END-READ
                   END-IF
           END-READ.

      *>   Insercion ordenada por dia + hora de inicio: se corren
      *>   hacia abajo las entradas posteriores.
       ADD-TT-ENTRY.
           IF WS-TT-COUNT NOT < 30
               ADD 1 TO WS-TT-DROPPED
           ELSE
               COMPUTE WS-TT-NEW-KEY = SECT-DAY * 10000 + SECT-START
               ADD 1 TO WS-TT-COUNT
               MOVE WS-TT-COUNT TO WS-TT-POS
               MOVE "N" TO WS-TT-SLOT-SW
               PERFORM SHIFT-TT-ENTRY
                   UNTIL WS-TT-SLOT-FOUND
               MOVE WS-TT-NEW-KEY TO WS-TT-SORTKEY (WS-TT-POS)
               MOVE SECT-DAY      TO WS-TT-DAY (WS-TT-POS)
               MOVE SECT-START    TO WS-TT-START (WS-TT-POS)
               MOVE SECT-END      TO WS-TT-END (WS-TT-POS)
               MOVE SECT-LOC      TO WS-TT-LOC (WS-TT-POS)
               MOVE SECT-ID       TO WS-TT-SECT (WS-TT-POS)
               MOVE SECT-COURSE   TO WS-TT-COURSE (WS-TT-POS)
               MOVE SECT-ROOM     TO WS-TT-ROOM (WS-TT-POS)
           END-IF.

       SHIFT-TT-ENTRY.
           IF WS-TT-POS = 1
               MOVE "Y" TO WS-TT-SLOT-SW
           ELSE
               IF WS-TT-SORTKEY (WS-TT-POS - 1) NOT > WS-TT-NEW-KEY
                   MOVE "Y" TO WS-TT-SLOT-SW
               ELSE
                   MOVE WS-TT-ENTRY (WS-TT-POS - 1)
                       TO WS-TT-ENTRY (WS-TT-POS)
                   SUBTRACT 1 FROM WS-TT-POS
               END-IF
           END-IF.

       PRINT-TIMETABLE-PROCEDURE.
           ADD 1 TO WS-STUDENT-COUNT.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  WEEKLY TIMETABLE - TERM " WS-CUR-TERM
                  " - STUDENT " WS-TT-STUDENT
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DAY TIME        CAMPUS SECTION COURSE"
                  "               ROOM"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           PERFORM PRINT-ONE-TT-ENTRY
               VARYING WS-TT-IDX FROM 1 BY 1
               UNTIL WS-TT-IDX > WS-TT-COUNT.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-ONE-TT-ENTRY.
           MOVE WS-TT-START (WS-TT-IDX) TO WS-HHMM.
           PERFORM EDIT-HHMM.
           MOVE WS-HHMM-EDIT TO WS-HHMM-FROM-X.
           MOVE WS-TT-END (WS-TT-IDX) TO WS-HHMM.
           PERFORM EDIT-HHMM.
           MOVE WS-HHMM-EDIT TO WS-HHMM-TO-X.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-DAY-NAME (WS-TT-DAY (WS-TT-IDX)) " "
                  WS-HHMM-FROM-X "-" WS-HHMM-TO-X " "
                  WS-TT-LOC (WS-TT-IDX) "    "
                  WS-TT-SECT (WS-TT-IDX) "  "
                  WS-TT-COURSE (WS-TT-IDX) " "
                  WS-TT-ROOM (WS-TT-IDX)
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       EDIT-HHMM.
           MOVE WS-HHMM-HH TO WS-HHMM-EDIT-HH.
           MOVE WS-HHMM-MM TO WS-HHMM-EDIT-MM.

      *>   *************************************************************
      *>   Parte 2: las secciones del periodo vienen agrupadas por
      *>   campus en la clave; se acumula por aula y al cambiar de
      *>   campus se imprime el bloque con su total.
      *>   *************************************************************
       ROOM-UTILIZATION-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  ROOM UTILIZATION BY CAMPUS - TERM " WS-CUR-TERM
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-CUR-LOC.
           MOVE 0 TO WS-ROOM-COUNT.
           MOVE WS-CUR-TERM TO SECT-TERM.
           MOVE SPACES TO SECT-LOC SECT-ID.
           START SECTIONS-FILE KEY NOT < SECT-KEY
               INVALID KEY
                   MOVE "10" TO WS-SECT-STATUS
           END-START.
           PERFORM READ-ONE-SECTION
               UNTIL WS-SECT-STATUS NOT = "00".
           IF WS-CUR-LOC NOT = SPACES
               PERFORM PRINT-CAMPUS-PROCEDURE
           END-IF.
           MOVE WS-SECTION-COUNT TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "SECTIONS IN TERM..........: " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           IF WS-ROOM-OVERFLOW
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** ROOM TABLE FULL - SOME ROOMS NOT LISTED ***"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       READ-ONE-SECTION.
           READ SECTIONS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-SECT-STATUS
               NOT AT END
                   IF SECT-TERM NOT = WS-CUR-TERM
                       MOVE "10" TO WS-SECT-STATUS
                   ELSE
                       IF SECT-LOC NOT = WS-CUR-LOC
                           IF WS-CUR-LOC NOT = SPACES
                               PERFORM PRINT-CAMPUS-PROCEDURE
                           END-IF
                           MOVE SECT-LOC TO WS-CUR-LOC
                           MOVE 0 TO WS-ROOM-COUNT
                       END-IF
                       ADD 1 TO WS-SECTION-COUNT
                       PERFORM NOTE-ROOM-PROCEDURE
                   END-IF
           END-READ.

      *>   Minutos de la franja (HHMM a minutos) a la fila del aula.
       NOTE-ROOM-PROCEDURE.
           MOVE SECT-END TO WS-HHMM.
           COMPUTE WS-SECT-MINUTES = WS-HHMM-HH * 60 + WS-HHMM-MM.
           MOVE SECT-START TO WS-HHMM.
           COMPUTE WS-SECT-MINUTES = WS-SECT-MINUTES
                                   - WS-HHMM-HH * 60 - WS-HHMM-MM.
           MOVE "N" TO WS-ROOM-FOUND-SW.
           PERFORM FIND-ROOM
               VARYING WS-ROOM-IDX FROM 1 BY 1
               UNTIL WS-ROOM-IDX > WS-ROOM-COUNT
                  OR WS-ROOM-FOUND.
           IF NOT WS-ROOM-FOUND
               IF WS-ROOM-COUNT < 100
                   ADD 1 TO WS-ROOM-COUNT
                   MOVE WS-ROOM-COUNT TO WS-ROOM-IDX
                   MOVE SECT-ROOM TO WS-ROOM-ID (WS-ROOM-IDX)
                   MOVE 0 TO WS-ROOM-SECTS (WS-ROOM-IDX)
                             WS-ROOM-MINUTES (WS-ROOM-IDX)
                             WS-ROOM-OFFERED (WS-ROOM-IDX)
                             WS-ROOM-TAKEN (WS-ROOM-IDX)
                   MOVE "Y" TO WS-ROOM-FOUND-SW
               ELSE
                   MOVE "Y" TO WS-ROOM-OVERFLOW-SW
               END-IF
           ELSE
               SUBTRACT 1 FROM WS-ROOM-IDX
           END-IF.
           IF WS-ROOM-FOUND
               ADD 1               TO WS-ROOM-SECTS (WS-ROOM-IDX)
               ADD WS-SECT-MINUTES TO WS-ROOM-MINUTES (WS-ROOM-IDX)
               ADD SECT-SEATS      TO WS-ROOM-OFFERED (WS-ROOM-IDX)
               ADD SECT-ENROLLED   TO WS-ROOM-TAKEN (WS-ROOM-IDX)
           END-IF.

       FIND-ROOM.
           IF WS-ROOM-ID (WS-ROOM-IDX) = SECT-ROOM
               MOVE "Y" TO WS-ROOM-FOUND-SW
           END-IF.

       PRINT-CAMPUS-PROCEDURE.
           MOVE 0 TO WS-LOC-SECTS WS-LOC-MINUTES
                     WS-LOC-OFFERED WS-LOC-TAKEN.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CAMPUS " WS-CUR-LOC
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ROOM   SECTIONS  HOURS/WK  SEATS OFFERED"
                  "  SEATS TAKEN  OCCUPANCY %"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           PERFORM PRINT-ONE-ROOM
               VARYING WS-ROOM-IDX FROM 1 BY 1
               UNTIL WS-ROOM-IDX > WS-ROOM-COUNT.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-LOC-SECTS   TO WS-SECTS-Z.
           COMPUTE WS-HOURS-Z ROUNDED = WS-LOC-MINUTES / 60.
           MOVE WS-LOC-OFFERED TO WS-SEATS-Z.
           MOVE WS-LOC-TAKEN   TO WS-SEATS2-Z.
           MOVE 0 TO WS-PCT.
           IF WS-LOC-OFFERED > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-LOC-TAKEN * 100 / WS-LOC-OFFERED
           END-IF.
           MOVE WS-PCT TO WS-PCT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOTAL     " WS-SECTS-Z "    " WS-HOURS-Z
                  "        " WS-SEATS-Z "      " WS-SEATS2-Z
                  "         " WS-PCT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-ONE-ROOM.
           ADD WS-ROOM-SECTS (WS-ROOM-IDX)   TO WS-LOC-SECTS.
           ADD WS-ROOM-MINUTES (WS-ROOM-IDX) TO WS-LOC-MINUTES.
           ADD WS-ROOM-OFFERED (WS-ROOM-IDX) TO WS-LOC-OFFERED.
           ADD WS-ROOM-TAKEN (WS-ROOM-IDX)   TO WS-LOC-TAKEN.
           MOVE WS-ROOM-SECTS (WS-ROOM-IDX)   TO WS-SECTS-Z.
           COMPUTE WS-HOURS-Z ROUNDED =
               WS-ROOM-MINUTES (WS-ROOM-IDX) / 60.
           MOVE WS-ROOM-OFFERED (WS-ROOM-IDX) TO WS-SEATS-Z.
           MOVE WS-ROOM-TAKEN (WS-ROOM-IDX)   TO WS-SEATS2-Z.
           MOVE 0 TO WS-PCT.
           IF WS-ROOM-OFFERED (WS-ROOM-IDX) > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-ROOM-TAKEN (WS-ROOM-IDX) * 100
                   / WS-ROOM-OFFERED (WS-ROOM-IDX)
           END-IF.
           MOVE WS-PCT TO WS-PCT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-ROOM-ID (WS-ROOM-IDX) "    " WS-SECTS-Z "    "
                  WS-HOURS-Z "        " WS-SEATS-Z "      "
                  WS-SEATS2-Z "         " WS-PCT-Z
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

       END PROGRAM TIMETBL.
