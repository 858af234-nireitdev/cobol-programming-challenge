      *>                     recall is marked "R" so a rerun never
      *>                     nags twice; a recall with a newer
      *>                     appointment closes as "C").
      *>       04 YYYYMMDD - doctor utilization and revenue for the
      *>                     period ENDING on that date; the start
      *>                     goes in bytes 13-20 (blank = first of
      *>                     that month) and the low-utilization
      *>                     threshold percent in 22-24 (blank =
      *>                     60). Per doctor and specialty: slots
      *>                     available (8 a day on the DOCMASTER
      *>                     working days outside vacations), booked,
      *>                     attended, cancelled and no-show, and the
      *>                     booked share of the available slots;
      *>                     then the visits billed and collected in
      *>                     MEDINV, patient copay and insurer part
      *>                     apart, each visit traced to its doctor
      *>                     through the attended appointment.
      *>   * Doctors are identified as specialty + doctor number:
      *>     the online program draws its doctor display names at
      *>     random each run, so the number is the stable identity.
      *>   2026-09-02  jrm  New option 03: overdue follow-up
      *>                    recalls over the RECALLS file, with
      *>                    reminders queued to NOTIFQ.
      *>   2026-10-15  jrm  New option 04: doctor utilization and
      *>                    revenue per period, doctors under the
      *>                    threshold flagged LOW. DOCMASTER working
      *>                    days and vacations are kept in memory
      *>                    and the appointment table holds 999.
      *>   2026-10-15  jrm  The appointment index no longer wraps on a
      *>                    full table, and a rebilled copay line
      *>                    moves the rejected share from insurer to
      *>                    copay instead of billing it twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEDSCHED.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFQ-STATUS.

           SELECT MEDINV-FILE ASSIGN TO "MEDINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEDINV-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>   Mismo layout que graba SAVEALL-APPOINTMENTS en el online.
           05  PARM-OPTION     PIC X(2).
           05  FILLER          PIC X(1).
           05  PARM-DATE       PIC X(8).
           05  FILLER          PIC X(1).
           05  PARM-FROM-DATE  PIC X(8).
           05  FILLER          PIC X(1).
           05  PARM-THRESHOLD  PIC X(3).
           05  FILLER          PIC X(56).

      *>   Mismo layout que graba 03-MedicalAppointment en
      *>   DOCMASTER.
       FD  NOTIFQ-FILE.
           COPY NOTIFREQ.

       FD  MEDINV-FILE.
           COPY MEDINV.

       WORKING-STORAGE SECTION.
       01  WS-APPT-STATUS      PIC X(2).
       01  WS-PARM-STATUS      PIC X(2).

       01  WS-APPT-TABLE.
           05  WS-APPT-COUNT   PIC 9(3) VALUE 0.
           05  WS-APPT-ENTRY OCCURS 999 TIMES.
               10  WA-IDXSPC   PIC 99.
               10  WA-IDXDOC   PIC 99.
               10  WA-IDXTIME  PIC 9.
               10  WA-DATE     PIC X(8).
               10  WA-PARTY    PIC X(15).
               10  WA-ATTEND   PIC X.
       01  WS-APPT-IDX         PIC 9(4).

       01  WS-SPEC-NOSHOW      OCCURS 9 TIMES PIC 9(3).
       01  WS-SPEC-TOTAL       OCCURS 9 TIMES PIC 9(3).
       01  WS-OFF-FOUND-SW     PIC X.
           88  WS-OFF-FOUND        VALUE "Y".

      *>   Nombres estables de los doctores desde DOCMASTER, con
      *>   sus dias de trabajo y vacaciones.
       01  WS-DOCMASTER-STATUS PIC X(2).
       01  DOCNAMES.
           05  DNAM-SPC OCCURS 9 TIMES.
               10  DNAM-DOC OCCURS 3 TIMES.
                   15  DNAM-NAME    PIC X(20).
                   15  DNAM-DAYS    PIC X(7).
                   15  DNAM-VACFROM PIC X(8).
                   15  DNAM-VACTO   PIC X(8).

      *>   Ordenes de control en memoria para la recorrida 03.
       01  WS-RECALL-STATUS    PIC X(2).
       01  WS-RCL-CLOSED       PIC 9(3) VALUE 0.
       01  WS-RCL-CHANGED-SW   PIC X VALUE "N".

      *>   Opcion 04: contadores por doctor. La fila 4 de cada
      *>   especialidad junta las facturas sin turno atendido que
      *>   las explique, la 5 es el total de la especialidad y la
      *>   especialidad 10 (fila 5) el total de la clinica.
       01  WS-MEDINV-STATUS    PIC X(2).
       01  WS-THRESHOLD        PIC 9(3) VALUE 60.
       01  WS-FROM-INT         PIC 9(8).
       01  WS-TO-INT           PIC 9(8).
       01  WS-DAY-INT          PIC 9(8).
       01  WS-DAY-DATE         PIC 9(8).
       01  WS-DAY-X            PIC X(8).
       01  WS-DOW              PIC 9.
       01  WS-DOW-QUOT         PIC 9(8).
       01  WS-UTIL-PCT         PIC 9(5).
       01  WS-INV-DOC          PIC 9.
       01  WS-UTIL-TABLE.
           05  UT-SPC OCCURS 10 TIMES.
               10  UT-DOC OCCURS 5 TIMES.
                   15  UT-AVAIL      PIC 9(5).
                   15  UT-BOOKED     PIC 9(5).
                   15  UT-ATTENDED   PIC 9(5).
                   15  UT-CANCELLED  PIC 9(5).
                   15  UT-NOSHOW     PIC 9(5).
                   15  UT-BILL-COPAY PIC 9(7)V99.
                   15  UT-BILL-INS   PIC 9(7)V99.
                   15  UT-COLL-COPAY PIC 9(7)V99.
                   15  UT-COLL-INS   PIC 9(7)V99.
       01  WS-ROW-LABEL        PIC X(22).
       01  WS-CNT5-Z           PIC ZZZZ9.
       01  WS-PCT-Z            PIC ZZ9.
       01  WS-MONEY-Z          PIC Z(6)9.99.
       01  WS-LOW-FLAG         PIC X(10).
       01  WS-LOW-COUNT        PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-PARM-PROCEDURE.
                   PERFORM NOSHOW-WEEK-REPORT
               WHEN "03"
                   PERFORM RECALL-OVERDUE-REPORT
               WHEN "04"
                   PERFORM UTILIZATION-REPORT
                       THRU UTILIZATION-REPORT-EXIT
               WHEN OTHER
                   DISPLAY "MEDSCHED: unknown option '"
                           WS-RUN-OPTION "' - no action taken."
                       IF PARM-DATE NOT = SPACES
                           MOVE PARM-DATE TO WS-REPORT-DATE
                       END-IF
                       MOVE PARM-FROM-DATE TO WS-FROM-DATE
                       IF PARM-THRESHOLD IS NUMERIC
                           MOVE PARM-THRESHOLD TO WS-THRESHOLD
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
           PERFORM VARYING IDXSPEC FROM 1 BY 1 UNTIL IDXSPEC > 9
               PERFORM VARYING IDXTIME FROM 1 BY 1 UNTIL IDXTIME > 3
                   MOVE SPACES TO DNAM-NAME(IDXSPEC, IDXTIME)
                   MOVE "YYYYYNN" TO DNAM-DAYS(IDXSPEC, IDXTIME)
                   MOVE SPACES TO DNAM-VACFROM(IDXSPEC, IDXTIME)
                   MOVE SPACES TO DNAM-VACTO(IDXSPEC, IDXTIME)
               END-PERFORM
           END-PERFORM.
           OPEN INPUT DOCMASTER-FILE.
                      AND DOC-IDXDOC > 0 AND DOC-IDXDOC < 4
                       MOVE DOC-NAME
                           TO DNAM-NAME(DOC-IDXSPC, DOC-IDXDOC)
                       MOVE DOC-DAYS
                           TO DNAM-DAYS(DOC-IDXSPC, DOC-IDXDOC)
                       MOVE DOC-VACFROM
                           TO DNAM-VACFROM(DOC-IDXSPC, DOC-IDXDOC)
                       MOVE DOC-VACTO
                           TO DNAM-VACTO(DOC-IDXSPC, DOC-IDXDOC)
                   END-IF
           END-READ.

                   AT END
                       MOVE "10" TO WS-APPT-STATUS
                   NOT AT END
                       IF WS-APPT-COUNT < 999
                           ADD 1 TO WS-APPT-COUNT
                           MOVE APPF-IDXSPC TO
                               WA-IDXSPC(WS-APPT-COUNT)
           MOVE WR-STATUS(WS-RCL-IDX) TO RCL-STATUS.
           WRITE RECALL-RECORD.

      *>   *************************************************************
      *>   Utilizacion y facturacion por doctor en el periodo que
      *>   TERMINA en la fecha de la tarjeta. Turnos disponibles:
      *>   los 8 horarios de cada dia de trabajo del doctor fuera
      *>   de sus vacaciones. Utilizacion = turnos activos tomados
      *>   sobre disponibles. La facturacion (MEDINV) es por fecha
      *>   de visita; cada factura se atribuye al doctor del turno
      *>   atendido del paciente ese dia en esa especialidad.
      *>   *************************************************************
       UTILIZATION-REPORT.
           IF WS-FROM-DATE = SPACES
               MOVE WS-REPORT-DATE TO WS-FROM-DATE
               MOVE "01" TO WS-FROM-DATE(7:2)
           END-IF.
           IF WS-FROM-DATE IS NOT NUMERIC
              OR WS-REPORT-DATE IS NOT NUMERIC
              OR WS-FROM-DATE > WS-REPORT-DATE
               DISPLAY "MEDSCHED: invalid period " WS-FROM-DATE
                       " - " WS-REPORT-DATE " - no action taken."
               GO TO UTILIZATION-REPORT-EXIT
           END-IF.
           INITIALIZE WS-UTIL-TABLE.
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-FROM-DATE)).
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-REPORT-DATE)).
           PERFORM COUNT-ONE-DAY
               VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
               UNTIL WS-DAY-INT > WS-TO-INT.
           PERFORM COUNT-ONE-APPOINTMENT
               VARYING WS-APPT-IDX FROM 1 BY 1
               UNTIL WS-APPT-IDX > WS-APPT-COUNT.
           OPEN INPUT MEDINV-FILE.
           IF WS-MEDINV-STATUS = "00"
               PERFORM COUNT-ONE-INVOICE
                   UNTIL WS-MEDINV-STATUS NOT = "00"
               CLOSE MEDINV-FILE
           END-IF.
           PERFORM ADD-ONE-SPEC-TOTAL
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 9.
           DISPLAY "=================================================="
                   "==================".
           DISPLAY "  DOCTOR UTILIZATION " WS-FROM-DATE " - "
                   WS-REPORT-DATE "   (LOW UNDER " WS-THRESHOLD
                   "%)".
           DISPLAY "=================================================="
                   "==================".
           DISPLAY "SPECIALTY / DOCTOR      "
                   "  AVAIL BOOKED ATTEND CANCEL NOSHOW  UTIL%".
           PERFORM PRINT-SPEC-UTILIZATION
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 9.
           DISPLAY "--------------------------------------------------"
                   "------------------".
           MOVE 10 TO WS-IDX.
           MOVE 5  TO WS-DOC.
           MOVE "CLINIC TOTAL" TO WS-ROW-LABEL.
           PERFORM PRINT-UTILIZATION-ROW.
           MOVE WS-LOW-COUNT TO WS-COUNT-Z.
           DISPLAY "DOCTORS UNDER THE THRESHOLD: " WS-COUNT-Z.
           DISPLAY "=================================================="
                   "==================".
           DISPLAY "  REVENUE BY VISIT DATE "
                   "(COLL. = COLLECTED TO DATE)".
           DISPLAY "=================================================="
                   "==================".
           DISPLAY "SPECIALTY / DOCTOR      "
                   "BILLED COPAY  BILLED INS. COLL. COPAY"
                   "  COLL. INS.".
           PERFORM PRINT-SPEC-REVENUE
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 9.
           DISPLAY "--------------------------------------------------"
                   "------------------".
           MOVE 10 TO WS-IDX.
           MOVE 5  TO WS-DOC.
           MOVE "CLINIC TOTAL" TO WS-ROW-LABEL.
           PERFORM PRINT-REVENUE-ROW.
           DISPLAY "=================================================="
                   "==================".
       UTILIZATION-REPORT-EXIT.
           EXIT.

      *>   Dia de la semana 1=lunes (el dia entero 1 fue lunes).
       COUNT-ONE-DAY.
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           MOVE WS-DAY-DATE TO WS-DAY-X.
           DIVIDE 7 INTO WS-DAY-INT GIVING WS-DOW-QUOT
               REMAINDER WS-DOW.
           IF WS-DOW = 0
               MOVE 7 TO WS-DOW
           END-IF.
           PERFORM COUNT-DAY-SPEC
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 9.

       COUNT-DAY-SPEC.
           PERFORM COUNT-DAY-DOCTOR
               VARYING WS-DOC FROM 1 BY 1 UNTIL WS-DOC > 3.

       COUNT-DAY-DOCTOR.
           IF DNAM-DAYS(WS-IDX, WS-DOC)(WS-DOW:1) = "Y"
               IF DNAM-VACFROM(WS-IDX, WS-DOC) = SPACES
                  OR WS-DAY-X < DNAM-VACFROM(WS-IDX, WS-DOC)
                  OR WS-DAY-X > DNAM-VACTO(WS-IDX, WS-DOC)
                   ADD 8 TO UT-AVAIL(WS-IDX, WS-DOC)
               END-IF
           END-IF.

       COUNT-ONE-APPOINTMENT.
           IF WA-DATE(WS-APPT-IDX) NOT < WS-FROM-DATE
              AND WA-DATE(WS-APPT-IDX) NOT > WS-REPORT-DATE
              AND WA-IDXSPC(WS-APPT-IDX) > 0
              AND WA-IDXSPC(WS-APPT-IDX) < 10
              AND WA-IDXDOC(WS-APPT-IDX) > 0
              AND WA-IDXDOC(WS-APPT-IDX) < 4
               MOVE WA-IDXSPC(WS-APPT-IDX) TO WS-IDX
               MOVE WA-IDXDOC(WS-APPT-IDX) TO WS-DOC
               IF WA-STATUS(WS-APPT-IDX) = "C"
                   ADD 1 TO UT-CANCELLED(WS-IDX, WS-DOC)
               ELSE
                   ADD 1 TO UT-BOOKED(WS-IDX, WS-DOC)
                   IF WA-ATTEND(WS-APPT-IDX) = "A"
                       ADD 1 TO UT-ATTENDED(WS-IDX, WS-DOC)
                   END-IF
                   IF WA-ATTEND(WS-APPT-IDX) = "N"
                       ADD 1 TO UT-NOSHOW(WS-IDX, WS-DOC)
                   END-IF
               END-IF
           END-IF.

      *>   Facturado: copago (incluye lo refacturado al paciente
      *>   por rechazos) y parte de la obra social. Cobrado: los
      *>   copagos pagos y lo que la obra social ya liquido.
       COUNT-ONE-INVOICE.
           READ MEDINV-FILE
               AT END
                   MOVE "10" TO WS-MEDINV-STATUS
               NOT AT END
                   IF MINV-DATE NOT < WS-FROM-DATE
                      AND MINV-DATE NOT > WS-REPORT-DATE
                      AND MINV-IDXSPC > 0 AND MINV-IDXSPC < 10
                      AND MINV-COPAY IS NUMERIC
                      AND MINV-INSURER IS NUMERIC
                       PERFORM ADD-INVOICE-TO-DOCTOR
                   END-IF
           END-READ.

       ADD-INVOICE-TO-DOCTOR.
           MOVE MINV-IDXSPC TO WS-IDX.
           MOVE 4 TO WS-INV-DOC.
           PERFORM FIND-INVOICE-DOCTOR
               VARYING WS-APPT-IDX FROM 1 BY 1
               UNTIL WS-APPT-IDX > WS-APPT-COUNT OR WS-INV-DOC < 4.
      *>   Una linea "B" refactura al paciente lo que la obra social
      *>   rechazo: ya esta facturado en la linea original como parte
      *>   de la obra social, solo pasa de columna.
           IF MINV-REBILL
               ADD MINV-COPAY TO UT-BILL-COPAY(WS-IDX, WS-INV-DOC)
               SUBTRACT MINV-COPAY FROM UT-BILL-INS(WS-IDX, WS-INV-DOC)
           ELSE
               ADD MINV-COPAY   TO UT-BILL-COPAY(WS-IDX, WS-INV-DOC)
               ADD MINV-INSURER TO UT-BILL-INS(WS-IDX, WS-INV-DOC)
           END-IF.
           IF MINV-PAID = "P"
               ADD MINV-COPAY TO UT-COLL-COPAY(WS-IDX, WS-INV-DOC)
           END-IF.
           IF (MINV-INS-ACCEPTED OR MINV-INS-REJECTED)
              AND MINV-INS-PAID IS NUMERIC
               ADD MINV-INS-PAID TO UT-COLL-INS(WS-IDX, WS-INV-DOC)
           END-IF.

       FIND-INVOICE-DOCTOR.
           IF WA-PARTY(WS-APPT-IDX) = MINV-PARTY
              AND WA-DATE(WS-APPT-IDX) = MINV-DATE
              AND WA-IDXSPC(WS-APPT-IDX) = MINV-IDXSPC
              AND WA-STATUS(WS-APPT-IDX) = "A"
              AND WA-ATTEND(WS-APPT-IDX) = "A"
              AND WA-IDXDOC(WS-APPT-IDX) > 0
              AND WA-IDXDOC(WS-APPT-IDX) < 4
               MOVE WA-IDXDOC(WS-APPT-IDX) TO WS-INV-DOC
           END-IF.

      *>   Filas 1-4 de la especialidad a su total (fila 5) y al
      *>   total de la clinica (especialidad 10).
       ADD-ONE-SPEC-TOTAL.
           PERFORM ADD-ONE-ROW-TOTAL
               VARYING WS-DOC FROM 1 BY 1 UNTIL WS-DOC > 4.

       ADD-ONE-ROW-TOTAL.
           ADD UT-AVAIL(WS-IDX, WS-DOC)
               TO UT-AVAIL(WS-IDX, 5) UT-AVAIL(10, 5).
           ADD UT-BOOKED(WS-IDX, WS-DOC)
               TO UT-BOOKED(WS-IDX, 5) UT-BOOKED(10, 5).
           ADD UT-ATTENDED(WS-IDX, WS-DOC)
               TO UT-ATTENDED(WS-IDX, 5) UT-ATTENDED(10, 5).
           ADD UT-CANCELLED(WS-IDX, WS-DOC)
               TO UT-CANCELLED(WS-IDX, 5) UT-CANCELLED(10, 5).
           ADD UT-NOSHOW(WS-IDX, WS-DOC)
               TO UT-NOSHOW(WS-IDX, 5) UT-NOSHOW(10, 5).
           ADD UT-BILL-COPAY(WS-IDX, WS-DOC)
               TO UT-BILL-COPAY(WS-IDX, 5) UT-BILL-COPAY(10, 5).
           ADD UT-BILL-INS(WS-IDX, WS-DOC)
               TO UT-BILL-INS(WS-IDX, 5) UT-BILL-INS(10, 5).
           ADD UT-COLL-COPAY(WS-IDX, WS-DOC)
               TO UT-COLL-COPAY(WS-IDX, 5) UT-COLL-COPAY(10, 5).
           ADD UT-COLL-INS(WS-IDX, WS-DOC)
               TO UT-COLL-INS(WS-IDX, 5) UT-COLL-INS(10, 5).

       PRINT-SPEC-UTILIZATION.
           DISPLAY NAMESPEC(WS-IDX).
           PERFORM PRINT-DOCTOR-UTILIZATION
               VARYING WS-DOC FROM 1 BY 1 UNTIL WS-DOC > 3.
           MOVE 5 TO WS-DOC.
           MOVE "  SPECIALTY TOTAL" TO WS-ROW-LABEL.
           PERFORM PRINT-UTILIZATION-ROW.

       PRINT-DOCTOR-UTILIZATION.
           MOVE SPACES TO WS-ROW-LABEL.
           STRING "  " WS-DOC(2:1) " " DNAM-NAME(WS-IDX, WS-DOC)
                  DELIMITED BY SIZE INTO WS-ROW-LABEL.
           PERFORM PRINT-UTILIZATION-ROW.
           IF WS-LOW-FLAG NOT = SPACES
               ADD 1 TO WS-LOW-COUNT
           END-IF.

      *>   Renglon de utilizacion de la fila (WS-IDX, WS-DOC);
      *>   marca LOW bajo el umbral (solo si hubo turnos
      *>   disponibles).
       PRINT-UTILIZATION-ROW.
           MOVE 0 TO WS-UTIL-PCT.
           MOVE SPACES TO WS-LOW-FLAG.
           IF UT-AVAIL(WS-IDX, WS-DOC) > 0
               COMPUTE WS-UTIL-PCT ROUNDED =
                   UT-BOOKED(WS-IDX, WS-DOC) * 100
                   / UT-AVAIL(WS-IDX, WS-DOC)
               IF WS-UTIL-PCT < WS-THRESHOLD
                   MOVE "  *** LOW" TO WS-LOW-FLAG
               END-IF
           END-IF.
           IF WS-UTIL-PCT > 999
               MOVE 999 TO WS-UTIL-PCT
           END-IF.
           MOVE WS-UTIL-PCT TO WS-PCT-Z.
           DISPLAY WS-ROW-LABEL "  " WITH NO ADVANCING.
           MOVE UT-AVAIL(WS-IDX, WS-DOC) TO WS-CNT5-Z.
           DISPLAY "  " WS-CNT5-Z WITH NO ADVANCING.
           MOVE UT-BOOKED(WS-IDX, WS-DOC) TO WS-CNT5-Z.
           DISPLAY "  " WS-CNT5-Z WITH NO ADVANCING.
           MOVE UT-ATTENDED(WS-IDX, WS-DOC) TO WS-CNT5-Z.
           DISPLAY "  " WS-CNT5-Z WITH NO ADVANCING.
           MOVE UT-CANCELLED(WS-IDX, WS-DOC) TO WS-CNT5-Z.
           DISPLAY "  " WS-CNT5-Z WITH NO ADVANCING.
           MOVE UT-NOSHOW(WS-IDX, WS-DOC) TO WS-CNT5-Z.
           DISPLAY "  " WS-CNT5-Z WITH NO ADVANCING.
           DISPLAY "   " WS-PCT-Z "%" WS-LOW-FLAG.

       PRINT-SPEC-REVENUE.
           DISPLAY NAMESPEC(WS-IDX).
           PERFORM PRINT-DOCTOR-REVENUE
               VARYING WS-DOC FROM 1 BY 1 UNTIL WS-DOC > 4.
           MOVE 5 TO WS-DOC.
           MOVE "  SPECIALTY TOTAL" TO WS-ROW-LABEL.
           PERFORM PRINT-REVENUE-ROW.

      *>   La fila 4 (sin turno atendido) solo si tiene importes.
       PRINT-DOCTOR-REVENUE.
           MOVE SPACES TO WS-ROW-LABEL.
           IF WS-DOC = 4
               IF UT-BILL-COPAY(WS-IDX, 4) = 0
                  AND UT-BILL-INS(WS-IDX, 4) = 0
                   MOVE "X" TO WS-ROW-LABEL
               ELSE
                   MOVE "  ? NO ATTENDED APPT" TO WS-ROW-LABEL
               END-IF
           ELSE
               STRING "  " WS-DOC(2:1) " " DNAM-NAME(WS-IDX, WS-DOC)
                      DELIMITED BY SIZE INTO WS-ROW-LABEL
           END-IF.
           IF WS-ROW-LABEL NOT = "X"
               PERFORM PRINT-REVENUE-ROW
           END-IF.

       PRINT-REVENUE-ROW.
           DISPLAY WS-ROW-LABEL "  " WITH NO ADVANCING.
           MOVE UT-BILL-COPAY(WS-IDX, WS-DOC) TO WS-MONEY-Z.
           DISPLAY "  " WS-MONEY-Z WITH NO ADVANCING.
           MOVE UT-BILL-INS(WS-IDX, WS-DOC) TO WS-MONEY-Z.
           DISPLAY "   " WS-MONEY-Z WITH NO ADVANCING.
           MOVE UT-COLL-COPAY(WS-IDX, WS-DOC) TO WS-MONEY-Z.
           DISPLAY "  " WS-MONEY-Z WITH NO ADVANCING.
           MOVE UT-COLL-INS(WS-IDX, WS-DOC) TO WS-MONEY-Z.
           DISPLAY "  " WS-MONEY-Z.

       COUNT-OFFENDER.
           MOVE "N" TO WS-OFF-FOUND-SW.
           PERFORM VARYING WS-OFF-IDX FROM 1 BY 1
