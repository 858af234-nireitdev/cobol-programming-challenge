      *>                    detecta por el formato del periodo y
      *>                    se lee por una vista del layout viejo;
      *>                    el proximo grabado lo convierte solo.
      *>   2026-10-15  jrm  Secciones y horario: maestro SECTIONS
      *>                    (curso, programa, campus, dia y franja,
      *>                    aula, cupo) con alta desde [H], que
      *>                    rechaza el aula ya ocupada en la franja.
      *>                    Despues de inscribir en campus el alumno
      *>                    elige secciones (SECTENRL); se rechaza la
      *>                    que choca en horario con otra suya o no
      *>                    tiene cupo. [R] muestra el horario;
      *>                    Batch/TIMETBL.COB lo imprime y da la
      *>                    ocupacion de aulas por campus.
      *>   2026-10-15  jrm  Situacion academica: Batch/ACADSTND.COB
      *>                    clasifica al cierre (condicional, cuadro
      *>                    de honor, baja academica) en STANDING. Un
      *>                    alumno con baja academica no puede
      *>                    inscribirse ni se lo invita en el cierre;
      *>                    el listado [L] marca condicional y baja
      *>                    academica.
      *>   2026-10-15  jrm  Becas y ayudas: archivo AWARDS (alumno,
      *>                    periodo, tipo, porcentaje o importe fijo,
      *>                    fuente de fondos) mantenido desde
      *>                    aranceles [B]. La factura del arancel
      *>                    aplica las becas como renglones de
      *>                    descuento aparte y las asienta en
      *>                    GLEXTRACT como SCHOLARSHIP-EXPENSE, no
      *>                    como cobro; pagos y deudores van netos de
      *>                    becas. Batch/AWARDREG.COB da el registro
      *>                    por fuente para facturar a los
      *>                    patrocinadores.
      *>   2026-10-15  jrm  Cobro de aranceles desde una cuenta
      *>                    bancaria del alumno: Batch/ACCTPAY.COB
      *>                    controla titular y fondos y debita; un
      *>                    rechazo no registra el pago.
      *>   2026-10-15  jrm  Los mensajes del alta de secciones van en
      *>                    la linea 25 como el resto de las
      *>                    pantallas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 03-UNIVERSITY.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXT-STATUS.

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

           SELECT STANDING-FILE ASSIGN TO "STANDING"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STD-KEY
               FILE STATUS IS WS-STD-STATUS.

           SELECT AWARDS-FILE ASSIGN TO "AWARDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AWD-KEY
               FILE STATUS IS WS-AWD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNTERS-FILE.
       FD  GL-EXTRACT-FILE.
           COPY GLEXT.

      *>   Secciones de cursado por periodo y campus, y las que toma
      *>   cada alumno.
       FD  SECTIONS-FILE.
           COPY SECTREC.

       FD  SECTENRL-FILE.
           COPY SECTENRL.

      *>   Situacion academica por periodo cerrado (Batch/ACADSTND).
       FD  STANDING-FILE.
           COPY STANDREC.

      *>   Becas y ayudas que se descuentan del arancel.
       FD  AWARDS-FILE.
           COPY AWARDREC.

       WORKING-STORAGE SECTION.
       01  WS-COUNTERS-STATUS   PIC X(2).
       01  WS-ROSTER-STATUS     PIC X(2).
           05  INV-STATUS       PIC X(1).
               88  INV-IS-PENDING   VALUE "P".
               88  INV-IS-PAID      VALUE "C".
      *>       Renglon de arancel (en blanco) o de descuento por beca
      *>       ("D", mismo INV-ID, importe en INV-AMOUNT); el de
      *>       arancel lleva en INV-DISCOUNT el total de sus becas.
           05  INV-KIND         PIC X(1).
               88  INV-IS-DISCOUNT  VALUE "D".
           05  INV-DISCOUNT     PIC 9(7)V9(2).
           05  INV-AWD-SEQ      PIC 9(2).
           05  FILLER           PIC X(1).
       01  WS-INV-TABLE.
           05  WS-INV-COUNT     PIC 9(3) VALUE 0.
           05  WS-INV-ENTRY     PIC X(70) OCCURS 300 TIMES.
       01  WS-PAY-INV-ID        PIC 9(6).
       01  WS-PAY-AMOUNT-X      PIC X(12).
       01  WS-PAY-AMOUNT       PIC 9(7)V9(2).
      *>   Pago desde una cuenta bancaria del alumno (rutina
      *>   compartida ACCTPAY); en blanco, otro medio de pago.
       01  WS-AP-ACCT           PIC X(15).
       01  WS-AP-AMOUNT         PIC 9(9)V9(2).
       01  WS-AP-MERCHANT       PIC X(20) VALUE "UNIVERSITY TUITION".
       01  WS-AP-REFERENCE      PIC X(20).
       01  WS-AP-RESULT         PIC X(1).
       01  WS-AP-REASON         PIC X(2).
       01  WS-AP-SEQ            PIC 9(7).
       01  WS-INV-FOUND-SW      PIC X(1).
           88  WS-INV-FOUND         VALUE "Y".
       01  WS-ARR-BALANCE       PIC 9(9)V9(2).
               10  WS-ARR-STUDENT PIC X(15).
               10  WS-ARR-OWED    PIC 9(9)V9(2).

      *>   Becas: alta/baja desde aranceles y aplicacion al facturar.
       01  WS-AWD-STATUS        PIC X(2).
       01  WS-AWD-STUDENT       PIC X(15).
       01  WS-AWD-NEXT-SEQ      PIC 9(2).
       01  WS-AWD-CANCEL-SEQ    PIC 9(2).
       01  WS-AWD-VALUE-X       PIC X(12).
       01  WS-AWD-CALC          PIC 9(7)V9(2).
       01  WS-AWD-LEFT          PIC 9(7)V9(2).
       01  WS-AWD-TOTAL         PIC 9(7)V9(2).
       01  WS-AWD-GL-AMOUNT     PIC 9(7)V9(2).
       01  WS-AWD-LIST-COUNT    PIC 9(3).
       01  WS-AWD-PCT-Z         PIC ZZ9.99.
       01  WS-AWD-LINES.
           05  WS-AWDL-COUNT    PIC 9(1) VALUE 0.
           05  WS-AWDL-ENTRY OCCURS 9 TIMES.
               10  WS-AWDL-SEQ      PIC 9(2).
               10  WS-AWDL-AMT      PIC 9(7)V9(2).
       01  WS-AWDL-IDX          PIC 9(1).
       01  WS-INV-FEE-ID        PIC 9(6).
       01  WS-NEW-AWD.
           05  WS-NAWD-PROG     PIC X(3).
           05  WS-NAWD-TYPE     PIC X(1).
               88  WS-NAWD-TYPE-OK  VALUE "M" "N" "S" "P".
           05  WS-NAWD-BASIS    PIC X(1).
               88  WS-NAWD-PERCENT  VALUE "P".
               88  WS-NAWD-BASIS-OK VALUE "P" "F".
           05  WS-NAWD-VALUE    PIC 9(7)V9(2).
           05  WS-NAWD-SOURCE   PIC X(10).

      *>   Tabla de cupos cargada de CAPFILE al iniciar.
       01  WS-CAPACITY-STATUS   PIC X(2).
       01  WS-CAPACITY-TABLE.
       01  WS-CAP-FOUND-SW      PIC X(1).
           88  WS-CAP-FOUND         VALUE "Y".

      *>   Secciones de cursado y horario semanal del alumno.
       01  WS-SECT-STATUS       PIC X(2).
       01  WS-SENR-STATUS       PIC X(2).
       01  WS-TT-STUDENT        PIC X(15).
       01  WS-SECT-PICK         PIC X(6).
       01  WS-SECT-FILTER-PROG  PIC X(3).
       01  WS-SECT-LINE-POS     PIC 9(2).
       01  WS-SECT-OK-SW        PIC X(1).
           88  WS-SECT-OK           VALUE "Y".
       01  WS-SECT-CLASH-SW     PIC X(1).
           88  WS-SECT-CLASH        VALUE "Y".
       01  WS-NEW-SECT.
           05  WS-NEW-ID        PIC X(6).
           05  WS-NEW-COURSE    PIC X(20).
           05  WS-NEW-PROG      PIC X(3).
           05  WS-NEW-DAY       PIC 9(1).
           05  WS-NEW-START     PIC 9(4).
           05  WS-NEW-END       PIC 9(4).
           05  WS-NEW-ROOM      PIC X(6).
           05  WS-NEW-SEATS     PIC 9(3).
       01  WS-HHMM              PIC 9(4).
       01  WS-HHMM-R REDEFINES WS-HHMM.
           05  WS-HHMM-HH       PIC 9(2).
           05  WS-HHMM-MM       PIC 9(2).
       01  WS-HHMM-EDIT.
           05  WS-HHMM-EDIT-HH  PIC 9(2).
           05  FILLER           PIC X(1) VALUE ":".
           05  WS-HHMM-EDIT-MM  PIC 9(2).
       01  WS-HHMM-FROM-X       PIC X(5).
       01  WS-HHMM-TO-X         PIC X(5).
       01  WS-DAY-NAMES         PIC X(18) VALUE "LUNMARMIEJUEVIESAB".
       01  WS-DAY-NAMES-R REDEFINES WS-DAY-NAMES.
           05  WS-DAY-NAME      PIC X(3) OCCURS 6 TIMES.
      *>   Secciones que ya tiene el alumno, ordenadas por dia y
      *>   hora de inicio al cargarlas.
       01  WS-TT-TABLE.
           05  WS-TT-COUNT      PIC 9(2) VALUE 0.
           05  WS-TT-ENTRY OCCURS 30 TIMES.
               10  WS-TT-SORTKEY    PIC 9(5).
               10  WS-TT-DAY        PIC 9(1).
               10  WS-TT-START      PIC 9(4).
               10  WS-TT-END        PIC 9(4).
               10  WS-TT-LOC        PIC X(3).
               10  WS-TT-SECT       PIC X(6).
               10  WS-TT-COURSE     PIC X(20).
               10  WS-TT-ROOM       PIC X(6).
       01  WS-TT-IDX            PIC 9(2).
       01  WS-TT-POS            PIC 9(2).
       01  WS-TT-NEW-KEY        PIC 9(5).
       01  WS-TT-SLOT-SW        PIC X(1).
           88  WS-TT-SLOT-FOUND     VALUE "Y".
       01  WS-TT-CLASH-IDX      PIC 9(2).

      *>   Situacion academica: baja academica y condicional.
       01  WS-STD-STATUS        PIC X(2).
       01  WS-STD-STUDENT       PIC X(15).
       01  WS-STD-OPEN-SW       PIC X(1).
           88  WS-STD-OPEN          VALUE "Y".
       01  WS-STD-DISMISSED-SW  PIC X(1).
           88  WS-STD-DISMISSED     VALUE "Y".
       01  WS-STD-ROW-STATUS    PIC X(1).
           88  WS-STD-ROW-PROBATION VALUE "P".
           88  WS-STD-ROW-DISMISSED VALUE "D".


       PROCEDURE DIVISION.
       MAIN.
                   "[L] Listado de alumnos"        LINE 14 COL 28
                   "[T] Cierre de periodo"         LINE 15 COL 28
                   "[N] Notas y analitico"         LINE 13 COL 50
                   "[H] Secciones (admin)"         LINE 14 COL 50
                   "[R] Horario de alumno"         LINE 15 COL 50
                   "[0] Salir"                     LINE 16 COL 5
                   .
           DISPLAY "Periodo vigente: " WS-CUR-TERM  LINE 16 COL 28.
                   PERFORM MENU-GRADES-PROCEDURE
                       THRU MENU-GRADES-PROCEDURE-END

               WHEN 'H'
                   PERFORM MENU-SECTIONS-ADMIN
                       THRU MENU-SECTIONS-ADMIN-END
                   PERFORM MENU-DISPLAYCONTINUE

               WHEN 'R'
                   PERFORM STUDENT-TIMETABLE-PROCEDURE
                       THRU STUDENT-TIMETABLE-PROCEDURE-END

               WHEN '0'
                   MOVE "SIGNOFF" TO WS-AUD-ACTION
                   MOVE SPACES TO WS-AUD-DETAIL
      *>   Valida que no se supere el cupo configurado del programa
      *>   (fila "ALL" de CAPFILE), en lugar de la vieja constante.
       VALIDATE-MAX-COUNT-PROGRMS.
      *>      Un alumno con baja academica no vuelve a inscribirse.
           MOVE WS-USERNAME TO WS-STD-STUDENT.
           PERFORM OPEN-STANDING-PROCEDURE.
           PERFORM CHECK-DISMISSAL-PROCEDURE
               THRU CHECK-DISMISSAL-PROCEDURE-END.
           PERFORM CLOSE-STANDING-PROCEDURE.
           IF WS-STD-DISMISSED
               DISPLAY
                   "Alumno con baja academica: no puede inscribirse."
                   LINE 20 COL 5
                   "Consulte con la facultad."
                   LINE 21 COL 5
                PERFORM MENU-DISPLAYCONTINUE
                GO TO MENU-PROGRAMS
           END-IF.
           PERFORM GET-PROGRAM-USED.
           MOVE "ALL" TO WS-CAP-LOOKUP-LOC.
           PERFORM GET-CAPACITY.
      *>      programa al alumno.
           MOVE WS-USERNAME TO WS-INV-STUDENT.
           PERFORM RAISE-INVOICE-PROCEDURE.
      *>      Con la inscripcion hecha, el alumno elige sus secciones
      *>      del programa en el campus.
           MOVE WS-USERNAME TO WS-TT-STUDENT.
           PERFORM TIMETABLE-STEP-PROCEDURE
               THRU TIMETABLE-STEP-PROCEDURE-END.
           GO TO MENU-CAMPUS-LOCATIONS-END.

       VALIDATE-LOCATIONS-NOMOREPLACES.
           IF WS-REENROLL-STATUS = "35"
               OPEN OUTPUT REENROLL-FILE
           END-IF.
           PERFORM OPEN-STANDING-PROCEDURE.
           PERFORM INVITE-ONE-STUDENT
               VARYING WS-RS-IDX FROM 1 BY 1
               UNTIL WS-RS-IDX > WS-RS-COUNT.
           PERFORM CLOSE-STANDING-PROCEDURE.
           CLOSE REENROLL-FILE.
           MOVE WS-INVITE-COUNT TO WS-INVITE-COUNT-Z.
           DISPLAY "Alumnos invitados a reinscribirse: "
       TERM-CLOSE-PROCEDURE-END.
           EXIT.

      *>   Un alumno con baja academica de un periodo anterior ya
      *>   no se invita aunque siga activo en el roster.
       INVITE-ONE-STUDENT.
           MOVE WS-RS-ENTRY (WS-RS-IDX) TO WS-RS-LINE.
           MOVE "N" TO WS-STD-DISMISSED-SW.
           IF RS-TERM = WS-CUR-TERM AND RS-MARK = SPACES
               MOVE RS-NAME TO WS-STD-STUDENT
               PERFORM CHECK-DISMISSAL-PROCEDURE
                   THRU CHECK-DISMISSAL-PROCEDURE-END
           END-IF.
           IF WS-STD-DISMISSED
               DISPLAY "  NO SE INVITA (BAJA ACADEMICA): " RS-NAME
                       " " RS-PROG " " RS-LOC
           END-IF.
           IF RS-TERM = WS-CUR-TERM AND RS-MARK = SPACES
              AND NOT WS-STD-DISMISSED
               ADD 1 TO WS-INVITE-COUNT
               DISPLAY "  INVITAR: " RS-NAME " " RS-PROG
                       " " RS-LOC

      *>   Listado del roster con el estado de cada alumno: ACTIVO
      *>   (sin marca), BAJA o GRADUADO segun la marca del renglon.
      *>   Un activo con situacion academica del periodo en
      *>   STANDING sale marcado si quedo en condicional o con baja
      *>   academica.
       LIST-ROSTER-PROCEDURE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Listado de alumnos:"            LINE 4 COL 5.
               DISPLAY "(roster vacio)"             LINE 6 COL 5
               GO TO LIST-ROSTER-PROCEDURE-END
           END-IF.
           PERFORM OPEN-STANDING-PROCEDURE.
           PERFORM LIST-ONE-ROSTER
               VARYING WS-RS-IDX FROM 1 BY 1
               UNTIL WS-RS-IDX > WS-RS-COUNT.
           PERFORM CLOSE-STANDING-PROCEDURE.
       LIST-ROSTER-PROCEDURE-END.
           EXIT.

       LIST-ONE-ROSTER.
           MOVE WS-RS-ENTRY (WS-RS-IDX) TO WS-RS-LINE.
           MOVE SPACES TO WS-STD-ROW-STATUS.
           IF RS-MARK = SPACES AND WS-STD-OPEN
               MOVE RS-NAME TO STD-STUDENT
               MOVE RS-TERM TO STD-TERM
               MOVE RS-PROG TO STD-PROG
               READ STANDING-FILE
                   NOT INVALID KEY
                       MOVE STD-STATUS TO WS-STD-ROW-STATUS
               END-READ
           END-IF.
           IF RS-MARK = SPACES
               EVALUATE TRUE
                   WHEN WS-STD-ROW-PROBATION
                       DISPLAY "  " RS-TERM " " RS-NAME " " RS-PROG
                               " " RS-LOC " ACTIVO - CONDICIONAL"
                   WHEN WS-STD-ROW-DISMISSED
                       DISPLAY "  " RS-TERM " " RS-NAME " " RS-PROG
                               " " RS-LOC " BAJA ACADEMICA"
                   WHEN OTHER
                       DISPLAY "  " RS-TERM " " RS-NAME " " RS-PROG
                               " " RS-LOC " ACTIVO"
               END-EVALUATE
           ELSE
               DISPLAY "  " RS-TERM " " RS-NAME " " RS-PROG
                       " " RS-LOC " " RS-MARK
           END-PERFORM.

      *>   Factura el arancel de WS-AUX-PROGRAM al alumno
      *>   WS-INV-STUDENT, numerada por el control UNIVSEQ. Las
      *>   becas activas del alumno en el periodo van como renglones
      *>   de descuento de la misma factura y se asientan como gasto
      *>   de becas; la factura queda por el neto.
       RAISE-INVOICE-PROCEDURE.
           PERFORM GET-FEE-PROCEDURE.
           MOVE 0 TO WS-UNIVSEQ-NEXT.
           MOVE WS-UNIVSEQ-NEXT TO UNIVSEQ-LAST.
           WRITE UNIVSEQ-RECORD.
           CLOSE UNIVSEQ-FILE.
           MOVE WS-UNIVSEQ-NEXT TO WS-INV-FEE-ID.
           PERFORM APPLY-AWARDS-PROCEDURE
               THRU APPLY-AWARDS-PROCEDURE-END.
           ACCEPT WS-ENROLL-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-INV-LINE.
           MOVE WS-UNIVSEQ-NEXT TO INV-ID.
           MOVE WS-AUX-PROGRAM  TO INV-PROG.
           MOVE WS-FEE-VALUE    TO INV-AMOUNT.
           MOVE 0               TO INV-PAID.
           MOVE WS-AWD-TOTAL    TO INV-DISCOUNT.
           MOVE 0               TO INV-AWD-SEQ.
           IF WS-AWD-TOTAL NOT < WS-FEE-VALUE
               MOVE "C"         TO INV-STATUS
           ELSE
               MOVE "P"         TO INV-STATUS
           END-IF.
           OPEN EXTEND TUITINV-FILE.
           IF WS-TUITINV-STATUS = "35"
               OPEN OUTPUT TUITINV-FILE
           END-IF.
           MOVE WS-INV-LINE TO TUITINV-RECORD.
           WRITE TUITINV-RECORD.
           PERFORM WRITE-DISCOUNT-LINE
               VARYING WS-AWDL-IDX FROM 1 BY 1
               UNTIL WS-AWDL-IDX > WS-AWDL-COUNT.
           CLOSE TUITINV-FILE.
           PERFORM POST-ONE-AWARD-GL
               VARYING WS-AWDL-IDX FROM 1 BY 1
               UNTIL WS-AWDL-IDX > WS-AWDL-COUNT.
           IF WS-AWD-TOTAL > 0
               MOVE WS-AWD-TOTAL TO WS-AMOUNT-Z
               DISPLAY "Factura " WS-INV-FEE-ID
                       " emitida, becas por " WS-AMOUNT-Z
                                                   LINE 25 COL 5
           ELSE
               DISPLAY "Factura " WS-INV-FEE-ID
                       " emitida por el arancel."  LINE 25 COL 5
           END-IF.

      *>   Becas activas de WS-INV-STUDENT en el periodo vigente para
      *>   el programa: cada una descuenta su parte sin pasar del
      *>   arancel, y queda registrado lo aplicado y la factura.
       APPLY-AWARDS-PROCEDURE.
           MOVE 0 TO WS-AWD-TOTAL WS-AWDL-COUNT.
           OPEN I-O AWARDS-FILE.
           IF WS-AWD-STATUS NOT = "00"
               GO TO APPLY-AWARDS-PROCEDURE-END
           END-IF.
           MOVE WS-INV-STUDENT TO AWD-STUDENT.
           MOVE WS-CUR-TERM    TO AWD-TERM.
           MOVE 0              TO AWD-SEQ.
           START AWARDS-FILE KEY NOT < AWD-KEY
               INVALID KEY
                   MOVE "10" TO WS-AWD-STATUS
           END-START.
           PERFORM APPLY-ONE-AWARD
               UNTIL WS-AWD-STATUS NOT = "00".
           CLOSE AWARDS-FILE.
       APPLY-AWARDS-PROCEDURE-END.
           EXIT.

       APPLY-ONE-AWARD.
           READ AWARDS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-AWD-STATUS
               NOT AT END
                   IF AWD-STUDENT NOT = WS-INV-STUDENT
                      OR AWD-TERM NOT = WS-CUR-TERM
                       MOVE "10" TO WS-AWD-STATUS
                   ELSE
                       IF AWD-IS-ACTIVE
                          AND (AWD-PROG = SPACES
                               OR AWD-PROG = WS-AUX-PROGRAM)
                           PERFORM CALC-ONE-AWARD
                       END-IF
                   END-IF
           END-READ.

       CALC-ONE-AWARD.
           COMPUTE WS-AWD-LEFT = WS-FEE-VALUE - WS-AWD-TOTAL.
           IF AWD-IS-PERCENT
               COMPUTE WS-AWD-CALC ROUNDED =
                   WS-FEE-VALUE * AWD-PCT / 100
           ELSE
               MOVE 0 TO WS-AWD-CALC
               IF AWD-FIXED > AWD-APPLIED
                   COMPUTE WS-AWD-CALC = AWD-FIXED - AWD-APPLIED
               END-IF
           END-IF.
           IF WS-AWD-CALC > WS-AWD-LEFT
               MOVE WS-AWD-LEFT TO WS-AWD-CALC
           END-IF.
           IF WS-AWD-CALC > 0 AND WS-AWDL-COUNT < 9
               ADD 1 TO WS-AWDL-COUNT
               MOVE AWD-SEQ     TO WS-AWDL-SEQ (WS-AWDL-COUNT)
               MOVE WS-AWD-CALC TO WS-AWDL-AMT (WS-AWDL-COUNT)
               ADD WS-AWD-CALC  TO WS-AWD-TOTAL
               ADD WS-AWD-CALC  TO AWD-APPLIED
               MOVE WS-INV-FEE-ID TO AWD-LAST-INV
               REWRITE AWD-RECORD
           END-IF.

       WRITE-DISCOUNT-LINE.
           MOVE SPACES TO WS-INV-LINE.
           MOVE WS-INV-FEE-ID   TO INV-ID.
           MOVE WS-ENROLL-DATE  TO INV-DATE.
           MOVE WS-INV-STUDENT  TO INV-STUDENT.
           MOVE WS-AUX-PROGRAM  TO INV-PROG.
           MOVE WS-AWDL-AMT (WS-AWDL-IDX) TO INV-AMOUNT.
           MOVE 0               TO INV-PAID INV-DISCOUNT.
           MOVE "C"             TO INV-STATUS.
           MOVE "D"             TO INV-KIND.
           MOVE WS-AWDL-SEQ (WS-AWDL-IDX) TO INV-AWD-SEQ.
           MOVE WS-INV-LINE TO TUITINV-RECORD.
           WRITE TUITINV-RECORD.

       POST-ONE-AWARD-GL.
           MOVE WS-AWDL-AMT (WS-AWDL-IDX) TO WS-AWD-GL-AMOUNT.
           PERFORM POST-SCHOLARSHIP-GL.

       MENU-BILLING-PROCEDURE.
           PERFORM CLEAR-SCREEN.
                   "[L] Listar facturas"            LINE 8 COL 5
                   "[P] Registrar pago"             LINE 9 COL 5
                   "[D] Reporte de deudores"        LINE 10 COL 5
                   "[B] Becas y ayudas"             LINE 11 COL 5
                   "[X] Volver"                     LINE 12 COL 5.
           DISPLAY "Opcion [ ]"                     LINE 13 COL 5.
           ACCEPT WS-MENUOPCION                     LINE 13 COL 13.
           EVALUATE WS-MENUOPCION
               WHEN 'D'
                   PERFORM ARREARS-REPORT-PROCEDURE
                   PERFORM MENU-DISPLAYCONTINUE
               WHEN 'B'
                   PERFORM MENU-AWARDS-PROCEDURE
                       THRU MENU-AWARDS-PROCEDURE-END
               WHEN 'X'
                   GO TO MENU-BILLING-PROCEDURE-END
               WHEN OTHER
                   NOT AT END
                       IF WS-INV-COUNT < 300
                           ADD 1 TO WS-INV-COUNT
                           MOVE TUITINV-RECORD TO WS-INV-LINE
      *>                      Renglon anterior a las becas: sin
      *>                      descuento.
                           IF INV-DISCOUNT NOT NUMERIC
                               MOVE 0 TO INV-DISCOUNT INV-AWD-SEQ
                           END-IF
                           MOVE WS-INV-LINE
                               TO WS-INV-ENTRY (WS-INV-COUNT)
                       END-IF
               END-READ
               MOVE WS-INV-ENTRY (WS-INV-IDX) TO WS-INV-LINE
               MOVE INV-AMOUNT TO WS-AMOUNT-Z
               MOVE INV-PAID   TO WS-AMOUNT2-Z
               IF INV-IS-DISCOUNT
                   DISPLAY "#" INV-ID " " INV-STUDENT " "
                           INV-PROG " BECA " INV-AWD-SEQ
                           "  -" WS-AMOUNT-Z
               ELSE
                   DISPLAY "#" INV-ID " " INV-STUDENT " "
                           INV-PROG " IMP " WS-AMOUNT-Z
                           " PAG " WS-AMOUNT2-Z " [" INV-STATUS "]"
               END-IF
           END-PERFORM.
           IF WS-INV-COUNT = 0
               DISPLAY "(sin facturas)"             LINE 6 COL 5
               DISPLAY "Importe invalido."          LINE 20 COL 5
               GO TO CAPTURE-PAYMENT-PROCEDURE-END
           END-IF.
           DISPLAY "Cuenta bancaria..: "            LINE 17 COL 5.
           DISPLAY "(en blanco: otro medio)"        LINE 17 COL 42.
           MOVE SPACES TO WS-AP-ACCT.
           ACCEPT WS-AP-ACCT                        LINE 17 COL 25.
           PERFORM LOADINVOICES-PROCEDURE
               THRU LOADINVOICES-PROCEDURE-END.
           MOVE "N" TO WS-INV-FOUND-SW.
                      OR WS-INV-FOUND
               MOVE WS-INV-ENTRY (WS-INV-IDX) TO WS-INV-LINE
               IF INV-ID = WS-PAY-INV-ID
                  AND NOT INV-IS-DISCOUNT
                   MOVE "Y" TO WS-INV-FOUND-SW
                   ADD WS-PAY-AMOUNT TO INV-PAID
                   IF INV-PAID + INV-DISCOUNT NOT < INV-AMOUNT
                       MOVE "C" TO INV-STATUS
                   END-IF
                   MOVE WS-INV-LINE TO WS-INV-ENTRY (WS-INV-IDX)
               DISPLAY "Factura inexistente."       LINE 20 COL 5
               GO TO CAPTURE-PAYMENT-PROCEDURE-END
           END-IF.
      *>      Con cuenta bancaria, el debito va antes de grabar: un
      *>      rechazo deja la factura como estaba (el pago solo se
      *>      aplico en la tabla en memoria).
           IF WS-AP-ACCT NOT = SPACES
               PERFORM PAY-TUITION-FROM-ACCOUNT
               IF WS-AP-RESULT NOT = "A"
                   PERFORM ACCT-PAY-MSG
                   GO TO CAPTURE-PAYMENT-PROCEDURE-END
               END-IF
           END-IF.
           PERFORM SAVEINVOICES-PROCEDURE.
           PERFORM POST-TUITION-GL.
           DISPLAY "Pago registrado."               LINE 20 COL 5.
           IF WS-AP-ACCT NOT = SPACES
               DISPLAY "Debitado de la cuenta " WS-AP-ACCT
                       " (secuencia " WS-AP-SEQ ")" LINE 21 COL 5
           END-IF.
       CAPTURE-PAYMENT-PROCEDURE-END.
           EXIT.

      *>   El alumno de la factura es quien paga: la cuenta tiene
      *>   que ser suya.
       PAY-TUITION-FROM-ACCOUNT.
           MOVE WS-PAY-AMOUNT TO WS-AP-AMOUNT.
           MOVE SPACES TO WS-AP-REFERENCE.
           STRING "FACTURA " INV-ID
                  DELIMITED BY SIZE INTO WS-AP-REFERENCE.
           CALL "ACCTPAY" USING INV-STUDENT WS-AP-ACCT
                                WS-AP-AMOUNT WS-AP-MERCHANT
                                WS-AP-REFERENCE WS-AP-RESULT
                                WS-AP-REASON WS-AP-SEQ.

       ACCT-PAY-MSG.
           EVALUATE WS-AP-REASON
               WHEN "NP"
                   DISPLAY "Rechazado: el alumno no esta en el "
                           "maestro de clientes."   LINE 20 COL 5
               WHEN "NA"
                   DISPLAY "Rechazado: cuenta inexistente."
                                                    LINE 20 COL 5
               WHEN "NO"
                   DISPLAY "Rechazado: la cuenta no es del alumno."
                                                    LINE 20 COL 5
               WHEN "CL"
                   DISPLAY "Rechazado: cuenta cerrada."
                                                    LINE 20 COL 5
               WHEN "DM"
                   DISPLAY "Rechazado: cuenta inactiva."
                                                    LINE 20 COL 5
               WHEN "CY"
                   DISPLAY "Rechazado: la cuenta no es en ARS."
                                                    LINE 20 COL 5
               WHEN "NF"
                   DISPLAY "Rechazado: fondos insuficientes."
                                                    LINE 20 COL 5
               WHEN "BY"
                   DISPLAY "Rechazado: cuenta ocupada, reintente."
                                                    LINE 20 COL 5
               WHEN OTHER
                   DISPLAY "Rechazado: cuentas no disponibles."
                                                    LINE 20 COL 5
           END-EVALUATE.

       POST-TUITION-GL.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF WS-GLEXT-STATUS = "35"
           WRITE GLEXT-RECORD.
           CLOSE GL-EXTRACT-FILE.

      *>   El descuento por beca no es cobro: va a gasto de becas.
       POST-SCHOLARSHIP-GL.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF WS-GLEXT-STATUS = "35"
               OPEN OUTPUT GL-EXTRACT-FILE
           END-IF.
           ACCEPT WS-ENROLL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ENROLL-TIME FROM TIME.
           STRING WS-ENROLL-DATE DELIMITED BY SIZE
                  WS-ENROLL-TIME DELIMITED BY SIZE
                  INTO WS-GL-TIMESTAMP.
           MOVE WS-GL-TIMESTAMP      TO GLEXT-DATE.
           MOVE "03-UNIVERSITY"      TO GLEXT-SOURCE.
           MOVE "SCHOLARSHIP-EXPENSE" TO GLEXT-ACCOUNT.
           MOVE WS-AWD-GL-AMOUNT     TO GLEXT-AMOUNT.
           WRITE GLEXT-RECORD.
           CLOSE GL-EXTRACT-FILE.

      *>   Saldo impago por alumno, sumando las facturas no
      *>   canceladas de cada uno, netas de becas.
       ARREARS-REPORT-PROCEDURE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Reporte de deudores:"           LINE 4 COL 5.
                   UNTIL WS-INV-IDX > WS-INV-COUNT
               MOVE WS-INV-ENTRY (WS-INV-IDX) TO WS-INV-LINE
               IF NOT INV-IS-PAID
                  AND NOT INV-IS-DISCOUNT
                  AND INV-AMOUNT > INV-PAID + INV-DISCOUNT
                   COMPUTE WS-ARR-BALANCE =
                       INV-AMOUNT - INV-DISCOUNT - INV-PAID
                   PERFORM NOTE-ARREARS
               END-IF
           END-PERFORM.
                   ADD WS-ARR-BALANCE TO WS-ARR-OWED (ARR-IDX)
           END-SEARCH.

      *>   *************************************************************
      *>   Becas y ayudas (AWARDS): alta, consulta por alumno y
      *>   cancelacion. Se cargan para el periodo vigente y se
      *>   aplican solas al emitir la factura del arancel; cancelar
      *>   una beca no toca los descuentos ya facturados.
      *>   *************************************************************
       MENU-AWARDS-PROCEDURE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Becas y ayudas - periodo " WS-CUR-TERM
                                                   LINE 4 COL 5.
           DISPLAY "[A] Alta de beca"               LINE 6 COL 5
                   "[L] Becas de un alumno"         LINE 7 COL 5
                   "[C] Cancelar beca"              LINE 8 COL 5
                   "[X] Volver"                     LINE 9 COL 5.
           DISPLAY "Opcion [ ]"                     LINE 11 COL 5.
           ACCEPT WS-MENUOPCION                     LINE 11 COL 13.
           EVALUATE WS-MENUOPCION
               WHEN 'A'
                   PERFORM AWARD-ENTRY-PROCEDURE
                       THRU AWARD-ENTRY-PROCEDURE-END
                   PERFORM MENU-DISPLAYCONTINUE
               WHEN 'L'
                   PERFORM AWARD-LIST-PROCEDURE
                       THRU AWARD-LIST-PROCEDURE-END
                   PERFORM MENU-DISPLAYCONTINUE
               WHEN 'C'
                   PERFORM AWARD-CANCEL-PROCEDURE
                       THRU AWARD-CANCEL-PROCEDURE-END
                   PERFORM MENU-DISPLAYCONTINUE
               WHEN 'X'
                   GO TO MENU-AWARDS-PROCEDURE-END
               WHEN OTHER
                   DISPLAY "Opcion Incorrecta!!"    LINE 20 COL 5
                   PERFORM MENU-DISPLAYCONTINUE
           END-EVALUATE.
           GO TO MENU-AWARDS-PROCEDURE.
       MENU-AWARDS-PROCEDURE-END.
           EXIT.

       AWARD-ENTRY-PROCEDURE.
           MOVE SPACES TO WS-NEW-AWD.
           MOVE 0 TO WS-NAWD-VALUE.
           DISPLAY "Alumno..........................: "
                                                   LINE 13 COL 5.
           ACCEPT WS-AWD-STUDENT                    LINE 13 COL 40.
           DISPLAY "Programa [CSI/MED/MKT/ART/blanco]: "
                                                   LINE 14 COL 5.
           ACCEPT WS-NAWD-PROG                      LINE 14 COL 40.
           DISPLAY "Tipo [M]erito [N]ecesidad [S]deporte [P]atroc: "
                                                   LINE 15 COL 5.
           ACCEPT WS-NAWD-TYPE                      LINE 15 COL 53.
           DISPLAY "Base [P]orcentaje [F]ijo........: "
                                                   LINE 16 COL 5.
           ACCEPT WS-NAWD-BASIS                     LINE 16 COL 40.
           DISPLAY "Porcentaje o importe............: "
                                                   LINE 17 COL 5.
           ACCEPT WS-AWD-VALUE-X                    LINE 17 COL 40.
           DISPLAY "Fuente de fondos [UNIV/patroc.].: "
                                                   LINE 18 COL 5.
           ACCEPT WS-NAWD-SOURCE                    LINE 18 COL 40.
           COMPUTE WS-NAWD-VALUE =
               FUNCTION NUMVAL(WS-AWD-VALUE-X).
           IF WS-NAWD-SOURCE = SPACES
               MOVE "UNIV" TO WS-NAWD-SOURCE
           END-IF.
           IF WS-AWD-STUDENT = SPACES
              OR NOT WS-NAWD-TYPE-OK
              OR NOT WS-NAWD-BASIS-OK
              OR WS-NAWD-VALUE = 0
               DISPLAY "Datos de la beca incompletos o invalidos."
                                                   LINE 20 COL 5
               GO TO AWARD-ENTRY-PROCEDURE-END
           END-IF.
           IF WS-NAWD-PERCENT AND WS-NAWD-VALUE > 100
               DISPLAY "El porcentaje no puede pasar de 100."
                                                   LINE 20 COL 5
               GO TO AWARD-ENTRY-PROCEDURE-END
           END-IF.
           OPEN I-O AWARDS-FILE.
           IF WS-AWD-STATUS = "35"
               OPEN OUTPUT AWARDS-FILE
               CLOSE AWARDS-FILE
               OPEN I-O AWARDS-FILE
           END-IF.
      *>      Numero siguiente de beca del alumno en el periodo.
           MOVE 0 TO WS-AWD-NEXT-SEQ.
           MOVE WS-AWD-STUDENT TO AWD-STUDENT.
           MOVE WS-CUR-TERM    TO AWD-TERM.
           MOVE 0              TO AWD-SEQ.
           START AWARDS-FILE KEY NOT < AWD-KEY
               INVALID KEY
                   MOVE "10" TO WS-AWD-STATUS
           END-START.
           PERFORM NEXT-AWD-SEQ-READ
               UNTIL WS-AWD-STATUS NOT = "00".
           IF WS-AWD-NEXT-SEQ NOT < 99
               CLOSE AWARDS-FILE
               DISPLAY "El alumno ya tiene 99 becas en el periodo."
                                                   LINE 20 COL 5
               GO TO AWARD-ENTRY-PROCEDURE-END
           END-IF.
           ADD 1 TO WS-AWD-NEXT-SEQ.
           MOVE SPACES TO AWD-RECORD.
           MOVE WS-AWD-STUDENT  TO AWD-STUDENT.
           MOVE WS-CUR-TERM     TO AWD-TERM.
           MOVE WS-AWD-NEXT-SEQ TO AWD-SEQ.
           MOVE WS-NAWD-PROG    TO AWD-PROG.
           MOVE WS-NAWD-TYPE    TO AWD-TYPE.
           MOVE WS-NAWD-BASIS   TO AWD-BASIS.
           MOVE 0 TO AWD-PCT AWD-FIXED AWD-APPLIED AWD-LAST-INV.
           IF WS-NAWD-PERCENT
               MOVE WS-NAWD-VALUE TO AWD-PCT
           ELSE
               MOVE WS-NAWD-VALUE TO AWD-FIXED
           END-IF.
           MOVE WS-NAWD-SOURCE  TO AWD-SOURCE.
           MOVE "A"             TO AWD-STATUS.
           ACCEPT AWD-DATE FROM DATE YYYYMMDD.
           WRITE AWD-RECORD.
           CLOSE AWARDS-FILE.
           DISPLAY "Beca " WS-AWD-NEXT-SEQ " registrada para "
                   WS-AWD-STUDENT                  LINE 20 COL 5.
       AWARD-ENTRY-PROCEDURE-END.
           EXIT.

       NEXT-AWD-SEQ-READ.
           READ AWARDS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-AWD-STATUS
               NOT AT END
                   IF AWD-STUDENT NOT = WS-AWD-STUDENT
                      OR AWD-TERM NOT = WS-CUR-TERM
                       MOVE "10" TO WS-AWD-STATUS
                   ELSE
                       MOVE AWD-SEQ TO WS-AWD-NEXT-SEQ
                   END-IF
           END-READ.

      *>   Todas las becas del alumno, de todos los periodos.
       AWARD-LIST-PROCEDURE.
           DISPLAY "Alumno: "                       LINE 13 COL 5.
           ACCEPT WS-AWD-STUDENT                    LINE 13 COL 15.
           MOVE 0 TO WS-AWD-LIST-COUNT.
           OPEN INPUT AWARDS-FILE.
           IF WS-AWD-STATUS NOT = "00"
               DISPLAY "(sin becas registradas)"    LINE 15 COL 5
               GO TO AWARD-LIST-PROCEDURE-END
           END-IF.
           MOVE WS-AWD-STUDENT TO AWD-STUDENT.
           MOVE LOW-VALUES     TO AWD-TERM.
           MOVE 0              TO AWD-SEQ.
           START AWARDS-FILE KEY NOT < AWD-KEY
               INVALID KEY
                   MOVE "10" TO WS-AWD-STATUS
           END-START.
           PERFORM LIST-ONE-AWARD
               UNTIL WS-AWD-STATUS NOT = "00".
           CLOSE AWARDS-FILE.
           IF WS-AWD-LIST-COUNT = 0
               DISPLAY "(sin becas registradas)"    LINE 15 COL 5
           END-IF.
       AWARD-LIST-PROCEDURE-END.
           EXIT.

       LIST-ONE-AWARD.
           READ AWARDS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-AWD-STATUS
               NOT AT END
                   IF AWD-STUDENT NOT = WS-AWD-STUDENT
                       MOVE "10" TO WS-AWD-STATUS
                   ELSE
                       ADD 1 TO WS-AWD-LIST-COUNT
                       MOVE AWD-APPLIED TO WS-AMOUNT2-Z
                       IF AWD-IS-PERCENT
                           MOVE AWD-PCT TO WS-AWD-PCT-Z
                           DISPLAY "  " AWD-TERM " " AWD-SEQ " "
                                   AWD-PROG " " AWD-TYPE " "
                                   WS-AWD-PCT-Z "%     "
                                   AWD-SOURCE " [" AWD-STATUS
                                   "] APLICADO " WS-AMOUNT2-Z
                       ELSE
                           MOVE AWD-FIXED TO WS-AMOUNT-Z
                           DISPLAY "  " AWD-TERM " " AWD-SEQ " "
                                   AWD-PROG " " AWD-TYPE " "
                                   WS-AMOUNT-Z " "
                                   AWD-SOURCE " [" AWD-STATUS
                                   "] APLICADO " WS-AMOUNT2-Z
                       END-IF
                   END-IF
           END-READ.

       AWARD-CANCEL-PROCEDURE.
           DISPLAY "Alumno: "                       LINE 13 COL 5.
           ACCEPT WS-AWD-STUDENT                    LINE 13 COL 15.
           DISPLAY "Numero de beca del periodo: "   LINE 14 COL 5.
           ACCEPT WS-AWD-CANCEL-SEQ                 LINE 14 COL 35.
           OPEN I-O AWARDS-FILE.
           IF WS-AWD-STATUS NOT = "00"
               DISPLAY "Beca inexistente."          LINE 20 COL 5
               GO TO AWARD-CANCEL-PROCEDURE-END
           END-IF.
           MOVE WS-AWD-STUDENT    TO AWD-STUDENT.
           MOVE WS-CUR-TERM       TO AWD-TERM.
           MOVE WS-AWD-CANCEL-SEQ TO AWD-SEQ.
           READ AWARDS-FILE
               INVALID KEY
                   DISPLAY "Beca inexistente."      LINE 20 COL 5
               NOT INVALID KEY
                   IF AWD-IS-CANCELLED
                       DISPLAY "La beca ya estaba cancelada."
                                                   LINE 20 COL 5
                   ELSE
                       MOVE "C" TO AWD-STATUS
                       REWRITE AWD-RECORD
                       DISPLAY "Beca cancelada."    LINE 20 COL 5
                   END-IF
           END-READ.
           CLOSE AWARDS-FILE.
       AWARD-CANCEL-PROCEDURE-END.
           EXIT.

      *>   *************************************************************
      *>   Paso de horario: lista las secciones del programa en el
      *>   campus para el periodo vigente y el alumno va eligiendo
      *>   de a una. Se rechaza la seccion sin asientos libres en el
      *>   aula y la que choca en dia y horario con otra que el
      *>   alumno ya tiene. Al terminar se muestra su horario.
      *>   *************************************************************
       TIMETABLE-STEP-PROCEDURE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Secciones " WS-AUX-PROGRAM " - " WS-AUX-LOCATION
                   " - periodo " WS-CUR-TERM " - alumno "
                   WS-TT-STUDENT                   LINE 4 COL 5.
           MOVE WS-AUX-PROGRAM TO WS-SECT-FILTER-PROG.
           PERFORM LIST-SECTIONS-PROCEDURE
               THRU LIST-SECTIONS-PROCEDURE-END.
           DISPLAY "Seccion a tomar [vacio = terminar]: "
                                                   LINE 20 COL 5.
           MOVE SPACES TO WS-SECT-PICK.
           ACCEPT WS-SECT-PICK                     LINE 20 COL 42.
           IF WS-SECT-PICK = SPACES
               PERFORM SHOW-TIMETABLE-PROCEDURE
               PERFORM MENU-DISPLAYCONTINUE
               GO TO TIMETABLE-STEP-PROCEDURE-END
           END-IF.
           PERFORM PICK-SECTION-PROCEDURE
               THRU PICK-SECTION-PROCEDURE-END.
           PERFORM MENU-DISPLAYCONTINUE.
           GO TO TIMETABLE-STEP-PROCEDURE.
       TIMETABLE-STEP-PROCEDURE-END.
           EXIT.

      *>   Opcion [R]: el alumno ya inscripto (tambien el promovido
      *>   de la lista de espera) vuelve a elegir secciones o a ver
      *>   su horario.
       STUDENT-TIMETABLE-PROCEDURE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Horario de alumno"              LINE 6 COL 5.
           DISPLAY "Nombre del alumno: "            LINE 8 COL 5.
           ACCEPT WS-TT-STUDENT                     LINE 8 COL 25.
           DISPLAY "Programa [CSI/MED/MKT/ART]: "   LINE 9 COL 5.
           ACCEPT WS-AUX-PROGRAM                    LINE 9 COL 35.
           DISPLAY "Campus [LON/MAN/LIV]: "         LINE 10 COL 5.
           ACCEPT WS-AUX-LOCATION                   LINE 10 COL 35.
           MOVE "N" TO WS-BAJA-FOUND-SW.
           PERFORM LOADROSTER-PROCEDURE
               THRU LOADROSTER-PROCEDURE-END.
           PERFORM FIND-ACTIVE-ENROLLMENT
               VARYING WS-RS-IDX FROM 1 BY 1
               UNTIL WS-RS-IDX > WS-RS-COUNT
                  OR WS-BAJA-FOUND.
           IF NOT WS-BAJA-FOUND
               DISPLAY "No se encontro inscripcion vigente en el "
                       "periodo."                  LINE 20 COL 5
               PERFORM MENU-DISPLAYCONTINUE
               GO TO STUDENT-TIMETABLE-PROCEDURE-END
           END-IF.
           PERFORM TIMETABLE-STEP-PROCEDURE
               THRU TIMETABLE-STEP-PROCEDURE-END.
       STUDENT-TIMETABLE-PROCEDURE-END.
           EXIT.

       FIND-ACTIVE-ENROLLMENT.
           MOVE WS-RS-ENTRY (WS-RS-IDX) TO WS-RS-LINE.
           IF RS-NAME = WS-TT-STUDENT
              AND RS-PROG = WS-AUX-PROGRAM
              AND RS-LOC = WS-AUX-LOCATION
              AND RS-TERM = WS-CUR-TERM
              AND RS-MARK = SPACES
               MOVE "Y" TO WS-BAJA-FOUND-SW
           END-IF.

      *>   Secciones del campus WS-AUX-LOCATION en el periodo
      *>   vigente (contiguas en la clave), solo las del programa
      *>   WS-SECT-FILTER-PROG o todas si viene en blanco.
       LIST-SECTIONS-PROCEDURE.
           DISPLAY "SECC.  CURSO                PRG DIA HORARIO"
                   "      AULA   ASIENTOS"         LINE 6 COL 5.
           MOVE 7 TO WS-SECT-LINE-POS.
           OPEN INPUT SECTIONS-FILE.
           IF WS-SECT-STATUS NOT = "00"
               DISPLAY "(sin secciones cargadas)"   LINE 7 COL 5
               GO TO LIST-SECTIONS-PROCEDURE-END
           END-IF.
           MOVE WS-CUR-TERM     TO SECT-TERM.
           MOVE WS-AUX-LOCATION TO SECT-LOC.
           MOVE SPACES          TO SECT-ID.
           START SECTIONS-FILE KEY NOT < SECT-KEY
               INVALID KEY
                   MOVE "10" TO WS-SECT-STATUS
           END-START.
           PERFORM LIST-ONE-SECTION
               UNTIL WS-SECT-STATUS NOT = "00".
           CLOSE SECTIONS-FILE.
       LIST-SECTIONS-PROCEDURE-END.
           EXIT.

       LIST-ONE-SECTION.
           READ SECTIONS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-SECT-STATUS
               NOT AT END
                   IF SECT-TERM NOT = WS-CUR-TERM
                      OR SECT-LOC NOT = WS-AUX-LOCATION
                       MOVE "10" TO WS-SECT-STATUS
                   ELSE
                       IF (WS-SECT-FILTER-PROG = SPACES
                           OR SECT-PROG = WS-SECT-FILTER-PROG)
                          AND WS-SECT-LINE-POS < 18
                           MOVE SECT-START TO WS-HHMM
                           PERFORM EDIT-HHMM
                           MOVE WS-HHMM-EDIT TO WS-HHMM-FROM-X
                           MOVE SECT-END TO WS-HHMM
                           PERFORM EDIT-HHMM
                           MOVE WS-HHMM-EDIT TO WS-HHMM-TO-X
                           DISPLAY SECT-ID " " SECT-COURSE " "
                                   SECT-PROG " "
                                   WS-DAY-NAME (SECT-DAY) " "
                                   WS-HHMM-FROM-X "-" WS-HHMM-TO-X
                                   " " SECT-ROOM " "
                                   SECT-ENROLLED "/" SECT-SEATS
                                   LINE WS-SECT-LINE-POS COL 5
                           ADD 1 TO WS-SECT-LINE-POS
                       END-IF
                   END-IF
           END-READ.

      *>   Toma de una seccion: tiene que ser del programa y del
      *>   campus del alumno, con asiento libre en el aula, no
      *>   tenerla ya y no chocar con ninguna de las que tiene.
       PICK-SECTION-PROCEDURE.
           OPEN I-O SECTIONS-FILE.
           IF WS-SECT-STATUS NOT = "00"
               DISPLAY "No hay secciones cargadas."  LINE 22 COL 5
               GO TO PICK-SECTION-PROCEDURE-END
           END-IF.
      *>      Primero el horario actual del alumno: la lectura de
      *>      sus secciones pisa el registro de SECTIONS.
           PERFORM LOAD-TIMETABLE-PROCEDURE
               THRU LOAD-TIMETABLE-PROCEDURE-END.
           MOVE WS-CUR-TERM     TO SECT-TERM.
           MOVE WS-AUX-LOCATION TO SECT-LOC.
           MOVE WS-SECT-PICK    TO SECT-ID.
           READ SECTIONS-FILE
               INVALID KEY
                   DISPLAY "Seccion inexistente en el campus."
                                                   LINE 22 COL 5
                   CLOSE SECTIONS-FILE
                   GO TO PICK-SECTION-PROCEDURE-END
           END-READ.
           IF SECT-PROG NOT = WS-AUX-PROGRAM
               DISPLAY "La seccion no es del programa "
                       WS-AUX-PROGRAM "."          LINE 22 COL 5
               CLOSE SECTIONS-FILE
               GO TO PICK-SECTION-PROCEDURE-END
           END-IF.
           IF SECT-ENROLLED NOT < SECT-SEATS
               DISPLAY "Sin asientos libres: aula " SECT-ROOM
                       " de " SECT-SEATS " asientos."
                                                   LINE 22 COL 5
               CLOSE SECTIONS-FILE
               GO TO PICK-SECTION-PROCEDURE-END
           END-IF.
           MOVE "N" TO WS-SECT-CLASH-SW.
           PERFORM CHECK-TT-CLASH
               VARYING WS-TT-IDX FROM 1 BY 1
               UNTIL WS-TT-IDX > WS-TT-COUNT
                  OR WS-SECT-CLASH.
           IF WS-SECT-CLASH
               IF WS-TT-SECT (WS-TT-CLASH-IDX) = SECT-ID
                  AND WS-TT-LOC (WS-TT-CLASH-IDX) = SECT-LOC
                   DISPLAY "El alumno ya tiene esa seccion."
                                                   LINE 22 COL 5
               ELSE
                   DISPLAY "Choca con la seccion "
                           WS-TT-SECT (WS-TT-CLASH-IDX) " "
                           WS-TT-COURSE (WS-TT-CLASH-IDX)
                                                   LINE 22 COL 5
               END-IF
               CLOSE SECTIONS-FILE
               GO TO PICK-SECTION-PROCEDURE-END
           END-IF.
           OPEN I-O SECTENRL-FILE.
           IF WS-SENR-STATUS = "35"
               OPEN OUTPUT SECTENRL-FILE
               CLOSE SECTENRL-FILE
               OPEN I-O SECTENRL-FILE
           END-IF.
           ACCEPT WS-ENROLL-DATE FROM DATE YYYYMMDD.
           MOVE WS-CUR-TERM     TO SENR-TERM.
           MOVE WS-TT-STUDENT   TO SENR-STUDENT.
           MOVE SECT-LOC        TO SENR-LOC.
           MOVE SECT-ID         TO SENR-SECT.
           MOVE WS-ENROLL-DATE  TO SENR-DATE.
           WRITE SENR-RECORD
               INVALID KEY
                   DISPLAY "Seccion no registrada (status "
                           WS-SENR-STATUS ")."     LINE 22 COL 5
                   CLOSE SECTENRL-FILE
                   CLOSE SECTIONS-FILE
                   GO TO PICK-SECTION-PROCEDURE-END
           END-WRITE.
           CLOSE SECTENRL-FILE.
           ADD 1 TO SECT-ENROLLED.
           REWRITE SECT-RECORD.
           CLOSE SECTIONS-FILE.
           DISPLAY "Seccion " SECT-ID " tomada."   LINE 22 COL 5.
       PICK-SECTION-PROCEDURE-END.
           EXIT.

      *>   Misma seccion, o mismo dia con franjas que se pisan (el
      *>   fin es exclusivo).
       CHECK-TT-CLASH.
           IF (WS-TT-SECT (WS-TT-IDX) = SECT-ID
               AND WS-TT-LOC (WS-TT-IDX) = SECT-LOC)
              OR (WS-TT-DAY (WS-TT-IDX) = SECT-DAY
                  AND WS-TT-START (WS-TT-IDX) < SECT-END
                  AND SECT-START < WS-TT-END (WS-TT-IDX))
               MOVE "Y" TO WS-SECT-CLASH-SW
               MOVE WS-TT-IDX TO WS-TT-CLASH-IDX
           END-IF.

      *>   Carga en WS-TT-TABLE las secciones del alumno
      *>   WS-TT-STUDENT en el periodo vigente, ordenadas por dia y
      *>   hora. SECTIONS tiene que estar abierto.
       LOAD-TIMETABLE-PROCEDURE.
           MOVE 0 TO WS-TT-COUNT.
           OPEN INPUT SECTENRL-FILE.
           IF WS-SENR-STATUS NOT = "00"
               GO TO LOAD-TIMETABLE-PROCEDURE-END
           END-IF.
           MOVE WS-CUR-TERM   TO SENR-TERM.
           MOVE WS-TT-STUDENT TO SENR-STUDENT.
           MOVE SPACES        TO SENR-LOC SENR-SECT.
           START SECTENRL-FILE KEY NOT < SENR-KEY
               INVALID KEY
                   MOVE "10" TO WS-SENR-STATUS
           END-START.
           PERFORM LOAD-ONE-TT-SECTION
               UNTIL WS-SENR-STATUS NOT = "00".
           CLOSE SECTENRL-FILE.
       LOAD-TIMETABLE-PROCEDURE-END.
           EXIT.

       LOAD-ONE-TT-SECTION.
           READ SECTENRL-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-SENR-STATUS
               NOT AT END
                   IF SENR-TERM NOT = WS-CUR-TERM
                      OR SENR-STUDENT NOT = WS-TT-STUDENT
                       MOVE "10" TO WS-SENR-STATUS
                   ELSE
                       MOVE SENR-TERM TO SECT-TERM
                       MOVE SENR-LOC  TO SECT-LOC
                       MOVE SENR-SECT TO SECT-ID
                       READ SECTIONS-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM ADD-TT-ENTRY
                       END-READ
                   END-IF
           END-READ.

      *>   Insercion ordenada por dia + hora de inicio: se corren
      *>   hacia abajo las entradas posteriores.
       ADD-TT-ENTRY.
           IF WS-TT-COUNT < 30
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

      *>   Horario semanal del alumno en pantalla, por dia y hora.
       SHOW-TIMETABLE-PROCEDURE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Horario semanal de " WS-TT-STUDENT
                   " - periodo " WS-CUR-TERM       LINE 4 COL 5.
           MOVE 0 TO WS-TT-COUNT.
           OPEN INPUT SECTIONS-FILE.
           IF WS-SECT-STATUS = "00"
               PERFORM LOAD-TIMETABLE-PROCEDURE
                   THRU LOAD-TIMETABLE-PROCEDURE-END
               CLOSE SECTIONS-FILE
           END-IF.
           IF WS-TT-COUNT = 0
               DISPLAY "(sin secciones tomadas)"    LINE 6 COL 5
           ELSE
               DISPLAY "DIA HORARIO      CAMPUS SECC.  CURSO"
                       "                AULA"      LINE 6 COL 5
               PERFORM SHOW-ONE-TT-ENTRY
                   VARYING WS-TT-IDX FROM 1 BY 1
                   UNTIL WS-TT-IDX > WS-TT-COUNT
                      OR WS-TT-IDX > 18
           END-IF.

       SHOW-ONE-TT-ENTRY.
           MOVE WS-TT-START (WS-TT-IDX) TO WS-HHMM.
           PERFORM EDIT-HHMM.
           MOVE WS-HHMM-EDIT TO WS-HHMM-FROM-X.
           MOVE WS-TT-END (WS-TT-IDX) TO WS-HHMM.
           PERFORM EDIT-HHMM.
           MOVE WS-HHMM-EDIT TO WS-HHMM-TO-X.
           COMPUTE WS-SECT-LINE-POS = WS-TT-IDX + 6.
           DISPLAY WS-DAY-NAME (WS-TT-DAY (WS-TT-IDX)) " "
                   WS-HHMM-FROM-X "-" WS-HHMM-TO-X " "
                   WS-TT-LOC (WS-TT-IDX) "    "
                   WS-TT-SECT (WS-TT-IDX) " "
                   WS-TT-COURSE (WS-TT-IDX) " "
                   WS-TT-ROOM (WS-TT-IDX)
                   LINE WS-SECT-LINE-POS COL 5.

       EDIT-HHMM.
           MOVE WS-HHMM-HH TO WS-HHMM-EDIT-HH.
           MOVE WS-HHMM-MM TO WS-HHMM-EDIT-MM.

      *>   *************************************************************
      *>   Alta de secciones (registro): para el periodo vigente y un
      *>   campus. Un aula no puede tener dos secciones que se pisen
      *>   el mismo dia; el tope de asientos es el del aula.
      *>   *************************************************************
       MENU-SECTIONS-ADMIN.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Secciones - periodo " WS-CUR-TERM
                   "   Campus [LON/MAN/LIV]: "      LINE 4 COL 5.
           ACCEPT WS-AUX-LOCATION                   LINE 4 COL 56.
           IF WS-AUX-LOCATION NOT = "LON"
              AND WS-AUX-LOCATION NOT = "MAN"
              AND WS-AUX-LOCATION NOT = "LIV"
               DISPLAY "Campus invalido."           LINE 24 COL 5
               GO TO MENU-SECTIONS-ADMIN-END
           END-IF.
           MOVE SPACES TO WS-SECT-FILTER-PROG.
           PERFORM LIST-SECTIONS-PROCEDURE
               THRU LIST-SECTIONS-PROCEDURE-END.
           DISPLAY "Nueva seccion [vacio = volver]: "
                                                   LINE 19 COL 5.
           MOVE SPACES TO WS-NEW-SECT.
           ACCEPT WS-NEW-ID                         LINE 19 COL 38.
           IF WS-NEW-ID = SPACES
               GO TO MENU-SECTIONS-ADMIN-END
           END-IF.
           DISPLAY "Curso: "                        LINE 20 COL 5.
           ACCEPT WS-NEW-COURSE                     LINE 20 COL 20.
           DISPLAY "Programa [CSI/MED/MKT/ART]: "   LINE 21 COL 5.
           ACCEPT WS-NEW-PROG                       LINE 21 COL 35.
           DISPLAY "Dia [1=LUN..6=SAB]: "           LINE 22 COL 5.
           ACCEPT WS-NEW-DAY                        LINE 22 COL 35.
           DISPLAY "Desde [HHMM]: "                 LINE 23 COL 5.
           ACCEPT WS-NEW-START                      LINE 23 COL 20.
           DISPLAY "Hasta [HHMM]: "                 LINE 23 COL 30.
           ACCEPT WS-NEW-END                        LINE 23 COL 45.
           DISPLAY "Aula: "                         LINE 24 COL 5.
           ACCEPT WS-NEW-ROOM                       LINE 24 COL 20.
           DISPLAY "Asientos: "                     LINE 24 COL 30.
           ACCEPT WS-NEW-SEATS                      LINE 24 COL 45.
           PERFORM VALIDATE-NEW-SECTION.
           IF NOT WS-SECT-OK
               GO TO MENU-SECTIONS-ADMIN-END
           END-IF.
           OPEN I-O SECTIONS-FILE.
           IF WS-SECT-STATUS = "35"
               OPEN OUTPUT SECTIONS-FILE
               CLOSE SECTIONS-FILE
               OPEN I-O SECTIONS-FILE
           END-IF.
      *>      El aula no puede estar ocupada en esa franja.
           MOVE "N" TO WS-SECT-CLASH-SW.
           MOVE WS-CUR-TERM     TO SECT-TERM.
           MOVE WS-AUX-LOCATION TO SECT-LOC.
           MOVE SPACES          TO SECT-ID.
           START SECTIONS-FILE KEY NOT < SECT-KEY
               INVALID KEY
                   MOVE "10" TO WS-SECT-STATUS
           END-START.
           PERFORM CHECK-ROOM-CLASH
               UNTIL WS-SECT-STATUS NOT = "00"
                  OR WS-SECT-CLASH.
           IF WS-SECT-CLASH
               DISPLAY "Aula ocupada por la seccion " SECT-ID
                       " " SECT-COURSE             LINE 25 COL 5
               CLOSE SECTIONS-FILE
               GO TO MENU-SECTIONS-ADMIN-END
           END-IF.
           MOVE WS-CUR-TERM     TO SECT-TERM.
           MOVE WS-AUX-LOCATION TO SECT-LOC.
           MOVE WS-NEW-ID       TO SECT-ID.
           MOVE WS-NEW-COURSE   TO SECT-COURSE.
           MOVE WS-NEW-PROG     TO SECT-PROG.
           MOVE WS-NEW-DAY      TO SECT-DAY.
           MOVE WS-NEW-START    TO SECT-START.
           MOVE WS-NEW-END      TO SECT-END.
           MOVE WS-NEW-ROOM     TO SECT-ROOM.
           MOVE WS-NEW-SEATS    TO SECT-SEATS.
           MOVE 0               TO SECT-ENROLLED.
           WRITE SECT-RECORD
               INVALID KEY
                   DISPLAY "La seccion ya existe en el campus."
                                                   LINE 25 COL 5
                   CLOSE SECTIONS-FILE
                   GO TO MENU-SECTIONS-ADMIN-END
           END-WRITE.
           CLOSE SECTIONS-FILE.
           DISPLAY "Seccion " WS-NEW-ID " cargada." LINE 25 COL 5.
       MENU-SECTIONS-ADMIN-END.
           EXIT.

       VALIDATE-NEW-SECTION.
           MOVE "Y" TO WS-SECT-OK-SW.
           IF WS-NEW-COURSE = SPACES OR WS-NEW-ROOM = SPACES
              OR WS-NEW-SEATS = 0
              OR WS-NEW-DAY < 1 OR WS-NEW-DAY > 6
              OR WS-NEW-START NOT < WS-NEW-END
               MOVE "N" TO WS-SECT-OK-SW
           END-IF.
           IF WS-NEW-PROG NOT = "CSI" AND WS-NEW-PROG NOT = "MED"
              AND WS-NEW-PROG NOT = "MKT" AND WS-NEW-PROG NOT = "ART"
               MOVE "N" TO WS-SECT-OK-SW
           END-IF.
           MOVE WS-NEW-START TO WS-HHMM.
           IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
               MOVE "N" TO WS-SECT-OK-SW
           END-IF.
           MOVE WS-NEW-END TO WS-HHMM.
           IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
               MOVE "N" TO WS-SECT-OK-SW
           END-IF.
           IF NOT WS-SECT-OK
               DISPLAY "Datos invalidos: curso, programa, dia 1-6, "
                       "horario, aula, asientos."
                                                   LINE 25 COL 5
           END-IF.

       CHECK-ROOM-CLASH.
           READ SECTIONS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-SECT-STATUS
               NOT AT END
                   IF SECT-TERM NOT = WS-CUR-TERM
                      OR SECT-LOC NOT = WS-AUX-LOCATION
                       MOVE "10" TO WS-SECT-STATUS
                   ELSE
                       IF SECT-ROOM = WS-NEW-ROOM
                          AND SECT-DAY = WS-NEW-DAY
                          AND SECT-START < WS-NEW-END
                          AND WS-NEW-START < SECT-END
                           MOVE "Y" TO WS-SECT-CLASH-SW
                       END-IF
                   END-IF
           END-READ.

      *>   *************************************************************
      *>   Situacion academica (STANDING, la graba Batch/ACADSTND al
      *>   cierre): sin archivo todavia nadie tiene situacion.
      *>   *************************************************************
       OPEN-STANDING-PROCEDURE.
           MOVE "N" TO WS-STD-OPEN-SW.
           OPEN INPUT STANDING-FILE.
           IF WS-STD-STATUS = "00"
               MOVE "Y" TO WS-STD-OPEN-SW
           END-IF.

       CLOSE-STANDING-PROCEDURE.
           IF WS-STD-OPEN
               CLOSE STANDING-FILE
               MOVE "N" TO WS-STD-OPEN-SW
           END-IF.

      *>   Alguna baja academica de WS-STD-STUDENT en cualquier
      *>   periodo: sus renglones quedan contiguos por la clave.
       CHECK-DISMISSAL-PROCEDURE.
           MOVE "N" TO WS-STD-DISMISSED-SW.
           IF NOT WS-STD-OPEN
               GO TO CHECK-DISMISSAL-PROCEDURE-END
           END-IF.
           MOVE WS-STD-STUDENT TO STD-STUDENT.
           MOVE LOW-VALUES TO STD-TERM STD-PROG.
           START STANDING-FILE KEY NOT < STD-KEY
               INVALID KEY
                   GO TO CHECK-DISMISSAL-PROCEDURE-END
           END-START.
           MOVE "00" TO WS-STD-STATUS.
           PERFORM CHECK-ONE-STANDING
               UNTIL WS-STD-STATUS NOT = "00"
                  OR WS-STD-DISMISSED.
       CHECK-DISMISSAL-PROCEDURE-END.
           EXIT.

       CHECK-ONE-STANDING.
           READ STANDING-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STD-STATUS
               NOT AT END
                   IF STD-STUDENT NOT = WS-STD-STUDENT
                       MOVE "10" TO WS-STD-STATUS
                   ELSE
                       IF STD-IS-DISMISSED
                           MOVE "Y" TO WS-STD-DISMISSED-SW
                       END-IF
                   END-IF
           END-READ.

      *>   Deja una linea en la pista de auditoria compartida
      *>   SESAUDIT (ver Copybooks/AUDITREC.CPY), con la accion y
      *>   el detalle cargados por el llamador.
