      *>               against the patient's unpaid invoices, and
      *>               the patient history now shows the unpaid
      *>               balance underneath.
      *>   2026-10-15  The insurer's share of each visit is claimed
      *>               at last: an INSURERS master, a health policy
      *>               per PARTYMSTR patient (new [I] option, file
      *>               MEDPOLICY) and Batch/MEDCLAIM.COB, which
      *>               bundles the unclaimed visits of each insurer
      *>               into a numbered claim in MEDCLAIMS and books
      *>               INSURER-RECEIVABLE. The new [E] option posts
      *>               the insurer's remittance visit by visit with
      *>               a rejection reason, and whatever is rejected
      *>               is re-billed to the patient as a MEDINV line
      *>               that the [P] collection picks up. The MEDINV
      *>               layout moved to Copybooks/MEDINV.CPY with
      *>               the claim fields; old lines load unclaimed.
      *>   2026-10-15  The [P] collection can take the copays from
      *>               one of the patient's bank accounts:
      *>               Batch/ACCTPAY.COB checks ownership and funds
      *>               and debits it; a declined copay stays unpaid.
      *>   2026-10-15  The invoice table index holds 999 lines
      *>               without wrapping, and [P] refuses to collect
      *>               while MEDINV is larger than the table.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 03-Medical-Appointment.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEDINV-STATUS.

           SELECT INSURER-FILE ASSIGN TO "INSURERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSURER-STATUS.

           SELECT MEDPOL-FILE ASSIGN TO "MEDPOLICY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEDPOL-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXT-STATUS.

      *>   Factura de visita: abierta al marcar ATENDIDA, con el
      *>   copago del paciente separado de la parte de la obra
      *>   social, que reclama el batch MEDCLAIM.
       FD  MEDINV-FILE.
           COPY MEDINV.

      *>   Obras sociales y poliza de cada paciente.
       FD  INSURER-FILE.
           COPY INSURER.

       FD  MEDPOL-FILE.
           COPY MEDPOL.

       FD  GL-EXTRACT-FILE.
           COPY GLEXT.
      *>   Facturas en memoria para marcar pagas y regrabar.
       01  WS-MEDINV-TABLE.
           05  WS-MINV-COUNT   PIC 9(3) VALUE 0.
           05  WS-MINV-ENTRY   PIC X(80) OCCURS 999 TIMES.
       01  WS-MINV-LINE.
           05  WML-PARTY       PIC X(15).
           05  FILLER          PIC X.
           05  WML-INSURER     PIC 9(5)V99.
           05  FILLER          PIC X.
           05  WML-PAID        PIC X.
           05  FILLER          PIC X.
           05  WML-CLAIM-STAT  PIC X.
           05  FILLER          PIC X.
           05  WML-CLAIM-NO    PIC X(8).
           05  FILLER          PIC X.
           05  WML-INS-PAID    PIC 9(5)V99.
           05  FILLER          PIC X.
           05  WML-REJ-CODE    PIC X(2).
           05  FILLER          PIC X(5).
       01  WS-MINV-IDX         PIC 9(4).
       01  WS-MINV-DROPPED     PIC 9(4).
       01  WS-PAY-COUNT        PIC 9(3).
      *>   Cobro desde una cuenta bancaria del paciente (rutina
      *>   compartida ACCTPAY); en blanco, otro medio de pago.
       01  WS-AP-ACCT          PIC X(15).
       01  WS-AP-AMOUNT        PIC 9(9)V99.
       01  WS-AP-MERCHANT      PIC X(20) VALUE "MEDICAL CENTER".
       01  WS-AP-REFERENCE     PIC X(20).
       01  WS-AP-RESULT        PIC X.
       01  WS-AP-REASON        PIC XX.
       01  WS-AP-SEQ           PIC 9(7).

      *>   Obras sociales, polizas de los pacientes y liquidacion
      *>   de los reclamos que arma el batch MEDCLAIM.
       01  WS-INSURER-STATUS   PIC X(2).
       01  WS-MEDPOL-STATUS    PIC X(2).
       01  WS-INS-TABLE.
           05  WS-INS-COUNT    PIC 9(2) VALUE 0.
           05  WS-INS-ENTRY OCCURS 50 TIMES.
               10  WS-INS-CODE PIC X(5).
               10  WS-INS-NAME PIC X(25).
       01  WS-INS-IDX          PIC 9(2).
       01  WS-INS-SEL          PIC 9(2).
       01  WS-POL-TABLE.
           05  WS-POL-COUNT    PIC 9(3) VALUE 0.
           05  WS-POL-ENTRY    PIC X(60) OCCURS 500 TIMES.
       01  WS-POL-IDX          PIC 9(3).
       01  WS-POL-SEL          PIC 9(3).
       01  WS-POL-DROPPED      PIC 9(3).
       01  WS-POL-INS-CODE     PIC X(5).
       01  WS-POL-NUMBER       PIC X(20).
       01  WS-POL-FROM         PIC X(8).
       01  WS-POL-TO           PIC X(8).
       01  WS-CLAIM-NO         PIC X(8).
       01  WS-CLAIM-LINES      PIC 9(3).
       01  WS-INS-PAID-AMT     PIC 9(5)V99.
       01  WS-INS-SHORT        PIC 9(5)V99.
       01  WS-REMIT-SETTLED    PIC 9(7)V99.
       01  WS-REJ-CODE         PIC 99.

      *>   Interfaz con el validador de fechas compartido DATEVAL.
       01  WS-DV-DATE          PIC 9(8).
               PERFORM SHOW-SCHEDULE-BY-DOCTOR
           END-IF.

           DISPLAY "Canc/Resch/Attend/DocMst/Pay/Insur/EOB?"
                                                       LINE 5 COL 5.
           DISPLAY "[C/R/A/M/P/I/E/N]"                LINE 5 COL 45.
           ACCEPT WS-CANCEL-OPTION                    LINE 5 COL 64
                                                       PROMPT.
           IF WS-CANCEL-OPTION = "I" OR WS-CANCEL-OPTION = "i"
               PERFORM POLICY-MAINT-PROCEDURE
                   THRU POLICY-MAINT-PROCEDURE-END
               GO TO MENU-START
           END-IF.
           IF WS-CANCEL-OPTION = "E" OR WS-CANCEL-OPTION = "e"
               PERFORM REMIT-POSTING-PROCEDURE
                   THRU REMIT-POSTING-PROCEDURE-END
               GO TO MENU-START
           END-IF.
           IF WS-CANCEL-OPTION = "P" OR WS-CANCEL-OPTION = "p"
               PERFORM PAY-INVOICES-PROCEDURE
                   THRU PAY-INVOICES-PROCEDURE-END
           MOVE WS-INV-COPAY       TO MINV-COPAY.
           MOVE WS-INV-INSURER     TO MINV-INSURER.
           MOVE " "                TO MINV-PAID.
           MOVE 0                  TO MINV-INS-PAID.
           WRITE MEDINV-RECORD.
           CLOSE MEDINV-FILE.
           PERFORM LOG-VISIT-GL.

       LOAD-MEDINV-TABLE.
           MOVE 0 TO WS-MINV-COUNT.
           MOVE 0 TO WS-MINV-DROPPED.
           OPEN INPUT MEDINV-FILE.
           IF WS-MEDINV-STATUS = "35"
               CONTINUE
                       AT END
                           MOVE "10" TO WS-MEDINV-STATUS
                       NOT AT END
                           IF WS-MINV-COUNT < 999
                               ADD 1 TO WS-MINV-COUNT
                               MOVE MEDINV-RECORD TO
                                   WS-MINV-ENTRY(WS-MINV-COUNT)
                           ELSE
                               ADD 1 TO WS-MINV-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
           DISPLAY "COPAY COLLECTION" LINE 3 COL 5.
           DISPLAY "Patient code: "   LINE 5 COL 5.
           ACCEPT WS-PATIENT-ID       LINE 5 COL 25 PROMPT.
           DISPLAY "Bank account (blank = other means): "
                                      LINE 5 COL 45.
           MOVE SPACES TO WS-AP-ACCT.
           ACCEPT WS-AP-ACCT          LINE 5 COL 82 PROMPT.
           PERFORM LOAD-MEDINV-TABLE.
      *>   Con facturas fuera de la tabla no se regraba MEDINV: se
      *>   perderian. Se rechaza antes de cobrar nada.
           IF WS-MINV-DROPPED > 0
               MOVE "MEDINV is too large to post payments - call IT."
                   TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO PAY-INVOICES-PROCEDURE-END
           END-IF.
           MOVE 0 TO WS-PAY-COUNT.
           MOVE 7 TO AUX-LINE-POS.
           PERFORM PAY-ONE-INVOICE
           MOVE WML-IDXSPC TO AUX-99.
           DISPLAY WML-DATE          LINE AUX-LINE-POS COL 5.
           DISPLAY NAMESPEC(AUX-99)  LINE AUX-LINE-POS COL 15.
           IF WML-CLAIM-STAT = "B"
               DISPLAY "RECHAZO $"   LINE AUX-LINE-POS COL 34
           ELSE
               DISPLAY "COPAGO $"    LINE AUX-LINE-POS COL 35
           END-IF.
           DISPLAY WS-INV-AMT-Z      LINE AUX-LINE-POS COL 43.
           DISPLAY "Paga? [S/N]: "   LINE AUX-LINE-POS COL 55.
           ACCEPT AUX-X              LINE AUX-LINE-POS COL 68 PROMPT.
           IF AUX-X NOT = "S" AND AUX-X NOT = "s"
               ADD 1 TO AUX-LINE-POS
               GO TO PAY-ONE-INVOICE-EXIT
           END-IF.
      *>      Con cuenta bancaria, solo queda paga si el debito
      *>      se aprueba; el rechazo se muestra en el renglon.
           IF WS-AP-ACCT NOT = SPACES AND WML-COPAY > 0
               PERFORM PAY-COPAY-FROM-ACCOUNT
               IF WS-AP-RESULT NOT = "A"
                   PERFORM ACCT-PAY-MSG
                   DISPLAY AUX-MSG   LINE AUX-LINE-POS COL 72
                   ADD 1 TO AUX-LINE-POS
                   GO TO PAY-ONE-INVOICE-EXIT
               END-IF
           END-IF.
           MOVE "P" TO WML-PAID.
           MOVE WS-MINV-LINE TO WS-MINV-ENTRY(WS-MINV-IDX).
           ADD 1 TO WS-PAY-COUNT.
           ADD 1 TO AUX-LINE-POS.
       PAY-ONE-INVOICE-EXIT.
           EXIT.

       PAY-COPAY-FROM-ACCOUNT.
           MOVE WML-COPAY TO WS-AP-AMOUNT.
           MOVE SPACES TO WS-AP-REFERENCE.
           STRING "COPAY " WML-DATE " SP" WML-IDXSPC
                  DELIMITED BY SIZE INTO WS-AP-REFERENCE.
           CALL "ACCTPAY" USING WS-PATIENT-ID WS-AP-ACCT
                                WS-AP-AMOUNT WS-AP-MERCHANT
                                WS-AP-REFERENCE WS-AP-RESULT
                                WS-AP-REASON WS-AP-SEQ.

       ACCT-PAY-MSG.
           MOVE SPACES TO AUX-MSG.
           EVALUATE WS-AP-REASON
               WHEN "NP"
                   MOVE "Declined: not in party master." TO AUX-MSG
               WHEN "NA"
                   MOVE "Declined: no such account." TO AUX-MSG
               WHEN "NO"
                   MOVE "Declined: not the patient's." TO AUX-MSG
               WHEN "CL"
                   MOVE "Declined: account closed." TO AUX-MSG
               WHEN "DM"
                   MOVE "Declined: account dormant." TO AUX-MSG
               WHEN "CY"
                   MOVE "Declined: account not in ARS." TO AUX-MSG
               WHEN "NF"
                   MOVE "Declined: insufficient funds." TO AUX-MSG
               WHEN "BY"
                   MOVE "Declined: account busy." TO AUX-MSG
               WHEN OTHER
                   MOVE "Declined: accounts unavailable." TO AUX-MSG
           END-EVALUATE.

      *>   *************************************************************
      *>   Obra social del paciente [I]: poliza (afiliado y
      *>   vigencia) contra el maestro INSURERS. Una fila por
      *>   paciente en MEDPOLICY; la nueva reemplaza a la anterior.
      *>   *************************************************************
       POLICY-MAINT-PROCEDURE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "HEALTH INSURANCE POLICY" LINE 3 COL 5.
           PERFORM LOAD-INSURERS.
           IF WS-INS-COUNT = 0
               MOVE "No insurers on file (INSURERS)." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO POLICY-MAINT-PROCEDURE-END
           END-IF.
           DISPLAY "Patient code: "          LINE 5 COL 5.
           ACCEPT WS-PATIENT-ID              LINE 5 COL 25 PROMPT.
           PERFORM REGISTERPARTY-PROCEDURE.
           PERFORM LOAD-MEDPOL-TABLE.
           IF WS-POL-DROPPED > 0
               MOVE "MEDPOLICY is larger than the table. Not updated."
                   TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO POLICY-MAINT-PROCEDURE-END
           END-IF.
           MOVE 0 TO WS-POL-SEL.
           PERFORM FIND-ONE-POLICY
               VARYING WS-POL-IDX FROM 1 BY 1
               UNTIL WS-POL-IDX > WS-POL-COUNT OR WS-POL-SEL > 0.
           IF WS-POL-SEL > 0
               MOVE WS-POL-ENTRY(WS-POL-SEL) TO MEDPOL-RECORD
               MOVE SPACES TO AUX-MSG
               STRING "Current policy: " POL-INS-CODE " "
                      POL-NUMBER " " POL-VALID-FROM " - "
                      POL-VALID-TO
                      DELIMITED BY SIZE INTO AUX-MSG
               DISPLAY AUX-MSG               LINE 6 COL 5
           END-IF.
           DISPLAY "Insurers:"               LINE 7 COL 5.
           MOVE 8 TO AUX-LINE-POS.
           PERFORM SHOW-ONE-INSURER
               VARYING WS-INS-IDX FROM 1 BY 1
               UNTIL WS-INS-IDX > WS-INS-COUNT OR AUX-LINE-POS > 17.
       POLICY-ASK-INSURER.
           DISPLAY "Insurer code: "          LINE 18 COL 5.
           MOVE SPACES TO WS-POL-INS-CODE.
           ACCEPT WS-POL-INS-CODE            LINE 18 COL 30 PROMPT.
           IF WS-POL-INS-CODE = SPACES
               GO TO POLICY-MAINT-PROCEDURE-END
           END-IF.
           MOVE 0 TO WS-INS-SEL.
           PERFORM FIND-ONE-INSURER
               VARYING WS-INS-IDX FROM 1 BY 1
               UNTIL WS-INS-IDX > WS-INS-COUNT OR WS-INS-SEL > 0.
           IF WS-INS-SEL = 0
               MOVE "Unknown insurer code. Choose again." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO POLICY-ASK-INSURER
           END-IF.
           DISPLAY WS-INS-NAME(WS-INS-SEL)   LINE 18 COL 40.
           DISPLAY "Policy / member number: " LINE 19 COL 5.
           MOVE SPACES TO WS-POL-NUMBER.
           ACCEPT WS-POL-NUMBER              LINE 19 COL 30 PROMPT.
       POLICY-ASK-FROM.
           DISPLAY "Valid from [YYYYMMDD]: " LINE 20 COL 5.
           ACCEPT WS-POL-FROM                LINE 20 COL 30 PROMPT.
           IF WS-POL-FROM IS NUMERIC
               MOVE WS-POL-FROM TO WS-DV-DATE
           ELSE
               MOVE 0 TO WS-DV-DATE
           END-IF.
           PERFORM CHECK-ANY-DATE.
           IF WS-DV-RESULT NOT = "Y"
               MOVE "Invalid date. Choose again." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO POLICY-ASK-FROM
           END-IF.
       POLICY-ASK-TO.
           DISPLAY "Valid to [YYYYMMDD]: "   LINE 21 COL 5.
           ACCEPT WS-POL-TO                  LINE 21 COL 30 PROMPT.
           IF WS-POL-TO IS NUMERIC
               MOVE WS-POL-TO TO WS-DV-DATE
           ELSE
               MOVE 0 TO WS-DV-DATE
           END-IF.
           PERFORM CHECK-ANY-DATE.
           IF WS-DV-RESULT NOT = "Y" OR WS-POL-TO < WS-POL-FROM
               MOVE "Invalid date or before the start. Choose again."
                   TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO POLICY-ASK-TO
           END-IF.
           IF WS-POL-SEL = 0
               IF WS-POL-COUNT >= 500
                   MOVE "Policy table full. Not saved." TO AUX-MSG
                   PERFORM SHOW-INFO-MSG
                   GO TO POLICY-MAINT-PROCEDURE-END
               END-IF
               ADD 1 TO WS-POL-COUNT
               MOVE WS-POL-COUNT TO WS-POL-SEL
           END-IF.
           MOVE SPACES          TO MEDPOL-RECORD.
           MOVE WS-PATIENT-ID   TO POL-PARTY.
           MOVE WS-POL-INS-CODE TO POL-INS-CODE.
           MOVE WS-POL-NUMBER   TO POL-NUMBER.
           MOVE WS-POL-FROM     TO POL-VALID-FROM.
           MOVE WS-POL-TO       TO POL-VALID-TO.
           MOVE MEDPOL-RECORD   TO WS-POL-ENTRY(WS-POL-SEL).
           PERFORM SAVE-MEDPOL-TABLE.
           MOVE "Policy saved." TO AUX-MSG.
           PERFORM SHOW-INFO-MSG.
       POLICY-MAINT-PROCEDURE-END.
           EXIT.

      *>   Fecha cualquiera (vigencias): DATEVAL sin exigir futuro.
       CHECK-ANY-DATE.
           MOVE "A" TO WS-DV-MODE.
           CALL "DATEVAL" USING WS-DV-DATE WS-DV-MODE
                                WS-DV-RESULT WS-DV-DOW.
           MOVE "F" TO WS-DV-MODE.

       LOAD-INSURERS.
           MOVE 0 TO WS-INS-COUNT.
           OPEN INPUT INSURER-FILE.
           IF WS-INSURER-STATUS = "00"
               PERFORM LOAD-ONE-INSURER
                   UNTIL WS-INSURER-STATUS NOT = "00"
               CLOSE INSURER-FILE
           END-IF.

       LOAD-ONE-INSURER.
           READ INSURER-FILE
               AT END
                   MOVE "10" TO WS-INSURER-STATUS
               NOT AT END
                   IF WS-INS-COUNT < 50 AND INS-CODE NOT = SPACES
                       ADD 1 TO WS-INS-COUNT
                       MOVE INS-CODE TO WS-INS-CODE(WS-INS-COUNT)
                       MOVE INS-NAME TO WS-INS-NAME(WS-INS-COUNT)
                   END-IF
           END-READ.

       SHOW-ONE-INSURER.
           DISPLAY WS-INS-CODE(WS-INS-IDX) LINE AUX-LINE-POS COL 7.
           DISPLAY WS-INS-NAME(WS-INS-IDX) LINE AUX-LINE-POS COL 14.
           ADD 1 TO AUX-LINE-POS.

       FIND-ONE-INSURER.
           IF WS-INS-CODE(WS-INS-IDX) = WS-POL-INS-CODE
               MOVE WS-INS-IDX TO WS-INS-SEL
           END-IF.

       LOAD-MEDPOL-TABLE.
           MOVE 0 TO WS-POL-COUNT.
           MOVE 0 TO WS-POL-DROPPED.
           OPEN INPUT MEDPOL-FILE.
           IF WS-MEDPOL-STATUS = "00"
               PERFORM LOAD-ONE-POLICY
                   UNTIL WS-MEDPOL-STATUS NOT = "00"
               CLOSE MEDPOL-FILE
           END-IF.

       LOAD-ONE-POLICY.
           READ MEDPOL-FILE
               AT END
                   MOVE "10" TO WS-MEDPOL-STATUS
               NOT AT END
                   IF WS-POL-COUNT < 500
                       ADD 1 TO WS-POL-COUNT
                       MOVE MEDPOL-RECORD TO WS-POL-ENTRY(WS-POL-COUNT)
                   ELSE
                       ADD 1 TO WS-POL-DROPPED
                   END-IF
           END-READ.

       FIND-ONE-POLICY.
           MOVE WS-POL-ENTRY(WS-POL-IDX) TO MEDPOL-RECORD.
           IF POL-PARTY = WS-PATIENT-ID
               MOVE WS-POL-IDX TO WS-POL-SEL
           END-IF.

       SAVE-MEDPOL-TABLE.
           OPEN OUTPUT MEDPOL-FILE.
           PERFORM SAVE-ONE-POLICY
               VARYING WS-POL-IDX FROM 1 BY 1
               UNTIL WS-POL-IDX > WS-POL-COUNT.
           CLOSE MEDPOL-FILE.

       SAVE-ONE-POLICY.
           MOVE WS-POL-ENTRY(WS-POL-IDX) TO MEDPOL-RECORD.
           WRITE MEDPOL-RECORD.

      *>   *************************************************************
      *>   Liquidacion de un reclamo [E]: por cada visita reclamada
      *>   se carga lo que pago la obra social (tope: lo reclamado)
      *>   y, si pago de menos, el motivo del rechazo. Lo rechazado
      *>   vuelve al paciente como una linea de refacturacion en
      *>   MEDINV. La cuenta INSURER-RECEIVABLE se cancela por lo
      *>   liquidado (pagado + rechazado).
      *>   *************************************************************
       REMIT-POSTING-PROCEDURE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "INSURER REMITTANCE POSTING" LINE 3 COL 5.
           DISPLAY "Claim number: "             LINE 5 COL 5.
           MOVE SPACES TO WS-CLAIM-NO.
           ACCEPT WS-CLAIM-NO                   LINE 5 COL 25 PROMPT.
           IF WS-CLAIM-NO = SPACES
               GO TO REMIT-POSTING-PROCEDURE-END
           END-IF.
           PERFORM LOAD-MEDINV-TABLE.
           MOVE 0 TO WS-CLAIM-LINES.
           PERFORM COUNT-ONE-CLAIM-LINE
               VARYING WS-MINV-IDX FROM 1 BY 1
               UNTIL WS-MINV-IDX > WS-MINV-COUNT.
           IF WS-CLAIM-LINES = 0
               MOVE "No open visits under that claim number."
                   TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO REMIT-POSTING-PROCEDURE-END
           END-IF.
      *>   Cada rechazo agrega una linea: tiene que haber lugar.
           IF WS-MINV-DROPPED > 0
              OR WS-MINV-COUNT + WS-CLAIM-LINES > 999
               MOVE "MEDINV is too large to post this claim."
                   TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO REMIT-POSTING-PROCEDURE-END
           END-IF.
           PERFORM REMIT-SHOW-HEADINGS.
           MOVE 0 TO WS-REMIT-SETTLED.
           MOVE 7 TO AUX-LINE-POS.
           PERFORM REMIT-ONE-LINE
               THRU REMIT-ONE-LINE-EXIT
               VARYING WS-MINV-IDX FROM 1 BY 1
               UNTIL WS-MINV-IDX > WS-MINV-COUNT.
           PERFORM SAVE-MEDINV-TABLE.
           PERFORM LOG-REMIT-GL.
           MOVE WS-REMIT-SETTLED TO WS-UNPAID-TOTAL-Z.
           MOVE SPACES TO AUX-MSG.
           STRING "Claim " WS-CLAIM-NO " settled for $"
                  WS-UNPAID-TOTAL-Z
                  DELIMITED BY SIZE INTO AUX-MSG.
           PERFORM SHOW-INFO-MSG.
       REMIT-POSTING-PROCEDURE-END.
           EXIT.

       REMIT-SHOW-HEADINGS.
           DISPLAY "DATE     SPECIALTY          PATIENT"
                                                LINE 6 COL 5.
           DISPLAY "CLAIMED   PAID"             LINE 6 COL 49.
           DISPLAY "Reasons: 01 not covered  02 policy inactive  03"
                                                LINE 20 COL 5.
           DISPLAY "missing information  04 duplicate  05 over limit"
                                                LINE 20 COL 53.

       COUNT-ONE-CLAIM-LINE.
           MOVE WS-MINV-ENTRY(WS-MINV-IDX) TO WS-MINV-LINE.
           IF WML-CLAIM-NO = WS-CLAIM-NO AND WML-CLAIM-STAT = "C"
               ADD 1 TO WS-CLAIM-LINES
           END-IF.

       REMIT-ONE-LINE.
           MOVE WS-MINV-ENTRY(WS-MINV-IDX) TO WS-MINV-LINE.
           IF WML-CLAIM-NO NOT = WS-CLAIM-NO
              OR WML-CLAIM-STAT NOT = "C"
               GO TO REMIT-ONE-LINE-EXIT
           END-IF.
           IF AUX-LINE-POS > 18
               DISPLAY " " LINE 7 COL 1 ERASE EOS
               PERFORM REMIT-SHOW-HEADINGS
               MOVE 7 TO AUX-LINE-POS
           END-IF.
           MOVE WML-IDXSPC  TO AUX-99.
           MOVE WML-INSURER TO WS-INV-AMT-Z.
           DISPLAY WML-DATE          LINE AUX-LINE-POS COL 5.
           DISPLAY NAMESPEC(AUX-99)  LINE AUX-LINE-POS COL 14.
           DISPLAY WML-PARTY         LINE AUX-LINE-POS COL 33.
           DISPLAY WS-INV-AMT-Z      LINE AUX-LINE-POS COL 49.
      *>   Por defecto lo reclamado: [ENTER] = pagado completo.
           ACCEPT WS-INV-AMT-Z       LINE AUX-LINE-POS COL 59 UPDATE.
           MOVE WS-INV-AMT-Z TO WS-INS-PAID-AMT.
           IF WS-INS-PAID-AMT > WML-INSURER
               MOVE WML-INSURER TO WS-INS-PAID-AMT
           END-IF.
           COMPUTE WS-INS-SHORT = WML-INSURER - WS-INS-PAID-AMT.
           MOVE WS-INS-PAID-AMT TO WML-INS-PAID.
           ADD WML-INSURER TO WS-REMIT-SETTLED.
           IF WS-INS-SHORT = 0
               MOVE "A"    TO WML-CLAIM-STAT
               MOVE SPACES TO WML-REJ-CODE
               MOVE WS-MINV-LINE TO WS-MINV-ENTRY(WS-MINV-IDX)
               ADD 1 TO AUX-LINE-POS
               GO TO REMIT-ONE-LINE-EXIT
           END-IF.
       REMIT-ASK-REASON.
           DISPLAY "Reason:"         LINE AUX-LINE-POS COL 70.
           MOVE 0 TO WS-REJ-CODE.
           ACCEPT WS-REJ-CODE        LINE AUX-LINE-POS COL 78 PROMPT.
           IF WS-REJ-CODE < 1 OR WS-REJ-CODE > 5
               MOVE "Rejection reason must be 01 to 05." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO REMIT-ASK-REASON
           END-IF.
           MOVE "R"         TO WML-CLAIM-STAT.
           MOVE WS-REJ-CODE TO WML-REJ-CODE.
           MOVE WS-MINV-LINE TO WS-MINV-ENTRY(WS-MINV-IDX).
           PERFORM ADD-REBILL-LINE.
           ADD 1 TO AUX-LINE-POS.
       REMIT-ONE-LINE-EXIT.
           EXIT.

      *>   Lo rechazado queda a cargo del paciente: una linea de
      *>   refacturacion (misma visita, reclamo y motivo) que la
      *>   cobranza [P] ve como un copago mas. El honorario ya se
      *>   asento entero en VISIT-FEE, por eso el total va en cero.
       ADD-REBILL-LINE.
           MOVE "B"          TO WML-CLAIM-STAT.
           MOVE 0            TO WML-TOTAL WML-INSURER WML-INS-PAID.
           MOVE WS-INS-SHORT TO WML-COPAY.
           MOVE " "          TO WML-PAID.
           ADD 1 TO WS-MINV-COUNT.
           MOVE WS-MINV-LINE TO WS-MINV-ENTRY(WS-MINV-COUNT).

       LOG-REMIT-GL.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF WS-GLEXT-STATUS = "35"
               OPEN OUTPUT GL-EXTRACT-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO GLEXT-DATE.
           MOVE "03-MedicalAppointmnt" TO GLEXT-SOURCE.
           MOVE "INSURER-RECEIVABLE"   TO GLEXT-ACCOUNT.
           COMPUTE GLEXT-AMOUNT = 0 - WS-REMIT-SETTLED.
           WRITE GLEXT-RECORD.
           CLOSE GL-EXTRACT-FILE.

      *>   Alta (si no existe) del paciente en el maestro compartido
      *>   PARTYMSTR, igual que banca, envios, hotel y entradas.
       REGISTERPARTY-PROCEDURE.
