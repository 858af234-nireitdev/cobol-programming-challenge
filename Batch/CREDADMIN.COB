      *>                    is retired. The change lands in
      *>                    CREDAUDIT and SESAUDIT like any other
      *>                    administrative action.
      *>   2026-10-15  jrm  New [H] option: funds holds on a customer
      *>                    account (Copybooks/HOLD.CPY, HOLDS file).
      *>                    Lists the account's holds, places a hold
      *>                    (amount, reason, optional expiry, with
      *>                    the administrator as placed-by) or
      *>                    releases an active one; both land in
      *>                    CREDAUDIT and SESAUDIT.
      *>   2026-10-15  jrm  New [B] option: maintains the BILLERS
      *>                    master of companies our customers pay
      *>                    bills to (Copybooks/BILLER.CPY): code,
      *>                    name, customer-reference format and
      *>                    active flag. Changes land in CREDAUDIT
      *>                    and SESAUDIT.
      *>   2026-10-15  jrm  [H] refuses to place a hold on a closed
      *>                    account; its holds can still be released.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDADMIN.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESAUD-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT BILLER-FILE ASSIGN TO "BILLERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BILR-CODE
               FILE STATUS IS WS-BILR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-AUDIT-FILE.
           COPY AUDITREC.

       FD  HOLD-FILE.
           COPY HOLD.

       FD  BILLER-FILE.
           COPY BILLER.

       WORKING-STORAGE SECTION.
       01  WS-CRED-STATUS          PIC X(2).
       01  WS-AUDIT-STATUS         PIC X(2).
       01  WS-ACCT-STATUS          PIC X(2).
       01  WS-NEW-LIMIT-Z          PIC Z(6)9.9(2).

      *>   Retenciones de fondos (HOLDS) de la cuenta en pantalla.
       01  WS-HOLD-STATUS          PIC X(2).
       01  WS-HOLD-OPTION          PIC X(1).
       01  WS-HOLD-NEXT-SEQ        PIC 9(4).
       01  WS-HOLD-SEQ-IN          PIC 9(4).
       01  WS-HOLD-AMOUNT-Z        PIC Z(8)9.9(2).
       01  WS-HOLD-REASON-IN       PIC X(30).
       01  WS-HOLD-EXPIRY-IN       PIC X(8).
       01  WS-HOLD-TODAY           PIC X(8).
       01  WS-HOLD-CLOSED-SW       PIC X(1).
           88  WS-HOLD-ACCT-CLOSED     VALUE "Y".
       01  WS-BD-MODE              PIC X VALUE "G".
       01  WS-BD-DATE              PIC 9(8).
       01  WS-BD-RESULT            PIC X.

      *>   Maestro de empresas de servicios (BILLERS).
       01  WS-BILR-STATUS          PIC X(2).
       01  WS-BILR-CODE-IN         PIC X(6).
       01  WS-BILR-NEW-SW          PIC X(1).
      *>   Pista de auditoria de sesion compartida (SESAUDIT).
       01  WS-SESAUD-STATUS    PIC X(2).
       01  WS-AUD-ACTION       PIC X(10).
                   "[P] Force password reset"   LINE 7 COL 5
                   "[D] Disable user (leaver)"  LINE 8 COL 5
                   "[O] Set overdraft limit"    LINE 9 COL 5
                   "[H] Funds holds"            LINE 10 COL 5
                   "[B] Billers"                LINE 11 COL 5
                   "[X] Exit"                   LINE 12 COL 5
                   "Option: "                   LINE 13 COL 5.
           ACCEPT WS-MENU-OPTION                LINE 13 COL 14.
           EVALUATE WS-MENU-OPTION
               WHEN "L"
               WHEN "l"
               WHEN "o"
                   MOVE "ODLIMIT" TO WS-AUDIT-ACTION
                   PERFORM SET-ODLIMIT THRU SET-ODLIMIT-END
               WHEN "H"
               WHEN "h"
                   PERFORM HOLD-MENU THRU HOLD-MENU-END
               WHEN "B"
               WHEN "b"
                   PERFORM BILLER-MENU THRU BILLER-MENU-END
               WHEN "X"
               WHEN "x"
                   MOVE "SIGNOFF" TO WS-AUDIT-ACTION
       SET-ODLIMIT-END.
           EXIT.

      *>   *************************************************************
      *>   Retenciones de fondos de una cuenta (Copybooks/HOLD.CPY):
      *>   lista las de la cuenta, coloca una nueva (importe, motivo
      *>   y vencimiento opcional; el operador queda como quien la
      *>   coloco) o levanta una activa. Rigen de inmediato: todo
      *>   debito controla el saldo disponible via HOLDBAL. Cada
      *>   accion queda en CREDAUDIT y SESAUDIT.
      *>   *************************************************************
       HOLD-MENU.
           PERFORM CLEAR-SCREEN.
           DISPLAY "FUNDS HOLDS"                LINE 3 COL 5 REVERSED.
           DISPLAY "Account: "                  LINE 4 COL 5.
           ACCEPT WS-TARGET-ID                  LINE 4 COL 15.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "No ACCOUNTS file (status "
                       WS-ACCT-STATUS ")." LINE 20 COL 5
               PERFORM PRESS-ENTER
               GO TO HOLD-MENU-END
           END-IF.
           MOVE WS-TARGET-ID TO ACCT-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "No such account."  LINE 20 COL 5
                   CLOSE ACCOUNT-FILE
                   PERFORM PRESS-ENTER
                   GO TO HOLD-MENU-END
           END-READ.
           MOVE "N" TO WS-HOLD-CLOSED-SW.
           IF ACCT-IS-CLOSED
               MOVE "Y" TO WS-HOLD-CLOSED-SW
           END-IF.
           CLOSE ACCOUNT-FILE.
           OPEN I-O HOLD-FILE.
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF.
           MOVE "G" TO WS-BD-MODE.
           CALL "BUSDATE" USING WS-BD-MODE WS-BD-DATE WS-BD-RESULT.
           MOVE WS-BD-DATE TO WS-HOLD-TODAY.
           PERFORM LIST-HOLDS.
           DISPLAY "[P] Place hold  [R] Release hold  [X] Back"
                                                LINE 22 COL 5.
           DISPLAY "Option: "                   LINE 23 COL 5.
           ACCEPT WS-HOLD-OPTION                LINE 23 COL 14.
           EVALUATE WS-HOLD-OPTION
               WHEN "P"
               WHEN "p"
                   PERFORM PLACE-HOLD THRU PLACE-HOLD-END
               WHEN "R"
               WHEN "r"
                   PERFORM RELEASE-HOLD THRU RELEASE-HOLD-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           CLOSE HOLD-FILE.
       HOLD-MENU-END.
           EXIT.

      *>   Retenciones de la cuenta, contiguas en la clave; de paso
      *>   deja el proximo numero libre en WS-HOLD-NEXT-SEQ.
       LIST-HOLDS.
           DISPLAY "SEQ  AMOUNT        STATUS EXPIRES  PLACED BY"
                   "       REASON"      LINE 6 COL 5.
           MOVE 7 TO AUX-LINE-POS.
           MOVE 1 TO WS-HOLD-NEXT-SEQ.
           MOVE WS-TARGET-ID TO HOLD-ACCT-ID.
           MOVE 0            TO HOLD-SEQ.
           START HOLD-FILE KEY NOT < HOLD-KEY
               INVALID KEY
                   MOVE "10" TO WS-HOLD-STATUS
           END-START.
           PERFORM LIST-ONE-HOLD
               UNTIL WS-HOLD-STATUS NOT = "00".

       LIST-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-HOLD-STATUS
               NOT AT END
                   IF HOLD-ACCT-ID NOT = WS-TARGET-ID
                       MOVE "10" TO WS-HOLD-STATUS
                   ELSE
                       COMPUTE WS-HOLD-NEXT-SEQ = HOLD-SEQ + 1
                       IF AUX-LINE-POS < 21
                           MOVE HOLD-AMOUNT TO WS-HOLD-AMOUNT-Z
                           DISPLAY HOLD-SEQ
                                   LINE AUX-LINE-POS COL 5
                           DISPLAY WS-HOLD-AMOUNT-Z
                                   LINE AUX-LINE-POS COL 10
                           DISPLAY HOLD-STATUS
                                   LINE AUX-LINE-POS COL 24
                           DISPLAY HOLD-EXPIRY-DATE
                                   LINE AUX-LINE-POS COL 31
                           DISPLAY HOLD-PLACED-BY
                                   LINE AUX-LINE-POS COL 40
                           DISPLAY HOLD-REASON
                                   LINE AUX-LINE-POS COL 56
                           ADD 1 TO AUX-LINE-POS
                       END-IF
                   END-IF
           END-READ.

       PLACE-HOLD.
           IF WS-HOLD-ACCT-CLOSED
               DISPLAY "Account is closed - no new holds."
                                                LINE 24 COL 5
               PERFORM PRESS-ENTER
               GO TO PLACE-HOLD-END
           END-IF.
           DISPLAY "Amount......: "             LINE 24 COL 5.
           ACCEPT WS-HOLD-AMOUNT-Z              LINE 24 COL 20 PROMPT.
           DISPLAY "Reason......: "             LINE 25 COL 5.
           ACCEPT WS-HOLD-REASON-IN             LINE 25 COL 20.
           DISPLAY "Expires (YYYYMMDD, blank = until released): "
                                                LINE 26 COL 5.
           ACCEPT WS-HOLD-EXPIRY-IN             LINE 26 COL 50.
           IF WS-HOLD-AMOUNT-Z = 0
              OR WS-HOLD-REASON-IN = SPACES
               DISPLAY "Amount and reason are required."
                                                LINE 27 COL 5
               PERFORM PRESS-ENTER
               GO TO PLACE-HOLD-END
           END-IF.
           IF WS-HOLD-EXPIRY-IN NOT = SPACES
              AND (WS-HOLD-EXPIRY-IN IS NOT NUMERIC
                   OR WS-HOLD-EXPIRY-IN < WS-HOLD-TODAY)
               DISPLAY "Invalid or past expiry date."
                                                LINE 27 COL 5
               PERFORM PRESS-ENTER
               GO TO PLACE-HOLD-END
           END-IF.
           MOVE SPACES            TO HOLD-RECORD.
           MOVE WS-TARGET-ID      TO HOLD-ACCT-ID.
           MOVE WS-HOLD-NEXT-SEQ  TO HOLD-SEQ.
           MOVE WS-HOLD-AMOUNT-Z  TO HOLD-AMOUNT.
           MOVE WS-HOLD-REASON-IN TO HOLD-REASON.
           MOVE WS-ADMIN-ID       TO HOLD-PLACED-BY.
           MOVE WS-HOLD-TODAY     TO HOLD-PLACED-DATE.
           MOVE WS-HOLD-EXPIRY-IN TO HOLD-EXPIRY-DATE.
           MOVE "A"               TO HOLD-STATUS.
           WRITE HOLD-RECORD
               INVALID KEY
                   DISPLAY "Hold not written (status "
                           WS-HOLD-STATUS ")."  LINE 27 COL 5
                   PERFORM PRESS-ENTER
                   GO TO PLACE-HOLD-END
           END-WRITE.
           DISPLAY "Hold " HOLD-SEQ " placed." LINE 27 COL 5.
           MOVE "HOLDPLACE" TO WS-AUDIT-ACTION.
           PERFORM WRITE-AUDIT.
           PERFORM PRESS-ENTER.
       PLACE-HOLD-END.
           EXIT.

       RELEASE-HOLD.
           DISPLAY "Hold seq....: "             LINE 24 COL 5.
           ACCEPT WS-HOLD-SEQ-IN                LINE 24 COL 20.
           MOVE WS-TARGET-ID   TO HOLD-ACCT-ID.
           MOVE WS-HOLD-SEQ-IN TO HOLD-SEQ.
           READ HOLD-FILE
               INVALID KEY
                   DISPLAY "No such hold."      LINE 27 COL 5
                   PERFORM PRESS-ENTER
                   GO TO RELEASE-HOLD-END
           END-READ.
           IF NOT HOLD-IS-ACTIVE
               DISPLAY "Hold is not active."    LINE 27 COL 5
               PERFORM PRESS-ENTER
               GO TO RELEASE-HOLD-END
           END-IF.
           MOVE "R"           TO HOLD-STATUS.
           MOVE WS-ADMIN-ID   TO HOLD-RELEASED-BY.
           MOVE WS-HOLD-TODAY TO HOLD-RELEASED-DATE.
           REWRITE HOLD-RECORD.
           DISPLAY "Hold " HOLD-SEQ " released." LINE 27 COL 5.
           MOVE "HOLDREL" TO WS-AUDIT-ACTION.
           PERFORM WRITE-AUDIT.
           PERFORM PRESS-ENTER.
       RELEASE-HOLD-END.
           EXIT.

      *>   *************************************************************
      *>   Empresas de servicios para el pago de facturas
      *>   (Copybooks/BILLER.CPY): lista el maestro y da de alta o
      *>   modifica una empresa (nombre, mascara de la referencia de
      *>   cliente, activa S/N). Una empresa no se borra: sus pagos
      *>   ya hechos se rinden igual; dada de baja ("N") deja de
      *>   aceptar pagos nuevos. Cada cambio queda en CREDAUDIT y
      *>   SESAUDIT.
      *>   *************************************************************
       BILLER-MENU.
           PERFORM CLEAR-SCREEN.
           DISPLAY "BILLERS"                    LINE 3 COL 5 REVERSED.
           OPEN I-O BILLER-FILE.
           IF WS-BILR-STATUS = "35"
               OPEN OUTPUT BILLER-FILE
               CLOSE BILLER-FILE
               OPEN I-O BILLER-FILE
           END-IF.
           IF WS-BILR-STATUS NOT = "00"
               DISPLAY "No BILLERS file (status "
                       WS-BILR-STATUS ")."     LINE 20 COL 5
               PERFORM PRESS-ENTER
               GO TO BILLER-MENU-END
           END-IF.
           PERFORM LIST-BILLERS.
           DISPLAY "Biller code (blank = back): " LINE 22 COL 5.
           ACCEPT WS-BILR-CODE-IN               LINE 22 COL 34.
           IF WS-BILR-CODE-IN = SPACES
               CLOSE BILLER-FILE
               GO TO BILLER-MENU-END
           END-IF.
           MOVE WS-BILR-CODE-IN TO BILR-CODE.
           MOVE "N" TO WS-BILR-NEW-SW.
           READ BILLER-FILE
               INVALID KEY
                   MOVE "Y" TO WS-BILR-NEW-SW
                   MOVE SPACES TO BILR-RECORD
                   MOVE WS-BILR-CODE-IN TO BILR-CODE
                   MOVE "Y" TO BILR-ACTIVE-SW
           END-READ.
           DISPLAY "Name........: "             LINE 24 COL 5.
           DISPLAY BILR-NAME                    LINE 24 COL 20.
           ACCEPT BILR-NAME                     LINE 24 COL 20 UPDATE.
           DISPLAY "Ref. format.: "             LINE 25 COL 5.
           DISPLAY BILR-REF-FORMAT              LINE 25 COL 20.
           ACCEPT BILR-REF-FORMAT               LINE 25 COL 20 UPDATE.
           DISPLAY "(9 = digit, A = letter, X = any character)"
                                                LINE 25 COL 42.
           DISPLAY "Active [Y/N]: "             LINE 26 COL 5.
           DISPLAY BILR-ACTIVE-SW               LINE 26 COL 20.
           ACCEPT BILR-ACTIVE-SW                LINE 26 COL 20 UPDATE.
           IF BILR-ACTIVE-SW = "y"
               MOVE "Y" TO BILR-ACTIVE-SW
           END-IF.
           IF BILR-ACTIVE-SW NOT = "Y"
               MOVE "N" TO BILR-ACTIVE-SW
           END-IF.
           IF BILR-NAME = SPACES
              OR BILR-REF-FORMAT = SPACES
               DISPLAY "Name and reference format are required."
                                                LINE 27 COL 5
               CLOSE BILLER-FILE
               PERFORM PRESS-ENTER
               GO TO BILLER-MENU-END
           END-IF.
           IF WS-BILR-NEW-SW = "Y"
               WRITE BILR-RECORD
               DISPLAY "Biller added."          LINE 27 COL 5
           ELSE
               REWRITE BILR-RECORD
               DISPLAY "Biller updated."        LINE 27 COL 5
           END-IF.
           CLOSE BILLER-FILE.
           MOVE WS-BILR-CODE-IN TO WS-TARGET-ID.
           MOVE "BILLERUPD" TO WS-AUDIT-ACTION.
           PERFORM WRITE-AUDIT.
           PERFORM PRESS-ENTER.
       BILLER-MENU-END.
           EXIT.

       LIST-BILLERS.
           DISPLAY "CODE   NAME                           "
                   "REF. FORMAT          ACTIVE" LINE 5 COL 5.
           MOVE 6 TO AUX-LINE-POS.
           MOVE LOW-VALUES TO BILR-CODE.
           START BILLER-FILE KEY NOT < BILR-CODE
               INVALID KEY
                   MOVE "10" TO WS-BILR-STATUS
           END-START.
           PERFORM LIST-ONE-BILLER
               UNTIL WS-BILR-STATUS NOT = "00".

       LIST-ONE-BILLER.
           READ BILLER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-BILR-STATUS
               NOT AT END
                   IF AUX-LINE-POS < 21
                       DISPLAY BILR-CODE
                               LINE AUX-LINE-POS COL 5
                       DISPLAY BILR-NAME
                               LINE AUX-LINE-POS COL 12
                       DISPLAY BILR-REF-FORMAT
                               LINE AUX-LINE-POS COL 43
                       DISPLAY BILR-ACTIVE-SW
                               LINE AUX-LINE-POS COL 64
                       ADD 1 TO AUX-LINE-POS
                   END-IF
           END-READ.

       WRITE-AUDIT.
      *>      El mismo hecho tambien queda en la pista compartida.
           IF WS-AUD-TERMINAL = SPACES
