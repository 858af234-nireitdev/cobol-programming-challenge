      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Nightly repayment run for the installment loans kept in
      *>     the LOANS file (Copybooks/LOAN.CPY, disbursed from the
      *>     prestamos menu of 01-OnlineBanking). For every live
      *>     loan with installments due up to the business date,
      *>     collects each due installment from the disbursement
      *>     account: the interest on the outstanding principal at
      *>     the monthly rate, the rest of the fixed installment to
      *>     principal (the last one settles the exact balance).
      *>     Each collection is a LOAN-PAYMT debit in TRANLOG and
      *>     TRANFILE/TRANSEQ so BANKPROOF closes the day. An
      *>     installment the account cannot cover (balance plus
      *>     agreed overdraft) leaves the loan in arrears and is
      *>     reported to EXCPLOG; it is retried on every following
      *>     run. Principal recovered and interest income are
      *>     booked to the shared GLEXTRACT extract once per run.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      *>   2026-10-15  jrm  Installments are now collected against
      *>                    the available balance: ledger balance
      *>                    less the holds in force on the account
      *>                    (HOLDS, summed by Batch/HOLDBAL.COB).
      *>   2026-10-15  jrm  TRANFILE is now an indexed file keyed by
      *>                    TRANF-SEQ (Copybooks/TRANFILE.CPY):
      *>                    movements are written by key instead of
      *>                    appended.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANRUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "LOANS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TRANLOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT EXCEPTION-LOG-FILE ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXT-STATUS.

           SELECT TRANFIXED-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANF-SEQ
               ALTERNATE RECORD KEY IS TRANF-ACCT-KEY
               FILE STATUS IS WS-TRANF-STATUS.

           SELECT TRANSEQ-FILE ASSIGN TO "TRANSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
           COPY LOAN.

       FD  ACCOUNT-FILE.
           COPY ACCOUNT.

       FD  TRANLOG-FILE.
       01  TRANLOG-RECORD          PIC X(80).

       FD  EXCEPTION-LOG-FILE.
           COPY ERRLOG.

       FD  GL-EXTRACT-FILE.
           COPY GLEXT.

       FD  TRANFIXED-FILE.
           COPY TRANFILE.

       FD  TRANSEQ-FILE.
       01  TRANSEQ-RECORD.
           05  TRANSEQ-LAST        PIC 9(7).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-STATUS          PIC X(2).
       01  WS-ACCT-STATUS          PIC X(2).
       01  WS-TRANLOG-STATUS       PIC X(2).
       01  WS-ERRLOG-STATUS        PIC X(2).
       01  WS-GLEXT-STATUS         PIC X(2).

       01  WS-RUN-DATE             PIC X(8).
      *>   Interfaz con el control de fecha de negocio compartido
      *>   (Batch/BUSDATE.COB): los movimientos se fechan con la
      *>   fecha del negocio, la misma que replica BANKPROOF.
       01  WS-BD-MODE              PIC X VALUE "G".
       01  WS-BD-DATE              PIC 9(8).
       01  WS-BD-RESULT            PIC X.

      *>   Interfaz con el control de corridas compartido
      *>   (Batch/RUNCTL.COB): doble corrida y predecesores.
       01  WS-RC-JOB               PIC X(10).
       01  WS-RC-DATE              PIC 9(8).
       01  WS-RC-MODE              PIC X.
       01  WS-RC-PREDS.
           05  WS-RC-PRED-R OCCURS 3 TIMES PIC X(10).
       01  WS-RC-RESULT            PIC X.

       01  WS-RUN-TIME             PIC X(6).

      *>   Retenciones vigentes de la cuenta (Batch/HOLDBAL.COB).
       01  WS-HELD-AMOUNT          PIC 9(9)V9(2).
       01  WS-HELD-COUNT           PIC 9(3).

      *>   Cuota en curso: tasa mensual, interes del saldo, capital
      *>   que amortiza y total a debitar.
       01  WS-MRATE                PIC 9V9(8).
       01  WS-INTEREST             PIC 9(9)V9(2) VALUE 0.
       01  WS-CAPITAL              PIC 9(9)V9(2) VALUE 0.
       01  WS-PAYMENT              PIC 9(9)V9(2) VALUE 0.
       01  WS-LOAN-DONE-SW         PIC X VALUE "N".
           88  WS-LOAN-DONE            VALUE "Y".

       01  WS-TOTAL-PRINCIPAL      PIC S9(11)V9(2) VALUE +0.
       01  WS-TOTAL-INTEREST       PIC S9(11)V9(2) VALUE +0.
       01  WS-DUE-COUNT            PIC 9(5) VALUE 0.
       01  WS-PAID-COUNT           PIC 9(5) VALUE 0.
       01  WS-ARREARS-COUNT        PIC 9(5) VALUE 0.
       01  WS-CLOSED-COUNT         PIC 9(5) VALUE 0.
       01  WS-SKIP-COUNT           PIC 9(5) VALUE 0.
       01  WS-DUE-COUNT-Z          PIC Z(4)9.
       01  WS-PAID-COUNT-Z         PIC Z(4)9.
       01  WS-ARREARS-COUNT-Z      PIC Z(4)9.
       01  WS-CLOSED-COUNT-Z       PIC Z(4)9.
       01  WS-SKIP-COUNT-Z         PIC Z(4)9.
       01  WS-TOTAL-PRINCIPAL-Z    PIC -(10)9.9(2).
       01  WS-TOTAL-INTEREST-Z     PIC -(10)9.9(2).

       01  WS-TRANLOG-AMOUNT-Z     PIC -(8)9.9(2).
       01  WS-TRANLOG-BALANCE-Z    PIC -(8)9.9(2).
       01  WS-GL-TIMESTAMP         PIC X(14).
       01  WS-SKIP-REASON          PIC X(30).

       01  WS-TRANF-STATUS         PIC X(2).
       01  WS-TRANSEQ-STATUS       PIC X(2).
       01  WS-TRANSEQ-NEXT         PIC 9(7).
       01  WS-TRANF-SIGNED         PIC S9(9)V9(2).

      *>   Desarme del vencimiento para avanzarlo un mes.
       01  WS-NEXT-DATE-N          PIC 9(8).
       01  WS-NEXT-DATE-X REDEFINES WS-NEXT-DATE-N.
           05  WS-NEXT-YYYY        PIC 9(4).
           05  WS-NEXT-MM          PIC 9(2).
           05  WS-NEXT-DD          PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSDATE-PROCEDURE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "LOANRUN" TO WS-RC-JOB.
           MOVE SPACES TO WS-RC-PREDS.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           PERFORM RUNCTL-CHECK-PROCEDURE.
           OPEN I-O LOAN-FILE.
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "LOANRUN: sin prestamos (LOANS status "
                       WS-LOAN-STATUS ")."
               STOP RUN
           END-IF.
           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "LOANRUN: no pude abrir ACCOUNTS, status "
                       WS-ACCT-STATUS
               CLOSE LOAN-FILE
               STOP RUN
           END-IF.
           PERFORM RUN-ONE-LOAN-READ
               UNTIL WS-LOAN-STATUS = "10".
           CLOSE ACCOUNT-FILE.
           CLOSE LOAN-FILE.
           PERFORM POST-GLENTRY-PROCEDURE.
           PERFORM SHOW-TOTALS-PROCEDURE.
           PERFORM RUNCTL-MARK-PROCEDURE.
           STOP RUN.

       RUN-ONE-LOAN-READ.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-LOAN-STATUS
               NOT AT END
                   IF LOAN-IS-LIVE
                      AND LOAN-NEXT-DUE-DATE NOT > WS-RUN-DATE
                       ADD 1 TO WS-DUE-COUNT
                       PERFORM RUN-ONE-LOAN
                           THRU RUN-ONE-LOAN-EXIT
                   END-IF
           END-READ.

      *>   Cobra una por una las cuotas vencidas del prestamo
      *>   (puede haber varias si venia en mora) hasta ponerlo al
      *>   dia, cancelarlo o toparse con una cuota sin fondos.
       RUN-ONE-LOAN.
           MOVE LOAN-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "CUENTA INEXISTENTE" TO WS-SKIP-REASON
                   PERFORM REPORT-SKIP-PROCEDURE
                   GO TO RUN-ONE-LOAN-EXIT
           END-READ.
      *>      Las retenciones vigentes de la cuenta no pagan cuotas.
           CALL "HOLDBAL" USING LOAN-ACCT-ID WS-RUN-DATE
                                WS-HELD-AMOUNT WS-HELD-COUNT.
           COMPUTE WS-MRATE ROUNDED = LOAN-RATE-PCT / 1200.
           MOVE "N" TO WS-LOAN-DONE-SW.
           PERFORM COLLECT-ONE-INSTALLMENT
               UNTIL WS-LOAN-DONE.
           REWRITE LOAN-RECORD.
       RUN-ONE-LOAN-EXIT.
           EXIT.

       COLLECT-ONE-INSTALLMENT.
           COMPUTE WS-INTEREST ROUNDED = LOAN-BALANCE * WS-MRATE.
           IF LOAN-PAID-COUNT + 1 NOT < LOAN-TERM-MONTHS
              OR LOAN-INSTALLMENT - WS-INTEREST > LOAN-BALANCE
               MOVE LOAN-BALANCE TO WS-CAPITAL
           ELSE
               COMPUTE WS-CAPITAL = LOAN-INSTALLMENT - WS-INTEREST
           END-IF.
           COMPUTE WS-PAYMENT = WS-CAPITAL + WS-INTEREST.
           IF WS-PAYMENT >
              ACCT-BALANCE - WS-HELD-AMOUNT + ACCT-ODRAFT-LIMIT
               PERFORM MARK-ARREARS-PROCEDURE
               MOVE "Y" TO WS-LOAN-DONE-SW
           ELSE
               SUBTRACT WS-PAYMENT FROM ACCT-BALANCE
               REWRITE ACCOUNT-RECORD
               ADD 1 TO WS-PAID-COUNT
               ADD WS-CAPITAL  TO WS-TOTAL-PRINCIPAL
               ADD WS-INTEREST TO WS-TOTAL-INTEREST
               PERFORM LOG-PAYMENT-PROCEDURE
               SUBTRACT WS-CAPITAL FROM LOAN-BALANCE
               ADD 1 TO LOAN-PAID-COUNT
               MOVE SPACES TO LOAN-ARREARS-SINCE
               PERFORM ADVANCE-DUE-DATE
               IF LOAN-PAID-COUNT NOT < LOAN-TERM-MONTHS
                  OR LOAN-BALANCE = 0
                   MOVE "C" TO LOAN-STATUS
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE "Y" TO WS-LOAN-DONE-SW
               ELSE
                   MOVE "A" TO LOAN-STATUS
                   IF LOAN-NEXT-DUE-DATE > WS-RUN-DATE
                       MOVE "Y" TO WS-LOAN-DONE-SW
                   END-IF
               END-IF
           END-IF.

      *>   La cuota vencida queda impaga: el prestamo pasa a mora
      *>   ("M"). La marca cuenta una vez por cuota; los reintentos
      *>   de las corridas siguientes solo vuelven a informarla.
       MARK-ARREARS-PROCEDURE.
           ADD 1 TO WS-ARREARS-COUNT.
           IF LOAN-ARREARS-SINCE = SPACES
               MOVE LOAN-NEXT-DUE-DATE TO LOAN-ARREARS-SINCE
               ADD 1 TO LOAN-ARREARS-COUNT
           END-IF.
           MOVE "M" TO LOAN-STATUS.
           MOVE "CUOTA IMPAGA - SIN FONDOS" TO WS-SKIP-REASON.
           PERFORM REPORT-SKIP-PROCEDURE.

      *>   Renglon LOAN-PAYMT en TRANLOG (layout posicional del
      *>   online) y registro fijo con signo en TRANFILE.
       LOG-PAYMENT-PROCEDURE.
           COMPUTE WS-TRANF-SIGNED = 0 - WS-PAYMENT.
           MOVE WS-TRANF-SIGNED TO WS-TRANLOG-AMOUNT-Z.
           MOVE ACCT-BALANCE    TO WS-TRANLOG-BALANCE-Z.
           OPEN EXTEND TRANLOG-FILE.
           IF WS-TRANLOG-STATUS = "35"
               OPEN OUTPUT TRANLOG-FILE
           END-IF.
           STRING WS-RUN-DATE        DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME        DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LOAN-ACCT-ID       DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  "LOAN-PAYMT"       DELIMITED BY SIZE
                  " AMT="            DELIMITED BY SIZE
                  WS-TRANLOG-AMOUNT-Z   DELIMITED BY SIZE
                  " BAL="            DELIMITED BY SIZE
                  WS-TRANLOG-BALANCE-Z  DELIMITED BY SIZE
                  INTO TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CLOSE TRANLOG-FILE.
           PERFORM LOGTRANFIXED-PROCEDURE.

       LOGTRANFIXED-PROCEDURE.
           MOVE 0 TO WS-TRANSEQ-NEXT.
           OPEN INPUT TRANSEQ-FILE.
           IF WS-TRANSEQ-STATUS = "00"
               READ TRANSEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TRANSEQ-LAST TO WS-TRANSEQ-NEXT
               END-READ
               CLOSE TRANSEQ-FILE
           END-IF.
           ADD 1 TO WS-TRANSEQ-NEXT.
           OPEN OUTPUT TRANSEQ-FILE.
           MOVE WS-TRANSEQ-NEXT TO TRANSEQ-LAST.
           WRITE TRANSEQ-RECORD.
           CLOSE TRANSEQ-FILE.
           OPEN I-O TRANFIXED-FILE.
           IF WS-TRANF-STATUS = "35"
               OPEN OUTPUT TRANFIXED-FILE
               CLOSE TRANFIXED-FILE
               OPEN I-O TRANFIXED-FILE
           END-IF.
           MOVE WS-TRANSEQ-NEXT  TO TRANF-SEQ.
           MOVE WS-RUN-DATE      TO TRANF-DATE.
           MOVE WS-RUN-TIME      TO TRANF-TIME.
           MOVE LOAN-ACCT-ID     TO TRANF-USERNAME.
           MOVE "LOAN-PAYMT"     TO TRANF-TYPE.
           MOVE WS-TRANF-SIGNED  TO TRANF-AMOUNT.
           MOVE ACCT-BALANCE     TO TRANF-BALANCE.
           MOVE 0                TO TRANF-REV-SEQ.
           MOVE SPACES           TO TRANF-REASON.
           WRITE TRANF-RECORD.
           CLOSE TRANFIXED-FILE.

      *>   Avanza el vencimiento un mes; un dia mayor a 28 se fija
      *>   en 28 (misma regla que las ordenes permanentes).
       ADVANCE-DUE-DATE.
           MOVE LOAN-NEXT-DUE-DATE TO WS-NEXT-DATE-N.
           ADD 1 TO WS-NEXT-MM.
           IF WS-NEXT-MM > 12
               MOVE 1 TO WS-NEXT-MM
               ADD 1 TO WS-NEXT-YYYY
           END-IF.
           IF WS-NEXT-DD > 28
               MOVE 28 TO WS-NEXT-DD
           END-IF.
           MOVE WS-NEXT-DATE-N TO LOAN-NEXT-DUE-DATE.

       REPORT-SKIP-PROCEDURE.
           ADD 1 TO WS-SKIP-COUNT.
           DISPLAY "LOANRUN: prestamo " LOAN-ID " cuenta "
                   LOAN-ACCT-ID " vence " LOAN-NEXT-DUE-DATE
                   " - " WS-SKIP-REASON.
           OPEN EXTEND EXCEPTION-LOG-FILE.
           IF WS-ERRLOG-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ERRLOG-TIMESTAMP.
           MOVE "LOANRUN"                   TO ERRLOG-PROGRAM.
           STRING "PRESTAMO " LOAN-ID " CUENTA " LOAN-ACCT-ID
                  " VTO " LOAN-NEXT-DUE-DATE " " WS-SKIP-REASON
                  DELIMITED BY SIZE INTO ERRLOG-DESC.
           MOVE "WARN" TO ERRLOG-SEVERITY.
           WRITE EXCPLOG-RECORD.
           CLOSE EXCEPTION-LOG-FILE.

      *>   Dos asientos por corrida: el capital recuperado vuelve a
      *>   la caja (contrapartida de LOAN-DISBURSED del online) y el
      *>   interes cobrado es ingreso; ambos en positivo.
       POST-GLENTRY-PROCEDURE.
           IF WS-TOTAL-PRINCIPAL = 0 AND WS-TOTAL-INTEREST = 0
               CONTINUE
           ELSE
               OPEN EXTEND GL-EXTRACT-FILE
               IF WS-GLEXT-STATUS = "35"
                   OPEN OUTPUT GL-EXTRACT-FILE
               END-IF
               STRING WS-RUN-DATE DELIMITED BY SIZE
                      WS-RUN-TIME DELIMITED BY SIZE
                      INTO WS-GL-TIMESTAMP
               MOVE WS-GL-TIMESTAMP      TO GLEXT-DATE
               MOVE "LOANRUN"            TO GLEXT-SOURCE
               MOVE "LOAN-PRINCIPAL"     TO GLEXT-ACCOUNT
               MOVE WS-TOTAL-PRINCIPAL   TO GLEXT-AMOUNT
               WRITE GLEXT-RECORD
               MOVE "LOAN-INTEREST-INC"  TO GLEXT-ACCOUNT
               MOVE WS-TOTAL-INTEREST    TO GLEXT-AMOUNT
               WRITE GLEXT-RECORD
               CLOSE GL-EXTRACT-FILE
           END-IF.

       SHOW-TOTALS-PROCEDURE.
           MOVE WS-DUE-COUNT        TO WS-DUE-COUNT-Z.
           MOVE WS-PAID-COUNT       TO WS-PAID-COUNT-Z.
           MOVE WS-ARREARS-COUNT    TO WS-ARREARS-COUNT-Z.
           MOVE WS-CLOSED-COUNT     TO WS-CLOSED-COUNT-Z.
           MOVE WS-SKIP-COUNT       TO WS-SKIP-COUNT-Z.
           MOVE WS-TOTAL-PRINCIPAL  TO WS-TOTAL-PRINCIPAL-Z.
           MOVE WS-TOTAL-INTEREST   TO WS-TOTAL-INTEREST-Z.
           DISPLAY "=====================================".
           DISPLAY "  LOAN REPAYMENT RUN - " WS-RUN-DATE.
           DISPLAY "=====================================".
           DISPLAY "LOANS DUE...........: " WS-DUE-COUNT-Z.
           DISPLAY "INSTALLMENTS PAID...: " WS-PAID-COUNT-Z.
           DISPLAY "INSTALLMENTS UNPAID.: " WS-ARREARS-COUNT-Z.
           DISPLAY "LOANS PAID OFF......: " WS-CLOSED-COUNT-Z.
           DISPLAY "EXCEPTIONS REPORTED.: " WS-SKIP-COUNT-Z.
           DISPLAY "PRINCIPAL COLLECTED.: " WS-TOTAL-PRINCIPAL-Z.
           DISPLAY "INTEREST COLLECTED..: " WS-TOTAL-INTEREST-Z.
           DISPLAY "=====================================".

      *>   Fecha de negocio vigente (control BUSDATE compartido).
       GET-BUSDATE-PROCEDURE.
           MOVE "G" TO WS-BD-MODE.
           CALL "BUSDATE" USING WS-BD-MODE WS-BD-DATE
                                WS-BD-RESULT.
           MOVE WS-BD-DATE TO WS-RUN-DATE.

      *>   Control de corridas: esta corrida ya paso por hoy?
      *>   Y sus predecesores completaron? Sin eso no arranca
      *>   (la tarjeta RUNOVRD "Y" fuerza la re-corrida).
       RUNCTL-CHECK-PROCEDURE.
           MOVE "C" TO WS-RC-MODE.
           CALL "RUNCTL" USING WS-RC-JOB WS-RC-DATE WS-RC-MODE
                               WS-RC-PREDS WS-RC-RESULT.
           IF WS-RC-RESULT = "D"
               DISPLAY "LOANRUN: ya corrio en la fecha "
                       WS-RC-DATE " - tarjeta RUNOVRD para forzar."
               STOP RUN
           END-IF.
           IF WS-RC-RESULT = "P"
               DISPLAY "LOANRUN: predecesores sin completar - "
                       "corrida rechazada."
               STOP RUN
           END-IF.

       RUNCTL-MARK-PROCEDURE.
           MOVE "M" TO WS-RC-MODE.
           CALL "RUNCTL" USING WS-RC-JOB WS-RC-DATE WS-RC-MODE
                               WS-RC-PREDS WS-RC-RESULT.

       END PROGRAM LOANRUN.
