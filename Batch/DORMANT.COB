      * Date: 2026-09-02
      * Purpose:
      *>   * Dormant account review over the banking files, the list
      *>     the regulator asks for on every inspection. Looks up
      *>     the latest TRANFILE movement date of every ACCOUNTS
      *>     record through the account + date key, and reports
      *>     each account with no movement in the configured
      *>     number of months - including accounts with no
      *>     TRANFILE movement at all. Reported accounts are
      *>     flagged ACCT-DORMANT-SW "Y" (Copybooks/ACCOUNT.CPY) so
      *>     the next login in 01-OnlineBanking forces a
      *>     re-activation confirmation before any transaction.
      *>                    the run report-only: accounts whose
      *>                    movements did not fit can no longer be
      *>                    flagged dormant off a truncated load.
      *>   2026-10-15  jrm  Closed accounts (ACCT-CLOSED-SW) are no
      *>                    longer reviewed or flagged.
      *>   2026-10-15  jrm  TRANFILE is now indexed
      *>                    (Copybooks/TRANFILE.CPY): each account's
      *>                    latest movement is looked up through the
      *>                    account + date key instead of loading the
      *>                    whole file into a table, so the table-
      *>                    overflow report-only pass is gone.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANFIXED-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANF-SEQ
               ALTERNATE RECORD KEY IS TRANF-ACCT-KEY
               FILE STATUS IS WS-TRANF-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS"
           05  WS-CUT-DD           PIC 9(2).
       01  WS-MONTH-IDX            PIC 9(2).

      *>   Sin TRANFILE toda cuenta cuenta como sin movimientos.
       01  WS-TRANF-OPEN-SW        PIC X VALUE "N".
           88  WS-TRANF-IS-OPEN        VALUE "Y".

       01  WS-ACCT-COUNT           PIC 9(5) VALUE 0.
       01  WS-DORMANT-COUNT        PIC 9(5) VALUE 0.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-PARM-PROCEDURE.
           PERFORM CALC-CUTOFF-PROCEDURE.
           PERFORM OPEN-TRANFILE.
           PERFORM REVIEW-ACCOUNTS.
           IF WS-TRANF-IS-OPEN
               CLOSE TRANFIXED-FILE
           END-IF.
           STOP RUN.

       LOAD-PARM-PROCEDURE.
               SUBTRACT 1 FROM WS-CUT-MM
           END-IF.

       OPEN-TRANFILE.
           OPEN INPUT TRANFIXED-FILE.
           IF WS-TRANF-STATUS NOT = "00"
               DISPLAY "DORMANT: sin TRANFILE (status "
                       WS-TRANF-STATUS ") - toda cuenta cuenta "
                       "como sin movimientos."
           ELSE
               MOVE "Y" TO WS-TRANF-OPEN-SW
           END-IF.

      *>   Ultimo movimiento de la cuenta, por la clave alternativa
      *>   de TRANFILE (cuenta + fecha + secuencia): si hay alguno
      *>   desde la fecha de corte, la cuenta esta viva y basta con
      *>   el primero; si no, se recorren solo los movimientos
      *>   (anteriores al corte) de esa cuenta para informar el
      *>   ultimo.
       FIND-LAST-SEEN.
           MOVE SPACES TO WS-LAST-SEEN.
           IF WS-TRANF-IS-OPEN
               MOVE ACCT-ID        TO TRANF-USERNAME
               MOVE WS-CUTOFF-DATE TO TRANF-DATE
               MOVE 0              TO TRANF-SEQ
               PERFORM START-ACCOUNT-MOVEMENTS
               IF WS-TRANF-STATUS = "00"
                   PERFORM READ-LAST-SEEN
               END-IF
               IF WS-LAST-SEEN = SPACES
                   MOVE ACCT-ID    TO TRANF-USERNAME
                   MOVE LOW-VALUES TO TRANF-DATE
                   MOVE 0          TO TRANF-SEQ
                   PERFORM START-ACCOUNT-MOVEMENTS
                   PERFORM READ-LAST-SEEN
                       UNTIL WS-TRANF-STATUS NOT = "00"
               END-IF
           END-IF.

       START-ACCOUNT-MOVEMENTS.
           START TRANFIXED-FILE KEY NOT < TRANF-ACCT-KEY
               INVALID KEY
                   MOVE "10" TO WS-TRANF-STATUS
           END-START.

       READ-LAST-SEEN.
           READ TRANFIXED-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-TRANF-STATUS
               NOT AT END
                   IF TRANF-USERNAME NOT = ACCT-ID
                       MOVE "10" TO WS-TRANF-STATUS
                   ELSE
                       MOVE TRANF-DATE TO WS-LAST-SEEN
                   END-IF
           END-READ.

       REVIEW-ACCOUNTS.
           DISPLAY "==================================================".
           DISPLAY "  SIN MOVIMIENTOS DESDE: " WS-CUTOFF-DATE
                   " (" WS-MONTHS " MESES)".
           DISPLAY "==================================================".
           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "DORMANT: no pude abrir ACCOUNTS, status "
                       MOVE "10" TO WS-ACCT-STATUS
                   NOT AT END
                       ADD 1 TO WS-ACCT-COUNT
      *>                   Una cuenta cerrada no se revisa: ya no
      *>                   opera y conserva su marca de cierre.
                       IF NOT ACCT-IS-CLOSED
                           PERFORM REVIEW-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-FILE.
      *>   la cuenta queda marcada inactiva; el online pide
      *>   reactivacion en el proximo login.
       REVIEW-ONE-ACCOUNT.
           PERFORM FIND-LAST-SEEN.
           IF WS-LAST-SEEN < WS-CUTOFF-DATE
               ADD 1 TO WS-DORMANT-COUNT
               MOVE ACCT-BALANCE TO WS-BALANCE-Z
                   DISPLAY "  " ACCT-ID " SALDO " WS-BALANCE-Z
                           "  ULTIMO MOVIMIENTO " WS-LAST-SEEN
               END-IF
               IF NOT ACCT-IS-DORMANT
                   MOVE "Y" TO ACCT-DORMANT-SW
                   REWRITE ACCOUNT-RECORD
               END-IF
