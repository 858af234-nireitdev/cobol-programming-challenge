      *>                    without the RUNOVRD override, and
      *>                    declared predecessors must have
      *>                    completed first.
      *>   2026-10-15  jrm  TRANFILE records now carry the reversal
      *>                    pointer TRANF-REV-SEQ, written as zero
      *>                    (not a reversal).
      *>   2026-10-15  jrm  Orders whose payer or beneficiary account
      *>                    is closed are skipped and reported.
      *>   2026-10-15  jrm  TRANFILE records now carry the clearing-
      *>                    house reason TRANF-REASON, written as
      *>                    spaces (not a returned transfer).
      *>   2026-10-15  jrm  The funds check now runs against the
      *>                    payer's available balance: ledger balance
      *>                    less the holds in force (HOLDS, summed by
      *>                    Batch/HOLDBAL.COB).
      *>   2026-10-15  jrm  TRANFILE is now an indexed file keyed by
      *>                    TRANF-SEQ (Copybooks/TRANFILE.CPY):
      *>                    movements are written by key instead of
      *>                    appended.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORDRUN.
               FILE STATUS IS WS-ERRLOG-STATUS.

           SELECT TRANFIXED-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANF-SEQ
               ALTERNATE RECORD KEY IS TRANF-ACCT-KEY
               FILE STATUS IS WS-TRANF-STATUS.

           SELECT TRANSEQ-FILE ASSIGN TO "TRANSEQ"
       01  WS-BD-RESULT            PIC X.
       01  WS-RUN-TIME             PIC X(6).

      *>   Retenciones vigentes del pagador (Batch/HOLDBAL.COB): los
      *>   fondos se controlan contra el saldo disponible.
       01  WS-HELD-AMOUNT          PIC 9(9)V9(2).
       01  WS-HELD-COUNT           PIC 9(3).

       01  WS-DUE-COUNT            PIC 9(5) VALUE 0.
       01  WS-DONE-COUNT           PIC 9(5) VALUE 0.
       01  WS-SKIP-COUNT           PIC 9(5) VALUE 0.
                   PERFORM REPORT-SKIP-PROCEDURE
                   GO TO RUN-ONE-ORDER-EXIT
           END-READ.
           IF ACCT-IS-CLOSED
               MOVE "DESTINO CERRADO" TO WS-SKIP-REASON
               PERFORM REPORT-SKIP-PROCEDURE
               GO TO RUN-ONE-ORDER-EXIT
           END-IF.
           MOVE STORD-PAYER TO ACCT-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   PERFORM REPORT-SKIP-PROCEDURE
                   GO TO RUN-ONE-ORDER-EXIT
           END-READ.
           IF ACCT-IS-CLOSED
               MOVE "PAGADOR CERRADO" TO WS-SKIP-REASON
               PERFORM REPORT-SKIP-PROCEDURE
               GO TO RUN-ONE-ORDER-EXIT
           END-IF.
      *>      Fondos contra el saldo disponible: el saldo contable
      *>      menos las retenciones vigentes, mas el sobregiro.
           CALL "HOLDBAL" USING STORD-PAYER WS-RUN-DATE
                                WS-HELD-AMOUNT WS-HELD-COUNT.
           IF STORD-AMOUNT >
              ACCT-BALANCE - WS-HELD-AMOUNT + ACCT-ODRAFT-LIMIT
               MOVE "FONDOS INSUFICIENTES" TO WS-SKIP-REASON
               PERFORM REPORT-SKIP-PROCEDURE
               GO TO RUN-ONE-ORDER-EXIT
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
           MOVE WS-TRANF-TYPE    TO TRANF-TYPE.
           MOVE WS-TRANF-SIGNED  TO TRANF-AMOUNT.
           MOVE WS-TRANF-NEWBAL  TO TRANF-BALANCE.
           MOVE 0                TO TRANF-REV-SEQ.
           MOVE SPACES           TO TRANF-REASON.
           WRITE TRANF-RECORD.
           CLOSE TRANFIXED-FILE.

