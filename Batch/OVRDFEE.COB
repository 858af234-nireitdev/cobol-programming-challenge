      *>                    account the two differ and the proof,
      *>                    the statement and the dormant review
      *>                    all cross-match on the id.
      *>   2026-10-15  jrm  TRANFILE records now carry the reversal
      *>                    pointer TRANF-REV-SEQ, written as zero
      *>                    (not a reversal).
      *>   2026-10-15  jrm  TRANFILE records now carry the clearing-
      *>                    house reason TRANF-REASON, written as
      *>                    spaces (not a returned transfer).
      *>   2026-10-15  jrm  TRANFILE is now an indexed file keyed by
      *>                    TRANF-SEQ (Copybooks/TRANFILE.CPY):
      *>                    movements are written by key instead of
      *>                    appended.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVRDFEE.
               FILE STATUS IS WS-GLEXT-STATUS.

           SELECT TRANFIXED-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANF-SEQ
               ALTERNATE RECORD KEY IS TRANF-ACCT-KEY
               FILE STATUS IS WS-TRANF-STATUS.

           SELECT TRANSEQ-FILE ASSIGN TO "TRANSEQ"
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
           MOVE WS-TRANLOG-DATE  TO TRANF-DATE.
           MOVE "ODRAFT-FEE"     TO TRANF-TYPE.
           COMPUTE TRANF-AMOUNT = 0 - WS-FEE.
           MOVE ACCT-BALANCE     TO TRANF-BALANCE.
           MOVE 0                TO TRANF-REV-SEQ.
           MOVE SPACES           TO TRANF-REASON.
           WRITE TRANF-RECORD.
           CLOSE TRANFIXED-FILE.

