      *>                    BANKPROOF replaying the business date
      *>                    sees these movements on the same day
      *>                    it proves.
      *>   2026-10-15  jrm  TRANFILE records now carry the reversal
      *>                    pointer TRANF-REV-SEQ, written as zero
      *>                    (not a reversal).
      *>   2026-10-15  jrm  A sender whose account is closed is
      *>                    treated like one without an account: the
      *>                    shipment stays collected and is reported.
      *>   2026-10-15  jrm  TRANFILE records now carry the clearing-
      *>                    house reason TRANF-REASON, written as
      *>                    spaces (not a returned transfer).
      *>   2026-10-15  jrm  TRANFILE is now an indexed file keyed by
      *>                    TRANF-SEQ (Copybooks/TRANFILE.CPY):
      *>                    movements are written by key instead of
      *>                    appended.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODREMIT.
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT TRANFIXED-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANF-SEQ
               ALTERNATE RECORD KEY IS TRANF-ACCT-KEY
               FILE STATUS IS WS-TRANF-STATUS.

           SELECT TRANSEQ-FILE ASSIGN TO "TRANSEQ"
                   PERFORM REPORT-SKIP-PROCEDURE
                   GO TO REMIT-ONE-SHIPMENT-EXIT
           END-READ.
      *>      Una cuenta cerrada no recibe creditos: el envio
      *>      queda cobrado igual que sin cuenta.
           IF ACCT-IS-CLOSED
               PERFORM REPORT-SKIP-PROCEDURE
               GO TO REMIT-ONE-SHIPMENT-EXIT
           END-IF.
           ADD WS-NET-AMOUNT TO ACCT-BALANCE.
           REWRITE ACCOUNT-RECORD.
           ADD 1 TO WS-REMIT-COUNT.
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
           MOVE "COD-REMIT"      TO TRANF-TYPE.
           MOVE WS-NET-AMOUNT    TO TRANF-AMOUNT.
           MOVE ACCT-BALANCE     TO TRANF-BALANCE.
           MOVE 0                TO TRANF-REV-SEQ.
           MOVE SPACES           TO TRANF-REASON.
           WRITE TRANF-RECORD.
           CLOSE TRANFIXED-FILE.

           ADD 1 TO WS-SKIP-COUNT.
           DISPLAY "CODREMIT: envio " SHIP-PACKG-ID
                   " remitente " SHIP-PARTY-ID
                   " sin cuenta bancaria abierta - queda cobrado.".
           OPEN EXTEND EXCEPTION-LOG-FILE.
           IF WS-ERRLOG-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ERRLOG-TIMESTAMP.
           MOVE "CODREMIT"                  TO ERRLOG-PROGRAM.
           STRING "ENVIO " SHIP-PACKG-ID " COD SIN CUENTA ABIERTA DE "
                  "REMITENTE " SHIP-PARTY-ID
                  DELIMITED BY SIZE INTO ERRLOG-DESC.
           MOVE "WARN" TO ERRLOG-SEVERITY.
