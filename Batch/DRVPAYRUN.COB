      *>                    BANKPROOF replaying the business date
      *>                    sees these movements on the same day
      *>                    it proves.
      *>   2026-10-15  jrm  TRANFILE records now carry the reversal
      *>                    pointer TRANF-REV-SEQ, written as zero
      *>                    (not a reversal).
      *>   2026-10-15  jrm  Driver accounts opened here start with
      *>                    the closure fields blank (open).
      *>   2026-10-15  jrm  TRANFILE records now carry the clearing-
      *>                    house reason TRANF-REASON, written as
      *>                    spaces (not a returned transfer).
      *>   2026-10-15  jrm  TRANFILE is now an indexed file keyed by
      *>                    TRANF-SEQ (Copybooks/TRANFILE.CPY):
      *>                    movements are written by key instead of
      *>                    appended.
      *>   2026-10-15  jrm  A driver whose DRV-nnn account is closed
      *>                    is not credited: the pay is left out of
      *>                    the run total and reported to EXCPLOG
      *>                    for manual payment.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRVPAYRUN.
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT TRANFIXED-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANF-SEQ
               ALTERNATE RECORD KEY IS TRANF-ACCT-KEY
               FILE STATUS IS WS-TRANF-STATUS.

           SELECT TRANSEQ-FILE ASSIGN TO "TRANSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXT-STATUS.

           SELECT EXCEPTION-LOG-FILE ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>   Vista posicional del log de entregas (mismo layout que
       FD  GL-EXTRACT-FILE.
           COPY GLEXT.

       FD  EXCEPTION-LOG-FILE.
           COPY ERRLOG.

       WORKING-STORAGE SECTION.
       01  WS-DLVLOG-STATUS    PIC X(2).
       01  WS-DRIVERS-STATUS   PIC X(2).
       01  WS-TRANF-STATUS     PIC X(2).
       01  WS-TRANSEQ-STATUS   PIC X(2).
       01  WS-GLEXT-STATUS     PIC X(2).
       01  WS-ERRLOG-STATUS    PIC X(2).

       01  WS-RUN-DATE         PIC X(8).
      *>   Interfaz con el control de fecha de negocio compartido

       01  WS-TOTAL-PAY        PIC 9(9)V99 VALUE 0.
       01  WS-PAID-COUNT       PIC 9(2) VALUE 0.
       01  WS-SKIP-COUNT       PIC 9(2) VALUE 0.
       01  WS-TRANSEQ-NEXT     PIC 9(7).
       01  WS-TRANLOG-AMOUNT-Z PIC -(8)9.9(2).
       01  WS-TRANLOG-BALANCE-Z PIC -(8)9.9(2).
           MOVE WS-TOTAL-PAY TO WS-TOTAL-Z.
           DISPLAY "-------------------------------------".
           DISPLAY "TOTAL DRIVER PAY: " WS-TOTAL-Z.
           IF WS-SKIP-COUNT > 0
               DISPLAY "DRIVERS NOT PAID (ACCOUNT CLOSED): "
                       WS-SKIP-COUNT
           END-IF.
           DISPLAY "=====================================".
           STOP RUN.

                   * WS-DRV-PERSTOP(WS-DRV-IDX)
               + WS-DRV-KM(WS-DRV-IDX)
                   * WS-DRV-PERKM(WS-DRV-IDX).
           MOVE WS-DRV-STOPS(WS-DRV-IDX) TO WS-STOPS-Z.
           MOVE WS-DRV-KM(WS-DRV-IDX)    TO WS-KM-Z.
           MOVE WS-DRV-PAY(WS-DRV-IDX)   TO WS-PAY-Z.
           DISPLAY "  STOPS: " WS-STOPS-Z
                   "  KM: " WS-KM-Z
                   "  PAY: " WS-PAY-Z.
           PERFORM CREDIT-DRIVER-ACCOUNT
               THRU CREDIT-DRIVER-ACCOUNT-EXIT.
       PAY-ONE-DRIVER-EXIT.
           EXIT.

                   MOVE 0       TO ACCT-ODRAFT-LIMIT
                   MOVE "ARS"   TO ACCT-CCY
                   MOVE "N"     TO ACCT-DORMANT-SW
                   MOVE SPACES  TO ACCT-CLOSED-SW
                   MOVE SPACES  TO ACCT-CLOSED-DATE
                   WRITE ACCOUNT-RECORD
               NOT INVALID KEY
      *>           Una cuenta cerrada no recibe creditos: el pago
      *>           queda fuera de la corrida para pagarse a mano.
                   IF ACCT-IS-CLOSED
                       PERFORM REPORT-SKIP-PROCEDURE
                       GO TO CREDIT-DRIVER-ACCOUNT-EXIT
                   END-IF
                   ADD WS-DRV-PAY(WS-DRV-IDX) TO ACCT-BALANCE
                   REWRITE ACCOUNT-RECORD
           END-READ.
           ADD WS-DRV-PAY(WS-DRV-IDX) TO WS-TOTAL-PAY.
           ADD 1 TO WS-PAID-COUNT.
           PERFORM LOG-PAY-TRANLOG.
           PERFORM LOG-PAY-TRANFILE.
       CREDIT-DRIVER-ACCOUNT-EXIT.
           EXIT.

       REPORT-SKIP-PROCEDURE.
           ADD 1 TO WS-SKIP-COUNT.
           DISPLAY "  *** CUENTA " ACCT-ID
                   " CERRADA - PAGO NO ACREDITADO".
           OPEN EXTEND EXCEPTION-LOG-FILE.
           IF WS-ERRLOG-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ERRLOG-TIMESTAMP.
           MOVE "DRVPAYRUN"                 TO ERRLOG-PROGRAM.
           MOVE WS-DRV-PAY(WS-DRV-IDX)      TO WS-PAY-Z.
           STRING "CHOFER " WS-DRV-ID(WS-DRV-IDX)
                  " CUENTA CERRADA - PAGO " WS-PAY-Z
                  " SEMANA " WS-WEEK-END " A PAGAR A MANO"
                  DELIMITED BY SIZE INTO ERRLOG-DESC.
           MOVE "WARN" TO ERRLOG-SEVERITY.
           WRITE EXCPLOG-RECORD.
           CLOSE EXCEPTION-LOG-FILE.

       LOG-PAY-TRANLOG.
           MOVE WS-DRV-PAY(WS-DRV-IDX) TO WS-TRANLOG-AMOUNT-Z.
           MOVE WS-TRANSEQ-NEXT TO TRANSEQ-LAST.
           WRITE TRANSEQ-RECORD.
           CLOSE TRANSEQ-FILE.
           OPEN I-O TRANFIXED-FILE.
           IF WS-TRANF-STATUS = "35"
               OPEN OUTPUT TRANFIXED-FILE
               CLOSE TRANFIXED-FILE
               OPEN I-O TRANFIXED-FILE
           END-IF.
           MOVE WS-TRANSEQ-NEXT        TO TRANF-SEQ.
           MOVE WS-RUN-DATE            TO TRANF-DATE.
           MOVE "DRV-PAY"              TO TRANF-TYPE.
           MOVE WS-DRV-PAY(WS-DRV-IDX) TO TRANF-AMOUNT.
           MOVE ACCT-BALANCE           TO TRANF-BALANCE.
           MOVE 0                      TO TRANF-REV-SEQ.
           MOVE SPACES                 TO TRANF-REASON.
           WRITE TRANF-RECORD.
           CLOSE TRANFIXED-FILE.

