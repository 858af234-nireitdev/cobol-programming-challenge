      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Shared held-funds routine, CALLed by every program that
      *>     debits a bank account (01-OnlineBanking, STORDRUN,
      *>     LOANRUN, ACCTCLOSE) before its funds check. Adds up
      *>     the holds of one account in the HOLDS file (see
      *>     Copybooks/HOLD.CPY) that are in force on the given
      *>     date: active, and either without expiry or expiring on
      *>     or after that date. A hold past its expiry no longer
      *>     blocks funds even before the nightly HOLDEXP run marks
      *>     it expired. The caller's available balance is then
      *>     ACCT-BALANCE less the amount returned.
      *>
      *>     CALL "HOLDBAL" USING LNK-ACCT-ID LNK-ASOF-DATE
      *>                          LNK-HELD-AMOUNT LNK-HOLD-COUNT
      *>       LNK-ACCT-ID     PIC X(15)     account id
      *>       LNK-ASOF-DATE   PIC X(8)      business date YYYYMMDD
      *>       LNK-HELD-AMOUNT PIC 9(9)V9(2) total held (out)
      *>       LNK-HOLD-COUNT  PIC 9(3)      holds in force (out)
      *>
      *>     Missing HOLDS file: nothing held.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDBAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "HOLDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
           COPY HOLD.

       WORKING-STORAGE SECTION.
       01  WS-HOLD-STATUS      PIC X(2).

       LINKAGE SECTION.
       01  LNK-ACCT-ID         PIC X(15).
       01  LNK-ASOF-DATE       PIC X(8).
       01  LNK-HELD-AMOUNT     PIC 9(9)V9(2).
       01  LNK-HOLD-COUNT      PIC 9(3).

       PROCEDURE DIVISION USING LNK-ACCT-ID LNK-ASOF-DATE
                                LNK-HELD-AMOUNT LNK-HOLD-COUNT.
       MAIN-PROCEDURE.
           MOVE 0 TO LNK-HELD-AMOUNT.
           MOVE 0 TO LNK-HOLD-COUNT.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS NOT = "00"
               GOBACK
           END-IF.
      *>      Las retenciones de la cuenta son contiguas en la
      *>      clave: se arranca en la primera y se corta al cambiar
      *>      de cuenta.
           MOVE LNK-ACCT-ID TO HOLD-ACCT-ID.
           MOVE 0           TO HOLD-SEQ.
           START HOLD-FILE KEY NOT < HOLD-KEY
               INVALID KEY
                   MOVE "10" TO WS-HOLD-STATUS
           END-START.
           PERFORM SUM-ONE-HOLD
               UNTIL WS-HOLD-STATUS NOT = "00".
           CLOSE HOLD-FILE.
           GOBACK.

       SUM-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-HOLD-STATUS
               NOT AT END
                   IF HOLD-ACCT-ID NOT = LNK-ACCT-ID
                       MOVE "10" TO WS-HOLD-STATUS
                   ELSE
                       IF HOLD-IS-ACTIVE
                          AND (HOLD-EXPIRY-DATE = SPACES
                               OR HOLD-EXPIRY-DATE NOT < LNK-ASOF-DATE)
                           ADD HOLD-AMOUNT TO LNK-HELD-AMOUNT
                           ADD 1 TO LNK-HOLD-COUNT
                       END-IF
                   END-IF
           END-READ.

       END PROGRAM HOLDBAL.
