      *>                    BUSDATE business-date control, so the
      *>                    dependency check keys on the same
      *>                    date its predecessors marked.
      *>   2026-10-15  jrm  Supervised REVERSAL contra entries
      *>                    (Batch/TRANREV.COB) replay like any other
      *>                    signed movement and keep the chain whole;
      *>                    the heading now also counts how many of
      *>                    the day's movements were reversals.
      *>   2026-10-15  jrm  TRANFILE is now indexed
      *>                    (Copybooks/TRANFILE.CPY): the day's
      *>                    movements are read account by account
      *>                    through the account + date key, still in
      *>                    TRANF-SEQ order within each account,
      *>                    instead of scanning the whole file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKPROOF.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANFIXED-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANF-SEQ
               ALTERNATE RECORD KEY IS TRANF-ACCT-KEY
               FILE STATUS IS WS-TRANF-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS"
       01  WS-BD-RESULT            PIC X.

       01  WS-MOVEMENT-TOTAL       PIC 9(7) VALUE 0.
       01  WS-REVERSAL-TOTAL       PIC 9(7) VALUE 0.
       01  WS-OOB-COUNT            PIC 9(3) VALUE 0.
       01  WS-EXPECTED-BAL         PIC S9(9)V9(2).

       01  WS-MOVEMENT-TOTAL-Z     PIC Z(6)9.
       01  WS-REVERSAL-TOTAL-Z     PIC Z(6)9.
       01  WS-COUNT-Z              PIC ZZ9.
       01  WS-AMOUNT-Z             PIC -(8)9.9(2).
       01  WS-AMOUNT2-Z            PIC -(8)9.9(2).
               CLOSE PARM-FILE
           END-IF.

      *>   Cuenta por cuenta de ACCOUNTS, los movimientos del dia
      *>   se leen por la clave alternativa de TRANFILE (cuenta +
      *>   fecha + secuencia): START en la cuenta y la fecha de la
      *>   prueba, y el replay sale en orden de secuencia sin
      *>   recorrer el archivo entero.
       REPLAY-TRANFILE.
           OPEN INPUT TRANFIXED-FILE.
           IF WS-TRANF-STATUS NOT = "00"
                       WS-TRANF-STATUS ") - nada que probar."
               STOP RUN
           END-IF.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "BANKPROOF: sin ACCOUNTS (status "
                       WS-ACCT-STATUS ") - nada que probar."
               CLOSE TRANFIXED-FILE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO ACCT-ID.
           START ACCOUNT-FILE KEY NOT < ACCT-ID
               INVALID KEY
                   MOVE "10" TO WS-ACCT-STATUS
           END-START.
           PERFORM REPLAY-ONE-ACCOUNT
               UNTIL WS-ACCT-STATUS NOT = "00".
           CLOSE ACCOUNT-FILE.
           CLOSE TRANFIXED-FILE.

       REPLAY-ONE-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-ACCT-STATUS
               NOT AT END
                   MOVE ACCT-ID       TO TRANF-USERNAME
                   MOVE WS-PROOF-DATE TO TRANF-DATE
                   MOVE 0             TO TRANF-SEQ
                   START TRANFIXED-FILE KEY NOT < TRANF-ACCT-KEY
                       INVALID KEY
                           MOVE "10" TO WS-TRANF-STATUS
                   END-START
                   PERFORM REPLAY-ONE-MOVEMENT
                       UNTIL WS-TRANF-STATUS NOT = "00"
           END-READ.

       REPLAY-ONE-MOVEMENT.
           READ TRANFIXED-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-TRANF-STATUS
               NOT AT END
                   IF TRANF-USERNAME NOT = ACCT-ID
                      OR TRANF-DATE NOT = WS-PROOF-DATE
                       MOVE "10" TO WS-TRANF-STATUS
                   ELSE
                       ADD 1 TO WS-MOVEMENT-TOTAL
                       IF TRANF-TYPE = "REVERSAL"
                           ADD 1 TO WS-REVERSAL-TOTAL
                       END-IF
                       PERFORM APPLY-MOVEMENT
                   END-IF
           END-READ.

      *>   Busca (o abre) la entrada de la cuenta y verifica que el
      *>   saldo del registro siga del anterior mas el importe con
           DISPLAY "==================================================".
           DISPLAY "  END-OF-DAY BANKING PROOF - " WS-PROOF-DATE.
           DISPLAY "  MOVEMENTS REPLAYED: " WS-MOVEMENT-TOTAL-Z.
           MOVE WS-REVERSAL-TOTAL TO WS-REVERSAL-TOTAL-Z.
           DISPLAY "  OF WHICH REVERSALS: " WS-REVERSAL-TOTAL-Z.
           DISPLAY "==================================================".
           IF WS-PROOF-COUNT = 0
               DISPLAY "  (SIN MOVIMIENTOS EN LA FECHA)"
