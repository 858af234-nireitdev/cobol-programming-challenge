      *>   * FRAUDPARM card: threshold amount in 1-7, repeat count
      *>     in 9-10, fan-in count in 12-13, rapid-fire count in
      *>     15-16. Missing card: 10000 / 03 / 05 / 05.
      *>   * TRANFILE is read by its account + date key, one
      *>     ACCOUNTS record at a time, so only the day's movements
      *>     are touched.
      * Modification History:
      *>   2026-09-02  jrm  Initial version.
      *>   2026-10-15  jrm  TRANFILE passes read only the day's
      *>                    movements per account through the new
      *>                    account + date key instead of scanning
      *>                    the whole file; ACCOUNTS added as input.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUDSCAN.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANFIXED-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANF-SEQ
               ALTERNATE RECORD KEY IS TRANF-ACCT-KEY
               FILE STATUS IS WS-TRANF-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT SESSION-AUDIT-FILE ASSIGN TO "SESAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESAUD-STATUS.
       FD  TRANFIXED-FILE.
           COPY TRANFILE.

       FD  ACCOUNT-FILE.
           COPY ACCOUNT.

       FD  SESSION-AUDIT-FILE.
           COPY AUDITREC.


       WORKING-STORAGE SECTION.
       01  WS-TRANF-STATUS         PIC X(2).
       01  WS-ACCT-STATUS          PIC X(2).
       01  WS-SESAUD-STATUS        PIC X(2).
       01  WS-PARM-STATUS          PIC X(2).
       01  WS-CASE-STATUS          PIC X(2).
           END-IF.

      *>   Primera pasada de TRANFILE: acumula los contadores de
      *>   los patrones 1 y 2 sobre los movimientos del dia. Cuenta
      *>   por cuenta de ACCOUNTS, solo se leen los movimientos del
      *>   dia por la clave alternativa (cuenta + fecha + secuencia).
       COUNT-TRANFILE-PASS.
           OPEN INPUT TRANFIXED-FILE.
           IF WS-TRANF-STATUS NOT = "00"
               DISPLAY "FRAUDSCAN: sin TRANFILE (status "
                       WS-TRANF-STATUS ")."
           ELSE
               OPEN INPUT ACCOUNT-FILE
               IF WS-ACCT-STATUS NOT = "00"
                   DISPLAY "FRAUDSCAN: sin ACCOUNTS (status "
                           WS-ACCT-STATUS ")."
               ELSE
                   MOVE LOW-VALUES TO ACCT-ID
                   START ACCOUNT-FILE KEY NOT < ACCT-ID
                       INVALID KEY
                           MOVE "10" TO WS-ACCT-STATUS
                   END-START
                   PERFORM COUNT-ONE-ACCOUNT
                       UNTIL WS-ACCT-STATUS NOT = "00"
                   CLOSE ACCOUNT-FILE
               END-IF
               CLOSE TRANFIXED-FILE
           END-IF.

       COUNT-ONE-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-ACCT-STATUS
               NOT AT END
                   MOVE ACCT-ID TO WS-CUR-ACCT
                   PERFORM START-DAY-MOVEMENTS
                   PERFORM COUNT-DAY-MOVEMENT
                       UNTIL WS-TRANF-STATUS NOT = "00"
           END-READ.

      *>   Posiciona TRANFILE en el primer movimiento del dia de la
      *>   cuenta WS-CUR-ACCT.
       START-DAY-MOVEMENTS.
           MOVE WS-CUR-ACCT TO TRANF-USERNAME.
           MOVE WS-RUN-DATE TO TRANF-DATE.
           MOVE 0           TO TRANF-SEQ.
           START TRANFIXED-FILE KEY NOT < TRANF-ACCT-KEY
               INVALID KEY
                   MOVE "10" TO WS-TRANF-STATUS
           END-START.

      *>   Lee el siguiente movimiento; fin de la cuenta o del dia
      *>   se marca como fin de archivo.
       READ-DAY-MOVEMENT.
           READ TRANFIXED-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-TRANF-STATUS
               NOT AT END
                   IF TRANF-USERNAME NOT = WS-CUR-ACCT
                      OR TRANF-DATE NOT = WS-RUN-DATE
                       MOVE "10" TO WS-TRANF-STATUS
                   END-IF
           END-READ.

       COUNT-DAY-MOVEMENT.
           PERFORM READ-DAY-MOVEMENT.
           IF WS-TRANF-STATUS = "00"
               PERFORM COUNT-ONE-MOVEMENT
           END-IF.

       COUNT-ONE-MOVEMENT.
           IF TRANF-TYPE = "TRANSFER"
               COMPUTE WS-ABS-AMOUNT = 0 - TRANF-AMOUNT
       SHOW-UNDER-EVIDENCE.
           OPEN INPUT TRANFIXED-FILE.
           IF WS-TRANF-STATUS = "00"
               PERFORM START-DAY-MOVEMENTS
               PERFORM SHOW-UNDER-MOVEMENT
                   UNTIL WS-TRANF-STATUS NOT = "00"
               CLOSE TRANFIXED-FILE
           END-IF.

       SHOW-UNDER-MOVEMENT.
           PERFORM READ-DAY-MOVEMENT.
           IF WS-TRANF-STATUS = "00"
              AND TRANF-TYPE = "TRANSFER"
               COMPUTE WS-ABS-AMOUNT = 0 - TRANF-AMOUNT
               IF WS-ABS-AMOUNT NOT < WS-NEAR-FLOOR
                  AND WS-ABS-AMOUNT < WS-THRESHOLD
                   PERFORM SHOW-ONE-MOVEMENT
               END-IF
           END-IF.

       RAISE-FANIN-CASES.
           PERFORM VARYING FAN-IDX FROM 1 BY 1
                   UNTIL FAN-IDX > WS-FANIN-COUNT
       SHOW-FANIN-EVIDENCE.
           OPEN INPUT TRANFIXED-FILE.
           IF WS-TRANF-STATUS = "00"
               PERFORM START-DAY-MOVEMENTS
               PERFORM SHOW-FANIN-MOVEMENT
                   UNTIL WS-TRANF-STATUS NOT = "00"
               CLOSE TRANFIXED-FILE
           END-IF.

       SHOW-FANIN-MOVEMENT.
           PERFORM READ-DAY-MOVEMENT.
           IF WS-TRANF-STATUS = "00"
              AND TRANF-TYPE = "TRANSF-IN"
              AND TRANF-TIME (1:2) = WS-CUR-HOUR
               PERFORM SHOW-ONE-MOVEMENT
           END-IF.

       RAISE-RAPID-CASES.
           PERFORM VARYING RPD-IDX FROM 1 BY 1
                   UNTIL RPD-IDX > WS-RAPID-COUNT
