      *>     999999999.99).
      * Modification History:
      *>   2026-09-02  jrm  Initial version.
      *>   2026-10-15  jrm  TRANFILE is now indexed
      *>                    (Copybooks/TRANFILE.CPY): only the day's
      *>                    movements of each operator with a session
      *>                    are read, through the account + date key,
      *>                    instead of scanning the whole file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAWPROOF.
               FILE STATUS IS WS-SESAUD-STATUS.

           SELECT TRANFIXED-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANF-SEQ
               ALTERNATE RECORD KEY IS TRANF-ACCT-KEY
               FILE STATUS IS WS-TRANF-STATUS.

           SELECT COUNT-FILE ASSIGN TO "CASHCOUNT"
               10  DRW-COUNTED-SW  PIC X(1).
                   88  DRW-HAS-COUNT   VALUE "Y".

      *>   Operador cuyos movimientos del dia se estan leyendo.
       01  WS-CUR-OPERATOR         PIC X(15).
       01  WS-DRW-CUR              PIC 9(3).
       01  WS-DRW-PRIOR            PIC 9(3).
       01  WS-DRW-SEEN-SW          PIC X(1).
           88  WS-DRW-SEEN             VALUE "Y".

       01  WS-EXPECTED             PIC S9(11)V9(2).
       01  WS-OVERSHORT            PIC S9(11)V9(2).
       01  WS-TOTAL-OVERSHORT      PIC S9(11)V9(2) VALUE +0.
      *>   se imputan al cajon del operador de la sesion; la cuenta
      *>   corriente original lleva el username como numero, por lo
      *>   que TRANF-USERNAME identifica al operador del mostrador.
      *>   Por cada operador con sesion se leen solo sus movimientos
      *>   del dia, por la clave alternativa de TRANFILE (cuenta +
      *>   fecha + secuencia); un operador con sesion en dos
      *>   terminales se lee una sola vez.
       SUM-CASH-MOVEMENTS.
           OPEN INPUT TRANFIXED-FILE.
           IF WS-TRANF-STATUS NOT = "00"
               DISPLAY "DRAWPROOF: sin TRANFILE (status "
                       WS-TRANF-STATUS ")."
           ELSE
               PERFORM SUM-ONE-OPERATOR
                   VARYING WS-DRW-CUR FROM 1 BY 1
                   UNTIL WS-DRW-CUR > WS-DRAWER-COUNT
               CLOSE TRANFIXED-FILE
           END-IF.

       SUM-ONE-OPERATOR.
           MOVE DRW-OPERATOR (WS-DRW-CUR) TO WS-CUR-OPERATOR.
           MOVE "N" TO WS-DRW-SEEN-SW.
           PERFORM CHECK-OPERATOR-SEEN
               VARYING WS-DRW-PRIOR FROM 1 BY 1
               UNTIL WS-DRW-PRIOR NOT < WS-DRW-CUR.
           IF NOT WS-DRW-SEEN
               MOVE WS-CUR-OPERATOR TO TRANF-USERNAME
               MOVE WS-RUN-DATE     TO TRANF-DATE
               MOVE 0               TO TRANF-SEQ
               START TRANFIXED-FILE KEY NOT < TRANF-ACCT-KEY
                   INVALID KEY
                       MOVE "10" TO WS-TRANF-STATUS
               END-START
               PERFORM READ-OPERATOR-MOVEMENT
                   UNTIL WS-TRANF-STATUS NOT = "00"
           END-IF.

       CHECK-OPERATOR-SEEN.
           IF DRW-OPERATOR (WS-DRW-PRIOR) = WS-CUR-OPERATOR
               MOVE "Y" TO WS-DRW-SEEN-SW
           END-IF.

       READ-OPERATOR-MOVEMENT.
           READ TRANFIXED-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-TRANF-STATUS
               NOT AT END
                   IF TRANF-USERNAME NOT = WS-CUR-OPERATOR
                      OR TRANF-DATE NOT = WS-RUN-DATE
                       MOVE "10" TO WS-TRANF-STATUS
                   ELSE
                       PERFORM APPLY-CASH-MOVEMENT
                   END-IF
           END-READ.

       APPLY-CASH-MOVEMENT.
           IF TRANF-TYPE = "DEPOSITO" OR TRANF-TYPE = "RETIRO"
               SET DRW-IDX TO 1
