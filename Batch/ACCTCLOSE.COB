      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Account closure with final settlement. One CLOSEPARM
      *>     card per account to close. Before touching anything
      *>     the run refuses the closure when the account is
      *>     overdrawn, still funds an open term deposit (TERMDEPS)
      *>     or still repays a live loan (LOANS), carries a hold in
      *>     force (HOLDS), or when the sweep target is missing,
      *>     closed, in another currency or the account itself. A
      *>     closure that passes the checks then:
      *>       - posts the final interest accrual of a savings
      *>         account for the days of the current month, at the
      *>         monthly rate on the card (same INTEREST movement
      *>         and GL expense as INTACCRUE);
      *>       - deactivates every active STANDORD order paying from
      *>         or into the account;
      *>       - sweeps the remaining balance to the target ACCT-ID
      *>         (CLOSE-OUT / CLOSE-IN movements) or pays it out as
      *>         cash at the counter (CLOSE-CASH);
      *>       - marks the account closed (ACCT-CLOSED-SW "C") with
      *>         the business date.
      *>     Every movement lands in TRANLOG and TRANFILE/TRANSEQ so
      *>     BANKPROOF closes the day. The closed account keeps its
      *>     history for BANKSTMT; the online and the posting
      *>     batches refuse new movements on it. Refusals go to
      *>     SYSOUT and EXCPLOG.
      *>   * CLOSEPARM card: account id in 1-15, disposition in 17
      *>     (T = transfer to another account, C = cash payout),
      *>     target account in 19-33 (T only), monthly interest
      *>     rate in percent in 35-42 as 999.9999 (INTPARM format).
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      *>   2026-10-15  jrm  A closure is now also refused while the
      *>                    account carries a hold in force (HOLDS,
      *>                    checked through Batch/HOLDBAL.COB).
      *>   2026-10-15  jrm  TRANFILE is now an indexed file keyed by
      *>                    TRANF-SEQ (Copybooks/TRANFILE.CPY):
      *>                    movements are written by key instead of
      *>                    appended.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "CLOSEPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TERMDEP-FILE ASSIGN TO "TERMDEPS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDEP-ID
               FILE STATUS IS WS-TDEP-STATUS.

           SELECT LOAN-FILE ASSIGN TO "LOANS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT STANDORD-FILE ASSIGN TO "STANDORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STORD-ID
               FILE STATUS IS WS-STORD-STATUS.

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
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-ACCT-ID        PIC X(15).
           05  FILLER              PIC X(1).
           05  PARM-DISPOSITION    PIC X(1).
           05  FILLER              PIC X(1).
           05  PARM-TARGET-ID      PIC X(15).
           05  FILLER              PIC X(1).
           05  PARM-RATE-ENT       PIC X(3).
           05  FILLER              PIC X(1).
           05  PARM-RATE-DEC       PIC X(4).
           05  FILLER              PIC X(38).

       FD  ACCOUNT-FILE.
           COPY ACCOUNT.

       FD  TERMDEP-FILE.
           COPY TERMDEP.

       FD  LOAN-FILE.
           COPY LOAN.

       FD  STANDORD-FILE.
           COPY STANDORD.

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
       01  WS-PARM-STATUS          PIC X(2).
       01  WS-ACCT-STATUS          PIC X(2).
       01  WS-TDEP-STATUS          PIC X(2).
       01  WS-LOAN-STATUS          PIC X(2).
       01  WS-STORD-STATUS         PIC X(2).
       01  WS-TRANLOG-STATUS       PIC X(2).
       01  WS-ERRLOG-STATUS        PIC X(2).
       01  WS-GLEXT-STATUS         PIC X(2).

       01  WS-RUN-DATE             PIC X(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYYMM       PIC X(6).
           05  WS-RUN-DD           PIC 9(2).
      *>   Interfaz con el control de fecha de negocio compartido
      *>   (Batch/BUSDATE.COB): los movimientos se fechan con la
      *>   fecha del negocio, la misma que replica BANKPROOF.
       01  WS-BD-MODE              PIC X VALUE "G".
       01  WS-BD-DATE              PIC 9(8).
       01  WS-BD-RESULT            PIC X.

       01  WS-RUN-TIME             PIC X(6).

      *>   Cierre en curso, tomado de la tarjeta.
       01  WS-CLOSE-ACCT           PIC X(15).
       01  WS-DISPOSITION          PIC X(1).
           88  WS-DISP-TRANSFER        VALUE "T".
           88  WS-DISP-CASH            VALUE "C".
       01  WS-TARGET-ACCT          PIC X(15).
       01  WS-CLOSE-CCY            PIC X(3).
       01  WS-TARGET-CCY           PIC X(3).
       01  WS-MONTHLY-RATE-PCT     PIC 9(3)V9(4) VALUE 0.
       01  WS-RATE-ENT-9           PIC 9(3).
       01  WS-RATE-DEC-9           PIC 9(4).
       01  WS-REFUSE-REASON        PIC X(40).
      *>   Retenciones vigentes de la cuenta (Batch/HOLDBAL.COB).
       01  WS-HELD-AMOUNT          PIC 9(9)V9(2).
       01  WS-HELD-COUNT           PIC 9(3).

       01  WS-INTEREST             PIC S9(9)V9(2) VALUE +0.
       01  WS-SWEEP-AMOUNT         PIC S9(9)V9(2) VALUE +0.
       01  WS-TOTAL-INTEREST       PIC S9(11)V9(2) VALUE +0.
       01  WS-TOTAL-SWEPT          PIC S9(11)V9(2) VALUE +0.
       01  WS-TOTAL-CASH           PIC S9(11)V9(2) VALUE +0.
       01  WS-CARD-COUNT           PIC 9(5) VALUE 0.
       01  WS-CLOSED-COUNT         PIC 9(5) VALUE 0.
       01  WS-REFUSED-COUNT        PIC 9(5) VALUE 0.
       01  WS-STORD-OFF-COUNT      PIC 9(5) VALUE 0.
       01  WS-CARD-COUNT-Z         PIC Z(4)9.
       01  WS-CLOSED-COUNT-Z       PIC Z(4)9.
       01  WS-REFUSED-COUNT-Z      PIC Z(4)9.
       01  WS-STORD-OFF-COUNT-Z    PIC Z(4)9.
       01  WS-TOTAL-INTEREST-Z     PIC -(10)9.9(2).
       01  WS-TOTAL-SWEPT-Z        PIC -(10)9.9(2).
       01  WS-TOTAL-CASH-Z         PIC -(10)9.9(2).

      *>   Movimiento a registrar en TRANLOG/TRANFILE, cargado por
      *>   el llamador.
       01  WS-LOG-ACCT             PIC X(15).
       01  WS-LOG-TYPE             PIC X(10).
       01  WS-LOG-SIGNED           PIC S9(9)V9(2).
       01  WS-LOG-NEWBAL           PIC S9(9)V9(2).

       01  WS-TRANLOG-AMOUNT-Z     PIC -(8)9.9(2).
       01  WS-TRANLOG-BALANCE-Z    PIC -(8)9.9(2).
       01  WS-GL-TIMESTAMP         PIC X(14).

       01  WS-TRANF-STATUS         PIC X(2).
       01  WS-TRANSEQ-STATUS       PIC X(2).
       01  WS-TRANSEQ-NEXT         PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSDATE-PROCEDURE.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "ACCTCLOSE: falta la tarjeta CLOSEPARM."
               STOP RUN
           END-IF.
           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ACCTCLOSE: no pude abrir ACCOUNTS, status "
                       WS-ACCT-STATUS
               CLOSE PARM-FILE
               STOP RUN
           END-IF.
           PERFORM READ-ONE-CARD
               UNTIL WS-PARM-STATUS = "10".
           CLOSE ACCOUNT-FILE.
           CLOSE PARM-FILE.
           PERFORM POST-GLENTRY-PROCEDURE.
           PERFORM SHOW-TOTALS-PROCEDURE.
           STOP RUN.

       READ-ONE-CARD.
           READ PARM-FILE
               AT END
                   MOVE "10" TO WS-PARM-STATUS
               NOT AT END
                   IF PARM-ACCT-ID NOT = SPACES
                       ADD 1 TO WS-CARD-COUNT
                       PERFORM CLOSE-ONE-ACCOUNT
                           THRU CLOSE-ONE-ACCOUNT-EXIT
                   END-IF
           END-READ.

      *>   *************************************************************
      *>   Un cierre: primero todos los controles (nada se postea
      *>   si alguno falla), despues la liquidacion final y la
      *>   marca de cerrada.
      *>   *************************************************************
       CLOSE-ONE-ACCOUNT.
           MOVE PARM-ACCT-ID     TO WS-CLOSE-ACCT.
           MOVE PARM-DISPOSITION TO WS-DISPOSITION.
           MOVE PARM-TARGET-ID   TO WS-TARGET-ACCT.
           MOVE 0 TO WS-MONTHLY-RATE-PCT.
           IF PARM-RATE-ENT IS NUMERIC
              AND PARM-RATE-DEC IS NUMERIC
               MOVE PARM-RATE-ENT TO WS-RATE-ENT-9
               MOVE PARM-RATE-DEC TO WS-RATE-DEC-9
               COMPUTE WS-MONTHLY-RATE-PCT =
                   WS-RATE-ENT-9 + WS-RATE-DEC-9 / 10000
           END-IF.
           IF NOT WS-DISP-TRANSFER AND NOT WS-DISP-CASH
               MOVE "DESTINO DEL SALDO INVALIDO (T/C)"
                   TO WS-REFUSE-REASON
               PERFORM REPORT-REFUSAL-PROCEDURE
               GO TO CLOSE-ONE-ACCOUNT-EXIT
           END-IF.
           MOVE WS-CLOSE-ACCT TO ACCT-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "CUENTA INEXISTENTE" TO WS-REFUSE-REASON
                   PERFORM REPORT-REFUSAL-PROCEDURE
                   GO TO CLOSE-ONE-ACCOUNT-EXIT
           END-READ.
           IF ACCT-IS-CLOSED
               MOVE "CUENTA YA CERRADA" TO WS-REFUSE-REASON
               PERFORM REPORT-REFUSAL-PROCEDURE
               GO TO CLOSE-ONE-ACCOUNT-EXIT
           END-IF.
           IF ACCT-BALANCE < 0
               MOVE "CUENTA EN DESCUBIERTO" TO WS-REFUSE-REASON
               PERFORM REPORT-REFUSAL-PROCEDURE
               GO TO CLOSE-ONE-ACCOUNT-EXIT
           END-IF.
      *>      Fondos retenidos (orden judicial, autorizacion
      *>      pendiente) no se barren: primero hay que levantar la
      *>      retencion.
           CALL "HOLDBAL" USING WS-CLOSE-ACCT WS-RUN-DATE
                                WS-HELD-AMOUNT WS-HELD-COUNT.
           IF WS-HELD-COUNT > 0
               MOVE "CUENTA CON RETENCIONES VIGENTES"
                   TO WS-REFUSE-REASON
               PERFORM REPORT-REFUSAL-PROCEDURE
               GO TO CLOSE-ONE-ACCOUNT-EXIT
           END-IF.
           MOVE ACCT-CCY TO WS-CLOSE-CCY.
           IF WS-CLOSE-CCY = SPACES
               MOVE "ARS" TO WS-CLOSE-CCY
           END-IF.
           PERFORM CHECK-OPEN-TERMDEPS.
           IF WS-REFUSE-REASON NOT = SPACES
               PERFORM REPORT-REFUSAL-PROCEDURE
               GO TO CLOSE-ONE-ACCOUNT-EXIT
           END-IF.
           PERFORM CHECK-LIVE-LOANS.
           IF WS-REFUSE-REASON NOT = SPACES
               PERFORM REPORT-REFUSAL-PROCEDURE
               GO TO CLOSE-ONE-ACCOUNT-EXIT
           END-IF.
           IF WS-DISP-TRANSFER
               PERFORM CHECK-TARGET-ACCOUNT
               IF WS-REFUSE-REASON NOT = SPACES
                   PERFORM REPORT-REFUSAL-PROCEDURE
                   GO TO CLOSE-ONE-ACCOUNT-EXIT
               END-IF
           END-IF.
      *>      Controles superados: liquidacion final.
           PERFORM FINAL-ACCRUAL-PROCEDURE.
           PERFORM STOP-STANDING-ORDERS.
           PERFORM SWEEP-BALANCE-PROCEDURE.
           MOVE WS-CLOSE-ACCT TO ACCT-ID.
           READ ACCOUNT-FILE.
           MOVE "C"         TO ACCT-CLOSED-SW.
           MOVE WS-RUN-DATE TO ACCT-CLOSED-DATE.
           REWRITE ACCOUNT-RECORD.
           ADD 1 TO WS-CLOSED-COUNT.
           DISPLAY "ACCTCLOSE: cuenta " WS-CLOSE-ACCT
                   " cerrada el " WS-RUN-DATE.
       CLOSE-ONE-ACCOUNT-EXIT.
           EXIT.

      *>   Un plazo fijo abierto acredita su vencimiento en la
      *>   cuenta de fondeo: mientras exista, no se cierra.
       CHECK-OPEN-TERMDEPS.
           MOVE SPACES TO WS-REFUSE-REASON.
           OPEN INPUT TERMDEP-FILE.
           IF WS-TDEP-STATUS = "00"
               PERFORM CHECK-ONE-TERMDEP
                   UNTIL WS-TDEP-STATUS NOT = "00"
               CLOSE TERMDEP-FILE
           END-IF.

       CHECK-ONE-TERMDEP.
           READ TERMDEP-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-TDEP-STATUS
               NOT AT END
                   IF TDEP-ACCT-ID = WS-CLOSE-ACCT
                      AND TDEP-IS-OPEN
                       MOVE "FONDEA UN PLAZO FIJO ABIERTO"
                           TO WS-REFUSE-REASON
                   END-IF
           END-READ.

      *>   Un prestamo vivo debita sus cuotas de la cuenta de
      *>   desembolso: mientras no este cancelado, no se cierra.
       CHECK-LIVE-LOANS.
           MOVE SPACES TO WS-REFUSE-REASON.
           OPEN INPUT LOAN-FILE.
           IF WS-LOAN-STATUS = "00"
               PERFORM CHECK-ONE-LOAN
                   UNTIL WS-LOAN-STATUS NOT = "00"
               CLOSE LOAN-FILE
           END-IF.

       CHECK-ONE-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-LOAN-STATUS
               NOT AT END
                   IF LOAN-ACCT-ID = WS-CLOSE-ACCT
                      AND LOAN-IS-LIVE
                       MOVE "PRESTAMO VIVO DEBITA DE LA CUENTA"
                           TO WS-REFUSE-REASON
                   END-IF
           END-READ.

      *>   La cuenta destino del barrido debe existir, estar
      *>   abierta, ser otra y operar en la misma moneda.
       CHECK-TARGET-ACCOUNT.
           MOVE SPACES TO WS-REFUSE-REASON.
           IF WS-TARGET-ACCT = WS-CLOSE-ACCT
              OR WS-TARGET-ACCT = SPACES
               MOVE "CUENTA DESTINO INVALIDA" TO WS-REFUSE-REASON
           ELSE
               MOVE WS-TARGET-ACCT TO ACCT-ID
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE "CUENTA DESTINO INEXISTENTE"
                           TO WS-REFUSE-REASON
                   NOT INVALID KEY
                       MOVE ACCT-CCY TO WS-TARGET-CCY
                       IF WS-TARGET-CCY = SPACES
                           MOVE "ARS" TO WS-TARGET-CCY
                       END-IF
                       IF ACCT-IS-CLOSED
                           MOVE "CUENTA DESTINO CERRADA"
                               TO WS-REFUSE-REASON
                       END-IF
                       IF WS-TARGET-CCY NOT = WS-CLOSE-CCY
                           MOVE "CUENTA DESTINO EN OTRA MONEDA"
                               TO WS-REFUSE-REASON
                       END-IF
               END-READ
           END-IF.

      *>   Interes de caja de ahorro por los dias corridos del mes
      *>   (la mensual de INTACCRUE ya cubrio los meses cerrados).
       FINAL-ACCRUAL-PROCEDURE.
           MOVE WS-CLOSE-ACCT TO ACCT-ID.
           READ ACCOUNT-FILE.
           MOVE 0 TO WS-INTEREST.
           IF ACCT-TYPE-SAVINGS
              AND ACCT-BALANCE > 0
              AND WS-MONTHLY-RATE-PCT > 0
               COMPUTE WS-INTEREST ROUNDED =
                   ACCT-BALANCE * WS-MONTHLY-RATE-PCT / 100
                       * WS-RUN-DD / 30
           END-IF.
           IF WS-INTEREST > 0
               ADD WS-INTEREST TO ACCT-BALANCE
               REWRITE ACCOUNT-RECORD
               ADD WS-INTEREST TO WS-TOTAL-INTEREST
               MOVE WS-CLOSE-ACCT TO WS-LOG-ACCT
               MOVE "INTEREST"    TO WS-LOG-TYPE
               MOVE WS-INTEREST   TO WS-LOG-SIGNED
               MOVE ACCT-BALANCE  TO WS-LOG-NEWBAL
               PERFORM LOG-MOVEMENT-PROCEDURE
           END-IF.

      *>   Ninguna orden permanente sigue corriendo contra una
      *>   cuenta cerrada, pague desde ella o hacia ella.
       STOP-STANDING-ORDERS.
           OPEN I-O STANDORD-FILE.
           IF WS-STORD-STATUS = "00"
               PERFORM STOP-ONE-ORDER
                   UNTIL WS-STORD-STATUS NOT = "00"
               CLOSE STANDORD-FILE
           END-IF.

       STOP-ONE-ORDER.
           READ STANDORD-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-STORD-STATUS
               NOT AT END
                   IF STORD-IS-ACTIVE
                      AND (STORD-PAYER = WS-CLOSE-ACCT
                           OR STORD-DEST = WS-CLOSE-ACCT)
                       MOVE "N" TO STORD-ACTIVE-SW
                       REWRITE STORD-RECORD
                       ADD 1 TO WS-STORD-OFF-COUNT
                       DISPLAY "ACCTCLOSE: orden permanente "
                               STORD-ID " desactivada."
                   END-IF
           END-READ.

      *>   Barrido del saldo remanente: pase a la cuenta destino
      *>   (una pata en cada cuenta) o pago en efectivo.
       SWEEP-BALANCE-PROCEDURE.
           MOVE WS-CLOSE-ACCT TO ACCT-ID.
           READ ACCOUNT-FILE.
           MOVE ACCT-BALANCE TO WS-SWEEP-AMOUNT.
           IF WS-SWEEP-AMOUNT = 0
               CONTINUE
           ELSE
               MOVE 0 TO ACCT-BALANCE
               REWRITE ACCOUNT-RECORD
               MOVE WS-CLOSE-ACCT TO WS-LOG-ACCT
               COMPUTE WS-LOG-SIGNED = 0 - WS-SWEEP-AMOUNT
               MOVE 0             TO WS-LOG-NEWBAL
               IF WS-DISP-CASH
                   MOVE "CLOSE-CASH" TO WS-LOG-TYPE
                   PERFORM LOG-MOVEMENT-PROCEDURE
                   ADD WS-SWEEP-AMOUNT TO WS-TOTAL-CASH
               ELSE
                   MOVE "CLOSE-OUT"  TO WS-LOG-TYPE
                   PERFORM LOG-MOVEMENT-PROCEDURE
                   MOVE WS-TARGET-ACCT TO ACCT-ID
                   READ ACCOUNT-FILE
                   ADD WS-SWEEP-AMOUNT TO ACCT-BALANCE
                   REWRITE ACCOUNT-RECORD
                   MOVE WS-TARGET-ACCT  TO WS-LOG-ACCT
                   MOVE "CLOSE-IN"      TO WS-LOG-TYPE
                   MOVE WS-SWEEP-AMOUNT TO WS-LOG-SIGNED
                   MOVE ACCT-BALANCE    TO WS-LOG-NEWBAL
                   PERFORM LOG-MOVEMENT-PROCEDURE
                   ADD WS-SWEEP-AMOUNT TO WS-TOTAL-SWEPT
               END-IF
           END-IF.

      *>   Renglon en TRANLOG (layout posicional del online) y
      *>   registro fijo con signo en TRANFILE, con los campos
      *>   WS-LOG-* cargados por el llamador.
       LOG-MOVEMENT-PROCEDURE.
           MOVE WS-LOG-SIGNED TO WS-TRANLOG-AMOUNT-Z.
           MOVE WS-LOG-NEWBAL TO WS-TRANLOG-BALANCE-Z.
           OPEN EXTEND TRANLOG-FILE.
           IF WS-TRANLOG-STATUS = "35"
               OPEN OUTPUT TRANLOG-FILE
           END-IF.
           STRING WS-RUN-DATE        DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME        DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LOG-ACCT        DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LOG-TYPE        DELIMITED BY SIZE
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
           MOVE WS-LOG-ACCT      TO TRANF-USERNAME.
           MOVE WS-LOG-TYPE      TO TRANF-TYPE.
           MOVE WS-LOG-SIGNED    TO TRANF-AMOUNT.
           MOVE WS-LOG-NEWBAL    TO TRANF-BALANCE.
           MOVE 0                TO TRANF-REV-SEQ.
           MOVE SPACES           TO TRANF-REASON.
           WRITE TRANF-RECORD.
           CLOSE TRANFIXED-FILE.

       REPORT-REFUSAL-PROCEDURE.
           ADD 1 TO WS-REFUSED-COUNT.
           DISPLAY "ACCTCLOSE: cuenta " WS-CLOSE-ACCT
                   " NO se cierra - " WS-REFUSE-REASON.
           OPEN EXTEND EXCEPTION-LOG-FILE.
           IF WS-ERRLOG-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ERRLOG-TIMESTAMP.
           MOVE "ACCTCLOSE"                 TO ERRLOG-PROGRAM.
           STRING "CIERRE RECHAZADO CUENTA " WS-CLOSE-ACCT
                  " " WS-REFUSE-REASON
                  DELIMITED BY SIZE INTO ERRLOG-DESC.
           MOVE "WARN" TO ERRLOG-SEVERITY.
           WRITE EXCPLOG-RECORD.
           CLOSE EXCEPTION-LOG-FILE.

      *>   El interes final es el mismo gasto que asienta
      *>   INTACCRUE, en negativo (egreso).
       POST-GLENTRY-PROCEDURE.
           IF WS-TOTAL-INTEREST = 0
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
               MOVE "ACCTCLOSE"          TO GLEXT-SOURCE
               MOVE "INTEREST-EXPENSE"   TO GLEXT-ACCOUNT
               COMPUTE GLEXT-AMOUNT = 0 - WS-TOTAL-INTEREST
               WRITE GLEXT-RECORD
               CLOSE GL-EXTRACT-FILE
           END-IF.

       SHOW-TOTALS-PROCEDURE.
           MOVE WS-CARD-COUNT       TO WS-CARD-COUNT-Z.
           MOVE WS-CLOSED-COUNT     TO WS-CLOSED-COUNT-Z.
           MOVE WS-REFUSED-COUNT    TO WS-REFUSED-COUNT-Z.
           MOVE WS-STORD-OFF-COUNT  TO WS-STORD-OFF-COUNT-Z.
           MOVE WS-TOTAL-INTEREST   TO WS-TOTAL-INTEREST-Z.
           MOVE WS-TOTAL-SWEPT      TO WS-TOTAL-SWEPT-Z.
           MOVE WS-TOTAL-CASH       TO WS-TOTAL-CASH-Z.
           DISPLAY "=====================================".
           DISPLAY "  ACCOUNT CLOSURE RUN - " WS-RUN-DATE.
           DISPLAY "=====================================".
           DISPLAY "CLOSURES REQUESTED..: " WS-CARD-COUNT-Z.
           DISPLAY "ACCOUNTS CLOSED.....: " WS-CLOSED-COUNT-Z.
           DISPLAY "CLOSURES REFUSED....: " WS-REFUSED-COUNT-Z.
           DISPLAY "ORDERS DEACTIVATED..: " WS-STORD-OFF-COUNT-Z.
           DISPLAY "FINAL INTEREST......: " WS-TOTAL-INTEREST-Z.
           DISPLAY "SWEPT TO ACCOUNTS...: " WS-TOTAL-SWEPT-Z.
           DISPLAY "PAID OUT IN CASH....: " WS-TOTAL-CASH-Z.
           DISPLAY "=====================================".

      *>   Fecha de negocio vigente (control BUSDATE compartido).
       GET-BUSDATE-PROCEDURE.
           MOVE "G" TO WS-BD-MODE.
           CALL "BUSDATE" USING WS-BD-MODE WS-BD-DATE
                                WS-BD-RESULT.
           MOVE WS-BD-DATE TO WS-RUN-DATE.

       END PROGRAM ACCTCLOSE.
