      * Author: jrm
      * Date: 2026-08-22
      * Purpose:
      *>   * Customer account statement over the banking movements.
      *>     Takes a username and a date range from the STMTPARM
      *>     card, reads the account's movements in TRANFILE
      *>     (written by 01-OnlineBanking and the batch postings),
      *>     and prints an opening balance, each movement in order
      *>     and a closing balance, tying the closing figure back
      *>     to the live ACCOUNTS record. Replaces the manual
      *>     grep-and-paste answer to "what happened on my account
      *>     this month".
      * Modification History:
      *>   2026-08-22  jrm  Initial version.
      *>   2026-09-02  jrm  With several accounts per customer
      *>                    customer on the STMTPARM card; a card
      *>                    naming an account number directly still
      *>                    prints that single statement.
      *>   2026-10-15  jrm  Supervised reversals (Batch/TRANREV.COB)
      *>                    print as a pair: the original movement
      *>                    carries a note naming the REVERSAL that
      *>                    undid it, and the REVERSAL line names
      *>                    the original, matched through the
      *>                    TRANF-REV-SEQ pointer in TRANFILE.
      *>   2026-10-15  jrm  TRANFILE is now indexed
      *>                    (Copybooks/TRANFILE.CPY): the statement
      *>                    positions with START on the account and
      *>                    the first day of the period through the
      *>                    account + date key and reads only those
      *>                    movements, instead of scanning the whole
      *>                    TRANLOG and TRANFILE; reversal pairs are
      *>                    matched by sequence number. TRANLOG is no
      *>                    longer read.
      *>   2026-10-15  jrm  Payments to the group's merchants from an
      *>                    account (Batch/ACCTPAY.COB, TRANFILE type
      *>                    MERCH-PAY) print a note under the
      *>                    movement naming the merchant and the
      *>                    reference paid, read from MERCHPAY by the
      *>                    movement's sequence.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKSTMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TRANFIXED-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANF-SEQ
               ALTERNATE RECORD KEY IS TRANF-ACCT-KEY
               FILE STATUS IS WS-TRANF-STATUS.

           SELECT MERCHPAY-FILE ASSIGN TO "MERCHPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MPAY-SEQ
               FILE STATUS IS WS-MPAY-STATUS.

           SELECT PARM-FILE ASSIGN TO "STMTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           COPY ACCOUNT.

       FD  TRANFIXED-FILE.
           COPY TRANFILE.

       FD  MERCHPAY-FILE.
           COPY MERCHPAY.

      *>   Tarjeta: usuario (o numero de cuenta) en 1-15, fecha
      *>   desde en 17-24 y fecha hasta en 26-33, ambas AAAAMMDD.
       FD  PARM-FILE.
           05  FILLER              PIC X(47).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS          PIC X(2).
       01  WS-PARM-STATUS          PIC X(2).
       01  WS-TRANF-STATUS         PIC X(2).
       01  WS-MPAY-STATUS          PIC X(2).
       01  WS-MPAY-OPEN-SW         PIC X VALUE "N".
           88  WS-MPAY-OPEN            VALUE "Y".

       01  WS-SELECTED-USER        PIC X(15).
       01  WS-FROM-DATE            PIC X(8).
       01  WS-CUR-TYPE             PIC X(2).
       01  WS-CUR-BAL              PIC S9(9)V9(2).

      *>   Reversas de la cuenta en curso desde el inicio del
      *>   periodo, cada una con su original (via TRANF-REV-SEQ);
      *>   los renglones del resumen se aparean por secuencia.
       01  WS-REV-TABLE.
           05  WS-REV-MAX          PIC 9(3) VALUE 100.
           05  WS-REV-COUNT        PIC 9(3) VALUE 0.
           05  WS-REV-ENTRY OCCURS 100 TIMES INDEXED BY REV-IDX.
               10  REV-SEQ         PIC 9(7).
               10  REV-DATE        PIC X(8).
               10  REV-ORIG-SEQ    PIC 9(7).
               10  REV-ORIG-DATE   PIC X(8).
               10  REV-ORIG-TYPE   PIC X(10).

       01  WS-OPENING-BALANCE      PIC S9(9)V9(2) VALUE +0.
       01  WS-CLOSING-BALANCE      PIC S9(9)V9(2) VALUE +0.
       01  WS-MOVEMENT-COUNT       PIC 9(5) VALUE 0.

       01  WS-BALANCE-Z            PIC -(8)9.9(2).
       01  WS-LINE-AMOUNT-Z        PIC -(8)9.9(2).
       01  WS-LINE-BALANCE-Z       PIC -(8)9.9(2).
       01  WS-MOVEMENT-COUNT-Z     PIC Z(4)9.
       01  WS-ACCT-BALANCE-Z       PIC -(8)9.9(2).

           MOVE 0  TO WS-MOVEMENT-COUNT.
           MOVE +0 TO WS-OPENING-BALANCE.
           MOVE +0 TO WS-CLOSING-BALANCE.
           PERFORM LOAD-REVERSALS-PROCEDURE.
           PERFORM PRINT-HEADING-PROCEDURE.
           PERFORM SCAN-TRANFILE-PROCEDURE
               THRU SCAN-TRANFILE-EXIT.
           PERFORM PRINT-CLOSING-PROCEDURE.

       LOAD-PARM-PROCEDURE.
           DISPLAY "  PERIODO: " WS-FROM-DATE " A " WS-TO-DATE.
           DISPLAY "==================================================".

      *>   Los movimientos de la cuenta se leen por la clave
      *>   alternativa de TRANFILE (cuenta + fecha + secuencia),
      *>   posicionando con START en el primer dia del periodo: el
      *>   saldo de apertura es el saldo del primer movimiento menos
      *>   su importe. Sin movimientos en el periodo, sale igual del
      *>   primer movimiento posterior o, si no lo hay, del saldo
      *>   vivo de la cuenta.
       SCAN-TRANFILE-PROCEDURE.
           MOVE WS-CUR-BAL TO WS-OPENING-BALANCE.
           OPEN INPUT TRANFIXED-FILE.
           IF WS-TRANF-STATUS NOT = "00"
               DISPLAY "BANKSTMT: no existe TRANFILE."
               GO TO SCAN-TRANFILE-EXIT
           END-IF.
           MOVE WS-CUR-ACCT  TO TRANF-USERNAME.
           MOVE WS-FROM-DATE TO TRANF-DATE.
           MOVE 0            TO TRANF-SEQ.
           START TRANFIXED-FILE KEY NOT < TRANF-ACCT-KEY
               INVALID KEY
                   MOVE "10" TO WS-TRANF-STATUS
           END-START.
           MOVE "N" TO WS-MPAY-OPEN-SW.
           OPEN INPUT MERCHPAY-FILE.
           IF WS-MPAY-STATUS = "00"
               MOVE "Y" TO WS-MPAY-OPEN-SW
           END-IF.
           PERFORM READ-ONE-MOVEMENT
               UNTIL WS-TRANF-STATUS NOT = "00".
           IF WS-MPAY-OPEN
               CLOSE MERCHPAY-FILE
           END-IF.
           CLOSE TRANFIXED-FILE.
       SCAN-TRANFILE-EXIT.
           EXIT.

       READ-ONE-MOVEMENT.
           READ TRANFIXED-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-TRANF-STATUS
               NOT AT END
                   EVALUATE TRUE
                       WHEN TRANF-USERNAME NOT = WS-CUR-ACCT
                           MOVE "10" TO WS-TRANF-STATUS
                       WHEN TRANF-DATE > WS-TO-DATE
                           IF WS-MOVEMENT-COUNT = 0
                               COMPUTE WS-OPENING-BALANCE =
                                   TRANF-BALANCE - TRANF-AMOUNT
                           END-IF
                           MOVE "10" TO WS-TRANF-STATUS
                       WHEN OTHER
                           PERFORM APPLY-MOVEMENT
                   END-EVALUATE
           END-READ.

       APPLY-MOVEMENT.
           IF WS-MOVEMENT-COUNT = 0
               COMPUTE WS-OPENING-BALANCE =
                   TRANF-BALANCE - TRANF-AMOUNT
               PERFORM PRINT-OPENING-PROCEDURE
           END-IF.
           ADD 1 TO WS-MOVEMENT-COUNT.
           MOVE TRANF-BALANCE TO WS-CLOSING-BALANCE.
           MOVE TRANF-AMOUNT  TO WS-LINE-AMOUNT-Z.
           MOVE TRANF-BALANCE TO WS-LINE-BALANCE-Z.
           DISPLAY "  " TRANF-DATE " " TRANF-TIME " "
                   TRANF-TYPE " " WS-LINE-AMOUNT-Z
                   "  SALDO: " WS-LINE-BALANCE-Z.
           IF TRANF-TYPE = "MERCH-PAY"
               PERFORM SHOW-MERCHANT-PAY
           END-IF.
           PERFORM SHOW-REVERSAL-PAIR.

      *>   Pago a un comercio de la casa (Batch/ACCTPAY.COB): a
      *>   quien y con que referencia, por la secuencia del debito.
       SHOW-MERCHANT-PAY.
           IF WS-MPAY-OPEN
               MOVE TRANF-SEQ TO MPAY-SEQ
               READ MERCHPAY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "      ** PAGO A " MPAY-MERCHANT
                               " REF " MPAY-REFERENCE
               END-READ
           END-IF.

      *>   Si el movimiento es un original revertido, o la reversa
      *>   de un original, lo dice debajo con la otra mitad del par.
       SHOW-REVERSAL-PAIR.
           PERFORM SHOW-ONE-PAIR
               VARYING REV-IDX FROM 1 BY 1
               UNTIL REV-IDX > WS-REV-COUNT.

       SHOW-ONE-PAIR.
           IF REV-ORIG-SEQ (REV-IDX) = TRANF-SEQ
               DISPLAY "      ** ANULADO POR REVERSAL SEQ "
                       REV-SEQ (REV-IDX) " DEL "
                       REV-DATE (REV-IDX)
           END-IF.
           IF REV-SEQ (REV-IDX) = TRANF-SEQ
               DISPLAY "      ** REVERSA DE SEQ "
                       REV-ORIG-SEQ (REV-IDX) " "
                       REV-ORIG-TYPE (REV-IDX) " DEL "
                       REV-ORIG-DATE (REV-IDX)
           END-IF.

      *>   Las reversas de la cuenta desde el inicio del periodo
      *>   (una reversa siempre es posterior a su original, asi que
      *>   las que aparean con el periodo estan todas ahi), y cada
      *>   original leido directo por su secuencia.
       LOAD-REVERSALS-PROCEDURE.
           MOVE 0 TO WS-REV-COUNT.
           OPEN INPUT TRANFIXED-FILE.
           IF WS-TRANF-STATUS = "00"
               MOVE WS-CUR-ACCT  TO TRANF-USERNAME
               MOVE WS-FROM-DATE TO TRANF-DATE
               MOVE 0            TO TRANF-SEQ
               START TRANFIXED-FILE KEY NOT < TRANF-ACCT-KEY
                   INVALID KEY
                       MOVE "10" TO WS-TRANF-STATUS
               END-START
               PERFORM LOAD-ONE-REVERSAL
                   UNTIL WS-TRANF-STATUS NOT = "00"
               PERFORM LOAD-ONE-ORIGINAL
                   VARYING REV-IDX FROM 1 BY 1
                   UNTIL REV-IDX > WS-REV-COUNT
               CLOSE TRANFIXED-FILE
           END-IF.

       LOAD-ONE-REVERSAL.
           READ TRANFIXED-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-TRANF-STATUS
               NOT AT END
                   IF TRANF-USERNAME NOT = WS-CUR-ACCT
                       MOVE "10" TO WS-TRANF-STATUS
                   ELSE
                       IF TRANF-TYPE = "REVERSAL"
                          AND TRANF-REV-SEQ IS NUMERIC
                          AND WS-REV-COUNT < WS-REV-MAX
                           ADD 1 TO WS-REV-COUNT
                           SET REV-IDX TO WS-REV-COUNT
                           MOVE TRANF-SEQ     TO REV-SEQ (REV-IDX)
                           MOVE TRANF-DATE    TO REV-DATE (REV-IDX)
                           MOVE TRANF-REV-SEQ TO REV-ORIG-SEQ (REV-IDX)
                           MOVE SPACES        TO REV-ORIG-DATE (REV-IDX)
                           MOVE SPACES        TO REV-ORIG-TYPE (REV-IDX)
                       END-IF
                   END-IF
           END-READ.

       LOAD-ONE-ORIGINAL.
           MOVE REV-ORIG-SEQ (REV-IDX) TO TRANF-SEQ.
           READ TRANFIXED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TRANF-DATE TO REV-ORIG-DATE (REV-IDX)
                   MOVE TRANF-TYPE TO REV-ORIG-TYPE (REV-IDX)
           END-READ.

       PRINT-OPENING-PROCEDURE.
           MOVE WS-OPENING-BALANCE TO WS-BALANCE-Z.
