      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Shared pay-from-account routine, CALLed by the billing
      *>     programs that take a payment from a customer's bank
      *>     account instead of recording it as paid by some other
      *>     means (04-HotelReservation check-out, 03-University
      *>     tuition payment, 03-MedicalAppointment copay
      *>     collection, 03-RealStateRentSystem rent receipt).
      *>     Checks that the payer is in PARTYMSTR and owns the
      *>     account, that the account is open, active and in ARS,
      *>     and that the amount fits the available balance
      *>     (balance less the holds in force, see HOLDBAL, plus
      *>     the agreed overdraft). An approved payment debits
      *>     ACCOUNTS and books the usual TRANLOG line and
      *>     TRANFILE movement (type MERCH-PAY, negative amount,
      *>     sequence from TRANSEQ), so BANKPROOF ties it out like
      *>     any other debit, and records merchant and reference in
      *>     MERCHPAY (Copybooks/MERCHPAY.CPY) under the TRANFILE
      *>     sequence for the account statement.
      *>
      *>     CALL "ACCTPAY" USING LNK-PARTY-ID LNK-ACCT-ID
      *>                          LNK-AMOUNT LNK-MERCHANT
      *>                          LNK-REFERENCE LNK-RESULT
      *>                          LNK-REASON LNK-TRAN-SEQ
      *>       LNK-PARTY-ID   PIC X(15)     PARTYMSTR id of payer
      *>       LNK-ACCT-ID    PIC X(15)     account to debit
      *>       LNK-AMOUNT     PIC 9(9)V9(2) amount, ARS
      *>       LNK-MERCHANT   PIC X(20)     who is paid
      *>       LNK-REFERENCE  PIC X(20)     folio / invoice / home
      *>       LNK-RESULT     PIC X         "A" approved, debited
      *>                                    "D" declined, nothing
      *>                                    written
      *>       LNK-REASON     PIC XX        spaces when "A", else
      *>                                    "IA" invalid amount
      *>                                    "NP" payer not in
      *>                                         PARTYMSTR
      *>                                    "NA" no such account
      *>                                    "NO" account not the
      *>                                         payer's
      *>                                    "CL" account closed
      *>                                    "DM" account dormant
      *>                                    "CY" account not in ARS
      *>                                    "NF" insufficient funds
      *>                                    "BY" account in use at
      *>                                         another terminal
      *>                                    "SY" ACCOUNTS or
      *>                                         PARTYMSTR missing
      *>       LNK-TRAN-SEQ   PIC 9(7)      TRANFILE sequence of the
      *>                                    debit (out), 0 if "D"
      *>
      *>     The movement is dated with the business date (BUSDATE).
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTPAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               LOCK MODE IS MANUAL
                   WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT PARTY-FILE ASSIGN TO "PARTYMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARTY-ID
               FILE STATUS IS WS-PARTY-STATUS.

           SELECT TRANLOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT TRANFIXED-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANF-SEQ
               ALTERNATE RECORD KEY IS TRANF-ACCT-KEY
               FILE STATUS IS WS-TRANF-STATUS.

           SELECT TRANSEQ-FILE ASSIGN TO "TRANSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSEQ-STATUS.

           SELECT MERCHPAY-FILE ASSIGN TO "MERCHPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MPAY-SEQ
               FILE STATUS IS WS-MPAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           COPY ACCOUNT.

       FD  PARTY-FILE.
           COPY PARTY.

       FD  TRANLOG-FILE.
       01  TRANLOG-RECORD          PIC X(80).

       FD  TRANFIXED-FILE.
           COPY TRANFILE.

       FD  TRANSEQ-FILE.
       01  TRANSEQ-RECORD.
           05  TRANSEQ-LAST        PIC 9(7).

       FD  MERCHPAY-FILE.
           COPY MERCHPAY.

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS          PIC X(2).
       01  WS-PARTY-STATUS         PIC X(2).
       01  WS-TRANLOG-STATUS       PIC X(2).
       01  WS-TRANF-STATUS         PIC X(2).
       01  WS-TRANSEQ-STATUS       PIC X(2).
       01  WS-MPAY-STATUS          PIC X(2).

       01  WS-BD-MODE              PIC X VALUE "G".
       01  WS-BD-DATE              PIC 9(8).
       01  WS-BD-RESULT            PIC X.
       01  WS-RUN-DATE             PIC X(8).
       01  WS-RUN-TIME             PIC X(6).

       01  WS-HELD-AMOUNT          PIC 9(9)V9(2).
       01  WS-HELD-COUNT           PIC 9(3).
       01  WS-NEW-BALANCE          PIC S9(9)V9(2).
       01  WS-TRANSEQ-NEXT         PIC 9(7).
       01  WS-TRANLOG-AMOUNT-Z     PIC -(8)9.9(2).
       01  WS-TRANLOG-BALANCE-Z    PIC -(8)9.9(2).

       LINKAGE SECTION.
       01  LNK-PARTY-ID            PIC X(15).
       01  LNK-ACCT-ID             PIC X(15).
       01  LNK-AMOUNT              PIC 9(9)V9(2).
       01  LNK-MERCHANT            PIC X(20).
       01  LNK-REFERENCE           PIC X(20).
       01  LNK-RESULT              PIC X.
       01  LNK-REASON              PIC XX.
       01  LNK-TRAN-SEQ            PIC 9(7).

       PROCEDURE DIVISION USING LNK-PARTY-ID LNK-ACCT-ID
                                LNK-AMOUNT LNK-MERCHANT
                                LNK-REFERENCE LNK-RESULT
                                LNK-REASON LNK-TRAN-SEQ.
       MAIN-PROCEDURE.
           MOVE "D"    TO LNK-RESULT.
           MOVE SPACES TO LNK-REASON.
           MOVE 0      TO LNK-TRAN-SEQ.
           IF LNK-AMOUNT = 0
               MOVE "IA" TO LNK-REASON
               GOBACK
           END-IF.
           PERFORM CHECK-PARTY-PROCEDURE.
           IF LNK-REASON NOT = SPACES
               GOBACK
           END-IF.
           PERFORM GET-BUSDATE-PROCEDURE.
           PERFORM DEBIT-ACCOUNT-PROCEDURE
               THRU DEBIT-ACCOUNT-EXIT.
           IF LNK-REASON NOT = SPACES
               GOBACK
           END-IF.
           PERFORM LOG-PAY-TRANLOG.
           PERFORM LOG-PAY-TRANFILE.
           PERFORM LOG-MERCHPAY.
           MOVE WS-TRANSEQ-NEXT TO LNK-TRAN-SEQ.
           MOVE "A" TO LNK-RESULT.
           GOBACK.

      *>   El pagador tiene que existir en el maestro de clientes.
       CHECK-PARTY-PROCEDURE.
           OPEN INPUT PARTY-FILE.
           IF WS-PARTY-STATUS NOT = "00"
               MOVE "SY" TO LNK-REASON
           ELSE
               MOVE LNK-PARTY-ID TO PARTY-ID
               READ PARTY-FILE
                   INVALID KEY
                       MOVE "NP" TO LNK-REASON
               END-READ
               CLOSE PARTY-FILE
           END-IF.

       GET-BUSDATE-PROCEDURE.
           MOVE "G" TO WS-BD-MODE.
           CALL "BUSDATE" USING WS-BD-MODE WS-BD-DATE
                                WS-BD-RESULT.
           MOVE WS-BD-DATE TO WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.

      *>   Cuenta bloqueada mientras se controla y se debita, como
      *>   en 01-OnlineBanking: otra terminal que la tenga tomada
      *>   rechaza el pago en lugar de esperar.
       DEBIT-ACCOUNT-PROCEDURE.
           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               MOVE "SY" TO LNK-REASON
               GO TO DEBIT-ACCOUNT-EXIT
           END-IF.
           MOVE LNK-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-FILE WITH LOCK
               INVALID KEY
                   MOVE "NA" TO LNK-REASON
                   CLOSE ACCOUNT-FILE
                   GO TO DEBIT-ACCOUNT-EXIT
           END-READ.
           IF WS-ACCT-STATUS = "51"
               MOVE "BY" TO LNK-REASON
               CLOSE ACCOUNT-FILE
               GO TO DEBIT-ACCOUNT-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN ACCT-USERNAME NOT = LNK-PARTY-ID
                   MOVE "NO" TO LNK-REASON
               WHEN ACCT-IS-CLOSED
                   MOVE "CL" TO LNK-REASON
               WHEN ACCT-IS-DORMANT
                   MOVE "DM" TO LNK-REASON
               WHEN ACCT-CCY NOT = SPACES AND ACCT-CCY NOT = "ARS"
                   MOVE "CY" TO LNK-REASON
           END-EVALUATE.
           IF LNK-REASON NOT = SPACES
               UNLOCK ACCOUNT-FILE
               CLOSE ACCOUNT-FILE
               GO TO DEBIT-ACCOUNT-EXIT
           END-IF.
      *>      Fondos disponibles: saldo menos lo retenido mas el
      *>      sobregiro acordado.
           CALL "HOLDBAL" USING ACCT-ID WS-RUN-DATE
                                WS-HELD-AMOUNT WS-HELD-COUNT.
           IF LNK-AMOUNT >
              ACCT-BALANCE - WS-HELD-AMOUNT + ACCT-ODRAFT-LIMIT
               MOVE "NF" TO LNK-REASON
               UNLOCK ACCOUNT-FILE
               CLOSE ACCOUNT-FILE
               GO TO DEBIT-ACCOUNT-EXIT
           END-IF.
           SUBTRACT LNK-AMOUNT FROM ACCT-BALANCE.
           REWRITE ACCOUNT-RECORD.
           MOVE ACCT-BALANCE TO WS-NEW-BALANCE.
           UNLOCK ACCOUNT-FILE.
           CLOSE ACCOUNT-FILE.
       DEBIT-ACCOUNT-EXIT.
           EXIT.

       LOG-PAY-TRANLOG.
           COMPUTE WS-TRANLOG-AMOUNT-Z = 0 - LNK-AMOUNT.
           MOVE WS-NEW-BALANCE TO WS-TRANLOG-BALANCE-Z.
           OPEN EXTEND TRANLOG-FILE.
           IF WS-TRANLOG-STATUS = "35"
               OPEN OUTPUT TRANLOG-FILE
           END-IF.
           MOVE SPACES TO TRANLOG-RECORD.
           STRING WS-RUN-DATE        DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME        DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LNK-ACCT-ID        DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  "MERCH-PAY "       DELIMITED BY SIZE
                  " AMT="            DELIMITED BY SIZE
                  WS-TRANLOG-AMOUNT-Z   DELIMITED BY SIZE
                  " BAL="            DELIMITED BY SIZE
                  WS-TRANLOG-BALANCE-Z  DELIMITED BY SIZE
                  INTO TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CLOSE TRANLOG-FILE.

       LOG-PAY-TRANFILE.
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
           MOVE WS-TRANSEQ-NEXT TO TRANF-SEQ.
           MOVE WS-RUN-DATE     TO TRANF-DATE.
           MOVE WS-RUN-TIME     TO TRANF-TIME.
           MOVE LNK-ACCT-ID     TO TRANF-USERNAME.
           MOVE "MERCH-PAY"     TO TRANF-TYPE.
           COMPUTE TRANF-AMOUNT = 0 - LNK-AMOUNT.
           MOVE WS-NEW-BALANCE  TO TRANF-BALANCE.
           MOVE 0               TO TRANF-REV-SEQ.
           MOVE SPACES          TO TRANF-REASON.
           WRITE TRANF-RECORD.
           CLOSE TRANFIXED-FILE.

      *>   Comercio y referencia, por la secuencia del debito.
       LOG-MERCHPAY.
           OPEN I-O MERCHPAY-FILE.
           IF WS-MPAY-STATUS = "35"
               OPEN OUTPUT MERCHPAY-FILE
               CLOSE MERCHPAY-FILE
               OPEN I-O MERCHPAY-FILE
           END-IF.
           MOVE WS-TRANSEQ-NEXT TO MPAY-SEQ.
           MOVE WS-RUN-DATE     TO MPAY-DATE.
           MOVE WS-RUN-TIME     TO MPAY-TIME.
           MOVE LNK-ACCT-ID     TO MPAY-ACCT-ID.
           MOVE LNK-PARTY-ID    TO MPAY-PARTY-ID.
           MOVE LNK-MERCHANT    TO MPAY-MERCHANT.
           MOVE LNK-REFERENCE   TO MPAY-REFERENCE.
           MOVE LNK-AMOUNT      TO MPAY-AMOUNT.
           WRITE MPAY-RECORD.
           CLOSE MERCHPAY-FILE.

       END PROGRAM ACCTPAY.
