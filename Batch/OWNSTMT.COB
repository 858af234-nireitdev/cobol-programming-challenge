      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Monthly owner statement for the HOMES managed by
      *>     03-RealStateRentSystem on behalf of their owners. For
      *>     the statement month (OWNPARM card, default the month
      *>     before the business date) every home with an owner
      *>     gets a line with:
      *>       - rent collected: RENTLEDGER payments ("P") dated in
      *>         the month, booked to the home (older payments
      *>         without a home go to the payer's tenancy);
      *>       - tenant-charged work orders completed in the month
      *>         (recovered from the tenant, shown for information);
      *>       - landlord-paid work orders completed in the month;
      *>       - our management fee, HFL-FEE-PCT of the rent
      *>         collected;
      *>       - the net due to the owner: collected less the fee
      *>         and the landlord repairs.
      *>     Homes are grouped under their owner (PARTYMSTR name).
      *>   * Posts the fee income (MGMT-FEE-INCOME) and the owner
      *>     payable (OWNER-DUE-HOME-nn, negative) to GLEXTRACT,
      *>     both out of the rent collected.
      *>   * Homes paid by transfer (HFL-PAY-METHOD "T") get the
      *>     net credited to the owner's ACCOUNTS record (account
      *>     id = owner party id, as COD remittances) through the
      *>     usual TRANLOG + TRANFILE/TRANSEQ movements, and the
      *>     payable is settled in GLEXTRACT (OWNER-PAY-HOME-nn,
      *>     positive). Card byte 8 "N"
      *>     holds every transfer for the month.
      *>   * OWNSTLOG keeps every home stated per month: a rerun
      *>     skips homes already stated instead of paying twice.
      *>   * RETURN-CODE 4 when a home has no owner, a payment
      *>     cannot be placed on a home or an owner account is
      *>     missing or closed; 8 when HOMES cannot be read.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      *>   2026-10-15  jrm  The owner payable posts as
      *>                    OWNER-DUE-HOME-nn, apart from the
      *>                    transfer (OWNER-PAY-HOME-nn), so GLJRNL
      *>                    can map each to its own accounts.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OWNSTMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOME-FILE ASSIGN TO "HOMES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOME-STATUS.

           SELECT TENANCY-FILE ASSIGN TO "TENANCY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TENANCY-STATUS.

           SELECT RENTLEDGER-FILE ASSIGN TO "RENTLEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT WORKORDER-FILE ASSIGN TO "WORKORDERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKORDER-STATUS.

           SELECT PARTY-FILE ASSIGN TO "PARTYMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARTY-ID
               FILE STATUS IS WS-PARTY-STATUS.

           SELECT OWNSTLOG-FILE ASSIGN TO "OWNSTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNSTLOG-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

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

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXT-STATUS.

           SELECT PARM-FILE ASSIGN TO "OWNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOME-FILE.
           COPY HOMEREC.

       FD  TENANCY-FILE.
           COPY TENANCY.

      *>   Mismo layout que graba 03-RealStateRentSystem.
       FD  RENTLEDGER-FILE.
       01  RENTLEDGER-RECORD.
           05  LED-PARTY-ID        PIC X(15).
           05  FILLER              PIC X(1).
           05  LED-HOME            PIC 99.
           05  FILLER              PIC X(1).
           05  LED-DATE            PIC X(8).
           05  FILLER              PIC X(1).
           05  LED-TYPE            PIC X(1).
           05  FILLER              PIC X(1).
           05  LED-AMOUNT          PIC 9(5).
           05  FILLER              PIC X(1).
           05  LED-PERIOD          PIC X(6).

       FD  WORKORDER-FILE.
           COPY WORKORD.

       FD  PARTY-FILE.
           COPY PARTY.

      *>   Una linea por casa liquidada en el mes.
       FD  OWNSTLOG-FILE.
       01  OWNSTLOG-RECORD.
           05  OSL-PERIOD          PIC X(6).
           05  FILLER              PIC X(1).
           05  OSL-HOME            PIC 99.
           05  FILLER              PIC X(1).
           05  OSL-OWNER           PIC X(15).
           05  FILLER              PIC X(1).
           05  OSL-COLLECTED       PIC 9(7).
           05  FILLER              PIC X(1).
           05  OSL-FEE             PIC 9(7)V99.
           05  FILLER              PIC X(1).
           05  OSL-REPAIRS         PIC 9(7).
           05  FILLER              PIC X(1).
           05  OSL-NET             PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC X(1).
      *>       "Y" transferido / "N" queda a pagar
           05  OSL-PAID            PIC X(1).

       FD  ACCOUNT-FILE.
           COPY ACCOUNT.

       FD  TRANLOG-FILE.
       01  TRANLOG-RECORD          PIC X(80).

       FD  TRANFIXED-FILE.
           COPY TRANFILE.

       FD  TRANSEQ-FILE.
       01  TRANSEQ-RECORD.
           05  TRANSEQ-LAST        PIC 9(7).

       FD  GL-EXTRACT-FILE.
           COPY GLEXT.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-PERIOD         PIC X(6).
           05  FILLER              PIC X(1).
           05  PARM-TRANSFER       PIC X(1).
           05  FILLER              PIC X(72).

       WORKING-STORAGE SECTION.
       01  WS-HOME-STATUS          PIC X(2).
       01  WS-TENANCY-STATUS       PIC X(2).
       01  WS-LEDGER-STATUS        PIC X(2).
       01  WS-WORKORDER-STATUS     PIC X(2).
       01  WS-PARTY-STATUS         PIC X(2).
       01  WS-OWNSTLOG-STATUS      PIC X(2).
       01  WS-ACCT-STATUS          PIC X(2).
       01  WS-TRANLOG-STATUS       PIC X(2).
       01  WS-TRANF-STATUS         PIC X(2).
       01  WS-TRANSEQ-STATUS       PIC X(2).
       01  WS-GLEXT-STATUS         PIC X(2).
       01  WS-PARM-STATUS          PIC X(2).
       01  WS-RETURN-CODE          PIC 9(2) VALUE 0.

      *>   Interfaz con el control de fecha de negocio compartido.
       01  WS-BD-MODE              PIC X VALUE "G".
       01  WS-BD-DATE              PIC 9(8).
       01  WS-BD-RESULT            PIC X.

      *>   Interfaz con el spooler de reportes compartido
      *>   (Batch/RPTSPOOL.COB).
       01  WS-RPT-ACTION           PIC X.
       01  WS-RPT-NAME             PIC X(10) VALUE "OWNSTMT".
       01  WS-RPT-DATE             PIC 9(8).
       01  WS-RPT-LINE             PIC X(100).

       01  WS-RUN-DATE             PIC X(8).
       01  WS-RUN-TIME             PIC X(6).
       01  WS-PERIOD               PIC X(6).
       01  WS-PERIOD-YEAR          PIC 9(4).
       01  WS-PERIOD-MONTH         PIC 99.
       01  WS-TRANSFER-SW          PIC X VALUE "Y".
           88  WS-TRANSFERS-ON         VALUE "Y".
       01  WS-HOMES-SW             PIC X VALUE "N".
           88  WS-HOMES-READ           VALUE "Y".
       01  WS-PARTY-OPEN-SW        PIC X VALUE "N".
           88  WS-PARTY-OPEN           VALUE "Y".
       01  WS-ACCT-OPEN-SW         PIC X VALUE "N".
           88  WS-ACCT-OPEN            VALUE "Y".
       01  WS-SEEN-SW              PIC X.
           88  WS-OWNER-SEEN           VALUE "Y".

      *>   Casas del listado con los importes del mes.
       01  WS-HM-TABLE.
           05  WS-HM-COUNT         PIC 99 VALUE 0.
           05  WS-HM OCCURS 20 TIMES.
               10  WS-HM-OWNER     PIC X(15).
               10  WS-HM-LOCATION  PIC X(12).
               10  WS-HM-FEE-PCT   PIC 99V99.
               10  WS-HM-PAY-METHOD PIC X.
               10  WS-HM-COLLECTED PIC 9(7).
               10  WS-HM-TEN-REP   PIC 9(7).
               10  WS-HM-LL-REP    PIC 9(7).
               10  WS-HM-STATED    PIC X.
       01  WS-HM-IDX               PIC 99.
       01  WS-HM-J                 PIC 99.
       01  WS-HOME-N               PIC 99.

      *>   Tenencias, para ubicar pagos sin casa.
       01  WS-TN-TABLE.
           05  WS-TN-COUNT         PIC 9(3) VALUE 0.
           05  WS-TN OCCURS 100 TIMES.
               10  WS-TN-PARTY     PIC X(15).
               10  WS-TN-HOME      PIC 99.
               10  WS-TN-STATUS    PIC X.
       01  WS-TN-IDX               PIC 9(3).

      *>   Importes de la casa en curso.
       01  WS-FEE                  PIC 9(7)V99.
       01  WS-NET                  PIC S9(7)V99.
       01  WS-OWNER-NET            PIC S9(9)V99.
       01  WS-OWNER-PAID           PIC 9(9)V99.
       01  WS-PAID-SW              PIC X.
       01  WS-TRANSEQ-NEXT         PIC 9(7).
       01  WS-TRANLOG-AMOUNT-Z     PIC -(8)9.9(2).
       01  WS-TRANLOG-BALANCE-Z    PIC -(8)9.9(2).

      *>   Totales de la corrida.
       01  WS-TOT-HOMES            PIC 9(3) VALUE 0.
       01  WS-TOT-COLLECTED        PIC 9(9) VALUE 0.
       01  WS-TOT-FEES             PIC 9(9)V99 VALUE 0.
       01  WS-TOT-LL-REP           PIC 9(9) VALUE 0.
       01  WS-TOT-NET              PIC S9(9)V99 VALUE 0.
       01  WS-TOT-PAID             PIC 9(9)V99 VALUE 0.
       01  WS-TOT-NO-OWNER         PIC 9(3) VALUE 0.
       01  WS-TOT-ALREADY          PIC 9(3) VALUE 0.
       01  WS-TOT-UNPLACED         PIC 9(7) VALUE 0.
       01  WS-TOT-ACCT-FAIL        PIC 9(3) VALUE 0.

       01  WS-AMT-Z                PIC Z(6)9.
       01  WS-TEN-REP-Z            PIC Z(6)9.
       01  WS-LL-REP-Z             PIC Z(6)9.
       01  WS-FEE-Z                PIC Z(7)9.99.
       01  WS-NET-Z                PIC -(7)9.99.
       01  WS-TOTAL-Z              PIC -(9)9.99.
       01  WS-COUNT-Z              PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSDATE-PROCEDURE.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM LOAD-PARM-PROCEDURE.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           PERFORM PRINT-HEADER.
           PERFORM LOAD-HOMES.
           IF NOT WS-HOMES-READ
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** HOMES NOT READABLE (STATUS "
                      WS-HOME-STATUS ") - NO STATEMENTS"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM LOAD-TENANCIES
               PERFORM LOAD-STATED-HOMES
               PERFORM SUM-COLLECTIONS
               PERFORM SUM-WORK-ORDERS
               OPEN INPUT PARTY-FILE
               IF WS-PARTY-STATUS = "00"
                   MOVE "Y" TO WS-PARTY-OPEN-SW
               END-IF
               IF WS-TRANSFERS-ON
                   OPEN I-O ACCOUNT-FILE
                   IF WS-ACCT-STATUS = "00"
                       MOVE "Y" TO WS-ACCT-OPEN-SW
                   END-IF
               END-IF
               PERFORM STATE-ONE-OWNER
                   THRU STATE-ONE-OWNER-EXIT
                   VARYING WS-HM-IDX FROM 1 BY 1
                   UNTIL WS-HM-IDX > WS-HM-COUNT
               PERFORM LIST-NO-OWNER
                   VARYING WS-HM-IDX FROM 1 BY 1
                   UNTIL WS-HM-IDX > WS-HM-COUNT
               IF WS-PARTY-OPEN
                   CLOSE PARTY-FILE
               END-IF
               IF WS-ACCT-OPEN
                   CLOSE ACCOUNT-FILE
               END-IF
               PERFORM PRINT-TOTALS
           END-IF.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           IF WS-RETURN-CODE = 0
              AND (WS-TOT-NO-OWNER > 0 OR WS-TOT-UNPLACED > 0
                   OR WS-TOT-ACCT-FAIL > 0)
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *>   Tarjeta OWNPARM: mes YYYYMM en 1-6 (en blanco = el mes
      *>   anterior a la fecha de negocio); byte 8 "N" retiene las
      *>   transferencias del mes.
       LOAD-PARM-PROCEDURE.
           MOVE WS-RUN-DATE(1:4) TO WS-PERIOD-YEAR.
           MOVE WS-RUN-DATE(5:2) TO WS-PERIOD-MONTH.
           IF WS-PERIOD-MONTH = 1
               MOVE 12 TO WS-PERIOD-MONTH
               SUBTRACT 1 FROM WS-PERIOD-YEAR
           ELSE
               SUBTRACT 1 FROM WS-PERIOD-MONTH
           END-IF.
           MOVE WS-PERIOD-YEAR  TO WS-PERIOD(1:4).
           MOVE WS-PERIOD-MONTH TO WS-PERIOD(5:2).
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-PERIOD IS NUMERIC
                           MOVE PARM-PERIOD TO WS-PERIOD
                       END-IF
                       IF PARM-TRANSFER = "N"
                           MOVE "N" TO WS-TRANSFER-SW
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       LOAD-HOMES.
           OPEN INPUT HOME-FILE.
           IF WS-HOME-STATUS = "00"
               MOVE "Y" TO WS-HOMES-SW
               PERFORM LOAD-ONE-HOME
                   UNTIL WS-HOME-STATUS NOT = "00"
               CLOSE HOME-FILE
           END-IF.

       LOAD-ONE-HOME.
           READ HOME-FILE
               AT END
                   MOVE "10" TO WS-HOME-STATUS
               NOT AT END
                   IF WS-HM-COUNT < 20
                       ADD 1 TO WS-HM-COUNT
                       MOVE HFL-OWNER    TO WS-HM-OWNER (WS-HM-COUNT)
                       MOVE HFL-LOCATION
                           TO WS-HM-LOCATION (WS-HM-COUNT)
                       IF HFL-FEE-PCT IS NUMERIC
                           MOVE HFL-FEE-PCT
                               TO WS-HM-FEE-PCT (WS-HM-COUNT)
                       ELSE
                           MOVE 0 TO WS-HM-FEE-PCT (WS-HM-COUNT)
                       END-IF
                       MOVE HFL-PAY-METHOD
                           TO WS-HM-PAY-METHOD (WS-HM-COUNT)
                       MOVE 0   TO WS-HM-COLLECTED (WS-HM-COUNT)
                       MOVE 0   TO WS-HM-TEN-REP (WS-HM-COUNT)
                       MOVE 0   TO WS-HM-LL-REP (WS-HM-COUNT)
                       MOVE "N" TO WS-HM-STATED (WS-HM-COUNT)
                   END-IF
           END-READ.

       LOAD-TENANCIES.
           OPEN INPUT TENANCY-FILE.
           IF WS-TENANCY-STATUS = "00"
               PERFORM LOAD-ONE-TENANCY
                   UNTIL WS-TENANCY-STATUS NOT = "00"
               CLOSE TENANCY-FILE
           END-IF.

       LOAD-ONE-TENANCY.
           READ TENANCY-FILE
               AT END
                   MOVE "10" TO WS-TENANCY-STATUS
               NOT AT END
                   IF WS-TN-COUNT < 100
                       ADD 1 TO WS-TN-COUNT
                       MOVE TEN-PARTY-ID TO WS-TN-PARTY (WS-TN-COUNT)
                       MOVE TEN-HOME     TO WS-TN-HOME (WS-TN-COUNT)
                       MOVE TEN-STATUS   TO WS-TN-STATUS (WS-TN-COUNT)
                   END-IF
           END-READ.

      *>   Casas ya liquidadas en este mes (corrida anterior).
       LOAD-STATED-HOMES.
           OPEN INPUT OWNSTLOG-FILE.
           IF WS-OWNSTLOG-STATUS = "00"
               PERFORM LOAD-ONE-STATED
                   UNTIL WS-OWNSTLOG-STATUS NOT = "00"
               CLOSE OWNSTLOG-FILE
           END-IF.

       LOAD-ONE-STATED.
           READ OWNSTLOG-FILE
               AT END
                   MOVE "10" TO WS-OWNSTLOG-STATUS
               NOT AT END
                   IF OSL-PERIOD = WS-PERIOD
                      AND OSL-HOME > 0
                      AND OSL-HOME NOT > WS-HM-COUNT
                       MOVE "Y" TO WS-HM-STATED (OSL-HOME)
                   END-IF
           END-READ.

      *>   *************************************************************
      *>   Cobrado del mes por casa: pagos del libro fechados en el
      *>   mes. Un pago sin casa (grabado antes de imputarlos) va a
      *>   la tenencia activa del inquilino, o a la ultima que tuvo.
      *>   *************************************************************
       SUM-COLLECTIONS.
           OPEN INPUT RENTLEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
               PERFORM SUM-ONE-PAYMENT
                   UNTIL WS-LEDGER-STATUS NOT = "00"
               CLOSE RENTLEDGER-FILE
           END-IF.

       SUM-ONE-PAYMENT.
           READ RENTLEDGER-FILE
               AT END
                   MOVE "10" TO WS-LEDGER-STATUS
               NOT AT END
                   IF LED-TYPE = "P"
                      AND LED-DATE(1:6) = WS-PERIOD
                       PERFORM PLACE-ONE-PAYMENT
                   END-IF
           END-READ.

       PLACE-ONE-PAYMENT.
           MOVE 0 TO WS-HOME-N.
           IF LED-HOME IS NUMERIC
              AND LED-HOME > 0
              AND LED-HOME NOT > WS-HM-COUNT
               MOVE LED-HOME TO WS-HOME-N
           ELSE
               PERFORM MATCH-PAYER-LAST
                   VARYING WS-TN-IDX FROM 1 BY 1
                   UNTIL WS-TN-IDX > WS-TN-COUNT
               PERFORM MATCH-PAYER-ACTIVE
                   VARYING WS-TN-IDX FROM 1 BY 1
                   UNTIL WS-TN-IDX > WS-TN-COUNT
           END-IF.
           IF WS-HOME-N > 0 AND WS-HOME-N NOT > WS-HM-COUNT
               ADD LED-AMOUNT TO WS-HM-COLLECTED (WS-HOME-N)
           ELSE
               ADD LED-AMOUNT TO WS-TOT-UNPLACED
               MOVE LED-AMOUNT TO WS-AMT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** PAYMENT " LED-DATE " " LED-PARTY-ID
                      " " WS-AMT-Z " NOT PLACED ON ANY HOME"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.

       MATCH-PAYER-LAST.
           IF WS-TN-PARTY (WS-TN-IDX) = LED-PARTY-ID
               MOVE WS-TN-HOME (WS-TN-IDX) TO WS-HOME-N
           END-IF.

       MATCH-PAYER-ACTIVE.
           IF WS-TN-PARTY (WS-TN-IDX) = LED-PARTY-ID
              AND WS-TN-STATUS (WS-TN-IDX) = "A"
               MOVE WS-TN-HOME (WS-TN-IDX) TO WS-HOME-N
           END-IF.

      *>   Ordenes de trabajo terminadas en el mes, por quien paga.
       SUM-WORK-ORDERS.
           OPEN INPUT WORKORDER-FILE.
           IF WS-WORKORDER-STATUS = "00"
               PERFORM SUM-ONE-WORK-ORDER
                   UNTIL WS-WORKORDER-STATUS NOT = "00"
               CLOSE WORKORDER-FILE
           END-IF.

       SUM-ONE-WORK-ORDER.
           READ WORKORDER-FILE
               AT END
                   MOVE "10" TO WS-WORKORDER-STATUS
               NOT AT END
                   IF WO-STATUS = "C"
                      AND WO-STATUS-DATE(1:6) = WS-PERIOD
                      AND WO-HOME > 0
                      AND WO-HOME NOT > WS-HM-COUNT
                       IF WO-PAYER = "T"
                           ADD WO-ACTUAL TO WS-HM-TEN-REP (WO-HOME)
                       ELSE
                           ADD WO-ACTUAL TO WS-HM-LL-REP (WO-HOME)
                       END-IF
                   END-IF
           END-READ.

      *>   *************************************************************
      *>   Estado de cuenta de un propietario: se arma en la primera
      *>   casa suya del listado, con todas sus casas.
      *>   *************************************************************
       STATE-ONE-OWNER.
           IF WS-HM-OWNER (WS-HM-IDX) = SPACES
               GO TO STATE-ONE-OWNER-EXIT
           END-IF.
           MOVE "N" TO WS-SEEN-SW.
           PERFORM CHECK-OWNER-SEEN
               VARYING WS-HM-J FROM 1 BY 1
               UNTIL WS-HM-J NOT < WS-HM-IDX.
           IF WS-OWNER-SEEN
               GO TO STATE-ONE-OWNER-EXIT
           END-IF.
           MOVE SPACES TO PARTY-NAME.
           IF WS-PARTY-OPEN
               MOVE WS-HM-OWNER (WS-HM-IDX) TO PARTY-ID
               READ PARTY-FILE
                   INVALID KEY
                       MOVE "(NOT IN PARTY MASTER)" TO PARTY-NAME
               END-READ
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           STRING "  OWNER " WS-HM-OWNER (WS-HM-IDX) " " PARTY-NAME
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE 0 TO WS-OWNER-NET.
           MOVE 0 TO WS-OWNER-PAID.
           PERFORM STATE-ONE-HOME
               THRU STATE-ONE-HOME-EXIT
               VARYING WS-HM-J FROM WS-HM-IDX BY 1
               UNTIL WS-HM-J > WS-HM-COUNT.
           MOVE WS-OWNER-NET TO WS-TOTAL-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "    NET DUE TO OWNER......: " WS-TOTAL-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-OWNER-PAID TO WS-TOTAL-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "    PAID BY TRANSFER......: " WS-TOTAL-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
       STATE-ONE-OWNER-EXIT.
           EXIT.

       CHECK-OWNER-SEEN.
           IF WS-HM-OWNER (WS-HM-J) = WS-HM-OWNER (WS-HM-IDX)
               MOVE "Y" TO WS-SEEN-SW
           END-IF.

       STATE-ONE-HOME.
           IF WS-HM-OWNER (WS-HM-J) NOT = WS-HM-OWNER (WS-HM-IDX)
               GO TO STATE-ONE-HOME-EXIT
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "    HOME " WS-HM-J " " WS-HM-LOCATION (WS-HM-J)
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           IF WS-HM-STATED (WS-HM-J) = "Y"
               ADD 1 TO WS-TOT-ALREADY
               MOVE "ALREADY STATED FOR THE MONTH - SKIPPED"
                   TO WS-RPT-LINE(30:)
               PERFORM PRINT-LINE-PROCEDURE
               GO TO STATE-ONE-HOME-EXIT
           END-IF.
           COMPUTE WS-FEE ROUNDED =
               WS-HM-COLLECTED (WS-HM-J) * WS-HM-FEE-PCT (WS-HM-J)
               / 100.
           COMPUTE WS-NET = WS-HM-COLLECTED (WS-HM-J) - WS-FEE
               - WS-HM-LL-REP (WS-HM-J).
           ADD 1 TO WS-TOT-HOMES.
           ADD WS-HM-COLLECTED (WS-HM-J) TO WS-TOT-COLLECTED.
           ADD WS-FEE TO WS-TOT-FEES.
           ADD WS-HM-LL-REP (WS-HM-J) TO WS-TOT-LL-REP.
           ADD WS-NET TO WS-TOT-NET.
           ADD WS-NET TO WS-OWNER-NET.
           MOVE WS-HM-COLLECTED (WS-HM-J) TO WS-AMT-Z.
           MOVE WS-HM-TEN-REP (WS-HM-J) TO WS-TEN-REP-Z.
           MOVE WS-HM-LL-REP (WS-HM-J) TO WS-LL-REP-Z.
           MOVE WS-FEE TO WS-FEE-Z.
           MOVE WS-NET TO WS-NET-Z.
           MOVE WS-AMT-Z     TO WS-RPT-LINE(30:7).
           MOVE WS-TEN-REP-Z TO WS-RPT-LINE(38:7).
           MOVE WS-LL-REP-Z  TO WS-RPT-LINE(46:7).
           MOVE WS-FEE-Z     TO WS-RPT-LINE(54:11).
           MOVE WS-NET-Z     TO WS-RPT-LINE(66:11).
           PERFORM POST-STATEMENT-GL.
           MOVE "N" TO WS-PAID-SW.
           IF WS-HM-PAY-METHOD (WS-HM-J) = "T"
              AND WS-NET > 0
               IF WS-TRANSFERS-ON
                   PERFORM PAY-OWNER THRU PAY-OWNER-EXIT
               ELSE
                   MOVE "TRANSFER HELD" TO WS-RPT-LINE(79:)
               END-IF
           ELSE
               MOVE "PAYABLE" TO WS-RPT-LINE(79:)
           END-IF.
           PERFORM PRINT-LINE-PROCEDURE.
           PERFORM LOG-STATED-HOME.
       STATE-ONE-HOME-EXIT.
           EXIT.

      *>   Honorarios ganados y lo adeudado al propietario.
       POST-STATEMENT-GL.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF WS-GLEXT-STATUS = "35"
               OPEN OUTPUT GL-EXTRACT-FILE
           END-IF.
           IF WS-FEE NOT = 0
               MOVE FUNCTION CURRENT-DATE(1:14) TO GLEXT-DATE
               MOVE "OWNSTMT"         TO GLEXT-SOURCE
               MOVE "MGMT-FEE-INCOME" TO GLEXT-ACCOUNT
               MOVE WS-FEE            TO GLEXT-AMOUNT
               WRITE GLEXT-RECORD
           END-IF.
           IF WS-NET NOT = 0
               MOVE FUNCTION CURRENT-DATE(1:14) TO GLEXT-DATE
               MOVE "OWNSTMT" TO GLEXT-SOURCE
               MOVE SPACES TO GLEXT-ACCOUNT
               STRING "OWNER-DUE-HOME-" WS-HM-J
                   DELIMITED BY SIZE INTO GLEXT-ACCOUNT
               COMPUTE GLEXT-AMOUNT = 0 - WS-NET
               WRITE GLEXT-RECORD
           END-IF.
           CLOSE GL-EXTRACT-FILE.

      *>   Transferencia del neto a la cuenta del propietario (su
      *>   party id); una cuenta inexistente o cerrada deja el
      *>   neto a pagar.
       PAY-OWNER.
           IF NOT WS-ACCT-OPEN
               ADD 1 TO WS-TOT-ACCT-FAIL
               MOVE "*** NO ACCOUNTS FILE" TO WS-RPT-LINE(79:)
               GO TO PAY-OWNER-EXIT
           END-IF.
           MOVE WS-HM-OWNER (WS-HM-J) TO ACCT-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   ADD 1 TO WS-TOT-ACCT-FAIL
                   MOVE "*** NO OWNER ACCOUNT" TO WS-RPT-LINE(79:)
                   GO TO PAY-OWNER-EXIT
           END-READ.
           IF ACCT-IS-CLOSED
               ADD 1 TO WS-TOT-ACCT-FAIL
               MOVE "*** ACCOUNT CLOSED" TO WS-RPT-LINE(79:)
               GO TO PAY-OWNER-EXIT
           END-IF.
           ADD WS-NET TO ACCT-BALANCE.
           REWRITE ACCOUNT-RECORD.
           PERFORM LOG-PAY-TRANLOG.
           PERFORM LOG-PAY-TRANFILE.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF WS-GLEXT-STATUS = "35"
               OPEN OUTPUT GL-EXTRACT-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO GLEXT-DATE.
           MOVE "OWNSTMT" TO GLEXT-SOURCE.
           MOVE SPACES TO GLEXT-ACCOUNT.
           STRING "OWNER-PAY-HOME-" WS-HM-J
               DELIMITED BY SIZE INTO GLEXT-ACCOUNT.
           MOVE WS-NET TO GLEXT-AMOUNT.
           WRITE GLEXT-RECORD.
           CLOSE GL-EXTRACT-FILE.
           MOVE "Y" TO WS-PAID-SW.
           ADD WS-NET TO WS-OWNER-PAID.
           ADD WS-NET TO WS-TOT-PAID.
           MOVE "PAID" TO WS-RPT-LINE(79:).
       PAY-OWNER-EXIT.
           EXIT.

       LOG-PAY-TRANLOG.
           MOVE WS-NET       TO WS-TRANLOG-AMOUNT-Z.
           MOVE ACCT-BALANCE TO WS-TRANLOG-BALANCE-Z.
           OPEN EXTEND TRANLOG-FILE.
           IF WS-TRANLOG-STATUS = "35"
               OPEN OUTPUT TRANLOG-FILE
           END-IF.
           MOVE SPACES TO TRANLOG-RECORD.
           STRING WS-RUN-DATE        DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME        DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ACCT-ID            DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  "OWNER-PAY "       DELIMITED BY SIZE
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
           MOVE ACCT-ID         TO TRANF-USERNAME.
           MOVE "OWNER-PAY"     TO TRANF-TYPE.
           MOVE WS-NET          TO TRANF-AMOUNT.
           MOVE ACCT-BALANCE    TO TRANF-BALANCE.
           MOVE 0               TO TRANF-REV-SEQ.
           MOVE SPACES          TO TRANF-REASON.
           WRITE TRANF-RECORD.
           CLOSE TRANFIXED-FILE.

       LOG-STATED-HOME.
           OPEN EXTEND OWNSTLOG-FILE.
           IF WS-OWNSTLOG-STATUS = "35"
               OPEN OUTPUT OWNSTLOG-FILE
           END-IF.
           MOVE SPACES TO OWNSTLOG-RECORD.
           MOVE WS-PERIOD                 TO OSL-PERIOD.
           MOVE WS-HM-J                   TO OSL-HOME.
           MOVE WS-HM-OWNER (WS-HM-J)     TO OSL-OWNER.
           MOVE WS-HM-COLLECTED (WS-HM-J) TO OSL-COLLECTED.
           MOVE WS-FEE                    TO OSL-FEE.
           MOVE WS-HM-LL-REP (WS-HM-J)    TO OSL-REPAIRS.
           MOVE WS-NET                    TO OSL-NET.
           MOVE WS-PAID-SW                TO OSL-PAID.
           WRITE OWNSTLOG-RECORD.
           CLOSE OWNSTLOG-FILE.
           MOVE "Y" TO WS-HM-STATED (WS-HM-J).

      *>   Casas sin propietario cargado: no hay a quien liquidar.
       LIST-NO-OWNER.
           IF WS-HM-OWNER (WS-HM-IDX) = SPACES
               ADD 1 TO WS-TOT-NO-OWNER
               MOVE WS-HM-COLLECTED (WS-HM-IDX) TO WS-AMT-Z
               MOVE WS-HM-IDX TO WS-HOME-N
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** HOME " WS-HOME-N " "
                      WS-HM-LOCATION (WS-HM-IDX)
                      " HAS NO OWNER - COLLECTED " WS-AMT-Z
                      " NOT STATED"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.

      *>   *************************************************************
      *>   Registro
      *>   *************************************************************
       PRINT-HEADER.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  OWNER STATEMENTS - MONTH " WS-PERIOD
                  "   RUN " WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           IF NOT WS-TRANSFERS-ON
               MOVE "(TRANSFERS HELD)" TO WS-RPT-LINE(50:)
           END-IF.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE "    HOME    LOCATION" TO WS-RPT-LINE.
           MOVE "COLLECT TNT-REP  LL-REP    MGMT FEE     NET DUE"
               TO WS-RPT-LINE(30:).
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-TOTALS.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-HOMES TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  HOMES STATED............: " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-COLLECTED TO WS-TOTAL-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  RENT COLLECTED..........: " WS-TOTAL-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-FEES TO WS-TOTAL-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  MANAGEMENT FEES.........: " WS-TOTAL-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-LL-REP TO WS-TOTAL-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  LANDLORD REPAIRS........: " WS-TOTAL-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-NET TO WS-TOTAL-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  NET DUE TO OWNERS.......: " WS-TOTAL-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-PAID TO WS-TOTAL-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  PAID BY TRANSFER........: " WS-TOTAL-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           IF WS-TOT-ALREADY > 0
               MOVE WS-TOT-ALREADY TO WS-COUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "  ALREADY STATED (SKIPPED): " WS-COUNT-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
           IF WS-TOT-NO-OWNER > 0
               MOVE WS-TOT-NO-OWNER TO WS-COUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** HOMES WITHOUT OWNER.: " WS-COUNT-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
           IF WS-TOT-UNPLACED > 0
               MOVE WS-TOT-UNPLACED TO WS-TOTAL-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** PAYMENTS NOT PLACED.: " WS-TOTAL-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
           IF WS-TOT-ACCT-FAIL > 0
               MOVE WS-TOT-ACCT-FAIL TO WS-COUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** TRANSFERS NOT MADE..: " WS-COUNT-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

      *>   Un renglon a la pantalla y al spool del reporte.
       PRINT-LINE-PROCEDURE.
           DISPLAY WS-RPT-LINE.
           MOVE "L" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.

      *>   Fecha de negocio vigente (control BUSDATE compartido).
       GET-BUSDATE-PROCEDURE.
           MOVE "G" TO WS-BD-MODE.
           CALL "BUSDATE" USING WS-BD-MODE WS-BD-DATE
                                WS-BD-RESULT.
           MOVE WS-BD-DATE TO WS-RUN-DATE.
           MOVE WS-BD-DATE TO WS-RPT-DATE.

       END PROGRAM OWNSTMT.
