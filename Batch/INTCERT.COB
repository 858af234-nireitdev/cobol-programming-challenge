      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Annual interest and tax certificate per customer. For
      *>     the calendar year on the CERTPARM card (first 4 bytes
      *>     YYYY; missing card = year of the business date) reads
      *>     TRANFILE and totals, per account holder (ACCT-USERNAME
      *>     of the ACCOUNTS record behind each movement):
      *>       - savings interest: INTEREST movements (INTACCRUE and
      *>         the final accrual of ACCTCLOSE);
      *>       - term deposit interest: the interest part of each
      *>         TDEP-MATUR credit. TRANFILE carries principal plus
      *>         interest in one amount, so the movement is matched
      *>         to its matured TERMDEPS record (same account, same
      *>         gross as TDEPMAT computes it) and the principal is
      *>         taken off;
      *>       - early redemption penalties: the penalty kept on each
      *>         TDEP-REDIM credit, matched the same way to its
      *>         redeemed TERMDEPS record (principal less the
      *>         penalty the online charges and posts to the GL).
      *>     Movements undone by a REVERSAL contra entry (TRANREV)
      *>     are left out. TDEP movements that match no deposit are
      *>     listed on the register, not certified.
      *>   * Prints one certificate per customer with the name and
      *>     contact data of the PARTYMSTR record, to SYSOUT and to
      *>     the INTCERT spool report, then the register of every
      *>     certificate issued to the INTCERTREG spool report. Both
      *>     reports are dated December 31 of the year, and the run
      *>     only reads files, so rerunning a year reprints the
      *>     same figures over the same spool files.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      *>   2026-10-15  jrm  TRANFILE is now indexed: both passes read
      *>                    it in TRANF-SEQ order with READ NEXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTCERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "CERTPARM"
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

           SELECT PARTY-FILE ASSIGN TO "PARTYMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARTY-ID
               FILE STATUS IS WS-PARTY-STATUS.

           SELECT TRANFIXED-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANF-SEQ
               ALTERNATE RECORD KEY IS TRANF-ACCT-KEY
               FILE STATUS IS WS-TRANF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD             PIC X(10).

       FD  ACCOUNT-FILE.
           COPY ACCOUNT.

       FD  TERMDEP-FILE.
           COPY TERMDEP.

       FD  PARTY-FILE.
           COPY PARTY.

       FD  TRANFIXED-FILE.
           COPY TRANFILE.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS          PIC X(2).
       01  WS-ACCT-STATUS          PIC X(2).
       01  WS-TDEP-STATUS          PIC X(2).
       01  WS-PARTY-STATUS         PIC X(2).
       01  WS-TRANF-STATUS         PIC X(2).

       01  WS-REPORT-YEAR          PIC X(4).
      *>   Interfaz con el control de fecha de negocio compartido
      *>   (Batch/BUSDATE.COB): sin tarjeta se certifica el anio de
      *>   la fecha de negocio.
       01  WS-BD-MODE              PIC X VALUE "G".
       01  WS-BD-DATE              PIC 9(8).
       01  WS-BD-DATE-X REDEFINES WS-BD-DATE.
           05  WS-BD-YEAR          PIC X(4).
           05  FILLER              PIC X(4).
       01  WS-BD-RESULT            PIC X.

      *>   Interfaz con el spool de reportes compartido
      *>   (Batch/RPTSPOOL.COB).
       01  WS-RPT-ACTION           PIC X.
       01  WS-RPT-NAME             PIC X(10).
       01  WS-RPT-DATE             PIC 9(8).
       01  WS-RPT-DATE-X REDEFINES WS-RPT-DATE.
           05  WS-RPT-YEAR         PIC X(4).
           05  WS-RPT-MMDD         PIC X(4).
       01  WS-RPT-LINE             PIC X(100).

      *>   Misma penalidad de rescate anticipado que cobra
      *>   01-OnlineBanking (CONST-TDEP-PENALTY-PCT).
       01  CONST-TDEP-PENALTY-PCT  PIC 9(2)V9(2) VALUE 1.00.

      *>   Secuencias de los movimientos revertidos por un
      *>   contra-asiento REVERSAL: no se certifican.
       01  WS-REV-MAX              PIC 9(5) VALUE 2000.
       01  WS-REV-TABLE.
           05  WS-REV-COUNT        PIC 9(5) VALUE 0.
           05  WS-REV-SEQ          PIC 9(7) OCCURS 2000 TIMES.
       01  WS-REV-IDX              PIC 9(5).
       01  WS-REV-FOUND-SW         PIC X(1).
           88  WS-REV-FOUND            VALUE "Y".

      *>   Plazos fijos vencidos o rescatados, para separar capital
      *>   de interes y de penalidad en sus movimientos.
       01  WS-TD-MAX               PIC 9(5) VALUE 2000.
       01  WS-TD-TABLE.
           05  WS-TD-COUNT         PIC 9(5) VALUE 0.
           05  WS-TD-R OCCURS 2000 TIMES.
               10  WS-TD-ID        PIC 9(6).
               10  WS-TD-ACCT      PIC X(15).
               10  WS-TD-STATUS    PIC X(1).
               10  WS-TD-PRINCIPAL PIC 9(9)V9(2).
               10  WS-TD-GROSS     PIC 9(9)V9(2).
               10  WS-TD-USED-SW   PIC X(1).
       01  WS-TD-IDX               PIC 9(5).
       01  WS-TD-SEL               PIC 9(5).

      *>   Totales del anio por cliente.
       01  WS-CUS-MAX              PIC 9(5) VALUE 1000.
       01  WS-CUS-TABLE.
           05  WS-CUS-COUNT        PIC 9(5) VALUE 0.
           05  WS-CUS-R OCCURS 1000 TIMES.
               10  WS-CUS-USERNAME PIC X(15).
               10  WS-CUS-SAV-INT  PIC S9(9)V9(2).
               10  WS-CUS-TDEP-INT PIC S9(9)V9(2).
               10  WS-CUS-PENALTY  PIC S9(9)V9(2).
               10  WS-CUS-MOVES    PIC 9(5).
       01  WS-CUS-IDX              PIC 9(5).
       01  WS-CUS-SEL              PIC 9(5).

      *>   Movimiento TDEP sin plazo fijo que lo explique.
       01  WS-UNM-MAX              PIC 9(3) VALUE 200.
       01  WS-UNM-TABLE.
           05  WS-UNM-COUNT        PIC 9(3) VALUE 0.
           05  WS-UNM-R OCCURS 200 TIMES.
               10  WS-UNM-SEQ      PIC 9(7).
               10  WS-UNM-ACCT     PIC X(15).
               10  WS-UNM-TYPE     PIC X(10).
               10  WS-UNM-AMOUNT   PIC S9(9)V9(2).
       01  WS-UNM-IDX              PIC 9(3).

       01  WS-KIND                 PIC X(1).
           88  WS-KIND-SAVINGS         VALUE "S".
           88  WS-KIND-TDEP-INT        VALUE "T".
           88  WS-KIND-PENALTY         VALUE "P".
       01  WS-CERT-AMOUNT          PIC S9(9)V9(2).
       01  WS-EXPECTED             PIC S9(9)V9(2).
       01  WS-WORK-INTEREST        PIC 9(9)V9(2).
       01  WS-WORK-PENALTY         PIC 9(9)V9(2).
       01  WS-OWNER                PIC X(15).
       01  WS-NO-OWNER-COUNT       PIC 9(5) VALUE 0.
       01  WS-MOVE-COUNT           PIC 9(7) VALUE 0.
       01  WS-SKIP-REV-COUNT       PIC 9(5) VALUE 0.

       01  WS-TOT-SAV-INT          PIC S9(11)V9(2) VALUE +0.
       01  WS-TOT-TDEP-INT         PIC S9(11)V9(2) VALUE +0.
       01  WS-TOT-PENALTY          PIC S9(11)V9(2) VALUE +0.

       01  WS-CERT-NUMBER.
           05  WS-CERT-YEAR        PIC X(4).
           05  FILLER              PIC X(1) VALUE "-".
           05  WS-CERT-SEQ         PIC 9(5).
       01  WS-PARTY-NAME           PIC X(30).
       01  WS-PARTY-PHONE          PIC X(15).
       01  WS-PARTY-EMAIL          PIC X(30).

       01  WS-SAV-Z                PIC -(10)9.9(2).
       01  WS-TDEP-Z               PIC -(10)9.9(2).
       01  WS-PEN-Z                PIC -(10)9.9(2).
       01  WS-AMOUNT-Z             PIC -(8)9.9(2).
       01  WS-COUNT-Z              PIC Z(4)9.
       01  WS-COUNT7-Z             PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-YEAR-PROCEDURE.
           PERFORM LOAD-TERMDEPS-PROCEDURE.
           PERFORM LOAD-REVERSALS-PROCEDURE.
           PERFORM SWEEP-TRANFILE-PROCEDURE.
           PERFORM PRINT-CERTIFICATES-PROCEDURE.
           PERFORM PRINT-REGISTER-PROCEDURE.
           STOP RUN.

      *>   Anio a certificar: tarjeta CERTPARM (YYYY), o el anio de
      *>   la fecha de negocio si no hay tarjeta.
       GET-YEAR-PROCEDURE.
           MOVE "G" TO WS-BD-MODE.
           CALL "BUSDATE" USING WS-BD-MODE WS-BD-DATE
                                WS-BD-RESULT.
           MOVE WS-BD-YEAR TO WS-REPORT-YEAR.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-RECORD(1:4) IS NUMERIC
                           MOVE PARM-RECORD(1:4) TO WS-REPORT-YEAR
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
           MOVE WS-REPORT-YEAR TO WS-RPT-YEAR.
           MOVE "1231"         TO WS-RPT-MMDD.
           MOVE WS-REPORT-YEAR TO WS-CERT-YEAR.

      *>   *************************************************************
      *>   Plazos fijos ya cerrados (vencidos o rescatados): con su
      *>   capital y el bruto que acredito TDEPMAT al vencimiento,
      *>   calculado con la misma formula y el mismo redondeo.
      *>   *************************************************************
       LOAD-TERMDEPS-PROCEDURE.
           OPEN INPUT TERMDEP-FILE.
           IF WS-TDEP-STATUS NOT = "00"
               DISPLAY "INTCERT: sin TERMDEPS (status "
                       WS-TDEP-STATUS "), sin plazos fijos."
               GO TO LOAD-TERMDEPS-PROCEDURE-EXIT
           END-IF.
           PERFORM LOAD-ONE-TERMDEP
               UNTIL WS-TDEP-STATUS NOT = "00".
           CLOSE TERMDEP-FILE.
       LOAD-TERMDEPS-PROCEDURE-EXIT.
           EXIT.

       LOAD-ONE-TERMDEP.
           READ TERMDEP-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-TDEP-STATUS
               NOT AT END
                   IF (TDEP-IS-MATURED OR TDEP-IS-REDEEMED)
                      AND WS-TD-COUNT < WS-TD-MAX
                       ADD 1 TO WS-TD-COUNT
                       MOVE TDEP-ID      TO WS-TD-ID (WS-TD-COUNT)
                       MOVE TDEP-ACCT-ID TO WS-TD-ACCT (WS-TD-COUNT)
                       MOVE TDEP-STATUS  TO WS-TD-STATUS (WS-TD-COUNT)
                       MOVE TDEP-PRINCIPAL
                           TO WS-TD-PRINCIPAL (WS-TD-COUNT)
                       COMPUTE WS-WORK-INTEREST ROUNDED =
                           TDEP-PRINCIPAL * TDEP-RATE-PCT / 100
                           * TDEP-TERM-DAYS / 365
                       COMPUTE WS-TD-GROSS (WS-TD-COUNT) =
                           TDEP-PRINCIPAL + WS-WORK-INTEREST
                       MOVE "N" TO WS-TD-USED-SW (WS-TD-COUNT)
                   END-IF
           END-READ.

      *>   Primera pasada: los originales apuntados por un REVERSAL.
       LOAD-REVERSALS-PROCEDURE.
           OPEN INPUT TRANFIXED-FILE.
           IF WS-TRANF-STATUS NOT = "00"
               DISPLAY "INTCERT: sin TRANFILE (status "
                       WS-TRANF-STATUS ")."
               STOP RUN
           END-IF.
           PERFORM LOAD-ONE-REVERSAL
               UNTIL WS-TRANF-STATUS = "10".
           CLOSE TRANFIXED-FILE.

       LOAD-ONE-REVERSAL.
           READ TRANFIXED-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-TRANF-STATUS
               NOT AT END
                   IF TRANF-TYPE = "REVERSAL"
                      AND TRANF-REV-SEQ IS NUMERIC
                      AND TRANF-REV-SEQ > 0
                      AND WS-REV-COUNT < WS-REV-MAX
                       ADD 1 TO WS-REV-COUNT
                       MOVE TRANF-REV-SEQ TO WS-REV-SEQ (WS-REV-COUNT)
                   END-IF
           END-READ.

      *>   *************************************************************
      *>   Segunda pasada: movimientos del anio que certifican.
      *>   *************************************************************
       SWEEP-TRANFILE-PROCEDURE.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "INTCERT: sin ACCOUNTS (status "
                       WS-ACCT-STATUS ")."
               STOP RUN
           END-IF.
           OPEN INPUT TRANFIXED-FILE.
           PERFORM SWEEP-ONE-MOVEMENT
               UNTIL WS-TRANF-STATUS = "10".
           CLOSE TRANFIXED-FILE.
           CLOSE ACCOUNT-FILE.

       SWEEP-ONE-MOVEMENT.
           READ TRANFIXED-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-TRANF-STATUS
               NOT AT END
                   IF TRANF-DATE(1:4) = WS-REPORT-YEAR
                       PERFORM CLASSIFY-MOVEMENT-PROCEDURE
                           THRU CLASSIFY-MOVEMENT-PROCEDURE-EXIT
                   END-IF
           END-READ.

       CLASSIFY-MOVEMENT-PROCEDURE.
           EVALUATE TRANF-TYPE
               WHEN "INTEREST"
                   SET WS-KIND-SAVINGS TO TRUE
               WHEN "TDEP-MATUR"
                   SET WS-KIND-TDEP-INT TO TRUE
               WHEN "TDEP-REDIM"
                   SET WS-KIND-PENALTY TO TRUE
               WHEN OTHER
                   GO TO CLASSIFY-MOVEMENT-PROCEDURE-EXIT
           END-EVALUATE.
           PERFORM CHECK-REVERSED-PROCEDURE.
           IF WS-REV-FOUND
               ADD 1 TO WS-SKIP-REV-COUNT
               GO TO CLASSIFY-MOVEMENT-PROCEDURE-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-KIND-SAVINGS
                   MOVE TRANF-AMOUNT TO WS-CERT-AMOUNT
               WHEN WS-KIND-TDEP-INT
                   PERFORM MATCH-MATURITY-PROCEDURE
               WHEN WS-KIND-PENALTY
                   PERFORM MATCH-REDEMPTION-PROCEDURE
           END-EVALUATE.
           IF NOT WS-KIND-SAVINGS AND WS-TD-SEL = 0
               PERFORM RECORD-UNMATCHED-PROCEDURE
               GO TO CLASSIFY-MOVEMENT-PROCEDURE-EXIT
           END-IF.
           MOVE TRANF-USERNAME TO ACCT-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-OWNER-COUNT
                   DISPLAY "INTCERT: cuenta " TRANF-USERNAME
                           " inexistente, seq " TRANF-SEQ
                           " no certificada."
                   GO TO CLASSIFY-MOVEMENT-PROCEDURE-EXIT
           END-READ.
           MOVE ACCT-USERNAME TO WS-OWNER.
           PERFORM FIND-CUSTOMER-PROCEDURE.
           IF WS-CUS-SEL = 0
               ADD 1 TO WS-NO-OWNER-COUNT
               DISPLAY "INTCERT: tabla de clientes llena, seq "
                       TRANF-SEQ " no certificada."
               GO TO CLASSIFY-MOVEMENT-PROCEDURE-EXIT
           END-IF.
           ADD 1 TO WS-MOVE-COUNT.
           ADD 1 TO WS-CUS-MOVES (WS-CUS-SEL).
           EVALUATE TRUE
               WHEN WS-KIND-SAVINGS
                   ADD WS-CERT-AMOUNT TO WS-CUS-SAV-INT (WS-CUS-SEL)
                   ADD WS-CERT-AMOUNT TO WS-TOT-SAV-INT
               WHEN WS-KIND-TDEP-INT
                   ADD WS-CERT-AMOUNT TO WS-CUS-TDEP-INT (WS-CUS-SEL)
                   ADD WS-CERT-AMOUNT TO WS-TOT-TDEP-INT
               WHEN WS-KIND-PENALTY
                   ADD WS-CERT-AMOUNT TO WS-CUS-PENALTY (WS-CUS-SEL)
                   ADD WS-CERT-AMOUNT TO WS-TOT-PENALTY
           END-EVALUATE.
       CLASSIFY-MOVEMENT-PROCEDURE-EXIT.
           EXIT.

       CHECK-REVERSED-PROCEDURE.
           MOVE "N" TO WS-REV-FOUND-SW.
           PERFORM CHECK-ONE-REVERSED
               VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > WS-REV-COUNT
                  OR WS-REV-FOUND.

       CHECK-ONE-REVERSED.
           IF WS-REV-SEQ (WS-REV-IDX) = TRANF-SEQ
               MOVE "Y" TO WS-REV-FOUND-SW
           END-IF.

      *>   Vencimiento: el plazo fijo vencido de la misma cuenta cuyo
      *>   bruto es el importe acreditado; el interes es el bruto
      *>   menos el capital.
       MATCH-MATURITY-PROCEDURE.
           MOVE 0 TO WS-TD-SEL.
           PERFORM MATCH-ONE-MATURITY
               VARYING WS-TD-IDX FROM 1 BY 1
               UNTIL WS-TD-IDX > WS-TD-COUNT
                  OR WS-TD-SEL > 0.
           IF WS-TD-SEL > 0
               MOVE "Y" TO WS-TD-USED-SW (WS-TD-SEL)
               COMPUTE WS-CERT-AMOUNT =
                   TRANF-AMOUNT - WS-TD-PRINCIPAL (WS-TD-SEL)
           END-IF.

       MATCH-ONE-MATURITY.
           IF WS-TD-STATUS (WS-TD-IDX) = "M"
              AND WS-TD-USED-SW (WS-TD-IDX) = "N"
              AND WS-TD-ACCT (WS-TD-IDX) = TRANF-USERNAME
              AND WS-TD-GROSS (WS-TD-IDX) = TRANF-AMOUNT
               MOVE WS-TD-IDX TO WS-TD-SEL
           END-IF.

      *>   Rescate anticipado: el plazo fijo rescatado de la misma
      *>   cuenta cuyo capital menos la penalidad es el importe
      *>   acreditado; se certifica la penalidad retenida.
       MATCH-REDEMPTION-PROCEDURE.
           MOVE 0 TO WS-TD-SEL.
           PERFORM MATCH-ONE-REDEMPTION
               VARYING WS-TD-IDX FROM 1 BY 1
               UNTIL WS-TD-IDX > WS-TD-COUNT
                  OR WS-TD-SEL > 0.
           IF WS-TD-SEL > 0
               MOVE "Y" TO WS-TD-USED-SW (WS-TD-SEL)
               COMPUTE WS-CERT-AMOUNT =
                   WS-TD-PRINCIPAL (WS-TD-SEL) - TRANF-AMOUNT
           END-IF.

       MATCH-ONE-REDEMPTION.
           IF WS-TD-STATUS (WS-TD-IDX) = "R"
              AND WS-TD-USED-SW (WS-TD-IDX) = "N"
              AND WS-TD-ACCT (WS-TD-IDX) = TRANF-USERNAME
               COMPUTE WS-WORK-PENALTY ROUNDED =
                   WS-TD-PRINCIPAL (WS-TD-IDX)
                   * CONST-TDEP-PENALTY-PCT / 100
               COMPUTE WS-EXPECTED =
                   WS-TD-PRINCIPAL (WS-TD-IDX) - WS-WORK-PENALTY
               IF WS-EXPECTED = TRANF-AMOUNT
                   MOVE WS-TD-IDX TO WS-TD-SEL
               END-IF
           END-IF.

       RECORD-UNMATCHED-PROCEDURE.
           DISPLAY "INTCERT: " TRANF-TYPE " seq " TRANF-SEQ
                   " cuenta " TRANF-USERNAME
                   " sin plazo fijo que lo explique.".
           IF WS-UNM-COUNT < WS-UNM-MAX
               ADD 1 TO WS-UNM-COUNT
               MOVE TRANF-SEQ      TO WS-UNM-SEQ (WS-UNM-COUNT)
               MOVE TRANF-USERNAME TO WS-UNM-ACCT (WS-UNM-COUNT)
               MOVE TRANF-TYPE     TO WS-UNM-TYPE (WS-UNM-COUNT)
               MOVE TRANF-AMOUNT   TO WS-UNM-AMOUNT (WS-UNM-COUNT)
           END-IF.

       FIND-CUSTOMER-PROCEDURE.
           MOVE 0 TO WS-CUS-SEL.
           PERFORM FIND-ONE-CUSTOMER
               VARYING WS-CUS-IDX FROM 1 BY 1
               UNTIL WS-CUS-IDX > WS-CUS-COUNT
                  OR WS-CUS-SEL > 0.
           IF WS-CUS-SEL = 0 AND WS-CUS-COUNT < WS-CUS-MAX
               ADD 1 TO WS-CUS-COUNT
               MOVE WS-OWNER TO WS-CUS-USERNAME (WS-CUS-COUNT)
               MOVE 0 TO WS-CUS-SAV-INT (WS-CUS-COUNT)
               MOVE 0 TO WS-CUS-TDEP-INT (WS-CUS-COUNT)
               MOVE 0 TO WS-CUS-PENALTY (WS-CUS-COUNT)
               MOVE 0 TO WS-CUS-MOVES (WS-CUS-COUNT)
               MOVE WS-CUS-COUNT TO WS-CUS-SEL
           END-IF.

       FIND-ONE-CUSTOMER.
           IF WS-CUS-USERNAME (WS-CUS-IDX) = WS-OWNER
               MOVE WS-CUS-IDX TO WS-CUS-SEL
           END-IF.

      *>   *************************************************************
      *>   Un certificado por cliente, con los datos de contacto del
      *>   maestro compartido PARTYMSTR. Numerado YYYY-nnnnn en el
      *>   orden en que el cliente aparece en TRANFILE, de modo que
      *>   la reimpresion de un anio repite la numeracion.
      *>   *************************************************************
       PRINT-CERTIFICATES-PROCEDURE.
           OPEN INPUT PARTY-FILE.
           MOVE "INTCERT" TO WS-RPT-NAME.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           PERFORM PRINT-ONE-CERTIFICATE
               VARYING WS-CUS-IDX FROM 1 BY 1
               UNTIL WS-CUS-IDX > WS-CUS-COUNT.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           IF WS-PARTY-STATUS = "00"
               CLOSE PARTY-FILE
           END-IF.

       PRINT-ONE-CERTIFICATE.
           PERFORM GET-PARTY-PROCEDURE.
           MOVE WS-CUS-IDX TO WS-CERT-SEQ.
           MOVE WS-CUS-SAV-INT (WS-CUS-IDX)  TO WS-SAV-Z.
           MOVE WS-CUS-TDEP-INT (WS-CUS-IDX) TO WS-TDEP-Z.
           MOVE WS-CUS-PENALTY (WS-CUS-IDX)  TO WS-PEN-Z.
           DISPLAY " ".
           DISPLAY "==================================================".
           DISPLAY "  INTEREST AND TAX CERTIFICATE - YEAR "
                   WS-REPORT-YEAR.
           DISPLAY "  CERTIFICATE NO. " WS-CERT-NUMBER.
           DISPLAY "==================================================".
           DISPLAY "CUSTOMER.: " WS-CUS-USERNAME (WS-CUS-IDX).
           DISPLAY "NAME.....: " WS-PARTY-NAME.
           DISPLAY "PHONE....: " WS-PARTY-PHONE.
           DISPLAY "EMAIL....: " WS-PARTY-EMAIL.
           DISPLAY "--------------------------------------------------".
           DISPLAY "SAVINGS ACCOUNT INTEREST PAID...: " WS-SAV-Z.
           DISPLAY "TERM DEPOSIT INTEREST PAID......: " WS-TDEP-Z.
           DISPLAY "EARLY REDEMPTION PENALTIES......: " WS-PEN-Z.
           DISPLAY "==================================================".
           MOVE SPACES TO WS-RPT-LINE.
           STRING "INTEREST AND TAX CERTIFICATE - YEAR "
                  WS-REPORT-YEAR
                  "  NO. " WS-CERT-NUMBER
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM SPOOL-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CUSTOMER.: " WS-CUS-USERNAME (WS-CUS-IDX)
                  " " WS-PARTY-NAME
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM SPOOL-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PHONE....: " WS-PARTY-PHONE
                  "  EMAIL: " WS-PARTY-EMAIL
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM SPOOL-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "SAVINGS ACCOUNT INTEREST PAID...: " WS-SAV-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM SPOOL-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TERM DEPOSIT INTEREST PAID......: " WS-TDEP-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM SPOOL-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EARLY REDEMPTION PENALTIES......: " WS-PEN-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM SPOOL-LINE-PROCEDURE.
           MOVE ALL "-" TO WS-RPT-LINE(1:50).
           PERFORM SPOOL-LINE-PROCEDURE.

      *>   Cliente sin alta en el maestro: el certificado sale igual,
      *>   sin datos de contacto.
       GET-PARTY-PROCEDURE.
           MOVE SPACES TO WS-PARTY-NAME.
           MOVE SPACES TO WS-PARTY-PHONE.
           MOVE SPACES TO WS-PARTY-EMAIL.
           IF WS-PARTY-STATUS = "00" OR WS-PARTY-STATUS = "23"
               MOVE WS-CUS-USERNAME (WS-CUS-IDX) TO PARTY-ID
               READ PARTY-FILE
                   INVALID KEY
                       MOVE "(NOT IN PARTY MASTER)" TO WS-PARTY-NAME
                   NOT INVALID KEY
                       MOVE PARTY-NAME  TO WS-PARTY-NAME
                       MOVE PARTY-PHONE TO WS-PARTY-PHONE
                       MOVE PARTY-EMAIL TO WS-PARTY-EMAIL
               END-READ
           ELSE
               MOVE "(NO PARTY MASTER)" TO WS-PARTY-NAME
           END-IF.

      *>   *************************************************************
      *>   Registro de los certificados emitidos, con los totales del
      *>   anio y los movimientos de plazo fijo que no se pudieron
      *>   explicar.
      *>   *************************************************************
       PRINT-REGISTER-PROCEDURE.
           MOVE "INTCERTREG" TO WS-RPT-NAME.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           DISPLAY " ".
           DISPLAY "==================================================".
           DISPLAY "  INTEREST CERTIFICATE REGISTER - " WS-REPORT-YEAR.
           DISPLAY "==================================================".
           DISPLAY "CERTIFICATE / CUSTOMER / SAVINGS / TERM DEP / "
                   "PENALTIES".
           MOVE SPACES TO WS-RPT-LINE.
           STRING "INTEREST CERTIFICATE REGISTER - " WS-REPORT-YEAR
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM SPOOL-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CERTIFICATE / CUSTOMER / SAVINGS / TERM DEP / "
                  "PENALTIES"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM SPOOL-LINE-PROCEDURE.
           PERFORM PRINT-ONE-REGISTER-LINE
               VARYING WS-CUS-IDX FROM 1 BY 1
               UNTIL WS-CUS-IDX > WS-CUS-COUNT.
           IF WS-UNM-COUNT > 0
               DISPLAY "UNMATCHED TERM DEPOSIT MOVEMENTS:"
               MOVE "UNMATCHED TERM DEPOSIT MOVEMENTS:" TO WS-RPT-LINE
               PERFORM SPOOL-LINE-PROCEDURE
               PERFORM PRINT-ONE-UNMATCHED
                   VARYING WS-UNM-IDX FROM 1 BY 1
                   UNTIL WS-UNM-IDX > WS-UNM-COUNT
           END-IF.
           MOVE WS-TOT-SAV-INT  TO WS-SAV-Z.
           MOVE WS-TOT-TDEP-INT TO WS-TDEP-Z.
           MOVE WS-TOT-PENALTY  TO WS-PEN-Z.
           MOVE WS-CUS-COUNT    TO WS-COUNT-Z.
           DISPLAY "--------------------------------------------------".
           DISPLAY "CERTIFICATES ISSUED.....: " WS-COUNT-Z.
           DISPLAY "TOTAL SAVINGS INTEREST..: " WS-SAV-Z.
           DISPLAY "TOTAL TERM DEP INTEREST.: " WS-TDEP-Z.
           DISPLAY "TOTAL PENALTIES.........: " WS-PEN-Z.
           MOVE WS-MOVE-COUNT   TO WS-COUNT7-Z.
           DISPLAY "MOVEMENTS CERTIFIED.....: " WS-COUNT7-Z.
           MOVE WS-SKIP-REV-COUNT TO WS-COUNT-Z.
           DISPLAY "REVERSED, LEFT OUT......: " WS-COUNT-Z.
           MOVE WS-UNM-COUNT    TO WS-COUNT-Z.
           DISPLAY "UNMATCHED TDEP..........: " WS-COUNT-Z.
           MOVE WS-NO-OWNER-COUNT TO WS-COUNT-Z.
           DISPLAY "WITHOUT ACCOUNT HOLDER..: " WS-COUNT-Z.
           DISPLAY "==================================================".
           MOVE ALL "-" TO WS-RPT-LINE(1:50).
           PERFORM SPOOL-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-CUS-COUNT TO WS-COUNT-Z.
           STRING "CERTIFICATES ISSUED.....: " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM SPOOL-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOTAL SAVINGS INTEREST..: " WS-SAV-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM SPOOL-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOTAL TERM DEP INTEREST.: " WS-TDEP-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM SPOOL-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOTAL PENALTIES.........: " WS-PEN-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM SPOOL-LINE-PROCEDURE.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.

       PRINT-ONE-REGISTER-LINE.
           MOVE WS-CUS-IDX TO WS-CERT-SEQ.
           MOVE WS-CUS-SAV-INT (WS-CUS-IDX)  TO WS-SAV-Z.
           MOVE WS-CUS-TDEP-INT (WS-CUS-IDX) TO WS-TDEP-Z.
           MOVE WS-CUS-PENALTY (WS-CUS-IDX)  TO WS-PEN-Z.
           DISPLAY WS-CERT-NUMBER
                   " " WS-CUS-USERNAME (WS-CUS-IDX)
                   " " WS-SAV-Z
                   " " WS-TDEP-Z
                   " " WS-PEN-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-CERT-NUMBER
                  " " WS-CUS-USERNAME (WS-CUS-IDX)
                  " " WS-SAV-Z
                  " " WS-TDEP-Z
                  " " WS-PEN-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM SPOOL-LINE-PROCEDURE.

       PRINT-ONE-UNMATCHED.
           MOVE WS-UNM-AMOUNT (WS-UNM-IDX) TO WS-AMOUNT-Z.
           DISPLAY "  SEQ " WS-UNM-SEQ (WS-UNM-IDX)
                   " " WS-UNM-TYPE (WS-UNM-IDX)
                   " " WS-UNM-ACCT (WS-UNM-IDX)
                   " " WS-AMOUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  SEQ " WS-UNM-SEQ (WS-UNM-IDX)
                  " " WS-UNM-TYPE (WS-UNM-IDX)
                  " " WS-UNM-ACCT (WS-UNM-IDX)
                  " " WS-AMOUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM SPOOL-LINE-PROCEDURE.

      *>   Un renglon al spool del reporte en curso.
       SPOOL-LINE-PROCEDURE.
           MOVE "L" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.

       END PROGRAM INTCERT.
