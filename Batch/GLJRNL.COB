      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Nightly general journal over the shared GLEXTRACT. Every
      *>     system posts single-sided rows against a free-text
      *>     account label; this run turns each row of the business
      *>     day into a balanced journal entry (one debit and one
      *>     credit line, GLJOURNAL) through the label map GLMAP
      *>     onto the chart of accounts GLACCTS. The mapped pair is
      *>     the entry for a positive amount; a negative amount
      *>     swaps debit and credit.
      *>   * A row whose label has no map entry, or whose map points
      *>     at an account missing from the chart, is rejected to
      *>     the shared EXCPLOG as SEVERE and left out of the
      *>     journal and the trial balance.
      *>   * Prints a trial balance by account (spool report
      *>     GLJRNL) for the day and for the month to date, both
      *>     rebuilt from GLEXTRACT, so a rerun (for a prior day,
      *>     with BUSDATE set back like the rest of the batch) gives
      *>     the same figures and GLJOURNAL is simply replaced with
      *>     that day's entries.
      *>   * GLACCTS and GLMAP are written with the standard chart
      *>     and the labels posted today when the files do not
      *>     exist yet; after that accounting maintains them.
      *>   * RETURN-CODE 4 when rows of the day were rejected, 8 when
      *>     the chart or the map does not fit its table or the
      *>     trial balance does not balance.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      *>   2026-10-15  jrm  Standard map seeds SUPPLIER-PAYMENT (the
      *>                    shop's supplier payment run,
      *>                    Batch/POPAYRUN.COB) against accounts
      *>                    payable.
      *>   2026-10-15  jrm  Standard map also seeds FX-SPREAD-INCOME,
      *>                    TDEP-PENALTY-INCOME and LOAN-DISBURSED,
      *>                    which were rejected as unmapped.
      *>   2026-10-15  jrm  Standard map corrected for the sign the
      *>                    callers post: SUPPLIER-COST to cost of
      *>                    sales (new 5000) against payables,
      *>                    LOTTERY-PRIZE-LIAB to payouts,
      *>                    PROMOTER-EVT-* against ticket sales with
      *>                    the new PROMOTER-PAY-* for the payment,
      *>                    MGMT-FEE-INCOME and the new
      *>                    OWNER-DUE-HOME-* out of rent income, and
      *>                    SCHOLARSHIP-EXPENSE against tuition.
      *>                    GLMAP files already seeded must be
      *>                    corrected by accounting. The ASOFDATE
      *>                    card is gone: the run date is BUSDATE.
      *>   2026-10-15  jrm  Standard map: BILLPAY-* credits the
      *>                    biller payable, CANCEL-PENALTY goes to
      *>                    room revenue, SHIP-RECEIVABLE to the new
      *>                    4950 shipping revenue with SHIP-COLLECTION
      *>                    for the collection, and PLAYER-SIGNING /
      *>                    PLAYER-BOOK-VALUE carry player
      *>                    registrations in and out. GLMAP files
      *>                    already seeded must be corrected by
      *>                    accounting.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXT-STATUS.

           SELECT GLACCT-FILE ASSIGN TO "GLACCTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLACCT-STATUS.

           SELECT GLMAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT GLJOURNAL-FILE ASSIGN TO "GLJOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRN-STATUS.

           SELECT EXCEPTION-LOG-FILE ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-EXTRACT-FILE.
           COPY GLEXT.

       FD  GLACCT-FILE.
           COPY GLACCT.

       FD  GLMAP-FILE.
           COPY GLMAP.

      *>   Asientos del dia: dos renglones por fila del extracto
      *>   (D debe / C haber), numerados por asiento.
       FD  GLJOURNAL-FILE.
       01  GLJOURNAL-RECORD.
           05  JRN-DATE            PIC X(8).
           05  FILLER              PIC X(1).
           05  JRN-ENTRY           PIC 9(6).
           05  FILLER              PIC X(1).
           05  JRN-SIDE            PIC X(1).
           05  FILLER              PIC X(1).
           05  JRN-ACCOUNT         PIC X(6).
           05  FILLER              PIC X(1).
           05  JRN-AMOUNT          PIC 9(9)V99.
           05  FILLER              PIC X(1).
           05  JRN-SOURCE          PIC X(22).
           05  FILLER              PIC X(1).
           05  JRN-LABEL           PIC X(20).

       FD  EXCEPTION-LOG-FILE.
           COPY ERRLOG.

       WORKING-STORAGE SECTION.
       01  WS-GLEXT-STATUS         PIC X(2).
       01  WS-GLACCT-STATUS        PIC X(2).
       01  WS-GLMAP-STATUS         PIC X(2).
       01  WS-GLJRN-STATUS         PIC X(2).
       01  WS-ERRLOG-STATUS        PIC X(2).
       01  WS-RETURN-CODE          PIC 9(2) VALUE 0.

      *>   Interfaz con el control de fecha de negocio compartido.
       01  WS-BD-MODE              PIC X VALUE "G".
       01  WS-BD-DATE              PIC 9(8).
       01  WS-BD-RESULT            PIC X.

      *>   Interfaz con el spooler de reportes compartido
      *>   (Batch/RPTSPOOL.COB).
       01  WS-RPT-ACTION           PIC X.
       01  WS-RPT-NAME             PIC X(10) VALUE "GLJRNL".
       01  WS-RPT-DATE             PIC 9(8).
       01  WS-RPT-LINE             PIC X(100).

       01  WS-RUN-DATE             PIC X(8).
       01  WS-EOF-SW               PIC X VALUE "N".
           88  WS-EOF                  VALUE "Y".
       01  WS-TODAY-SW             PIC X VALUE "N".
           88  WS-TODAY                VALUE "Y".
       01  WS-SETUP-ERROR-SW       PIC X VALUE "N".
           88  WS-SETUP-ERROR          VALUE "Y".

      *>   Plan de cuentas con los acumulados del dia y del mes.
       01  WS-CH-TABLE.
           05  WS-CH-COUNT         PIC 9(3) VALUE 0.
           05  WS-CH-R OCCURS 100 TIMES.
               10  WS-CH-CODE      PIC X(6).
               10  WS-CH-NAME      PIC X(30).
               10  WS-CH-TYPE      PIC X.
               10  WS-CH-NORMAL    PIC X.
               10  WS-CH-DAY-DR    PIC S9(11)V99.
               10  WS-CH-DAY-CR    PIC S9(11)V99.
               10  WS-CH-MTD-DR    PIC S9(11)V99.
               10  WS-CH-MTD-CR    PIC S9(11)V99.
       01  WS-CH-IDX               PIC 9(3).
       01  WS-CH-SEL               PIC 9(3).
       01  WS-CH-ASK-CODE          PIC X(6).
       01  WS-CH-OVERFLOW-SW       PIC X VALUE "N".
           88  WS-CH-OVERFLOW          VALUE "Y".

      *>   Mapeo etiqueta -> par de cuentas; WS-MP-PFXLEN es el
      *>   largo del prefijo de una etiqueta con "*" (0 = exacta).
       01  WS-MP-TABLE.
           05  WS-MP-COUNT         PIC 9(3) VALUE 0.
           05  WS-MP-R OCCURS 150 TIMES.
               10  WS-MP-LABEL     PIC X(20).
               10  WS-MP-PFXLEN    PIC 99.
               10  WS-MP-DEBIT     PIC X(6).
               10  WS-MP-CREDIT    PIC X(6).
       01  WS-MP-IDX               PIC 9(3).
       01  WS-MP-SEL               PIC 9(3).
       01  WS-MP-BEST-LEN          PIC 99.
       01  WS-MP-LEN               PIC 99.
       01  WS-MP-OVERFLOW-SW       PIC X VALUE "N".
           88  WS-MP-OVERFLOW          VALUE "Y".

      *>   Asiento en curso.
       01  WS-DR-CODE              PIC X(6).
       01  WS-CR-CODE              PIC X(6).
       01  WS-DR-SEL               PIC 9(3).
       01  WS-CR-SEL               PIC 9(3).
       01  WS-ENTRY-AMT            PIC 9(9)V99.
       01  WS-ENTRY-NBR            PIC 9(6) VALUE 0.
       01  WS-REJECT-TEXT          PIC X(12).

      *>   Totales de la corrida.
       01  WS-TOT-ROWS-DAY         PIC 9(6) VALUE 0.
       01  WS-TOT-REJ-DAY          PIC 9(6) VALUE 0.
       01  WS-TOT-REJ-MTD          PIC 9(6) VALUE 0.
       01  WS-NET                  PIC S9(11)V99.
       01  WS-TB-DAY-DR            PIC S9(11)V99 VALUE 0.
       01  WS-TB-DAY-CR            PIC S9(11)V99 VALUE 0.
       01  WS-TB-MTD-DR            PIC S9(11)V99 VALUE 0.
       01  WS-TB-MTD-CR            PIC S9(11)V99 VALUE 0.
       01  WS-COL1                 PIC S9(11)V99.
       01  WS-COL2                 PIC S9(11)V99.
       01  WS-COL3                 PIC S9(11)V99.
       01  WS-COL4                 PIC S9(11)V99.

       01  WS-COL1-Z               PIC Z(9)9.99.
       01  WS-COL2-Z               PIC Z(9)9.99.
       01  WS-COL3-Z               PIC Z(9)9.99.
       01  WS-COL4-Z               PIC Z(9)9.99.
       01  WS-AMOUNT-Z             PIC -(10)9.99.
       01  WS-COUNT-Z              PIC Z(5)9.

      *>   Plan de cuentas estandar: se graba en GLACCTS la
      *>   primera vez (sin archivo) y de ahi en mas lo
      *>   mantiene contaduria sobre el archivo.
       01  WS-SEED-CHART-VALUES.
           05  FILLER PIC X(38) VALUE
               "1000  CASH AND BANK                 AD".
           05  FILLER PIC X(38) VALUE
               "1100  INTERBANK CLEARING            AD".
           05  FILLER PIC X(38) VALUE
               "1200  RECEIVABLES                   AD".
           05  FILLER PIC X(38) VALUE
               "1300  LOANS RECEIVABLE              AD".
           05  FILLER PIC X(38) VALUE
               "1400  SHOP INVENTORY                AD".
           05  FILLER PIC X(38) VALUE
               "1500  PLAYER REGISTRATIONS          AD".
           05  FILLER PIC X(38) VALUE
               "2000  ACCOUNTS PAYABLE              LC".
           05  FILLER PIC X(38) VALUE
               "2100  GIFT CARD LIABILITY           LC".
           05  FILLER PIC X(38) VALUE
               "2200  PRIZES PAYABLE                LC".
           05  FILLER PIC X(38) VALUE
               "2300  TAXES PAYABLE                 LC".
           05  FILLER PIC X(38) VALUE
               "2400  OWNER/PROMOTER PAYABLES       LC".
           05  FILLER PIC X(38) VALUE
               "2500  BILL PAYMENTS PAYABLE         LC".
           05  FILLER PIC X(38) VALUE
               "3000  RETAINED EARNINGS             EC".
           05  FILLER PIC X(38) VALUE
               "4000  SHOP SALES                    IC".
           05  FILLER PIC X(38) VALUE
               "4010  SHOP RETURNS                  IC".
           05  FILLER PIC X(38) VALUE
               "4100  TICKET SALES                  IC".
           05  FILLER PIC X(38) VALUE
               "4110  TICKET RESALE FEES            IC".
           05  FILLER PIC X(38) VALUE
               "4200  TRAVEL SALES                  IC".
           05  FILLER PIC X(38) VALUE
               "4300  AIRLINE ANCILLARY REVENUE     IC".
           05  FILLER PIC X(38) VALUE
               "4400  ROOM REVENUE                  IC".
           05  FILLER PIC X(38) VALUE
               "4500  MEDICAL FEES                  IC".
           05  FILLER PIC X(38) VALUE
               "4600  TUITION INCOME                IC".
           05  FILLER PIC X(38) VALUE
               "4700  RENT INCOME                   IC".
           05  FILLER PIC X(38) VALUE
               "4710  MANAGEMENT FEES               IC".
           05  FILLER PIC X(38) VALUE
               "4800  BANKING FEES AND INTEREST     IC".
           05  FILLER PIC X(38) VALUE
               "4850  GIFT CARD BREAKAGE            IC".
           05  FILLER PIC X(38) VALUE
               "4860  PLAYER TRANSFER RESULT        IC".
           05  FILLER PIC X(38) VALUE
               "4900  PERSONAL FINANCE INCOME       IC".
           05  FILLER PIC X(38) VALUE
               "4950  SHIPPING REVENUE              IC".
           05  FILLER PIC X(38) VALUE
               "5000  COST OF SALES                 XD".
           05  FILLER PIC X(38) VALUE
               "5100  INVENTORY SHRINKAGE           XD".
           05  FILLER PIC X(38) VALUE
               "5200  DRIVER PAY                    XD".
           05  FILLER PIC X(38) VALUE
               "5300  CLAIM PAYOUTS                 XD".
           05  FILLER PIC X(38) VALUE
               "5400  LOTTERY PAYOUTS               XD".
           05  FILLER PIC X(38) VALUE
               "5500  INTEREST EXPENSE              XD".
           05  FILLER PIC X(38) VALUE
               "5600  AGENT COMMISSIONS             XD".
           05  FILLER PIC X(38) VALUE
               "5700  PASSENGER COMPENSATION        XD".
           05  FILLER PIC X(38) VALUE
               "5800  SCHOLARSHIPS                  XD".
           05  FILLER PIC X(38) VALUE
               "5810  PLAYER AMORTIZATION           XD".
           05  FILLER PIC X(38) VALUE
               "5820  PROPERTY REPAIRS              XD".
           05  FILLER PIC X(38) VALUE
               "5830  CASH OVER AND SHORT           XD".
           05  FILLER PIC X(38) VALUE
               "5840  FX GAIN AND LOSS              XD".
           05  FILLER PIC X(38) VALUE
               "5900  PERSONAL FINANCE EXPENSES     XD".
       01  WS-SEED-CHART REDEFINES WS-SEED-CHART-VALUES.
           05  WS-SEED-CH OCCURS 43 TIMES.
               10  WS-SEED-CH-CODE   PIC X(6).
               10  WS-SEED-CH-NAME   PIC X(30).
               10  WS-SEED-CH-TYPE   PIC X.
               10  WS-SEED-CH-NORMAL PIC X.
       01  CTE-SEED-CHART-COUNT    PIC 9(3) VALUE 43.

      *>   Mapeo estandar de las cuentas que graban hoy los
      *>   sistemas (debe / haber de un importe positivo).
       01  WS-SEED-MAP-VALUES.
           05  FILLER PIC X(32) VALUE
               "SHOP SALES          1000  4000  ".
           05  FILLER PIC X(32) VALUE
               "SHOP RETURNS        1000  4010  ".
           05  FILLER PIC X(32) VALUE
               "GIFTCARD-LIABILITY  2100  1000  ".
           05  FILLER PIC X(32) VALUE
               "GIFTCARD-BREAKAGE   1000  4850  ".
           05  FILLER PIC X(32) VALUE
               "PO-LIABILITY        2000  1400  ".
           05  FILLER PIC X(32) VALUE
               "SUPPLIER-COST       2000  5000  ".
           05  FILLER PIC X(32) VALUE
               "SUPPLIER-PAYMENT    1000  2000  ".
           05  FILLER PIC X(32) VALUE
               "SHRINKAGE           1400  5100  ".
           05  FILLER PIC X(32) VALUE
               "TICKET-SALE         1000  4100  ".
           05  FILLER PIC X(32) VALUE
               "TICKET-REFUND       1000  4100  ".
           05  FILLER PIC X(32) VALUE
               "TICKETS-EVT-*       1000  4100  ".
           05  FILLER PIC X(32) VALUE
               "REFUND-EVT-*        1000  4100  ".
           05  FILLER PIC X(32) VALUE
               "SEASON-*            1000  4100  ".
           05  FILLER PIC X(32) VALUE
               "RESALE-FEE-EVT-*    1000  4110  ".
           05  FILLER PIC X(32) VALUE
               "PROMOTER-EVT-*      2400  4100  ".
           05  FILLER PIC X(32) VALUE
               "PROMOTER-PAY-*      2400  1000  ".
           05  FILLER PIC X(32) VALUE
               "TRAVEL-SALE         1000  4200  ".
           05  FILLER PIC X(32) VALUE
               "PACKAGE-SALE        1000  4200  ".
           05  FILLER PIC X(32) VALUE
               "CANCEL-PENALTY      1000  4400  ".
           05  FILLER PIC X(32) VALUE
               "AGENT-COMMISSION    1000  5600  ".
           05  FILLER PIC X(32) VALUE
               "EXCESS-BAGGAGE      1000  4300  ".
           05  FILLER PIC X(32) VALUE
               "BAGGAGE-COMP        1000  5700  ".
           05  FILLER PIC X(32) VALUE
               "DENIED-BOARDING-COMP1000  5700  ".
           05  FILLER PIC X(32) VALUE
               "ROOM-REVENUE        1200  4400  ".
           05  FILLER PIC X(32) VALUE
               "ROOM-TAX            1200  2300  ".
           05  FILLER PIC X(32) VALUE
               "HOTEL-SETTLEMENT    1000  1200  ".
           05  FILLER PIC X(32) VALUE
               "VISIT-FEE           1000  4500  ".
           05  FILLER PIC X(32) VALUE
               "INSURER-RECEIVABLE  1200  1000  ".
           05  FILLER PIC X(32) VALUE
               "CLAIM-PAYOUT        1000  5300  ".
           05  FILLER PIC X(32) VALUE
               "TUITION-INCOME      1000  4600  ".
           05  FILLER PIC X(32) VALUE
               "SCHOLARSHIP-EXPENSE 5800  4600  ".
           05  FILLER PIC X(32) VALUE
               "RENT-RECEIPT        1000  4700  ".
           05  FILLER PIC X(32) VALUE
               "MGMT-FEE-INCOME     4700  4710  ".
           05  FILLER PIC X(32) VALUE
               "OWNER-DUE-HOME-*    2400  4700  ".
           05  FILLER PIC X(32) VALUE
               "OWNER-PAY-HOME-*    2400  1000  ".
           05  FILLER PIC X(32) VALUE
               "REPAIRS-HOME-*      1000  5820  ".
           05  FILLER PIC X(32) VALUE
               "SHIP-RECEIVABLE     1200  4950  ".
           05  FILLER PIC X(32) VALUE
               "SHIP-COLLECTION     1000  1200  ".
           05  FILLER PIC X(32) VALUE
               "DRIVER-PAY          1000  5200  ".
           05  FILLER PIC X(32) VALUE
               "COD-FEE-INCOME      1000  4800  ".
           05  FILLER PIC X(32) VALUE
               "LOTTERY-PAYOUT      1000  5400  ".
           05  FILLER PIC X(32) VALUE
               "LOTTERY-PRIZE-LIAB  5400  2200  ".
           05  FILLER PIC X(32) VALUE
               "LOTTERY-TAX-PAYABLE 1000  2300  ".
           05  FILLER PIC X(32) VALUE
               "PLAYER-SIGNING      1500  1000  ".
           05  FILLER PIC X(32) VALUE
               "PLAYER-AMORTIZATION 1500  5810  ".
           05  FILLER PIC X(32) VALUE
               "PLAYER-BOOK-VALUE   1000  1500  ".
           05  FILLER PIC X(32) VALUE
               "TRANSFER-DISPOSAL   1000  4860  ".
           05  FILLER PIC X(32) VALUE
               "INTERBANK-CLEARING  1000  1100  ".
           05  FILLER PIC X(32) VALUE
               "LOAN-PRINCIPAL      1000  1300  ".
           05  FILLER PIC X(32) VALUE
               "LOAN-DISBURSED      1000  1300  ".
           05  FILLER PIC X(32) VALUE
               "LOAN-INTEREST-INC   1000  4800  ".
           05  FILLER PIC X(32) VALUE
               "ODRAFT-FEE-INCOME   1000  4800  ".
           05  FILLER PIC X(32) VALUE
               "TDEP-PENALTY-INCOME 1000  4800  ".
           05  FILLER PIC X(32) VALUE
               "INTEREST-EXPENSE    1000  5500  ".
           05  FILLER PIC X(32) VALUE
               "TDEP-INTEREST-EXP   1000  5500  ".
           05  FILLER PIC X(32) VALUE
               "FX-GAIN-LOSS        1000  5840  ".
           05  FILLER PIC X(32) VALUE
               "FX-SPREAD-INCOME    1000  4800  ".
           05  FILLER PIC X(32) VALUE
               "CASH-OVER-SHORT     1000  5830  ".
           05  FILLER PIC X(32) VALUE
               "BILLPAY-*           2500  1000  ".
           05  FILLER PIC X(32) VALUE
               "INGRESOS            1000  4900  ".
           05  FILLER PIC X(32) VALUE
               "GASTOS*             1000  5900  ".
       01  WS-SEED-MAP REDEFINES WS-SEED-MAP-VALUES.
           05  WS-SEED-MP OCCURS 61 TIMES.
               10  WS-SEED-MP-LABEL  PIC X(20).
               10  WS-SEED-MP-DEBIT  PIC X(6).
               10  WS-SEED-MP-CREDIT PIC X(6).
       01  CTE-SEED-MAP-COUNT      PIC 9(3) VALUE 61.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSDATE-PROCEDURE.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           PERFORM PRINT-HEADER.
           PERFORM LOAD-CHART.
           PERFORM LOAD-MAP.
           IF WS-SETUP-ERROR
      *>       Sin plan o sin mapeo completos no se asienta nada:
      *>       cada fila saldria rechazada por una cuenta cortada.
               MOVE "*** CHART OR MAP INCOMPLETE - NOTHING JOURNALED"
                   TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               OPEN OUTPUT GLJOURNAL-FILE
               OPEN INPUT GL-EXTRACT-FILE
               IF WS-GLEXT-STATUS = "00"
                   PERFORM POST-ONE-ROW THRU POST-ONE-ROW-EXIT
                       UNTIL WS-EOF
                   CLOSE GL-EXTRACT-FILE
               END-IF
               CLOSE GLJOURNAL-FILE
               PERFORM PRINT-TRIAL-BALANCE
           END-IF.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *>   *************************************************************
      *>   Plan de cuentas y mapeo (con alta estandar si no existen)
      *>   *************************************************************
       LOAD-CHART.
           OPEN INPUT GLACCT-FILE.
           IF WS-GLACCT-STATUS = "35"
               PERFORM SEED-CHART
               OPEN INPUT GLACCT-FILE
           END-IF.
           IF WS-GLACCT-STATUS = "00"
               PERFORM LOAD-ONE-ACCOUNT
                   UNTIL WS-GLACCT-STATUS NOT = "00"
               CLOSE GLACCT-FILE
           END-IF.
           IF WS-CH-OVERFLOW OR WS-CH-COUNT = 0
               MOVE "*** GLACCTS EMPTY OR DOES NOT FIT THE TABLE"
                   TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE "Y" TO WS-SETUP-ERROR-SW
           END-IF.

       LOAD-ONE-ACCOUNT.
           READ GLACCT-FILE
               AT END
                   MOVE "10" TO WS-GLACCT-STATUS
               NOT AT END
                   IF WS-CH-COUNT < 100
                       ADD 1 TO WS-CH-COUNT
                       MOVE GLA-CODE   TO WS-CH-CODE (WS-CH-COUNT)
                       MOVE GLA-NAME   TO WS-CH-NAME (WS-CH-COUNT)
                       MOVE GLA-TYPE   TO WS-CH-TYPE (WS-CH-COUNT)
                       MOVE GLA-NORMAL TO WS-CH-NORMAL (WS-CH-COUNT)
                       MOVE 0 TO WS-CH-DAY-DR (WS-CH-COUNT)
                       MOVE 0 TO WS-CH-DAY-CR (WS-CH-COUNT)
                       MOVE 0 TO WS-CH-MTD-DR (WS-CH-COUNT)
                       MOVE 0 TO WS-CH-MTD-CR (WS-CH-COUNT)
                   ELSE
                       MOVE "Y" TO WS-CH-OVERFLOW-SW
                   END-IF
           END-READ.

       SEED-CHART.
           OPEN OUTPUT GLACCT-FILE.
           PERFORM SEED-ONE-ACCOUNT
               VARYING WS-CH-IDX FROM 1 BY 1
               UNTIL WS-CH-IDX > CTE-SEED-CHART-COUNT.
           CLOSE GLACCT-FILE.
           MOVE "  GLACCTS NOT FOUND - STANDARD CHART WRITTEN"
               TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       SEED-ONE-ACCOUNT.
           MOVE SPACES TO GLACCT-RECORD.
           MOVE WS-SEED-CH-CODE (WS-CH-IDX)   TO GLA-CODE.
           MOVE WS-SEED-CH-NAME (WS-CH-IDX)   TO GLA-NAME.
           MOVE WS-SEED-CH-TYPE (WS-CH-IDX)   TO GLA-TYPE.
           MOVE WS-SEED-CH-NORMAL (WS-CH-IDX) TO GLA-NORMAL.
           WRITE GLACCT-RECORD.

       LOAD-MAP.
           OPEN INPUT GLMAP-FILE.
           IF WS-GLMAP-STATUS = "35"
               PERFORM SEED-MAP
               OPEN INPUT GLMAP-FILE
           END-IF.
           IF WS-GLMAP-STATUS = "00"
               PERFORM LOAD-ONE-MAP
                   UNTIL WS-GLMAP-STATUS NOT = "00"
               CLOSE GLMAP-FILE
           END-IF.
           IF WS-MP-OVERFLOW OR WS-MP-COUNT = 0
               MOVE "*** GLMAP EMPTY OR DOES NOT FIT THE TABLE"
                   TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE "Y" TO WS-SETUP-ERROR-SW
           END-IF.

       LOAD-ONE-MAP.
           READ GLMAP-FILE
               AT END
                   MOVE "10" TO WS-GLMAP-STATUS
               NOT AT END
                   IF WS-MP-COUNT < 150
                       ADD 1 TO WS-MP-COUNT
                       MOVE GLM-LABEL  TO WS-MP-LABEL (WS-MP-COUNT)
                       MOVE GLM-DEBIT  TO WS-MP-DEBIT (WS-MP-COUNT)
                       MOVE GLM-CREDIT TO WS-MP-CREDIT (WS-MP-COUNT)
      *>               "ABC-*": prefijo de 4; sin "*" cuenta exacta.
                       MOVE 0 TO WS-MP-LEN
                       INSPECT GLM-LABEL TALLYING WS-MP-LEN
                           FOR CHARACTERS BEFORE INITIAL "*"
                       IF WS-MP-LEN < 20
                           MOVE WS-MP-LEN
                               TO WS-MP-PFXLEN (WS-MP-COUNT)
                       ELSE
                           MOVE 0 TO WS-MP-PFXLEN (WS-MP-COUNT)
                       END-IF
                   ELSE
                       MOVE "Y" TO WS-MP-OVERFLOW-SW
                   END-IF
           END-READ.

       SEED-MAP.
           OPEN OUTPUT GLMAP-FILE.
           PERFORM SEED-ONE-MAP
               VARYING WS-MP-IDX FROM 1 BY 1
               UNTIL WS-MP-IDX > CTE-SEED-MAP-COUNT.
           CLOSE GLMAP-FILE.
           MOVE "  GLMAP NOT FOUND - STANDARD LABEL MAP WRITTEN"
               TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       SEED-ONE-MAP.
           MOVE SPACES TO GLMAP-RECORD.
           MOVE WS-SEED-MP-LABEL (WS-MP-IDX)  TO GLM-LABEL.
           MOVE WS-SEED-MP-DEBIT (WS-MP-IDX)  TO GLM-DEBIT.
           MOVE WS-SEED-MP-CREDIT (WS-MP-IDX) TO GLM-CREDIT.
           WRITE GLMAP-RECORD.

      *>   *************************************************************
      *>   Una fila del extracto: solo el mes en curso hasta la fecha
      *>   de la corrida; las del dia van al diario.
      *>   *************************************************************
       POST-ONE-ROW.
           READ GL-EXTRACT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO POST-ONE-ROW-EXIT
           END-READ.
           IF GLEXT-DATE (1:6) NOT = WS-RUN-DATE (1:6)
              OR GLEXT-DATE (1:8) > WS-RUN-DATE
               GO TO POST-ONE-ROW-EXIT
           END-IF.
           IF GLEXT-AMOUNT = 0
               GO TO POST-ONE-ROW-EXIT
           END-IF.
           IF GLEXT-DATE (1:8) = WS-RUN-DATE
               MOVE "Y" TO WS-TODAY-SW
               ADD 1 TO WS-TOT-ROWS-DAY
           ELSE
               MOVE "N" TO WS-TODAY-SW
           END-IF.
           PERFORM FIND-MAP.
           IF WS-MP-SEL = 0
               MOVE "NO GL MAP" TO WS-REJECT-TEXT
               PERFORM REJECT-ROW
               GO TO POST-ONE-ROW-EXIT
           END-IF.
           IF GLEXT-AMOUNT > 0
               MOVE WS-MP-DEBIT (WS-MP-SEL)  TO WS-DR-CODE
               MOVE WS-MP-CREDIT (WS-MP-SEL) TO WS-CR-CODE
               MOVE GLEXT-AMOUNT TO WS-ENTRY-AMT
           ELSE
               MOVE WS-MP-CREDIT (WS-MP-SEL) TO WS-DR-CODE
               MOVE WS-MP-DEBIT (WS-MP-SEL)  TO WS-CR-CODE
               COMPUTE WS-ENTRY-AMT = 0 - GLEXT-AMOUNT
           END-IF.
           MOVE WS-DR-CODE TO WS-CH-ASK-CODE.
           PERFORM FIND-ACCOUNT.
           MOVE WS-CH-SEL TO WS-DR-SEL.
           MOVE WS-CR-CODE TO WS-CH-ASK-CODE.
           PERFORM FIND-ACCOUNT.
           MOVE WS-CH-SEL TO WS-CR-SEL.
           IF WS-DR-SEL = 0 OR WS-CR-SEL = 0
               MOVE "BAD GL MAP" TO WS-REJECT-TEXT
               PERFORM REJECT-ROW
               GO TO POST-ONE-ROW-EXIT
           END-IF.
           ADD WS-ENTRY-AMT TO WS-CH-MTD-DR (WS-DR-SEL).
           ADD WS-ENTRY-AMT TO WS-CH-MTD-CR (WS-CR-SEL).
           IF WS-TODAY
               ADD WS-ENTRY-AMT TO WS-CH-DAY-DR (WS-DR-SEL)
               ADD WS-ENTRY-AMT TO WS-CH-DAY-CR (WS-CR-SEL)
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.
       POST-ONE-ROW-EXIT.
           EXIT.

      *>   Etiqueta exacta primero; si no, el prefijo mas largo.
       FIND-MAP.
           MOVE 0 TO WS-MP-SEL.
           MOVE 0 TO WS-MP-BEST-LEN.
           PERFORM MATCH-MAP
               VARYING WS-MP-IDX FROM 1 BY 1
               UNTIL WS-MP-IDX > WS-MP-COUNT.

       MATCH-MAP.
           IF WS-MP-PFXLEN (WS-MP-IDX) = 0
               IF WS-MP-LABEL (WS-MP-IDX) = GLEXT-ACCOUNT
                   MOVE WS-MP-IDX TO WS-MP-SEL
                   MOVE 99 TO WS-MP-BEST-LEN
               END-IF
           ELSE
               MOVE WS-MP-PFXLEN (WS-MP-IDX) TO WS-MP-LEN
               IF WS-MP-LEN > WS-MP-BEST-LEN
                  AND GLEXT-ACCOUNT (1:WS-MP-LEN) =
                      WS-MP-LABEL (WS-MP-IDX) (1:WS-MP-LEN)
                   MOVE WS-MP-IDX TO WS-MP-SEL
                   MOVE WS-MP-LEN TO WS-MP-BEST-LEN
               END-IF
           END-IF.

       FIND-ACCOUNT.
           MOVE 0 TO WS-CH-SEL.
           PERFORM MATCH-ACCOUNT
               VARYING WS-CH-IDX FROM 1 BY 1
               UNTIL WS-CH-IDX > WS-CH-COUNT.

       MATCH-ACCOUNT.
           IF WS-CH-CODE (WS-CH-IDX) = WS-CH-ASK-CODE
               MOVE WS-CH-IDX TO WS-CH-SEL
           END-IF.

      *>   Debe y haber del asiento, con el origen y la etiqueta.
       WRITE-JOURNAL-ENTRY.
           ADD 1 TO WS-ENTRY-NBR.
           MOVE SPACES TO GLJOURNAL-RECORD.
           MOVE WS-RUN-DATE   TO JRN-DATE.
           MOVE WS-ENTRY-NBR  TO JRN-ENTRY.
           MOVE "D"           TO JRN-SIDE.
           MOVE WS-DR-CODE    TO JRN-ACCOUNT.
           MOVE WS-ENTRY-AMT  TO JRN-AMOUNT.
           MOVE GLEXT-SOURCE  TO JRN-SOURCE.
           MOVE GLEXT-ACCOUNT TO JRN-LABEL.
           WRITE GLJOURNAL-RECORD.
           MOVE "C"           TO JRN-SIDE.
           MOVE WS-CR-CODE    TO JRN-ACCOUNT.
           WRITE GLJOURNAL-RECORD.

      *>   Fila sin cuenta valida: fuera del diario y del balance.
      *>   Las del dia van al reporte y a EXCPLOG; las de dias
      *>   anteriores del mes ya se rechazaron en su noche y solo
      *>   se cuentan.
       REJECT-ROW.
           IF NOT WS-TODAY
               ADD 1 TO WS-TOT-REJ-MTD
           ELSE
               ADD 1 TO WS-TOT-REJ-DAY
               MOVE GLEXT-AMOUNT TO WS-AMOUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "  REJECTED " WS-REJECT-TEXT
                      GLEXT-ACCOUNT " " GLEXT-SOURCE WS-AMOUNT-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               OPEN EXTEND EXCEPTION-LOG-FILE
               IF WS-ERRLOG-STATUS = "35"
                   OPEN OUTPUT EXCEPTION-LOG-FILE
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:14) TO ERRLOG-TIMESTAMP
               MOVE "GLJRNL"                   TO ERRLOG-PROGRAM
               MOVE SPACES TO ERRLOG-DESC
               STRING WS-REJECT-TEXT GLEXT-ACCOUNT
                      " SRC " GLEXT-SOURCE WS-AMOUNT-Z
                      DELIMITED BY SIZE INTO ERRLOG-DESC
               MOVE "SEVERE" TO ERRLOG-SEVERITY
               WRITE EXCPLOG-RECORD
               CLOSE EXCEPTION-LOG-FILE
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

      *>   *************************************************************
      *>   Balance de sumas y saldos: el saldo de cada cuenta del dia
      *>   y del mes, en la columna deudora o acreedora.
      *>   *************************************************************
       PRINT-TRIAL-BALANCE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE "  TRIAL BALANCE" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  ACCT    NAME                      T"
                  "     DAY DEBIT    DAY CREDIT     MTD DEBIT"
                  "    MTD CREDIT"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           PERFORM PRINT-ONE-ACCOUNT THRU PRINT-ONE-ACCOUNT-EXIT
               VARYING WS-CH-IDX FROM 1 BY 1
               UNTIL WS-CH-IDX > WS-CH-COUNT.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TB-DAY-DR TO WS-COL1-Z.
           MOVE WS-TB-DAY-CR TO WS-COL2-Z.
           MOVE WS-TB-MTD-DR TO WS-COL3-Z.
           MOVE WS-TB-MTD-CR TO WS-COL4-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  TOTALS                              "
                  WS-COL1-Z " " WS-COL2-Z " "
                  WS-COL3-Z " " WS-COL4-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           IF WS-TB-DAY-DR NOT = WS-TB-DAY-CR
              OR WS-TB-MTD-DR NOT = WS-TB-MTD-CR
               MOVE "*** TRIAL BALANCE OUT OF BALANCE" TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-ENTRY-NBR TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  ENTRIES JOURNALED TODAY....: " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-REJ-DAY TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  ROWS REJECTED TODAY........: " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-REJ-MTD TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  EARLIER ROWS UNPOSTED (MTD): " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

      *>   Solo cuentas con movimiento en el mes.
       PRINT-ONE-ACCOUNT.
           IF WS-CH-MTD-DR (WS-CH-IDX) = 0
              AND WS-CH-MTD-CR (WS-CH-IDX) = 0
               GO TO PRINT-ONE-ACCOUNT-EXIT
           END-IF.
           MOVE 0 TO WS-COL1 WS-COL2 WS-COL3 WS-COL4.
           COMPUTE WS-NET =
               WS-CH-DAY-DR (WS-CH-IDX) - WS-CH-DAY-CR (WS-CH-IDX).
           IF WS-NET > 0
               MOVE WS-NET TO WS-COL1
           ELSE
               COMPUTE WS-COL2 = 0 - WS-NET
           END-IF.
           COMPUTE WS-NET =
               WS-CH-MTD-DR (WS-CH-IDX) - WS-CH-MTD-CR (WS-CH-IDX).
           IF WS-NET > 0
               MOVE WS-NET TO WS-COL3
           ELSE
               COMPUTE WS-COL4 = 0 - WS-NET
           END-IF.
           ADD WS-COL1 TO WS-TB-DAY-DR.
           ADD WS-COL2 TO WS-TB-DAY-CR.
           ADD WS-COL3 TO WS-TB-MTD-DR.
           ADD WS-COL4 TO WS-TB-MTD-CR.
           MOVE WS-COL1 TO WS-COL1-Z.
           MOVE WS-COL2 TO WS-COL2-Z.
           MOVE WS-COL3 TO WS-COL3-Z.
           MOVE WS-COL4 TO WS-COL4-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  " WS-CH-CODE (WS-CH-IDX)
                  "  " WS-CH-NAME (WS-CH-IDX) (1:25)
                  " " WS-CH-TYPE (WS-CH-IDX) " "
                  WS-COL1-Z " " WS-COL2-Z " "
                  WS-COL3-Z " " WS-COL4-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
       PRINT-ONE-ACCOUNT-EXIT.
           EXIT.

      *>   *************************************************************
      *>   Registro
      *>   *************************************************************
       PRINT-HEADER.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  GENERAL JOURNAL AND TRIAL BALANCE - "
                  WS-RUN-DATE " (MONTH " WS-RUN-DATE (1:6) ")"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

      *>   Un renglon a la pantalla y al spool del reporte.
       PRINT-LINE-PROCEDURE.
           DISPLAY WS-RPT-LINE.
           MOVE "L" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.

      *>   Fecha de la corrida: la de negocio del control compartido
      *>   BUSDATE.
       GET-BUSDATE-PROCEDURE.
           MOVE "G" TO WS-BD-MODE.
           CALL "BUSDATE" USING WS-BD-MODE WS-BD-DATE
                                WS-BD-RESULT.
           MOVE WS-BD-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-RPT-DATE.

       END PROGRAM GLJRNL.
