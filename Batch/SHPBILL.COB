      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Month-end billing run for the corporate shipper accounts
      *>     of 04-OnlineShipping (SHPACCT, Copybooks/SHPACCT.CPY).
      *>   * For every account, every shipment charged on account
      *>     (SHIP-PAY-MODE "A") and not yet billed is gathered into
      *>     one invoice: a new SHPINV record (Copybooks/SHPINV.CPY)
      *>     dated on the business date and due after the account's
      *>     payment terms, with one printed line per SHIP-PACKG-ID
      *>     and its SHIP-TOTAL-COST. Each shipment is stamped with
      *>     its invoice number (SHIP-ACCT-INV), so a rerun bills
      *>     only what was charged since the previous run.
      *>   * Each invoice books its amount to GLEXTRACT as a
      *>     receivable against shipping revenue
      *>     (SHIP-RECEIVABLE); payments entered online book it back
      *>     out as SHIP-COLLECTION.
      *>   * Closes with the aging of every unpaid invoice by days
      *>     past due: current, 1-30, 31-60, 61-90, over 90.
      *>   * The report goes to SYSOUT and to the SHPBILL spool
      *>     report.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      *>   2026-10-15  jrm  Header: collections now post as
      *>                    SHIP-COLLECTION from 04-OnlineShipping.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHPBILL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHPACCT-FILE ASSIGN TO "SHPACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SACCT-PARTY-ID
               FILE STATUS IS WS-SACCT-STATUS.

           SELECT SHPINV-FILE ASSIGN TO "SHPINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SINV-NUMBER
               FILE STATUS IS WS-SINV-STATUS.

           SELECT SHIPMENT-FILE ASSIGN TO "SHIPMENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHIP-PACKG-ID
               FILE STATUS IS WS-SHIP-STATUS.

           SELECT PARTY-FILE ASSIGN TO "PARTYMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARTY-ID
               FILE STATUS IS WS-PARTY-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHPACCT-FILE.
           COPY SHPACCT.

       FD  SHPINV-FILE.
           COPY SHPINV.

       FD  SHIPMENT-FILE.
           COPY SHIPMENT.

       FD  PARTY-FILE.
           COPY PARTY.

       FD  GL-EXTRACT-FILE.
           COPY GLEXT.

       WORKING-STORAGE SECTION.
       01  WS-SACCT-STATUS         PIC X(2).
       01  WS-SINV-STATUS          PIC X(2).
       01  WS-SHIP-STATUS          PIC X(2).
       01  WS-PARTY-STATUS         PIC X(2).
       01  WS-GLEXT-STATUS         PIC X(2).
       01  WS-PARTY-OPEN-SW        PIC X(1) VALUE "N".
           88  WS-PARTY-OPEN           VALUE "Y".

       01  WS-RUN-DATE             PIC X(8).
       01  WS-RUN-TIME             PIC X(6).
       01  WS-GL-TIMESTAMP         PIC X(14).
       01  WS-RUN-INT              PIC 9(8).
       01  WS-DUE-INT              PIC 9(8).
       01  WS-DATE-9               PIC 9(8).

      *>   Interfaz con el control de fecha de negocio compartido.
       01  WS-BD-MODE              PIC X VALUE "G".
       01  WS-BD-DATE              PIC 9(8).
       01  WS-BD-RESULT            PIC X.

      *>   Interfaz con el spooler de reportes compartido
      *>   (Batch/RPTSPOOL.COB).
       01  WS-RPT-ACTION           PIC X.
       01  WS-RPT-NAME             PIC X(10) VALUE "SHPBILL".
       01  WS-RPT-DATE             PIC 9(8).
       01  WS-RPT-LINE             PIC X(100).

      *>   Factura en armado.
       01  WS-LAST-INV             PIC 9(6) VALUE 0.
       01  WS-CUR-INV              PIC 9(6).
       01  WS-CUR-PARTY            PIC X(15).
       01  WS-CUR-NAME             PIC X(30).
       01  WS-DUE-DATE             PIC X(8).
       01  WS-INV-PKGS             PIC 9(4).
       01  WS-INV-AMOUNT           PIC 9(7)V9(2).

      *>   Totales de la corrida.
       01  WS-INV-COUNT            PIC 9(5) VALUE 0.
       01  WS-PKG-COUNT            PIC 9(5) VALUE 0.
       01  WS-BILLED-TOTAL         PIC 9(9)V9(2) VALUE 0.

      *>   Antiguedad de las facturas abiertas.
       01  WS-OPEN-AMT             PIC 9(7)V9(2).
       01  WS-DAYS-PAST            PIC S9(5).
       01  WS-BUCKET-IDX           PIC 9(1).
       01  WS-AGING-TABLE.
           05  WS-AGE-ENTRY OCCURS 5 TIMES.
               10  WS-AGE-COUNT    PIC 9(5).
               10  WS-AGE-AMOUNT   PIC 9(9)V9(2).
       01  WS-AGE-NAMES.
           05  FILLER              PIC X(12) VALUE "CURRENT".
           05  FILLER              PIC X(12) VALUE "1-30 DAYS".
           05  FILLER              PIC X(12) VALUE "31-60 DAYS".
           05  FILLER              PIC X(12) VALUE "61-90 DAYS".
           05  FILLER              PIC X(12) VALUE "OVER 90 DAYS".
       01  WS-AGE-NAME-TBL REDEFINES WS-AGE-NAMES.
           05  WS-AGE-NAME         PIC X(12) OCCURS 5 TIMES.
       01  WS-AGE-TOTAL            PIC 9(9)V9(2) VALUE 0.

       01  WS-KG-Z                 PIC Z(4)9.
       01  WS-AMOUNT-Z             PIC Z(6)9.9(2).
       01  WS-TOTAL-Z              PIC Z(8)9.9(2).
       01  WS-COUNT-Z              PIC Z(4)9.
       01  WS-DAYS-Z               PIC -(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSDATE-PROCEDURE.
           ACCEPT WS-RUN-TIME FROM TIME.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-BD-DATE).
           MOVE ZEROS TO WS-AGING-TABLE.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  SHIPPER ACCOUNTS - MONTH-END INVOICING - "
                  WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           PERFORM BILL-ALL-ACCOUNTS
               THRU BILL-ALL-ACCOUNTS-EXIT.
           PERFORM PRINT-BILLING-TOTALS.
           PERFORM AGING-PROCEDURE
               THRU AGING-PROCEDURE-EXIT.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           STOP RUN.

      *>   *************************************************************
      *>   Una factura por cuenta con todo lo cargado y sin facturar.
      *>   *************************************************************
       BILL-ALL-ACCOUNTS.
           OPEN I-O SHPACCT-FILE.
           IF WS-SACCT-STATUS NOT = "00"
               MOVE SPACES TO WS-RPT-LINE
               STRING "NO SHIPPER ACCOUNTS (SHPACCT STATUS "
                      WS-SACCT-STATUS ") - NOTHING TO BILL."
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               GO TO BILL-ALL-ACCOUNTS-EXIT
           END-IF.
           OPEN I-O SHIPMENT-FILE.
           IF WS-SHIP-STATUS NOT = "00"
               MOVE SPACES TO WS-RPT-LINE
               STRING "NO SHIPMENTS (STATUS " WS-SHIP-STATUS
                      ") - NOTHING TO BILL."
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               CLOSE SHPACCT-FILE
               GO TO BILL-ALL-ACCOUNTS-EXIT
           END-IF.
           OPEN I-O SHPINV-FILE.
           IF WS-SINV-STATUS = "35"
               OPEN OUTPUT SHPINV-FILE
               CLOSE SHPINV-FILE
               OPEN I-O SHPINV-FILE
           END-IF.
           OPEN INPUT PARTY-FILE.
           IF WS-PARTY-STATUS = "00"
               MOVE "Y" TO WS-PARTY-OPEN-SW
           END-IF.
           PERFORM FIND-LAST-INVOICE.
           MOVE LOW-VALUES TO SACCT-PARTY-ID.
           START SHPACCT-FILE KEY NOT < SACCT-PARTY-ID
               INVALID KEY
                   MOVE "10" TO WS-SACCT-STATUS
           END-START.
           PERFORM BILL-NEXT-ACCOUNT
               UNTIL WS-SACCT-STATUS NOT = "00".
           IF WS-PARTY-OPEN
               CLOSE PARTY-FILE
           END-IF.
           CLOSE SHPINV-FILE.
           CLOSE SHIPMENT-FILE.
           CLOSE SHPACCT-FILE.
       BILL-ALL-ACCOUNTS-EXIT.
           EXIT.

      *>   El numero de factura sigue al mas alto ya emitido.
       FIND-LAST-INVOICE.
           MOVE 0 TO WS-LAST-INV.
           MOVE 0 TO SINV-NUMBER.
           START SHPINV-FILE KEY NOT < SINV-NUMBER
               INVALID KEY
                   MOVE "10" TO WS-SINV-STATUS
           END-START.
           PERFORM READ-LAST-INVOICE
               UNTIL WS-SINV-STATUS NOT = "00".

       READ-LAST-INVOICE.
           READ SHPINV-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-SINV-STATUS
               NOT AT END
                   MOVE SINV-NUMBER TO WS-LAST-INV
           END-READ.

       BILL-NEXT-ACCOUNT.
           READ SHPACCT-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-SACCT-STATUS
               NOT AT END
                   PERFORM BILL-ONE-ACCOUNT
           END-READ.

      *>   Una cuenta suspendida tambien se factura: lo cargado
      *>   antes de la suspension se debe igual.
       BILL-ONE-ACCOUNT.
           MOVE SACCT-PARTY-ID TO WS-CUR-PARTY.
           MOVE 0 TO WS-INV-PKGS WS-INV-AMOUNT.
           MOVE 0 TO SHIP-PACKG-ID.
           START SHIPMENT-FILE KEY NOT < SHIP-PACKG-ID
               INVALID KEY
                   MOVE "10" TO WS-SHIP-STATUS
           END-START.
           PERFORM BILL-NEXT-SHIPMENT
               UNTIL WS-SHIP-STATUS NOT = "00".
           IF WS-INV-PKGS > 0
               PERFORM CLOSE-INVOICE-PROCEDURE
           END-IF.

       BILL-NEXT-SHIPMENT.
           READ SHIPMENT-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-SHIP-STATUS
               NOT AT END
                   IF SHIP-ON-ACCOUNT
                      AND SHIP-PARTY-ID = WS-CUR-PARTY
                      AND SHIP-ACCT-INV = 0
                       PERFORM BILL-ONE-SHIPMENT
                   END-IF
           END-READ.

      *>   El primer envio de la cuenta abre la factura; cada envio
      *>   queda marcado con su numero.
       BILL-ONE-SHIPMENT.
           IF WS-INV-PKGS = 0
               ADD 1 TO WS-LAST-INV
               MOVE WS-LAST-INV TO WS-CUR-INV
               PERFORM PRINT-INVOICE-HEADER
           END-IF.
           ADD 1 TO WS-INV-PKGS.
           ADD SHIP-TOTAL-COST TO WS-INV-AMOUNT.
           MOVE WS-CUR-INV TO SHIP-ACCT-INV.
           REWRITE SHIPMENT-RECORD.
           MOVE SHIP-WEIGHT-KG  TO WS-KG-Z.
           MOVE SHIP-TOTAL-COST TO WS-AMOUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  " SHIP-PACKG-ID "     " SHIP-SEND-DATE "  "
                  SHIP-RECIPT-NAME " " WS-KG-Z "  " WS-AMOUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-INVOICE-HEADER.
           MOVE SPACES TO WS-CUR-NAME.
           IF WS-PARTY-OPEN
               MOVE WS-CUR-PARTY TO PARTY-ID
               READ PARTY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PARTY-NAME TO WS-CUR-NAME
               END-READ
           END-IF.
           COMPUTE WS-DUE-INT = WS-RUN-INT + SACCT-TERMS-DAYS.
           COMPUTE WS-DATE-9 = FUNCTION DATE-OF-INTEGER(WS-DUE-INT).
           MOVE WS-DATE-9 TO WS-DUE-DATE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "INVOICE " WS-CUR-INV "  ACCOUNT " WS-CUR-PARTY
                  " " WS-CUR-NAME
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  DATE " WS-RUN-DATE "  DUE " WS-DUE-DATE
                  "  TERMS " SACCT-TERMS-DAYS " DAYS"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  PACKAGE  SENT      RECIPIENT                    "
                  "   KG         COST"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

      *>   Graba la factura, la deja como ultima de la cuenta y
      *>   asienta la cuenta a cobrar.
       CLOSE-INVOICE-PROCEDURE.
           MOVE SPACES          TO SINV-RECORD.
           MOVE WS-CUR-INV      TO SINV-NUMBER.
           MOVE WS-CUR-PARTY    TO SINV-PARTY-ID.
           MOVE WS-RUN-DATE     TO SINV-DATE.
           MOVE WS-DUE-DATE     TO SINV-DUE-DATE.
           MOVE WS-INV-PKGS     TO SINV-PACKAGES.
           MOVE WS-INV-AMOUNT   TO SINV-AMOUNT.
           MOVE 0               TO SINV-PAID.
           MOVE "O"             TO SINV-STATUS.
           WRITE SINV-RECORD
               INVALID KEY
                   DISPLAY "SHPBILL: invoice " WS-CUR-INV
                           " already on file, status "
                           WS-SINV-STATUS
           END-WRITE.
           MOVE WS-CUR-INV TO SACCT-LAST-INV.
           REWRITE SACCT-RECORD.
           ADD 1 TO WS-INV-COUNT.
           ADD WS-INV-PKGS   TO WS-PKG-COUNT.
           ADD WS-INV-AMOUNT TO WS-BILLED-TOTAL.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-INV-PKGS   TO WS-COUNT-Z.
           MOVE WS-INV-AMOUNT TO WS-AMOUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  PACKAGES " WS-COUNT-Z
                  "          INVOICE TOTAL.............: "
                  WS-AMOUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           PERFORM POST-INVOICE-GL.

       POST-INVOICE-GL.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF WS-GLEXT-STATUS = "35"
               OPEN OUTPUT GL-EXTRACT-FILE
           END-IF.
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO WS-GL-TIMESTAMP.
           MOVE WS-GL-TIMESTAMP   TO GLEXT-DATE.
           MOVE "SHPBILL"         TO GLEXT-SOURCE.
           MOVE "SHIP-RECEIVABLE" TO GLEXT-ACCOUNT.
           MOVE WS-INV-AMOUNT     TO GLEXT-AMOUNT.
           WRITE GLEXT-RECORD.
           CLOSE GL-EXTRACT-FILE.

       PRINT-BILLING-TOTALS.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-INV-COUNT TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "INVOICES ISSUED.....: " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-PKG-COUNT TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PACKAGES BILLED.....: " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-BILLED-TOTAL TO WS-TOTAL-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOTAL BILLED........: " WS-TOTAL-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

      *>   *************************************************************
      *>   Antiguedad de las facturas impagas por dias de vencidas,
      *>   incluidas las recien emitidas (corrientes).
      *>   *************************************************************
       AGING-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  AGING OF UNPAID INVOICES AT " WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "INVOICE ACCOUNT         ISSUED   DUE      "
                  "  OPEN AMOUNT  DAYS PAST  BUCKET"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           OPEN INPUT SHPINV-FILE.
           IF WS-SINV-STATUS NOT = "00"
               MOVE "NO INVOICES ON FILE." TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               GO TO AGING-PROCEDURE-EXIT
           END-IF.
           PERFORM AGE-NEXT-INVOICE
               UNTIL WS-SINV-STATUS NOT = "00".
           CLOSE SHPINV-FILE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           PERFORM PRINT-ONE-BUCKET
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 5.
           MOVE WS-AGE-TOTAL TO WS-TOTAL-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOTAL RECEIVABLE....: " WS-TOTAL-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
       AGING-PROCEDURE-EXIT.
           EXIT.

       AGE-NEXT-INVOICE.
           READ SHPINV-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-SINV-STATUS
               NOT AT END
                   IF SINV-IS-OPEN
                       PERFORM AGE-ONE-INVOICE
                   END-IF
           END-READ.

       AGE-ONE-INVOICE.
           COMPUTE WS-OPEN-AMT = SINV-AMOUNT - SINV-PAID.
           MOVE 0 TO WS-DAYS-PAST.
           IF SINV-DUE-DATE IS NUMERIC
               MOVE SINV-DUE-DATE TO WS-DATE-9
               COMPUTE WS-DAYS-PAST = WS-RUN-INT
                   - FUNCTION INTEGER-OF-DATE(WS-DATE-9)
           END-IF.
           EVALUATE TRUE
               WHEN WS-DAYS-PAST NOT > 0
                   MOVE 1 TO WS-BUCKET-IDX
               WHEN WS-DAYS-PAST NOT > 30
                   MOVE 2 TO WS-BUCKET-IDX
               WHEN WS-DAYS-PAST NOT > 60
                   MOVE 3 TO WS-BUCKET-IDX
               WHEN WS-DAYS-PAST NOT > 90
                   MOVE 4 TO WS-BUCKET-IDX
               WHEN OTHER
                   MOVE 5 TO WS-BUCKET-IDX
           END-EVALUATE.
           ADD 1           TO WS-AGE-COUNT (WS-BUCKET-IDX).
           ADD WS-OPEN-AMT TO WS-AGE-AMOUNT (WS-BUCKET-IDX).
           ADD WS-OPEN-AMT TO WS-AGE-TOTAL.
           MOVE WS-OPEN-AMT  TO WS-AMOUNT-Z.
           MOVE WS-DAYS-PAST TO WS-DAYS-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING SINV-NUMBER "  " SINV-PARTY-ID " " SINV-DATE " "
                  SINV-DUE-DATE " " WS-AMOUNT-Z "      " WS-DAYS-Z
                  "  " WS-AGE-NAME (WS-BUCKET-IDX)
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-ONE-BUCKET.
           MOVE WS-AGE-COUNT (WS-BUCKET-IDX)  TO WS-COUNT-Z.
           MOVE WS-AGE-AMOUNT (WS-BUCKET-IDX) TO WS-TOTAL-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-AGE-NAME (WS-BUCKET-IDX) "  INVOICES "
                  WS-COUNT-Z "  AMOUNT " WS-TOTAL-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
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

       END PROGRAM SHPBILL.
