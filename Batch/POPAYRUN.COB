      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Weekly payment run for the 04-ManchesterShopping
      *>     supplier invoices (SUPINVS, Copybooks/SUPINV.CPY),
      *>     replacing the hand-checked cheques. Only invoices that
      *>     passed the three-way match against their purchase
      *>     order and receipt, or were approved by hand after a
      *>     hold, are paid - never a held or rejected one.
      *>   * Pays every approved invoice falling due up to the
      *>     pay-through date: the business date plus 7 days, so
      *>     nothing falls due before next week's run (override on
      *>     the POPPARM card, bytes 1-8 AAAAMMDD).
      *>   * Prints a remittance advice per supplier (name from the
      *>     shop SUPPLIERS master) listing the invoices settled,
      *>     marks them paid (SIV-PAID-DATE), and books each
      *>     supplier's payment to the shared GLEXTRACT as
      *>     SUPPLIER-PAYMENT (negative: cash out against accounts
      *>     payable). A rerun pays nothing twice.
      *>   * Lists the invoices still on hold with their reason,
      *>     and what is approved but not yet due.
      *>   * Invoices paid, or rejected, more than 90 days before
      *>     the business date move from SUPINVS to the SUPINVHIST
      *>     archive (the highest invoice number always stays, as
      *>     the shop numbers new invoices from it).
      *>     Goes to SYSOUT and to the POPAYRUN spool report.
      *>   * RETURN-CODE 4 when SUPINVS is larger than the table
      *>     (nothing is paid or archived) or a supplier is missing
      *>     from the master (it is paid under its id).
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      *>   2026-10-15  jrm  Paid and rejected invoices archived to
      *>                    SUPINVHIST after 90 days; table cut to
      *>                    the shop's 500 invoices.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POPAYRUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPINV-FILE ASSIGN TO "SUPINVS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPINV-STATUS.

           SELECT SUPPLIER-FILE ASSIGN TO "SUPPLIERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXT-STATUS.

           SELECT SUPINVHIST-FILE ASSIGN TO "SUPINVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPINVHIST-STATUS.

           SELECT PARM-FILE ASSIGN TO "POPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPINV-FILE.
           COPY SUPINV.

      *>   Padron de proveedores del shopping (mismo layout que
      *>   graba 04-ManchesterShopping).
       FD  SUPPLIER-FILE.
       01  SUPPLIER-RECORD.
           05  SUP-ID              PIC 9(3).
           05  FILLER              PIC X(1).
           05  SUP-NAME            PIC X(25).

       FD  GL-EXTRACT-FILE.
           COPY GLEXT.

      *>   Facturas archivadas, mismo registro que SUPINVS.
       FD  SUPINVHIST-FILE.
       01  SUPINVHIST-RECORD       PIC X(91).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-PAY-THROUGH    PIC X(8).
           05  FILLER              PIC X(72).

       WORKING-STORAGE SECTION.
       01  WS-SUPINV-STATUS        PIC X(2).
       01  WS-SUPPLIER-STATUS      PIC X(2).
       01  WS-GLEXT-STATUS         PIC X(2).
       01  WS-SUPINVHIST-STATUS    PIC X(2).
       01  WS-PARM-STATUS          PIC X(2).
       01  WS-RETURN-CODE          PIC 9(2) VALUE 0.

      *>   Interfaz con el control de fecha de negocio compartido.
       01  WS-BD-MODE              PIC X VALUE "G".
       01  WS-BD-DATE              PIC 9(8).
       01  WS-BD-RESULT            PIC X.

      *>   Interfaz con el spooler de reportes compartido
      *>   (Batch/RPTSPOOL.COB).
       01  WS-RPT-ACTION           PIC X.
       01  WS-RPT-NAME             PIC X(10) VALUE "POPAYRUN".
       01  WS-RPT-DATE             PIC 9(8).
       01  WS-RPT-LINE             PIC X(100).

      *>   Horizonte de la corrida semanal.
       01  CTE-RUN-DAYS            PIC 9(2) VALUE 7.
       01  WS-PAY-THROUGH-NUM      PIC 9(8).
       01  WS-PAY-THROUGH          PIC X(8).
       01  WS-RUN-TIME             PIC X(6).
       01  WS-GL-TIMESTAMP         PIC X(14).

      *>   Archivo: pagadas o rechazadas antes de WS-ARCH-DATE.
       01  CTE-KEEP-DAYS           PIC 9(3) VALUE 090.
       01  WS-ARCH-DATE-NUM        PIC 9(8).
       01  WS-ARCH-DATE            PIC X(8).
       01  WS-ARCH-SW              PIC X(1).
           88  WS-ARCH-LINE            VALUE "Y".
       01  WS-ARCH-COUNT           PIC 9(4) VALUE 0.
       01  WS-SVT-MAX-NBR          PIC 9(5) VALUE 0.

      *>   Facturas en memoria; el archivo se regraba completo.
       01  WS-SVT-TABLE.
           05  WS-SVT-COUNT        PIC 9(4) VALUE 0.
           05  WS-SVT-ENTRY OCCURS 500 TIMES.
               10  WS-SVT-RECORD   PIC X(91).
       01  WS-SVT-IDX              PIC 9(4).
       01  WS-SVT-DROPPED          PIC 9(4) VALUE 0.

      *>   Proveedores: nombre del maestro y lo que se les paga.
       01  WS-SUT-TABLE.
           05  WS-SUT-COUNT        PIC 9(3) VALUE 0.
           05  WS-SUT-ENTRY OCCURS 200 TIMES.
               10  WS-SUT-ID       PIC 9(3).
               10  WS-SUT-NAME     PIC X(25).
               10  WS-SUT-DUE      PIC 9(9)V99.
               10  WS-SUT-LINES    PIC 9(4).
       01  WS-SUT-IDX              PIC 9(3).
       01  WS-SUT-SEL              PIC 9(3).
       01  WS-SEEK-ID              PIC 9(3).

       01  WS-PAY-SW               PIC X(1).
           88  WS-PAY-LINE             VALUE "Y".
       01  WS-TOTAL-PAID           PIC 9(9)V99 VALUE 0.
       01  WS-PAID-COUNT           PIC 9(3) VALUE 0.
       01  WS-INV-PAID-COUNT       PIC 9(4) VALUE 0.
       01  WS-HELD-COUNT           PIC 9(4) VALUE 0.
       01  WS-HELD-TOTAL           PIC 9(9)V99 VALUE 0.
       01  WS-LATER-COUNT          PIC 9(4) VALUE 0.
       01  WS-LATER-TOTAL          PIC 9(9)V99 VALUE 0.
       01  WS-REASON-TEXT          PIC X(22).

       01  WS-AMOUNT-Z             PIC -,---,---,--9.99.
       01  WS-COUNT-Z              PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSDATE-PROCEDURE.
           ACCEPT WS-RUN-TIME FROM TIME.
           COMPUTE WS-PAY-THROUGH-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BD-DATE) + CTE-RUN-DAYS).
           MOVE WS-PAY-THROUGH-NUM TO WS-PAY-THROUGH.
           COMPUTE WS-ARCH-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BD-DATE) - CTE-KEEP-DAYS).
           MOVE WS-ARCH-DATE-NUM TO WS-ARCH-DATE.
           PERFORM LOAD-PARM-PROCEDURE.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           PERFORM LOAD-SUPPLIERS.
           PERFORM LOAD-INVOICES.
           IF WS-SVT-DROPPED = 0
               PERFORM TALLY-ONE-INVOICE
                   VARYING WS-SVT-IDX FROM 1 BY 1
                   UNTIL WS-SVT-IDX > WS-SVT-COUNT
           END-IF.
           PERFORM PRINT-HEADER.
           PERFORM PRINT-ONE-ADVICE
               THRU PRINT-ONE-ADVICE-EXIT
               VARYING WS-SUT-IDX FROM 1 BY 1
               UNTIL WS-SUT-IDX > WS-SUT-COUNT.
           IF WS-TOTAL-PAID > 0
               PERFORM MARK-ONE-INVOICE
                   VARYING WS-SVT-IDX FROM 1 BY 1
                   UNTIL WS-SVT-IDX > WS-SVT-COUNT
           END-IF.
           IF WS-SVT-DROPPED = 0
               PERFORM COUNT-ONE-ARCHIVE
                   VARYING WS-SVT-IDX FROM 1 BY 1
                   UNTIL WS-SVT-IDX > WS-SVT-COUNT
           END-IF.
           IF WS-TOTAL-PAID > 0 OR WS-ARCH-COUNT > 0
               PERFORM SAVE-INVOICES
           END-IF.
           PERFORM PRINT-HOLDS.
           PERFORM PRINT-TOTALS.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *>   Tarjeta POPPARM: fecha hasta la que se paga (en blanco =
      *>   la fecha de negocio mas una semana).
       LOAD-PARM-PROCEDURE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-PAY-THROUGH IS NUMERIC
                           MOVE PARM-PAY-THROUGH TO WS-PAY-THROUGH
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       LOAD-SUPPLIERS.
           OPEN INPUT SUPPLIER-FILE.
           IF WS-SUPPLIER-STATUS = "00"
               PERFORM LOAD-ONE-SUPPLIER
                   UNTIL WS-SUPPLIER-STATUS NOT = "00"
               CLOSE SUPPLIER-FILE
           END-IF.

       LOAD-ONE-SUPPLIER.
           READ SUPPLIER-FILE
               AT END
                   MOVE "10" TO WS-SUPPLIER-STATUS
               NOT AT END
                   IF SUP-ID IS NUMERIC
                       MOVE SUP-ID TO WS-SEEK-ID
                       PERFORM FIND-OR-ADD-SUPPLIER
                       IF WS-SUT-SEL > 0
                           MOVE SUP-NAME TO WS-SUT-NAME (WS-SUT-SEL)
                       END-IF
                   END-IF
           END-READ.

       LOAD-INVOICES.
           OPEN INPUT SUPINV-FILE.
           IF WS-SUPINV-STATUS = "00"
               PERFORM LOAD-ONE-INVOICE
                   UNTIL WS-SUPINV-STATUS NOT = "00"
               CLOSE SUPINV-FILE
           END-IF.

       LOAD-ONE-INVOICE.
           READ SUPINV-FILE
               AT END
                   MOVE "10" TO WS-SUPINV-STATUS
               NOT AT END
                   IF SIV-NBR > WS-SVT-MAX-NBR
                       MOVE SIV-NBR TO WS-SVT-MAX-NBR
                   END-IF
                   IF WS-SVT-COUNT < 500
                       ADD 1 TO WS-SVT-COUNT
                       MOVE SUPINV-RECORD
                           TO WS-SVT-RECORD (WS-SVT-COUNT)
                   ELSE
                       ADD 1 TO WS-SVT-DROPPED
                   END-IF
           END-READ.

      *>   Busca el proveedor WS-SEEK-ID en la tabla; si no esta lo
      *>   agrega (sin nombre del maestro).
       FIND-OR-ADD-SUPPLIER.
           MOVE 0 TO WS-SUT-SEL.
           PERFORM FIND-ONE-SUPPLIER
               VARYING WS-SUT-IDX FROM 1 BY 1
               UNTIL WS-SUT-IDX > WS-SUT-COUNT OR WS-SUT-SEL > 0.
           IF WS-SUT-SEL = 0 AND WS-SUT-COUNT < 200
               ADD 1 TO WS-SUT-COUNT
               MOVE WS-SUT-COUNT     TO WS-SUT-SEL
               MOVE WS-SEEK-ID       TO WS-SUT-ID (WS-SUT-SEL)
               MOVE "(NOT IN MASTER)" TO WS-SUT-NAME (WS-SUT-SEL)
               MOVE 0                TO WS-SUT-DUE (WS-SUT-SEL)
                                        WS-SUT-LINES (WS-SUT-SEL)
           END-IF.

       FIND-ONE-SUPPLIER.
           IF WS-SUT-ID (WS-SUT-IDX) = WS-SEEK-ID
               MOVE WS-SUT-IDX TO WS-SUT-SEL
           END-IF.

      *>   Una factura se paga si esta aprobada, sin pago previo y
      *>   vence hasta la fecha de la corrida.
       CHECK-PAY-LINE.
           MOVE "N" TO WS-PAY-SW.
           IF SIV-IS-APPROVED
              AND SIV-PAID-DATE = SPACES
              AND SIV-DUE-DATE NOT > WS-PAY-THROUGH
              AND SIV-AMOUNT IS NUMERIC
               MOVE "Y" TO WS-PAY-SW
           END-IF.

       TALLY-ONE-INVOICE.
           MOVE WS-SVT-RECORD (WS-SVT-IDX) TO SUPINV-RECORD.
           PERFORM CHECK-PAY-LINE.
           EVALUATE TRUE
               WHEN WS-PAY-LINE
                   MOVE SIV-SUPPLIER TO WS-SEEK-ID
                   PERFORM FIND-OR-ADD-SUPPLIER
                   IF WS-SUT-SEL > 0
                       ADD SIV-AMOUNT TO WS-SUT-DUE (WS-SUT-SEL)
                       ADD 1          TO WS-SUT-LINES (WS-SUT-SEL)
                   ELSE
                       ADD 1 TO WS-SVT-DROPPED
                   END-IF
               WHEN SIV-IS-APPROVED
                   ADD 1          TO WS-LATER-COUNT
                   ADD SIV-AMOUNT TO WS-LATER-TOTAL
           END-EVALUATE.

      *>   Marca pagadas las facturas de la corrida.
       MARK-ONE-INVOICE.
           MOVE WS-SVT-RECORD (WS-SVT-IDX) TO SUPINV-RECORD.
           PERFORM CHECK-PAY-LINE.
           IF WS-PAY-LINE
               MOVE "P"        TO SIV-STATUS
               MOVE WS-BD-DATE TO SIV-PAID-DATE
               MOVE SUPINV-RECORD TO WS-SVT-RECORD (WS-SVT-IDX)
               ADD 1 TO WS-INV-PAID-COUNT
           END-IF.

      *>   Una factura va al archivo si se pago, o se rechazo,
      *>   antes de WS-ARCH-DATE y no es la de numero mas alto.
       CHECK-ARCH-LINE.
           MOVE "N" TO WS-ARCH-SW.
           IF SIV-NBR < WS-SVT-MAX-NBR
               IF (SIV-IS-PAID AND SIV-PAID-DATE < WS-ARCH-DATE)
                  OR (SIV-IS-REJECTED AND SIV-INV-DATE < WS-ARCH-DATE)
                   MOVE "Y" TO WS-ARCH-SW
               END-IF
           END-IF.

       COUNT-ONE-ARCHIVE.
           MOVE WS-SVT-RECORD (WS-SVT-IDX) TO SUPINV-RECORD.
           PERFORM CHECK-ARCH-LINE.
           IF WS-ARCH-LINE
               ADD 1 TO WS-ARCH-COUNT
           END-IF.

       SAVE-INVOICES.
           OPEN OUTPUT SUPINV-FILE.
           IF WS-ARCH-COUNT > 0
               OPEN EXTEND SUPINVHIST-FILE
               IF WS-SUPINVHIST-STATUS = "35"
                   OPEN OUTPUT SUPINVHIST-FILE
               END-IF
           END-IF.
           PERFORM SAVE-ONE-INVOICE
               VARYING WS-SVT-IDX FROM 1 BY 1
               UNTIL WS-SVT-IDX > WS-SVT-COUNT.
           CLOSE SUPINV-FILE.
           IF WS-ARCH-COUNT > 0
               CLOSE SUPINVHIST-FILE
           END-IF.

       SAVE-ONE-INVOICE.
           MOVE WS-SVT-RECORD (WS-SVT-IDX) TO SUPINV-RECORD.
           PERFORM CHECK-ARCH-LINE.
           IF WS-ARCH-LINE AND WS-ARCH-COUNT > 0
               MOVE SUPINV-RECORD TO SUPINVHIST-RECORD
               WRITE SUPINVHIST-RECORD
           ELSE
               WRITE SUPINV-RECORD
           END-IF.

      *>   Un asiento por proveedor pagado: la salida de caja contra
      *>   la cuenta a pagar.
       POST-GLENTRY-PROCEDURE.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF WS-GLEXT-STATUS = "35"
               OPEN OUTPUT GL-EXTRACT-FILE
           END-IF.
           STRING WS-BD-DATE  DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO WS-GL-TIMESTAMP.
           MOVE WS-GL-TIMESTAMP    TO GLEXT-DATE.
           MOVE "POPAYRUN"         TO GLEXT-SOURCE.
           MOVE "SUPPLIER-PAYMENT" TO GLEXT-ACCOUNT.
           COMPUTE GLEXT-AMOUNT = 0 - WS-SUT-DUE (WS-SUT-IDX).
           WRITE GLEXT-RECORD.
           CLOSE GL-EXTRACT-FILE.

      *>   *************************************************************
      *>   Reporte
      *>   *************************************************************
       PRINT-HEADER.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  SHOP SUPPLIER PAYMENT RUN - DUE THROUGH "
                  WS-PAY-THROUGH "   RUN DATE " WS-BD-DATE
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           IF WS-SVT-DROPPED > 0
               MOVE WS-SVT-DROPPED TO WS-COUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** SUPINVS LARGER THAN THE TABLE - "
                      WS-COUNT-Z " INVOICES NOT LOADED - NOTHING PAID"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

      *>   Aviso de pago de un proveedor con facturas a pagar; su
      *>   asiento se graba en el mismo paso.
       PRINT-ONE-ADVICE.
           IF WS-SUT-LINES (WS-SUT-IDX) = 0
               GO TO PRINT-ONE-ADVICE-EXIT
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "REMITTANCE ADVICE - SUPPLIER "
                  WS-SUT-ID (WS-SUT-IDX) " "
                  WS-SUT-NAME (WS-SUT-IDX)
                  "  PAID " WS-BD-DATE
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           IF WS-SUT-NAME (WS-SUT-IDX) = "(NOT IN MASTER)"
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE "  OUR NBR YOUR INVOICE PO    INVOICED DUE
      -         "             AMOUNT" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           PERFORM PRINT-ONE-PAID-ITEM
               VARYING WS-SVT-IDX FROM 1 BY 1
               UNTIL WS-SVT-IDX > WS-SVT-COUNT.
           MOVE WS-SUT-DUE (WS-SUT-IDX) TO WS-AMOUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  TOTAL PAID                               "
                  WS-AMOUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           ADD WS-SUT-DUE (WS-SUT-IDX) TO WS-TOTAL-PAID.
           ADD 1 TO WS-PAID-COUNT.
           PERFORM POST-GLENTRY-PROCEDURE.
       PRINT-ONE-ADVICE-EXIT.
           EXIT.

       PRINT-ONE-PAID-ITEM.
           MOVE WS-SVT-RECORD (WS-SVT-IDX) TO SUPINV-RECORD.
           PERFORM CHECK-PAY-LINE.
           IF WS-PAY-LINE
              AND SIV-SUPPLIER = WS-SUT-ID (WS-SUT-IDX)
               MOVE SIV-AMOUNT TO WS-AMOUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " SIV-NBR "   " SIV-SUP-REF " " SIV-PO-NBR
                      " " SIV-INV-DATE " " SIV-DUE-DATE
                      " " WS-AMOUNT-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.

      *>   Facturas retenidas por el cotejo y aun sin resolver.
       PRINT-HOLDS.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE "INVOICES ON HOLD (APPROVE OR REJECT IN THE SHOP [H])"
               TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE "  OUR NBR SUP INVOICE      PO    DUE
      -         "AMOUNT REASON" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           PERFORM PRINT-ONE-HOLD
               VARYING WS-SVT-IDX FROM 1 BY 1
               UNTIL WS-SVT-IDX > WS-SVT-COUNT.
           IF WS-HELD-COUNT = 0
               MOVE "  (NONE)" TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-ONE-HOLD.
           MOVE WS-SVT-RECORD (WS-SVT-IDX) TO SUPINV-RECORD.
           IF SIV-IS-HELD
               EVALUATE SIV-HOLD-REASON
                   WHEN "SP"
                       MOVE "SUPPLIER NOT ON PO"   TO WS-REASON-TEXT
                   WHEN "QO"
                       MOVE "QTY OVER ORDERED"     TO WS-REASON-TEXT
                   WHEN "QR"
                       MOVE "QTY OVER RECEIVED"    TO WS-REASON-TEXT
                   WHEN "PR"
                       MOVE "PRICE OVER TOLERANCE" TO WS-REASON-TEXT
                   WHEN OTHER
                       MOVE SIV-HOLD-REASON        TO WS-REASON-TEXT
               END-EVALUATE
               MOVE SIV-AMOUNT TO WS-AMOUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " SIV-NBR "   " SIV-SUPPLIER " "
                      SIV-SUP-REF " " SIV-PO-NBR " " SIV-DUE-DATE
                      " " WS-AMOUNT-Z " " WS-REASON-TEXT
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               ADD 1          TO WS-HELD-COUNT
               ADD SIV-AMOUNT TO WS-HELD-TOTAL
           END-IF.

       PRINT-TOTALS.
           MOVE WS-PAID-COUNT TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "SUPPLIERS PAID                 " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-INV-PAID-COUNT TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "INVOICES PAID                  " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOTAL-PAID TO WS-AMOUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOTAL PAID (SUPPLIER-PAYMENT)  " WS-AMOUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-LATER-COUNT TO WS-COUNT-Z.
           MOVE WS-LATER-TOTAL TO WS-AMOUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "APPROVED, DUE LATER            " WS-COUNT-Z
                  " " WS-AMOUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-HELD-COUNT TO WS-COUNT-Z.
           MOVE WS-HELD-TOTAL TO WS-AMOUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "STILL ON HOLD                  " WS-COUNT-Z
                  " " WS-AMOUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-ARCH-COUNT TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ARCHIVED TO SUPINVHIST         " WS-COUNT-Z
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

      *>   Fecha de negocio vigente (control BUSDATE compartido).
       GET-BUSDATE-PROCEDURE.
           MOVE "G" TO WS-BD-MODE.
           CALL "BUSDATE" USING WS-BD-MODE WS-BD-DATE
                                WS-BD-RESULT.
           MOVE WS-BD-DATE TO WS-RPT-DATE.

       END PROGRAM POPAYRUN.
