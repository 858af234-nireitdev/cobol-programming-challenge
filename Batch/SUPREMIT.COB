      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Fortnightly remittance to the activity suppliers of the
      *>     travel agency. Reads the SUPPAYABLE ledger
      *>     (Copybooks/SUPPAY.CPY) that 02-TravelAgency feeds with
      *>     one accrual per activity sale and one reversal per
      *>     cancelled itinerary, and pays every supplier its open
      *>     balance up to the cut-off date.
      *>   * Prints a statement per supplier (name from the
      *>     ACTSUPPL master, Copybooks/SUPPLIER.CPY) with every
      *>     open sale and reversal and the amount remitted. A
      *>     supplier whose reversals exceed its sales is not paid:
      *>     its lines stay open and net against the next run.
      *>     Goes to SYSOUT and to the SUPREMIT spool report.
      *>   * Paid lines are dated in SPY-REMIT-DATE, so a rerun pays
      *>     nothing twice. The total remitted is booked to the
      *>     shared GLEXTRACT as SUPPLIER-COST (negative), which
      *>     splits the TRAVEL-SALE gross revenue of the agency from
      *>     the cost of the activities it resells, and as
      *>     SUPPLIER-PAYMENT (negative), the remittance itself.
      *>   * SRMPARM card (optional): bytes 1-8 the cut-off date
      *>     AAAAMMDD (default the business date).
      *>   * RETURN-CODE 4 when the ledger is larger than the table
      *>     (nothing is paid) or a supplier code is missing from
      *>     the master (it is paid under its code).
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      *>   2026-10-15  jrm  The activity-supplier master is read as
      *>                    ACTSUPPL; SUPPLIERS is the shop's file.
      *>   2026-10-15  jrm  The remittance also posts SUPPLIER-PAYMENT
      *>                    so the cost booked to payables is paid
      *>                    out of cash in the GL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPREMIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPAY-FILE ASSIGN TO "SUPPAYABLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPAY-STATUS.

           SELECT SUPPLIER-FILE ASSIGN TO "ACTSUPPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXT-STATUS.

           SELECT PARM-FILE ASSIGN TO "SRMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPAY-FILE.
           COPY SUPPAY.

       FD  SUPPLIER-FILE.
           COPY SUPPLIER.

       FD  GL-EXTRACT-FILE.
           COPY GLEXT.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-CUTOFF         PIC X(8).
           05  FILLER              PIC X(72).

       WORKING-STORAGE SECTION.
       01  WS-SUPPAY-STATUS        PIC X(2).
       01  WS-SUPPLIER-STATUS      PIC X(2).
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
       01  WS-RPT-NAME             PIC X(10) VALUE "SUPREMIT".
       01  WS-RPT-DATE             PIC 9(8).
       01  WS-RPT-LINE             PIC X(100).

       01  WS-CUTOFF               PIC X(8).
       01  WS-RUN-TIME             PIC X(6).
       01  WS-GL-TIMESTAMP         PIC X(14).

      *>   Cuenta a pagar en memoria; se regraba completa.
       01  WS-SPT-TABLE.
           05  WS-SPT-COUNT        PIC 9(4) VALUE 0.
           05  WS-SPT-ENTRY OCCURS 2000 TIMES.
               10  WS-SPT-RECORD   PIC X(45).
       01  WS-SPT-IDX              PIC 9(4).
       01  WS-SPT-DROPPED          PIC 9(4) VALUE 0.

      *>   Proveedores: nombre del maestro y saldo abierto.
       01  WS-SUT-TABLE.
           05  WS-SUT-COUNT        PIC 9(3) VALUE 0.
           05  WS-SUT-ENTRY OCCURS 100 TIMES.
               10  WS-SUT-CODE     PIC X(5).
               10  WS-SUT-NAME     PIC X(20).
               10  WS-SUT-OPEN     PIC S9(9)V99.
               10  WS-SUT-LINES    PIC 9(4).
               10  WS-SUT-PAY-SW   PIC X(1).
       01  WS-SUT-IDX              PIC 9(3).
       01  WS-SUT-SEL              PIC 9(3).
       01  WS-SEEK-CODE            PIC X(5).

       01  WS-OPEN-SW              PIC X(1).
           88  WS-LINE-OPEN            VALUE "Y".
       01  WS-TOTAL-PAID           PIC S9(9)V99 VALUE 0.
       01  WS-PAID-COUNT           PIC 9(3) VALUE 0.
       01  WS-CARRIED-COUNT        PIC 9(3) VALUE 0.
       01  WS-TYPE-OUT             PIC X(8).

       01  WS-AMOUNT-Z             PIC -,---,---,--9.99.
       01  WS-COUNT-Z              PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSDATE-PROCEDURE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-BD-DATE TO WS-CUTOFF.
           PERFORM LOAD-PARM-PROCEDURE.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           PERFORM LOAD-SUPPLIERS.
           PERFORM LOAD-PAYABLES.
           PERFORM TALLY-ONE-LINE
               VARYING WS-SPT-IDX FROM 1 BY 1
               UNTIL WS-SPT-IDX > WS-SPT-COUNT.
           PERFORM PRINT-HEADER.
           PERFORM PRINT-ONE-STATEMENT
               THRU PRINT-ONE-STATEMENT-EXIT
               VARYING WS-SUT-IDX FROM 1 BY 1
               UNTIL WS-SUT-IDX > WS-SUT-COUNT.
           IF WS-SPT-DROPPED = 0 AND WS-TOTAL-PAID > 0
               PERFORM MARK-ONE-LINE
                   VARYING WS-SPT-IDX FROM 1 BY 1
                   UNTIL WS-SPT-IDX > WS-SPT-COUNT
               PERFORM SAVE-PAYABLES
               PERFORM POST-GLENTRY-PROCEDURE
           END-IF.
           PERFORM PRINT-TOTALS.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *>   Tarjeta SRMPARM: fecha de corte (en blanco = la fecha de
      *>   negocio).
       LOAD-PARM-PROCEDURE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-CUTOFF IS NUMERIC
                           MOVE PARM-CUTOFF TO WS-CUTOFF
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

      *>   Un proveedor puede tener varias filas (una por destino o
      *>   actividad); queda una sola entrada por codigo.
       LOAD-ONE-SUPPLIER.
           READ SUPPLIER-FILE
               AT END
                   MOVE "10" TO WS-SUPPLIER-STATUS
               NOT AT END
                   MOVE SUP-CODE TO WS-SEEK-CODE
                   PERFORM FIND-OR-ADD-SUPPLIER
                   IF WS-SUT-SEL > 0
                       MOVE SUP-NAME TO WS-SUT-NAME (WS-SUT-SEL)
                   END-IF
           END-READ.

       LOAD-PAYABLES.
           OPEN INPUT SUPPAY-FILE.
           IF WS-SUPPAY-STATUS = "00"
               PERFORM LOAD-ONE-PAYABLE
                   UNTIL WS-SUPPAY-STATUS NOT = "00"
               CLOSE SUPPAY-FILE
           END-IF.

       LOAD-ONE-PAYABLE.
           READ SUPPAY-FILE
               AT END
                   MOVE "10" TO WS-SUPPAY-STATUS
               NOT AT END
                   IF WS-SPT-COUNT < 2000
                       ADD 1 TO WS-SPT-COUNT
                       MOVE SUPPAY-RECORD
                           TO WS-SPT-RECORD (WS-SPT-COUNT)
                   ELSE
                       ADD 1 TO WS-SPT-DROPPED
                   END-IF
           END-READ.

      *>   Busca el codigo WS-SEEK-CODE en la tabla de proveedores;
      *>   si no esta lo agrega (sin nombre del maestro).
       FIND-OR-ADD-SUPPLIER.
           MOVE 0 TO WS-SUT-SEL.
           PERFORM FIND-ONE-SUPPLIER
               VARYING WS-SUT-IDX FROM 1 BY 1
               UNTIL WS-SUT-IDX > WS-SUT-COUNT OR WS-SUT-SEL > 0.
           IF WS-SUT-SEL = 0 AND WS-SUT-COUNT < 100
               ADD 1 TO WS-SUT-COUNT
               MOVE WS-SUT-COUNT     TO WS-SUT-SEL
               MOVE WS-SEEK-CODE     TO WS-SUT-CODE (WS-SUT-SEL)
               MOVE "(NOT IN MASTER)" TO WS-SUT-NAME (WS-SUT-SEL)
               MOVE 0                TO WS-SUT-OPEN (WS-SUT-SEL)
                                        WS-SUT-LINES (WS-SUT-SEL)
               MOVE "N"              TO WS-SUT-PAY-SW (WS-SUT-SEL)
           END-IF.

       FIND-ONE-SUPPLIER.
           IF WS-SUT-CODE (WS-SUT-IDX) = WS-SEEK-CODE
               MOVE WS-SUT-IDX TO WS-SUT-SEL
           END-IF.

      *>   Una linea esta abierta si no tiene fecha de pago y no es
      *>   posterior al corte.
       CHECK-LINE-OPEN.
           MOVE "N" TO WS-OPEN-SW.
           IF SPY-REMIT-DATE = SPACES
              AND SPY-DATE NOT > WS-CUTOFF
              AND SPY-AMOUNT IS NUMERIC
               MOVE "Y" TO WS-OPEN-SW
           END-IF.

       TALLY-ONE-LINE.
           MOVE WS-SPT-RECORD (WS-SPT-IDX) TO SUPPAY-RECORD.
           PERFORM CHECK-LINE-OPEN.
           IF WS-LINE-OPEN
               MOVE SPY-SUP-CODE TO WS-SEEK-CODE
               PERFORM FIND-OR-ADD-SUPPLIER
               IF WS-SUT-SEL > 0
                   ADD SPY-AMOUNT TO WS-SUT-OPEN (WS-SUT-SEL)
                   ADD 1          TO WS-SUT-LINES (WS-SUT-SEL)
               ELSE
                   ADD 1 TO WS-SPT-DROPPED
               END-IF
           END-IF.

      *>   Marca pagadas las lineas abiertas de los proveedores que
      *>   cobran en esta corrida.
       MARK-ONE-LINE.
           MOVE WS-SPT-RECORD (WS-SPT-IDX) TO SUPPAY-RECORD.
           PERFORM CHECK-LINE-OPEN.
           IF WS-LINE-OPEN
               MOVE SPY-SUP-CODE TO WS-SEEK-CODE
               PERFORM FIND-OR-ADD-SUPPLIER
               IF WS-SUT-SEL > 0
                   IF WS-SUT-PAY-SW (WS-SUT-SEL) = "Y"
                       MOVE WS-BD-DATE TO SPY-REMIT-DATE
                       MOVE SUPPAY-RECORD
                           TO WS-SPT-RECORD (WS-SPT-IDX)
                   END-IF
               END-IF
           END-IF.

       SAVE-PAYABLES.
           OPEN OUTPUT SUPPAY-FILE.
           PERFORM SAVE-ONE-PAYABLE
               VARYING WS-SPT-IDX FROM 1 BY 1
               UNTIL WS-SPT-IDX > WS-SPT-COUNT.
           CLOSE SUPPAY-FILE.

       SAVE-ONE-PAYABLE.
           MOVE WS-SPT-RECORD (WS-SPT-IDX) TO SUPPAY-RECORD.
           WRITE SUPPAY-RECORD.

      *>   Un solo asiento por corrida: el total remitido como costo
      *>   (negativo) de las actividades revendidas y como pago al
      *>   proveedor.
       POST-GLENTRY-PROCEDURE.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF WS-GLEXT-STATUS = "35"
               OPEN OUTPUT GL-EXTRACT-FILE
           END-IF.
           STRING WS-BD-DATE  DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO WS-GL-TIMESTAMP.
           MOVE WS-GL-TIMESTAMP TO GLEXT-DATE.
           MOVE "SUPREMIT"      TO GLEXT-SOURCE.
           MOVE "SUPPLIER-COST" TO GLEXT-ACCOUNT.
           COMPUTE GLEXT-AMOUNT = 0 - WS-TOTAL-PAID.
           WRITE GLEXT-RECORD.
           MOVE "SUPPLIER-PAYMENT" TO GLEXT-ACCOUNT.
           WRITE GLEXT-RECORD.
           CLOSE GL-EXTRACT-FILE.

      *>   *************************************************************
      *>   Reporte
      *>   *************************************************************
       PRINT-HEADER.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  ACTIVITY SUPPLIER REMITTANCE - CUT-OFF "
                  WS-CUTOFF "   RUN DATE " WS-BD-DATE
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

      *>   Estado de cuenta de un proveedor con lineas abiertas.
       PRINT-ONE-STATEMENT.
           IF WS-SUT-LINES (WS-SUT-IDX) = 0
               GO TO PRINT-ONE-STATEMENT-EXIT
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "SUPPLIER " WS-SUT-CODE (WS-SUT-IDX) " "
                  WS-SUT-NAME (WS-SUT-IDX)
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           IF WS-SUT-NAME (WS-SUT-IDX) = "(NOT IN MASTER)"
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE "  DATE     ITINERARY TYPE               AMOUNT"
               TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           PERFORM PRINT-ONE-ITEM
               VARYING WS-SPT-IDX FROM 1 BY 1
               UNTIL WS-SPT-IDX > WS-SPT-COUNT.
           MOVE WS-SUT-OPEN (WS-SUT-IDX) TO WS-AMOUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-SUT-OPEN (WS-SUT-IDX) > 0
               MOVE "Y" TO WS-SUT-PAY-SW (WS-SUT-IDX)
               ADD WS-SUT-OPEN (WS-SUT-IDX) TO WS-TOTAL-PAID
               ADD 1 TO WS-PAID-COUNT
               STRING "  AMOUNT REMITTED            " WS-AMOUNT-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               ADD 1 TO WS-CARRIED-COUNT
               STRING "  NOTHING DUE - BALANCE      " WS-AMOUNT-Z
                      "  CARRIED FORWARD"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
       PRINT-ONE-STATEMENT-EXIT.
           EXIT.

       PRINT-ONE-ITEM.
           MOVE WS-SPT-RECORD (WS-SPT-IDX) TO SUPPAY-RECORD.
           PERFORM CHECK-LINE-OPEN.
           IF WS-LINE-OPEN
              AND SPY-SUP-CODE = WS-SUT-CODE (WS-SUT-IDX)
               IF SPY-REVERSAL
                   MOVE "REVERSAL" TO WS-TYPE-OUT
               ELSE
                   MOVE "SALE"     TO WS-TYPE-OUT
               END-IF
               MOVE SPY-AMOUNT TO WS-AMOUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " SPY-DATE " " SPY-ITIN-REF "  "
                      WS-TYPE-OUT " " WS-AMOUNT-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.

       PRINT-TOTALS.
           IF WS-SPT-DROPPED > 0
               MOVE WS-SPT-DROPPED TO WS-COUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** SUPPAYABLE LARGER THAN THE TABLE - "
                      WS-COUNT-Z " LINES NOT LOADED - NOTHING PAID"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE 4 TO WS-RETURN-CODE
               MOVE 0 TO WS-TOTAL-PAID
           END-IF.
           MOVE WS-PAID-COUNT TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "SUPPLIERS PAID                " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-CARRIED-COUNT TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "SUPPLIERS WITH BALANCE CARRIED" WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOTAL-PAID TO WS-AMOUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOTAL REMITTED (SUPPLIER-COST) " WS-AMOUNT-Z
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

       END PROGRAM SUPREMIT.
