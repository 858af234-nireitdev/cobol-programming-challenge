      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Daily customs manifest for the international packages
      *>     of 04-OnlineShipping. Runs as the first step of the
      *>     SHIPDISP dispatch job, while the packages about to be
      *>     handed to the carrier still sit in DESPACHADO, and
      *>     lists every one with a destination country
      *>     (SHIP-DEST-COUNTRY, Copybooks/SHIPMENT.CPY), grouped by
      *>     country: sender, recipient, contents, tariff category,
      *>     country of origin, declared value, weight, estimated
      *>     duties and who pays them (sender prepaid or collect on
      *>     delivery), with per-country subtotals.
      *>   * A package missing its contents or declared value is
      *>     flagged, since the carrier rejects it at the border.
      *>   * The report goes to SYSOUT and to the CUSTMANIF spool
      *>     report. Read only.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      *>   2026-10-15  jrm  Weights are the chargeable weight the
      *>                    package was priced on (the greater of
      *>                    actual and volumetric).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMANIF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIPMENT-FILE ASSIGN TO "SHIPMENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SHIP-PACKG-ID
               FILE STATUS IS WS-SHIP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHIPMENT-FILE.
           COPY SHIPMENT.

       WORKING-STORAGE SECTION.
       01  WS-SHIP-STATUS          PIC X(2).
       01  WS-RUN-DATE             PIC X(8).
      *>   Fecha de negocio compartida.
       01  WS-BD-MODE              PIC X VALUE "G".
       01  WS-BD-DATE              PIC 9(8).
       01  WS-BD-RESULT            PIC X.

      *>   Interfaz con el spooler de reportes compartido
      *>   (Batch/RPTSPOOL.COB).
       01  WS-RPT-ACTION           PIC X.
       01  WS-RPT-NAME             PIC X(10) VALUE "CUSTMANIF".
       01  WS-RPT-DATE             PIC 9(8).
       01  WS-RPT-LINE             PIC X(100).

      *>   Bultos internacionales en memoria, para agrupar por pais.
       01  WS-MANIFEST-TABLE.
           05  WS-MF-COUNT         PIC 9(3) VALUE 0.
           05  WS-MF-ENTRY OCCURS 200 TIMES.
               10  MF-COUNTRY      PIC X(2).
               10  MF-PACKG-ID     PIC 9(4).
               10  MF-SENDER       PIC X(25).
               10  MF-RECIPT       PIC X(25).
               10  MF-CONTENTS     PIC X(30).
               10  MF-TARIFF-CAT   PIC X(6).
               10  MF-ORIGIN       PIC X(2).
               10  MF-WEIGHT-KG    PIC 9(6).
               10  MF-DECLARED     PIC 9(7)V9(2).
               10  MF-DUTY         PIC 9(7)V9(2).
               10  MF-DUTY-PAYER   PIC X(1).
       01  WS-MF-SWAP              PIC X(119).
       01  WS-MF-DROPPED           PIC 9(5) VALUE 0.

       01  WS-MF-IDX               PIC 9(3).
       01  WS-MF-JDX               PIC 9(3).
       01  WS-SORTED-SW            PIC X(1).
           88  WS-SORTED               VALUE "Y".

       01  WS-CURR-COUNTRY         PIC X(2).
       01  WS-LINE-NBR             PIC 9(3) VALUE 0.
       01  WS-GROUP-COUNT          PIC 9(3) VALUE 0.
       01  WS-GROUP-WEIGHT         PIC 9(7) VALUE 0.
       01  WS-GROUP-DECLARED       PIC 9(9)V9(2) VALUE 0.
       01  WS-GROUP-DUTY           PIC 9(9)V9(2) VALUE 0.
       01  WS-TOTAL-COUNT          PIC 9(3) VALUE 0.
       01  WS-TOTAL-DECLARED       PIC 9(9)V9(2) VALUE 0.
       01  WS-INCOMPLETE           PIC 9(3) VALUE 0.
       01  WS-PAYER-DESC           PIC X(7).

       01  WS-LINE-NBR-Z           PIC ZZ9.
       01  WS-COUNT-Z              PIC ZZ9.
       01  WS-WEIGHT-Z             PIC Z(6)9.
       01  WS-KG-Z                 PIC Z(5)9.
       01  WS-VALUE-Z              PIC Z(6)9.9(2).
       01  WS-DUTY-Z               PIC Z(6)9.9(2).
       01  WS-TOTAL-Z              PIC Z(8)9.9(2).
       01  WS-TOTAL2-Z             PIC Z(8)9.9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSDATE-PROCEDURE.
           PERFORM LOAD-PENDING-PROCEDURE.
           PERFORM SORT-BY-COUNTRY
               THRU SORT-BY-COUNTRY-END.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           PERFORM PRINT-MANIFEST-PROCEDURE.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           STOP RUN.

       LOAD-PENDING-PROCEDURE.
           OPEN INPUT SHIPMENT-FILE.
           IF WS-SHIP-STATUS NOT = "00"
               DISPLAY "CUSTMANIF: sin SHIPMENTS (status "
                       WS-SHIP-STATUS ")."
               STOP RUN
           END-IF.
           PERFORM LOAD-ONE-SHIPMENT
               UNTIL WS-SHIP-STATUS NOT = "00".
           CLOSE SHIPMENT-FILE.

       LOAD-ONE-SHIPMENT.
           READ SHIPMENT-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-SHIP-STATUS
               NOT AT END
                   IF SHIP-STATUS = "DESPACHADO"
                      AND SHIP-DEST-COUNTRY NOT = SPACES
                       IF WS-MF-COUNT < 200
                           PERFORM KEEP-ONE-SHIPMENT
                       ELSE
                           ADD 1 TO WS-MF-DROPPED
                       END-IF
                   END-IF
           END-READ.

       KEEP-ONE-SHIPMENT.
           ADD 1 TO WS-MF-COUNT.
           MOVE SHIP-DEST-COUNTRY   TO MF-COUNTRY (WS-MF-COUNT).
           MOVE SHIP-PACKG-ID       TO MF-PACKG-ID (WS-MF-COUNT).
           MOVE SHIP-SENDER-NAME    TO MF-SENDER (WS-MF-COUNT).
           MOVE SHIP-RECIPT-NAME    TO MF-RECIPT (WS-MF-COUNT).
           MOVE SHIP-CUSTOMS-DESC   TO MF-CONTENTS (WS-MF-COUNT).
           MOVE SHIP-TARIFF-CAT     TO MF-TARIFF-CAT (WS-MF-COUNT).
           MOVE SHIP-ORIGIN-COUNTRY TO MF-ORIGIN (WS-MF-COUNT).
      *>   Peso tarifado; los envios anteriores a las medidas solo
      *>   tienen el real.
           IF SHIP-CHARGE-KG IS NUMERIC AND SHIP-CHARGE-KG > 0
               MOVE SHIP-CHARGE-KG  TO MF-WEIGHT-KG (WS-MF-COUNT)
           ELSE
               MOVE SHIP-WEIGHT-KG  TO MF-WEIGHT-KG (WS-MF-COUNT)
           END-IF.
           MOVE SHIP-DECLARED-VALUE TO MF-DECLARED (WS-MF-COUNT).
           MOVE SHIP-DUTY-AMOUNT    TO MF-DUTY (WS-MF-COUNT).
           MOVE SHIP-DUTY-PAYER     TO MF-DUTY-PAYER (WS-MF-COUNT).

      *>   Burbujeo simple por pais, como el manifiesto de despacho.
       SORT-BY-COUNTRY.
           IF WS-MF-COUNT < 2
               GO TO SORT-BY-COUNTRY-END
           END-IF.
           MOVE "N" TO WS-SORTED-SW.
           PERFORM SORT-ONE-PASS
               UNTIL WS-SORTED.
       SORT-BY-COUNTRY-END.
           EXIT.

       SORT-ONE-PASS.
           MOVE "Y" TO WS-SORTED-SW.
           PERFORM SORT-ONE-PAIR
               VARYING WS-MF-IDX FROM 1 BY 1
               UNTIL WS-MF-IDX >= WS-MF-COUNT.

       SORT-ONE-PAIR.
           COMPUTE WS-MF-JDX = WS-MF-IDX + 1.
           IF MF-COUNTRY (WS-MF-IDX) > MF-COUNTRY (WS-MF-JDX)
               MOVE WS-MF-ENTRY (WS-MF-IDX) TO WS-MF-SWAP
               MOVE WS-MF-ENTRY (WS-MF-JDX) TO WS-MF-ENTRY (WS-MF-IDX)
               MOVE WS-MF-SWAP TO WS-MF-ENTRY (WS-MF-JDX)
               MOVE "N" TO WS-SORTED-SW
           END-IF.

       PRINT-MANIFEST-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  DAILY CUSTOMS MANIFEST - " WS-RUN-DATE
                  " - BY DESTINATION COUNTRY"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           IF WS-MF-COUNT = 0
               MOVE "  (NO INTERNATIONAL PACKAGES FOR DISPATCH)"
                   TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           ELSE
               MOVE SPACES TO WS-CURR-COUNTRY
               PERFORM PRINT-ONE-PACKAGE
                   VARYING WS-MF-IDX FROM 1 BY 1
                   UNTIL WS-MF-IDX > WS-MF-COUNT
               PERFORM PRINT-GROUP-TOTALS
           END-IF.
           PERFORM PRINT-TOTALS-PROCEDURE.

       PRINT-ONE-PACKAGE.
           IF MF-COUNTRY (WS-MF-IDX) NOT = WS-CURR-COUNTRY
               IF WS-CURR-COUNTRY NOT = SPACES
                   PERFORM PRINT-GROUP-TOTALS
               END-IF
               MOVE MF-COUNTRY (WS-MF-IDX) TO WS-CURR-COUNTRY
               MOVE SPACES TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE SPACES TO WS-RPT-LINE
               STRING "DESTINATION COUNTRY: " WS-CURR-COUNTRY
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE 0 TO WS-GROUP-COUNT WS-GROUP-WEIGHT
                         WS-GROUP-DECLARED WS-GROUP-DUTY
           END-IF.
           ADD 1 TO WS-LINE-NBR.
           ADD 1 TO WS-GROUP-COUNT.
           ADD 1 TO WS-TOTAL-COUNT.
           ADD MF-WEIGHT-KG (WS-MF-IDX) TO WS-GROUP-WEIGHT.
           ADD MF-DECLARED (WS-MF-IDX)  TO WS-GROUP-DECLARED.
           ADD MF-DECLARED (WS-MF-IDX)  TO WS-TOTAL-DECLARED.
           ADD MF-DUTY (WS-MF-IDX)      TO WS-GROUP-DUTY.
           IF MF-DUTY-PAYER (WS-MF-IDX) = "S"
               MOVE "PREPAID" TO WS-PAYER-DESC
           ELSE
               MOVE "COLLECT" TO WS-PAYER-DESC
           END-IF.
           MOVE WS-LINE-NBR TO WS-LINE-NBR-Z.
           MOVE MF-WEIGHT-KG (WS-MF-IDX) TO WS-KG-Z.
           MOVE MF-DECLARED (WS-MF-IDX)  TO WS-VALUE-Z.
           MOVE MF-DUTY (WS-MF-IDX)      TO WS-DUTY-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  " WS-LINE-NBR-Z ") PKG " MF-PACKG-ID (WS-MF-IDX)
                  " FROM " MF-SENDER (WS-MF-IDX)
                  " TO " MF-RECIPT (WS-MF-IDX)
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "       " MF-CONTENTS (WS-MF-IDX)
                  " CAT " MF-TARIFF-CAT (WS-MF-IDX)
                  " ORIG " MF-ORIGIN (WS-MF-IDX)
                  " " WS-KG-Z " KG VAL " WS-VALUE-Z
                  " DUTY " WS-DUTY-Z " " WS-PAYER-DESC
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           IF MF-CONTENTS (WS-MF-IDX) = SPACES
              OR MF-DECLARED (WS-MF-IDX) = 0
               ADD 1 TO WS-INCOMPLETE
               MOVE "       *** DECLARATION INCOMPLETE - HOLD ***"
                   TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.

       PRINT-GROUP-TOTALS.
           MOVE WS-GROUP-COUNT    TO WS-COUNT-Z.
           MOVE WS-GROUP-WEIGHT   TO WS-WEIGHT-Z.
           MOVE WS-GROUP-DECLARED TO WS-TOTAL-Z.
           MOVE WS-GROUP-DUTY     TO WS-TOTAL2-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  SUBTOTAL " WS-CURR-COUNTRY ": " WS-COUNT-Z
                  " PKGS " WS-WEIGHT-Z " KG VALUE " WS-TOTAL-Z
                  " DUTIES " WS-TOTAL2-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-TOTALS-PROCEDURE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOTAL-COUNT TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOTAL PACKAGES......: " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOTAL-DECLARED TO WS-TOTAL-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOTAL DECLARED VALUE: " WS-TOTAL-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-INCOMPLETE TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "INCOMPLETE (HOLD)...: " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           IF WS-MF-DROPPED > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** TABLE FULL - MANIFEST INCOMPLETE, "
                      "PACKAGES NOT LISTED: " WS-MF-DROPPED
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

      *>   Fecha del reporte: la fecha de negocio del control
      *>   compartido BUSDATE.
       GET-BUSDATE-PROCEDURE.
           MOVE "G" TO WS-BD-MODE.
           CALL "BUSDATE" USING WS-BD-MODE WS-BD-DATE
                                WS-BD-RESULT.
           MOVE WS-BD-DATE TO WS-RUN-DATE.
           MOVE WS-BD-DATE TO WS-RPT-DATE.

       END PROGRAM CUSTMANIF.
