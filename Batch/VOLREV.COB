      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Monthly volumetric revenue report of 04-OnlineShipping.
      *>     Every package is priced on its chargeable weight, the
      *>     greater of the actual weight and the volumetric weight
      *>     (length x width x height / the zone divisor in
      *>     ZONETARIF). This report walks SHIPMENTS for the
      *>     packages taken in the month (SHIP-SEND-DATE) and shows,
      *>     per tariff zone (SHIP-ZONE; blank = flat rate), the
      *>     packages, how many of them the volumetric rule uplifted,
      *>     actual and chargeable kilos and the extra freight the
      *>     rule brought in (SHIP-VOL-EXTRA), with a grand total.
      *>   * Packages taken before dimensions were captured carry no
      *>     chargeable weight and are left out.
      *>   * VOLPARM card (optional): month YYYYMM in bytes 1-6, to
      *>     rerun a past month. Blank = month of the business date.
      *>   * The report goes to SYSOUT and to the VOLREV spool
      *>     report. Read only.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOLREV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIPMENT-FILE ASSIGN TO "SHIPMENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SHIP-PACKG-ID
               FILE STATUS IS WS-SHIP-STATUS.

           SELECT PARM-FILE ASSIGN TO "VOLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHIPMENT-FILE.
           COPY SHIPMENT.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-MONTH          PIC X(6).
           05  FILLER              PIC X(74).

       WORKING-STORAGE SECTION.
       01  WS-SHIP-STATUS          PIC X(2).
       01  WS-PARM-STATUS          PIC X(2).

      *>   Interfaz con el control de fecha de negocio compartido.
       01  WS-BD-MODE              PIC X VALUE "G".
       01  WS-BD-DATE              PIC 9(8).
       01  WS-BD-RESULT            PIC X.

      *>   Interfaz con el spooler de reportes compartido
      *>   (Batch/RPTSPOOL.COB).
       01  WS-RPT-ACTION           PIC X.
       01  WS-RPT-NAME             PIC X(10) VALUE "VOLREV".
       01  WS-RPT-DATE             PIC 9(8).
       01  WS-RPT-LINE             PIC X(100).

       01  WS-MONTH                PIC X(6).

      *>   Acumulados por zona tarifaria.
       01  WS-ZONE-TABLE.
           05  WS-ZN-COUNT         PIC 9(2) VALUE 0.
           05  WS-ZN-ENTRY OCCURS 30 TIMES.
               10  WS-ZN-CODE      PIC X(3).
               10  WS-ZN-PKGS      PIC 9(5).
               10  WS-ZN-UPLIFTED  PIC 9(5).
               10  WS-ZN-ACTUAL-KG PIC 9(7).
               10  WS-ZN-CHARGE-KG PIC 9(7).
               10  WS-ZN-EXTRA     PIC 9(9)V9(2).
       01  WS-ZN-SWAP              PIC X(38).
       01  WS-ZN-IDX               PIC 9(2).
       01  WS-ZN-JDX               PIC 9(2).
       01  WS-ZN-FOUND-SW          PIC X(1).
           88  WS-ZN-FOUND             VALUE "Y".
       01  WS-ZN-DROPPED           PIC 9(5) VALUE 0.
       01  WS-SORTED-SW            PIC X(1).
           88  WS-SORTED               VALUE "Y".
       01  WS-ZONE-DESC            PIC X(4).

       01  WS-TOT-PKGS             PIC 9(5) VALUE 0.
       01  WS-TOT-UPLIFTED         PIC 9(5) VALUE 0.
       01  WS-TOT-ACTUAL-KG        PIC 9(7) VALUE 0.
       01  WS-TOT-CHARGE-KG        PIC 9(7) VALUE 0.
       01  WS-TOT-EXTRA            PIC 9(9)V9(2) VALUE 0.

       01  WS-PKGS-Z               PIC Z(4)9.
       01  WS-UPLIFTED-Z           PIC Z(4)9.
       01  WS-ACTUAL-Z             PIC Z(6)9.
       01  WS-CHARGE-Z             PIC Z(6)9.
       01  WS-EXTRA-Z              PIC Z(8)9.9(2).
       01  WS-COUNT-Z              PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSDATE-PROCEDURE.
           PERFORM LOAD-PARM-PROCEDURE.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           OPEN INPUT SHIPMENT-FILE.
           IF WS-SHIP-STATUS = "00"
               PERFORM READ-ONE-SHIPMENT
                   UNTIL WS-SHIP-STATUS NOT = "00"
               CLOSE SHIPMENT-FILE
           END-IF.
           PERFORM SORT-ZONES
               THRU SORT-ZONES-EXIT.
           PERFORM PRINT-REPORT.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           STOP RUN.

      *>   Mes de la tarjeta VOLPARM o el de la fecha de negocio.
       LOAD-PARM-PROCEDURE.
           MOVE WS-BD-DATE (1:6) TO WS-MONTH.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-MONTH IS NUMERIC
                           MOVE PARM-MONTH TO WS-MONTH
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       READ-ONE-SHIPMENT.
           READ SHIPMENT-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-SHIP-STATUS
               NOT AT END
                   IF SHIP-SEND-DATE (1:6) = WS-MONTH
                      AND SHIP-CHARGE-KG IS NUMERIC
                      AND SHIP-CHARGE-KG > 0
                       PERFORM TAKE-ONE-SHIPMENT
                   END-IF
           END-READ.

       TAKE-ONE-SHIPMENT.
           MOVE "N" TO WS-ZN-FOUND-SW.
           PERFORM FIND-ZONE
               VARYING WS-ZN-IDX FROM 1 BY 1
               UNTIL WS-ZN-IDX > WS-ZN-COUNT
                  OR WS-ZN-FOUND.
           IF WS-ZN-FOUND
               SUBTRACT 1 FROM WS-ZN-IDX
           ELSE
               IF WS-ZN-COUNT < 30
                   ADD 1 TO WS-ZN-COUNT
                   MOVE WS-ZN-COUNT TO WS-ZN-IDX
                   MOVE SHIP-ZONE   TO WS-ZN-CODE (WS-ZN-IDX)
                   MOVE 0 TO WS-ZN-PKGS (WS-ZN-IDX)
                             WS-ZN-UPLIFTED (WS-ZN-IDX)
                             WS-ZN-ACTUAL-KG (WS-ZN-IDX)
                             WS-ZN-CHARGE-KG (WS-ZN-IDX)
                             WS-ZN-EXTRA (WS-ZN-IDX)
               ELSE
                   ADD 1 TO WS-ZN-DROPPED
                   MOVE 0 TO WS-ZN-IDX
               END-IF
           END-IF.
           ADD 1              TO WS-TOT-PKGS.
           ADD SHIP-WEIGHT-KG TO WS-TOT-ACTUAL-KG.
           ADD SHIP-CHARGE-KG TO WS-TOT-CHARGE-KG.
           ADD SHIP-VOL-EXTRA TO WS-TOT-EXTRA.
           IF SHIP-CHARGE-KG > SHIP-WEIGHT-KG
               ADD 1 TO WS-TOT-UPLIFTED
           END-IF.
           IF WS-ZN-IDX > 0
               ADD 1              TO WS-ZN-PKGS (WS-ZN-IDX)
               ADD SHIP-WEIGHT-KG TO WS-ZN-ACTUAL-KG (WS-ZN-IDX)
               ADD SHIP-CHARGE-KG TO WS-ZN-CHARGE-KG (WS-ZN-IDX)
               ADD SHIP-VOL-EXTRA TO WS-ZN-EXTRA (WS-ZN-IDX)
               IF SHIP-CHARGE-KG > SHIP-WEIGHT-KG
                   ADD 1 TO WS-ZN-UPLIFTED (WS-ZN-IDX)
               END-IF
           END-IF.

       FIND-ZONE.
           IF WS-ZN-CODE (WS-ZN-IDX) = SHIP-ZONE
               MOVE "Y" TO WS-ZN-FOUND-SW
           END-IF.

      *>   Zonas en orden de codigo; la tarifa plana (blanco) queda
      *>   primera.
       SORT-ZONES.
           IF WS-ZN-COUNT < 2
               GO TO SORT-ZONES-EXIT
           END-IF.
           MOVE "N" TO WS-SORTED-SW.
           PERFORM SORT-ONE-PASS
               UNTIL WS-SORTED.
       SORT-ZONES-EXIT.
           EXIT.

       SORT-ONE-PASS.
           MOVE "Y" TO WS-SORTED-SW.
           PERFORM SORT-ONE-PAIR
               VARYING WS-ZN-IDX FROM 1 BY 1
               UNTIL WS-ZN-IDX >= WS-ZN-COUNT.

       SORT-ONE-PAIR.
           COMPUTE WS-ZN-JDX = WS-ZN-IDX + 1.
           IF WS-ZN-CODE (WS-ZN-IDX) > WS-ZN-CODE (WS-ZN-JDX)
               MOVE WS-ZN-ENTRY (WS-ZN-IDX) TO WS-ZN-SWAP
               MOVE WS-ZN-ENTRY (WS-ZN-JDX)
                   TO WS-ZN-ENTRY (WS-ZN-IDX)
               MOVE WS-ZN-SWAP TO WS-ZN-ENTRY (WS-ZN-JDX)
               MOVE "N" TO WS-SORTED-SW
           END-IF.

       PRINT-REPORT.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  VOLUMETRIC WEIGHT REVENUE BY ZONE - MONTH "
                  WS-MONTH
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ZONE   PKGS UPLIFTED  ACTUAL KG  CHARGE KG"
                  "    EXTRA REVENUE"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           IF WS-ZN-COUNT = 0
               MOVE "  (NO PACKAGES PRICED IN THE MONTH)"
                   TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
           PERFORM PRINT-ONE-ZONE
               VARYING WS-ZN-IDX FROM 1 BY 1
               UNTIL WS-ZN-IDX > WS-ZN-COUNT.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-PKGS      TO WS-PKGS-Z.
           MOVE WS-TOT-UPLIFTED  TO WS-UPLIFTED-Z.
           MOVE WS-TOT-ACTUAL-KG TO WS-ACTUAL-Z.
           MOVE WS-TOT-CHARGE-KG TO WS-CHARGE-Z.
           MOVE WS-TOT-EXTRA     TO WS-EXTRA-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOTAL" " " WS-PKGS-Z "    " WS-UPLIFTED-Z
                  "    " WS-ACTUAL-Z "    " WS-CHARGE-Z
                  "    " WS-EXTRA-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           IF WS-ZN-DROPPED > 0
               MOVE WS-ZN-DROPPED TO WS-COUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** ZONE TABLE FULL - PACKAGES ONLY IN TOTAL: "
                      WS-COUNT-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-ONE-ZONE.
           IF WS-ZN-CODE (WS-ZN-IDX) = SPACES
               MOVE "FLAT" TO WS-ZONE-DESC
           ELSE
               MOVE WS-ZN-CODE (WS-ZN-IDX) TO WS-ZONE-DESC
           END-IF.
           MOVE WS-ZN-PKGS (WS-ZN-IDX)      TO WS-PKGS-Z.
           MOVE WS-ZN-UPLIFTED (WS-ZN-IDX)  TO WS-UPLIFTED-Z.
           MOVE WS-ZN-ACTUAL-KG (WS-ZN-IDX) TO WS-ACTUAL-Z.
           MOVE WS-ZN-CHARGE-KG (WS-ZN-IDX) TO WS-CHARGE-Z.
           MOVE WS-ZN-EXTRA (WS-ZN-IDX)     TO WS-EXTRA-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-ZONE-DESC "  " WS-PKGS-Z "    " WS-UPLIFTED-Z
                  "    " WS-ACTUAL-Z "    " WS-CHARGE-Z
                  "    " WS-EXTRA-Z
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
           MOVE WS-BD-DATE TO WS-RPT-DATE.

       END PROGRAM VOLREV.
