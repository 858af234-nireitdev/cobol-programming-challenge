      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Delivery fleet report. Reads the VEHICLES master kept by
      *>     02-AmazonDelivery and the FUELLOG it appends (fuel and
      *>     end-of-day odometer per vehicle).
      *>   * Per vehicle: status, odometer, the km covered between
      *>     its first and last FUELLOG reading, the litres and fuel
      *>     cost logged, and the fuel cost per km over that span.
      *>   * Service section: every vehicle in the workshop, every
      *>     available vehicle whose service is already due (by
      *>     date or odometer - ASSIGN-DRIVERS will not send it
      *>     out) and every one coming due within the warning
      *>     window.
      *>   * FLTPARM card (optional): bytes 1-3 the warning window
      *>     in days (default 14), bytes 5-9 the warning window in
      *>     km (default 1000).
      *>   * RETURN-CODE 4 when an available vehicle is overdue for
      *>     service or FUELLOG names a plate not in VEHICLES; 8
      *>     when VEHICLES cannot be read.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLEETRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHICLES-FILE ASSIGN TO "VEHICLES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VEHICLES-STATUS.

           SELECT FUELLOG-FILE ASSIGN TO "FUELLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUELLOG-STATUS.

           SELECT PARM-FILE ASSIGN TO "FLTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VEHICLES-FILE.
           COPY VEHICLE.

       FD  FUELLOG-FILE.
           COPY FUELLOG.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-WARN-DAYS      PIC X(3).
           05  FILLER              PIC X(1).
           05  PARM-WARN-KM        PIC X(5).
           05  FILLER              PIC X(71).

       WORKING-STORAGE SECTION.
       01  WS-VEHICLES-STATUS      PIC X(2).
       01  WS-FUELLOG-STATUS       PIC X(2).
       01  WS-PARM-STATUS          PIC X(2).
       01  WS-RETURN-CODE          PIC 9(2) VALUE 0.

      *>   Interfaz con el control de fecha de negocio compartido.
       01  WS-BD-MODE              PIC X VALUE "G".
       01  WS-BD-DATE              PIC 9(8).
       01  WS-BD-RESULT            PIC X.

      *>   Interfaz con el spooler de reportes compartido
      *>   (Batch/RPTSPOOL.COB).
       01  WS-RPT-ACTION           PIC X.
       01  WS-RPT-NAME             PIC X(10) VALUE "FLEETRPT".
       01  WS-RPT-DATE             PIC 9(8).
       01  WS-RPT-LINE             PIC X(100).

      *>   Ventana de aviso de service.
       01  WS-WARN-DAYS            PIC 9(3) VALUE 14.
       01  WS-WARN-KM              PIC 9(5) VALUE 1000.
       01  WS-BD-INT               PIC 9(7).
       01  WS-SVC-DATE-N           PIC 9(8).
       01  WS-DAYS-LEFT            PIC S9(7).
       01  WS-KM-LEFT              PIC S9(7).
       01  WS-DUE-SW               PIC X.
           88  WS-DUE-OVERDUE          VALUE "O".
           88  WS-DUE-SOON             VALUE "S".
           88  WS-DUE-NOT              VALUE "N".

      *>   Padron en memoria con lo acumulado del log.
       01  WS-VEH-TABLE.
           05  WS-VEH-COUNT        PIC 9(3) VALUE 0.
           05  WS-VEH OCCURS 50 TIMES.
               10  WS-VEH-PLATE    PIC X(8).
               10  WS-VEH-STATUS   PIC X.
               10  WS-VEH-ODOMETER PIC 9(7).
               10  WS-VEH-SVC-DATE PIC X(8).
               10  WS-VEH-SVC-KM   PIC 9(7).
               10  WS-VEH-ODO-LOW  PIC 9(7).
               10  WS-VEH-ODO-HIGH PIC 9(7).
               10  WS-VEH-READINGS PIC 9(5).
               10  WS-VEH-LITRES   PIC 9(7)V99.
               10  WS-VEH-COST     PIC 9(9)V99.
       01  WS-VEH-IDX              PIC 9(3).
       01  WS-VEH-SEL              PIC 9(3).
       01  WS-VEH-OVERFLOW-SW      PIC X VALUE "N".
           88  WS-VEH-OVERFLOW         VALUE "Y".

      *>   Totales de flota.
       01  WS-KM                   PIC 9(7).
       01  WS-COST-PER-KM          PIC 9(5)V9(3).
       01  WS-TOT-KM               PIC 9(9) VALUE 0.
       01  WS-TOT-LITRES           PIC 9(9)V99 VALUE 0.
       01  WS-TOT-COST             PIC 9(11)V99 VALUE 0.
       01  WS-TOT-OVERDUE          PIC 9(3) VALUE 0.
       01  WS-TOT-SOON             PIC 9(3) VALUE 0.
       01  WS-TOT-WORKSHOP         PIC 9(3) VALUE 0.
       01  WS-TOT-UNKNOWN          PIC 9(5) VALUE 0.

       01  WS-ODO-Z                PIC Z(6)9.
       01  WS-KM-Z                 PIC Z(6)9.
       01  WS-LITRES-Z             PIC Z(6)9.99.
       01  WS-COST-Z               PIC Z(8)9.99.
       01  WS-CPK-Z                PIC Z(4)9.999.
       01  WS-COUNT-Z              PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSDATE-PROCEDURE.
           PERFORM LOAD-PARM-PROCEDURE.
           COMPUTE WS-BD-INT = FUNCTION INTEGER-OF-DATE(WS-BD-DATE).
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           PERFORM PRINT-HEADER.
           PERFORM LOAD-VEHICLES.
           IF WS-VEHICLES-STATUS = "35" OR WS-VEH-COUNT = 0
               MOVE "*** VEHICLES MASTER MISSING OR EMPTY"
                   TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM LOAD-FUELLOG
               PERFORM PRINT-COST-LINE
                   VARYING WS-VEH-IDX FROM 1 BY 1
                   UNTIL WS-VEH-IDX > WS-VEH-COUNT
               PERFORM PRINT-COST-TOTALS
               PERFORM PRINT-SERVICE-HEADER
               PERFORM PRINT-SERVICE-LINE
                   THRU PRINT-SERVICE-LINE-EXIT
                   VARYING WS-VEH-IDX FROM 1 BY 1
                   UNTIL WS-VEH-IDX > WS-VEH-COUNT
               PERFORM PRINT-SERVICE-TOTALS
           END-IF.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           IF WS-RETURN-CODE = 0
              AND (WS-TOT-OVERDUE > 0 OR WS-TOT-UNKNOWN > 0
                   OR WS-VEH-OVERFLOW)
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *>   Tarjeta FLTPARM: ventana de aviso en dias y en km (en
      *>   blanco = 14 dias y 1000 km).
       LOAD-PARM-PROCEDURE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-WARN-DAYS IS NUMERIC
                           MOVE PARM-WARN-DAYS TO WS-WARN-DAYS
                       END-IF
                       IF PARM-WARN-KM IS NUMERIC
                           MOVE PARM-WARN-KM TO WS-WARN-KM
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       LOAD-VEHICLES.
           OPEN INPUT VEHICLES-FILE.
           IF WS-VEHICLES-STATUS = "00"
               PERFORM LOAD-ONE-VEHICLE
                   UNTIL WS-VEHICLES-STATUS NOT = "00"
               CLOSE VEHICLES-FILE
           END-IF.

       LOAD-ONE-VEHICLE.
           READ VEHICLES-FILE
               AT END
                   MOVE "10" TO WS-VEHICLES-STATUS
               NOT AT END
                   IF WS-VEH-COUNT < 50
                       ADD 1 TO WS-VEH-COUNT
                       MOVE VEH-PLATE    TO WS-VEH-PLATE (WS-VEH-COUNT)
                       MOVE VEH-STATUS   TO WS-VEH-STATUS (WS-VEH-COUNT)
                       MOVE VEH-ODOMETER
                           TO WS-VEH-ODOMETER (WS-VEH-COUNT)
                       MOVE VEH-SVC-DATE
                           TO WS-VEH-SVC-DATE (WS-VEH-COUNT)
                       MOVE VEH-SVC-KM   TO WS-VEH-SVC-KM (WS-VEH-COUNT)
                       MOVE 0 TO WS-VEH-ODO-LOW (WS-VEH-COUNT)
                       MOVE 0 TO WS-VEH-ODO-HIGH (WS-VEH-COUNT)
                       MOVE 0 TO WS-VEH-READINGS (WS-VEH-COUNT)
                       MOVE 0 TO WS-VEH-LITRES (WS-VEH-COUNT)
                       MOVE 0 TO WS-VEH-COST (WS-VEH-COUNT)
                   ELSE
                       MOVE "Y" TO WS-VEH-OVERFLOW-SW
                   END-IF
           END-READ.

       LOAD-FUELLOG.
           OPEN INPUT FUELLOG-FILE.
           IF WS-FUELLOG-STATUS = "00"
               PERFORM LOAD-ONE-FUELLOG
                   UNTIL WS-FUELLOG-STATUS NOT = "00"
               CLOSE FUELLOG-FILE
           END-IF.

      *>   Cada lectura acumula litros y costo y estira el rango de
      *>   odometro del vehiculo (primera y ultima lectura).
       LOAD-ONE-FUELLOG.
           READ FUELLOG-FILE
               AT END
                   MOVE "10" TO WS-FUELLOG-STATUS
               NOT AT END
                   MOVE 0 TO WS-VEH-SEL
                   PERFORM MATCH-FUEL-PLATE
                       VARYING WS-VEH-IDX FROM 1 BY 1
                       UNTIL WS-VEH-IDX > WS-VEH-COUNT
                   IF WS-VEH-SEL = 0
                       ADD 1 TO WS-TOT-UNKNOWN
                   ELSE
                       PERFORM ADD-FUEL-READING
                   END-IF
           END-READ.

       MATCH-FUEL-PLATE.
           IF WS-VEH-PLATE (WS-VEH-IDX) = FUL-PLATE
               MOVE WS-VEH-IDX TO WS-VEH-SEL
           END-IF.

       ADD-FUEL-READING.
           ADD FUL-LITRES TO WS-VEH-LITRES (WS-VEH-SEL).
           ADD FUL-COST   TO WS-VEH-COST (WS-VEH-SEL).
           IF WS-VEH-READINGS (WS-VEH-SEL) = 0
              OR FUL-ODOMETER < WS-VEH-ODO-LOW (WS-VEH-SEL)
               MOVE FUL-ODOMETER TO WS-VEH-ODO-LOW (WS-VEH-SEL)
           END-IF.
           IF FUL-ODOMETER > WS-VEH-ODO-HIGH (WS-VEH-SEL)
               MOVE FUL-ODOMETER TO WS-VEH-ODO-HIGH (WS-VEH-SEL)
           END-IF.
           ADD 1 TO WS-VEH-READINGS (WS-VEH-SEL).

      *>   *************************************************************
      *>   Costo por km: costo de combustible cargado sobre los km
      *>   recorridos entre la primera y la ultima lectura.
      *>   *************************************************************
       PRINT-COST-LINE.
           COMPUTE WS-KM = WS-VEH-ODO-HIGH (WS-VEH-IDX)
                         - WS-VEH-ODO-LOW (WS-VEH-IDX).
           ADD WS-KM TO WS-TOT-KM.
           ADD WS-VEH-LITRES (WS-VEH-IDX) TO WS-TOT-LITRES.
           ADD WS-VEH-COST (WS-VEH-IDX) TO WS-TOT-COST.
           MOVE WS-VEH-ODOMETER (WS-VEH-IDX) TO WS-ODO-Z.
           MOVE WS-KM TO WS-KM-Z.
           MOVE WS-VEH-LITRES (WS-VEH-IDX) TO WS-LITRES-Z.
           MOVE WS-VEH-COST (WS-VEH-IDX) TO WS-COST-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  " WS-VEH-PLATE (WS-VEH-IDX) "  "
                  WS-VEH-STATUS (WS-VEH-IDX) "  " WS-ODO-Z " "
                  WS-KM-Z " " WS-LITRES-Z " " WS-COST-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           IF WS-KM > 0
               COMPUTE WS-COST-PER-KM ROUNDED =
                   WS-VEH-COST (WS-VEH-IDX) / WS-KM
               MOVE WS-COST-PER-KM TO WS-CPK-Z
               MOVE WS-CPK-Z TO WS-RPT-LINE(56:)
           ELSE
               MOVE "      N/A" TO WS-RPT-LINE(56:)
           END-IF.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-COST-TOTALS.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-KM TO WS-KM-Z.
           MOVE WS-TOT-LITRES TO WS-LITRES-Z.
           MOVE WS-TOT-COST TO WS-COST-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  FLEET TOTAL          " WS-KM-Z " "
                  WS-LITRES-Z " " WS-COST-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           IF WS-TOT-KM > 0
               COMPUTE WS-COST-PER-KM ROUNDED =
                   WS-TOT-COST / WS-TOT-KM
               MOVE WS-COST-PER-KM TO WS-CPK-Z
               MOVE WS-CPK-Z TO WS-RPT-LINE(56:)
           END-IF.
           PERFORM PRINT-LINE-PROCEDURE.
           IF WS-TOT-UNKNOWN > 0
               MOVE WS-TOT-UNKNOWN TO WS-COUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** FUELLOG ROWS WITH UNKNOWN PLATE: "
                      WS-COUNT-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
           IF WS-VEH-OVERFLOW
               MOVE "  *** VEHICLES DOES NOT FIT - FLEET TRUNCATED"
                   TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.

      *>   *************************************************************
      *>   Service: en taller, vencidos (bloqueados para salir) y por
      *>   vencer dentro de la ventana de aviso. Los dados de baja no
      *>   se listan.
      *>   *************************************************************
       PRINT-SERVICE-LINE.
           IF WS-VEH-STATUS (WS-VEH-IDX) = "B"
               GO TO PRINT-SERVICE-LINE-EXIT
           END-IF.
           PERFORM JUDGE-SERVICE-DUE.
           IF WS-VEH-STATUS (WS-VEH-IDX) NOT = "T"
              AND WS-DUE-NOT
               GO TO PRINT-SERVICE-LINE-EXIT
           END-IF.
           MOVE WS-VEH-ODOMETER (WS-VEH-IDX) TO WS-ODO-Z.
           MOVE WS-VEH-SVC-KM (WS-VEH-IDX) TO WS-KM-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  " WS-VEH-PLATE (WS-VEH-IDX) "  "
                  WS-VEH-STATUS (WS-VEH-IDX) "  " WS-ODO-Z "  "
                  WS-VEH-SVC-DATE (WS-VEH-IDX) " " WS-KM-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           EVALUATE TRUE
               WHEN WS-VEH-STATUS (WS-VEH-IDX) = "T"
                   ADD 1 TO WS-TOT-WORKSHOP
                   MOVE "IN WORKSHOP" TO WS-RPT-LINE(52:)
               WHEN WS-DUE-OVERDUE
                   ADD 1 TO WS-TOT-OVERDUE
                   MOVE "*** OVERDUE - NOT DISPATCHED"
                       TO WS-RPT-LINE(52:)
               WHEN OTHER
                   ADD 1 TO WS-TOT-SOON
                   MOVE "DUE SOON" TO WS-RPT-LINE(52:)
           END-EVALUATE.
           PERFORM PRINT-LINE-PROCEDURE.
       PRINT-SERVICE-LINE-EXIT.
           EXIT.

      *>   Vencido si la fecha llego o el odometro alcanzo el km del
      *>   service (mismo criterio que ASSIGN-DRIVERS); por vencer si
      *>   falta menos que la ventana en dias o en km.
       JUDGE-SERVICE-DUE.
           MOVE "N" TO WS-DUE-SW.
           IF WS-VEH-SVC-DATE (WS-VEH-IDX) IS NUMERIC
               MOVE WS-VEH-SVC-DATE (WS-VEH-IDX) TO WS-SVC-DATE-N
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(WS-SVC-DATE-N) - WS-BD-INT
               IF WS-DAYS-LEFT NOT > 0
                   MOVE "O" TO WS-DUE-SW
               ELSE
                   IF WS-DAYS-LEFT NOT > WS-WARN-DAYS
                       MOVE "S" TO WS-DUE-SW
                   END-IF
               END-IF
           END-IF.
           IF WS-VEH-SVC-KM (WS-VEH-IDX) > 0 AND NOT WS-DUE-OVERDUE
               COMPUTE WS-KM-LEFT = WS-VEH-SVC-KM (WS-VEH-IDX)
                                  - WS-VEH-ODOMETER (WS-VEH-IDX)
               IF WS-KM-LEFT NOT > 0
                   MOVE "O" TO WS-DUE-SW
               ELSE
                   IF WS-KM-LEFT NOT > WS-WARN-KM
                       MOVE "S" TO WS-DUE-SW
                   END-IF
               END-IF
           END-IF.

      *>   *************************************************************
      *>   Encabezados y totales
      *>   *************************************************************
       PRINT-HEADER.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  DELIVERY FLEET REPORT - " WS-BD-DATE
                  "   SERVICE WARNING " WS-WARN-DAYS " DAYS / "
                  WS-WARN-KM " KM"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  PLATE    ST ODOMETER      KM     LITRES"
                  "    FUEL COST   COST/KM"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-SERVICE-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE "  VEHICLES DUE FOR SERVICE" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE "  PLATE    ST ODOMETER  SVC DATE  SVC KM"
               TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-SERVICE-TOTALS.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-OVERDUE TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  OVERDUE (NOT DISPATCHED): " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-SOON TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  DUE WITHIN WINDOW.......: " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-WORKSHOP TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  IN WORKSHOP.............: " WS-COUNT-Z
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

       END PROGRAM FLEETRPT.
