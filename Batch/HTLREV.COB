      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Hotel revenue report for a date range: occupancy, ADR
      *>     (average daily rate) and RevPAR (revenue per available
      *>     room) per country/city and room type, next to the same
      *>     period of last year. Runs unattended and goes to SYSOUT
      *>     and to the HTLREV spool report.
      *>   * Rooms available: the ROOMINV count per city and type
      *>     (house default 10/8/2/2 when the file does not exist,
      *>     as the online seeds it) less the rooms out of order in
      *>     ROOMSTATE, times the days of the period. ROOMSTATE is a
      *>     snapshot, so the rooms out of order today are taken
      *>     out of both periods.
      *>   * Rooms sold: every room night of the RESERVATIONS file
      *>     of 04-HotelReservation that falls in the period,
      *>     whatever its status but cancelled. A group block holds
      *>     its rooms as one ordinary reservation under the id
      *>     BLK-nnnn; the block ids in BLOCKS tell those room
      *>     nights apart so the GROUP column shows how much of the
      *>     house the tour operators took (they are not counted
      *>     twice).
      *>   * Revenue: each room night at the rack rate of its type
      *>     times the seasonal multiplier of the arrival month,
      *>     the formula the reservation was quoted with.
      *>   * HRVPARM card (optional): bytes 1-8 first day and
      *>     10-17 last day AAAAMMDD (default the 7 days ending the
      *>     day before the business date).
      *>   * RETURN-CODE 4 when reservations without room counts
      *>     are left out or BLOCKS does not fit its table.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HTLREV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESERVATION-FILE ASSIGN TO "RESERVATIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESV-STATUS.

           SELECT ROOMINV-FILE ASSIGN TO "ROOMINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROOMINV-STATUS.

           SELECT ROOMSTATE-FILE ASSIGN TO "ROOMSTATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROOMSTATE-STATUS.

           SELECT BLOCKS-FILE ASSIGN TO "BLOCKS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCKS-STATUS.

           SELECT PARM-FILE ASSIGN TO "HRVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>   Mismo layout que graba 04-HotelReservation.
       FD  RESERVATION-FILE.
       01  RESERVATION-RECORD.
           05  RESF-CTRY       PIC 9.
           05  FILLER          PIC X.
           05  RESF-CITY       PIC 9.
           05  FILLER          PIC X.
           05  RESF-DATE       PIC 9(8).
           05  FILLER          PIC X.
           05  RESF-NIGHTS     PIC 99.
           05  FILLER          PIC X.
           05  RESF-PARTY-ID   PIC X(15).
           05  FILLER          PIC X.
           05  RESF-STATUS     PIC X.
           05  FILLER          PIC X.
           05  RESF-QUOTED     PIC 9(6).
           05  FILLER          PIC X.
           05  RESF-R-SINGLE   PIC 9.
           05  RESF-R-DOUBLE   PIC 9.
           05  RESF-R-VIP      PIC 9.
           05  RESF-R-LUXURY   PIC 9.

      *>   Mismo layout que graba 04-HotelReservation.
       FD  ROOMINV-FILE.
       01  ROOMINV-RECORD.
           05  INV-CTRY        PIC 9.
           05  FILLER          PIC X.
           05  INV-CITY        PIC 9.
           05  FILLER          PIC X.
           05  INV-SINGLE      PIC 9(3).
           05  FILLER          PIC X.
           05  INV-DOUBLE      PIC 9(3).
           05  FILLER          PIC X.
           05  INV-VIP         PIC 9(3).
           05  FILLER          PIC X.
           05  INV-LUXURY      PIC 9(3).

      *>   Mismo layout que graba 04-HotelReservation.
       FD  ROOMSTATE-FILE.
       01  ROOMSTATE-RECORD.
           05  RST-CTRY        PIC 9.
           05  FILLER          PIC X.
           05  RST-CITY        PIC 9.
           05  FILLER          PIC X.
           05  RST-DIRTY-SGL   PIC 9(3).
           05  FILLER          PIC X.
           05  RST-DIRTY-DBL   PIC 9(3).
           05  FILLER          PIC X.
           05  RST-DIRTY-VIP   PIC 9(3).
           05  FILLER          PIC X.
           05  RST-DIRTY-LUX   PIC 9(3).
           05  FILLER          PIC X.
           05  RST-OOO-SGL     PIC 9(3).
           05  FILLER          PIC X.
           05  RST-OOO-DBL     PIC 9(3).
           05  FILLER          PIC X.
           05  RST-OOO-VIP     PIC 9(3).
           05  FILLER          PIC X.
           05  RST-OOO-LUX     PIC 9(3).

      *>   Mismo layout que graba 04-HotelReservation.
       FD  BLOCKS-FILE.
       01  BLOCKS-RECORD.
           05  BLK-ID          PIC 9(4).
           05  FILLER          PIC X.
           05  BLK-CTRY        PIC 9.
           05  FILLER          PIC X.
           05  BLK-CITY        PIC 9.
           05  FILLER          PIC X.
           05  BLK-DATE        PIC 9(8).
           05  FILLER          PIC X.
           05  BLK-NIGHTS      PIC 99.
           05  FILLER          PIC X.
           05  BLK-ROOMS       PIC 9(2).
           05  FILLER          PIC X.
           05  BLK-ASSIGNED    PIC 9(2).
           05  FILLER          PIC X.
           05  BLK-CUTOFF      PIC 9(8).
           05  FILLER          PIC X.
           05  BLK-STATUS      PIC X.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-FROM           PIC X(8).
           05  FILLER              PIC X(1).
           05  PARM-TO             PIC X(8).
           05  FILLER              PIC X(63).

       WORKING-STORAGE SECTION.
       01  WS-RESV-STATUS          PIC X(2).
       01  WS-ROOMINV-STATUS       PIC X(2).
       01  WS-ROOMSTATE-STATUS     PIC X(2).
       01  WS-BLOCKS-STATUS        PIC X(2).
       01  WS-PARM-STATUS          PIC X(2).
       01  WS-RETURN-CODE          PIC 9(2) VALUE 0.

      *>   Interfaz con el control de fecha de negocio compartido.
       01  WS-BD-MODE              PIC X VALUE "G".
       01  WS-BD-DATE              PIC 9(8).
       01  WS-BD-RESULT            PIC X.

      *>   Interfaz con el spooler de reportes compartido
      *>   (Batch/RPTSPOOL.COB).
       01  WS-RPT-ACTION           PIC X.
       01  WS-RPT-NAME             PIC X(10) VALUE "HTLREV".
       01  WS-RPT-DATE             PIC 9(8).
       01  WS-RPT-LINE             PIC X(100).

      *>   Periodo pedido (1) y mismo periodo del anio anterior (2).
       01  WS-PERIOD-TABLE.
           05  WS-PER OCCURS 2 TIMES.
               10  WS-PER-FROM     PIC 9(8).
               10  WS-PER-TO       PIC 9(8).
               10  WS-PER-FROM-INT PIC 9(7).
               10  WS-PER-TO-INT   PIC 9(7).
               10  WS-PER-DAYS     PIC 9(4).
       01  WS-PER-IDX              PIC 9.
       01  WS-SHIFT-X.
           05  WS-SHIFT-YYYY       PIC 9(4).
           05  WS-SHIFT-MMDD       PIC 9(4).
       01  WS-SHIFT-DATE REDEFINES WS-SHIFT-X PIC 9(8).
       01  WS-DATE-INT             PIC 9(7).

      *>   Mismas tarifas y temporadas que el online
      *>   (CTE-PRICE-xxx y CALC-SEASON-MULT).
       01  WS-PRICE-TABLE.
           05  FILLER              PIC 9(3) VALUE 100.
           05  FILLER              PIC 9(3) VALUE 200.
           05  FILLER              PIC 9(3) VALUE 450.
           05  FILLER              PIC 9(3) VALUE 550.
       01  WS-PRICE-R REDEFINES WS-PRICE-TABLE.
           05  WS-PRICE            PIC 9(3) OCCURS 4 TIMES.
       01  WS-SEASON-MULT          PIC 9V99.
       01  WS-ARRIVAL-X.
           05  WS-ARR-YYYY         PIC 9(4).
           05  WS-ARR-MM           PIC 9(2).
           05  WS-ARR-DD           PIC 9(2).
       01  WS-ARRIVAL REDEFINES WS-ARRIVAL-X PIC 9(8).

      *>   Mismos paises y ciudades que carga el online.
       01  PAISES.
           05  PAIS-R OCCURS 5 TIMES.
               10 PAIS PIC X(10).
               10 CIUDAD-R OCCURS 3 TIMES.
                   15  CIUDAD PIC X(10).

      *>   Acumulados por pais/ciudad, tipo y periodo. Pais 6
      *>   ciudad 1 es el total de la cadena; tipo 5 es el total
      *>   de la ciudad.
       01  WS-STAT-TABLE.
           05  WS-ST-CTRY OCCURS 6 TIMES.
               10  WS-ST-CITY OCCURS 3 TIMES.
                   15  WS-ST-INV       PIC 9(4) OCCURS 4 TIMES.
                   15  WS-ST-TYPE OCCURS 5 TIMES.
                       20  WS-ST-PER OCCURS 2 TIMES.
                           25  WS-ST-AVAIL   PIC 9(7).
                           25  WS-ST-SOLD    PIC 9(7).
                           25  WS-ST-GROUP   PIC 9(7).
                           25  WS-ST-REVENUE PIC 9(9)V99.
       01  WS-CTRY-IDX             PIC 9.
       01  WS-CITY-IDX             PIC 9.
       01  WS-TYPE-IDX             PIC 9.

      *>   Bloqueos grupales: ids BLK-nnnn.
       01  WS-BLK-TABLE.
           05  WS-BLK-COUNT        PIC 9(3) VALUE 0.
           05  WS-BLK-PARTY        PIC X(15) OCCURS 200 TIMES.
       01  WS-BLK-IDX              PIC 9(3).
       01  WS-BLK-DROPPED          PIC 9(4) VALUE 0.
       01  WS-SEEK-PARTY           PIC X(15).
       01  WS-GROUP-SW             PIC X.
           88  WS-GROUP-STAY           VALUE "Y".

       01  WS-INV-FOUND-SW         PIC X VALUE "N".
           88  WS-INV-FOUND            VALUE "Y".
       01  WS-ROOMS-BY-TYPE.
           05  WS-RT-ROOMS         PIC 9 OCCURS 4 TIMES.
       01  WS-NIGHT-NBR            PIC 99.
       01  WS-NIGHT-INT            PIC 9(7).
       01  WS-NIGHT-REVENUE        PIC 9(7)V99.
       01  WS-ROOMS                PIC 9(3).
       01  WS-SKIPPED              PIC 9(4) VALUE 0.

      *>   Indicadores de un renglon.
       01  WS-OCC-PCT              PIC 9(3)V9.
       01  WS-ADR                  PIC 9(6)V99.
       01  WS-REVPAR               PIC 9(6)V99.
       01  WS-TYPE-NAME            PIC X(8).
       01  WS-AVAIL-Z              PIC ZZZZZ9.
       01  WS-SOLD-Z               PIC ZZZZZ9.
       01  WS-GROUP-Z              PIC ZZZZZ9.
       01  WS-OCC-Z                PIC ZZ9.9.
       01  WS-REVENUE-Z            PIC ZZ,ZZZ,ZZ9.
       01  WS-ADR-Z                PIC ZZZZ9.99.
       01  WS-REVPAR-Z             PIC ZZZZ9.99.
       01  WS-OCC-LY-Z             PIC ZZ9.9.
       01  WS-ADR-LY-Z             PIC ZZZZ9.99.
       01  WS-REVPAR-LY-Z          PIC ZZZZ9.99.
       01  WS-COUNT-Z              PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSDATE-PROCEDURE.
           PERFORM SET-PERIODS-PROCEDURE.
           MOVE "Spain     Madrid    Barcelona Valencia"
               TO PAIS-R(1).
           MOVE "France    Paris     Marseille"
               TO PAIS-R(2).
           MOVE "Portugal  Madeira   Lisbon    Porto"
               TO PAIS-R(3).
           MOVE "Italy     Rome      Milan"
               TO PAIS-R(4).
           MOVE "Germany   Munich    Berlin"
               TO PAIS-R(5).
           INITIALIZE WS-STAT-TABLE.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           PERFORM PRINT-HEADER.
           PERFORM LOAD-ROOMINV.
           PERFORM LOAD-ROOMSTATE.
           PERFORM SET-ONE-CITY-AVAIL
               VARYING WS-CTRY-IDX FROM 1 BY 1 UNTIL WS-CTRY-IDX > 5
               AFTER WS-CITY-IDX FROM 1 BY 1 UNTIL WS-CITY-IDX > 3.
           PERFORM LOAD-BLOCKS.
           PERFORM SCAN-RESERVATIONS.
           PERFORM ROLL-UP-ONE-CITY
               VARYING WS-CTRY-IDX FROM 1 BY 1 UNTIL WS-CTRY-IDX > 5
               AFTER WS-CITY-IDX FROM 1 BY 1 UNTIL WS-CITY-IDX > 3.
           PERFORM PRINT-ONE-CITY
               THRU PRINT-ONE-CITY-EXIT
               VARYING WS-CTRY-IDX FROM 1 BY 1 UNTIL WS-CTRY-IDX > 5
               AFTER WS-CITY-IDX FROM 1 BY 1 UNTIL WS-CITY-IDX > 3.
           MOVE 6 TO WS-CTRY-IDX.
           MOVE 1 TO WS-CITY-IDX.
           PERFORM PRINT-ONE-CITY
               THRU PRINT-ONE-CITY-EXIT.
           PERFORM PRINT-TOTALS.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *>   Periodo por defecto: los 7 dias que terminan el dia
      *>   anterior a la fecha de negocio. La tarjeta HRVPARM lo
      *>   reemplaza. El anio anterior corre las mismas fechas un
      *>   anio atras (el 29 de febrero pasa al 28).
       SET-PERIODS-PROCEDURE.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-BD-DATE) - 1.
           COMPUTE WS-PER-TO (1) =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           SUBTRACT 6 FROM WS-DATE-INT.
           COMPUTE WS-PER-FROM (1) =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-FROM IS NUMERIC
                          AND PARM-TO IS NUMERIC
                          AND PARM-TO NOT < PARM-FROM
                           MOVE PARM-FROM TO WS-PER-FROM (1)
                           MOVE PARM-TO   TO WS-PER-TO (1)
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
           MOVE WS-PER-FROM (1) TO WS-SHIFT-DATE.
           PERFORM SHIFT-ONE-YEAR.
           MOVE WS-SHIFT-DATE TO WS-PER-FROM (2).
           MOVE WS-PER-TO (1) TO WS-SHIFT-DATE.
           PERFORM SHIFT-ONE-YEAR.
           MOVE WS-SHIFT-DATE TO WS-PER-TO (2).
           PERFORM SET-ONE-PERIOD
               VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 2.

       SHIFT-ONE-YEAR.
           SUBTRACT 1 FROM WS-SHIFT-YYYY.
           IF WS-SHIFT-MMDD = 0229
               MOVE 0228 TO WS-SHIFT-MMDD
           END-IF.

       SET-ONE-PERIOD.
           COMPUTE WS-PER-FROM-INT (WS-PER-IDX) =
               FUNCTION INTEGER-OF-DATE(WS-PER-FROM (WS-PER-IDX)).
           COMPUTE WS-PER-TO-INT (WS-PER-IDX) =
               FUNCTION INTEGER-OF-DATE(WS-PER-TO (WS-PER-IDX)).
           COMPUTE WS-PER-DAYS (WS-PER-IDX) =
               WS-PER-TO-INT (WS-PER-IDX)
               - WS-PER-FROM-INT (WS-PER-IDX) + 1.

      *>   *************************************************************
      *>   Habitaciones disponibles
      *>   *************************************************************
       LOAD-ROOMINV.
           OPEN INPUT ROOMINV-FILE.
           IF WS-ROOMINV-STATUS = "00"
               MOVE "Y" TO WS-INV-FOUND-SW
               PERFORM LOAD-ONE-ROOMINV
                   UNTIL WS-ROOMINV-STATUS NOT = "00"
               CLOSE ROOMINV-FILE
           ELSE
      *>       Sin archivo: el stock tipo que siembra el online.
               PERFORM SEED-ONE-CITY
                   VARYING WS-CTRY-IDX FROM 1 BY 1
                   UNTIL WS-CTRY-IDX > 5
                   AFTER WS-CITY-IDX FROM 1 BY 1
                   UNTIL WS-CITY-IDX > 3
           END-IF.

       LOAD-ONE-ROOMINV.
           READ ROOMINV-FILE
               AT END
                   MOVE "10" TO WS-ROOMINV-STATUS
               NOT AT END
                   IF INV-CTRY > 0 AND INV-CTRY < 6
                      AND INV-CITY > 0 AND INV-CITY < 4
                       MOVE INV-CTRY TO WS-CTRY-IDX
                       MOVE INV-CITY TO WS-CITY-IDX
                       MOVE INV-SINGLE
                           TO WS-ST-INV (WS-CTRY-IDX, WS-CITY-IDX, 1)
                       MOVE INV-DOUBLE
                           TO WS-ST-INV (WS-CTRY-IDX, WS-CITY-IDX, 2)
                       MOVE INV-VIP
                           TO WS-ST-INV (WS-CTRY-IDX, WS-CITY-IDX, 3)
                       MOVE INV-LUXURY
                           TO WS-ST-INV (WS-CTRY-IDX, WS-CITY-IDX, 4)
                   END-IF
           END-READ.

       SEED-ONE-CITY.
           IF CIUDAD (WS-CTRY-IDX, WS-CITY-IDX) NOT = SPACES
               MOVE 10 TO WS-ST-INV (WS-CTRY-IDX, WS-CITY-IDX, 1)
               MOVE 8  TO WS-ST-INV (WS-CTRY-IDX, WS-CITY-IDX, 2)
               MOVE 2  TO WS-ST-INV (WS-CTRY-IDX, WS-CITY-IDX, 3)
               MOVE 2  TO WS-ST-INV (WS-CTRY-IDX, WS-CITY-IDX, 4)
           END-IF.

      *>   Las habitaciones fuera de servicio no se venden.
       LOAD-ROOMSTATE.
           OPEN INPUT ROOMSTATE-FILE.
           IF WS-ROOMSTATE-STATUS = "00"
               PERFORM LOAD-ONE-ROOMSTATE
                   UNTIL WS-ROOMSTATE-STATUS NOT = "00"
               CLOSE ROOMSTATE-FILE
           END-IF.

       LOAD-ONE-ROOMSTATE.
           READ ROOMSTATE-FILE
               AT END
                   MOVE "10" TO WS-ROOMSTATE-STATUS
               NOT AT END
                   IF RST-CTRY > 0 AND RST-CTRY < 6
                      AND RST-CITY > 0 AND RST-CITY < 4
                       MOVE RST-CTRY TO WS-CTRY-IDX
                       MOVE RST-CITY TO WS-CITY-IDX
                       MOVE RST-OOO-SGL TO WS-ROOMS
                       MOVE 1 TO WS-TYPE-IDX
                       PERFORM TAKE-OUT-OF-ORDER
                       MOVE RST-OOO-DBL TO WS-ROOMS
                       MOVE 2 TO WS-TYPE-IDX
                       PERFORM TAKE-OUT-OF-ORDER
                       MOVE RST-OOO-VIP TO WS-ROOMS
                       MOVE 3 TO WS-TYPE-IDX
                       PERFORM TAKE-OUT-OF-ORDER
                       MOVE RST-OOO-LUX TO WS-ROOMS
                       MOVE 4 TO WS-TYPE-IDX
                       PERFORM TAKE-OUT-OF-ORDER
                   END-IF
           END-READ.

       TAKE-OUT-OF-ORDER.
           IF WS-ROOMS >
                   WS-ST-INV (WS-CTRY-IDX, WS-CITY-IDX, WS-TYPE-IDX)
               MOVE 0
                   TO WS-ST-INV (WS-CTRY-IDX, WS-CITY-IDX, WS-TYPE-IDX)
           ELSE
               SUBTRACT WS-ROOMS
                   FROM WS-ST-INV (WS-CTRY-IDX, WS-CITY-IDX,
                                   WS-TYPE-IDX)
           END-IF.

      *>   Habitaciones-noche disponibles = habitaciones en servicio
      *>   por dias del periodo.
       SET-ONE-CITY-AVAIL.
           PERFORM SET-ONE-TYPE-AVAIL
               VARYING WS-TYPE-IDX FROM 1 BY 1 UNTIL WS-TYPE-IDX > 4
               AFTER WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 2.

       SET-ONE-TYPE-AVAIL.
           COMPUTE WS-ST-AVAIL (WS-CTRY-IDX, WS-CITY-IDX,
                                WS-TYPE-IDX, WS-PER-IDX) =
               WS-ST-INV (WS-CTRY-IDX, WS-CITY-IDX, WS-TYPE-IDX)
               * WS-PER-DAYS (WS-PER-IDX).

      *>   *************************************************************
      *>   Habitaciones vendidas e ingreso
      *>   *************************************************************
       LOAD-BLOCKS.
           OPEN INPUT BLOCKS-FILE.
           IF WS-BLOCKS-STATUS = "00"
               PERFORM LOAD-ONE-BLOCK
                   UNTIL WS-BLOCKS-STATUS NOT = "00"
               CLOSE BLOCKS-FILE
           END-IF.
           IF WS-BLK-DROPPED > 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       LOAD-ONE-BLOCK.
           READ BLOCKS-FILE
               AT END
                   MOVE "10" TO WS-BLOCKS-STATUS
               NOT AT END
                   IF WS-BLK-COUNT < 200
                       ADD 1 TO WS-BLK-COUNT
                       MOVE SPACES TO WS-BLK-PARTY (WS-BLK-COUNT)
                       STRING "BLK-" BLK-ID DELIMITED BY SIZE
                           INTO WS-BLK-PARTY (WS-BLK-COUNT)
                   ELSE
                       ADD 1 TO WS-BLK-DROPPED
                   END-IF
           END-READ.

       FIND-ONE-BLOCK.
           IF WS-BLK-PARTY (WS-BLK-IDX) = WS-SEEK-PARTY
               MOVE "Y" TO WS-GROUP-SW
           END-IF.

       SCAN-RESERVATIONS.
           OPEN INPUT RESERVATION-FILE.
           IF WS-RESV-STATUS = "00"
               PERFORM SCAN-ONE-RESERVATION
                   THRU SCAN-ONE-RESERVATION-EXIT
                   UNTIL WS-RESV-STATUS NOT = "00"
               CLOSE RESERVATION-FILE
           END-IF.

       SCAN-ONE-RESERVATION.
           READ RESERVATION-FILE
               AT END
                   MOVE "10" TO WS-RESV-STATUS
                   GO TO SCAN-ONE-RESERVATION-EXIT
           END-READ.
           IF RESF-STATUS = "C"
              OR RESF-DATE IS NOT NUMERIC
              OR RESF-NIGHTS IS NOT NUMERIC
              OR RESF-CTRY = 0 OR RESF-CTRY > 5
              OR RESF-CITY = 0 OR RESF-CITY > 3
               GO TO SCAN-ONE-RESERVATION-EXIT
           END-IF.
           IF RESF-R-SINGLE IS NOT NUMERIC
              OR RESF-R-DOUBLE IS NOT NUMERIC
              OR RESF-R-VIP IS NOT NUMERIC
              OR RESF-R-LUXURY IS NOT NUMERIC
              OR RESF-R-SINGLE + RESF-R-DOUBLE
                 + RESF-R-VIP + RESF-R-LUXURY = 0
      *>       Registro viejo sin cantidades: no se sabe que vendio.
               ADD 1 TO WS-SKIPPED
               MOVE 4 TO WS-RETURN-CODE
               GO TO SCAN-ONE-RESERVATION-EXIT
           END-IF.
           MOVE RESF-CTRY     TO WS-CTRY-IDX.
           MOVE RESF-CITY     TO WS-CITY-IDX.
           MOVE RESF-R-SINGLE TO WS-RT-ROOMS (1).
           MOVE RESF-R-DOUBLE TO WS-RT-ROOMS (2).
           MOVE RESF-R-VIP    TO WS-RT-ROOMS (3).
           MOVE RESF-R-LUXURY TO WS-RT-ROOMS (4).
           MOVE RESF-DATE     TO WS-ARRIVAL.
           PERFORM CALC-SEASON-MULT.
           MOVE "N" TO WS-GROUP-SW.
           IF RESF-PARTY-ID (1:4) = "BLK-"
               MOVE RESF-PARTY-ID TO WS-SEEK-PARTY
               PERFORM FIND-ONE-BLOCK
                   VARYING WS-BLK-IDX FROM 1 BY 1
                   UNTIL WS-BLK-IDX > WS-BLK-COUNT
           END-IF.
           PERFORM COUNT-ONE-NIGHT
               VARYING WS-NIGHT-NBR FROM 0 BY 1
               UNTIL WS-NIGHT-NBR NOT < RESF-NIGHTS.
       SCAN-ONE-RESERVATION-EXIT.
           EXIT.

      *>   Una noche de la estadia cuenta en cada periodo que la
      *>   contiene.
       COUNT-ONE-NIGHT.
           COMPUTE WS-NIGHT-INT =
               FUNCTION INTEGER-OF-DATE(RESF-DATE) + WS-NIGHT-NBR.
           PERFORM COUNT-NIGHT-PERIOD
               VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 2.

       COUNT-NIGHT-PERIOD.
           IF WS-NIGHT-INT NOT < WS-PER-FROM-INT (WS-PER-IDX)
              AND WS-NIGHT-INT NOT > WS-PER-TO-INT (WS-PER-IDX)
               PERFORM COUNT-NIGHT-TYPE
                   VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
           END-IF.

       COUNT-NIGHT-TYPE.
           IF WS-RT-ROOMS (WS-TYPE-IDX) > 0
               COMPUTE WS-NIGHT-REVENUE ROUNDED =
                   WS-PRICE (WS-TYPE-IDX) * WS-RT-ROOMS (WS-TYPE-IDX)
                   * WS-SEASON-MULT
               ADD WS-RT-ROOMS (WS-TYPE-IDX)
                   TO WS-ST-SOLD (WS-CTRY-IDX, WS-CITY-IDX,
                                  WS-TYPE-IDX, WS-PER-IDX)
               ADD WS-NIGHT-REVENUE
                   TO WS-ST-REVENUE (WS-CTRY-IDX, WS-CITY-IDX,
                                     WS-TYPE-IDX, WS-PER-IDX)
               IF WS-GROUP-STAY
                   ADD WS-RT-ROOMS (WS-TYPE-IDX)
                       TO WS-ST-GROUP (WS-CTRY-IDX, WS-CITY-IDX,
                                       WS-TYPE-IDX, WS-PER-IDX)
               END-IF
           END-IF.

      *>   Temporada alta (Jun-Ago) recarga un 30%, temporada baja
      *>   (Dic-Feb) descuenta un 10%, el resto es tarifa normal.
       CALC-SEASON-MULT.
           EVALUATE WS-ARR-MM
               WHEN 6 WHEN 7 WHEN 8
                   MOVE 1.30 TO WS-SEASON-MULT
               WHEN 12 WHEN 1 WHEN 2
                   MOVE 0.90 TO WS-SEASON-MULT
               WHEN OTHER
                   MOVE 1.00 TO WS-SEASON-MULT
           END-EVALUATE.

      *>   Total de la ciudad (tipo 5) y de la cadena (pais 6).
       ROLL-UP-ONE-CITY.
           PERFORM ROLL-UP-ONE-TYPE
               VARYING WS-TYPE-IDX FROM 1 BY 1 UNTIL WS-TYPE-IDX > 4
               AFTER WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 2.

       ROLL-UP-ONE-TYPE.
           ADD WS-ST-AVAIL (WS-CTRY-IDX, WS-CITY-IDX,
                            WS-TYPE-IDX, WS-PER-IDX)
               TO WS-ST-AVAIL (WS-CTRY-IDX, WS-CITY-IDX, 5,
                               WS-PER-IDX)
                  WS-ST-AVAIL (6, 1, WS-TYPE-IDX, WS-PER-IDX)
                  WS-ST-AVAIL (6, 1, 5, WS-PER-IDX).
           ADD WS-ST-SOLD (WS-CTRY-IDX, WS-CITY-IDX,
                           WS-TYPE-IDX, WS-PER-IDX)
               TO WS-ST-SOLD (WS-CTRY-IDX, WS-CITY-IDX, 5,
                              WS-PER-IDX)
                  WS-ST-SOLD (6, 1, WS-TYPE-IDX, WS-PER-IDX)
                  WS-ST-SOLD (6, 1, 5, WS-PER-IDX).
           ADD WS-ST-GROUP (WS-CTRY-IDX, WS-CITY-IDX,
                            WS-TYPE-IDX, WS-PER-IDX)
               TO WS-ST-GROUP (WS-CTRY-IDX, WS-CITY-IDX, 5,
                               WS-PER-IDX)
                  WS-ST-GROUP (6, 1, WS-TYPE-IDX, WS-PER-IDX)
                  WS-ST-GROUP (6, 1, 5, WS-PER-IDX).
           ADD WS-ST-REVENUE (WS-CTRY-IDX, WS-CITY-IDX,
                              WS-TYPE-IDX, WS-PER-IDX)
               TO WS-ST-REVENUE (WS-CTRY-IDX, WS-CITY-IDX, 5,
                                 WS-PER-IDX)
                  WS-ST-REVENUE (6, 1, WS-TYPE-IDX, WS-PER-IDX)
                  WS-ST-REVENUE (6, 1, 5, WS-PER-IDX).

      *>   *************************************************************
      *>   Reporte
      *>   *************************************************************
       PRINT-HEADER.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  HOTEL OCCUPANCY, ADR AND REVPAR - "
                  WS-PER-FROM (1) " TO " WS-PER-TO (1)
                  "   RUN DATE " WS-BD-DATE
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  LAST YEAR: " WS-PER-FROM (2) " TO "
                  WS-PER-TO (2)
                  "   (ROOMS OUT OF ORDER AS OF THE RUN DATE)"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

      *>   Una ciudad (o la cadena): un renglon por tipo y el total.
      *>   Se saltea la ciudad sin habitaciones ni ventas.
       PRINT-ONE-CITY.
           IF WS-ST-AVAIL (WS-CTRY-IDX, WS-CITY-IDX, 5, 1) = 0
              AND WS-ST-SOLD (WS-CTRY-IDX, WS-CITY-IDX, 5, 1) = 0
              AND WS-ST-SOLD (WS-CTRY-IDX, WS-CITY-IDX, 5, 2) = 0
               GO TO PRINT-ONE-CITY-EXIT
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-CTRY-IDX = 6
               MOVE "ALL HOTELS" TO WS-RPT-LINE
           ELSE
               STRING PAIS (WS-CTRY-IDX) " / "
                      CIUDAD (WS-CTRY-IDX, WS-CITY-IDX)
                      DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE "  TYPE      AVAIL   SOLD  GROUP  OCC%    REVENUE"
               TO WS-RPT-LINE.
           MOVE "      ADR   REVPAR | LY OCC%  LY ADR LY REVPAR"
               TO WS-RPT-LINE(50:).
           PERFORM PRINT-LINE-PROCEDURE.
           PERFORM PRINT-ONE-TYPE
               VARYING WS-TYPE-IDX FROM 1 BY 1 UNTIL WS-TYPE-IDX > 5.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
       PRINT-ONE-CITY-EXIT.
           EXIT.

       PRINT-ONE-TYPE.
           EVALUATE WS-TYPE-IDX
               WHEN 1 MOVE "SINGLE"   TO WS-TYPE-NAME
               WHEN 2 MOVE "DOUBLE"   TO WS-TYPE-NAME
               WHEN 3 MOVE "VIP"      TO WS-TYPE-NAME
               WHEN 4 MOVE "LUXURY"   TO WS-TYPE-NAME
               WHEN 5 MOVE "TOTAL"    TO WS-TYPE-NAME
           END-EVALUATE.
           MOVE 2 TO WS-PER-IDX.
           PERFORM CALC-RATIOS.
           MOVE WS-OCC-PCT TO WS-OCC-LY-Z.
           MOVE WS-ADR     TO WS-ADR-LY-Z.
           MOVE WS-REVPAR  TO WS-REVPAR-LY-Z.
           MOVE 1 TO WS-PER-IDX.
           PERFORM CALC-RATIOS.
           MOVE WS-OCC-PCT TO WS-OCC-Z.
           MOVE WS-ADR     TO WS-ADR-Z.
           MOVE WS-REVPAR  TO WS-REVPAR-Z.
           MOVE WS-ST-AVAIL (WS-CTRY-IDX, WS-CITY-IDX, WS-TYPE-IDX, 1)
               TO WS-AVAIL-Z.
           MOVE WS-ST-SOLD (WS-CTRY-IDX, WS-CITY-IDX, WS-TYPE-IDX, 1)
               TO WS-SOLD-Z.
           MOVE WS-ST-GROUP (WS-CTRY-IDX, WS-CITY-IDX, WS-TYPE-IDX, 1)
               TO WS-GROUP-Z.
           MOVE WS-ST-REVENUE (WS-CTRY-IDX, WS-CITY-IDX,
                               WS-TYPE-IDX, 1)
               TO WS-REVENUE-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  " WS-TYPE-NAME WS-AVAIL-Z " " WS-SOLD-Z " "
                  WS-GROUP-Z " " WS-OCC-Z " " WS-REVENUE-Z " "
                  WS-ADR-Z " " WS-REVPAR-Z " |   " WS-OCC-LY-Z " "
                  WS-ADR-LY-Z " " WS-REVPAR-LY-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

      *>   Ocupacion = vendidas / disponibles; ADR = ingreso /
      *>   vendidas; RevPAR = ingreso / disponibles.
       CALC-RATIOS.
           MOVE 0 TO WS-OCC-PCT WS-ADR WS-REVPAR.
           IF WS-ST-SOLD (WS-CTRY-IDX, WS-CITY-IDX,
                          WS-TYPE-IDX, WS-PER-IDX) > 0
               COMPUTE WS-ADR ROUNDED =
                   WS-ST-REVENUE (WS-CTRY-IDX, WS-CITY-IDX,
                                  WS-TYPE-IDX, WS-PER-IDX)
                   / WS-ST-SOLD (WS-CTRY-IDX, WS-CITY-IDX,
                                 WS-TYPE-IDX, WS-PER-IDX)
           END-IF.
           IF WS-ST-AVAIL (WS-CTRY-IDX, WS-CITY-IDX,
                           WS-TYPE-IDX, WS-PER-IDX) > 0
               COMPUTE WS-OCC-PCT ROUNDED =
                   WS-ST-SOLD (WS-CTRY-IDX, WS-CITY-IDX,
                               WS-TYPE-IDX, WS-PER-IDX) * 100
                   / WS-ST-AVAIL (WS-CTRY-IDX, WS-CITY-IDX,
                                  WS-TYPE-IDX, WS-PER-IDX)
               COMPUTE WS-REVPAR ROUNDED =
                   WS-ST-REVENUE (WS-CTRY-IDX, WS-CITY-IDX,
                                  WS-TYPE-IDX, WS-PER-IDX)
                   / WS-ST-AVAIL (WS-CTRY-IDX, WS-CITY-IDX,
                                  WS-TYPE-IDX, WS-PER-IDX)
           END-IF.

       PRINT-TOTALS.
           IF NOT WS-INV-FOUND
               MOVE "NO ROOMINV FILE - HOUSE DEFAULT 10/8/2/2 ROOMS"
                   TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
           IF WS-SKIPPED > 0
               MOVE WS-SKIPPED TO WS-COUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** RESERVATIONS WITHOUT ROOM COUNTS LEFT OUT: "
                      WS-COUNT-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
           IF WS-BLK-DROPPED > 0
               MOVE WS-BLK-DROPPED TO WS-COUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** BLOCKS LARGER THAN THE TABLE - "
                      WS-COUNT-Z " BLOCKS COUNTED AS TRANSIENT"
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
           MOVE WS-BD-DATE TO WS-RPT-DATE.

       END PROGRAM HTLREV.
