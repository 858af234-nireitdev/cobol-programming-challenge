      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Hotel night audit, run every night after the front desk
      *>     closes. Takes every in-house reservation (status "I")
      *>     in the RESERVATIONS file of 04-HotelReservation and
      *>     posts to the guest FOLIO that night's room charge
      *>     (a "ROOM" line: the rack rate of the rooms held times
      *>     the seasonal multiplier of the month of the night, the
      *>     same calendar the online prices with) and the lodging
      *>     tax on it (a "ROOM-TAX" line).
      *>   * The room revenue and the tax of the night are booked to
      *>     the shared GLEXTRACT (ROOM-REVENUE and ROOM-TAX), so
      *>     revenue is recognized the night it is earned instead
      *>     of on departure day. Check-out settles these lines and
      *>     charges from the quote only the nights not yet posted.
      *>   * A guest still in house on or past the scheduled
      *>     departure (arrival plus nights) is posted anyway and
      *>     flagged OVERSTAY on the report.
      *>   * Prints the night-audit summary - rooms occupied, room
      *>     revenue and tax by city - to SYSOUT and to the NIGHTAUD
      *>     spool report.
      *>   * NAUDCTL keeps the last night audited: a night already
      *>     audited (or earlier) is refused, so a rerun posts
      *>     nothing twice.
      *>   * NAUPARM card (optional): bytes 1-8 the night audited
      *>     AAAAMMDD (default the business date), bytes 10-11 the
      *>     lodging tax percent (default 10).
      *>   * RETURN-CODE 4 when the night was already audited or an
      *>     in-house reservation carries no room counts (it is not
      *>     posted).
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTAUD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESERVATION-FILE ASSIGN TO "RESERVATIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESV-STATUS.

           SELECT FOLIO-FILE ASSIGN TO "FOLIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLIO-STATUS.

           SELECT NAUDCTL-FILE ASSIGN TO "NAUDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAUDCTL-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXT-STATUS.

           SELECT PARM-FILE ASSIGN TO "NAUPARM"
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
       FD  FOLIO-FILE.
       01  FOLIO-RECORD.
           05  FOL-PARTY-ID    PIC X(15).
           05  FILLER          PIC X.
           05  FOL-RES-DATE    PIC 9(8).
           05  FILLER          PIC X.
           05  FOL-TYPE        PIC X(10).
           05  FILLER          PIC X.
           05  FOL-AMOUNT      PIC 9(6)V99.
           05  FILLER          PIC X.
           05  FOL-SETTLED     PIC X.

      *>   Ultima noche auditada.
       FD  NAUDCTL-FILE.
       01  NAUDCTL-RECORD.
           05  NCTL-LAST-NIGHT PIC 9(8).
           05  FILLER          PIC X.
           05  NCTL-RUN-STAMP  PIC X(14).

       FD  GL-EXTRACT-FILE.
           COPY GLEXT.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-NIGHT          PIC X(8).
           05  FILLER              PIC X(1).
           05  PARM-TAX-PCT        PIC X(2).
           05  FILLER              PIC X(69).

       WORKING-STORAGE SECTION.
       01  WS-RESV-STATUS          PIC X(2).
       01  WS-FOLIO-STATUS         PIC X(2).
       01  WS-NAUDCTL-STATUS       PIC X(2).
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
       01  WS-RPT-NAME             PIC X(10) VALUE "NIGHTAUD".
       01  WS-RPT-DATE             PIC 9(8).
       01  WS-RPT-LINE             PIC X(100).

       01  WS-RUN-TIME             PIC X(6).
       01  WS-GL-TIMESTAMP         PIC X(14).
       01  WS-LAST-NIGHT           PIC 9(8) VALUE 0.
       01  WS-TAX-PCT              PIC 9(2) VALUE 10.

      *>   Noche auditada; el mes elige la temporada.
       01  WS-NIGHT-X.
           05  WS-NIGHT-YYYY       PIC 9(4).
           05  WS-NIGHT-MM         PIC 9(2).
           05  WS-NIGHT-DD         PIC 9(2).
       01  WS-NIGHT REDEFINES WS-NIGHT-X PIC 9(8).
       01  WS-NIGHT-INT            PIC 9(7).
       01  WS-DEPART-INT           PIC 9(7).

      *>   Mismas tarifas y temporadas que el online
      *>   (CTE-PRICE-xxx y CALC-SEASON-MULT).
       01  CTE-PRICE-SINGLE        PIC 999 VALUE 100.
       01  CTE-PRICE-DOUBLE        PIC 999 VALUE 200.
       01  CTE-PRICE-VIP           PIC 999 VALUE 450.
       01  CTE-PRICE-LUJURY        PIC 999 VALUE 550.
       01  WS-SEASON-MULT          PIC 9V99.

      *>   Mismos paises y ciudades que carga el online.
       01  PAISES.
           05  PAIS-R OCCURS 5 TIMES.
               10 PAIS PIC X(10).
               10 CIUDAD-R OCCURS 3 TIMES.
                   15  CIUDAD PIC X(10).

      *>   Acumulados de la noche por pais/ciudad.
       01  WS-CITY-TABLE.
           05  WS-CTY-CTRY OCCURS 5 TIMES.
               10  WS-CTY-CITY OCCURS 3 TIMES.
                   15  WS-CTY-STAYS    PIC 9(4).
                   15  WS-CTY-ROOMS    PIC 9(5).
                   15  WS-CTY-REVENUE  PIC 9(9)V99.
                   15  WS-CTY-TAX      PIC 9(9)V99.
       01  WS-CTRY-IDX             PIC 9.
       01  WS-CITY-IDX             PIC 9.

       01  WS-ROOMS                PIC 9(3).
       01  WS-RATE                 PIC 9(6)V99.
       01  WS-TAX                  PIC 9(6)V99.
       01  WS-FLAG                 PIC X(8).
       01  WS-CITY-NAME            PIC X(10).

       01  WS-STAYS-POSTED         PIC 9(4) VALUE 0.
       01  WS-ROOMS-TOTAL          PIC 9(5) VALUE 0.
       01  WS-OVERSTAYS            PIC 9(4) VALUE 0.
       01  WS-SKIPPED              PIC 9(4) VALUE 0.
       01  WS-TOTAL-REVENUE        PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-TAX            PIC 9(9)V99 VALUE 0.

       01  WS-AMOUNT-Z             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-RATE-Z               PIC ZZZ,ZZ9.99.
       01  WS-TAX-Z                PIC ZZ,ZZ9.99.
       01  WS-COUNT-Z              PIC ZZZ9.
       01  WS-ROOMS-Z              PIC ZZZZ9.
       01  WS-NIGHTS-Z             PIC Z9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSDATE-PROCEDURE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-BD-DATE TO WS-NIGHT.
           PERFORM LOAD-PARM-PROCEDURE.
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
           INITIALIZE WS-CITY-TABLE.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           PERFORM PRINT-HEADER.
           PERFORM LOAD-NAUDCTL.
           PERFORM AUDIT-PROCEDURE
               THRU AUDIT-PROCEDURE-EXIT.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *>   Tarjeta NAUPARM: noche a auditar (en blanco = la fecha
      *>   de negocio) y porcentaje de impuesto (en blanco = 10).
       LOAD-PARM-PROCEDURE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-NIGHT IS NUMERIC
                           MOVE PARM-NIGHT TO WS-NIGHT
                       END-IF
                       IF PARM-TAX-PCT IS NUMERIC
                           MOVE PARM-TAX-PCT TO WS-TAX-PCT
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       LOAD-NAUDCTL.
           OPEN INPUT NAUDCTL-FILE.
           IF WS-NAUDCTL-STATUS = "00"
               READ NAUDCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NCTL-LAST-NIGHT IS NUMERIC
                           MOVE NCTL-LAST-NIGHT TO WS-LAST-NIGHT
                       END-IF
               END-READ
               CLOSE NAUDCTL-FILE
           END-IF.

       SAVE-NAUDCTL.
           OPEN OUTPUT NAUDCTL-FILE.
           MOVE SPACES          TO NAUDCTL-RECORD.
           MOVE WS-NIGHT        TO NCTL-LAST-NIGHT.
           MOVE WS-GL-TIMESTAMP TO NCTL-RUN-STAMP.
           WRITE NAUDCTL-RECORD.
           CLOSE NAUDCTL-FILE.

      *>   *************************************************************
      *>   Auditoria: una pasada por RESERVATIONS, un cargo de
      *>   habitacion y uno de impuesto por estadia en casa.
      *>   *************************************************************
       AUDIT-PROCEDURE.
           IF WS-NIGHT NOT > WS-LAST-NIGHT
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** NIGHT " WS-NIGHT " ALREADY AUDITED (LAST "
                      WS-LAST-NIGHT ") - NOTHING POSTED"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE 4 TO WS-RETURN-CODE
               GO TO AUDIT-PROCEDURE-EXIT
           END-IF.
           STRING WS-BD-DATE  DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO WS-GL-TIMESTAMP.
           COMPUTE WS-NIGHT-INT = FUNCTION INTEGER-OF-DATE(WS-NIGHT).
           PERFORM CALC-SEASON-MULT.
           OPEN INPUT RESERVATION-FILE.
           IF WS-RESV-STATUS NOT = "00"
               MOVE SPACES TO WS-RPT-LINE
               STRING "NO RESERVATIONS FILE (STATUS " WS-RESV-STATUS
                      ") - NO GUESTS IN HOUSE"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           ELSE
               OPEN EXTEND FOLIO-FILE
               IF WS-FOLIO-STATUS = "35"
                   OPEN OUTPUT FOLIO-FILE
               END-IF
               MOVE "  GUEST           CITY       ARRIVAL  NTS ROOMS"
                   TO WS-RPT-LINE
               MOVE "   ROOM CHARGE       TAX" TO WS-RPT-LINE(50:)
               PERFORM PRINT-LINE-PROCEDURE
               PERFORM AUDIT-ONE-RESERVATION
                   THRU AUDIT-ONE-RESERVATION-EXIT
                   UNTIL WS-RESV-STATUS NOT = "00"
               CLOSE FOLIO-FILE
               CLOSE RESERVATION-FILE
           END-IF.
           PERFORM POST-GLENTRY-PROCEDURE.
           PERFORM SAVE-NAUDCTL.
           PERFORM PRINT-SUMMARY.
       AUDIT-PROCEDURE-EXIT.
           EXIT.

       AUDIT-ONE-RESERVATION.
           READ RESERVATION-FILE
               AT END
                   MOVE "10" TO WS-RESV-STATUS
                   GO TO AUDIT-ONE-RESERVATION-EXIT
           END-READ.
           IF RESF-STATUS NOT = "I"
               GO TO AUDIT-ONE-RESERVATION-EXIT
           END-IF.
           MOVE RESF-CTRY TO WS-CTRY-IDX.
           MOVE RESF-CITY TO WS-CITY-IDX.
           IF WS-CTRY-IDX > 0 AND WS-CTRY-IDX < 6
              AND WS-CITY-IDX > 0 AND WS-CITY-IDX < 4
               MOVE CIUDAD(WS-CTRY-IDX, WS-CITY-IDX) TO WS-CITY-NAME
           ELSE
               MOVE "(UNKNOWN)" TO WS-CITY-NAME
               MOVE 0 TO WS-CTRY-IDX
           END-IF.
           MOVE 0 TO WS-ROOMS.
           IF RESF-R-SINGLE IS NUMERIC AND RESF-R-DOUBLE IS NUMERIC
              AND RESF-R-VIP IS NUMERIC AND RESF-R-LUXURY IS NUMERIC
               COMPUTE WS-ROOMS = RESF-R-SINGLE + RESF-R-DOUBLE
                                + RESF-R-VIP + RESF-R-LUXURY
           END-IF.
           IF WS-ROOMS = 0
      *>       Registro viejo sin cantidades: no hay con que tarifar.
               ADD 1 TO WS-SKIPPED
               MOVE 4 TO WS-RETURN-CODE
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " RESF-PARTY-ID " " WS-CITY-NAME " "
                      RESF-DATE " - NO ROOM COUNTS, NOT POSTED"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               GO TO AUDIT-ONE-RESERVATION-EXIT
           END-IF.
           COMPUTE WS-RATE ROUNDED =
               (CTE-PRICE-SINGLE * RESF-R-SINGLE +
                CTE-PRICE-DOUBLE * RESF-R-DOUBLE +
                CTE-PRICE-VIP    * RESF-R-VIP    +
                CTE-PRICE-LUJURY * RESF-R-LUXURY) * WS-SEASON-MULT.
           COMPUTE WS-TAX ROUNDED = WS-RATE * WS-TAX-PCT / 100.
           MOVE "ROOM" TO WS-FLAG.
           PERFORM WRITE-FOLIO-LINE.
           IF WS-TAX > 0
               MOVE "ROOM-TAX" TO WS-FLAG
               PERFORM WRITE-FOLIO-LINE
           END-IF.
           ADD 1        TO WS-STAYS-POSTED.
           ADD WS-ROOMS TO WS-ROOMS-TOTAL.
           ADD WS-RATE  TO WS-TOTAL-REVENUE.
           ADD WS-TAX   TO WS-TOTAL-TAX.
           IF WS-CTRY-IDX > 0
               ADD 1 TO WS-CTY-STAYS (WS-CTRY-IDX, WS-CITY-IDX)
               ADD WS-ROOMS
                   TO WS-CTY-ROOMS (WS-CTRY-IDX, WS-CITY-IDX)
               ADD WS-RATE
                   TO WS-CTY-REVENUE (WS-CTRY-IDX, WS-CITY-IDX)
               ADD WS-TAX
                   TO WS-CTY-TAX (WS-CTRY-IDX, WS-CITY-IDX)
           END-IF.
      *>   Salida prevista = llegada + noches; si la noche auditada
      *>   ya no le corresponde, el huesped se quedo de mas.
           MOVE SPACES TO WS-FLAG.
           IF RESF-DATE IS NUMERIC AND RESF-NIGHTS IS NUMERIC
               COMPUTE WS-DEPART-INT =
                   FUNCTION INTEGER-OF-DATE(RESF-DATE) + RESF-NIGHTS
               IF WS-NIGHT-INT NOT < WS-DEPART-INT
                   MOVE "OVERSTAY" TO WS-FLAG
                   ADD 1 TO WS-OVERSTAYS
               END-IF
           END-IF.
           MOVE RESF-NIGHTS TO WS-NIGHTS-Z.
           MOVE WS-ROOMS    TO WS-ROOMS-Z.
           MOVE WS-RATE     TO WS-RATE-Z.
           MOVE WS-TAX      TO WS-TAX-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  " RESF-PARTY-ID " " WS-CITY-NAME " "
                  RESF-DATE " " WS-NIGHTS-Z " " WS-ROOMS-Z " "
                  WS-RATE-Z " " WS-TAX-Z " " WS-FLAG
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
       AUDIT-ONE-RESERVATION-EXIT.
           EXIT.

      *>   Renglon de folio abierto (sin liquidar) para la estadia;
      *>   el tipo viene en WS-FLAG.
       WRITE-FOLIO-LINE.
           MOVE SPACES        TO FOLIO-RECORD.
           MOVE RESF-PARTY-ID TO FOL-PARTY-ID.
           MOVE RESF-DATE     TO FOL-RES-DATE.
           MOVE WS-FLAG       TO FOL-TYPE.
           IF WS-FLAG = "ROOM"
               MOVE WS-RATE   TO FOL-AMOUNT
           ELSE
               MOVE WS-TAX    TO FOL-AMOUNT
           END-IF.
           MOVE " "           TO FOL-SETTLED.
           WRITE FOLIO-RECORD.

      *>   Temporada alta (Jun-Ago) recarga un 30%, temporada baja
      *>   (Dic-Feb) descuenta un 10%, el resto es tarifa normal.
       CALC-SEASON-MULT.
           EVALUATE WS-NIGHT-MM
               WHEN 6 WHEN 7 WHEN 8
                   MOVE 1.30 TO WS-SEASON-MULT
               WHEN 12 WHEN 1 WHEN 2
                   MOVE 0.90 TO WS-SEASON-MULT
               WHEN OTHER
                   MOVE 1.00 TO WS-SEASON-MULT
           END-EVALUATE.

      *>   Ingreso de la noche y su impuesto al extracto compartido.
       POST-GLENTRY-PROCEDURE.
           IF WS-TOTAL-REVENUE = 0
               GO TO POST-GLENTRY-PROCEDURE-EXIT
           END-IF.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF WS-GLEXT-STATUS = "35"
               OPEN OUTPUT GL-EXTRACT-FILE
           END-IF.
           MOVE WS-GL-TIMESTAMP TO GLEXT-DATE.
           MOVE "NIGHTAUD"      TO GLEXT-SOURCE.
           MOVE "ROOM-REVENUE"  TO GLEXT-ACCOUNT.
           MOVE WS-TOTAL-REVENUE TO GLEXT-AMOUNT.
           WRITE GLEXT-RECORD.
           IF WS-TOTAL-TAX > 0
               MOVE "ROOM-TAX"   TO GLEXT-ACCOUNT
               MOVE WS-TOTAL-TAX TO GLEXT-AMOUNT
               WRITE GLEXT-RECORD
           END-IF.
           CLOSE GL-EXTRACT-FILE.
       POST-GLENTRY-PROCEDURE-EXIT.
           EXIT.

      *>   *************************************************************
      *>   Reporte
      *>   *************************************************************
       PRINT-HEADER.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  HOTEL NIGHT AUDIT - NIGHT OF " WS-NIGHT
                  "   RUN DATE " WS-BD-DATE
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-SUMMARY.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE "  NIGHT-AUDIT SUMMARY BY CITY" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE "  COUNTRY    CITY       STAYS ROOMS    ROOM REVENUE"
               TO WS-RPT-LINE.
           MOVE "      TAX" TO WS-RPT-LINE(52:).
           PERFORM PRINT-LINE-PROCEDURE.
           PERFORM PRINT-ONE-COUNTRY
               VARYING WS-CTRY-IDX FROM 1 BY 1
               UNTIL WS-CTRY-IDX > 5.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-STAYS-POSTED TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "STAYS POSTED...............  " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-ROOMS-TOTAL TO WS-ROOMS-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ROOMS OCCUPIED.............  " WS-ROOMS-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-OVERSTAYS TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "GUESTS PAST DEPARTURE......  " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           IF WS-SKIPPED > 0
               MOVE WS-SKIPPED TO WS-COUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "STAYS NOT POSTED...........  " WS-COUNT-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
           MOVE WS-TOTAL-REVENUE TO WS-AMOUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ROOM REVENUE (ROOM-REVENUE) " WS-AMOUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOTAL-TAX TO WS-AMOUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "LODGING TAX (ROOM-TAX)..... " WS-AMOUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-ONE-COUNTRY.
           PERFORM PRINT-ONE-CITY
               VARYING WS-CITY-IDX FROM 1 BY 1
               UNTIL WS-CITY-IDX > 3.

       PRINT-ONE-CITY.
           IF WS-CTY-STAYS (WS-CTRY-IDX, WS-CITY-IDX) > 0
               MOVE WS-CTY-STAYS (WS-CTRY-IDX, WS-CITY-IDX)
                   TO WS-COUNT-Z
               MOVE WS-CTY-ROOMS (WS-CTRY-IDX, WS-CITY-IDX)
                   TO WS-ROOMS-Z
               MOVE WS-CTY-REVENUE (WS-CTRY-IDX, WS-CITY-IDX)
                   TO WS-AMOUNT-Z
               MOVE WS-CTY-TAX (WS-CTRY-IDX, WS-CITY-IDX)
                   TO WS-RATE-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " PAIS (WS-CTRY-IDX) " "
                      CIUDAD (WS-CTRY-IDX, WS-CITY-IDX) " "
                      WS-COUNT-Z " " WS-ROOMS-Z " " WS-AMOUNT-Z " "
                      WS-RATE-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.

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

       END PROGRAM NIGHTAUD.
