      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Customer 360 inquiry: everything one PARTYMSTR party
      *>     has with the group, in one printable view (spool
      *>     report CUST360) instead of six programs.
      *>   * The party is chosen on the C360PARM card by id or by
      *>     a piece of the name; a name that matches several
      *>     parties lists the candidates and stops.
      *>   * One section per business line, each with its own
      *>     lines, a total and the amount overdue:
      *>       - bank accounts (balance, held, available) -
      *>         overdue is an overdrawn balance;
      *>       - term deposits (principal not yet redeemed);
      *>       - shipments, open claims and corporate shipping
      *>         invoices - overdue is an open invoice past its
      *>         due date;
      *>       - hotel reservations and unsettled folio lines -
      *>         overdue is a line left on a stay that is no
      *>         longer reserved or in house;
      *>       - airline bookings and miles balance;
      *>       - ticket purchases and season tickets (a season
      *>         ticket billed and unpaid is flagged);
      *>       - medical appointments and unpaid copays - overdue
      *>         after 30 days;
      *>       - tenancies and rent arrears - the part of the
      *>         arrears older than 30 days (payments settle the
      *>         oldest charges first, as the 03-RealStateRentSystem
      *>         aging does);
      *>       - shop loyalty points.
      *>   * A closing summary adds up the overdue amounts.
      *>   * RETURN-CODE 4 when the name matches more than one
      *>     party; 8 when no card or no party is found.
      *>
      *>     C360PARM card: 1 "I" by party id / "N" by name,
      *>     3-32 the party id or a piece of the name.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST360.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "C360PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PARTY-FILE ASSIGN TO "PARTYMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARTY-ID
               FILE STATUS IS WS-PARTY-STATUS.

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

           SELECT SHIPMENT-FILE ASSIGN TO "SHIPMENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHIP-PACKG-ID
               FILE STATUS IS WS-SHIP-STATUS.

           SELECT CLAIMS-FILE ASSIGN TO "SHIPCLAIMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLM-ID
               FILE STATUS IS WS-CLAIMS-STATUS.

           SELECT SHPINV-FILE ASSIGN TO "SHPINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SINV-NUMBER
               FILE STATUS IS WS-SINV-STATUS.

           SELECT RESERVATION-FILE ASSIGN TO "RESERVATIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESV-STATUS.

           SELECT FOLIO-FILE ASSIGN TO "FOLIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLIO-STATUS.

           SELECT BOOKING-FILE ASSIGN TO "BOOKINGS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.

           SELECT MILEAGE-FILE ASSIGN TO "MILEAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MILEAGE-STATUS.

           SELECT MEMBERS-FILE ASSIGN TO "MEMBERSFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.

           SELECT SOLDSEATS-FILE ASSIGN TO "SOLDSEATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOLD-STATUS.

           SELECT SEASONTIX-FILE ASSIGN TO "SEASONTIX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STIX-STATUS.

           SELECT APPOINTMENT-FILE ASSIGN TO "APPOINTMENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPT-STATUS.

           SELECT MEDINV-FILE ASSIGN TO "MEDINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEDINV-STATUS.

           SELECT TENANCY-FILE ASSIGN TO "TENANCY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TENANCY-STATUS.

           SELECT RENTLEDGER-FILE ASSIGN TO "RENTLEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT LOYALTY-FILE ASSIGN TO "LOYALTY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOYALTY-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>   Tarjeta: tipo en 1 ("I" id / "N" nombre), valor en 3-32.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-INQ-TYPE       PIC X(1).
           05  FILLER              PIC X(1).
           05  PARM-INQ-VALUE      PIC X(30).
           05  FILLER              PIC X(48).

       FD  PARTY-FILE.
           COPY PARTY.

       FD  ACCOUNT-FILE.
           COPY ACCOUNT.

       FD  TERMDEP-FILE.
           COPY TERMDEP.

       FD  SHIPMENT-FILE.
           COPY SHIPMENT.

      *>   Mismo layout que graba 04-OnlineShipping.
       FD  CLAIMS-FILE.
       01  CLAIM-RECORD.
           05  CLM-ID              PIC 9(4).
           05  CLM-PACKG-ID        PIC 9(4).
           05  CLM-OPEN-DATE       PIC X(8).
           05  CLM-DESC            PIC X(40).
           05  CLM-AMOUNT          PIC 9(7)V9(2).
           05  CLM-STATUS          PIC X(10).

       FD  SHPINV-FILE.
           COPY SHPINV.

      *>   Mismo layout que graba 04-HotelReservation.
       FD  RESERVATION-FILE.
       01  RESERVATION-RECORD.
           05  RESF-CTRY           PIC 9.
           05  FILLER              PIC X.
           05  RESF-CITY           PIC 9.
           05  FILLER              PIC X.
           05  RESF-DATE           PIC 9(8).
           05  FILLER              PIC X.
           05  RESF-NIGHTS         PIC 99.
           05  FILLER              PIC X.
           05  RESF-PARTY-ID       PIC X(15).
           05  FILLER              PIC X.
      *>       R reservada / I alojado / O check-out / C cancelada
           05  RESF-STATUS         PIC X.
           05  FILLER              PIC X.
           05  RESF-QUOTED         PIC 9(6).
           05  FILLER              PIC X.
           05  RESF-R-SINGLE       PIC 9.
           05  RESF-R-DOUBLE       PIC 9.
           05  RESF-R-VIP          PIC 9.
           05  RESF-R-LUXURY       PIC 9.

       FD  FOLIO-FILE.
       01  FOLIO-RECORD.
           05  FOL-PARTY-ID        PIC X(15).
           05  FILLER              PIC X.
           05  FOL-RES-DATE        PIC 9(8).
           05  FILLER              PIC X.
           05  FOL-TYPE            PIC X(10).
           05  FILLER              PIC X.
           05  FOL-AMOUNT          PIC 9(6)V99.
           05  FILLER              PIC X.
      *>       " " pendiente / "S" liquidado
           05  FOL-SETTLED         PIC X.

      *>   Mismo layout que graba 05-AirlinesFlights; el pasajero
      *>   es el party id (primeros 15 del pasaporte).
       FD  BOOKING-FILE.
       01  BOOKING-RECORD.
           05  BKG-PNR             PIC 9(6).
           05  FILLER              PIC X(1).
           05  BKG-PAX-NAME        PIC X(30).
           05  FILLER              PIC X(1).
           05  BKG-PAX-PASSPORT    PIC X(20).
           05  FILLER              PIC X(1).
           05  BKG-OUT-PAIS        PIC 9.
           05  BKG-OUT-DATE        PIC 9(8).
           05  BKG-OUT-COND        PIC 9.
           05  BKG-OUT-MEAL        PIC 9.
           05  BKG-OUT-LUGG        PIC 9.
           05  FILLER              PIC X(1).
           05  BKG-RET-PAIS        PIC 9.
           05  BKG-RET-DATE        PIC 9(8).
           05  BKG-RET-COND        PIC 9.
           05  BKG-RET-MEAL        PIC 9.
           05  BKG-RET-LUGG        PIC 9.
           05  FILLER              PIC X(1).
      *>       "A" activa / "C" cancelada
           05  BKG-STATUS          PIC X(1).
           05  FILLER              PIC X(1).
           05  BKG-TOTAL           PIC 9(7)V99.
           05  FILLER              PIC X(1).
           05  BKG-OUT-CHKIN       PIC X(1).
           05  BKG-RET-CHKIN       PIC X(1).
           05  FILLER              PIC X(1).
           05  BKG-OUT-SEAT        PIC 9(3).
           05  FILLER              PIC X(1).
           05  BKG-RET-SEAT        PIC 9(3).

       FD  MILEAGE-FILE.
       01  MILEAGE-RECORD.
           05  MIL-PARTY           PIC X(20).
           05  FILLER              PIC X(1).
           05  MIL-BALANCE         PIC 9(7).

      *>   Padron de 04-TicketSystem: el numero de miembro es la
      *>   posicion del renglon y el username es el party id.
       FD  MEMBERS-FILE.
       01  MEMBER-RECORD.
           05  MBR-USERNAME        PIC X(10).
           05  MBR-PASSWORD        PIC X(10).
           05  MBR-USERTYPE        PIC 9.
           05  MBR-FIRSTNAME       PIC X(20).
           05  MBR-LASTNAME        PIC X(20).

       FD  SOLDSEATS-FILE.
       01  SOLDSEAT-RECORD.
           05  SLD-EVENT           PIC 9(3).
           05  FILLER              PIC X(1).
           05  SLD-SEAT            PIC 9(5).
           05  FILLER              PIC X(1).
           05  SLD-MEMBER          PIC 9(3).
           05  FILLER              PIC X(1).
           05  SLD-PURCHDATE       PIC X(12).
           05  FILLER              PIC X(1).
           05  SLD-PRICE           PIC 9(4).
           05  FILLER              PIC X(1).
           05  SLD-ADMIT           PIC X(1).
           05  FILLER              PIC X(1).
           05  SLD-ADMIT-TS        PIC X(12).

      *>   "A" pago / "P" facturado pendiente / "L" caido.
       FD  SEASONTIX-FILE.
       01  SEASONTIX-RECORD.
           05  STX-SEASON          PIC 9(4).
           05  FILLER              PIC X(1).
           05  STX-MEMBER          PIC 9(3).
           05  FILLER              PIC X(1).
           05  STX-SEAT            PIC 9(5).
           05  FILLER              PIC X(1).
           05  STX-STATUS          PIC X(1).

      *>   Mismo layout que graba 03-MedicalAppointment.
       FD  APPOINTMENT-FILE.
       01  APPOINTMENT-RECORD.
           05  APPF-IDXSPC         PIC 99.
           05  FILLER              PIC X.
           05  APPF-IDXDOC         PIC 99.
           05  FILLER              PIC X.
           05  APPF-IDXTIME        PIC 9.
           05  FILLER              PIC X.
      *>       "A" activa / "C" cancelada
           05  APPF-STATUS         PIC X.
           05  FILLER              PIC X.
           05  APPF-DATE           PIC X(8).
           05  FILLER              PIC X.
           05  APPF-PARTY          PIC X(15).
           05  FILLER              PIC X.
      *>       " " pendiente / "A" asistio / "N" no se presento
           05  APPF-ATTEND         PIC X.

       FD  MEDINV-FILE.
           COPY MEDINV.

       FD  TENANCY-FILE.
           COPY TENANCY.

      *>   Mismo layout que graba 03-RealStateRentSystem.
       FD  RENTLEDGER-FILE.
       01  RENTLEDGER-RECORD.
           05  LED-PARTY-ID        PIC X(15).
           05  FILLER              PIC X(1).
           05  LED-HOME            PIC 99.
           05  FILLER              PIC X(1).
           05  LED-DATE            PIC X(8).
           05  FILLER              PIC X(1).
           05  LED-TYPE            PIC X(1).
           05  FILLER              PIC X(1).
           05  LED-AMOUNT          PIC 9(5).
           05  FILLER              PIC X(1).
           05  LED-PERIOD          PIC X(6).

      *>   Mismo layout que graba 04-ManchesterShopping.
       FD  LOYALTY-FILE.
       01  LOYALTY-RECORD.
           05  LOY-PARTY           PIC X(15).
           05  FILLER              PIC X.
           05  LOY-POINTS          PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS          PIC X(2).
       01  WS-PARTY-STATUS         PIC X(2).
       01  WS-ACCT-STATUS          PIC X(2).
       01  WS-TDEP-STATUS          PIC X(2).
       01  WS-SHIP-STATUS          PIC X(2).
       01  WS-CLAIMS-STATUS        PIC X(2).
       01  WS-SINV-STATUS          PIC X(2).
       01  WS-RESV-STATUS          PIC X(2).
       01  WS-FOLIO-STATUS         PIC X(2).
       01  WS-BOOK-STATUS          PIC X(2).
       01  WS-MILEAGE-STATUS       PIC X(2).
       01  WS-MEMBER-STATUS        PIC X(2).
       01  WS-SOLD-STATUS          PIC X(2).
       01  WS-STIX-STATUS          PIC X(2).
       01  WS-APPT-STATUS          PIC X(2).
       01  WS-MEDINV-STATUS        PIC X(2).
       01  WS-TENANCY-STATUS       PIC X(2).
       01  WS-LEDGER-STATUS        PIC X(2).
       01  WS-LOYALTY-STATUS       PIC X(2).
       01  WS-RETURN-CODE          PIC 9(2) VALUE 0.

      *>   Interfaz con el control de fecha de negocio compartido.
       01  WS-BD-MODE              PIC X VALUE "G".
       01  WS-BD-DATE              PIC 9(8).
       01  WS-BD-RESULT            PIC X.

      *>   Interfaz con el spooler de reportes compartido
      *>   (Batch/RPTSPOOL.COB).
       01  WS-RPT-ACTION           PIC X.
       01  WS-RPT-NAME             PIC X(10) VALUE "CUST360".
       01  WS-RPT-DATE             PIC 9(8).
       01  WS-RPT-LINE             PIC X(100).

      *>   Interfaz con la rutina de retenciones (Batch/HOLDBAL.COB).
       01  WS-HELD-AMOUNT          PIC 9(9)V9(2).
       01  WS-HELD-COUNT           PIC 9(3).
       01  WS-AVAILABLE            PIC S9(9)V9(2).

       01  WS-RUN-DATE             PIC X(8).
      *>   Fecha de corte de lo vencido: 30 dias antes de la fecha
      *>   de negocio.
       01  WS-CUTOFF-NUM           PIC 9(8).
       01  WS-CUTOFF-DATE          PIC X(8).

      *>   Cliente de la consulta.
       01  WS-INQ-TYPE             PIC X.
       01  WS-INQ-VALUE            PIC X(30).
       01  WS-VALUE-LEN            PIC 9(2).
       01  WS-PARTY-ID             PIC X(15).
       01  WS-PARTY-NAME           PIC X(30).
       01  WS-PARTY-PHONE          PIC X(15).
       01  WS-PARTY-EMAIL          PIC X(30).
       01  WS-NAME-UPPER           PIC X(30).
       01  WS-HITS                 PIC 9(2).
       01  WS-MATCH-COUNT          PIC 9(3) VALUE 0.
       01  WS-LOWER                PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER                PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *>   Secciones del resumen: titulo y que suma su total.
       01  WS-SEC-NAMES-INIT.
           05  FILLER              PIC X(40)
               VALUE "BANK ACCOUNTS       BALANCE (ARS)       ".
           05  FILLER              PIC X(40)
               VALUE "TERM DEPOSITS       PRINCIPAL           ".
           05  FILLER              PIC X(40)
               VALUE "SHIPPING            SHIPPING CHARGES    ".
           05  FILLER              PIC X(40)
               VALUE "HOTEL               UNSETTLED FOLIO     ".
           05  FILLER              PIC X(40)
               VALUE "AIRLINE             ACTIVE FARES        ".
           05  FILLER              PIC X(40)
               VALUE "TICKETS             TICKETS BOUGHT      ".
           05  FILLER              PIC X(40)
               VALUE "MEDICAL             UNPAID COPAYS       ".
           05  FILLER              PIC X(40)
               VALUE "RENTALS             RENT ARREARS        ".
           05  FILLER              PIC X(40)
               VALUE "LOYALTY             POINTS              ".
       01  WS-SEC-NAMES REDEFINES WS-SEC-NAMES-INIT.
           05  WS-SEC-NAME-R OCCURS 9 TIMES.
               10  WS-SEC-TITLE    PIC X(20).
               10  WS-SEC-LABEL    PIC X(20).
       01  WS-SUM-TABLE.
           05  WS-SUM-R OCCURS 9 TIMES.
               10  WS-SUM-COUNT    PIC 9(5).
               10  WS-SUM-TOTAL    PIC S9(9)V9(2).
               10  WS-SUM-OVERDUE  PIC 9(9)V9(2).
       01  WS-SEC                  PIC 9(2).
       01  WS-GRAND-OVERDUE        PIC 9(9)V9(2) VALUE 0.

      *>   Envios del cliente, para ubicar sus reclamos.
       01  WS-PKG-TABLE.
           05  WS-PKG-COUNT        PIC 9(3) VALUE 0.
           05  WS-PKG-ID OCCURS 300 TIMES PIC 9(4).
       01  WS-PKG-IDX              PIC 9(3).
       01  WS-PKG-FOUND-SW         PIC X.
           88  WS-PKG-FOUND            VALUE "Y".
       01  WS-CLAIM-COUNT          PIC 9(3).
       01  WS-CLAIM-TOTAL          PIC 9(9)V9(2).
       01  WS-INV-OPEN             PIC 9(9)V9(2).

      *>   Estadias del cliente, para saber si un renglon del folio
      *>   sin liquidar es de una estadia todavia abierta.
       01  WS-HRES-TABLE.
           05  WS-HRES-COUNT       PIC 9(3) VALUE 0.
           05  WS-HRES-R OCCURS 100 TIMES.
               10  WS-HRES-DATE    PIC 9(8).
               10  WS-HRES-STATUS  PIC X.
       01  WS-HRES-IDX             PIC 9(3).
       01  WS-STAY-OPEN-SW         PIC X.
           88  WS-STAY-OPEN            VALUE "Y".

       01  WS-CANCEL-COUNT         PIC 9(5).
       01  WS-MEMBER-NO            PIC 9(5).
       01  WS-MEMBER-SEQ           PIC 9(5).
       01  WS-PENDING-COUNT        PIC 9(5).

      *>   Aging de alquileres del cliente.
       01  WS-RENT-PAYMENTS        PIC 9(9).
       01  WS-RENT-CHARGES         PIC 9(9).
       01  WS-PAY-POOL             PIC 9(9).
       01  WS-UNPAID-PART          PIC 9(9).
       01  WS-RENT-OVERDUE         PIC 9(9).
       01  WS-RENT-DUE             PIC S9(9).

       01  WS-STATUS-TEXT          PIC X(12).
       01  WS-FLAG-TEXT            PIC X(10).
       01  WS-AMT-Z                PIC -(8)9.99.
       01  WS-AMT2-Z               PIC -(8)9.99.
       01  WS-AMT3-Z               PIC -(8)9.99.
       01  WS-COUNT-Z              PIC ZZZZ9.
       01  WS-POINTS-Z             PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSDATE-PROCEDURE.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           PERFORM FIND-PARTY-PROCEDURE
               THRU FIND-PARTY-PROCEDURE-EXIT.
           IF WS-PARTY-ID NOT = SPACES
               PERFORM PRINT-HEADER
               INITIALIZE WS-SUM-TABLE
               MOVE 1 TO WS-SEC
               PERFORM SHOW-BANK THRU SHOW-BANK-EXIT
               PERFORM PRINT-SECTION-FOOT
               MOVE 2 TO WS-SEC
               PERFORM SHOW-TERMDEP THRU SHOW-TERMDEP-EXIT
               PERFORM PRINT-SECTION-FOOT
               MOVE 3 TO WS-SEC
               PERFORM SHOW-SHIPPING THRU SHOW-SHIPPING-EXIT
               PERFORM PRINT-SECTION-FOOT
               MOVE 4 TO WS-SEC
               PERFORM SHOW-HOTEL THRU SHOW-HOTEL-EXIT
               PERFORM PRINT-SECTION-FOOT
               MOVE 5 TO WS-SEC
               PERFORM SHOW-AIRLINE THRU SHOW-AIRLINE-EXIT
               PERFORM PRINT-SECTION-FOOT
               MOVE 6 TO WS-SEC
               PERFORM SHOW-TICKETS THRU SHOW-TICKETS-EXIT
               PERFORM PRINT-SECTION-FOOT
               MOVE 7 TO WS-SEC
               PERFORM SHOW-MEDICAL THRU SHOW-MEDICAL-EXIT
               PERFORM PRINT-SECTION-FOOT
               MOVE 8 TO WS-SEC
               PERFORM SHOW-RENTALS THRU SHOW-RENTALS-EXIT
               PERFORM PRINT-SECTION-FOOT
               MOVE 9 TO WS-SEC
               PERFORM SHOW-LOYALTY THRU SHOW-LOYALTY-EXIT
               PERFORM PRINT-SECTION-FOOT
               PERFORM PRINT-SUMMARY
           END-IF.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *>   *************************************************************
      *>   Cliente de la consulta: por id, leido directo, o por una
      *>   parte del nombre recorriendo PARTYMSTR (sin distinguir
      *>   mayusculas). Varios nombres posibles se listan para que
      *>   se repita la consulta por id.
      *>   *************************************************************
       FIND-PARTY-PROCEDURE.
           MOVE SPACES TO WS-PARTY-ID.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
               MOVE "CUST360: NO C360PARM CARD - NOTHING DONE."
                   TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE 8 TO WS-RETURN-CODE
               GO TO FIND-PARTY-PROCEDURE-EXIT
           END-IF.
           MOVE SPACES TO PARM-RECORD.
           READ PARM-FILE
               AT END
                   MOVE SPACES TO PARM-RECORD
           END-READ.
           CLOSE PARM-FILE.
           MOVE PARM-INQ-TYPE  TO WS-INQ-TYPE.
           MOVE PARM-INQ-VALUE TO WS-INQ-VALUE.
           PERFORM FIND-VALUE-LEN
               VARYING WS-VALUE-LEN FROM 30 BY -1
               UNTIL WS-VALUE-LEN < 1
                  OR WS-INQ-VALUE(WS-VALUE-LEN:1) NOT = SPACE.
           IF WS-VALUE-LEN < 1
              OR (WS-INQ-TYPE NOT = "I" AND WS-INQ-TYPE NOT = "N")
               MOVE "CUST360: C360PARM NEEDS I OR N AND A VALUE."
                   TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE 8 TO WS-RETURN-CODE
               GO TO FIND-PARTY-PROCEDURE-EXIT
           END-IF.
           OPEN INPUT PARTY-FILE.
           IF WS-PARTY-STATUS NOT = "00"
               MOVE "CUST360: PARTYMSTR NOT AVAILABLE." TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE 8 TO WS-RETURN-CODE
               GO TO FIND-PARTY-PROCEDURE-EXIT
           END-IF.
           IF WS-INQ-TYPE = "I"
               MOVE WS-INQ-VALUE TO PARTY-ID
               READ PARTY-FILE
                   INVALID KEY
                       MOVE "23" TO WS-PARTY-STATUS
                   NOT INVALID KEY
                       PERFORM TAKE-PARTY
               END-READ
           ELSE
               INSPECT WS-INQ-VALUE CONVERTING WS-LOWER TO WS-UPPER
               MOVE 0 TO WS-MATCH-COUNT
               PERFORM MATCH-ONE-PARTY
                   UNTIL WS-PARTY-STATUS NOT = "00"
           END-IF.
           CLOSE PARTY-FILE.
           IF WS-MATCH-COUNT > 1
               MOVE SPACES TO WS-PARTY-ID
               MOVE SPACES TO WS-RPT-LINE
               STRING "CUST360: " WS-MATCH-COUNT
                      " PARTIES MATCH - RERUN BY PARTY ID."
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE 4 TO WS-RETURN-CODE
               GO TO FIND-PARTY-PROCEDURE-EXIT
           END-IF.
           IF WS-PARTY-ID = SPACES
               MOVE SPACES TO WS-RPT-LINE
               STRING "CUST360: NO PARTY FOR " WS-INQ-VALUE
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
       FIND-PARTY-PROCEDURE-EXIT.
           EXIT.

       FIND-VALUE-LEN.
           CONTINUE.

       MATCH-ONE-PARTY.
           READ PARTY-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-PARTY-STATUS
               NOT AT END
                   MOVE PARTY-NAME TO WS-NAME-UPPER
                   INSPECT WS-NAME-UPPER
                       CONVERTING WS-LOWER TO WS-UPPER
                   MOVE 0 TO WS-HITS
                   INSPECT WS-NAME-UPPER TALLYING WS-HITS
                       FOR ALL WS-INQ-VALUE(1:WS-VALUE-LEN)
                   IF WS-HITS > 0
                       ADD 1 TO WS-MATCH-COUNT
                       PERFORM TAKE-PARTY
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "  CANDIDATE " PARTY-ID " " PARTY-NAME
                              DELIMITED BY SIZE INTO WS-RPT-LINE
                       PERFORM PRINT-LINE-PROCEDURE
                   END-IF
           END-READ.

       TAKE-PARTY.
           MOVE PARTY-ID    TO WS-PARTY-ID.
           MOVE PARTY-NAME  TO WS-PARTY-NAME.
           MOVE PARTY-PHONE TO WS-PARTY-PHONE.
           MOVE PARTY-EMAIL TO WS-PARTY-EMAIL.

      *>   *************************************************************
      *>   Banca: cuentas del cliente (ACCT-USERNAME es su party id)
      *>   con saldo, retenido y disponible; lo vencido es el saldo
      *>   en descubierto.
      *>   *************************************************************
       SHOW-BANK.
           PERFORM PRINT-SECTION-HEAD.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               MOVE "  (NO ACCOUNTS FILE)" TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               GO TO SHOW-BANK-EXIT
           END-IF.
           MOVE "  ACCOUNT         TP CCY       BALANCE          HELD
      -         "     AVAILABLE" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           PERFORM SHOW-ONE-ACCOUNT
               UNTIL WS-ACCT-STATUS NOT = "00".
           CLOSE ACCOUNT-FILE.
       SHOW-BANK-EXIT.
           EXIT.

       SHOW-ONE-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-ACCT-STATUS
               NOT AT END
                   IF ACCT-USERNAME = WS-PARTY-ID
                       PERFORM PRINT-ONE-ACCOUNT
                   END-IF
           END-READ.

       PRINT-ONE-ACCOUNT.
           IF ACCT-CCY = SPACES
               MOVE "ARS" TO ACCT-CCY
           END-IF.
           CALL "HOLDBAL" USING ACCT-ID WS-RUN-DATE
                                WS-HELD-AMOUNT WS-HELD-COUNT.
           COMPUTE WS-AVAILABLE =
               ACCT-BALANCE - WS-HELD-AMOUNT + ACCT-ODRAFT-LIMIT.
           MOVE SPACES TO WS-FLAG-TEXT.
           EVALUATE TRUE
               WHEN ACCT-IS-CLOSED
                   MOVE "CLOSED"  TO WS-FLAG-TEXT
                   MOVE 0 TO WS-AVAILABLE
               WHEN ACCT-IS-DORMANT
                   MOVE "DORMANT" TO WS-FLAG-TEXT
               WHEN ACCT-BALANCE < 0
                   MOVE "OVERDRAWN" TO WS-FLAG-TEXT
           END-EVALUATE.
           MOVE ACCT-BALANCE   TO WS-AMT-Z.
           MOVE WS-HELD-AMOUNT TO WS-AMT2-Z.
           MOVE WS-AVAILABLE   TO WS-AMT3-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  " ACCT-ID " " ACCT-TYPE " " ACCT-CCY
                  " " WS-AMT-Z " " WS-AMT2-Z " " WS-AMT3-Z
                  " " WS-FLAG-TEXT
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           ADD 1 TO WS-SUM-COUNT (WS-SEC).
      *>      Los saldos en otra moneda se listan pero no se suman.
           IF ACCT-CCY = "ARS"
               ADD ACCT-BALANCE TO WS-SUM-TOTAL (WS-SEC)
               IF ACCT-BALANCE < 0
                   SUBTRACT ACCT-BALANCE FROM WS-SUM-OVERDUE (WS-SEC)
               END-IF
           END-IF.

      *>   *************************************************************
      *>   Plazos fijos: el total es el capital aun no cobrado.
      *>   *************************************************************
       SHOW-TERMDEP.
           PERFORM PRINT-SECTION-HEAD.
           OPEN INPUT TERMDEP-FILE.
           IF WS-TDEP-STATUS NOT = "00"
               MOVE "  (NO TERMDEPS FILE)" TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               GO TO SHOW-TERMDEP-EXIT
           END-IF.
           PERFORM SHOW-ONE-TERMDEP
               UNTIL WS-TDEP-STATUS NOT = "00".
           CLOSE TERMDEP-FILE.
       SHOW-TERMDEP-EXIT.
           EXIT.

       SHOW-ONE-TERMDEP.
           READ TERMDEP-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-TDEP-STATUS
               NOT AT END
                   IF TDEP-USERNAME = WS-PARTY-ID
                       PERFORM PRINT-ONE-TERMDEP
                   END-IF
           END-READ.

       PRINT-ONE-TERMDEP.
           EVALUATE TRUE
               WHEN TDEP-IS-OPEN
                   MOVE "OPEN"     TO WS-STATUS-TEXT
               WHEN TDEP-IS-MATURED
                   MOVE "MATURED"  TO WS-STATUS-TEXT
               WHEN TDEP-IS-REDEEMED
                   MOVE "REDEEMED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE TDEP-STATUS TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE TDEP-PRINCIPAL TO WS-AMT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  DEPOSIT " TDEP-ID " ACCT " TDEP-ACCT-ID
                  " " WS-AMT-Z " OPENED " TDEP-OPEN-DATE
                  " MATURES " TDEP-MATURITY-DATE " " WS-STATUS-TEXT
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           ADD 1 TO WS-SUM-COUNT (WS-SEC).
           IF NOT TDEP-IS-REDEEMED
               ADD TDEP-PRINCIPAL TO WS-SUM-TOTAL (WS-SEC)
           END-IF.

      *>   *************************************************************
      *>   Envios: cada envio del cliente, sus reclamos abiertos
      *>   (ABIERTO o APROBADO sin pagar) y las facturas de cuenta
      *>   corriente impagas; lo vencido es lo facturado impago
      *>   pasado su vencimiento.
      *>   *************************************************************
       SHOW-SHIPPING.
           PERFORM PRINT-SECTION-HEAD.
           MOVE 0 TO WS-PKG-COUNT.
           OPEN INPUT SHIPMENT-FILE.
           IF WS-SHIP-STATUS NOT = "00"
               MOVE "  (NO SHIPMENTS FILE)" TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           ELSE
               PERFORM SHOW-ONE-SHIPMENT
                   UNTIL WS-SHIP-STATUS NOT = "00"
               CLOSE SHIPMENT-FILE
           END-IF.
           MOVE 0 TO WS-CLAIM-COUNT.
           MOVE 0 TO WS-CLAIM-TOTAL.
           IF WS-PKG-COUNT > 0
               OPEN INPUT CLAIMS-FILE
               IF WS-CLAIMS-STATUS = "00"
                   PERFORM SHOW-ONE-CLAIM
                       UNTIL WS-CLAIMS-STATUS NOT = "00"
                   CLOSE CLAIMS-FILE
               END-IF
           END-IF.
           IF WS-CLAIM-COUNT > 0
               MOVE WS-CLAIM-COUNT TO WS-COUNT-Z
               MOVE WS-CLAIM-TOTAL TO WS-AMT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "  OPEN CLAIMS: " WS-COUNT-Z
                      "   CLAIMED: " WS-AMT-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
           OPEN INPUT SHPINV-FILE.
           IF WS-SINV-STATUS = "00"
               PERFORM SHOW-ONE-SHPINV
                   UNTIL WS-SINV-STATUS NOT = "00"
               CLOSE SHPINV-FILE
           END-IF.
       SHOW-SHIPPING-EXIT.
           EXIT.

       SHOW-ONE-SHIPMENT.
           READ SHIPMENT-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-SHIP-STATUS
               NOT AT END
                   IF SHIP-PARTY-ID = WS-PARTY-ID
                       PERFORM PRINT-ONE-SHIPMENT
                   END-IF
           END-READ.

       PRINT-ONE-SHIPMENT.
           IF WS-PKG-COUNT < 300
               ADD 1 TO WS-PKG-COUNT
               MOVE SHIP-PACKG-ID TO WS-PKG-ID (WS-PKG-COUNT)
           END-IF.
           MOVE SPACES TO WS-FLAG-TEXT.
           IF SHIP-COD-PENDING
               MOVE "COD DUE" TO WS-FLAG-TEXT
           END-IF.
           MOVE SHIP-TOTAL-COST TO WS-AMT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  PACKAGE " SHIP-PACKG-ID " SENT " SHIP-SEND-DATE
                  " TO " SHIP-RECIPT-NAME " " SHIP-STATUS
                  " " WS-AMT-Z " " WS-FLAG-TEXT
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           ADD 1 TO WS-SUM-COUNT (WS-SEC).
           ADD SHIP-TOTAL-COST TO WS-SUM-TOTAL (WS-SEC).

       SHOW-ONE-CLAIM.
           READ CLAIMS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-CLAIMS-STATUS
               NOT AT END
                   IF CLM-STATUS = "ABIERTO" OR CLM-STATUS = "APROBADO"
                       MOVE "N" TO WS-PKG-FOUND-SW
                       PERFORM MATCH-CLAIM-PACKAGE
                           VARYING WS-PKG-IDX FROM 1 BY 1
                           UNTIL WS-PKG-IDX > WS-PKG-COUNT
                              OR WS-PKG-FOUND
                       IF WS-PKG-FOUND
                           PERFORM PRINT-ONE-CLAIM
                       END-IF
                   END-IF
           END-READ.

       MATCH-CLAIM-PACKAGE.
           IF WS-PKG-ID (WS-PKG-IDX) = CLM-PACKG-ID
               MOVE "Y" TO WS-PKG-FOUND-SW
           END-IF.

       PRINT-ONE-CLAIM.
           MOVE CLM-AMOUNT TO WS-AMT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  CLAIM " CLM-ID " PACKAGE " CLM-PACKG-ID
                  " OPENED " CLM-OPEN-DATE " " CLM-STATUS
                  " " WS-AMT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           ADD 1 TO WS-CLAIM-COUNT.
           ADD CLM-AMOUNT TO WS-CLAIM-TOTAL.

       SHOW-ONE-SHPINV.
           READ SHPINV-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-SINV-STATUS
               NOT AT END
                   IF SINV-PARTY-ID = WS-PARTY-ID
                      AND SINV-IS-OPEN
                       PERFORM PRINT-ONE-SHPINV
                   END-IF
           END-READ.

       PRINT-ONE-SHPINV.
           COMPUTE WS-INV-OPEN = SINV-AMOUNT - SINV-PAID.
           MOVE SPACES TO WS-FLAG-TEXT.
           IF SINV-DUE-DATE < WS-RUN-DATE
               MOVE "OVERDUE" TO WS-FLAG-TEXT
               ADD WS-INV-OPEN TO WS-SUM-OVERDUE (WS-SEC)
           END-IF.
           MOVE WS-INV-OPEN TO WS-AMT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  INVOICE " SINV-NUMBER " OF " SINV-DATE
                  " DUE " SINV-DUE-DATE " OPEN " WS-AMT-Z
                  " " WS-FLAG-TEXT
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

      *>   *************************************************************
      *>   Hotel: reservas del cliente y renglones del folio sin
      *>   liquidar. Un renglon de una estadia que ya no esta
      *>   reservada ni alojada (se fue o se cancelo) esta vencido.
      *>   *************************************************************
       SHOW-HOTEL.
           PERFORM PRINT-SECTION-HEAD.
           MOVE 0 TO WS-HRES-COUNT.
           OPEN INPUT RESERVATION-FILE.
           IF WS-RESV-STATUS NOT = "00"
               MOVE "  (NO RESERVATIONS FILE)" TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           ELSE
               PERFORM SHOW-ONE-RESERVATION
                   UNTIL WS-RESV-STATUS NOT = "00"
               CLOSE RESERVATION-FILE
           END-IF.
           OPEN INPUT FOLIO-FILE.
           IF WS-FOLIO-STATUS = "00"
               PERFORM SHOW-ONE-FOLIO-LINE
                   UNTIL WS-FOLIO-STATUS NOT = "00"
               CLOSE FOLIO-FILE
           END-IF.
       SHOW-HOTEL-EXIT.
           EXIT.

       SHOW-ONE-RESERVATION.
           READ RESERVATION-FILE
               AT END
                   MOVE "10" TO WS-RESV-STATUS
               NOT AT END
                   IF RESF-PARTY-ID = WS-PARTY-ID
                       PERFORM PRINT-ONE-RESERVATION
                   END-IF
           END-READ.

       PRINT-ONE-RESERVATION.
           IF WS-HRES-COUNT < 100
               ADD 1 TO WS-HRES-COUNT
               MOVE RESF-DATE   TO WS-HRES-DATE (WS-HRES-COUNT)
               MOVE RESF-STATUS TO WS-HRES-STATUS (WS-HRES-COUNT)
           END-IF.
           EVALUATE RESF-STATUS
               WHEN "R"
                   MOVE "RESERVED"    TO WS-STATUS-TEXT
               WHEN "I"
                   MOVE "IN HOUSE"    TO WS-STATUS-TEXT
               WHEN "O"
                   MOVE "CHECKED OUT" TO WS-STATUS-TEXT
               WHEN "C"
                   MOVE "CANCELLED"   TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE RESF-STATUS   TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE RESF-QUOTED TO WS-AMT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  STAY " RESF-DATE " " RESF-NIGHTS " NIGHTS"
                  " COUNTRY " RESF-CTRY " CITY " RESF-CITY
                  " " WS-STATUS-TEXT " QUOTED " WS-AMT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           ADD 1 TO WS-SUM-COUNT (WS-SEC).

       SHOW-ONE-FOLIO-LINE.
           READ FOLIO-FILE
               AT END
                   MOVE "10" TO WS-FOLIO-STATUS
               NOT AT END
                   IF FOL-PARTY-ID = WS-PARTY-ID
                      AND FOL-SETTLED NOT = "S"
                       PERFORM PRINT-ONE-FOLIO-LINE
                   END-IF
           END-READ.

       PRINT-ONE-FOLIO-LINE.
           MOVE "N" TO WS-STAY-OPEN-SW.
           PERFORM MATCH-FOLIO-STAY
               VARYING WS-HRES-IDX FROM 1 BY 1
               UNTIL WS-HRES-IDX > WS-HRES-COUNT.
           MOVE SPACES TO WS-FLAG-TEXT.
           IF NOT WS-STAY-OPEN
               MOVE "OVERDUE" TO WS-FLAG-TEXT
               ADD FOL-AMOUNT TO WS-SUM-OVERDUE (WS-SEC)
           END-IF.
           MOVE FOL-AMOUNT TO WS-AMT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  FOLIO  " FOL-RES-DATE " " FOL-TYPE
                  " UNSETTLED " WS-AMT-Z " " WS-FLAG-TEXT
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           ADD FOL-AMOUNT TO WS-SUM-TOTAL (WS-SEC).

       MATCH-FOLIO-STAY.
           IF WS-HRES-DATE (WS-HRES-IDX) = FOL-RES-DATE
              AND (WS-HRES-STATUS (WS-HRES-IDX) = "R"
                   OR WS-HRES-STATUS (WS-HRES-IDX) = "I")
               MOVE "Y" TO WS-STAY-OPEN-SW
           END-IF.

      *>   *************************************************************
      *>   Vuelos: reservas activas del pasajero y su saldo de
      *>   millas (la aerolinea cobra al reservar: nada vence).
      *>   *************************************************************
       SHOW-AIRLINE.
           PERFORM PRINT-SECTION-HEAD.
           MOVE 0 TO WS-CANCEL-COUNT.
           OPEN INPUT BOOKING-FILE.
           IF WS-BOOK-STATUS NOT = "00"
               MOVE "  (NO BOOKINGS FILE)" TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           ELSE
               PERFORM SHOW-ONE-BOOKING
                   UNTIL WS-BOOK-STATUS NOT = "00"
               CLOSE BOOKING-FILE
           END-IF.
           IF WS-CANCEL-COUNT > 0
               MOVE WS-CANCEL-COUNT TO WS-COUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "  CANCELLED BOOKINGS: " WS-COUNT-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
           OPEN INPUT MILEAGE-FILE.
           IF WS-MILEAGE-STATUS = "00"
               PERFORM SHOW-ONE-MILEAGE
                   UNTIL WS-MILEAGE-STATUS NOT = "00"
               CLOSE MILEAGE-FILE
           END-IF.
       SHOW-AIRLINE-EXIT.
           EXIT.

       SHOW-ONE-BOOKING.
           READ BOOKING-FILE
               AT END
                   MOVE "10" TO WS-BOOK-STATUS
               NOT AT END
                   IF BKG-PAX-PASSPORT(1:15) = WS-PARTY-ID
                      AND BKG-PAX-PASSPORT(16:5) = SPACES
                       IF BKG-STATUS = "C"
                           ADD 1 TO WS-CANCEL-COUNT
                       ELSE
                           PERFORM PRINT-ONE-BOOKING
                       END-IF
                   END-IF
           END-READ.

       PRINT-ONE-BOOKING.
           MOVE BKG-TOTAL TO WS-AMT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           IF BKG-RET-DATE = 0
               STRING "  PNR " BKG-PNR " OUT " BKG-OUT-DATE
                      " ONE WAY          FARE " WS-AMT-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "  PNR " BKG-PNR " OUT " BKG-OUT-DATE
                      " RETURN " BKG-RET-DATE " FARE " WS-AMT-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM PRINT-LINE-PROCEDURE.
           ADD 1 TO WS-SUM-COUNT (WS-SEC).
           ADD BKG-TOTAL TO WS-SUM-TOTAL (WS-SEC).

       SHOW-ONE-MILEAGE.
           READ MILEAGE-FILE
               AT END
                   MOVE "10" TO WS-MILEAGE-STATUS
               NOT AT END
                   IF MIL-PARTY(1:15) = WS-PARTY-ID
                      AND MIL-PARTY(16:5) = SPACES
                       MOVE MIL-BALANCE TO WS-POINTS-Z
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "  MILES BALANCE: " WS-POINTS-Z
                              DELIMITED BY SIZE INTO WS-RPT-LINE
                       PERFORM PRINT-LINE-PROCEDURE
                   END-IF
           END-READ.

      *>   *************************************************************
      *>   Entradas: el miembro de 04-TicketSystem cuyo username es
      *>   el party id, sus asientos comprados y sus abonos; un
      *>   abono facturado y sin pagar se marca (el abono no lleva
      *>   importe en el archivo).
      *>   *************************************************************
       SHOW-TICKETS.
           PERFORM PRINT-SECTION-HEAD.
           MOVE 0 TO WS-MEMBER-NO.
           MOVE 0 TO WS-MEMBER-SEQ.
           IF WS-PARTY-ID(11:5) = SPACES
               OPEN INPUT MEMBERS-FILE
               IF WS-MEMBER-STATUS = "00"
                   PERFORM FIND-ONE-MEMBER
                       UNTIL WS-MEMBER-STATUS NOT = "00"
                   CLOSE MEMBERS-FILE
               END-IF
           END-IF.
           IF WS-MEMBER-NO = 0
               MOVE "  (NOT A TICKETING MEMBER)" TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               GO TO SHOW-TICKETS-EXIT
           END-IF.
           OPEN INPUT SOLDSEATS-FILE.
           IF WS-SOLD-STATUS = "00"
               PERFORM SHOW-ONE-SOLDSEAT
                   UNTIL WS-SOLD-STATUS NOT = "00"
               CLOSE SOLDSEATS-FILE
           END-IF.
           MOVE 0 TO WS-PENDING-COUNT.
           OPEN INPUT SEASONTIX-FILE.
           IF WS-STIX-STATUS = "00"
               PERFORM SHOW-ONE-SEASONTIX
                   UNTIL WS-STIX-STATUS NOT = "00"
               CLOSE SEASONTIX-FILE
           END-IF.
           IF WS-PENDING-COUNT > 0
               MOVE WS-PENDING-COUNT TO WS-COUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "  SEASON TICKETS BILLED AND UNPAID: "
                      WS-COUNT-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
       SHOW-TICKETS-EXIT.
           EXIT.

       FIND-ONE-MEMBER.
           READ MEMBERS-FILE
               AT END
                   MOVE "10" TO WS-MEMBER-STATUS
               NOT AT END
                   ADD 1 TO WS-MEMBER-SEQ
                   IF MBR-USERNAME = WS-PARTY-ID(1:10)
                       MOVE WS-MEMBER-SEQ TO WS-MEMBER-NO
                   END-IF
           END-READ.

       SHOW-ONE-SOLDSEAT.
           READ SOLDSEATS-FILE
               AT END
                   MOVE "10" TO WS-SOLD-STATUS
               NOT AT END
                   IF SLD-MEMBER = WS-MEMBER-NO
                       PERFORM PRINT-ONE-SOLDSEAT
                   END-IF
           END-READ.

       PRINT-ONE-SOLDSEAT.
           MOVE SPACES TO WS-FLAG-TEXT.
           IF SLD-ADMIT = "A"
               MOVE "ADMITTED" TO WS-FLAG-TEXT
           END-IF.
           MOVE SLD-PRICE TO WS-AMT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  EVENT " SLD-EVENT " SEAT " SLD-SEAT
                  " BOUGHT " SLD-PURCHDATE " PRICE " WS-AMT-Z
                  " " WS-FLAG-TEXT
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           ADD 1 TO WS-SUM-COUNT (WS-SEC).
           ADD SLD-PRICE TO WS-SUM-TOTAL (WS-SEC).

       SHOW-ONE-SEASONTIX.
           READ SEASONTIX-FILE
               AT END
                   MOVE "10" TO WS-STIX-STATUS
               NOT AT END
                   IF STX-MEMBER = WS-MEMBER-NO
                       PERFORM PRINT-ONE-SEASONTIX
                   END-IF
           END-READ.

       PRINT-ONE-SEASONTIX.
           EVALUATE STX-STATUS
               WHEN "A"
                   MOVE "PAID"           TO WS-STATUS-TEXT
               WHEN "P"
                   MOVE "BILLED"         TO WS-STATUS-TEXT
                   ADD 1 TO WS-PENDING-COUNT
               WHEN "L"
                   MOVE "LAPSED"         TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE STX-STATUS       TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  SEASON " STX-SEASON " SEAT " STX-SEAT
                  " " WS-STATUS-TEXT
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           ADD 1 TO WS-SUM-COUNT (WS-SEC).

      *>   *************************************************************
      *>   Clinica: turnos vigentes del paciente y copagos impagos;
      *>   un copago impago de mas de 30 dias esta vencido.
      *>   *************************************************************
       SHOW-MEDICAL.
           PERFORM PRINT-SECTION-HEAD.
           OPEN INPUT APPOINTMENT-FILE.
           IF WS-APPT-STATUS NOT = "00"
               MOVE "  (NO APPOINTMENTS FILE)" TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           ELSE
               PERFORM SHOW-ONE-APPOINTMENT
                   UNTIL WS-APPT-STATUS NOT = "00"
               CLOSE APPOINTMENT-FILE
           END-IF.
           OPEN INPUT MEDINV-FILE.
           IF WS-MEDINV-STATUS = "00"
               PERFORM SHOW-ONE-MEDINV
                   UNTIL WS-MEDINV-STATUS NOT = "00"
               CLOSE MEDINV-FILE
           END-IF.
       SHOW-MEDICAL-EXIT.
           EXIT.

       SHOW-ONE-APPOINTMENT.
           READ APPOINTMENT-FILE
               AT END
                   MOVE "10" TO WS-APPT-STATUS
               NOT AT END
                   IF APPF-PARTY = WS-PARTY-ID
                      AND APPF-STATUS NOT = "C"
                       PERFORM PRINT-ONE-APPOINTMENT
                   END-IF
           END-READ.

       PRINT-ONE-APPOINTMENT.
           EVALUATE APPF-ATTEND
               WHEN "A"
                   MOVE "ATTENDED"  TO WS-STATUS-TEXT
               WHEN "N"
                   MOVE "NO SHOW"   TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "BOOKED"    TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  VISIT " APPF-DATE " SPECIALTY " APPF-IDXSPC
                  " DOCTOR " APPF-IDXDOC " SLOT " APPF-IDXTIME
                  " " WS-STATUS-TEXT
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           ADD 1 TO WS-SUM-COUNT (WS-SEC).

       SHOW-ONE-MEDINV.
           READ MEDINV-FILE
               AT END
                   MOVE "10" TO WS-MEDINV-STATUS
               NOT AT END
                   IF MINV-PARTY = WS-PARTY-ID
                      AND MINV-PAID NOT = "P"
                      AND MINV-COPAY > 0
                       PERFORM PRINT-ONE-MEDINV
                   END-IF
           END-READ.

       PRINT-ONE-MEDINV.
           MOVE SPACES TO WS-FLAG-TEXT.
           IF MINV-DATE < WS-CUTOFF-DATE
               MOVE "OVERDUE" TO WS-FLAG-TEXT
               ADD MINV-COPAY TO WS-SUM-OVERDUE (WS-SEC)
           END-IF.
           MOVE MINV-COPAY TO WS-AMT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           IF MINV-REBILL
               STRING "  INVOICE " MINV-DATE " SPECIALTY "
                      MINV-IDXSPC " INSURER REJECTED  " WS-AMT-Z
                      " " WS-FLAG-TEXT
                      DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "  INVOICE " MINV-DATE " SPECIALTY "
                      MINV-IDXSPC " COPAY UNPAID      " WS-AMT-Z
                      " " WS-FLAG-TEXT
                      DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM PRINT-LINE-PROCEDURE.
           ADD MINV-COPAY TO WS-SUM-TOTAL (WS-SEC).

      *>   *************************************************************
      *>   Alquileres: tenencias del inquilino y su deuda en el
      *>   libro (cargos C y W contra pagos P). Los pagos cancelan
      *>   los cargos mas viejos primero; lo impago de mas de 30
      *>   dias esta vencido.
      *>   *************************************************************
       SHOW-RENTALS.
           PERFORM PRINT-SECTION-HEAD.
           OPEN INPUT TENANCY-FILE.
           IF WS-TENANCY-STATUS NOT = "00"
               MOVE "  (NO TENANCY FILE)" TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           ELSE
               PERFORM SHOW-ONE-TENANCY
                   UNTIL WS-TENANCY-STATUS NOT = "00"
               CLOSE TENANCY-FILE
           END-IF.
           MOVE 0 TO WS-RENT-PAYMENTS.
           MOVE 0 TO WS-RENT-CHARGES.
           MOVE 0 TO WS-RENT-OVERDUE.
           OPEN INPUT RENTLEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = "00"
               GO TO SHOW-RENTALS-EXIT
           END-IF.
           PERFORM SUM-ONE-RENT-PAYMENT
               UNTIL WS-LEDGER-STATUS NOT = "00".
           CLOSE RENTLEDGER-FILE.
           MOVE WS-RENT-PAYMENTS TO WS-PAY-POOL.
           OPEN INPUT RENTLEDGER-FILE.
           PERFORM AGE-ONE-RENT-CHARGE
               UNTIL WS-LEDGER-STATUS NOT = "00".
           CLOSE RENTLEDGER-FILE.
           COMPUTE WS-RENT-DUE = WS-RENT-CHARGES - WS-RENT-PAYMENTS.
           IF WS-RENT-DUE < 0
               MOVE 0 TO WS-RENT-DUE
           END-IF.
           MOVE WS-RENT-DUE     TO WS-AMT-Z.
           MOVE WS-RENT-OVERDUE TO WS-AMT2-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  RENT ARREARS: " WS-AMT-Z
                  "   OVER 30 DAYS: " WS-AMT2-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           ADD WS-RENT-DUE     TO WS-SUM-TOTAL (WS-SEC).
           ADD WS-RENT-OVERDUE TO WS-SUM-OVERDUE (WS-SEC).
       SHOW-RENTALS-EXIT.
           EXIT.

       SHOW-ONE-TENANCY.
           READ TENANCY-FILE
               AT END
                   MOVE "10" TO WS-TENANCY-STATUS
               NOT AT END
                   IF TEN-PARTY-ID = WS-PARTY-ID
                       PERFORM PRINT-ONE-TENANCY
                   END-IF
           END-READ.

       PRINT-ONE-TENANCY.
           IF TEN-STATUS = "A"
               MOVE "ACTIVE" TO WS-STATUS-TEXT
           ELSE
               MOVE "ENDED"  TO WS-STATUS-TEXT
           END-IF.
           MOVE TEN-RENT TO WS-AMT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  HOME " TEN-HOME " FROM " TEN-START-DATE
                  " TO " TEN-END-DATE " RENT " WS-AMT-Z
                  " " WS-STATUS-TEXT
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           ADD 1 TO WS-SUM-COUNT (WS-SEC).

       SUM-ONE-RENT-PAYMENT.
           READ RENTLEDGER-FILE
               AT END
                   MOVE "10" TO WS-LEDGER-STATUS
               NOT AT END
                   IF LED-PARTY-ID = WS-PARTY-ID
                      AND LED-TYPE = "P"
                       ADD LED-AMOUNT TO WS-RENT-PAYMENTS
                   END-IF
           END-READ.

       AGE-ONE-RENT-CHARGE.
           READ RENTLEDGER-FILE
               AT END
                   MOVE "10" TO WS-LEDGER-STATUS
               NOT AT END
                   IF LED-PARTY-ID = WS-PARTY-ID
                      AND (LED-TYPE = "C" OR LED-TYPE = "W")
                       ADD LED-AMOUNT TO WS-RENT-CHARGES
                       IF WS-PAY-POOL NOT < LED-AMOUNT
                           SUBTRACT LED-AMOUNT FROM WS-PAY-POOL
                       ELSE
                           COMPUTE WS-UNPAID-PART =
                               LED-AMOUNT - WS-PAY-POOL
                           MOVE 0 TO WS-PAY-POOL
                           IF LED-DATE < WS-CUTOFF-DATE
                               ADD WS-UNPAID-PART TO WS-RENT-OVERDUE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *>   *************************************************************
      *>   Tienda: saldo de puntos de fidelidad.
      *>   *************************************************************
       SHOW-LOYALTY.
           PERFORM PRINT-SECTION-HEAD.
           OPEN INPUT LOYALTY-FILE.
           IF WS-LOYALTY-STATUS NOT = "00"
               MOVE "  (NO LOYALTY FILE)" TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               GO TO SHOW-LOYALTY-EXIT
           END-IF.
           PERFORM SHOW-ONE-LOYALTY
               UNTIL WS-LOYALTY-STATUS NOT = "00".
           CLOSE LOYALTY-FILE.
       SHOW-LOYALTY-EXIT.
           EXIT.

       SHOW-ONE-LOYALTY.
           READ LOYALTY-FILE
               AT END
                   MOVE "10" TO WS-LOYALTY-STATUS
               NOT AT END
                   IF LOY-PARTY = WS-PARTY-ID
                       ADD 1 TO WS-SUM-COUNT (WS-SEC)
                       ADD LOY-POINTS TO WS-SUM-TOTAL (WS-SEC)
                   END-IF
           END-READ.

      *>   *************************************************************
      *>   Registro
      *>   *************************************************************
       PRINT-HEADER.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  CUSTOMER 360 - BUSINESS DATE " WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  PARTY " WS-PARTY-ID " " WS-PARTY-NAME
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  PHONE " WS-PARTY-PHONE "  EMAIL " WS-PARTY-EMAIL
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-SECTION-HEAD.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "-" TO WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE(1:2).
           MOVE WS-SEC-TITLE (WS-SEC) TO WS-RPT-LINE(3:20).
           PERFORM PRINT-LINE-PROCEDURE.

      *>   Pie de seccion: cantidad, total y vencido.
       PRINT-SECTION-FOOT.
           MOVE WS-SUM-COUNT (WS-SEC) TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-SEC = 9
               MOVE WS-SUM-TOTAL (WS-SEC) TO WS-POINTS-Z
               STRING "  " WS-SEC-LABEL (WS-SEC) ": " WS-POINTS-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               MOVE WS-SUM-TOTAL (WS-SEC)   TO WS-AMT-Z
               MOVE WS-SUM-OVERDUE (WS-SEC) TO WS-AMT2-Z
               STRING "  ITEMS " WS-COUNT-Z "   "
                      WS-SEC-LABEL (WS-SEC) ": " WS-AMT-Z
                      "   OVERDUE: " WS-AMT2-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM PRINT-LINE-PROCEDURE.
           ADD WS-SUM-OVERDUE (WS-SEC) TO WS-GRAND-OVERDUE.

       PRINT-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE "  SUMMARY              ITEMS       OVERDUE"
               TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           PERFORM PRINT-ONE-SUMMARY
               VARYING WS-SEC FROM 1 BY 1
               UNTIL WS-SEC > 8.
           MOVE WS-GRAND-OVERDUE TO WS-AMT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  TOTAL OVERDUE              " WS-AMT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-ONE-SUMMARY.
           MOVE WS-SUM-COUNT (WS-SEC)   TO WS-COUNT-Z.
           MOVE WS-SUM-OVERDUE (WS-SEC) TO WS-AMT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  " WS-SEC-TITLE (WS-SEC) " " WS-COUNT-Z
                  " " WS-AMT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

      *>   Un renglon a la pantalla y al spool del reporte.
       PRINT-LINE-PROCEDURE.
           DISPLAY WS-RPT-LINE.
           MOVE "L" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.

      *>   Fecha de negocio vigente (control BUSDATE compartido) y
      *>   corte de 30 dias para lo vencido.
       GET-BUSDATE-PROCEDURE.
           MOVE "G" TO WS-BD-MODE.
           CALL "BUSDATE" USING WS-BD-MODE WS-BD-DATE
                                WS-BD-RESULT.
           MOVE WS-BD-DATE TO WS-RUN-DATE.
           MOVE WS-BD-DATE TO WS-RPT-DATE.
           COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BD-DATE) - 30).
           MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE.

       END PROGRAM CUST360.
