      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Turns the club's Premier League home fixtures into
      *>     04-TicketSystem events. Reads the schedule that
      *>     01-EnglishPremierLeague publishes to FIXTURES
      *>     (Copybooks/FIXTURE.CPY) and, for every fixture the
      *>     club plays at home, creates or updates its EVENTS
      *>     record: description "PL Rn v <opponent>", match date,
      *>     and the on-sale/off-sale window counted back from the
      *>     match date. No more events keyed by hand in ADD-EVENT.
      *>   * The fixture-to-event link is kept in FIXTXREF (season,
      *>     round, game, event id), so a rerun updates the same
      *>     event instead of adding a new one. A new fixture takes
      *>     the next free event id.
      *>   * A fixture whose date moved in FIXTURES moves its event
      *>     (date and window) and every SOLDSEATS buyer of that
      *>     event is listed and queued a notice in NOTIFQ for
      *>     Batch/NOTIFSEND (the member's username is the
      *>     PARTYMSTR id, see REGISTER-PARTY in 04-TicketSystem).
      *>   * Season-ticket holders are protected: for every fixture
      *>     not yet played, the seat of each PAID ("A") SEASONTIX
      *>     holder of the fixture season is issued to the holder
      *>     as a SOLDSEATS row stamped SEASONyyyy at no charge, so
      *>     the seat can never be sold to the public and the gate
      *>     admits the holder. Invoiced-only ("P") holders keep
      *>     the STXRELDAYS release rule of the online program. A
      *>     season seat already sold to someone else is reported
      *>     as a conflict and left as it is.
      *>   * FIXTPARM card (optional):
      *>       byte  1    club team number in the schedule
      *>                  (default 2 - Manchester United)
      *>       bytes 3-5  days before the match the event goes on
      *>                  sale (default CONST-ONSALE-DAYS)
      *>       bytes 7-9  days before the match it goes off sale
      *>                  (default 000 - match day)
      *>   * The run report goes to SYSOUT and to the FIXTEVT spool
      *>     report. A ticketing file larger than the working
      *>     tables is reported and nothing is rewritten.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIXTEVT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIXTURES-FILE ASSIGN TO "FIXTURES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIX-STATUS.

           SELECT PARM-FILE ASSIGN TO "FIXTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT EVENTS-FILE ASSIGN TO "EVENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTS-STATUS.

           SELECT SOLDSEATS-FILE ASSIGN TO "SOLDSEATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOLD-STATUS.

           SELECT SEASONTIX-FILE ASSIGN TO "SEASONTIX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STIX-STATUS.

           SELECT MEMBERS-FILE ASSIGN TO "MEMBERSFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.

           SELECT XREF-FILE ASSIGN TO "FIXTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT NOTIFQ-FILE ASSIGN TO "NOTIFQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIXTURES-FILE.
           COPY FIXTURE.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-CLUB           PIC X(1).
           05  FILLER              PIC X(1).
           05  PARM-ONSALE-DAYS    PIC X(3).
           05  FILLER              PIC X(1).
           05  PARM-OFFSALE-DAYS   PIC X(3).
           05  FILLER              PIC X(71).

      *>   Mismo layout que graba SAVE-EVENTS en 04-TicketSystem.
       FD  EVENTS-FILE.
       01  EVENT-RECORD.
           05  EVT-ID              PIC 9(3).
           05  FILLER              PIC X(1).
           05  EVT-DESC            PIC X(30).
           05  FILLER              PIC X(1).
           05  EVT-DATE            PIC X(8).
           05  FILLER              PIC X(1).
           05  EVT-ONSALE          PIC X(8).
           05  FILLER              PIC X(1).
           05  EVT-OFFSALE         PIC X(8).

      *>   Mismo layout que graba SAVE-SOLDSEATS en 04-TicketSystem;
      *>   la fila viaja entera para no tocar lo que no es nuestro.
       FD  SOLDSEATS-FILE.
       01  SOLDSEAT-RECORD         PIC X(46).

      *>   Mismo layout que graba SAVE-SEASONTIX en 04-TicketSystem.
       FD  SEASONTIX-FILE.
       01  SEASONTIX-RECORD.
           05  STX-SEASON          PIC 9(4).
           05  FILLER              PIC X(1).
           05  STX-MEMBER          PIC 9(3).
           05  FILLER              PIC X(1).
           05  STX-SEAT            PIC 9(5).
           05  FILLER              PIC X(1).
           05  STX-STATUS          PIC X(1).

      *>   Mismo layout que graba SAVE-MEMBERS en 04-TicketSystem;
      *>   el numero de miembro es la posicion en el archivo.
       FD  MEMBERS-FILE.
       01  MEMBER-RECORD.
           05  MBR-USERNAME        PIC X(10).
           05  FILLER              PIC X(51).

      *>   Partido de liga -> evento de venta.
       FD  XREF-FILE.
       01  XREF-RECORD.
           05  XRF-SEASON          PIC 9(4).
           05  FILLER              PIC X(1).
           05  XRF-ROUND           PIC 9(1).
           05  FILLER              PIC X(1).
           05  XRF-GAME            PIC 9(1).
           05  FILLER              PIC X(1).
           05  XRF-EVENT           PIC 9(3).

       FD  NOTIFQ-FILE.
           COPY NOTIFREQ.

       WORKING-STORAGE SECTION.
       01  WS-FIX-STATUS           PIC X(2).
       01  WS-PARM-STATUS          PIC X(2).
       01  WS-EVENTS-STATUS        PIC X(2).
       01  WS-SOLD-STATUS          PIC X(2).
       01  WS-STIX-STATUS          PIC X(2).
       01  WS-MEMBER-STATUS        PIC X(2).
       01  WS-XREF-STATUS          PIC X(2).
       01  WS-NOTIFQ-STATUS        PIC X(2).

      *>   Interfaz con el control de fecha de negocio compartido.
       01  WS-BD-MODE              PIC X VALUE "G".
       01  WS-BD-DATE              PIC 9(8).
       01  WS-BD-RESULT            PIC X.

      *>   Interfaz con el spooler de reportes compartido
      *>   (Batch/RPTSPOOL.COB).
       01  WS-RPT-ACTION           PIC X.
       01  WS-RPT-NAME             PIC X(10) VALUE "FIXTEVT".
       01  WS-RPT-DATE             PIC 9(8).
       01  WS-RPT-LINE             PIC X(100).

      *>   Parametros de la corrida.
       01  WS-CLUB                 PIC 9(1) VALUE 2.
       01  WS-ONSALE-DAYS          PIC 9(3).
       01  WS-OFFSALE-DAYS         PIC 9(3) VALUE 0.
       01  CONST-ONSALE-DAYS       PIC 9(3) VALUE 28.

      *>   Eventos (tope igual al de 04-TicketSystem).
       01  WS-EVENT-TABLE.
           05  WS-EVT-COUNT        PIC 9(3) VALUE 0.
           05  WS-EVT-R OCCURS 50 TIMES.
               10  WS-EVT-ID       PIC 9(3).
               10  WS-EVT-DESC     PIC X(30).
               10  WS-EVT-DATE     PIC X(8).
               10  WS-EVT-ONSALE   PIC X(8).
               10  WS-EVT-OFFSALE  PIC X(8).
       01  WS-EVT-IDX              PIC 9(3).
       01  WS-EVT-SEL              PIC 9(3).
       01  WS-EVT-MAX-ID           PIC 9(3).

      *>   Asientos vendidos: la fila entera y su vista por campos.
       01  WS-SOLD-TABLE.
           05  WS-SOLD-COUNT       PIC 9(4) VALUE 0.
           05  WS-SOLD-R OCCURS 2000 TIMES.
               10  WS-SLD-IMAGE    PIC X(46).
               10  WS-SLD-FIELDS REDEFINES WS-SLD-IMAGE.
                   15  WS-SLD-EVENT     PIC 9(3).
                   15  FILLER           PIC X(1).
                   15  WS-SLD-SEAT      PIC 9(5).
                   15  FILLER           PIC X(1).
                   15  WS-SLD-MEMBER    PIC 9(3).
                   15  FILLER           PIC X(1).
                   15  WS-SLD-PURCHDATE PIC X(12).
                   15  FILLER           PIC X(1).
                   15  WS-SLD-PRICE     PIC 9(4).
                   15  FILLER           PIC X(1).
                   15  WS-SLD-ADMIT     PIC X(1).
                   15  FILLER           PIC X(1).
                   15  WS-SLD-ADMIT-TS  PIC X(12).
       01  WS-SOLD-IDX             PIC 9(4).
       01  WS-SOLD-SEL             PIC 9(4).

      *>   Abonos de temporada.
       01  WS-STIX-TABLE.
           05  WS-STX-COUNT        PIC 9(3) VALUE 0.
           05  WS-STX-R OCCURS 300 TIMES.
               10  WS-STX-SEASON   PIC 9(4).
               10  WS-STX-MEMBER   PIC 9(3).
               10  WS-STX-SEAT     PIC 9(5).
               10  WS-STX-STATUS   PIC X(1).
       01  WS-STX-IDX              PIC 9(3).

      *>   Username por numero de miembro.
       01  WS-MEMBER-TABLE.
           05  WS-MBR-COUNT        PIC 9(3) VALUE 0.
           05  WS-MBR-USERNAME     PIC X(10) OCCURS 999 TIMES.

      *>   Partido -> evento.
       01  WS-XREF-TABLE.
           05  WS-XRF-COUNT        PIC 9(3) VALUE 0.
           05  WS-XRF-R OCCURS 50 TIMES.
               10  WS-XRF-SEASON   PIC 9(4).
               10  WS-XRF-ROUND    PIC 9(1).
               10  WS-XRF-GAME     PIC 9(1).
               10  WS-XRF-EVENT    PIC 9(3).
       01  WS-XRF-IDX              PIC 9(3).
       01  WS-XRF-FOUND-SW         PIC X(1).
           88  WS-XRF-FOUND            VALUE "Y".

      *>   Filas que no entraron en las tablas: si hay alguna no se
      *>   regraba nada (se perderian).
       01  WS-DROPPED              PIC 9(5) VALUE 0.

      *>   Partido en proceso.
       01  WS-FX-EVENT             PIC 9(3).
       01  WS-FX-DESC              PIC X(30).
       01  WS-FX-DATE-9            PIC 9(8).
       01  WS-FX-MATCH-INT         PIC 9(8).
       01  WS-FX-ONSALE-9          PIC 9(8).
       01  WS-FX-OFFSALE-9         PIC 9(8).
       01  WS-FX-OLD-DATE          PIC X(8).
       01  WS-FX-ACTION            PIC X(9).

      *>   Totales de la corrida.
       01  WS-CHANGED-SW           PIC X(1) VALUE "N".
           88  WS-FILES-CHANGED        VALUE "Y".
       01  WS-TOT-FIXTURES         PIC 9(5) VALUE 0.
       01  WS-TOT-NEW              PIC 9(5) VALUE 0.
       01  WS-TOT-MOVED            PIC 9(5) VALUE 0.
       01  WS-TOT-UPDATED          PIC 9(5) VALUE 0.
       01  WS-TOT-SKIPPED          PIC 9(5) VALUE 0.
       01  WS-TOT-ISSUED           PIC 9(5) VALUE 0.
       01  WS-TOT-CONFLICTS        PIC 9(5) VALUE 0.
       01  WS-TOT-NOTIFIED         PIC 9(5) VALUE 0.
       01  WS-TOT-NO-PARTY         PIC 9(5) VALUE 0.

       01  WS-COUNT-Z              PIC Z(4)9.
       01  WS-SEAT-Z               PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSDATE-PROCEDURE.
           PERFORM LOAD-PARM-PROCEDURE.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  PREMIER LEAGUE FIXTURES TO TICKET EVENTS - CLUB "
                  WS-CLUB " - ON SALE " WS-ONSALE-DAYS
                  " / OFF SALE " WS-OFFSALE-DAYS " DAYS BEFORE"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           PERFORM LOAD-EVENTS.
           PERFORM LOAD-SOLDSEATS.
           PERFORM LOAD-SEASONTIX.
           PERFORM LOAD-MEMBERS.
           PERFORM LOAD-XREF.
           IF WS-DROPPED > 0
               MOVE WS-DROPPED TO WS-COUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** TICKETING FILES EXCEED THE WORKING TABLES ("
                      WS-COUNT-Z " ROWS) - NOTHING UPDATED"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               GO TO MAIN-CLOSE
           END-IF.
           OPEN INPUT FIXTURES-FILE.
           IF WS-FIX-STATUS NOT = "00"
               MOVE "*** NO FIXTURES PUBLISHED - NOTHING TO DO"
                   TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               GO TO MAIN-CLOSE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EVT RD MATCH    OPPONENT                  "
                  "ON SALE  OFF SALE ACTION"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           PERFORM READ-ONE-FIXTURE
               UNTIL WS-FIX-STATUS NOT = "00".
           CLOSE FIXTURES-FILE.
           IF WS-FILES-CHANGED
               PERFORM SAVE-EVENTS
               PERFORM SAVE-SOLDSEATS
               PERFORM SAVE-XREF
           END-IF.
           PERFORM PRINT-TOTALS.
       MAIN-CLOSE.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           STOP RUN.

      *>   Club y ventana de venta de la tarjeta FIXTPARM.
       LOAD-PARM-PROCEDURE.
           MOVE CONST-ONSALE-DAYS TO WS-ONSALE-DAYS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-CLUB IS NUMERIC
                          AND PARM-CLUB NOT = "0"
                           MOVE PARM-CLUB TO WS-CLUB
                       END-IF
                       IF PARM-ONSALE-DAYS IS NUMERIC
                           MOVE PARM-ONSALE-DAYS TO WS-ONSALE-DAYS
                       END-IF
                       IF PARM-OFFSALE-DAYS IS NUMERIC
                           MOVE PARM-OFFSALE-DAYS TO WS-OFFSALE-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
      *>   Una ventana al reves dejaria el evento sin venta.
           IF WS-OFFSALE-DAYS > WS-ONSALE-DAYS
               MOVE WS-ONSALE-DAYS TO WS-OFFSALE-DAYS
           END-IF.

      *>   *************************************************************
      *>   Carga de los archivos de 04-TicketSystem.
      *>   *************************************************************
       LOAD-EVENTS.
           OPEN INPUT EVENTS-FILE.
           IF WS-EVENTS-STATUS = "00"
               PERFORM LOAD-ONE-EVENT
                   UNTIL WS-EVENTS-STATUS NOT = "00"
               CLOSE EVENTS-FILE
           END-IF.

       LOAD-ONE-EVENT.
           READ EVENTS-FILE
               AT END
                   MOVE "10" TO WS-EVENTS-STATUS
               NOT AT END
                   IF WS-EVT-COUNT < 50
                       ADD 1 TO WS-EVT-COUNT
                       MOVE EVT-ID      TO WS-EVT-ID (WS-EVT-COUNT)
                       MOVE EVT-DESC    TO WS-EVT-DESC (WS-EVT-COUNT)
                       MOVE EVT-DATE    TO WS-EVT-DATE (WS-EVT-COUNT)
                       MOVE EVT-ONSALE
                           TO WS-EVT-ONSALE (WS-EVT-COUNT)
                       MOVE EVT-OFFSALE
                           TO WS-EVT-OFFSALE (WS-EVT-COUNT)
                   ELSE
                       ADD 1 TO WS-DROPPED
                   END-IF
           END-READ.

       LOAD-SOLDSEATS.
           OPEN INPUT SOLDSEATS-FILE.
           IF WS-SOLD-STATUS = "00"
               PERFORM LOAD-ONE-SOLDSEAT
                   UNTIL WS-SOLD-STATUS NOT = "00"
               CLOSE SOLDSEATS-FILE
           END-IF.

       LOAD-ONE-SOLDSEAT.
           READ SOLDSEATS-FILE
               AT END
                   MOVE "10" TO WS-SOLD-STATUS
               NOT AT END
                   IF WS-SOLD-COUNT < 2000
                       ADD 1 TO WS-SOLD-COUNT
                       MOVE SOLDSEAT-RECORD
                           TO WS-SLD-IMAGE (WS-SOLD-COUNT)
                   ELSE
                       ADD 1 TO WS-DROPPED
                   END-IF
           END-READ.

       LOAD-SEASONTIX.
           OPEN INPUT SEASONTIX-FILE.
           IF WS-STIX-STATUS = "00"
               PERFORM LOAD-ONE-SEASONTIX
                   UNTIL WS-STIX-STATUS NOT = "00"
               CLOSE SEASONTIX-FILE
           END-IF.

      *>   Solo se lee: aca un abono de mas no se pierde, pero se
      *>   avisa igual porque quedaria sin proteger.
       LOAD-ONE-SEASONTIX.
           READ SEASONTIX-FILE
               AT END
                   MOVE "10" TO WS-STIX-STATUS
               NOT AT END
                   IF WS-STX-COUNT < 300
                       ADD 1 TO WS-STX-COUNT
                       MOVE STX-SEASON TO WS-STX-SEASON (WS-STX-COUNT)
                       MOVE STX-MEMBER TO WS-STX-MEMBER (WS-STX-COUNT)
                       MOVE STX-SEAT   TO WS-STX-SEAT (WS-STX-COUNT)
                       MOVE STX-STATUS TO WS-STX-STATUS (WS-STX-COUNT)
                   ELSE
                       ADD 1 TO WS-DROPPED
                   END-IF
           END-READ.

       LOAD-MEMBERS.
           OPEN INPUT MEMBERS-FILE.
           IF WS-MEMBER-STATUS = "00"
               PERFORM LOAD-ONE-MEMBER
                   UNTIL WS-MEMBER-STATUS NOT = "00"
               CLOSE MEMBERS-FILE
           END-IF.

      *>   Miembros mas alla del 999 no pueden tener asiento
      *>   (SLD-MEMBER es de 3 digitos): se ignoran.
       LOAD-ONE-MEMBER.
           READ MEMBERS-FILE
               AT END
                   MOVE "10" TO WS-MEMBER-STATUS
               NOT AT END
                   IF WS-MBR-COUNT < 999
                       ADD 1 TO WS-MBR-COUNT
                       MOVE MBR-USERNAME
                           TO WS-MBR-USERNAME (WS-MBR-COUNT)
                   END-IF
           END-READ.

       LOAD-XREF.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS = "00"
               PERFORM LOAD-ONE-XREF
                   UNTIL WS-XREF-STATUS NOT = "00"
               CLOSE XREF-FILE
           END-IF.

       LOAD-ONE-XREF.
           READ XREF-FILE
               AT END
                   MOVE "10" TO WS-XREF-STATUS
               NOT AT END
                   IF WS-XRF-COUNT < 50
                       ADD 1 TO WS-XRF-COUNT
                       MOVE XRF-SEASON TO WS-XRF-SEASON (WS-XRF-COUNT)
                       MOVE XRF-ROUND  TO WS-XRF-ROUND (WS-XRF-COUNT)
                       MOVE XRF-GAME   TO WS-XRF-GAME (WS-XRF-COUNT)
                       MOVE XRF-EVENT  TO WS-XRF-EVENT (WS-XRF-COUNT)
                   ELSE
                       ADD 1 TO WS-DROPPED
                   END-IF
           END-READ.

      *>   *************************************************************
      *>   Un partido del calendario: solo los de local del club.
      *>   *************************************************************
       READ-ONE-FIXTURE.
           READ FIXTURES-FILE
               AT END
                   MOVE "10" TO WS-FIX-STATUS
               NOT AT END
                   IF FIX-HOME-ID = WS-CLUB
                       PERFORM PROCESS-FIXTURE
                           THRU PROCESS-FIXTURE-EXIT
                   END-IF
           END-READ.

       PROCESS-FIXTURE.
           ADD 1 TO WS-TOT-FIXTURES.
           IF FIX-DATE IS NOT NUMERIC
               ADD 1 TO WS-TOT-SKIPPED
               MOVE SPACES TO WS-RPT-LINE
               STRING "    RD " FIX-ROUND " v " FIX-AWAY-TEAM
                      " *** NO MATCH DATE - SKIPPED"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               GO TO PROCESS-FIXTURE-EXIT
           END-IF.
           MOVE FIX-DATE TO WS-FX-DATE-9.
           COMPUTE WS-FX-MATCH-INT =
               FUNCTION INTEGER-OF-DATE(WS-FX-DATE-9).
           COMPUTE WS-FX-ONSALE-9 = FUNCTION DATE-OF-INTEGER(
               WS-FX-MATCH-INT - WS-ONSALE-DAYS).
           COMPUTE WS-FX-OFFSALE-9 = FUNCTION DATE-OF-INTEGER(
               WS-FX-MATCH-INT - WS-OFFSALE-DAYS).
           MOVE SPACES TO WS-FX-DESC.
           STRING "PL R"         DELIMITED BY SIZE
                  FIX-ROUND      DELIMITED BY SIZE
                  " v "          DELIMITED BY SIZE
                  FIX-AWAY-TEAM  DELIMITED BY "  "
                  INTO WS-FX-DESC.
      *>   Evento ya ligado al partido?
           MOVE "N" TO WS-XRF-FOUND-SW.
           PERFORM FIND-XREF
               VARYING WS-XRF-IDX FROM 1 BY 1
               UNTIL WS-XRF-IDX > WS-XRF-COUNT
                  OR WS-XRF-FOUND.
           MOVE 0 TO WS-EVT-SEL.
           IF WS-XRF-FOUND
               SUBTRACT 1 FROM WS-XRF-IDX
               MOVE WS-XRF-EVENT (WS-XRF-IDX) TO WS-FX-EVENT
               PERFORM FIND-EVENT
                   VARYING WS-EVT-IDX FROM 1 BY 1
                   UNTIL WS-EVT-IDX > WS-EVT-COUNT
                      OR WS-EVT-SEL > 0
           ELSE
               MOVE 0 TO WS-EVT-MAX-ID
               PERFORM FIND-MAX-EVENT-ID
                   VARYING WS-EVT-IDX FROM 1 BY 1
                   UNTIL WS-EVT-IDX > WS-EVT-COUNT
               IF WS-EVT-MAX-ID = 999 OR WS-XRF-COUNT NOT < 50
                   MOVE 0 TO WS-FX-EVENT
               ELSE
                   COMPUTE WS-FX-EVENT = WS-EVT-MAX-ID + 1
               END-IF
           END-IF.
           IF WS-EVT-SEL = 0
               PERFORM ADD-FIXTURE-EVENT
                   THRU ADD-FIXTURE-EVENT-EXIT
           ELSE
               PERFORM UPDATE-FIXTURE-EVENT
           END-IF.
           IF WS-EVT-SEL = 0
               GO TO PROCESS-FIXTURE-EXIT
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-FX-EVENT " " FIX-ROUND "  " FIX-DATE " "
                  FIX-AWAY-TEAM " " WS-FX-ONSALE-9 " "
                  WS-FX-OFFSALE-9 " " WS-FX-ACTION
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           IF WS-FX-ACTION = "MOVED"
               MOVE SPACES TO WS-RPT-LINE
               STRING "    WAS " WS-FX-OLD-DATE
                      " - BUYERS TO NOTIFY:"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               PERFORM NOTIFY-ONE-BUYER
                   THRU NOTIFY-ONE-BUYER-EXIT
                   VARYING WS-SOLD-IDX FROM 1 BY 1
                   UNTIL WS-SOLD-IDX > WS-SOLD-COUNT
           END-IF.
      *>   Un partido ya jugado no necesita asientos de abonado.
           IF WS-FX-DATE-9 NOT < WS-BD-DATE
               PERFORM PROTECT-SEASON-SEAT
                   THRU PROTECT-SEASON-SEAT-EXIT
                   VARYING WS-STX-IDX FROM 1 BY 1
                   UNTIL WS-STX-IDX > WS-STX-COUNT
           END-IF.
       PROCESS-FIXTURE-EXIT.
           EXIT.

       FIND-XREF.
           IF WS-XRF-SEASON (WS-XRF-IDX) = FIX-SEASON
              AND WS-XRF-ROUND (WS-XRF-IDX) = FIX-ROUND
              AND WS-XRF-GAME (WS-XRF-IDX) = FIX-GAME
               MOVE "Y" TO WS-XRF-FOUND-SW
           END-IF.

       FIND-EVENT.
           IF WS-EVT-ID (WS-EVT-IDX) = WS-FX-EVENT
               MOVE WS-EVT-IDX TO WS-EVT-SEL
           END-IF.

       FIND-MAX-EVENT-ID.
           IF WS-EVT-ID (WS-EVT-IDX) > WS-EVT-MAX-ID
               MOVE WS-EVT-ID (WS-EVT-IDX) TO WS-EVT-MAX-ID
           END-IF.

      *>   Alta del evento; si el ligado fue borrado a mano en el
      *>   online se vuelve a crear con el mismo numero.
       ADD-FIXTURE-EVENT.
           IF WS-FX-EVENT = 0 OR WS-EVT-COUNT NOT < 50
               ADD 1 TO WS-TOT-SKIPPED
               MOVE SPACES TO WS-RPT-LINE
               STRING "    RD " FIX-ROUND " v " FIX-AWAY-TEAM
                      " *** EVENT TABLE FULL - SKIPPED"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               GO TO ADD-FIXTURE-EVENT-EXIT
           END-IF.
           ADD 1 TO WS-EVT-COUNT.
           MOVE WS-EVT-COUNT    TO WS-EVT-SEL.
           MOVE WS-FX-EVENT     TO WS-EVT-ID (WS-EVT-SEL).
           MOVE WS-FX-DESC      TO WS-EVT-DESC (WS-EVT-SEL).
           MOVE FIX-DATE        TO WS-EVT-DATE (WS-EVT-SEL).
           MOVE WS-FX-ONSALE-9  TO WS-EVT-ONSALE (WS-EVT-SEL).
           MOVE WS-FX-OFFSALE-9 TO WS-EVT-OFFSALE (WS-EVT-SEL).
           IF NOT WS-XRF-FOUND
               ADD 1 TO WS-XRF-COUNT
               MOVE FIX-SEASON  TO WS-XRF-SEASON (WS-XRF-COUNT)
               MOVE FIX-ROUND   TO WS-XRF-ROUND (WS-XRF-COUNT)
               MOVE FIX-GAME    TO WS-XRF-GAME (WS-XRF-COUNT)
               MOVE WS-FX-EVENT TO WS-XRF-EVENT (WS-XRF-COUNT)
           END-IF.
           MOVE "NEW" TO WS-FX-ACTION.
           ADD 1 TO WS-TOT-NEW.
           MOVE "Y" TO WS-CHANGED-SW.
       ADD-FIXTURE-EVENT-EXIT.
           EXIT.

      *>   Fecha cambiada = partido reprogramado (fecha y ventana
      *>   nuevas); si no, se refrescan descripcion y ventana por si
      *>   cambio la tarjeta.
       UPDATE-FIXTURE-EVENT.
           MOVE "UNCHANGED" TO WS-FX-ACTION.
           IF WS-EVT-DATE (WS-EVT-SEL) NOT = FIX-DATE
               MOVE WS-EVT-DATE (WS-EVT-SEL) TO WS-FX-OLD-DATE
               MOVE "MOVED" TO WS-FX-ACTION
               ADD 1 TO WS-TOT-MOVED
           ELSE
               IF WS-EVT-DESC (WS-EVT-SEL) NOT = WS-FX-DESC
                  OR WS-EVT-ONSALE (WS-EVT-SEL) NOT = WS-FX-ONSALE-9
                  OR WS-EVT-OFFSALE (WS-EVT-SEL)
                     NOT = WS-FX-OFFSALE-9
                   MOVE "UPDATED" TO WS-FX-ACTION
                   ADD 1 TO WS-TOT-UPDATED
               END-IF
           END-IF.
           IF WS-FX-ACTION NOT = "UNCHANGED"
               MOVE WS-FX-DESC      TO WS-EVT-DESC (WS-EVT-SEL)
               MOVE FIX-DATE        TO WS-EVT-DATE (WS-EVT-SEL)
               MOVE WS-FX-ONSALE-9  TO WS-EVT-ONSALE (WS-EVT-SEL)
               MOVE WS-FX-OFFSALE-9 TO WS-EVT-OFFSALE (WS-EVT-SEL)
               MOVE "Y" TO WS-CHANGED-SW
           END-IF.

      *>   Comprador del evento reprogramado: al listado y a la
      *>   cola de avisos (un aviso por asiento).
       NOTIFY-ONE-BUYER.
           IF WS-SLD-EVENT (WS-SOLD-IDX) NOT = WS-FX-EVENT
              OR WS-SLD-SEAT (WS-SOLD-IDX) = 0
               GO TO NOTIFY-ONE-BUYER-EXIT
           END-IF.
           MOVE WS-SLD-SEAT (WS-SOLD-IDX) TO WS-SEAT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-SLD-MEMBER (WS-SOLD-IDX) = 0
              OR WS-SLD-MEMBER (WS-SOLD-IDX) > WS-MBR-COUNT
               ADD 1 TO WS-TOT-NO-PARTY
               STRING "      SEAT " WS-SEAT-Z " MEMBER "
                      WS-SLD-MEMBER (WS-SOLD-IDX)
                      " *** NOT ON MEMBERSFILE - CALL THE BOX OFFICE"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               GO TO NOTIFY-ONE-BUYER-EXIT
           END-IF.
           STRING "      SEAT " WS-SEAT-Z " MEMBER "
                  WS-SLD-MEMBER (WS-SOLD-IDX) " "
                  WS-MBR-USERNAME (WS-SLD-MEMBER (WS-SOLD-IDX))
                  " BOUGHT " WS-SLD-PURCHDATE (WS-SOLD-IDX)
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           OPEN EXTEND NOTIFQ-FILE.
           IF WS-NOTIFQ-STATUS = "35"
               OPEN OUTPUT NOTIFQ-FILE
           END-IF.
           MOVE SPACES TO NOTIF-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO NOTIF-TIMESTAMP.
           MOVE "FIXTEVT" TO NOTIF-SOURCE.
           MOVE WS-MBR-USERNAME (WS-SLD-MEMBER (WS-SOLD-IDX))
               TO NOTIF-PARTY-ID.
           STRING "EVT " WS-FX-EVENT
                  DELIMITED BY SIZE INTO NOTIF-REF.
           STRING "MATCH MOVED TO " FIX-DATE " SEAT " WS-SEAT-Z
                  DELIMITED BY SIZE INTO NOTIF-DETAIL.
           MOVE " " TO NOTIF-STATUS.
           WRITE NOTIF-RECORD.
           CLOSE NOTIFQ-FILE.
           ADD 1 TO WS-TOT-NOTIFIED.
       NOTIFY-ONE-BUYER-EXIT.
           EXIT.

      *>   Abono pago de la temporada del partido: el asiento sale
      *>   emitido a nombre del abonado, sin cargo. Ya emitido = nada
      *>   que hacer; vendido a otro = conflicto para la boleteria.
       PROTECT-SEASON-SEAT.
           IF WS-STX-SEASON (WS-STX-IDX) NOT = FIX-SEASON
              OR WS-STX-STATUS (WS-STX-IDX) NOT = "A"
               GO TO PROTECT-SEASON-SEAT-EXIT
           END-IF.
           MOVE 0 TO WS-SOLD-SEL.
           PERFORM FIND-SOLD-SEAT
               VARYING WS-SOLD-IDX FROM 1 BY 1
               UNTIL WS-SOLD-IDX > WS-SOLD-COUNT
                  OR WS-SOLD-SEL > 0.
           MOVE WS-STX-SEAT (WS-STX-IDX) TO WS-SEAT-Z.
           IF WS-SOLD-SEL > 0
               IF WS-SLD-MEMBER (WS-SOLD-SEL)
                  NOT = WS-STX-MEMBER (WS-STX-IDX)
                   ADD 1 TO WS-TOT-CONFLICTS
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "      SEAT " WS-SEAT-Z " SEASON HOLDER "
                          WS-STX-MEMBER (WS-STX-IDX)
                          " *** ALREADY SOLD TO MEMBER "
                          WS-SLD-MEMBER (WS-SOLD-SEL)
                          DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM PRINT-LINE-PROCEDURE
               END-IF
               GO TO PROTECT-SEASON-SEAT-EXIT
           END-IF.
           IF WS-SOLD-COUNT NOT < 2000
               ADD 1 TO WS-TOT-CONFLICTS
               MOVE SPACES TO WS-RPT-LINE
               STRING "      SEAT " WS-SEAT-Z
                      " *** SOLDSEATS TABLE FULL - NOT ISSUED"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               GO TO PROTECT-SEASON-SEAT-EXIT
           END-IF.
           ADD 1 TO WS-SOLD-COUNT.
           MOVE SPACES TO WS-SLD-IMAGE (WS-SOLD-COUNT).
           MOVE WS-FX-EVENT TO WS-SLD-EVENT (WS-SOLD-COUNT).
           MOVE WS-STX-SEAT (WS-STX-IDX)
               TO WS-SLD-SEAT (WS-SOLD-COUNT).
           MOVE WS-STX-MEMBER (WS-STX-IDX)
               TO WS-SLD-MEMBER (WS-SOLD-COUNT).
           STRING "SEASON" FIX-SEASON
                  DELIMITED BY SIZE
                  INTO WS-SLD-PURCHDATE (WS-SOLD-COUNT).
           MOVE 0 TO WS-SLD-PRICE (WS-SOLD-COUNT).
           ADD 1 TO WS-TOT-ISSUED.
           MOVE "Y" TO WS-CHANGED-SW.
       PROTECT-SEASON-SEAT-EXIT.
           EXIT.

       FIND-SOLD-SEAT.
           IF WS-SLD-EVENT (WS-SOLD-IDX) = WS-FX-EVENT
              AND WS-SLD-SEAT (WS-SOLD-IDX) = WS-STX-SEAT (WS-STX-IDX)
               MOVE WS-SOLD-IDX TO WS-SOLD-SEL
           END-IF.

      *>   *************************************************************
      *>   Grabacion de EVENTS, SOLDSEATS y el cruce FIXTXREF.
      *>   *************************************************************
       SAVE-EVENTS.
           OPEN OUTPUT EVENTS-FILE.
           PERFORM SAVE-ONE-EVENT
               VARYING WS-EVT-IDX FROM 1 BY 1
               UNTIL WS-EVT-IDX > WS-EVT-COUNT.
           CLOSE EVENTS-FILE.

       SAVE-ONE-EVENT.
           MOVE SPACES TO EVENT-RECORD.
           MOVE WS-EVT-ID (WS-EVT-IDX)      TO EVT-ID.
           MOVE WS-EVT-DESC (WS-EVT-IDX)    TO EVT-DESC.
           MOVE WS-EVT-DATE (WS-EVT-IDX)    TO EVT-DATE.
           MOVE WS-EVT-ONSALE (WS-EVT-IDX)  TO EVT-ONSALE.
           MOVE WS-EVT-OFFSALE (WS-EVT-IDX) TO EVT-OFFSALE.
           WRITE EVENT-RECORD.

       SAVE-SOLDSEATS.
           OPEN OUTPUT SOLDSEATS-FILE.
           PERFORM SAVE-ONE-SOLDSEAT
               VARYING WS-SOLD-IDX FROM 1 BY 1
               UNTIL WS-SOLD-IDX > WS-SOLD-COUNT.
           CLOSE SOLDSEATS-FILE.

       SAVE-ONE-SOLDSEAT.
           MOVE WS-SLD-IMAGE (WS-SOLD-IDX) TO SOLDSEAT-RECORD.
           WRITE SOLDSEAT-RECORD.

       SAVE-XREF.
           OPEN OUTPUT XREF-FILE.
           PERFORM SAVE-ONE-XREF
               VARYING WS-XRF-IDX FROM 1 BY 1
               UNTIL WS-XRF-IDX > WS-XRF-COUNT.
           CLOSE XREF-FILE.

       SAVE-ONE-XREF.
           MOVE SPACES TO XREF-RECORD.
           MOVE WS-XRF-SEASON (WS-XRF-IDX) TO XRF-SEASON.
           MOVE WS-XRF-ROUND (WS-XRF-IDX)  TO XRF-ROUND.
           MOVE WS-XRF-GAME (WS-XRF-IDX)   TO XRF-GAME.
           MOVE WS-XRF-EVENT (WS-XRF-IDX)  TO XRF-EVENT.
           WRITE XREF-RECORD.

       PRINT-TOTALS.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-FIXTURES TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "HOME FIXTURES READ         " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-NEW TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EVENTS CREATED             " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-UPDATED TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EVENTS UPDATED             " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-MOVED TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "FIXTURES MOVED             " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-NOTIFIED TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "BUYER NOTICES QUEUED       " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           IF WS-TOT-NO-PARTY > 0
               MOVE WS-TOT-NO-PARTY TO WS-COUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "BUYERS WITHOUT MEMBER      " WS-COUNT-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
           MOVE WS-TOT-ISSUED TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "SEASON SEATS ISSUED        " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-CONFLICTS TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "SEASON SEAT CONFLICTS      " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOT-SKIPPED TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "FIXTURES SKIPPED           " WS-COUNT-Z
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

       END PROGRAM FIXTEVT.
