      *>                    player over the threshold was
      *>                    re-suspended at the first matchday of
      *>                    every session.
      *>   2026-10-15  jrm  The season schedule is now published with
      *>                    match dates to the shared FIXTURES file
      *>                    (Copybooks/FIXTURE.CPY) when a new season
      *>                    starts: matchday 1 on the first Saturday
      *>                    from today, one matchday a week. A season
      *>                    already on file is left alone, so a date
      *>                    the league moves is corrected there and
      *>                    kept. Batch/FIXTEVT turns the club's home
      *>                    fixtures into ticketing events from it.
      *>   2026-10-15  jrm  Every match result (season, matchday,
      *>                    home and away team, score) is now kept in
      *>                    the MATCHRESULTS file, across seasons.
      *>                    After the top scorers the season's home-
      *>                    only and away-only tables are shown
      *>                    (points, then goal difference), and after
      *>                    the all-time records a head-to-head
      *>                    inquiry gives any two teams' wins, draws,
      *>                    losses and goals over every season on
      *>                    file.
      *>   2026-10-15  jrm  Domestic cup: seeded or random draw kept
      *>                    in CUPBRACKET, single-leg ties with extra
      *>                    time and penalties between league rounds,
      *>                    cup winner archived as SEASONHIST type C.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 01-EnglishPremierLeague.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTHR-STATUS.

           SELECT FIXTURES-FILE ASSIGN TO "FIXTURES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIX-STATUS.

           SELECT RESULTS-FILE ASSIGN TO "MATCHRESULTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.

           SELECT CUPBRACKET-FILE ASSIGN TO "CUPBRACKET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDINGS-FILE.
           COPY PLAYAVAIL.

      *>   Archivo historico de temporadas cerradas: filas "T"
      *>   (tabla final, con posicion), "P" (goles y tarjetas por
      *>   jugador) y "C" (campeon de copa, posicion 1), todas bajo
      *>   el numero de temporada.
       FD  SEASONHIST-FILE.
       01  SEASONHIST-RECORD.
           05  SH-SEASON       PIC 9(4).
       FD  CARDTHRESH-FILE.
       01  CARDTHRESH-RECORD   PIC 9.

      *>   Calendario publicado para la venta de entradas.
       FD  FIXTURES-FILE.
           COPY FIXTURE.

      *>   Resultado de cada partido jugado, de todas las
      *>   temporadas (no se borra al cerrar la temporada).
       FD  RESULTS-FILE.
       01  RESULTS-RECORD.
           05  RES-SEASON      PIC 9(4).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  RES-ROUND       PIC 9.
           05  FILLER          PIC X(1) VALUE SPACE.
           05  RES-HOME-ID     PIC 9.
           05  FILLER          PIC X(1) VALUE SPACE.
           05  RES-HOME-TEAM   PIC X(25).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  RES-HOME-GOALS  PIC 9(2).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  RES-AWAY-GOALS  PIC 9(2).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  RES-AWAY-ID     PIC 9.
           05  FILLER          PIC X(1) VALUE SPACE.
           05  RES-AWAY-TEAM   PIC X(25).

      *>   Cuadro de la copa de la temporada: una fila por llave
      *>   (1-2 primera ronda, 3-4 semifinales, 5 final). Ganador
      *>   0 = llave sin jugar; DECIDED " " en los 90, "E" en el
      *>   alargue, "P" por penales.
       FD  CUPBRACKET-FILE.
       01  CUPBRACKET-RECORD.
           05  CUPF-SEASON     PIC 9(4).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  CUPF-TIE        PIC 9.
           05  FILLER          PIC X(1) VALUE SPACE.
           05  CUPF-HOME       PIC 9.
           05  FILLER          PIC X(1) VALUE SPACE.
           05  CUPF-AWAY       PIC 9.
           05  FILLER          PIC X(1) VALUE SPACE.
           05  CUPF-HGOALS     PIC 9(2).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  CUPF-AGOALS     PIC 9(2).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  CUPF-DECIDED    PIC X(1).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  CUPF-HPEN       PIC 9(2).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  CUPF-APEN       PIC 9(2).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  CUPF-WINNER     PIC 9.

       WORKING-STORAGE SECTION.

       01  MENU-OPTION PIC 9.
       01  WS-EFF-RATING-J     PIC S999.
       01  WS-SUSP-LINE        PIC 99.

      *>   Publicacion del calendario con fechas (FIXTURES).
       01  WS-FIX-STATUS       PIC XX.
       01  WS-FIX-SEASON       PIC 9(4).
       01  WS-FIX-START-INT    PIC 9(8).
       01  WS-FIX-DATE-9       PIC 9(8).
       01  WS-FIX-DOW          PIC 9.

      *>   Tablas local/visitante de la temporada y cara a cara.
       01  WS-RES-STATUS       PIC XX.
       01  HA-TABLE.
           05  HA-TEAM-R OCCURS 6 TIMES.
      *>           Lado 1 = de local, lado 2 = de visitante.
               10  HA-SIDE-R OCCURS 2 TIMES.
                   15  HA-PLAYED   PIC 9(2).
                   15  HA-WON      PIC 9(2).
                   15  HA-DRAWN    PIC 9(2).
                   15  HA-LOST     PIC 9(2).
                   15  HA-GF       PIC 9(3).
                   15  HA-GA       PIC 9(3).
                   15  HA-PTS      PIC 9(3).
       01  HA-ORDER.
           05  HA-ORD          PIC 9 OCCURS 6 TIMES.
       01  HA-SIDE             PIC 9.
       01  HA-FOR              PIC 9(2).
       01  HA-AGAINST          PIC 9(2).
       01  HA-SWAP             PIC 9.
       01  HA-SORTED-SW        PIC X.
           88  HA-SORTED           VALUE "Y".
       01  HA-GD-1             PIC S9(3).
       01  HA-GD-2             PIC S9(3).
       01  HA-STATS-LINE.
           05  HA-SL-PLAYED    PIC Z9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  HA-SL-WON       PIC Z9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  HA-SL-DRAWN     PIC Z9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  HA-SL-LOST      PIC Z9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  HA-SL-GF        PIC ZZ9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  HA-SL-GA        PIC ZZ9.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  HA-SL-GD        PIC -ZZ9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  HA-SL-PTS       PIC ZZ9.
       01  H2H-TEAM-A          PIC 9.
       01  H2H-TEAM-B          PIC 9.
       01  H2H-PLAYED          PIC 9(3).
       01  H2H-WON-A           PIC 9(3).
       01  H2H-DRAWN           PIC 9(3).
       01  H2H-WON-B           PIC 9(3).
       01  H2H-GOALS-A         PIC 9(4).
       01  H2H-GOALS-B         PIC 9(4).
       01  H2H-FOR             PIC 9(2).
       01  H2H-AGAINST         PIC 9(2).
       01  H2H-4-Z             PIC ZZZ9.
       01  H2H-HOME-Z          PIC Z9.
       01  H2H-AWAY-Z          PIC Z9.
       01  H2H-LIST-MAX        PIC 99 VALUE 8.

      *>   Copa por eliminacion directa (6 equipos: 2 exentos de la
      *>   primera ronda, semifinales y final a partido unico).
       01  WS-CUP-STATUS       PIC XX.
       01  CUP-BRACKET.
           05  CUP-TIE-R OCCURS 5 TIMES.
               10  CUP-HOME        PIC 9.
               10  CUP-AWAY        PIC 9.
               10  CUP-HGOALS      PIC 9(2).
               10  CUP-AGOALS      PIC 9(2).
               10  CUP-DECIDED     PIC X.
               10  CUP-HPEN        PIC 9(2).
               10  CUP-APEN        PIC 9(2).
               10  CUP-WINNER      PIC 9.
       01  CUP-IDX             PIC 9.
       01  CUP-FIRST-TIE       PIC 9.
       01  CUP-LAST-TIE        PIC 9.
       01  CUP-ROUND-NAME      PIC X(20).
       01  CUP-POOL.
           05  CUP-POOL-ID     PIC 9 OCCURS 6 TIMES.
       01  CUP-DRAW-TYPE       PIC X.
       01  CUP-SWAP            PIC 9.
       01  CUP-SORTED-SW       PIC X.
           88  CUP-SORTED          VALUE "Y".
       01  CUP-MATCH-SW        PIC X VALUE "N".
           88  CUP-MATCH           VALUE "Y".
       01  CUP-PEN-ROUNDS      PIC 99.
       01  CUP-EXTRA-MSG       PIC X(14).
      *>   Ronda de copa que se juega despues de cada fecha de liga
      *>   (0 = ninguna): 1ra ronda tras la fecha 1, semis tras la
      *>   3 y final tras la 4.
       01  CUP-AFTER-ROUNDS    PIC X(5) VALUE "10230".
       01  CUP-AFTER-TBL REDEFINES CUP-AFTER-ROUNDS.
           05  CUP-AFTER       PIC 9 OCCURS 5 TIMES.
       01  CONST-PEN-PCT       PIC 99 VALUE 75.


       PROCEDURE DIVISION.
       MAIN.
               THRU APPLY-AVAILABILITY-END.
           PERFORM CARGA-SEASONNBR.
           PERFORM CARGA-CARDTHRESH.
           PERFORM PUBLISH-FIXTURES
               THRU PUBLISH-FIXTURES-END.
           PERFORM CARGA-CUPBRACKET
               THRU CARGA-CUPBRACKET-END.
           EXIT.

      *>   Tope de amarillas configurable; la primera corrida lo
           MOVE 4 TO IDXTEAM-1(5,3).  MOVE 5 TO IDXTEAM-2(5,3).
           EXIT.

      *>   *************************************************************
      *>   Publica el calendario de la temporada en FIXTURES (ver
      *>   Copybooks/FIXTURE.CPY) para la venta de entradas. Si el
      *>   archivo ya tiene la temporada en curso no se toca: una
      *>   fecha reprogramada por la liga se corrige en el archivo
      *>   y se respeta. Temporada nueva: fecha 1 el primer sabado
      *>   desde hoy y una fecha por semana.
      *>   *************************************************************
       PUBLISH-FIXTURES.
           MOVE 0 TO WS-FIX-SEASON.
           OPEN INPUT FIXTURES-FILE.
           IF WS-FIX-STATUS = "00"
               READ FIXTURES-FILE
                   NOT AT END
                       IF FIX-SEASON IS NUMERIC
                           MOVE FIX-SEASON TO WS-FIX-SEASON
                       END-IF
               END-READ
               CLOSE FIXTURES-FILE
           END-IF.
           IF WS-FIX-SEASON = WS-SEASON-NBR
               GO TO PUBLISH-FIXTURES-END
           END-IF.
      *>   Dia 1 de INTEGER-OF-DATE (1601-01-01) fue lunes:
      *>   resto 0 = lunes ... 5 = sabado.
           COMPUTE WS-FIX-START-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY-DATE)).
           COMPUTE WS-FIX-DOW =
               FUNCTION MOD(WS-FIX-START-INT - 1, 7).
           COMPUTE WS-FIX-START-INT = WS-FIX-START-INT
               + FUNCTION MOD(12 - WS-FIX-DOW, 7).
           OPEN OUTPUT FIXTURES-FILE.
           PERFORM PUBLISH-FIXTURES-ROUND
               VARYING IDXROUND FROM 1 BY 1 UNTIL IDXROUND > 5.
           CLOSE FIXTURES-FILE.
       PUBLISH-FIXTURES-END.
           EXIT.

       PUBLISH-FIXTURES-ROUND.
           COMPUTE WS-FIX-DATE-9 = FUNCTION DATE-OF-INTEGER(
               WS-FIX-START-INT + 7 * (IDXROUND - 1)).
           PERFORM PUBLISH-FIXTURES-GAME
               VARYING IDXGAME FROM 1 BY 1 UNTIL IDXGAME > 3.

       PUBLISH-FIXTURES-GAME.
           MOVE SPACES TO FIXTURE-RECORD.
           MOVE WS-SEASON-NBR TO FIX-SEASON.
           MOVE IDXROUND      TO FIX-ROUND.
           SET FIX-GAME       TO IDXGAME.
           MOVE IDXTEAM-1(IDXROUND,IDXGAME) TO FIX-HOME-ID.
           MOVE TEAM(FIX-HOME-ID)           TO FIX-HOME-TEAM.
           MOVE IDXTEAM-2(IDXROUND,IDXGAME) TO FIX-AWAY-ID.
           MOVE TEAM(FIX-AWAY-ID)           TO FIX-AWAY-TEAM.
           MOVE WS-FIX-DATE-9 TO FIX-DATE.
           WRITE FIXTURE-RECORD.

      *>   *************************************************************
      *>   Persistencia de la tabla de posiciones
      *>   *************************************************************
               END-EVALUATE
      *>       Marcador real y eventos de jugadores del partido
               PERFORM MATCH-EVENTS
      *>       El resultado queda guardado para las tablas local/
      *>       visitante y el historial cara a cara.
               PERFORM SAVE-MATCH-RESULT
               MOVE WS-GOALS-1 TO AUX-TEAM-1
               MOVE WS-GOALS-2 TO AUX-TEAM-2

               PERFORM MENU-DISPLAYCONTINUE
      *>       La fecha termino: las suspensiones quedan cumplidas.
               PERFORM CLEAR-ROUND-SUSPENSIONS
      *>       Ronda de copa intercalada despues de esta fecha.
               IF CUP-AFTER(IDXROUND) > 0
                   PERFORM CUP-PLAY-ROUND
                       THRU CUP-PLAY-ROUND-END
               END-IF

           END-PERFORM.

                       with UNDERLINE
                       TEAM-S(1) LINE 25 COL 47
                       .
           IF CUP-WINNER(5) > 0
               DISPLAY "CUP WINNER:  "  LINE 26 COL 35
                       with UNDERLINE
                       TEAM(CUP-WINNER(5)) LINE 26 COL 47
           END-IF.
           PERFORM MENU-DISPLAYCONTINUE.
           PERFORM TOP-SCORERS-REPORT.
           PERFORM HOME-AWAY-REPORT
               THRU HOME-AWAY-REPORT-END.
           PERFORM SEASON-CLOSE-OFFER
               THRU SEASON-CLOSE-OFFER-END.
           PERFORM ALL-TIME-REPORT
               THRU ALL-TIME-REPORT-END.
           PERFORM H2H-INQUIRY
               THRU H2H-INQUIRY-END.

       MENU-END.
           EXIT.
                   WRITE SEASONHIST-RECORD
               END-PERFORM
           END-PERFORM.
      *>      Campeon de copa al lado del de liga.
           IF CUP-WINNER(5) > 0
               MOVE SPACES TO SEASONHIST-RECORD
               MOVE WS-SEASON-NBR   TO SH-SEASON
               MOVE "C"             TO SH-TYPE
               MOVE TEAM(CUP-WINNER(5)) TO SH-NAME
               MOVE 0               TO SH-VALUE
               MOVE 1               TO SH-RANK
               MOVE 0 TO SH-YELLOW
               MOVE 0 TO SH-RED
               WRITE SEASONHIST-RECORD
           END-IF.
           CLOSE SEASONHIST-FILE.
      *>      Campania nueva: todo en cero, mismos planteles.
           PERFORM VARYING AUX-I FROM 1 BY 1 UNTIL AUX-I > 6
           END-IF.


      *>   *************************************************************
      *>   Resultados por partido (MATCHRESULTS): tabla de local y
      *>   de visitante de la temporada en curso, y consulta cara a
      *>   cara entre dos equipos sobre todas las temporadas.
      *>   *************************************************************
       SAVE-MATCH-RESULT.
           OPEN EXTEND RESULTS-FILE.
           IF WS-RES-STATUS = "35"
               OPEN OUTPUT RESULTS-FILE
           END-IF.
           MOVE SPACES         TO RESULTS-RECORD.
           MOVE WS-SEASON-NBR  TO RES-SEASON.
           MOVE IDXROUND       TO RES-ROUND.
           MOVE AUX-I          TO RES-HOME-ID.
           MOVE TEAM(AUX-I)    TO RES-HOME-TEAM.
           MOVE WS-GOALS-1     TO RES-HOME-GOALS.
           MOVE WS-GOALS-2     TO RES-AWAY-GOALS.
           MOVE AUX-J          TO RES-AWAY-ID.
           MOVE TEAM(AUX-J)    TO RES-AWAY-TEAM.
           WRITE RESULTS-RECORD.
           CLOSE RESULTS-FILE.

       HOME-AWAY-REPORT.
           MOVE ZEROES TO HA-TABLE.
           OPEN INPUT RESULTS-FILE.
           IF WS-RES-STATUS NOT = "00"
               GO TO HOME-AWAY-REPORT-END
           END-IF.
           PERFORM HA-READ-ONE
               UNTIL WS-RES-STATUS NOT = "00".
           CLOSE RESULTS-FILE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "HOME / AWAY TABLES - SEASON" LINE 4 COL 35
                                               REVERSED.
           DISPLAY WS-SEASON-NBR               LINE 4 COL 63
                                               REVERSED.
           MOVE 1 TO HA-SIDE.
           MOVE 6 TO AUX-LINE-POS.
           DISPLAY "DE LOCAL"                  LINE 6 COL 5.
           PERFORM HA-SHOW-SIDE.
           MOVE 2 TO HA-SIDE.
           MOVE 15 TO AUX-LINE-POS.
           DISPLAY "DE VISITANTE"              LINE 15 COL 5.
           PERFORM HA-SHOW-SIDE.
           PERFORM MENU-DISPLAYCONTINUE.
       HOME-AWAY-REPORT-END.
           EXIT.

       HA-READ-ONE.
           READ RESULTS-FILE
               AT END
                   MOVE "10" TO WS-RES-STATUS
               NOT AT END
                   IF RES-SEASON = WS-SEASON-NBR
                       MOVE RES-HOME-ID    TO AUX-T
                       MOVE 1              TO HA-SIDE
                       MOVE RES-HOME-GOALS TO HA-FOR
                       MOVE RES-AWAY-GOALS TO HA-AGAINST
                       PERFORM HA-ADD-RESULT
                       MOVE RES-AWAY-ID    TO AUX-T
                       MOVE 2              TO HA-SIDE
                       MOVE RES-AWAY-GOALS TO HA-FOR
                       MOVE RES-HOME-GOALS TO HA-AGAINST
                       PERFORM HA-ADD-RESULT
                   END-IF
           END-READ.

      *>   Suma el partido al equipo AUX-T del lado HA-SIDE.
       HA-ADD-RESULT.
           ADD 1          TO HA-PLAYED(AUX-T,HA-SIDE).
           ADD HA-FOR     TO HA-GF(AUX-T,HA-SIDE).
           ADD HA-AGAINST TO HA-GA(AUX-T,HA-SIDE).
           EVALUATE TRUE
               WHEN HA-FOR > HA-AGAINST
                   ADD 1 TO HA-WON(AUX-T,HA-SIDE)
                   ADD 3 TO HA-PTS(AUX-T,HA-SIDE)
               WHEN HA-FOR = HA-AGAINST
                   ADD 1 TO HA-DRAWN(AUX-T,HA-SIDE)
                   ADD 1 TO HA-PTS(AUX-T,HA-SIDE)
               WHEN OTHER
                   ADD 1 TO HA-LOST(AUX-T,HA-SIDE)
           END-EVALUATE.

      *>   Tabla de un lado ordenada por puntos y diferencia de
      *>   gol, a partir de la linea AUX-LINE-POS.
       HA-SHOW-SIDE.
           PERFORM HA-INIT-ORDER
               VARYING AUX-I FROM 1 BY 1 UNTIL AUX-I > 6.
           MOVE "N" TO HA-SORTED-SW.
           PERFORM HA-SORT-PASS
               UNTIL HA-SORTED.
           ADD 1 TO AUX-LINE-POS.
           DISPLAY "EQUIPO                     PJ  PG  PE  PP   GF"
                   "   GC   DG  PTS"    LINE AUX-LINE-POS COL 5.
           PERFORM HA-SHOW-ROW
               VARYING AUX-I FROM 1 BY 1 UNTIL AUX-I > 6.

       HA-INIT-ORDER.
           MOVE AUX-I TO HA-ORD(AUX-I).

       HA-SORT-PASS.
           MOVE "Y" TO HA-SORTED-SW.
           PERFORM HA-SORT-PAIR
               VARYING AUX-I FROM 1 BY 1 UNTIL AUX-I > 5.

       HA-SORT-PAIR.
           COMPUTE AUX-J = AUX-I + 1.
           COMPUTE HA-GD-1 = HA-GF(HA-ORD(AUX-I),HA-SIDE)
                           - HA-GA(HA-ORD(AUX-I),HA-SIDE).
           COMPUTE HA-GD-2 = HA-GF(HA-ORD(AUX-J),HA-SIDE)
                           - HA-GA(HA-ORD(AUX-J),HA-SIDE).
           IF HA-PTS(HA-ORD(AUX-I),HA-SIDE) <
              HA-PTS(HA-ORD(AUX-J),HA-SIDE)
              OR (HA-PTS(HA-ORD(AUX-I),HA-SIDE) =
                  HA-PTS(HA-ORD(AUX-J),HA-SIDE)
                  AND HA-GD-1 < HA-GD-2)
               MOVE HA-ORD(AUX-I) TO HA-SWAP
               MOVE HA-ORD(AUX-J) TO HA-ORD(AUX-I)
               MOVE HA-SWAP       TO HA-ORD(AUX-J)
               MOVE "N" TO HA-SORTED-SW
           END-IF.

       HA-SHOW-ROW.
           ADD 1 TO AUX-LINE-POS.
           MOVE HA-ORD(AUX-I) TO AUX-T.
           MOVE HA-PLAYED(AUX-T,HA-SIDE) TO HA-SL-PLAYED.
           MOVE HA-WON(AUX-T,HA-SIDE)    TO HA-SL-WON.
           MOVE HA-DRAWN(AUX-T,HA-SIDE)  TO HA-SL-DRAWN.
           MOVE HA-LOST(AUX-T,HA-SIDE)   TO HA-SL-LOST.
           MOVE HA-GF(AUX-T,HA-SIDE)     TO HA-SL-GF.
           MOVE HA-GA(AUX-T,HA-SIDE)     TO HA-SL-GA.
           MOVE HA-PTS(AUX-T,HA-SIDE)    TO HA-SL-PTS.
           COMPUTE HA-GD-1 = HA-GF(AUX-T,HA-SIDE)
                           - HA-GA(AUX-T,HA-SIDE).
           MOVE HA-GD-1 TO HA-SL-GD.
           DISPLAY TEAM(AUX-T)            LINE AUX-LINE-POS COL 5.
           DISPLAY HA-STATS-LINE          LINE AUX-LINE-POS COL 32.

      *>   Cara a cara de dos equipos en todas las temporadas de
      *>   MATCHRESULTS; se repite hasta responder 0.
       H2H-INQUIRY.
           PERFORM CLEAR-SCREEN.
           DISPLAY "HEAD-TO-HEAD - ALL SEASONS" LINE 4 COL 35
                                               REVERSED.
           PERFORM H2H-SHOW-TEAM
               VARYING AUX-I FROM 1 BY 1 UNTIL AUX-I > 6.
           MOVE 0 TO H2H-TEAM-A H2H-TEAM-B.
           DISPLAY "Equipo A [1-6, 0=salir]:" LINE 13 COL 5.
           ACCEPT H2H-TEAM-A                  LINE 13 COL 31.
           IF H2H-TEAM-A = 0
               GO TO H2H-INQUIRY-END
           END-IF.
           DISPLAY "Equipo B [1-6]:"          LINE 14 COL 5.
           ACCEPT H2H-TEAM-B                  LINE 14 COL 31.
           IF H2H-TEAM-A > 6 OR H2H-TEAM-B = 0 OR H2H-TEAM-B > 6
              OR H2H-TEAM-A = H2H-TEAM-B
               MOVE "ELIJA DOS EQUIPOS DISTINTOS DE LA LISTA."
                   TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO H2H-INQUIRY
           END-IF.
           MOVE 0 TO H2H-PLAYED H2H-WON-A H2H-DRAWN H2H-WON-B
                     H2H-GOALS-A H2H-GOALS-B.
           MOVE 18 TO AUX-LINE-POS.
           DISPLAY "PARTIDOS:"                LINE 17 COL 5.
           OPEN INPUT RESULTS-FILE.
           IF WS-RES-STATUS = "00"
               PERFORM H2H-READ-ONE
                   UNTIL WS-RES-STATUS NOT = "00"
               CLOSE RESULTS-FILE
           END-IF.
           DISPLAY TEAM(H2H-TEAM-A)           LINE 16 COL 5.
           MOVE H2H-WON-A TO H2H-4-Z.
           DISPLAY "G" LINE 16 COL 31  H2H-4-Z LINE 16 COL 33.
           MOVE H2H-DRAWN TO H2H-4-Z.
           DISPLAY "E" LINE 16 COL 39  H2H-4-Z LINE 16 COL 41.
           MOVE H2H-WON-B TO H2H-4-Z.
           DISPLAY "P" LINE 16 COL 47  H2H-4-Z LINE 16 COL 49.
           MOVE H2H-GOALS-A TO H2H-4-Z.
           DISPLAY "GOLES" LINE 16 COL 55  H2H-4-Z LINE 16 COL 61.
           DISPLAY "-"                        LINE 16 COL 66.
           MOVE H2H-GOALS-B TO H2H-4-Z.
           DISPLAY H2H-4-Z                    LINE 16 COL 68.
           DISPLAY TEAM(H2H-TEAM-B)           LINE 16 COL 74.
           IF H2H-PLAYED = 0
               DISPLAY "(NUNCA SE ENFRENTARON)" LINE 18 COL 7
           END-IF.
           IF H2H-PLAYED > H2H-LIST-MAX
               MOVE H2H-PLAYED TO H2H-4-Z
               DISPLAY "... partidos en total:" LINE 27 COL 7
               DISPLAY H2H-4-Z                  LINE 27 COL 30
           END-IF.
           PERFORM MENU-DISPLAYCONTINUE.
           GO TO H2H-INQUIRY.
       H2H-INQUIRY-END.
           EXIT.

       H2H-SHOW-TEAM.
           COMPUTE AUX-LINE-POS = 5 + AUX-I.
           DISPLAY AUX-I        LINE AUX-LINE-POS COL 7.
           DISPLAY TEAM(AUX-I)  LINE AUX-LINE-POS COL 10.

      *>   Cada cruce cuenta desde el lado del equipo A; los
      *>   primeros H2H-LIST-MAX se listan en pantalla.
       H2H-READ-ONE.
           READ RESULTS-FILE
               AT END
                   MOVE "10" TO WS-RES-STATUS
               NOT AT END
                   IF (RES-HOME-ID = H2H-TEAM-A
                       AND RES-AWAY-ID = H2H-TEAM-B)
                      OR (RES-HOME-ID = H2H-TEAM-B
                       AND RES-AWAY-ID = H2H-TEAM-A)
                       PERFORM H2H-TALLY-ONE
                   END-IF
           END-READ.

       H2H-TALLY-ONE.
           ADD 1 TO H2H-PLAYED.
           IF RES-HOME-ID = H2H-TEAM-A
               MOVE RES-HOME-GOALS TO H2H-FOR
               MOVE RES-AWAY-GOALS TO H2H-AGAINST
           ELSE
               MOVE RES-AWAY-GOALS TO H2H-FOR
               MOVE RES-HOME-GOALS TO H2H-AGAINST
           END-IF.
           ADD H2H-FOR     TO H2H-GOALS-A.
           ADD H2H-AGAINST TO H2H-GOALS-B.
           EVALUATE TRUE
               WHEN H2H-FOR > H2H-AGAINST
                   ADD 1 TO H2H-WON-A
               WHEN H2H-FOR = H2H-AGAINST
                   ADD 1 TO H2H-DRAWN
               WHEN OTHER
                   ADD 1 TO H2H-WON-B
           END-EVALUATE.
           IF H2H-PLAYED NOT > H2H-LIST-MAX
               MOVE SPACES TO AUX-MSG
               MOVE RES-HOME-GOALS TO H2H-HOME-Z
               MOVE RES-AWAY-GOALS TO H2H-AWAY-Z
               STRING RES-SEASON " F" RES-ROUND "  "
                      RES-HOME-TEAM " " H2H-HOME-Z " - " H2H-AWAY-Z
                      "  "
                      RES-AWAY-TEAM
                      DELIMITED BY SIZE INTO AUX-MSG
               DISPLAY AUX-MSG LINE AUX-LINE-POS COL 7
               ADD 1 TO AUX-LINE-POS
           END-IF.

      *>   *************************************************************
      *>   Copa por eliminacion directa de la temporada. El cuadro
      *>   se sortea al arrancar una temporada sin cuadro (sembrado:
      *>   los 2 de mejor RATING quedan exentos de la primera ronda;
      *>   al azar: exentos sorteados) y persiste en CUPBRACKET, asi
      *>   una llave ya jugada no se repite en otra corrida.
      *>   *************************************************************
       CARGA-CUPBRACKET.
           MOVE ZEROES TO CUP-BRACKET.
           PERFORM CUP-CLEAR-DECIDED
               VARYING CUP-IDX FROM 1 BY 1 UNTIL CUP-IDX > 5.
           OPEN INPUT CUPBRACKET-FILE.
           IF WS-CUP-STATUS = "00"
               PERFORM CUP-READ-ONE
                   UNTIL WS-CUP-STATUS NOT = "00"
               CLOSE CUPBRACKET-FILE
           END-IF.
           IF CUP-HOME(1) > 0
               GO TO CARGA-CUPBRACKET-END
           END-IF.
           PERFORM CLEAR-SCREEN.
           DISPLAY "CUP DRAW - SEASON"         LINE 4 COL 35 REVERSED.
           DISPLAY WS-SEASON-NBR               LINE 4 COL 53 REVERSED.
           DISPLAY "Sorteo [S=sembrado / A=azar]:" LINE 6 COL 5.
           MOVE "S" TO CUP-DRAW-TYPE.
           ACCEPT CUP-DRAW-TYPE                LINE 6 COL 36.
           PERFORM CUP-INIT-POOL
               VARYING CUP-IDX FROM 1 BY 1 UNTIL CUP-IDX > 6.
           IF CUP-DRAW-TYPE = "A" OR CUP-DRAW-TYPE = "a"
               MOVE 1 TO CUP-FIRST-TIE
           ELSE
      *>          Sembrado: por RATING descendente, se sortean los
      *>          4 de abajo.
               MOVE "N" TO CUP-SORTED-SW
               PERFORM CUP-SEED-PASS
                   UNTIL CUP-SORTED
               MOVE 3 TO CUP-FIRST-TIE
           END-IF.
      *>   Mezcla (Fisher-Yates) de las posiciones CUP-FIRST-TIE..6.
           PERFORM CUP-SHUFFLE-ONE
               VARYING CUP-LAST-TIE FROM 6 BY -1
               UNTIL CUP-LAST-TIE NOT > CUP-FIRST-TIE.
           MOVE CUP-POOL-ID(3) TO CUP-HOME(1).
           MOVE CUP-POOL-ID(4) TO CUP-AWAY(1).
           MOVE CUP-POOL-ID(5) TO CUP-HOME(2).
           MOVE CUP-POOL-ID(6) TO CUP-AWAY(2).
           MOVE CUP-POOL-ID(1) TO CUP-HOME(3).
           MOVE CUP-POOL-ID(2) TO CUP-HOME(4).
           PERFORM SAVE-CUPBRACKET.
           DISPLAY "Exentos de la primera ronda:" LINE 8 COL 5.
           DISPLAY TEAM(CUP-HOME(3))           LINE 9 COL 7.
           DISPLAY TEAM(CUP-HOME(4))           LINE 10 COL 7.
           DISPLAY "Primera ronda:"            LINE 12 COL 5.
           DISPLAY TEAM(CUP-HOME(1))           LINE 13 COL 7.
           DISPLAY "vs"                        LINE 13 COL 34.
           DISPLAY TEAM(CUP-AWAY(1))           LINE 13 COL 38.
           DISPLAY TEAM(CUP-HOME(2))           LINE 14 COL 7.
           DISPLAY "vs"                        LINE 14 COL 34.
           DISPLAY TEAM(CUP-AWAY(2))           LINE 14 COL 38.
           PERFORM MENU-DISPLAYCONTINUE.
       CARGA-CUPBRACKET-END.
           EXIT.

       CUP-CLEAR-DECIDED.
           MOVE SPACE TO CUP-DECIDED(CUP-IDX).

      *>   Solo el cuadro de la temporada en curso; el de una
      *>   temporada vieja deja la tabla en cero y se sortea otro.
       CUP-READ-ONE.
           READ CUPBRACKET-FILE
               AT END
                   MOVE "10" TO WS-CUP-STATUS
               NOT AT END
                   IF CUPF-SEASON = WS-SEASON-NBR
                      AND CUPF-TIE > 0 AND CUPF-TIE < 6
                       MOVE CUPF-TIE     TO CUP-IDX
                       MOVE CUPF-HOME    TO CUP-HOME(CUP-IDX)
                       MOVE CUPF-AWAY    TO CUP-AWAY(CUP-IDX)
                       MOVE CUPF-HGOALS  TO CUP-HGOALS(CUP-IDX)
                       MOVE CUPF-AGOALS  TO CUP-AGOALS(CUP-IDX)
                       MOVE CUPF-DECIDED TO CUP-DECIDED(CUP-IDX)
                       MOVE CUPF-HPEN    TO CUP-HPEN(CUP-IDX)
                       MOVE CUPF-APEN    TO CUP-APEN(CUP-IDX)
                       MOVE CUPF-WINNER  TO CUP-WINNER(CUP-IDX)
                   END-IF
           END-READ.

       SAVE-CUPBRACKET.
           OPEN OUTPUT CUPBRACKET-FILE.
           PERFORM CUP-WRITE-ONE
               VARYING CUP-IDX FROM 1 BY 1 UNTIL CUP-IDX > 5.
           CLOSE CUPBRACKET-FILE.

       CUP-WRITE-ONE.
           MOVE SPACES                TO CUPBRACKET-RECORD.
           MOVE WS-SEASON-NBR         TO CUPF-SEASON.
           MOVE CUP-IDX               TO CUPF-TIE.
           MOVE CUP-HOME(CUP-IDX)     TO CUPF-HOME.
           MOVE CUP-AWAY(CUP-IDX)     TO CUPF-AWAY.
           MOVE CUP-HGOALS(CUP-IDX)   TO CUPF-HGOALS.
           MOVE CUP-AGOALS(CUP-IDX)   TO CUPF-AGOALS.
           MOVE CUP-DECIDED(CUP-IDX)  TO CUPF-DECIDED.
           MOVE CUP-HPEN(CUP-IDX)     TO CUPF-HPEN.
           MOVE CUP-APEN(CUP-IDX)     TO CUPF-APEN.
           MOVE CUP-WINNER(CUP-IDX)   TO CUPF-WINNER.
           WRITE CUPBRACKET-RECORD.

       CUP-INIT-POOL.
           MOVE CUP-IDX TO CUP-POOL-ID(CUP-IDX).

       CUP-SEED-PASS.
           MOVE "Y" TO CUP-SORTED-SW.
           PERFORM CUP-SEED-PAIR
               VARYING CUP-IDX FROM 1 BY 1 UNTIL CUP-IDX > 5.

       CUP-SEED-PAIR.
           IF RATING(CUP-POOL-ID(CUP-IDX)) <
              RATING(CUP-POOL-ID(CUP-IDX + 1))
               MOVE CUP-POOL-ID(CUP-IDX)     TO CUP-SWAP
               MOVE CUP-POOL-ID(CUP-IDX + 1) TO CUP-POOL-ID(CUP-IDX)
               MOVE CUP-SWAP             TO CUP-POOL-ID(CUP-IDX + 1)
               MOVE "N" TO CUP-SORTED-SW
           END-IF.

      *>   Intercambia la posicion CUP-LAST-TIE con una al azar
      *>   entre CUP-FIRST-TIE y ella misma.
       CUP-SHUFFLE-ONE.
           COMPUTE CUP-IDX = CUP-FIRST-TIE + FUNCTION RANDOM()
               * (CUP-LAST-TIE - CUP-FIRST-TIE + 1).
           IF CUP-IDX > CUP-LAST-TIE
               MOVE CUP-LAST-TIE TO CUP-IDX
           END-IF.
           MOVE CUP-POOL-ID(CUP-IDX)      TO CUP-SWAP.
           MOVE CUP-POOL-ID(CUP-LAST-TIE) TO CUP-POOL-ID(CUP-IDX).
           MOVE CUP-SWAP                  TO CUP-POOL-ID(CUP-LAST-TIE).

      *>   Juega las llaves pendientes de la ronda de copa que toca
      *>   despues de la fecha IDXROUND de liga.
       CUP-PLAY-ROUND.
           EVALUATE CUP-AFTER(IDXROUND)
               WHEN 1
                   MOVE 1 TO CUP-FIRST-TIE
                   MOVE 2 TO CUP-LAST-TIE
                   MOVE "FIRST ROUND"   TO CUP-ROUND-NAME
               WHEN 2
                   MOVE 3 TO CUP-FIRST-TIE
                   MOVE 4 TO CUP-LAST-TIE
                   MOVE "SEMI-FINALS"   TO CUP-ROUND-NAME
               WHEN OTHER
                   MOVE 5 TO CUP-FIRST-TIE
                   MOVE 5 TO CUP-LAST-TIE
                   MOVE "FINAL"         TO CUP-ROUND-NAME
           END-EVALUATE.
           IF CUP-HOME(CUP-FIRST-TIE) = 0
               GO TO CUP-PLAY-ROUND-END
           END-IF.
           PERFORM CLEAR-SCREEN.
           DISPLAY "CUP - "                    LINE 5 COL 35 REVERSED.
           DISPLAY CUP-ROUND-NAME              LINE 5 COL 41 REVERSED.
           MOVE 7 TO AUX-LINE-POS.
           PERFORM CUP-PLAY-TIE THRU CUP-PLAY-TIE-EXIT
               VARYING CUP-IDX FROM CUP-FIRST-TIE BY 1
               UNTIL CUP-IDX > CUP-LAST-TIE.
           PERFORM SAVE-CUPBRACKET.
           PERFORM MENU-DISPLAYCONTINUE.
       CUP-PLAY-ROUND-END.
           EXIT.

      *>   Una llave: mismo RESULT-GAME pesado por rating (con los
      *>   suspendidos), alargue y penales si termina igualada. Una
      *>   llave ya jugada en otra corrida solo se muestra.
       CUP-PLAY-TIE.
      *>   Llave sin rivales definidos (ronda anterior sin jugar).
           IF CUP-HOME(CUP-IDX) = 0 OR CUP-AWAY(CUP-IDX) = 0
               GO TO CUP-PLAY-TIE-EXIT
           END-IF.
           IF CUP-WINNER(CUP-IDX) = 0
               MOVE CUP-HOME(CUP-IDX) TO AUX-I
               MOVE CUP-AWAY(CUP-IDX) TO AUX-J
               MOVE "Y" TO CUP-MATCH-SW
               PERFORM RESULT-GAME
               PERFORM MATCH-EVENTS
               MOVE WS-GOALS-1 TO CUP-HGOALS(CUP-IDX)
               MOVE WS-GOALS-2 TO CUP-AGOALS(CUP-IDX)
               MOVE SPACE TO CUP-DECIDED(CUP-IDX)
               MOVE 0 TO CUP-HPEN(CUP-IDX) CUP-APEN(CUP-IDX)
               IF WS-GOALS-1 = WS-GOALS-2
                   PERFORM CUP-EXTRA-TIME
               END-IF
               IF CUP-HGOALS(CUP-IDX) = CUP-AGOALS(CUP-IDX)
                   PERFORM CUP-PENALTIES
               END-IF
               MOVE "N" TO CUP-MATCH-SW
               PERFORM CUP-SET-WINNER
           END-IF.
           MOVE SPACES TO CUP-EXTRA-MSG.
           IF CUP-DECIDED(CUP-IDX) = "E"
               MOVE "(a.e.t.)" TO CUP-EXTRA-MSG
           END-IF.
           IF CUP-DECIDED(CUP-IDX) = "P"
               STRING "(pen. " CUP-HPEN(CUP-IDX) "-"
                      CUP-APEN(CUP-IDX) ")"
                      DELIMITED BY SIZE INTO CUP-EXTRA-MSG
           END-IF.
           MOVE CUP-HGOALS(CUP-IDX) TO AUX-TEAM-1.
           MOVE CUP-AGOALS(CUP-IDX) TO AUX-TEAM-2.
           MOVE SPACES TO AUX-MSG.
           STRING TEAM(CUP-HOME(CUP-IDX)) " [ " AUX-TEAM-1 " ]"
                  "    vs   "
                  TEAM(CUP-AWAY(CUP-IDX)) " [ " AUX-TEAM-2 " ]  "
                  CUP-EXTRA-MSG
                  DELIMITED BY SIZE INTO AUX-MSG.
           DISPLAY AUX-MSG LINE AUX-LINE-POS COL 5.
           ADD 1 TO AUX-LINE-POS.
       CUP-PLAY-TIE-EXIT.
           EXIT.

      *>   Alargue: a lo sumo un gol, mas probable para el de mejor
      *>   rating efectivo (WS-RATING-DIFF que dejo RESULT-GAME).
       CUP-EXTRA-TIME.
           COMPUTE WS-LOSS-BOUND = 250 - (WS-RATING-DIFF * 3).
           COMPUTE WS-DRAW-BOUND = 750 - (WS-RATING-DIFF * 3).
           COMPUTE AUX-9999 = FUNCTION RANDOM() * 1000.
           IF AUX-9999 < WS-LOSS-BOUND
               ADD 1 TO CUP-AGOALS(CUP-IDX)
               MOVE AUX-J TO AUX-T
               PERFORM SCORE-ONE-GOAL
               MOVE "E" TO CUP-DECIDED(CUP-IDX)
           END-IF.
           IF AUX-9999 NOT < WS-DRAW-BOUND
               ADD 1 TO CUP-HGOALS(CUP-IDX)
               MOVE AUX-I TO AUX-T
               PERFORM SCORE-ONE-GOAL
               MOVE "E" TO CUP-DECIDED(CUP-IDX)
           END-IF.

      *>   Cinco penales por lado y despues muerte subita.
       CUP-PENALTIES.
           MOVE "P" TO CUP-DECIDED(CUP-IDX).
           PERFORM CUP-PEN-PAIR 5 TIMES.
           MOVE 0 TO CUP-PEN-ROUNDS.
           PERFORM CUP-PEN-PAIR
               UNTIL CUP-HPEN(CUP-IDX) NOT = CUP-APEN(CUP-IDX)
                  OR CUP-PEN-ROUNDS > 40.
      *>   (40 rondas de muerte subita sin definicion: el local)
           IF CUP-HPEN(CUP-IDX) = CUP-APEN(CUP-IDX)
               ADD 1 TO CUP-HPEN(CUP-IDX)
           END-IF.

       CUP-PEN-PAIR.
           ADD 1 TO CUP-PEN-ROUNDS.
           COMPUTE AUX-999 = FUNCTION RANDOM() * 100.
           IF AUX-999 < CONST-PEN-PCT
               ADD 1 TO CUP-HPEN(CUP-IDX)
           END-IF.
           COMPUTE AUX-999 = FUNCTION RANDOM() * 100.
           IF AUX-999 < CONST-PEN-PCT
               ADD 1 TO CUP-APEN(CUP-IDX)
           END-IF.

      *>   El ganador pasa a su lugar en la ronda siguiente.
       CUP-SET-WINNER.
           IF CUP-HGOALS(CUP-IDX) > CUP-AGOALS(CUP-IDX)
              OR CUP-HPEN(CUP-IDX) > CUP-APEN(CUP-IDX)
               MOVE CUP-HOME(CUP-IDX) TO CUP-WINNER(CUP-IDX)
           ELSE
               MOVE CUP-AWAY(CUP-IDX) TO CUP-WINNER(CUP-IDX)
           END-IF.
           EVALUATE CUP-IDX
               WHEN 1
                   MOVE CUP-WINNER(1) TO CUP-AWAY(3)
               WHEN 2
                   MOVE CUP-WINNER(2) TO CUP-AWAY(4)
               WHEN 3
                   MOVE CUP-WINNER(3) TO CUP-HOME(5)
               WHEN 4
                   MOVE CUP-WINNER(4) TO CUP-AWAY(5)
           END-EVALUATE.

       TABLA-PUNTAJES.
      *>   Muestro puntaje de equipos ordeandos por puntaje
           PERFORM SORT-TEAMS.
           IF WS-SCORER > SQD-COUNT(AUX-T)
               MOVE SQD-COUNT(AUX-T) TO WS-SCORER
           END-IF.
      *>   Los goles de copa no suman a la bota de oro de la liga
      *>   (las tarjetas si cuentan para las suspensiones).
           IF NOT CUP-MATCH
               ADD 1 TO SQD-GOALS(AUX-T, WS-SCORER)
           END-IF.
           EXIT.

       BOOK-ONE-YELLOW.
