      *>                    short of available players the
      *>                    unavailable ones fill in so an eleven
      *>                    always comes out.
      *>   2026-10-15  jrm  Pickup-game results: the new R option
      *>                    records the score of a logged pair of
      *>                    lineups (the Nth Tottenham/Manchester
      *>                    pair of LINEUPS) in PICKRESULTS with both
      *>                    strengths; L shows the players'
      *>                    mini-league (played, won, drawn, lost,
      *>                    goal difference, points) built from the
      *>                    results and the lineups; B compares the
      *>                    strength difference with the actual goal
      *>                    difference by band and lets BALTOL be
      *>                    changed from there.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 01-TeamPicker.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAYAVAIL-STATUS.

           SELECT PICKRESULTS-FILE ASSIGN TO "PICKRESULTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LINEUP-FILE.
       FD  PLAYAVAIL-FILE.
           COPY PLAYAVAIL.

      *>   Resultado de un partido jugado con un par de LINEUPS: el
      *>   par N son los registros 2N-1 (Tottenham) y 2N
      *>   (Manchester). Se copian las fuerzas de ambos equipos.
       FD  PICKRESULTS-FILE.
       01  PICKRESULTS-RECORD.
           05  PRS-PAIR        PIC 9(5).
           05  FILLER          PIC X VALUE SPACE.
           05  PRS-DATE        PIC X(8).
           05  FILLER          PIC X VALUE SPACE.
           05  PRS-GOALS-1     PIC 99.
           05  FILLER          PIC X VALUE SPACE.
           05  PRS-GOALS-2     PIC 99.
           05  FILLER          PIC X VALUE SPACE.
           05  PRS-STR-1       PIC 9(4).
           05  FILLER          PIC X VALUE SPACE.
           05  PRS-STR-2       PIC 9(4).
           05  FILLER          PIC X VALUE SPACE.
           05  PRS-FORMATION   PIC X(5).

       WORKING-STORAGE SECTION.

       01  WS-LINEUP-STATUS    PIC XX.
       01  UNAV-IDX            PIC 99.
       01  WS-AVAIL-SW         PIC X.

      *>   Resultados de los partidos (PICKRESULTS en memoria).
       01  WS-PRS-STATUS       PIC XX.
       01  RES-TABLE.
           05  RES-COUNT       PIC 9(3) VALUE 0.
           05  RES-ENTRY OCCURS 500 TIMES.
               10  RES-PAIR    PIC 9(5).
               10  RES-GOALS-1 PIC 99.
               10  RES-GOALS-2 PIC 99.
               10  RES-STR-1   PIC 9(4).
               10  RES-STR-2   PIC 9(4).
       01  RES-IDX             PIC 9(3).
       01  RES-FOUND           PIC 9(3).
       01  WS-PAIR-COUNT       PIC 9(5).
       01  WS-PAIR-SEL         PIC 9(5).
       01  WS-LNP-RECNO        PIC 9(6).
       01  WS-LNP-SIDE         PIC 9.
       01  WS-GOALS-IN-1       PIC 99.
       01  WS-GOALS-IN-2       PIC 99.
       01  WS-PAIR-STR-1       PIC 9(4).
       01  WS-PAIR-STR-2       PIC 9(4).
       01  WS-PAIR-FMT         PIC X(5).

      *>   Mini-liga de jugadores (3 puntos el triunfo, 1 el
      *>   empate), ordenada por puntos y diferencia de gol.
       01  LGE-TABLE.
           05  LGE-COUNT       PIC 9(3) VALUE 0.
           05  LGE-ENTRY OCCURS 150 TIMES.
               10  LGE-NAME    PIC X(20).
               10  LGE-PTS     PIC 9(4).
               10  LGE-PLAYED  PIC 9(4).
               10  LGE-WON     PIC 9(4).
               10  LGE-DRAWN   PIC 9(4).
               10  LGE-LOST    PIC 9(4).
               10  LGE-GF      PIC 9(4).
               10  LGE-GA      PIC 9(4).
       01  LGE-SWAP            PIC X(48).
       01  LGE-IDX             PIC 9(3).
       01  LGE-JDX             PIC 9(3).
       01  LGE-FOUND           PIC 9(3).
       01  LGE-FOR             PIC 99.
       01  LGE-AGAINST         PIC 99.
       01  LGE-GD-1            PIC S9(5).
       01  LGE-GD-2            PIC S9(5).
       01  LGE-SORTED-SW       PIC X.
           88  LGE-SORTED          VALUE "Y".
       01  LGE-SHOW-MAX        PIC 99 VALUE 15.
       01  LGE-LINE.
           05  LGE-L-POS       PIC ZZ9.
           05  FILLER          PIC X VALUE SPACE.
           05  LGE-L-NAME      PIC X(20).
           05  LGE-L-PLAYED    PIC ZZZ9.
           05  LGE-L-WON       PIC ZZZ9.
           05  LGE-L-DRAWN     PIC ZZZ9.
           05  LGE-L-LOST      PIC ZZZ9.
           05  LGE-L-GD        PIC -ZZZ9.
           05  LGE-L-PTS       PIC ZZZZ9.

      *>   Precision del balanceo: por banda de diferencia de
      *>   fuerza, partidos, diferencia de gol media y como le fue
      *>   al mas fuerte.
       01  BAL-BAND-LIMITS     PIC X(12) VALUE "005010020999".
       01  BAL-BAND-TBL REDEFINES BAL-BAND-LIMITS.
           05  BAL-BAND-TOP    PIC 999 OCCURS 4 TIMES.
       01  BAL-BANDS.
           05  BAL-BAND OCCURS 4 TIMES.
               10  BAL-GAMES   PIC 9(4).
               10  BAL-GD-SUM  PIC 9(6).
               10  BAL-FAV-WON PIC 9(4).
               10  BAL-DRAWS   PIC 9(4).
               10  BAL-FAV-LOST PIC 9(4).
       01  BAL-IDX             PIC 9.
       01  BAL-BAND-FROM       PIC 999.
       01  BAL-STR-DIFF        PIC S9(4).
       01  BAL-GOAL-DIFF       PIC S99.
       01  BAL-ABS-GD          PIC 99.
       01  BAL-IN-TOL          PIC 9(4).
       01  BAL-IN-TOL-GD       PIC 9(6).
       01  BAL-AVG-GD          PIC 99V99.
       01  BAL-LINE.
           05  BAL-L-FROM      PIC ZZ9.
           05  FILLER          PIC X(3) VALUE " - ".
           05  BAL-L-TO        PIC ZZ9.
           05  BAL-L-GAMES     PIC Z(6)9.
           05  BAL-L-AVG       PIC Z(5)9.99.
           05  BAL-L-WON       PIC Z(6)9.
           05  BAL-L-DRAWS     PIC Z(6)9.
           05  BAL-L-LOST      PIC Z(6)9.
       01  BAL-NEW-TOL         PIC 9(3).



       PROCEDURE DIVISION.
                   "0 - Quit"                              LINE 8 COL 5
                   "Your option:"                      LINE 10 COL 5
                   .
           PERFORM SHOW-RESULT-OPTIONS.

       REPEAT-MENU.
           ACCEPT MENU-OPTION  LINE 10 COL 18 PROMPT.
               WHEN "F"
                   PERFORM CHANGE-FORMATION
                   PERFORM MAKE-BALANCED-TEAMS
               WHEN "R"
               WHEN "r"
                   PERFORM RESULT-ENTRY THRU RESULT-ENTRY-END
                   PERFORM REDRAW-MENU
               WHEN "L"
               WHEN "l"
                   PERFORM MINI-LEAGUE-REPORT
                   PERFORM REDRAW-MENU
               WHEN "B"
               WHEN "b"
                   PERFORM BALANCE-REPORT
                   PERFORM REDRAW-MENU
               WHEN 0
                   STOP RUN
               WHEN OTHER
       MENU-START-END.
           EXIT.

       SHOW-RESULT-OPTIONS.
           DISPLAY "R - Record Result of a Lineup Pair"    LINE 5 COL 50
                   "L - Players Mini-League"               LINE 6 COL 50
                   "B - Balance Accuracy Report"           LINE 7 COL 50
                   .

      *>   Vuelta de una pantalla de resultados: mismo menu, mismos
      *>   equipos (no se sortea de nuevo).
       REDRAW-MENU.
           PERFORM CLEAR-SCREEN.
           DISPLAY "1 - Randomize TOTTENHAM  Team"         LINE 5 COL 5
                   "2 - Randomize MANCHESTER Team"         LINE 6 COL 5
                   "F - Change Formation (4-3-3/4-4-2/3-5-2)"
                                                            LINE 7 COL 5
                   "0 - Quit"                              LINE 8 COL 5
                   "Your option:"                      LINE 10 COL 5
                   .
           PERFORM SHOW-RESULT-OPTIONS.

       MAKE-MANCHESTER.
           MOVE 2 TO RAND-TEAM.
           PERFORM MAKE-TEAMS.
           EXIT.


      *>   *************************************************************
      *>   Carga de resultado: el par de LINEUPS (por defecto el
      *>   ultimo sorteado) y los goles de cada equipo. Un par ya
      *>   cargado no se pisa.
      *>   *************************************************************
       RESULT-ENTRY.
           PERFORM CLEAR-SCREEN.
           DISPLAY "RECORD RESULT"                LINE 4 COL 5 REVERSED.
           PERFORM LOAD-RESULTS.
           PERFORM COUNT-LINEUP-PAIRS.
           IF WS-PAIR-COUNT = 0
               MOVE "No lineups logged yet." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO RESULT-ENTRY-END
           END-IF.
           MOVE WS-PAIR-COUNT TO WS-PAIR-SEL.
           DISPLAY "Lineup pair number (last = " LINE 6 COL 5
                   WS-PAIR-COUNT                 LINE 6 COL 33
                   "):"                          LINE 6 COL 38.
           ACCEPT WS-PAIR-SEL                    LINE 6 COL 42 UPDATE.
           IF WS-PAIR-SEL = 0 OR WS-PAIR-SEL > WS-PAIR-COUNT
               MOVE "No such lineup pair." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO RESULT-ENTRY-END
           END-IF.
           MOVE 0 TO RES-FOUND.
           PERFORM FIND-RESULT
               VARYING RES-IDX FROM 1 BY 1 UNTIL RES-IDX > RES-COUNT.
           IF RES-FOUND > 0
               MOVE "That pair already has a result." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO RESULT-ENTRY-END
           END-IF.
           PERFORM READ-LINEUP-PAIR.
           DISPLAY TEAM-NAME(1)                  LINE 8 COL 5
                   WS-PAIR-FMT                   LINE 8 COL 25
                   "STRENGTH:"                   LINE 8 COL 32
                   WS-PAIR-STR-1                 LINE 8 COL 42
                   "Goals:"                      LINE 8 COL 48.
           DISPLAY TEAM-NAME(2)                  LINE 9 COL 5
                   WS-PAIR-FMT                   LINE 9 COL 25
                   "STRENGTH:"                   LINE 9 COL 32
                   WS-PAIR-STR-2                 LINE 9 COL 42
                   "Goals:"                      LINE 9 COL 48.
           MOVE 0 TO WS-GOALS-IN-1 WS-GOALS-IN-2.
           ACCEPT WS-GOALS-IN-1                  LINE 8 COL 55 UPDATE.
           ACCEPT WS-GOALS-IN-2                  LINE 9 COL 55 UPDATE.
           MOVE "Save this result?" TO AUX-MSG.
           PERFORM SHOW-INFO-MSG-YES_NO.
           IF RETURN-MSG-YES_NO NOT = "Y"
               GO TO RESULT-ENTRY-END
           END-IF.
           OPEN EXTEND PICKRESULTS-FILE.
           IF WS-PRS-STATUS = "35"
               OPEN OUTPUT PICKRESULTS-FILE
           END-IF.
           MOVE SPACES          TO PICKRESULTS-RECORD.
           MOVE WS-PAIR-SEL     TO PRS-PAIR.
           MOVE WS-TODAY-DATE   TO PRS-DATE.
           MOVE WS-GOALS-IN-1   TO PRS-GOALS-1.
           MOVE WS-GOALS-IN-2   TO PRS-GOALS-2.
           MOVE WS-PAIR-STR-1   TO PRS-STR-1.
           MOVE WS-PAIR-STR-2   TO PRS-STR-2.
           MOVE WS-PAIR-FMT     TO PRS-FORMATION.
           WRITE PICKRESULTS-RECORD.
           CLOSE PICKRESULTS-FILE.
           MOVE "Result saved." TO AUX-MSG.
           PERFORM SHOW-INFO-MSG.
       RESULT-ENTRY-END.
           EXIT.

       LOAD-RESULTS.
           MOVE 0 TO RES-COUNT.
           OPEN INPUT PICKRESULTS-FILE.
           IF WS-PRS-STATUS = "00"
               PERFORM LOAD-ONE-RESULT
                   UNTIL WS-PRS-STATUS NOT = "00"
               CLOSE PICKRESULTS-FILE
           END-IF.

       LOAD-ONE-RESULT.
           READ PICKRESULTS-FILE
               AT END
                   MOVE "10" TO WS-PRS-STATUS
               NOT AT END
                   IF RES-COUNT < 500 AND PRS-PAIR IS NUMERIC
                       ADD 1 TO RES-COUNT
                       MOVE PRS-PAIR    TO RES-PAIR(RES-COUNT)
                       MOVE PRS-GOALS-1 TO RES-GOALS-1(RES-COUNT)
                       MOVE PRS-GOALS-2 TO RES-GOALS-2(RES-COUNT)
                       MOVE PRS-STR-1   TO RES-STR-1(RES-COUNT)
                       MOVE PRS-STR-2   TO RES-STR-2(RES-COUNT)
                   END-IF
           END-READ.

       FIND-RESULT.
           IF RES-PAIR(RES-IDX) = WS-PAIR-SEL
               MOVE RES-IDX TO RES-FOUND
           END-IF.

       COUNT-LINEUP-PAIRS.
           MOVE 0 TO WS-LNP-RECNO.
           OPEN INPUT LINEUP-FILE.
           IF WS-LINEUP-STATUS = "00"
               PERFORM COUNT-ONE-LINEUP
                   UNTIL WS-LINEUP-STATUS NOT = "00"
               CLOSE LINEUP-FILE
           END-IF.
           COMPUTE WS-PAIR-COUNT = WS-LNP-RECNO / 2.

       COUNT-ONE-LINEUP.
           READ LINEUP-FILE
               AT END
                   MOVE "10" TO WS-LINEUP-STATUS
               NOT AT END
                   ADD 1 TO WS-LNP-RECNO
           END-READ.

      *>   Fuerzas y formacion del par WS-PAIR-SEL.
       READ-LINEUP-PAIR.
           MOVE 0 TO WS-LNP-RECNO WS-PAIR-STR-1 WS-PAIR-STR-2.
           OPEN INPUT LINEUP-FILE.
           IF WS-LINEUP-STATUS = "00"
               PERFORM READ-ONE-PAIR-LINEUP
                   UNTIL WS-LINEUP-STATUS NOT = "00"
               CLOSE LINEUP-FILE
           END-IF.

       READ-ONE-PAIR-LINEUP.
           READ LINEUP-FILE
               AT END
                   MOVE "10" TO WS-LINEUP-STATUS
               NOT AT END
                   ADD 1 TO WS-LNP-RECNO
                   IF WS-LNP-RECNO = WS-PAIR-SEL * 2 - 1
                       MOVE LNP-STRENGTH  TO WS-PAIR-STR-1
                       MOVE LNP-FORMATION TO WS-PAIR-FMT
                   END-IF
                   IF WS-LNP-RECNO = WS-PAIR-SEL * 2
                       MOVE LNP-STRENGTH  TO WS-PAIR-STR-2
                       MOVE "10" TO WS-LINEUP-STATUS
                   END-IF
           END-READ.

      *>   *************************************************************
      *>   Mini-liga de jugadores: cada registro de LINEUPS cuyo par
      *>   tiene resultado suma el partido a sus 11 jugadores.
      *>   *************************************************************
       MINI-LEAGUE-REPORT.
           PERFORM LOAD-RESULTS.
           MOVE 0 TO LGE-COUNT.
           MOVE 0 TO WS-LNP-RECNO.
           OPEN INPUT LINEUP-FILE.
           IF WS-LINEUP-STATUS = "00"
               PERFORM LGE-READ-LINEUP
                   UNTIL WS-LINEUP-STATUS NOT = "00"
               CLOSE LINEUP-FILE
           END-IF.
           MOVE "N" TO LGE-SORTED-SW.
           PERFORM LGE-SORT-PASS
               UNTIL LGE-SORTED OR LGE-COUNT < 2.
           PERFORM CLEAR-SCREEN.
           DISPLAY "PLAYERS MINI-LEAGUE"          LINE 4 COL 5 REVERSED.
           DISPLAY "  # PLAYER                PJ  PG  PE  PP   DG  PTS"
                                                  LINE 6 COL 5.
           MOVE 6 TO AUX-LINE-POS.
           PERFORM LGE-SHOW-ROW
               VARYING LGE-IDX FROM 1 BY 1
               UNTIL LGE-IDX > LGE-COUNT OR LGE-IDX > LGE-SHOW-MAX.
           IF LGE-COUNT = 0
               DISPLAY "No results recorded yet." LINE 8 COL 5
           END-IF.
           PERFORM MENU-DISPLAYCONTINUE.

       LGE-READ-LINEUP.
           READ LINEUP-FILE
               AT END
                   MOVE "10" TO WS-LINEUP-STATUS
               NOT AT END
                   ADD 1 TO WS-LNP-RECNO
                   COMPUTE WS-PAIR-SEL = (WS-LNP-RECNO + 1) / 2
                   COMPUTE WS-LNP-SIDE =
                       WS-LNP-RECNO - (WS-PAIR-SEL - 1) * 2
                   MOVE 0 TO RES-FOUND
                   PERFORM FIND-RESULT
                       VARYING RES-IDX FROM 1 BY 1
                       UNTIL RES-IDX > RES-COUNT
                   IF RES-FOUND > 0
                       PERFORM LGE-TAKE-LINEUP
                   END-IF
           END-READ.

       LGE-TAKE-LINEUP.
           IF WS-LNP-SIDE = 1
               MOVE RES-GOALS-1(RES-FOUND) TO LGE-FOR
               MOVE RES-GOALS-2(RES-FOUND) TO LGE-AGAINST
           ELSE
               MOVE RES-GOALS-2(RES-FOUND) TO LGE-FOR
               MOVE RES-GOALS-1(RES-FOUND) TO LGE-AGAINST
           END-IF.
           PERFORM LGE-TAKE-PLAYER THRU LGE-TAKE-PLAYER-EXIT
               VARYING AUX-I FROM 1 BY 1 UNTIL AUX-I > 11.

       LGE-TAKE-PLAYER.
           IF LNP-PLY-NAME(AUX-I) = SPACES
               GO TO LGE-TAKE-PLAYER-EXIT
           END-IF.
           MOVE 0 TO LGE-FOUND.
           PERFORM LGE-FIND-PLAYER
               VARYING LGE-IDX FROM 1 BY 1
               UNTIL LGE-IDX > LGE-COUNT OR LGE-FOUND > 0.
           IF LGE-FOUND = 0
               IF LGE-COUNT NOT < 150
                   GO TO LGE-TAKE-PLAYER-EXIT
               END-IF
               ADD 1 TO LGE-COUNT
               MOVE LGE-COUNT TO LGE-FOUND
               INITIALIZE LGE-ENTRY(LGE-FOUND)
               MOVE LNP-PLY-NAME(AUX-I) TO LGE-NAME(LGE-FOUND)
           END-IF.
           ADD 1           TO LGE-PLAYED(LGE-FOUND).
           ADD LGE-FOR     TO LGE-GF(LGE-FOUND).
           ADD LGE-AGAINST TO LGE-GA(LGE-FOUND).
           EVALUATE TRUE
               WHEN LGE-FOR > LGE-AGAINST
                   ADD 1 TO LGE-WON(LGE-FOUND)
                   ADD 3 TO LGE-PTS(LGE-FOUND)
               WHEN LGE-FOR = LGE-AGAINST
                   ADD 1 TO LGE-DRAWN(LGE-FOUND)
                   ADD 1 TO LGE-PTS(LGE-FOUND)
               WHEN OTHER
                   ADD 1 TO LGE-LOST(LGE-FOUND)
           END-EVALUATE.
       LGE-TAKE-PLAYER-EXIT.
           EXIT.

       LGE-FIND-PLAYER.
           IF LGE-NAME(LGE-IDX) = LNP-PLY-NAME(AUX-I)
               MOVE LGE-IDX TO LGE-FOUND
           END-IF.

       LGE-SORT-PASS.
           MOVE "Y" TO LGE-SORTED-SW.
           PERFORM LGE-SORT-PAIR
               VARYING LGE-IDX FROM 1 BY 1
               UNTIL LGE-IDX >= LGE-COUNT.

      *>   Puntos; a igualdad, diferencia de gol.
       LGE-SORT-PAIR.
           COMPUTE LGE-JDX = LGE-IDX + 1.
           COMPUTE LGE-GD-1 = LGE-GF(LGE-IDX) - LGE-GA(LGE-IDX).
           COMPUTE LGE-GD-2 = LGE-GF(LGE-JDX) - LGE-GA(LGE-JDX).
           IF LGE-PTS(LGE-IDX) < LGE-PTS(LGE-JDX)
              OR (LGE-PTS(LGE-IDX) = LGE-PTS(LGE-JDX)
                  AND LGE-GD-1 < LGE-GD-2)
               MOVE LGE-ENTRY(LGE-IDX) TO LGE-SWAP
               MOVE LGE-ENTRY(LGE-JDX) TO LGE-ENTRY(LGE-IDX)
               MOVE LGE-SWAP           TO LGE-ENTRY(LGE-JDX)
               MOVE "N" TO LGE-SORTED-SW
           END-IF.

       LGE-SHOW-ROW.
           ADD 1 TO AUX-LINE-POS.
           MOVE LGE-IDX            TO LGE-L-POS.
           MOVE LGE-NAME(LGE-IDX)  TO LGE-L-NAME.
           MOVE LGE-PLAYED(LGE-IDX) TO LGE-L-PLAYED.
           MOVE LGE-WON(LGE-IDX)   TO LGE-L-WON.
           MOVE LGE-DRAWN(LGE-IDX) TO LGE-L-DRAWN.
           MOVE LGE-LOST(LGE-IDX)  TO LGE-L-LOST.
           COMPUTE LGE-L-GD = LGE-GF(LGE-IDX) - LGE-GA(LGE-IDX).
           MOVE LGE-PTS(LGE-IDX)   TO LGE-L-PTS.
           DISPLAY LGE-LINE LINE AUX-LINE-POS COL 5.

      *>   *************************************************************
      *>   Precision del balanceo: diferencia de fuerza del par
      *>   contra la diferencia de gol real, por banda. Si el
      *>   balanceo sirve, dentro de la tolerancia el mas fuerte no
      *>   deberia ganar mucho mas de lo que pierde. Al pie se
      *>   puede cambiar BALTOL con esa evidencia.
      *>   *************************************************************
       BALANCE-REPORT.
           PERFORM LOAD-RESULTS.
           INITIALIZE BAL-BANDS.
           MOVE 0 TO BAL-IN-TOL BAL-IN-TOL-GD.
           PERFORM BAL-TAKE-RESULT
               VARYING RES-IDX FROM 1 BY 1 UNTIL RES-IDX > RES-COUNT.
           PERFORM CLEAR-SCREEN.
           DISPLAY "BALANCE ACCURACY"             LINE 4 COL 5 REVERSED.
           DISPLAY "STR DIFF   GAMES  AVG |GD|  FAV WON  DRAWS FAV LOST"
                                                   LINE 6 COL 5.
           MOVE 6 TO AUX-LINE-POS.
           MOVE 0 TO BAL-BAND-FROM.
           PERFORM BAL-SHOW-BAND
               VARYING BAL-IDX FROM 1 BY 1 UNTIL BAL-IDX > 4.
           MOVE 0 TO BAL-AVG-GD.
           IF BAL-IN-TOL > 0
               COMPUTE BAL-AVG-GD ROUNDED = BAL-IN-TOL-GD / BAL-IN-TOL
           END-IF.
           MOVE BAL-AVG-GD TO BAL-L-AVG.
           DISPLAY "Current BALTOL:"               LINE 13 COL 5
                   WS-BAL-TOL                      LINE 13 COL 21
                   "Games within it:"              LINE 13 COL 27
                   BAL-IN-TOL                      LINE 13 COL 44
                   "avg |GD|:"                     LINE 13 COL 50
                   BAL-L-AVG                       LINE 13 COL 59.
           MOVE WS-BAL-TOL TO BAL-NEW-TOL.
           DISPLAY "New BALTOL [ENTER keeps]:"     LINE 15 COL 5.
           ACCEPT BAL-NEW-TOL                     LINE 15 COL 31 UPDATE.
           IF BAL-NEW-TOL NOT = WS-BAL-TOL
               MOVE BAL-NEW-TOL TO WS-BAL-TOL
               OPEN OUTPUT BALTOL-FILE
               MOVE WS-BAL-TOL TO BALTOL-RECORD
               WRITE BALTOL-RECORD
               CLOSE BALTOL-FILE
               DISPLAY "BALTOL updated."           LINE 16 COL 5
           END-IF.
           PERFORM MENU-DISPLAYCONTINUE.

      *>   La diferencia se mira desde el equipo mas fuerte: su
      *>   diferencia de gol positiva es un triunfo del favorito.
       BAL-TAKE-RESULT.
           COMPUTE BAL-STR-DIFF =
               RES-STR-1(RES-IDX) - RES-STR-2(RES-IDX).
           COMPUTE BAL-GOAL-DIFF =
               RES-GOALS-1(RES-IDX) - RES-GOALS-2(RES-IDX).
           IF BAL-STR-DIFF < 0
               COMPUTE BAL-STR-DIFF = 0 - BAL-STR-DIFF
               COMPUTE BAL-GOAL-DIFF = 0 - BAL-GOAL-DIFF
           END-IF.
           IF BAL-GOAL-DIFF < 0
               COMPUTE BAL-ABS-GD = 0 - BAL-GOAL-DIFF
           ELSE
               MOVE BAL-GOAL-DIFF TO BAL-ABS-GD
           END-IF.
           MOVE 4 TO BAL-IDX.
           IF BAL-STR-DIFF NOT > BAL-BAND-TOP(3)
               MOVE 3 TO BAL-IDX
           END-IF.
           IF BAL-STR-DIFF NOT > BAL-BAND-TOP(2)
               MOVE 2 TO BAL-IDX
           END-IF.
           IF BAL-STR-DIFF NOT > BAL-BAND-TOP(1)
               MOVE 1 TO BAL-IDX
           END-IF.
           ADD 1          TO BAL-GAMES(BAL-IDX).
           ADD BAL-ABS-GD TO BAL-GD-SUM(BAL-IDX).
           EVALUATE TRUE
               WHEN BAL-GOAL-DIFF > 0
                   ADD 1 TO BAL-FAV-WON(BAL-IDX)
               WHEN BAL-GOAL-DIFF = 0
                   ADD 1 TO BAL-DRAWS(BAL-IDX)
               WHEN OTHER
                   ADD 1 TO BAL-FAV-LOST(BAL-IDX)
           END-EVALUATE.
           IF BAL-STR-DIFF NOT > WS-BAL-TOL
               ADD 1          TO BAL-IN-TOL
               ADD BAL-ABS-GD TO BAL-IN-TOL-GD
           END-IF.

       BAL-SHOW-BAND.
           ADD 1 TO AUX-LINE-POS.
           MOVE BAL-BAND-FROM        TO BAL-L-FROM.
           MOVE BAL-BAND-TOP(BAL-IDX) TO BAL-L-TO.
           MOVE BAL-GAMES(BAL-IDX)   TO BAL-L-GAMES.
           MOVE 0 TO BAL-AVG-GD.
           IF BAL-GAMES(BAL-IDX) > 0
               COMPUTE BAL-AVG-GD ROUNDED =
                   BAL-GD-SUM(BAL-IDX) / BAL-GAMES(BAL-IDX)
           END-IF.
           MOVE BAL-AVG-GD           TO BAL-L-AVG.
           MOVE BAL-FAV-WON(BAL-IDX) TO BAL-L-WON.
           MOVE BAL-DRAWS(BAL-IDX)   TO BAL-L-DRAWS.
           MOVE BAL-FAV-LOST(BAL-IDX) TO BAL-L-LOST.
           DISPLAY BAL-LINE LINE AUX-LINE-POS COL 5.
           COMPUTE BAL-BAND-FROM = BAL-BAND-TOP(BAL-IDX) + 1.

      *>   *************************************************************
      *>   Utilidades
      *>   *************************************************************
