      *>               the coach stops drafting the injured striker.
      *>               TeamPicker and the league simulator honor
      *>               the same file.
      *>   2026-10-15  Training workload: new [13] screen records
      *>               each training session (date, type and, per
      *>               jersey, attendance, minutes and intensity)
      *>               to the TRAINLOG file, and the new [14]
      *>               weekly workload report compares each
      *>               player's last-7-day load (minutes x
      *>               intensity, matches included) with the
      *>               player's four-week average. Players over the risk
      *>               ratio are flagged and can be put in
      *>               PLAYAVAIL as rested ("R") with one key.
      *>   2026-10-15  PLAYERSFILE carries the homegrown flag used
      *>               by the squad registration run; kept in the
      *>               roster table so a save here preserves it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 01-COACHHELPER.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAYAVAIL-STATUS.

           SELECT TRAINLOG-FILE ASSIGN TO "TRAINLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAINLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAYERS-FILE.
       FD  PLAYAVAIL-FILE.
           COPY PLAYAVAIL.

      *>   Una linea por jugador y sesion de entrenamiento: tipo,
      *>   asistencia, minutos y la intensidad percibida (0-10).
       FD  TRAINLOG-FILE.
       01  TRAINLOG-RECORD.
           05  TRN-DATE            PIC X(8).
           05  FILLER              PIC X(1).
           05  TRN-TYPE            PIC X(1).
               88  TRN-FISICO          VALUE "F".
               88  TRN-TACTICO         VALUE "T".
               88  TRN-RECUPERACION    VALUE "R".
           05  FILLER              PIC X(1).
           05  TRN-JERSEY          PIC 99.
           05  FILLER              PIC X(1).
           05  TRN-ATTEND          PIC X(1).
           05  FILLER              PIC X(1).
           05  TRN-MINUTES         PIC 9(3).
           05  FILLER              PIC X(1).
           05  TRN-INTENSITY       PIC 99.

       WORKING-STORAGE SECTION.

       01  MENU-OPTION PIC 99.
               10 IDXPOSIT PIC 99.
               10 AGE      PIC 99.
               10 HEIGHT   PIC 999.
               10 HOMEGROWN PIC X(1).

       01  RANK-OVERALL OCCURS 30 TIMES PIC 999V9.
       01  RANK-SHOWN   OCCURS 30 TIMES PIC X(1).
       01  AV-OPTION       PIC X(1).
       01  AV-MARK         PIC X(3).

      *>   Sesiones de entrenamiento y reporte de carga semanal.
      *>   Carga = minutos x intensidad; los partidos de MATCHSTATS
      *>   suman con una intensidad fija. Riesgo = carga de los
      *>   ultimos 7 dias sobre el promedio semanal de 4 semanas.
       01  WS-TRAINLOG-STATUS  PIC X(2).
       01  TRN-SESSION-DATE    PIC X(8).
       01  TRN-SESSION-TYPE    PIC X(1).
       01  TRN-ATTEND-IN       PIC X(1).
       01  TRN-INTENSITY-Z     PIC Z9.
       01  WL-TABLE.
           05  WL-ENTRY OCCURS 30 TIMES.
               10  WL-ACUTE        PIC 9(6).
               10  WL-CHRONIC      PIC 9(6).
               10  WL-RISK         PIC X(1).
       01  WL-TODAY-INT        PIC 9(8).
       01  WL-REC-INT          PIC 9(8).
       01  WL-DAYS-AGO         PIC S9(8).
       01  WL-LOAD             PIC 9(6).
       01  WL-WEEK-AVG         PIC 9(6)V9.
       01  WL-RATIO            PIC 9(3)V99.
       01  WL-RATIO-Z          PIC ZZ9.99.
       01  WL-ACUTE-Z          PIC ZZZZZ9.
       01  WL-AVG-Z            PIC ZZZZZ9.9.
       01  WL-RISK-COUNT       PIC 99.
       01  WL-ADDED            PIC 99.
       01  WL-RETURN-DATE      PIC 9(8).
       01  WL-OPTION           PIC X(1).
       01  WL-RISK-RATIO       PIC 9V99 VALUE 1.50.
       01  WL-MATCH-INTENSITY  PIC 99 VALUE 8.
       01  WL-REST-DAYS        PIC 99 VALUE 7.


       PROCEDURE DIVISION.
       MAIN.
               MOVE 1 TO IDXPOSIT(MAXCOUNT-PLAYERS)
               MOVE 0 TO AGE(MAXCOUNT-PLAYERS)
               MOVE 0 TO HEIGHT(MAXCOUNT-PLAYERS)
               MOVE "N" TO HOMEGROWN(MAXCOUNT-PLAYERS)
               PERFORM SAVEALL-PROCEDURE
               DISPLAY "Jugador agregado." LINE 14 COL 5
               PERFORM MENU-DISPLAYCONTINUE
                   "[10] Match Stats Entry"            LINE 14 COL 5
                   "[11] Form Report (last 5)"         LINE 15 COL 5
                   "[12] Player Availability"          LINE 16 COL 5
                   "[13] Training Session Entry"       LINE 17 COL 5
                   "[14] Weekly Workload Report"       LINE 18 COL 5
                   "[0] EXIT"                          LINE 19 COL 5
                   .

           DISPLAY "Opcion [  ]"                       LINE 20 COL 5.
           ACCEPT MENU-OPTION                          LINE 20 COL 13.

           MOVE 5 TO AUX-COLUMN-POS.
           MOVE " " TO AUX-MSG.
                   PERFORM AVAILABILITY-PROCEDURE
                       THRU AVAILABILITY-PROCEDURE-END

               WHEN 13
                   PERFORM TRAINING-ENTRY-PROCEDURE
                       THRU TRAINING-ENTRY-PROCEDURE-END

               WHEN 14
                   PERFORM WORKLOAD-REPORT-PROCEDURE
                       THRU WORKLOAD-REPORT-PROCEDURE-END

               WHEN OTHER
                   DISPLAY "Opcion Incorrecta!!"   LINE 22 COL 5
                           "Reintente por favor!!" LINE 24 COL 5
                   PERFORM MENU-DISPLAYCONTINUE
           END-EVALUATE.
           GO TO MENU-START.
      *>   numero de camiseta y da de baja (vuelta a disponible).
       AVAILABILITY-PROCEDURE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Player Availability (I=les S=susp A=ausente"
                                               LINE 3 COL 5.
           DISPLAY " R=descanso por carga)"    LINE 3 COL 48.
           MOVE 4 TO AUX-RANKPOS.
           PERFORM AVAIL-SHOW-LINE VARYING AV-IDX FROM 1 BY 1
                   UNTIL AV-IDX > AV-COUNT.
           END-IF.
           ADD 1 TO AV-COUNT.
           MOVE NAMEPL(AUX-NRO-PLAYER) TO AV-NAME(AV-COUNT).
           DISPLAY "Motivo [I/S/A/R]: "       LINE 22 COL 5.
           ACCEPT AV-STATUS(AV-COUNT)         LINE 22 COL 24.
           IF AV-STATUS(AV-COUNT) NOT = "I"
              AND AV-STATUS(AV-COUNT) NOT = "S"
              AND AV-STATUS(AV-COUNT) NOT = "A"
              AND AV-STATUS(AV-COUNT) NOT = "R"
               MOVE "I" TO AV-STATUS(AV-COUNT)
           END-IF.
           DISPLAY "Regreso [AAAAMMDD]: "     LINE 23 COL 5.
       AVAIL-REMOVE-PROCEDURE-END.
           EXIT.

      *>   *************************************************************
      *>   Carga de una sesion de entrenamiento [13]: fecha y tipo
      *>   de la sesion, y por camiseta la asistencia, los minutos
      *>   y la intensidad percibida. Jersey 0 termina la carga.
      *>   *************************************************************
       TRAINING-ENTRY-PROCEDURE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Training Session Entry" LINE 4 COL 5.
           ACCEPT TRN-SESSION-DATE FROM DATE YYYYMMDD.
           DISPLAY "Fecha de la sesion [AAAAMMDD]: " LINE 6 COL 5
                   TRN-SESSION-DATE                  LINE 6 COL 37.
           ACCEPT TRN-SESSION-DATE                   LINE 6 COL 37
                                                     UPDATE.
           DISPLAY "Tipo [F=fisico T=tactico R=recuperacion]: "
                                               LINE 7 COL 5.
           ACCEPT TRN-SESSION-TYPE             LINE 7 COL 48.
           IF TRN-SESSION-TYPE = "f"
               MOVE "F" TO TRN-SESSION-TYPE
           END-IF.
           IF TRN-SESSION-TYPE = "r"
               MOVE "R" TO TRN-SESSION-TYPE
           END-IF.
           IF TRN-SESSION-TYPE NOT = "F"
              AND TRN-SESSION-TYPE NOT = "R"
               MOVE "T" TO TRN-SESSION-TYPE
           END-IF.
       TRAINING-ENTRY-ONE-PLAYER.
           DISPLAY " " LINE 9 COL 1 ERASE EOS.
           DISPLAY "Jersey number [0=fin]: "  LINE 9 COL 5.
           ACCEPT AUX-JERSEYSRCH-Z             LINE 9 COL 30 PROMPT.
           MOVE AUX-JERSEYSRCH-Z TO AUX-JERSEYSRCH.
           IF AUX-JERSEYSRCH = 0
               GO TO TRAINING-ENTRY-PROCEDURE-END
           END-IF.
           PERFORM SEARCH-JERSEY-NUMBER.
           IF AUX-NRO-PLAYER = 0
               DISPLAY "INVALID JERSEY NUMBER. "  LINE 20 COL 5
               PERFORM MENU-DISPLAYCONTINUE
               GO TO TRAINING-ENTRY-ONE-PLAYER
           END-IF.
           DISPLAY NAMEPL(AUX-NRO-PLAYER)      LINE 10 COL 5.
           DISPLAY "Asistio [S/N]: "           LINE 11 COL 5.
           MOVE "S" TO TRN-ATTEND-IN.
           ACCEPT TRN-ATTEND-IN                LINE 11 COL 25 UPDATE.
           MOVE 0 TO AUX-MINUTES-Z.
           MOVE 0 TO TRN-INTENSITY-Z.
           IF TRN-ATTEND-IN = "N" OR TRN-ATTEND-IN = "n"
               MOVE "N" TO TRN-ATTEND-IN
           ELSE
               MOVE "S" TO TRN-ATTEND-IN
               DISPLAY "Minutos: "             LINE 12 COL 5
               ACCEPT AUX-MINUTES-Z            LINE 12 COL 25 PROMPT
               DISPLAY "Intensidad [0-10]: "   LINE 13 COL 5
               ACCEPT TRN-INTENSITY-Z          LINE 13 COL 25 PROMPT
           END-IF.
           OPEN EXTEND TRAINLOG-FILE.
           IF WS-TRAINLOG-STATUS = "35"
               OPEN OUTPUT TRAINLOG-FILE
           END-IF.
           MOVE SPACES TO TRAINLOG-RECORD.
           MOVE TRN-SESSION-DATE TO TRN-DATE.
           MOVE TRN-SESSION-TYPE TO TRN-TYPE.
           MOVE AUX-JERSEYSRCH   TO TRN-JERSEY.
           MOVE TRN-ATTEND-IN    TO TRN-ATTEND.
           MOVE AUX-MINUTES-Z    TO TRN-MINUTES.
           MOVE TRN-INTENSITY-Z  TO TRN-INTENSITY.
           IF TRN-INTENSITY > 10
               MOVE 10 TO TRN-INTENSITY
           END-IF.
           WRITE TRAINLOG-RECORD.
           CLOSE TRAINLOG-FILE.
           DISPLAY "Registrado." LINE 15 COL 5.
           GO TO TRAINING-ENTRY-ONE-PLAYER.
       TRAINING-ENTRY-PROCEDURE-END.
           EXIT.

      *>   *************************************************************
      *>   Reporte de carga semanal [14]: por jugador la carga de
      *>   los ultimos 7 dias y el promedio semanal de las ultimas
      *>   4 semanas (TRAINLOG mas los partidos de MATCHSTATS). Si
      *>   la relacion supera WL-RISK-RATIO el jugador se marca en
      *>   riesgo, y con una tecla los marcados pasan a PLAYAVAIL
      *>   como descanso por carga ("R") por WL-REST-DAYS dias.
      *>   *************************************************************
       WORKLOAD-REPORT-PROCEDURE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Weekly Workload Report (riesgo > " LINE 3 COL 5
                   WL-RISK-RATIO                      LINE 3 COL 38
                   ")"                                LINE 3 COL 42.
           DISPLAY "PLAYER / CARGA 7D / PROM 4 SEM / RELACION"
                                                      LINE 4 COL 5.
           INITIALIZE WL-TABLE.
           COMPUTE WL-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TODAY-DATE)).
           OPEN INPUT TRAINLOG-FILE.
           IF WS-TRAINLOG-STATUS = "00"
               PERFORM WL-READ-TRAINING
                   UNTIL WS-TRAINLOG-STATUS NOT = "00"
               CLOSE TRAINLOG-FILE
           END-IF.
           OPEN INPUT MATCHSTATS-FILE.
           IF WS-MATCHSTATS-STATUS = "00"
               PERFORM WL-READ-MATCH
                   UNTIL WS-MATCHSTATS-STATUS NOT = "00"
               CLOSE MATCHSTATS-FILE
           END-IF.
           MOVE 0 TO WL-RISK-COUNT.
           MOVE 4 TO AUX-RANKPOS.
           PERFORM WL-REPORT-LINE VARYING IDX FROM 1 BY 1
                   UNTIL IDX > MAXCOUNT-PLAYERS.
           IF WL-RISK-COUNT = 0
               DISPLAY "Ningun jugador en riesgo." LINE 26 COL 5
               PERFORM MENU-DISPLAYCONTINUE
               GO TO WORKLOAD-REPORT-PROCEDURE-END
           END-IF.
           DISPLAY "Marcar en riesgo como no disponibles? [S/N]: "
                                               LINE 26 COL 5.
           ACCEPT WL-OPTION                    LINE 26 COL 51.
           IF WL-OPTION NOT = "S" AND WL-OPTION NOT = "s"
               GO TO WORKLOAD-REPORT-PROCEDURE-END
           END-IF.
           COMPUTE WL-RETURN-DATE = FUNCTION DATE-OF-INTEGER(
               WL-TODAY-INT + WL-REST-DAYS).
           MOVE 0 TO WL-ADDED.
           PERFORM WL-REST-PLAYER THRU WL-REST-PLAYER-EXIT
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > MAXCOUNT-PLAYERS.
           PERFORM SAVE-AVAILABILITY.
           DISPLAY "Jugadores marcados en PLAYAVAIL: " LINE 27 COL 5
                   WL-ADDED                            LINE 27 COL 39.
           PERFORM MENU-DISPLAYCONTINUE.
       WORKLOAD-REPORT-PROCEDURE-END.
           EXIT.

       WL-READ-TRAINING.
           READ TRAINLOG-FILE
               AT END
                   MOVE "10" TO WS-TRAINLOG-STATUS
               NOT AT END
                   IF TRN-ATTEND = "S" AND TRN-DATE IS NUMERIC
                      AND TRN-MINUTES IS NUMERIC
                      AND TRN-INTENSITY IS NUMERIC
                       MOVE TRN-DATE TO AUX-MATCH-DATE
                       MOVE TRN-JERSEY TO AUX-JERSEYSRCH
                       COMPUTE WL-LOAD = TRN-MINUTES * TRN-INTENSITY
                       PERFORM WL-ADD-LOAD THRU WL-ADD-LOAD-EXIT
                   END-IF
           END-READ.

       WL-READ-MATCH.
           READ MATCHSTATS-FILE
               AT END
                   MOVE "10" TO WS-MATCHSTATS-STATUS
               NOT AT END
                   IF MST-DATE IS NUMERIC AND MST-MINUTES IS NUMERIC
                       MOVE MST-DATE TO AUX-MATCH-DATE
                       MOVE MST-JERSEY TO AUX-JERSEYSRCH
                       COMPUTE WL-LOAD =
                           MST-MINUTES * WL-MATCH-INTENSITY
                       PERFORM WL-ADD-LOAD THRU WL-ADD-LOAD-EXIT
                   END-IF
           END-READ.

      *>   Suma WL-LOAD (fecha AUX-MATCH-DATE, camiseta
      *>   AUX-JERSEYSRCH) a la ventana de 7 y de 28 dias.
       WL-ADD-LOAD.
           COMPUTE WL-REC-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(AUX-MATCH-DATE)).
           COMPUTE WL-DAYS-AGO = WL-TODAY-INT - WL-REC-INT.
           IF WL-DAYS-AGO < 0 OR WL-DAYS-AGO > 27
               GO TO WL-ADD-LOAD-EXIT
           END-IF.
           PERFORM SEARCH-JERSEY-NUMBER.
           IF AUX-NRO-PLAYER = 0
               GO TO WL-ADD-LOAD-EXIT
           END-IF.
           ADD WL-LOAD TO WL-CHRONIC(AUX-NRO-PLAYER).
           IF WL-DAYS-AGO < 7
               ADD WL-LOAD TO WL-ACUTE(AUX-NRO-PLAYER)
           END-IF.
       WL-ADD-LOAD-EXIT.
           EXIT.

      *>   Sin carga en las 4 semanas no hay base: no se marca.
       WL-REPORT-LINE.
           COMPUTE WL-WEEK-AVG ROUNDED = WL-CHRONIC(IDX) / 4.
           MOVE 0 TO WL-RATIO.
           MOVE "N" TO WL-RISK(IDX).
           IF WL-WEEK-AVG > 0
               COMPUTE WL-RATIO ROUNDED = WL-ACUTE(IDX) / WL-WEEK-AVG
               IF WL-RATIO > WL-RISK-RATIO
                   MOVE "S" TO WL-RISK(IDX)
                   ADD 1 TO WL-RISK-COUNT
               END-IF
           END-IF.
           ADD 1 TO AUX-RANKPOS.
           MOVE WL-ACUTE(IDX) TO WL-ACUTE-Z.
           MOVE WL-WEEK-AVG   TO WL-AVG-Z.
           MOVE WL-RATIO      TO WL-RATIO-Z.
           DISPLAY NAMEPL(IDX)  LINE AUX-RANKPOS COL 5
                   WL-ACUTE-Z   LINE AUX-RANKPOS COL 27
                   WL-AVG-Z     LINE AUX-RANKPOS COL 36
                   WL-RATIO-Z   LINE AUX-RANKPOS COL 47
                   .
           IF WL-RISK(IDX) = "S"
               DISPLAY "RIESGO" LINE AUX-RANKPOS COL 55 REVERSED
           END-IF.
           MOVE IDX TO AUX-BEST-IDX.
           PERFORM SET-AVAIL-MARK.
           IF AV-MARK NOT = SPACES
               DISPLAY AV-MARK  LINE AUX-RANKPOS COL 62
           END-IF.

      *>   El marcado que ya figura no disponible (regreso vigente)
      *>   no se toca; si su regreso ya vencio se renueva como "R".
       WL-REST-PLAYER.
           IF WL-RISK(IDX) NOT = "S"
               GO TO WL-REST-PLAYER-EXIT
           END-IF.
           MOVE 0 TO AV-FOUND-IDX.
           PERFORM WL-FIND-AVAIL VARYING AV-IDX FROM 1 BY 1
                   UNTIL AV-IDX > AV-COUNT.
           IF AV-FOUND-IDX > 0
               IF AV-RETURN(AV-FOUND-IDX) > WS-TODAY-DATE
                   GO TO WL-REST-PLAYER-EXIT
               END-IF
           ELSE
               IF AV-COUNT NOT < 30
                   GO TO WL-REST-PLAYER-EXIT
               END-IF
               ADD 1 TO AV-COUNT
               MOVE AV-COUNT TO AV-FOUND-IDX
               MOVE NAMEPL(IDX) TO AV-NAME(AV-FOUND-IDX)
           END-IF.
           MOVE "R"            TO AV-STATUS(AV-FOUND-IDX).
           MOVE WL-RETURN-DATE TO AV-RETURN(AV-FOUND-IDX).
           ADD 1 TO WL-ADDED.
       WL-REST-PLAYER-EXIT.
           EXIT.

       WL-FIND-AVAIL.
           IF AV-NAME(AV-IDX) = NAMEPL(IDX)
               MOVE AV-IDX TO AV-FOUND-IDX
           END-IF.

      *>   *************************************************************
      *>   Utilidades
      *>   *************************************************************
