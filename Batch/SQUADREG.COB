      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Season squad registration for the competition. Builds
      *>     the official list from the shared PLAYERSFILE
      *>     (Copybooks/PLAYERREC.CPY) - the players kept in
      *>     03-CoachHelper-V2 and the academy prospects promoted
      *>     to the senior squad by 05-CoachHelper-V3 - and checks
      *>     it against the competition rules:
      *>       - no more than the maximum squad size;
      *>       - at least the minimum number of homegrown players
      *>         (PLYR-HOMEGROWN = "S", academy promotions
      *>         included);
      *>       - every PLYR-JERSEY number present and unique;
      *>       - at least the minimum number of goalkeepers
      *>         (PLYR-IDXPOSIT 2, the V2 position codes).
      *>     Every breach is listed.
      *>   * The list prints in the league's registration format:
      *>     shirt number order, position, age and homegrown mark.
      *>   * Registration windows: REGWINDOW holds the transfer
      *>     windows of each season (open and close dates). The
      *>     list can only be registered inside a window; outside
      *>     the windows the registered list in SQUADLIST is locked
      *>     and the run lists what changed in PLAYERSFILE since it
      *>     was registered. A list with breaches is never
      *>     registered. Registering replaces the season's rows in
      *>     SQUADLIST and keeps the other seasons.
      *>   * SQDPARM card (optional, blanks = defaults):
      *>       bytes  1-4   season (default year of business date)
      *>       byte   6     V = check only (default), R = register
      *>       bytes  8-9   maximum squad size (default 25)
      *>       bytes 11-12  minimum homegrown players (default 08)
      *>       bytes 14-15  minimum goalkeepers (default 02)
      *>       bytes 17-41  club name printed on the list
      *>   * The report goes to SYSOUT and to the SQUADREG spool
      *>     report. RETURN-CODE 4 when the list breaks a rule or a
      *>     registration is refused.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQUADREG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYERS-FILE ASSIGN TO "PLAYERSFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLY-STATUS.

           SELECT REGWINDOW-FILE ASSIGN TO "REGWINDOW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WIN-STATUS.

           SELECT SQUADLIST-FILE ASSIGN TO "SQUADLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQL-STATUS.

           SELECT PARM-FILE ASSIGN TO "SQDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAYERS-FILE.
           COPY PLAYERREC.

      *>   Una ventana de transferencias por linea.
       FD  REGWINDOW-FILE.
       01  REGWINDOW-RECORD.
           05  WIN-SEASON          PIC 9(4).
           05  FILLER              PIC X(1).
           05  WIN-OPEN-DATE       PIC 9(8).
           05  FILLER              PIC X(1).
           05  WIN-CLOSE-DATE      PIC 9(8).
           05  FILLER              PIC X(1).
           05  WIN-NAME            PIC X(20).

      *>   Lista inscripta: una linea por jugador y temporada.
       FD  SQUADLIST-FILE.
       01  SQUADLIST-RECORD.
           05  SQL-SEASON          PIC 9(4).
           05  FILLER              PIC X(1).
           05  SQL-JERSEY          PIC 99.
           05  FILLER              PIC X(1).
           05  SQL-NAME            PIC X(20).
           05  FILLER              PIC X(1).
           05  SQL-IDXPOSIT        PIC 99.
           05  FILLER              PIC X(1).
           05  SQL-AGE             PIC 99.
           05  FILLER              PIC X(1).
           05  SQL-HOMEGROWN       PIC X(1).
           05  FILLER              PIC X(1).
           05  SQL-REG-DATE        PIC 9(8).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-SEASON         PIC X(4).
           05  FILLER              PIC X(1).
           05  PARM-ACTION         PIC X(1).
           05  FILLER              PIC X(1).
           05  PARM-MAX-SQUAD      PIC X(2).
           05  FILLER              PIC X(1).
           05  PARM-MIN-HOMEGROWN  PIC X(2).
           05  FILLER              PIC X(1).
           05  PARM-MIN-KEEPERS    PIC X(2).
           05  FILLER              PIC X(1).
           05  PARM-CLUB-NAME      PIC X(25).
           05  FILLER              PIC X(39).

       WORKING-STORAGE SECTION.
       01  WS-PLY-STATUS           PIC X(2).
       01  WS-WIN-STATUS           PIC X(2).
       01  WS-SQL-STATUS           PIC X(2).
       01  WS-PARM-STATUS          PIC X(2).
       01  WS-RETURN-CODE          PIC 9(2) VALUE 0.

      *>   Interfaz con el control de fecha de negocio compartido.
       01  WS-BD-MODE              PIC X VALUE "G".
       01  WS-BD-DATE              PIC 9(8).
       01  WS-BD-RESULT            PIC X.

      *>   Interfaz con el spooler de reportes compartido
      *>   (Batch/RPTSPOOL.COB).
       01  WS-RPT-ACTION           PIC X.
       01  WS-RPT-NAME             PIC X(10) VALUE "SQUADREG".
       01  WS-RPT-DATE             PIC 9(8).
       01  WS-RPT-LINE             PIC X(100).

      *>   Parametros de la corrida.
       01  WS-SEASON               PIC 9(4).
       01  WS-ACTION               PIC X(1) VALUE "V".
           88  WS-REGISTER             VALUE "R".
       01  WS-MAX-SQUAD            PIC 99 VALUE 25.
       01  WS-MIN-HOMEGROWN        PIC 99 VALUE 8.
       01  WS-MIN-KEEPERS          PIC 99 VALUE 2.
       01  WS-CLUB-NAME            PIC X(25) VALUE "MANCHESTER UNITED".
       01  CONST-KEEPER-POSIT      PIC 99 VALUE 2.

      *>   Plantel del PLAYERSFILE, en orden de camiseta.
       01  WS-PLY-TABLE.
           05  WS-PLY-COUNT        PIC 9(3) VALUE 0.
           05  WS-PLY-ENTRY OCCURS 60 TIMES.
               10  WS-PLY-JERSEY   PIC 99.
               10  WS-PLY-NAME     PIC X(20).
               10  WS-PLY-IDXPOSIT PIC 99.
               10  WS-PLY-AGE      PIC 99.
               10  WS-PLY-HOMEGROWN PIC X(1).
       01  WS-PLY-SWAP             PIC X(27).
       01  WS-PLY-IDX              PIC 9(3).
       01  WS-PLY-JDX              PIC 9(3).
       01  WS-PLY-DROPPED          PIC 9(3) VALUE 0.
       01  WS-SORTED-SW            PIC X(1).
           88  WS-SORTED               VALUE "Y".

      *>   Lista inscripta (todas las temporadas; se regraba
      *>   completa al inscribir).
       01  WS-REG-TABLE.
           05  WS-REG-COUNT        PIC 9(4) VALUE 0.
           05  WS-REG-ENTRY OCCURS 600 TIMES.
               10  WS-REG-SEASON   PIC 9(4).
               10  WS-REG-JERSEY   PIC 99.
               10  WS-REG-NAME     PIC X(20).
               10  WS-REG-IDXPOSIT PIC 99.
               10  WS-REG-AGE      PIC 99.
               10  WS-REG-HOMEGROWN PIC X(1).
               10  WS-REG-DATE     PIC 9(8).
       01  WS-REG-IDX              PIC 9(4).
       01  WS-REG-DROPPED          PIC 9(4) VALUE 0.
       01  WS-REG-SEASON-COUNT     PIC 9(3) VALUE 0.
       01  WS-REG-SEASON-DATE      PIC 9(8) VALUE 0.
       01  WS-FOUND-SW             PIC X(1).
           88  WS-FOUND                VALUE "Y".

      *>   Ventana de inscripcion vigente.
       01  WS-WINDOW-SW            PIC X(1) VALUE "N".
           88  WS-WINDOW-OPEN          VALUE "Y".
       01  WS-WINDOW-NAME          PIC X(20) VALUE SPACES.
       01  WS-WINDOW-CLOSE         PIC 9(8) VALUE 0.
       01  WS-NEXT-OPEN            PIC 9(8) VALUE 0.

      *>   Control de reglas.
       01  WS-HOMEGROWN-COUNT      PIC 9(3) VALUE 0.
       01  WS-KEEPER-COUNT         PIC 9(3) VALUE 0.
       01  WS-BREACHES             PIC 9(3) VALUE 0.
       01  WS-CHANGES              PIC 9(3) VALUE 0.
       01  WS-POSITION-NAMES.
           05  FILLER              PIC X(10) VALUE "FORWARD".
           05  FILLER              PIC X(10) VALUE "GOALKEEPER".
           05  FILLER              PIC X(10) VALUE "DEFENDER".
           05  FILLER              PIC X(10) VALUE "MIDFIELDER".
       01  WS-POSITION-TBL REDEFINES WS-POSITION-NAMES.
           05  WS-POSITION-NAME    PIC X(10) OCCURS 4 TIMES.
       01  WS-POSITION-OUT         PIC X(10).
       01  WS-HG-OUT               PIC X(2).

       01  WS-SEQ-Z                PIC Z9.
       01  WS-COUNT-Z              PIC ZZ9.
       01  WS-COUNT2-Z             PIC ZZ9.
       01  WS-COUNT3-Z             PIC ZZ9.
       01  WS-AGE-Z                PIC Z9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSDATE-PROCEDURE.
           MOVE WS-BD-DATE(1:4) TO WS-SEASON.
           PERFORM LOAD-PARM-PROCEDURE.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           PERFORM LOAD-PLAYERS.
           PERFORM SORT-PLAYERS
               THRU SORT-PLAYERS-EXIT.
           PERFORM LOAD-SQUADLIST.
           PERFORM LOAD-WINDOWS.
           PERFORM PRINT-SQUAD-LIST.
           PERFORM CHECK-RULES.
           IF NOT WS-WINDOW-OPEN
               PERFORM PRINT-CHANGES
                   THRU PRINT-CHANGES-EXIT
           END-IF.
           PERFORM REGISTER-PROCEDURE
               THRU REGISTER-PROCEDURE-EXIT.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *>   Tarjeta SQDPARM: cada campo en blanco deja el default.
       LOAD-PARM-PROCEDURE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-SEASON IS NUMERIC
                           MOVE PARM-SEASON TO WS-SEASON
                       END-IF
                       IF PARM-ACTION = "R" OR PARM-ACTION = "V"
                           MOVE PARM-ACTION TO WS-ACTION
                       END-IF
                       IF PARM-MAX-SQUAD IS NUMERIC
                           MOVE PARM-MAX-SQUAD TO WS-MAX-SQUAD
                       END-IF
                       IF PARM-MIN-HOMEGROWN IS NUMERIC
                           MOVE PARM-MIN-HOMEGROWN
                               TO WS-MIN-HOMEGROWN
                       END-IF
                       IF PARM-MIN-KEEPERS IS NUMERIC
                           MOVE PARM-MIN-KEEPERS TO WS-MIN-KEEPERS
                       END-IF
                       IF PARM-CLUB-NAME NOT = SPACES
                           MOVE PARM-CLUB-NAME TO WS-CLUB-NAME
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       LOAD-PLAYERS.
           OPEN INPUT PLAYERS-FILE.
           IF WS-PLY-STATUS = "00"
               PERFORM LOAD-ONE-PLAYER
                   UNTIL WS-PLY-STATUS NOT = "00"
               CLOSE PLAYERS-FILE
           END-IF.

      *>   Camiseta y posicion no numericas entran en cero, para
      *>   que el control de reglas las reporte.
       LOAD-ONE-PLAYER.
           READ PLAYERS-FILE
               AT END
                   MOVE "10" TO WS-PLY-STATUS
               NOT AT END
                   IF WS-PLY-COUNT < 60
                       ADD 1 TO WS-PLY-COUNT
                       MOVE WS-PLY-COUNT TO WS-PLY-IDX
                       MOVE PLYR-NAME TO WS-PLY-NAME (WS-PLY-IDX)
                       MOVE 0 TO WS-PLY-JERSEY (WS-PLY-IDX)
                                 WS-PLY-IDXPOSIT (WS-PLY-IDX)
                                 WS-PLY-AGE (WS-PLY-IDX)
                       IF PLYR-JERSEY IS NUMERIC
                           MOVE PLYR-JERSEY
                               TO WS-PLY-JERSEY (WS-PLY-IDX)
                       END-IF
                       IF PLYR-IDXPOSIT IS NUMERIC
                           MOVE PLYR-IDXPOSIT
                               TO WS-PLY-IDXPOSIT (WS-PLY-IDX)
                       END-IF
                       IF PLYR-AGE IS NUMERIC
                           MOVE PLYR-AGE TO WS-PLY-AGE (WS-PLY-IDX)
                       END-IF
                       IF PLYR-IS-HOMEGROWN
                           MOVE "S" TO WS-PLY-HOMEGROWN (WS-PLY-IDX)
                       ELSE
                           MOVE "N" TO WS-PLY-HOMEGROWN (WS-PLY-IDX)
                       END-IF
                   ELSE
                       ADD 1 TO WS-PLY-DROPPED
                   END-IF
           END-READ.

      *>   Orden de camiseta, como la pide la liga.
       SORT-PLAYERS.
           IF WS-PLY-COUNT < 2
               GO TO SORT-PLAYERS-EXIT
           END-IF.
           MOVE "N" TO WS-SORTED-SW.
           PERFORM SORT-ONE-PASS
               UNTIL WS-SORTED.
       SORT-PLAYERS-EXIT.
           EXIT.

       SORT-ONE-PASS.
           MOVE "Y" TO WS-SORTED-SW.
           PERFORM SORT-ONE-PAIR
               VARYING WS-PLY-IDX FROM 1 BY 1
               UNTIL WS-PLY-IDX >= WS-PLY-COUNT.

       SORT-ONE-PAIR.
           COMPUTE WS-PLY-JDX = WS-PLY-IDX + 1.
           IF WS-PLY-JERSEY (WS-PLY-IDX) > WS-PLY-JERSEY (WS-PLY-JDX)
               MOVE WS-PLY-ENTRY (WS-PLY-IDX) TO WS-PLY-SWAP
               MOVE WS-PLY-ENTRY (WS-PLY-JDX)
                   TO WS-PLY-ENTRY (WS-PLY-IDX)
               MOVE WS-PLY-SWAP TO WS-PLY-ENTRY (WS-PLY-JDX)
               MOVE "N" TO WS-SORTED-SW
           END-IF.

       LOAD-SQUADLIST.
           OPEN INPUT SQUADLIST-FILE.
           IF WS-SQL-STATUS = "00"
               PERFORM LOAD-ONE-REGISTERED
                   UNTIL WS-SQL-STATUS NOT = "00"
               CLOSE SQUADLIST-FILE
           END-IF.

       LOAD-ONE-REGISTERED.
           READ SQUADLIST-FILE
               AT END
                   MOVE "10" TO WS-SQL-STATUS
               NOT AT END
                   IF WS-REG-COUNT < 600
                       ADD 1 TO WS-REG-COUNT
                       MOVE WS-REG-COUNT  TO WS-REG-IDX
                       MOVE SQL-SEASON    TO WS-REG-SEASON (WS-REG-IDX)
                       MOVE SQL-JERSEY    TO WS-REG-JERSEY (WS-REG-IDX)
                       MOVE SQL-NAME      TO WS-REG-NAME (WS-REG-IDX)
                       MOVE SQL-IDXPOSIT
                           TO WS-REG-IDXPOSIT (WS-REG-IDX)
                       MOVE SQL-AGE       TO WS-REG-AGE (WS-REG-IDX)
                       MOVE SQL-HOMEGROWN
                           TO WS-REG-HOMEGROWN (WS-REG-IDX)
                       MOVE SQL-REG-DATE  TO WS-REG-DATE (WS-REG-IDX)
                       IF SQL-SEASON = WS-SEASON
                           ADD 1 TO WS-REG-SEASON-COUNT
                           MOVE SQL-REG-DATE TO WS-REG-SEASON-DATE
                       END-IF
                   ELSE
                       ADD 1 TO WS-REG-DROPPED
                   END-IF
           END-READ.

      *>   La fecha de negocio dentro de una ventana de la
      *>   temporada abre la inscripcion; si no, se informa la
      *>   proxima apertura.
       LOAD-WINDOWS.
           OPEN INPUT REGWINDOW-FILE.
           IF WS-WIN-STATUS = "00"
               PERFORM LOAD-ONE-WINDOW
                   UNTIL WS-WIN-STATUS NOT = "00"
               CLOSE REGWINDOW-FILE
           END-IF.

       LOAD-ONE-WINDOW.
           READ REGWINDOW-FILE
               AT END
                   MOVE "10" TO WS-WIN-STATUS
               NOT AT END
                   IF WIN-SEASON = WS-SEASON
                      AND WIN-OPEN-DATE IS NUMERIC
                      AND WIN-CLOSE-DATE IS NUMERIC
                       IF WS-BD-DATE NOT < WIN-OPEN-DATE
                          AND WS-BD-DATE NOT > WIN-CLOSE-DATE
                           MOVE "Y" TO WS-WINDOW-SW
                           MOVE WIN-NAME TO WS-WINDOW-NAME
                           MOVE WIN-CLOSE-DATE TO WS-WINDOW-CLOSE
                       END-IF
                       IF WIN-OPEN-DATE > WS-BD-DATE
                          AND (WS-NEXT-OPEN = 0
                               OR WIN-OPEN-DATE < WS-NEXT-OPEN)
                           MOVE WIN-OPEN-DATE TO WS-NEXT-OPEN
                       END-IF
                   END-IF
           END-READ.

      *>   *************************************************************
      *>   Lista oficial en el formato de inscripcion de la liga.
      *>   *************************************************************
       PRINT-SQUAD-LIST.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  SQUAD REGISTRATION LIST - SEASON " WS-SEASON
                  " - " WS-CLUB-NAME
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-WINDOW-OPEN
               STRING "  WINDOW OPEN: " WS-WINDOW-NAME
                      " UNTIL " WS-WINDOW-CLOSE
                      DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               IF WS-NEXT-OPEN > 0
                   STRING "  REGISTRATION WINDOW CLOSED - NEXT "
                          "OPENS " WS-NEXT-OPEN
                          DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   MOVE "  REGISTRATION WINDOW CLOSED"
                       TO WS-RPT-LINE
               END-IF
           END-IF.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE " NO  SHIRT  PLAYER                POSITION    AGE  HG"
               TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           PERFORM PRINT-ONE-PLAYER
               VARYING WS-PLY-IDX FROM 1 BY 1
               UNTIL WS-PLY-IDX > WS-PLY-COUNT.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-PLY-COUNT       TO WS-COUNT-Z.
           MOVE WS-HOMEGROWN-COUNT TO WS-COUNT2-Z.
           MOVE WS-KEEPER-COUNT    TO WS-COUNT3-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PLAYERS " WS-COUNT-Z "   HOMEGROWN " WS-COUNT2-Z
                  "   GOALKEEPERS " WS-COUNT3-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-ONE-PLAYER.
           IF WS-PLY-HOMEGROWN (WS-PLY-IDX) = "S"
               ADD 1 TO WS-HOMEGROWN-COUNT
               MOVE "HG" TO WS-HG-OUT
           ELSE
               MOVE SPACES TO WS-HG-OUT
           END-IF.
           IF WS-PLY-IDXPOSIT (WS-PLY-IDX) = CONST-KEEPER-POSIT
               ADD 1 TO WS-KEEPER-COUNT
           END-IF.
           IF WS-PLY-IDXPOSIT (WS-PLY-IDX) > 0
              AND WS-PLY-IDXPOSIT (WS-PLY-IDX) < 5
               MOVE WS-POSITION-NAME (WS-PLY-IDXPOSIT (WS-PLY-IDX))
                   TO WS-POSITION-OUT
           ELSE
               MOVE "UNKNOWN" TO WS-POSITION-OUT
           END-IF.
           MOVE WS-PLY-IDX TO WS-SEQ-Z.
           MOVE WS-PLY-AGE (WS-PLY-IDX) TO WS-AGE-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING " " WS-SEQ-Z "    " WS-PLY-JERSEY (WS-PLY-IDX)
                  "   " WS-PLY-NAME (WS-PLY-IDX) "  "
                  WS-POSITION-OUT "   " WS-AGE-Z "  " WS-HG-OUT
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

      *>   *************************************************************
      *>   Reglas de la competencia; cada incumplimiento se lista.
      *>   *************************************************************
       CHECK-RULES.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE "RULE CHECK" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           IF WS-PLY-DROPPED > 0
               MOVE WS-PLY-DROPPED TO WS-COUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** PLAYERSFILE LARGER THAN THE TABLE - "
                      WS-COUNT-Z " PLAYERS NOT LISTED"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-BREACH
           END-IF.
           IF WS-PLY-COUNT > WS-MAX-SQUAD
               MOVE WS-PLY-COUNT TO WS-COUNT-Z
               MOVE WS-MAX-SQUAD TO WS-COUNT2-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** SQUAD SIZE " WS-COUNT-Z
                      " OVER THE MAXIMUM OF " WS-COUNT2-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-BREACH
           END-IF.
           IF WS-HOMEGROWN-COUNT < WS-MIN-HOMEGROWN
               MOVE WS-HOMEGROWN-COUNT TO WS-COUNT-Z
               MOVE WS-MIN-HOMEGROWN   TO WS-COUNT2-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** HOMEGROWN PLAYERS " WS-COUNT-Z
                      " UNDER THE MINIMUM OF " WS-COUNT2-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-BREACH
           END-IF.
           IF WS-KEEPER-COUNT < WS-MIN-KEEPERS
               MOVE WS-KEEPER-COUNT TO WS-COUNT-Z
               MOVE WS-MIN-KEEPERS  TO WS-COUNT2-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** GOALKEEPERS " WS-COUNT-Z
                      " UNDER THE MINIMUM OF " WS-COUNT2-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-BREACH
           END-IF.
      *>   La lista esta ordenada por camiseta: un repetido queda
      *>   al lado del anterior.
           PERFORM CHECK-ONE-JERSEY
               VARYING WS-PLY-IDX FROM 1 BY 1
               UNTIL WS-PLY-IDX > WS-PLY-COUNT.
           IF WS-BREACHES = 0
               MOVE "NO RULE BREACHES" TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           ELSE
               MOVE WS-BREACHES TO WS-COUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "RULE BREACHES: " WS-COUNT-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       CHECK-ONE-JERSEY.
           IF WS-PLY-JERSEY (WS-PLY-IDX) = 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** NO SHIRT NUMBER: "
                      WS-PLY-NAME (WS-PLY-IDX)
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-BREACH
           END-IF.
           IF WS-PLY-IDX > 1
               COMPUTE WS-PLY-JDX = WS-PLY-IDX - 1
               IF WS-PLY-JERSEY (WS-PLY-IDX) > 0
                  AND WS-PLY-JERSEY (WS-PLY-IDX) =
                      WS-PLY-JERSEY (WS-PLY-JDX)
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "*** SHIRT " WS-PLY-JERSEY (WS-PLY-IDX)
                          " USED TWICE: " WS-PLY-NAME (WS-PLY-JDX)
                          " / " WS-PLY-NAME (WS-PLY-IDX)
                          DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM PRINT-BREACH
               END-IF
           END-IF.

       PRINT-BREACH.
           ADD 1 TO WS-BREACHES.
           PERFORM PRINT-LINE-PROCEDURE.

      *>   *************************************************************
      *>   Fuera de ventana: diferencias entre el PLAYERSFILE y la
      *>   lista inscripta de la temporada, que queda bloqueada.
      *>   *************************************************************
       PRINT-CHANGES.
           IF WS-REG-SEASON-COUNT = 0
               GO TO PRINT-CHANGES-EXIT
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CHANGES SINCE THE LIST REGISTERED ON "
                  WS-REG-SEASON-DATE " (LOCKED)"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           PERFORM CHANGE-NEW-PLAYER
               VARYING WS-PLY-IDX FROM 1 BY 1
               UNTIL WS-PLY-IDX > WS-PLY-COUNT.
           PERFORM CHANGE-GONE-PLAYER
               THRU CHANGE-GONE-PLAYER-EXIT
               VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-REG-COUNT.
           IF WS-CHANGES = 0
               MOVE "NO CHANGES" TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
       PRINT-CHANGES-EXIT.
           EXIT.

       CHANGE-NEW-PLAYER.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM FIND-REGISTERED
               VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-REG-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-REG-IDX
               IF WS-REG-JERSEY (WS-REG-IDX) NOT =
                  WS-PLY-JERSEY (WS-PLY-IDX)
                   ADD 1 TO WS-CHANGES
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "SHIRT CHANGED  " WS-PLY-NAME (WS-PLY-IDX)
                          " " WS-REG-JERSEY (WS-REG-IDX) " -> "
                          WS-PLY-JERSEY (WS-PLY-IDX)
                          DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM PRINT-LINE-PROCEDURE
               END-IF
           ELSE
               ADD 1 TO WS-CHANGES
               MOVE SPACES TO WS-RPT-LINE
               STRING "NOT REGISTERED " WS-PLY-NAME (WS-PLY-IDX)
                      " - CANNOT PLAY UNTIL THE NEXT WINDOW"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.

       FIND-REGISTERED.
           IF WS-REG-SEASON (WS-REG-IDX) = WS-SEASON
              AND WS-REG-NAME (WS-REG-IDX) = WS-PLY-NAME (WS-PLY-IDX)
               MOVE "Y" TO WS-FOUND-SW
           END-IF.

       CHANGE-GONE-PLAYER.
           IF WS-REG-SEASON (WS-REG-IDX) NOT = WS-SEASON
               GO TO CHANGE-GONE-PLAYER-EXIT
           END-IF.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM FIND-IN-SQUAD
               VARYING WS-PLY-IDX FROM 1 BY 1
               UNTIL WS-PLY-IDX > WS-PLY-COUNT
                  OR WS-FOUND.
           IF NOT WS-FOUND
               ADD 1 TO WS-CHANGES
               MOVE SPACES TO WS-RPT-LINE
               STRING "LEFT THE SQUAD " WS-REG-NAME (WS-REG-IDX)
                      " - STAYS ON THE REGISTERED LIST"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
       CHANGE-GONE-PLAYER-EXIT.
           EXIT.

       FIND-IN-SQUAD.
           IF WS-PLY-NAME (WS-PLY-IDX) = WS-REG-NAME (WS-REG-IDX)
               MOVE "Y" TO WS-FOUND-SW
           END-IF.

      *>   *************************************************************
      *>   Inscripcion (accion R): solo dentro de una ventana y con
      *>   la lista sin incumplimientos.
      *>   *************************************************************
       REGISTER-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           IF NOT WS-REGISTER
               MOVE "CHECK ONLY - LIST NOT REGISTERED" TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               GO TO REGISTER-PROCEDURE-EXIT
           END-IF.
           IF NOT WS-WINDOW-OPEN
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** REGISTRATION REFUSED - WINDOW CLOSED, "
                      "LIST LOCKED"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE 4 TO WS-RETURN-CODE
               GO TO REGISTER-PROCEDURE-EXIT
           END-IF.
           IF WS-BREACHES > 0
               MOVE "*** REGISTRATION REFUSED - RULE BREACHES"
                   TO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE 4 TO WS-RETURN-CODE
               GO TO REGISTER-PROCEDURE-EXIT
           END-IF.
           IF WS-REG-DROPPED > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** REGISTRATION REFUSED - SQUADLIST LARGER "
                      "THAN THE TABLE"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE 4 TO WS-RETURN-CODE
               GO TO REGISTER-PROCEDURE-EXIT
           END-IF.
           OPEN OUTPUT SQUADLIST-FILE.
           PERFORM KEEP-OTHER-SEASON
               VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-REG-COUNT.
           PERFORM WRITE-REGISTERED
               VARYING WS-PLY-IDX FROM 1 BY 1
               UNTIL WS-PLY-IDX > WS-PLY-COUNT.
           CLOSE SQUADLIST-FILE.
           MOVE WS-PLY-COUNT TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "LIST APPROVED AND REGISTERED - " WS-COUNT-Z
                  " PLAYERS"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
       REGISTER-PROCEDURE-EXIT.
           EXIT.

       KEEP-OTHER-SEASON.
           IF WS-REG-SEASON (WS-REG-IDX) NOT = WS-SEASON
               MOVE SPACES TO SQUADLIST-RECORD
               MOVE WS-REG-SEASON (WS-REG-IDX)   TO SQL-SEASON
               MOVE WS-REG-JERSEY (WS-REG-IDX)   TO SQL-JERSEY
               MOVE WS-REG-NAME (WS-REG-IDX)     TO SQL-NAME
               MOVE WS-REG-IDXPOSIT (WS-REG-IDX) TO SQL-IDXPOSIT
               MOVE WS-REG-AGE (WS-REG-IDX)      TO SQL-AGE
               MOVE WS-REG-HOMEGROWN (WS-REG-IDX) TO SQL-HOMEGROWN
               MOVE WS-REG-DATE (WS-REG-IDX)     TO SQL-REG-DATE
               WRITE SQUADLIST-RECORD
           END-IF.

       WRITE-REGISTERED.
           MOVE SPACES TO SQUADLIST-RECORD.
           MOVE WS-SEASON                     TO SQL-SEASON.
           MOVE WS-PLY-JERSEY (WS-PLY-IDX)    TO SQL-JERSEY.
           MOVE WS-PLY-NAME (WS-PLY-IDX)      TO SQL-NAME.
           MOVE WS-PLY-IDXPOSIT (WS-PLY-IDX)  TO SQL-IDXPOSIT.
           MOVE WS-PLY-AGE (WS-PLY-IDX)       TO SQL-AGE.
           MOVE WS-PLY-HOMEGROWN (WS-PLY-IDX) TO SQL-HOMEGROWN.
           MOVE WS-BD-DATE                    TO SQL-REG-DATE.
           WRITE SQUADLIST-RECORD.

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

       END PROGRAM SQUADREG.
