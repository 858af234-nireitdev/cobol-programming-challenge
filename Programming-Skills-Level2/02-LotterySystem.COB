      *>                    TRANLOG/TRANFILE logging, and a share
      *>                    over PAYTHRESH is held in PENDPAY
      *>                    exactly like an individual win.
      *>   2026-10-15  jrm  TRANFILE records now carry the reversal
      *>                    pointer TRANF-REV-SEQ, written as zero
      *>                    (not a reversal).
      *>   2026-10-15  jrm  A prize for a player whose account is
      *>                    closed is not credited (held as with a
      *>                    busy account); accounts opened here start
      *>                    open.
      *>   2026-10-15  jrm  TRANFILE records now carry the clearing-
      *>                    house reason TRANF-REASON, written as
      *>                    spaces (not a returned transfer).
      *>   2026-10-15  jrm  TRANFILE is now an indexed file keyed by
      *>                    TRANF-SEQ (Copybooks/TRANFILE.CPY):
      *>                    movements are written by key instead of
      *>                    appended.
      *>   2026-10-15  jrm  Held prizes are now booked as a liability
      *>                    (LOTTERY-PRIZE-LIAB in GLEXTRACT, cleared
      *>                    on release) and PENDPAY rows carry a
      *>                    reminder flag; prizes left unclaimed past
      *>                    the claim period are swept into the
      *>                    jackpot by Batch/PRIZEXP.COB (status F).
      *>   2026-10-15  jrm  Responsible gaming: PLAYLIM
      *>                    (Copybooks/PLAYLIM.CPY) keeps each
      *>                    player's daily, weekly and monthly spend
      *>                    caps and a self-exclusion end date,
      *>                    maintained from a start-up prompt (a
      *>                    lower cap applies at once, a higher one
      *>                    after a cooling-off period). DISPLAY-
      *>                    TICKETS refuses a purchase from an
      *>                    excluded player or one that would pass a
      *>                    cap and logs it to SESAUDIT; the
      *>                    compliance listing is Batch/RGLIMIT.COB.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 02-LotterySystem.
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT TRANFIXED-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANF-SEQ
               ALTERNATE RECORD KEY IS TRANF-ACCT-KEY
               FILE STATUS IS WS-TRANF-STATUS.

           SELECT TRANSEQ-FILE ASSIGN TO "TRANSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYND-STATUS.

           SELECT PLAYLIM-FILE ASSIGN TO "PLAYLIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAYLIM-STATUS.

           SELECT SESSION-AUDIT-FILE ASSIGN TO "SESAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROUNDLOG-FILE.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  SYN-SHARE-PCT       PIC 9(3).

      *>   Premios retenidos: "R" retenido / "P" pagado / "F"
      *>   vencido sin reclamar (lo barre Batch/PRIZEXP.COB al
      *>   pozo). PP-REMINDED "Y" = ya se le aviso al ganador que
      *>   el plazo de reclamo se termina.
       FD  PENDPAY-FILE.
       01  PENDPAY-RECORD.
           05  PP-DATE             PIC X(8).
           05  PP-AMOUNT           PIC 9(7)V99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  PP-STATUS           PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  PP-REMINDED         PIC X(1).

      *>   Limites de juego responsable por jugador. El registro
      *>   del FD es tambien el area de trabajo del jugador en
      *>   curso (se toma y se devuelve a la tabla en memoria).
       FD  PLAYLIM-FILE.
           COPY PLAYLIM.

       FD  SESSION-AUDIT-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.

       01  WS-PRIZE-TOTAL          PIC 9(7)V99.
       01  WS-PRIZE-TOTAL-Z        PIC Z(6)9.99.
       01  WS-PAY-THRESHOLD        PIC 9(7)V99 VALUE 1000.
       01  WS-PAYABLE-GL-AMOUNT    PIC S9(7)V99.
       01  WS-TRANSEQ-NEXT         PIC 9(7).
       01  WS-TRANLOG-DATE         PIC X(8).
       01  WS-TRANLOG-TIME         PIC X(6).
       01  WS-TRANLOG-BALANCE-Z    PIC -(8)9.9(2).
       01  WS-PENDPAY-TABLE.
           05  WS-PP-COUNT         PIC 9(3) VALUE 0.
           05  WS-PP-ENTRY         PIC X(38) OCCURS 100 TIMES.
       01  WS-PP-LINE.
           05  WPP-DATE            PIC X(8).
           05  FILLER              PIC X(1).
           05  WPP-AMOUNT          PIC 9(7)V99.
           05  FILLER              PIC X(1).
           05  WPP-STATUS          PIC X(1).
           05  FILLER              PIC X(1).
           05  WPP-REMINDED        PIC X(1).
       01  WS-PP-IDX               PIC 9(3).
       01  WS-PP-OVERFLOW-SW       PIC X VALUE "N".
           88  WS-PP-OVERFLOW          VALUE "Y".
       01  WS-SHARE-AMT-Z          PIC Z(6)9.99.
       01  WS-SHARE-LINE           PIC 99.

      *>   Juego responsable: topes, autoexclusion y lo gastado.
       01  WS-PLAYLIM-STATUS       PIC XX.
       01  WS-PLM-TABLE.
           05  WS-PLM-COUNT        PIC 9(3) VALUE 0.
           05  WS-PLM-ENTRY        PIC X(128) OCCURS 500 TIMES.
       01  WS-PLM-IDX              PIC 9(3).
       01  WS-PLM-SUB              PIC 9(3).
       01  WS-PLM-FOUND-SW         PIC X.
           88  WS-PLM-FOUND            VALUE "Y".
       01  WS-PLM-OVERFLOW-SW      PIC X VALUE "N".
           88  WS-PLM-OVERFLOW         VALUE "Y".
       01  WS-PURCHASE-SW          PIC X VALUE "N".
           88  WS-PURCHASE-REFUSED     VALUE "R".
      *>      Dias de enfriamiento antes de que rija una suba.
       01  WS-COOLOFF-DAYS         PIC 9(3) VALUE 7.
       01  WS-TODAY                PIC 9(8).
       01  WS-TODAY-INT            PIC 9(7).
       01  WS-WEEK-NBR             PIC 9(6).
       01  WS-RAISE-FROM           PIC 9(8).
       01  WS-EXCL-TO              PIC 9(8).
       01  WS-PURCHASE-AMT         PIC 9(5)V99.
       01  WS-CAP-CUR              PIC 9(5)V99.
       01  WS-CAP-NEW              PIC 9(5)V99.
       01  WS-CAP-PEND             PIC 9(5)V99.
       01  WS-RAISE-SW             PIC X.
       01  WS-IN-DAY-CAP           PIC 9(5).
       01  WS-IN-WEEK-CAP          PIC 9(5).
       01  WS-IN-MONTH-CAP         PIC 9(5).
       01  WS-IN-EXCL-DAYS         PIC 9(4).
       01  WS-CAP-Z                PIC Z(4)9.99.
       01  WS-CAP2-Z               PIC Z(4)9.99.
       01  WS-CAP3-Z               PIC Z(4)9.99.

      *>   Pista de auditoria de sesion compartida (SESAUDIT).
       01  WS-SESAUD-STATUS        PIC XX.
       01  WS-AUD-ACTION           PIC X(10).
       01  WS-AUD-DETAIL           PIC X(40).

       01  AUX-LINE-POS    PIC 99.

       01  AUX-X           PIC X.
               PERFORM SYNDICATE-MAINT
                   THRU SYNDICATE-MAINT-END
           END-IF.
           DISPLAY "Responsible gaming limits? [Y/N]: "
                                                   LINE 6 COL 5.
           ACCEPT AUX-X                           LINE 6 COL 41.
           IF AUX-X = "Y" OR AUX-X = "y"
               PERFORM PLAYER-LIMITS-MAINT
                   THRU PLAYER-LIMITS-MAINT-END
           END-IF.
           PERFORM MENU-START .
           STOP RUN.

           PERFORM CARGA-PAYTHRESH.
           PERFORM CARGA-TAXPARM.
           PERFORM CARGA-SYNDICATES.
           PERFORM CARGA-PLAYLIM.

      *>   Umbral legal y alicuota de retencion (TAXPARM).
       CARGA-TAXPARM.
       MENU-START.
           PERFORM CLEAR-SCREEN.
           PERFORM DISPLAY-TICKETS THRU DISPLAY-TICKETS-END.
      *>      Compra rechazada por tope o autoexclusion: no se
      *>      cobra ni se sortea.
           IF NOT WS-PURCHASE-REFUSED
               PERFORM PAYTICKET THRU PAYTICKET-END
               PERFORM RECORD-PLAYER-SPEND
                   THRU RECORD-PLAYER-SPEND-EXIT
               PERFORM PLAYLOTTERY
           END-IF.
           PERFORM MENU-DISPLAYCONTINUE.

       MENU-END.


       DISPLAY-TICKETS.
           MOVE "N" TO WS-PURCHASE-SW.
           MOVE WS-JACKPOT-BALANCE TO WS-JACKPOT-Z.
           DISPLAY "CURRENT JACKPOT: $" LINE 4 COL 45 REVERSED.
           DISPLAY WS-JACKPOT-Z         LINE 4 COL 63 REVERSED.
               GO TO ASK-PLAYER-ID
           END-IF.
           PERFORM REGISTER-PLAYER-PARTY.
           PERFORM CHECK-SELF-EXCLUSION
               THRU CHECK-SELF-EXCLUSION-EXIT.
           IF WS-PURCHASE-REFUSED
               GO TO DISPLAY-TICKETS-END
           END-IF.

       REPEAT-BUY-1.
           DISPLAY "Select ticket to buy:"             LINE 6 COL 45.
           PERFORM SHOW-INFO-MSG
           GO TO REPEAT-BUY-2.

      *>   Topes de gasto del jugador (una jugada de sindicato no
      *>   es de un jugador y no se controla).
       CHECK-PURCHASE-LIMITS.
           IF WS-SYND-SW NOT = "Y"
               PERFORM CHECK-SPEND-LIMITS
                   THRU CHECK-SPEND-LIMITS-EXIT
           END-IF.

       DISPLAY-TICKETS-END.
           EXIT.

           MOVE "R"             TO PP-STATUS.
           WRITE PENDPAY-RECORD.
           CLOSE PENDPAY-FILE.
           MOVE WS-PRIZE-TOTAL  TO WS-PAYABLE-GL-AMOUNT.
           PERFORM LOG-PAYABLE-GL.

       CREDIT-PRIZE-TO-ACCOUNT.
           MOVE "N" TO WS-CREDIT-OK-SW.
                   MOVE 0              TO ACCT-ODRAFT-LIMIT
                   MOVE "ARS"          TO ACCT-CCY
                   MOVE "N"            TO ACCT-DORMANT-SW
                   MOVE SPACES         TO ACCT-CLOSED-SW
                   MOVE SPACES         TO ACCT-CLOSED-DATE
                   WRITE ACCOUNT-RECORD
               NOT INVALID KEY
                   IF NOT ACCT-IS-CLOSED
                       ADD WS-PRIZE-TOTAL TO ACCT-BALANCE
                       REWRITE ACCOUNT-RECORD
                   END-IF
           END-READ.
           IF WS-ACCT-STATUS = "51"
      *>       Cuenta tomada por otra terminal: NO se registra
               CLOSE ACCOUNT-FILE
               GO TO CREDIT-PRIZE-EXIT
           END-IF.
      *>   Cuenta cerrada: tampoco se acredita; el premio queda
      *>   retenido como con la cuenta ocupada.
           IF ACCT-IS-CLOSED
               DISPLAY "ACCOUNT CLOSED - PRIZE NOT CREDITED."
                                               LINE 24 COL 25
               UNLOCK ACCOUNT-FILE
               CLOSE ACCOUNT-FILE
               GO TO CREDIT-PRIZE-EXIT
           END-IF.
           UNLOCK ACCOUNT-FILE.
           CLOSE ACCOUNT-FILE.
           PERFORM LOG-PREMIO-TRANLOG.
           MOVE WS-TRANSEQ-NEXT TO TRANSEQ-LAST.
           WRITE TRANSEQ-RECORD.
           CLOSE TRANSEQ-FILE.
           OPEN I-O TRANFIXED-FILE.
           IF WS-TRANF-STATUS = "35"
               OPEN OUTPUT TRANFIXED-FILE
               CLOSE TRANFIXED-FILE
               OPEN I-O TRANFIXED-FILE
           END-IF.
           MOVE WS-TRANSEQ-NEXT  TO TRANF-SEQ.
           MOVE WS-TRANLOG-DATE  TO TRANF-DATE.
           MOVE "PREMIO"         TO TRANF-TYPE.
           MOVE WS-PRIZE-TOTAL   TO TRANF-AMOUNT.
           MOVE ACCT-BALANCE     TO TRANF-BALANCE.
           MOVE 0                TO TRANF-REV-SEQ.
           MOVE SPACES           TO TRANF-REASON.
           WRITE TRANF-RECORD.
           CLOSE TRANFIXED-FILE.

           WRITE GLEXT-RECORD.
           CLOSE GL-EXTRACT-FILE.

      *>   Premio retenido: pasivo con el ganador mientras espera
      *>   en PENDPAY (positivo al retener, negativo al liberarlo o
      *>   al vencer sin reclamo).
       LOG-PAYABLE-GL.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF WS-GLEXT-STATUS = "35"
               OPEN OUTPUT GL-EXTRACT-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO GLEXT-DATE.
           MOVE "02-LotterySystem"      TO GLEXT-SOURCE.
           MOVE "LOTTERY-PRIZE-LIAB"    TO GLEXT-ACCOUNT.
           MOVE WS-PAYABLE-GL-AMOUNT    TO GLEXT-AMOUNT.
           WRITE GLEXT-RECORD.
           CLOSE GL-EXTRACT-FILE.

      *>   Alta (si no existe) del jugador en PARTYMSTR; si ademas
      *>   no tiene usuario en USERSFILE se avisa, porque el login
      *>   bancario lo va a pedir.
                       IF WS-CREDIT-OK
                           MOVE "P" TO WPP-STATUS
                           MOVE WS-PP-LINE TO WS-PP-ENTRY(WS-PP-IDX)
                           COMPUTE WS-PAYABLE-GL-AMOUNT =
                               0 - WPP-AMOUNT
                           PERFORM LOG-PAYABLE-GL
                       END-IF
                   END-IF
                   ADD 1 TO AUX-LINE-POS
       RELEASE-HELD-PRIZES-END.
           EXIT.

      *>   *************************************************************
      *>   Juego responsable (PLAYLIM): topes de gasto diario,
      *>   semanal y mensual elegidos por el jugador y
      *>   autoexclusion. Una baja de tope rige en el acto; una
      *>   suba espera WS-COOLOFF-DAYS dias. Cada compra rechazada
      *>   y cada cambio de limites queda en SESAUDIT.
      *>   *************************************************************
       CARGA-PLAYLIM.
           MOVE 0 TO WS-PLM-COUNT.
           MOVE "N" TO WS-PLM-OVERFLOW-SW.
           OPEN INPUT PLAYLIM-FILE.
           IF WS-PLAYLIM-STATUS = "00"
               PERFORM CARGA-ONE-PLAYLIM
                   UNTIL WS-PLAYLIM-STATUS NOT = "00"
               CLOSE PLAYLIM-FILE
           END-IF.

       CARGA-ONE-PLAYLIM.
           READ PLAYLIM-FILE
               AT END
                   MOVE "10" TO WS-PLAYLIM-STATUS
               NOT AT END
                   IF WS-PLM-COUNT < 500
                       ADD 1 TO WS-PLM-COUNT
                       MOVE PLAYLIM-RECORD
                           TO WS-PLM-ENTRY(WS-PLM-COUNT)
                   ELSE
      *>               Tabla corta: regrabar desde aca borraria
      *>               limites de jugadores; no se graba mas.
                       MOVE "Y" TO WS-PLM-OVERFLOW-SW
                   END-IF
           END-READ.

       SAVE-PLAYLIM.
           IF NOT WS-PLM-OVERFLOW
               OPEN OUTPUT PLAYLIM-FILE
               PERFORM SAVE-ONE-PLAYLIM
                   VARYING WS-PLM-SUB FROM 1 BY 1
                   UNTIL WS-PLM-SUB > WS-PLM-COUNT
               CLOSE PLAYLIM-FILE
           END-IF.

       SAVE-ONE-PLAYLIM.
           MOVE WS-PLM-ENTRY(WS-PLM-SUB) TO PLAYLIM-RECORD.
           WRITE PLAYLIM-RECORD.

      *>   Busca los limites de WS-PLAYER-ID y los deja en
      *>   PLAYLIM-RECORD (fila WS-PLM-IDX), con la suba pendiente
      *>   ya aplicada si cumplio el enfriamiento.
       FIND-PLAYER-LIMITS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE "N" TO WS-PLM-FOUND-SW.
           MOVE 0 TO WS-PLM-IDX.
           PERFORM FIND-ONE-PLAYER-LIMIT
               VARYING WS-PLM-SUB FROM 1 BY 1
               UNTIL WS-PLM-SUB > WS-PLM-COUNT
                  OR WS-PLM-FOUND.
           IF WS-PLM-FOUND
               MOVE WS-PLM-ENTRY(WS-PLM-IDX) TO PLAYLIM-RECORD
               IF PLM-RAISE-DATE NOT = SPACES
                  AND PLM-RAISE-DATE NOT > WS-TODAY
                   MOVE PLM-NEW-DAY-CAP   TO PLM-DAY-CAP
                   MOVE PLM-NEW-WEEK-CAP  TO PLM-WEEK-CAP
                   MOVE PLM-NEW-MONTH-CAP TO PLM-MONTH-CAP
                   MOVE SPACES            TO PLM-RAISE-DATE
                   MOVE PLAYLIM-RECORD TO WS-PLM-ENTRY(WS-PLM-IDX)
               END-IF
           END-IF.

       FIND-ONE-PLAYER-LIMIT.
           IF WS-PLM-ENTRY(WS-PLM-SUB)(1:15) = WS-PLAYER-ID
               MOVE WS-PLM-SUB TO WS-PLM-IDX
               MOVE "Y" TO WS-PLM-FOUND-SW
           END-IF.

      *>   Jugador sin limites todavia: fila nueva sin topes.
       NEW-PLAYER-LIMITS.
           ADD 1 TO WS-PLM-COUNT.
           MOVE WS-PLM-COUNT TO WS-PLM-IDX.
           MOVE SPACES TO PLAYLIM-RECORD.
           MOVE WS-PLAYER-ID TO PLM-PARTY-ID.
           MOVE 0 TO PLM-DAY-CAP PLM-WEEK-CAP PLM-MONTH-CAP
                     PLM-NEW-DAY-CAP PLM-NEW-WEEK-CAP
                     PLM-NEW-MONTH-CAP PLM-DAY-SPENT PLM-WEEK-NBR
                     PLM-WEEK-SPENT PLM-MONTH-SPENT.
           MOVE "Y" TO WS-PLM-FOUND-SW.

      *>   Lo gastado vuelve a cero al cambiar el dia, la semana
      *>   (de lunes a domingo) o el mes.
       ROLL-SPEND-PERIODS.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           COMPUTE WS-WEEK-NBR = (WS-TODAY-INT - 1) / 7.
           IF PLM-SPEND-DATE NOT = WS-TODAY
               MOVE 0        TO PLM-DAY-SPENT
               MOVE WS-TODAY TO PLM-SPEND-DATE
           END-IF.
           IF PLM-WEEK-NBR NOT = WS-WEEK-NBR
               MOVE 0           TO PLM-WEEK-SPENT
               MOVE WS-WEEK-NBR TO PLM-WEEK-NBR
           END-IF.
           IF PLM-SPEND-MONTH NOT = WS-TODAY(1:6)
               MOVE 0             TO PLM-MONTH-SPENT
               MOVE WS-TODAY(1:6) TO PLM-SPEND-MONTH
           END-IF.

      *>   Jugador autoexcluido: no se le vende nada.
       CHECK-SELF-EXCLUSION.
           PERFORM FIND-PLAYER-LIMITS.
           IF NOT WS-PLM-FOUND
              OR PLM-EXCL-UNTIL = SPACES
              OR PLM-EXCL-UNTIL < WS-TODAY
               GO TO CHECK-SELF-EXCLUSION-EXIT
           END-IF.
           MOVE "R" TO WS-PURCHASE-SW.
           MOVE "EXCLREF" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "SELF-EXCLUDED UNTIL " PLM-EXCL-UNTIL
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           PERFORM LOG-SESSION-AUDIT.
           MOVE SPACES TO AUX-MSG.
           STRING "YOU ARE SELF-EXCLUDED UNTIL " PLM-EXCL-UNTIL
                  ". NO SALE." DELIMITED BY SIZE INTO AUX-MSG.
           PERFORM SHOW-INFO-MSG.
       CHECK-SELF-EXCLUSION-EXIT.
           EXIT.

      *>   La compra (U$D 1 por boleto) no puede pasar ninguno de
      *>   los topes del jugador; el primero que se pasa rechaza.
       CHECK-SPEND-LIMITS.
           MOVE 1 TO WS-PURCHASE-AMT.
           IF TICKET-BUY-2 > 0
               MOVE 2 TO WS-PURCHASE-AMT
           END-IF.
           PERFORM FIND-PLAYER-LIMITS.
           IF NOT WS-PLM-FOUND
               GO TO CHECK-SPEND-LIMITS-EXIT
           END-IF.
           PERFORM ROLL-SPEND-PERIODS.
           MOVE SPACES TO WS-AUD-DETAIL.
           IF PLM-DAY-CAP > 0
              AND PLM-DAY-SPENT + WS-PURCHASE-AMT > PLM-DAY-CAP
               MOVE PLM-DAY-CAP   TO WS-CAP-Z
               MOVE PLM-DAY-SPENT TO WS-CAP2-Z
               STRING "DAILY CAP " WS-CAP-Z " SPENT " WS-CAP2-Z
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-IF.
           IF WS-AUD-DETAIL = SPACES
              AND PLM-WEEK-CAP > 0
              AND PLM-WEEK-SPENT + WS-PURCHASE-AMT > PLM-WEEK-CAP
               MOVE PLM-WEEK-CAP   TO WS-CAP-Z
               MOVE PLM-WEEK-SPENT TO WS-CAP2-Z
               STRING "WEEKLY CAP " WS-CAP-Z " SPENT " WS-CAP2-Z
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-IF.
           IF WS-AUD-DETAIL = SPACES
              AND PLM-MONTH-CAP > 0
              AND PLM-MONTH-SPENT + WS-PURCHASE-AMT > PLM-MONTH-CAP
               MOVE PLM-MONTH-CAP   TO WS-CAP-Z
               MOVE PLM-MONTH-SPENT TO WS-CAP2-Z
               STRING "MONTHLY CAP " WS-CAP-Z " SPENT " WS-CAP2-Z
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-IF.
           IF WS-AUD-DETAIL = SPACES
               GO TO CHECK-SPEND-LIMITS-EXIT
           END-IF.
           MOVE "R" TO WS-PURCHASE-SW.
           MOVE "LIMITREF" TO WS-AUD-ACTION.
           PERFORM LOG-SESSION-AUDIT.
           MOVE SPACES TO AUX-MSG.
           STRING "LIMIT REACHED - " WS-AUD-DETAIL
               DELIMITED BY SIZE INTO AUX-MSG.
           PERFORM SHOW-INFO-MSG.
       CHECK-SPEND-LIMITS-EXIT.
           EXIT.

      *>   Compra cobrada: suma a lo gastado del jugador (alta sin
      *>   topes si todavia no tenia fila).
       RECORD-PLAYER-SPEND.
           IF WS-SYND-SW = "Y" OR WS-PLM-OVERFLOW
               GO TO RECORD-PLAYER-SPEND-EXIT
           END-IF.
           PERFORM FIND-PLAYER-LIMITS.
           IF NOT WS-PLM-FOUND
               IF WS-PLM-COUNT NOT < 500
                   GO TO RECORD-PLAYER-SPEND-EXIT
               END-IF
               PERFORM NEW-PLAYER-LIMITS
           END-IF.
           PERFORM ROLL-SPEND-PERIODS.
           ADD WS-PURCHASE-AMT TO PLM-DAY-SPENT PLM-WEEK-SPENT
                                  PLM-MONTH-SPENT.
           MOVE PLAYLIM-RECORD TO WS-PLM-ENTRY(WS-PLM-IDX).
           PERFORM SAVE-PLAYLIM.
       RECORD-PLAYER-SPEND-EXIT.
           EXIT.

      *>   Mantenimiento de limites a pedido del jugador.
       PLAYER-LIMITS-MAINT.
           PERFORM CLEAR-SCREEN.
           DISPLAY "RESPONSIBLE GAMING LIMITS" LINE 4 COL 5 REVERSED.
           IF WS-PLM-OVERFLOW
               MOVE "PLAYLIM FILE TOO LARGE - LIMITS CANNOT BE SAVED."
                   TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO PLAYER-LIMITS-MAINT-END
           END-IF.
           DISPLAY "Player user code: "       LINE 6 COL 5.
           ACCEPT WS-PLAYER-ID                LINE 6 COL 24 PROMPT.
           IF WS-PLAYER-ID = SPACES
               GO TO PLAYER-LIMITS-MAINT-END
           END-IF.
           PERFORM FIND-PLAYER-LIMITS.
           IF NOT WS-PLM-FOUND
               IF WS-PLM-COUNT NOT < 500
                   MOVE "PLAYLIM FILE FULL." TO AUX-MSG
                   PERFORM SHOW-INFO-MSG
                   GO TO PLAYER-LIMITS-MAINT-END
               END-IF
      *>           El jugador queda de alta en el maestro compartido.
               PERFORM REGISTER-PLAYER-PARTY
               PERFORM NEW-PLAYER-LIMITS
           END-IF.
           MOVE PLM-DAY-CAP   TO WS-CAP-Z.
           MOVE PLM-WEEK-CAP  TO WS-CAP2-Z.
           MOVE PLM-MONTH-CAP TO WS-CAP3-Z.
           DISPLAY "Caps now (day/week/month):" LINE 8 COL 5
                   WS-CAP-Z                     LINE 8 COL 33
                   WS-CAP2-Z                    LINE 8 COL 43
                   WS-CAP3-Z                    LINE 8 COL 53.
           IF PLM-RAISE-DATE NOT = SPACES
               MOVE PLM-NEW-DAY-CAP   TO WS-CAP-Z
               MOVE PLM-NEW-WEEK-CAP  TO WS-CAP2-Z
               MOVE PLM-NEW-MONTH-CAP TO WS-CAP3-Z
               DISPLAY "Raise from"             LINE 9 COL 5
                       PLM-RAISE-DATE           LINE 9 COL 16
                       WS-CAP-Z                 LINE 9 COL 33
                       WS-CAP2-Z                LINE 9 COL 43
                       WS-CAP3-Z                LINE 9 COL 53
           END-IF.
           IF PLM-EXCL-UNTIL NOT = SPACES
              AND PLM-EXCL-UNTIL NOT < WS-TODAY
               DISPLAY "Self-excluded until:"   LINE 10 COL 5
                       PLM-EXCL-UNTIL           LINE 10 COL 26
           END-IF.
           DISPLAY "(0 = no cap; a lower cap applies at once, a"
                                                LINE 12 COL 5.
           DISPLAY " higher one after the cooling-off period)"
                                                LINE 13 COL 5.
           DISPLAY "Daily cap   [99999]: "      LINE 14 COL 5.
           ACCEPT WS-IN-DAY-CAP                 LINE 14 COL 27 PROMPT.
           DISPLAY "Weekly cap  [99999]: "      LINE 15 COL 5.
           ACCEPT WS-IN-WEEK-CAP                LINE 15 COL 27 PROMPT.
           DISPLAY "Monthly cap [99999]: "      LINE 16 COL 5.
           ACCEPT WS-IN-MONTH-CAP               LINE 16 COL 27 PROMPT.
           DISPLAY "Self-exclude for days [9999] (0 = no): "
                                                LINE 17 COL 5.
           ACCEPT WS-IN-EXCL-DAYS               LINE 17 COL 45 PROMPT.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           COMPUTE WS-RAISE-FROM = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INT + WS-COOLOFF-DAYS).
           MOVE "N" TO WS-RAISE-SW.
           MOVE PLM-DAY-CAP   TO WS-CAP-CUR.
           MOVE WS-IN-DAY-CAP TO WS-CAP-NEW.
           PERFORM DECIDE-CAP-CHANGE.
           MOVE WS-CAP-CUR    TO PLM-DAY-CAP.
           MOVE WS-CAP-PEND   TO PLM-NEW-DAY-CAP.
           MOVE PLM-WEEK-CAP   TO WS-CAP-CUR.
           MOVE WS-IN-WEEK-CAP TO WS-CAP-NEW.
           PERFORM DECIDE-CAP-CHANGE.
           MOVE WS-CAP-CUR    TO PLM-WEEK-CAP.
           MOVE WS-CAP-PEND   TO PLM-NEW-WEEK-CAP.
           MOVE PLM-MONTH-CAP   TO WS-CAP-CUR.
           MOVE WS-IN-MONTH-CAP TO WS-CAP-NEW.
           PERFORM DECIDE-CAP-CHANGE.
           MOVE WS-CAP-CUR    TO PLM-MONTH-CAP.
           MOVE WS-CAP-PEND   TO PLM-NEW-MONTH-CAP.
           IF WS-RAISE-SW = "Y"
               MOVE WS-RAISE-FROM TO PLM-RAISE-DATE
           ELSE
               MOVE SPACES TO PLM-RAISE-DATE
           END-IF.
           MOVE "LIMITCHG" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "D " WS-IN-DAY-CAP " W " WS-IN-WEEK-CAP
                  " M " WS-IN-MONTH-CAP
                  DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           IF WS-RAISE-SW = "Y"
               MOVE " RAISE"       TO WS-AUD-DETAIL(24:6)
               MOVE PLM-RAISE-DATE TO WS-AUD-DETAIL(31:8)
           END-IF.
           PERFORM LOG-SESSION-AUDIT.
      *>      La autoexclusion se puede alargar, nunca acortar.
           IF WS-IN-EXCL-DAYS > 0
               COMPUTE WS-EXCL-TO = FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-INT + WS-IN-EXCL-DAYS)
               IF PLM-EXCL-UNTIL = SPACES
                  OR PLM-EXCL-UNTIL < WS-EXCL-TO
                   MOVE WS-EXCL-TO TO PLM-EXCL-UNTIL
               END-IF
               MOVE "SELFEXCL" TO WS-AUD-ACTION
               MOVE SPACES TO WS-AUD-DETAIL
               STRING "SELF-EXCLUDED UNTIL " PLM-EXCL-UNTIL
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               PERFORM LOG-SESSION-AUDIT
           END-IF.
           MOVE PLAYLIM-RECORD TO WS-PLM-ENTRY(WS-PLM-IDX).
           MOVE SPACES TO AUX-MSG.
           IF WS-RAISE-SW = "Y"
               STRING "LIMITS SAVED. RAISES APPLY FROM "
                      WS-RAISE-FROM "."
                   DELIMITED BY SIZE INTO AUX-MSG
           ELSE
               MOVE "LIMITS SAVED." TO AUX-MSG
           END-IF.
           PERFORM SAVE-PLAYLIM.
           PERFORM SHOW-INFO-MSG.
       PLAYER-LIMITS-MAINT-END.
           EXIT.

      *>   Un tope: igual = sin cambio (anula una suba pendiente),
      *>   mas bajo (o tope donde no habia) rige ya, mas alto (o
      *>   quitarlo) queda pendiente hasta WS-RAISE-FROM.
       DECIDE-CAP-CHANGE.
           IF WS-CAP-NEW = WS-CAP-CUR
               MOVE WS-CAP-CUR TO WS-CAP-PEND
           ELSE
               IF WS-CAP-NEW > 0
                  AND (WS-CAP-CUR = 0 OR WS-CAP-NEW < WS-CAP-CUR)
                   MOVE WS-CAP-NEW TO WS-CAP-CUR
                   MOVE WS-CAP-NEW TO WS-CAP-PEND
               ELSE
                   MOVE WS-CAP-NEW TO WS-CAP-PEND
                   MOVE "Y" TO WS-RAISE-SW
               END-IF
           END-IF.

      *>   Renglon en la pista SESAUDIT compartida (ver
      *>   Copybooks/AUDITREC.CPY) a nombre del jugador.
       LOG-SESSION-AUDIT.
           OPEN EXTEND SESSION-AUDIT-FILE.
           IF WS-SESAUD-STATUS = "35"
               OPEN OUTPUT SESSION-AUDIT-FILE
           END-IF.
           MOVE SPACES TO SESAUD-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SESAUD-TIMESTAMP.
           MOVE "02-LotterySystem" TO SESAUD-PROGRAM.
           MOVE WS-PLAYER-ID       TO SESAUD-USERID.
           MOVE "LOTTERY"          TO SESAUD-TERMINAL.
           MOVE WS-AUD-ACTION      TO SESAUD-ACTION.
           MOVE WS-AUD-DETAIL      TO SESAUD-DETAIL.
           WRITE SESAUD-RECORD.
           CLOSE SESSION-AUDIT-FILE.

      *>   *************************************************************
      *>   Auditoria (un registro por cada venta + sorteo jugado)
      *>   *************************************************************
