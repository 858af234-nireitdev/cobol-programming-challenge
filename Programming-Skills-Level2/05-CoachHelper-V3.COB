      *>                    to the shared PLAYERSFILE
      *>                    (Copybooks/PLAYERREC.CPY) so the other
      *>                    coach tools see him too.
      *>   2026-10-15  jrm  A promoted prospect goes to PLAYERSFILE
      *>                    flagged homegrown, and the position is
      *>                    translated to the shared file's codes
      *>                    (03-CoachHelper-V2: 1 forward, 2 keeper,
      *>                    3 defender, 4 midfield) instead of being
      *>                    copied raw, so the squad registration
      *>                    run counts the goalkeepers right.
      *>   2026-10-15  jrm  Confirmed signings are recorded in the
      *>                    XFERREG transfers register
      *>                    (Copybooks/XFERREG.CPY) with fee,
      *>                    contract years and date. The fee no
      *>                    longer comes off BUDGET in one go: it is
      *>                    amortized straight-line over the contract
      *>                    years by the yearly XFRAMORT batch, and a
      *>                    signing only needs the budget to cover
      *>                    one yearly instalment. A sale posts the
      *>                    profit or loss on disposal against the
      *>                    remaining book value to GLEXTRACT. New B
      *>                    option: squad book-value report.
      *>   2026-10-15  jrm  Transfers are refused while XFERREG is
      *>                    larger than the table (the register is
      *>                    no longer rewritten without the lines
      *>                    that did not fit), and a signing is
      *>                    refused when the register is full instead
      *>                    of going through unrecorded.
      *>   2026-10-15  jrm  A signing books the fee to GLEXTRACT as
      *>                    PLAYER-SIGNING, and a sale takes the
      *>                    remaining book value out as
      *>                    PLAYER-BOOK-VALUE next to the disposal
      *>                    result.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 05-CoachHelperV3.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHRPLY-STATUS.

           SELECT XFERREG-FILE ASSIGN TO "XFERREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFERREG-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE.
       FD  SHARED-PLAYERS-FILE.
           COPY PLAYERREC.

      *>   Registro de pases: fichajes confirmados y su amortizacion.
       FD  XFERREG-FILE.
           COPY XFERREG.

       FD  GL-EXTRACT-FILE.
           COPY GLEXT.

       WORKING-STORAGE SECTION.

       01  MENU-OPTION PIC X.
       01  WS-ACAD-SALARY      PIC 9(8).
       01  WS-ACAD-PRICE       PIC 9(8).

      *>   Registro de pases (XFERREG en memoria). La tarifa de un
      *>   fichaje no sale del presupuesto de una vez: el batch
      *>   anual XFRAMORT descuenta de BUDGET la cuota de
      *>   amortizacion de cada anio; al fichar solo se controla que
      *>   el presupuesto cubra la primera cuota.
       01  WS-XFERREG-STATUS   PIC XX.
       01  WS-GLEXT-STATUS     PIC XX.
       01  XFT-TABLE.
           05  XFT-COUNT       PIC 999 VALUE 0.
           05  XFT-ENTRY OCCURS 200 TIMES.
               10  XFT-NAME        PIC X(19).
               10  XFT-DATE        PIC 9(8).
               10  XFT-FEE         PIC 9(9).
               10  XFT-YEARS       PIC 99.
               10  XFT-CONTRACT    PIC 9(4).
               10  XFT-AMORT-DONE  PIC 9(9).
               10  XFT-YEARS-DONE  PIC 99.
               10  XFT-LAST-YEAR   PIC 9(4).
               10  XFT-STATUS      PIC X.
               10  XFT-SALE-DATE   PIC 9(8).
               10  XFT-SALE-PRICE  PIC 9(9).
               10  XFT-SALE-RESULT PIC S9(9).
       01  XFT-IDX             PIC 999.
       01  XFT-FOUND           PIC 999.
       01  XFT-DROPPED         PIC 9(4) VALUE 0.
       01  WS-XFR-YEARS        PIC 99.
       01  WS-XFR-INSTALMENT   PIC 9(9).
       01  WS-XFR-BOOK-VALUE   PIC 9(9).
       01  WS-XFR-RESULT       PIC S9(9).
       01  WS-XFR-GL-ACCOUNT   PIC X(20).
       01  WS-XFR-GL-AMOUNT    PIC S9(9).
       01  WS-XFR-BOOK-TOTAL   PIC 9(10).
       01  WS-XFR-RESULT-Z     PIC -ZZZ,ZZZ,ZZ9.
       01  WS-XFR-YEARS-Z      PIC Z9.
       01  WS-XFR-AMOUNT-Z     PIC ZZZ,ZZZ,ZZ9.

       77  TIPO-MONEDA     Pic $$$,$$$,$$9.

       01  AUX-LINE-POS    PIC 99.
           PERFORM CARGA-BUDGET.
           PERFORM CARGA-WAGECAP.
           PERFORM CARGA-PROSPECTS.
           PERFORM XFR-LOAD-REGISTER.
           PERFORM MENU-START THRU MENU-START-END.
           STOP RUN.

                   "P - Positional Report"             LINE 6 COL 105
                   "K - Contracts Report"              LINE 7 COL 105
                   "J - Academy Prospects"             LINE 8 COL 105
                   "B - Squad Book Value"              LINE 9 COL 105

                   "Your option:"                      LINE 10 COL 5
                   .
               WHEN "J"
                   PERFORM ACADEMY-MODE THRU ACADEMY-MODE-END
                   GO TO REPEAT-MENU
               WHEN "B"
                   PERFORM BOOK-VALUE-REPORT
                   GO TO REPEAT-MENU

           END-EVALUATE.

           END-PERFORM.

      *>   *************************************************************
      *>   Mercado de pases: compra (Market->Current, queda en el
      *>   registro de pases XFERREG y se amortiza por anio) o venta
      *>   (Current->Market, acredita PRICE al presupuesto y asienta
      *>   el resultado de la baja) de un jugador por nombre.
      *>   *************************************************************
       TRANSFER-MODE.
           PERFORM CLEAR-INFO-SCREEN.
           MOVE FUNCTION UPPER-CASE(WS-TRF-ACTION) TO WS-TRF-ACTION.

           EVALUATE TRUE
               WHEN XFT-DROPPED > 0
                   MOVE "XFERREG larger than the table - transfers refu
      -                 "sed, call IT." TO AUX-MSG
                   PERFORM SHOW-INFO-MSG
               WHEN WS-TRF-ACTION = "B" AND PLY-IDXSTAT(WS-TRF-IDX) = 2
                   PERFORM CALC-WAGE-BILL
                   IF WS-WAGE-BILL + PLY-SALARY(WS-TRF-IDX)
                          > CLUB-WAGE-CAP
                       MOVE "Signing would break the wage cap."
                           TO AUX-MSG
                       PERFORM SHOW-INFO-MSG
                   ELSE
                       PERFORM XFR-SIGN-PLAYER THRU XFR-SIGN-PLAYER-END
                   END-IF
               WHEN WS-TRF-ACTION = "S" AND PLY-IDXSTAT(WS-TRF-IDX) = 1
                   PERFORM XFR-SELL-PLAYER
               WHEN OTHER
                   MOVE "Invalid action for this player's status."
                       TO AUX-MSG
       TRANSFER-MODE-END.
           EXIT.

      *>   Fichaje: la duracion del contrato (fin - temporada actual,
      *>   minimo un anio) fija la cuota anual de amortizacion, que
      *>   el presupuesto tiene que cubrir.
       XFR-SIGN-PLAYER.
           MOVE WS-NEXT-SEASON TO WS-NEW-CONTRACT.
           DISPLAY "Contract end season [YYYY]:" LINE 19 COL 5.
           DISPLAY WS-NEW-CONTRACT               LINE 19 COL 35.
           ACCEPT WS-NEW-CONTRACT                LINE 19 COL 35 UPDATE.
           IF WS-NEW-CONTRACT > WS-THIS-SEASON
               COMPUTE WS-XFR-YEARS = WS-NEW-CONTRACT - WS-THIS-SEASON
           ELSE
               MOVE 1 TO WS-XFR-YEARS
           END-IF.
           COMPUTE WS-XFR-INSTALMENT =
               PLY-PRICE(WS-TRF-IDX) / WS-XFR-YEARS.
           IF WS-XFR-INSTALMENT > CLUB-BUDGET
               MOVE "Budget does not cover the yearly amortization."
                   TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO XFR-SIGN-PLAYER-END
           END-IF.
      *>   Sin lugar en el registro el fichaje no se amortizaria:
      *>   se rechaza.
           IF XFT-COUNT NOT < 200
               MOVE "Transfers register full - signing refused, call I
      -             "T." TO AUX-MSG
               PERFORM SHOW-INFO-MSG
               GO TO XFR-SIGN-PLAYER-END
           END-IF.
           MOVE 1 TO PLY-IDXSTAT(WS-TRF-IDX).
           MOVE WS-NEW-CONTRACT TO PLY-CONTRACT(WS-TRF-IDX).
           ADD 1 TO XFT-COUNT.
           INITIALIZE XFT-ENTRY(XFT-COUNT).
           MOVE PLY-NAME(WS-TRF-IDX)  TO XFT-NAME(XFT-COUNT).
           MOVE WS-TODAY-DATE         TO XFT-DATE(XFT-COUNT).
           MOVE PLY-PRICE(WS-TRF-IDX) TO XFT-FEE(XFT-COUNT).
           MOVE WS-XFR-YEARS          TO XFT-YEARS(XFT-COUNT).
           MOVE WS-NEW-CONTRACT       TO XFT-CONTRACT(XFT-COUNT).
           MOVE "A"                   TO XFT-STATUS(XFT-COUNT).
           PERFORM XFR-SAVE-REGISTER THRU XFR-SAVE-REGISTER-END.
      *>   La tarifa entra al activo de registros de jugadores.
           MOVE "PLAYER-SIGNING"      TO WS-XFR-GL-ACCOUNT.
           MOVE PLY-PRICE(WS-TRF-IDX) TO WS-XFR-GL-AMOUNT.
           PERFORM XFR-LOG-GLENTRY.
           MOVE WS-XFR-YEARS TO WS-XFR-YEARS-Z.
           MOVE WS-XFR-INSTALMENT TO WS-XFR-AMOUNT-Z.
           MOVE SPACES TO AUX-MSG.
           STRING "Signed - fee amortized over " WS-XFR-YEARS-Z
                  " years at " WS-XFR-AMOUNT-Z " a year."
                  DELIMITED BY SIZE INTO AUX-MSG.
           PERFORM SHOW-INFO-MSG.
           PERFORM SAVE-ROSTER.
       XFR-SIGN-PLAYER-END.
           EXIT.

      *>   Venta: el precio entra al presupuesto como antes; el
      *>   valor libro que queda (tarifa - amortizado) sale del
      *>   activo y contra el se asienta el resultado de la baja en
      *>   GLEXTRACT. Un jugador sin
      *>   fichaje registrado (cantera, plantel inicial) tiene valor
      *>   libro cero.
       XFR-SELL-PLAYER.
           MOVE 0 TO XFT-FOUND.
           PERFORM XFR-FIND-ACTIVE
               VARYING XFT-IDX FROM 1 BY 1 UNTIL XFT-IDX > XFT-COUNT.
           MOVE 0 TO WS-XFR-BOOK-VALUE.
           IF XFT-FOUND > 0
               COMPUTE WS-XFR-BOOK-VALUE =
                   XFT-FEE(XFT-FOUND) - XFT-AMORT-DONE(XFT-FOUND)
           END-IF.
           COMPUTE WS-XFR-RESULT =
               PLY-PRICE(WS-TRF-IDX) - WS-XFR-BOOK-VALUE.
           IF XFT-FOUND > 0
               MOVE "V"                   TO XFT-STATUS(XFT-FOUND)
               MOVE WS-TODAY-DATE         TO XFT-SALE-DATE(XFT-FOUND)
               MOVE PLY-PRICE(WS-TRF-IDX) TO XFT-SALE-PRICE(XFT-FOUND)
               MOVE WS-XFR-RESULT         TO XFT-SALE-RESULT(XFT-FOUND)
               PERFORM XFR-SAVE-REGISTER THRU XFR-SAVE-REGISTER-END
           END-IF.
           IF WS-XFR-BOOK-VALUE > 0
               MOVE "PLAYER-BOOK-VALUE"   TO WS-XFR-GL-ACCOUNT
               MOVE WS-XFR-BOOK-VALUE     TO WS-XFR-GL-AMOUNT
               PERFORM XFR-LOG-GLENTRY
           END-IF.
           IF WS-XFR-RESULT NOT = 0
               MOVE "TRANSFER-DISPOSAL"   TO WS-XFR-GL-ACCOUNT
               MOVE WS-XFR-RESULT         TO WS-XFR-GL-AMOUNT
               PERFORM XFR-LOG-GLENTRY
           END-IF.
           ADD PLY-PRICE(WS-TRF-IDX) TO CLUB-BUDGET.
           MOVE 2 TO PLY-IDXSTAT(WS-TRF-IDX).
           MOVE WS-XFR-RESULT TO WS-XFR-RESULT-Z.
           MOVE SPACES TO AUX-MSG.
           STRING "Listed on the Market - result on disposal "
                  WS-XFR-RESULT-Z
                  DELIMITED BY SIZE INTO AUX-MSG.
           PERFORM SHOW-INFO-MSG.
           PERFORM SAVE-ROSTER.
           PERFORM SAVE-BUDGET.

      *>   Un renglon en GLEXTRACT con la cuenta y el importe
      *>   cargados por el llamador.
       XFR-LOG-GLENTRY.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF WS-GLEXT-STATUS = "35"
               OPEN OUTPUT GL-EXTRACT-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO GLEXT-DATE.
           MOVE "05-CoachHelperV3"     TO GLEXT-SOURCE.
           MOVE WS-XFR-GL-ACCOUNT      TO GLEXT-ACCOUNT.
           MOVE WS-XFR-GL-AMOUNT       TO GLEXT-AMOUNT.
           WRITE GLEXT-RECORD.
           CLOSE GL-EXTRACT-FILE.

      *>   Ultimo fichaje no vendido del jugador.
       XFR-FIND-ACTIVE.
           IF XFT-NAME(XFT-IDX) = PLY-NAME(WS-TRF-IDX)
              AND XFT-STATUS(XFT-IDX) NOT = "V"
               MOVE XFT-IDX TO XFT-FOUND
           END-IF.

       XFR-LOAD-REGISTER.
           MOVE 0 TO XFT-COUNT.
           MOVE 0 TO XFT-DROPPED.
           OPEN INPUT XFERREG-FILE.
           IF WS-XFERREG-STATUS = "00"
               PERFORM XFR-LOAD-ONE
                   UNTIL WS-XFERREG-STATUS NOT = "00"
               CLOSE XFERREG-FILE
           END-IF.

       XFR-LOAD-ONE.
           READ XFERREG-FILE
               AT END
                   MOVE "10" TO WS-XFERREG-STATUS
               NOT AT END
                   IF XFT-COUNT < 200
                       ADD 1 TO XFT-COUNT
                       MOVE XFR-NAME          TO XFT-NAME(XFT-COUNT)
                       MOVE XFR-DATE          TO XFT-DATE(XFT-COUNT)
                       MOVE XFR-FEE           TO XFT-FEE(XFT-COUNT)
                       MOVE XFR-YEARS         TO XFT-YEARS(XFT-COUNT)
                       MOVE XFR-CONTRACT-END
                           TO XFT-CONTRACT(XFT-COUNT)
                       MOVE XFR-AMORT-DONE
                           TO XFT-AMORT-DONE(XFT-COUNT)
                       MOVE XFR-YEARS-DONE
                           TO XFT-YEARS-DONE(XFT-COUNT)
                       MOVE XFR-LAST-YEAR
                           TO XFT-LAST-YEAR(XFT-COUNT)
                       MOVE XFR-STATUS        TO XFT-STATUS(XFT-COUNT)
                       MOVE XFR-SALE-DATE
                           TO XFT-SALE-DATE(XFT-COUNT)
                       MOVE XFR-SALE-PRICE
                           TO XFT-SALE-PRICE(XFT-COUNT)
                       MOVE XFR-SALE-RESULT
                           TO XFT-SALE-RESULT(XFT-COUNT)
                   ELSE
                       ADD 1 TO XFT-DROPPED
                   END-IF
           END-READ.

      *>   Con lineas que no entraron en la tabla no se regraba:
      *>   se perderian.
       XFR-SAVE-REGISTER.
           IF XFT-DROPPED > 0
               GO TO XFR-SAVE-REGISTER-END
           END-IF.
           OPEN OUTPUT XFERREG-FILE.
           PERFORM XFR-SAVE-ONE
               VARYING XFT-IDX FROM 1 BY 1 UNTIL XFT-IDX > XFT-COUNT.
           CLOSE XFERREG-FILE.
       XFR-SAVE-REGISTER-END.
           EXIT.

       XFR-SAVE-ONE.
           MOVE SPACES TO XFERREG-RECORD.
           MOVE XFT-NAME(XFT-IDX)        TO XFR-NAME.
           MOVE XFT-DATE(XFT-IDX)        TO XFR-DATE.
           MOVE XFT-FEE(XFT-IDX)         TO XFR-FEE.
           MOVE XFT-YEARS(XFT-IDX)       TO XFR-YEARS.
           MOVE XFT-CONTRACT(XFT-IDX)    TO XFR-CONTRACT-END.
           MOVE XFT-AMORT-DONE(XFT-IDX)  TO XFR-AMORT-DONE.
           MOVE XFT-YEARS-DONE(XFT-IDX)  TO XFR-YEARS-DONE.
           MOVE XFT-LAST-YEAR(XFT-IDX)   TO XFR-LAST-YEAR.
           MOVE XFT-STATUS(XFT-IDX)      TO XFR-STATUS.
           MOVE XFT-SALE-DATE(XFT-IDX)   TO XFR-SALE-DATE.
           MOVE XFT-SALE-PRICE(XFT-IDX)  TO XFR-SALE-PRICE.
           MOVE XFT-SALE-RESULT(XFT-IDX) TO XFR-SALE-RESULT.
           WRITE XFERREG-RECORD.

      *>   *************************************************************
      *>   Valor libro del plantel actual: por jugador, tarifa,
      *>   amortizado y costo que queda sin amortizar segun
      *>   XFERREG (cero para los que no tienen fichaje registrado).
      *>   *************************************************************
       BOOK-VALUE-REPORT.
           PERFORM CLEAR-INFO-SCREEN.
           PERFORM XFR-LOAD-REGISTER.
           DISPLAY "Squad Book Value"       LINE 12 COL 5 REVERSED.
           DISPLAY "Player"                 LINE 13 COL 5
                   "Signed"                 LINE 13 COL 26
                   "Fee"                    LINE 13 COL 45
                   "Amortized"              LINE 13 COL 53
                   "Book value"             LINE 13 COL 68
                   "Contract"               LINE 13 COL 81.
           MOVE 13 TO AUX-LINE-POS.
           MOVE 0 TO WS-XFR-BOOK-TOTAL.
           PERFORM BOOK-VALUE-LINE
               VARYING WS-TRF-IDX FROM 1 BY 1
               UNTIL WS-TRF-IDX > CONST-MAX-PLAYERS.
           ADD 2 TO AUX-LINE-POS.
           MOVE WS-XFR-BOOK-TOTAL TO WS-XFR-AMOUNT-Z.
           DISPLAY "Total unamortized cost:" LINE AUX-LINE-POS COL 5
                   WS-XFR-AMOUNT-Z           LINE AUX-LINE-POS COL 67.
           PERFORM MENU-DISPLAYCONTINUE.
           PERFORM CLEAR-INFO-SCREEN.

       BOOK-VALUE-LINE.
           IF PLY-IDXSTAT(WS-TRF-IDX) = 1
               ADD 1 TO AUX-LINE-POS
               MOVE 0 TO XFT-FOUND
               PERFORM XFR-FIND-ACTIVE
                   VARYING XFT-IDX FROM 1 BY 1
                   UNTIL XFT-IDX > XFT-COUNT
               DISPLAY PLY-NAME(WS-TRF-IDX)  LINE AUX-LINE-POS COL 5
               DISPLAY PLY-CONTRACT(WS-TRF-IDX)
                                             LINE AUX-LINE-POS COL 83
               IF XFT-FOUND > 0
                   COMPUTE WS-XFR-BOOK-VALUE =
                       XFT-FEE(XFT-FOUND) - XFT-AMORT-DONE(XFT-FOUND)
                   ADD WS-XFR-BOOK-VALUE TO WS-XFR-BOOK-TOTAL
                   DISPLAY XFT-DATE(XFT-FOUND)
                                             LINE AUX-LINE-POS COL 26
                   MOVE XFT-FEE(XFT-FOUND) TO WS-XFR-AMOUNT-Z
                   DISPLAY WS-XFR-AMOUNT-Z   LINE AUX-LINE-POS COL 37
                   MOVE XFT-AMORT-DONE(XFT-FOUND) TO WS-XFR-AMOUNT-Z
                   DISPLAY WS-XFR-AMOUNT-Z   LINE AUX-LINE-POS COL 51
                   MOVE WS-XFR-BOOK-VALUE TO WS-XFR-AMOUNT-Z
                   DISPLAY WS-XFR-AMOUNT-Z   LINE AUX-LINE-POS COL 67
               ELSE
                   DISPLAY "not registered"  LINE AUX-LINE-POS COL 26
                   MOVE 0 TO WS-XFR-AMOUNT-Z
                   DISPLAY WS-XFR-AMOUNT-Z   LINE AUX-LINE-POS COL 67
               END-IF
           END-IF.

      *>   *************************************************************
      *>   Reporte de necesidades posicionales: compara la cantidad de
      *>   jugadores del plantel actual (Current) por posicion contra
           MOVE PRT-PASSING(PRT-IDX) TO PLYR-PASSING.
           MOVE PRT-DEFENSE(PRT-IDX) TO PLYR-DEFENSE.
           MOVE PRT-JERSEY(PRT-IDX)  TO PLYR-JERSEY.
      *>      Posicion de este programa -> codigo del PLAYERSFILE.
           EVALUATE PRT-IDXPOS(PRT-IDX)
               WHEN 1
                   MOVE 2 TO PLYR-IDXPOSIT
               WHEN 2
                   MOVE 3 TO PLYR-IDXPOSIT
               WHEN 6
                   MOVE 1 TO PLYR-IDXPOSIT
               WHEN OTHER
                   MOVE 4 TO PLYR-IDXPOSIT
           END-EVALUATE.
           MOVE PRT-AGE(PRT-IDX)     TO PLYR-AGE.
           MOVE 0                    TO PLYR-HEIGHT.
      *>      Salido de la academia: cuenta como formado en el club.
           MOVE "S"                  TO PLYR-HOMEGROWN.
           WRITE PLAYERS-RECORD.
           CLOSE SHARED-PLAYERS-FILE.

