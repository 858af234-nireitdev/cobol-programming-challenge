      *>                    de una cotizacion vencida se bloquea
      *>                    directamente (su asiento de margen es
      *>                    rate-dependent).
      *>   2026-10-15  jrm  Cotizacion con plazo: [Q] fija las puntas
      *>                    de FXSPREAD para un par y monto y las
      *>                    guarda en FXQUOTES
      *>                    (Copybooks/FXQUOTE.CPY) con numero y
      *>                    vencimiento (30 minutos, nunca pasado el
      *>                    dia); [E] ejecuta una cotizacion vigente
      *>                    a ese precio, la marca usada y asienta en
      *>                    GLEXTRACT el margen contra el medio del
      *>                    mercado de ese momento, ganado o perdido.
      *>                    Batch/FXQUOTRPT.COB lista el dia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 02-CURRENCYCONVERTER.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STATUS.

           SELECT FXQUOTE-FILE ASSIGN TO "FXQUOTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXQ-KEY
               FILE STATUS IS WS-FXQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATES-FILE.
       FD  EXCEPTION-LOG-FILE.
           COPY ERRLOG.

       FD  FXQUOTE-FILE.
           COPY FXQUOTE.

       WORKING-STORAGE SECTION.
       01  WS-MENUOPCION PIC X(1).
       01  WS-MENSAJE  PIC X(65).
       01  WS-ASK-ORIGEN   PIC 9(6)V9(2).
       01  WS-BID-DESTINO  PIC 9(6)V9(2).
       01  WS-RESULTADO-MEDIO PIC 9(9)V9(2).
       01  WS-SPREAD-GANADO PIC S9(9)V9(2).
       01  WS-SPREAD-Z     PIC Z(8)9.9(2).
       01  WS-GL-TIMESTAMP PIC X(14).
       01  WS-MANT-BID-X   PIC X(10).
       01  WS-MANT-RATE      PIC 9(6)V9(2).
       01  WS-MANT-EFFDATE   PIC X(8).

      *>   Cotizaciones con plazo (FXQUOTES). El plazo corre desde
      *>   la emision y se corta a fin del dia.
       01  WS-FXQ-STATUS     PIC X(2).
       01  WS-FXQ-PLAZO-MIN  PIC 9(3) VALUE 30.
       01  WS-FXQ-NEXT-SEQ   PIC 9(4).
       01  WS-FXQ-NUMERO     PIC X(12).
       01  WS-FXQ-NUMERO-R REDEFINES WS-FXQ-NUMERO.
           05  WS-FXQ-NUM-DATE   PIC X(8).
           05  WS-FXQ-NUM-SEQ    PIC 9(4).
       01  WS-FXQ-HOY        PIC X(8).
       01  WS-FXQ-AHORA      PIC X(6).
       01  WS-FXQ-HHMMSS.
           05  WS-FXQ-HH         PIC 9(2).
           05  WS-FXQ-MM         PIC 9(2).
           05  WS-FXQ-SS         PIC 9(2).
       01  WS-FXQ-SEGUNDOS   PIC 9(6).
       01  WS-FXQ-MID-DEST   PIC 9(6)V9(2).
       01  WS-FXQ-SPREAD-USD PIC S9(9)V9(2).



       PROCEDURE DIVISION.
           PERFORM WARN-STALE-RATES.
           PERFORM CLEAR-SCREEN.
           DISPLAY "[C] Convertir moneda"        LINE 5 COL 5
                   "[Q] Cotizar con plazo"       LINE 6 COL 5
                   "[E] Ejecutar cotizacion"     LINE 7 COL 5
                   "[M] Actualizar cotizaciones" LINE 8 COL 5
                   "[X] Salir"                   LINE 9 COL 5.
           DISPLAY "Su opcion : [ ]"             LINE 11 COL 5.
           ACCEPT WS-MODO-OPCION                 LINE 11 COL 18.
           EVALUATE WS-MODO-OPCION
               WHEN 'Q'
                   PERFORM ELEGIR-MONEDA-ORIGEN
                       THRU ELEGIR-MONEDA-DESTINO
                   PERFORM COTIZAR-PROCEDURE
                       THRU COTIZAR-PROCEDURE-EXIT
               WHEN 'E'
                   PERFORM EJECUTAR-COTIZ-PROCEDURE
                       THRU EJECUTAR-COTIZ-PROCEDURE-EXIT
               WHEN 'M'
                   PERFORM MANTENER-PROCEDURE
                       THRU MANTENER-PROCEDURE-EXIT


      *>   El margen ganado en la conversion, en moneda destino, al
      *>   extracto contable compartido como ingreso de cambio (una
      *>   cotizacion con plazo ejecutada a perdida lo deja negativo).
       POST-SPREAD-GL.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF WS-GLEXT-STATUS = "35"



      *>   *************************************************************
      *>   Cotizacion con plazo: fija las puntas de FXSPREAD que rigen
      *>   ahora para el par y el monto elegidos y las guarda en
      *>   FXQUOTES con un numero para el cliente. Dentro del plazo
      *>   (WS-FXQ-PLAZO-MIN, nunca pasado el dia) la ejecucion paga
      *>   ese precio aunque las cotizaciones se hayan movido.
      *>   *************************************************************
       COTIZAR-PROCEDURE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "COTIZACION CON PLAZO " WS-MONEDA-ORIGEN "->"
                   WS-MONEDA-DESTINO               LINE 5 COL 5.
           DISPLAY "IMPORTANTE: monto MINIMO de extraccion:"
                           LINE 12 COL 5
                   WS-MONEDA-MINIMO LINE 12 COL 47
                   "monto MAXIMO de extraccion:" LINE 13 COL 17
                   WS-MONEDA-MAXIMO LINE 13 COL 47
                   .
           DISPLAY "Indique monto en " LINE 10 COL 5
                       WS-MONEDA-ORIGEN LINE 10 COL 23
                       ":" LINE 10 COL 27.
           ACCEPT WS-RETIRO-FONDOS LINE 10 COL 30.
           IF WS-RETIRO-FONDOS = 0
               DISPLAY "Monto invalido."           LINE 20 COL 5
               ACCEPT WS-MENUOPCION
               GO TO COTIZAR-PROCEDURE-EXIT
           END-IF.

      *>      Sobre una cotizacion vencida no se cotiza, igual que no
      *>      se convierte.
           MOVE WS-MONEDA-ORIGEN TO WS-CHK-CCY.
           PERFORM GET-EFFD-PROCEDURE.
           CALL "FXGUARD" USING WS-CHK-EFFDATE WS-FXG-AGE
                                WS-FXG-LIMIT WS-FXG-STALE.
           IF WS-FXG-STALE = "S"
               PERFORM BLOCK-STALE-CONVERSION
               GO TO COTIZAR-PROCEDURE-EXIT
           END-IF.
           MOVE WS-MONEDA-DESTINO TO WS-CHK-CCY.
           PERFORM GET-EFFD-PROCEDURE.
           CALL "FXGUARD" USING WS-CHK-EFFDATE WS-FXG-AGE
                                WS-FXG-LIMIT WS-FXG-STALE.
           IF WS-FXG-STALE = "S"
               PERFORM BLOCK-STALE-CONVERSION
               GO TO COTIZAR-PROCEDURE-EXIT
           END-IF.

      *>      Mismo calculo que la conversion en el momento: al medio
      *>      de referencia y por las puntas para el cliente.
           MULTIPLY WS-CONVER-DESTINO BY WS-RETIRO-FONDOS
                       GIVING WS-RESULTADO-MEDIO.
           DIVIDE WS-RESULTADO-MEDIO BY WS-CONVER-ORIGEN
                       GIVING WS-RESULTADO-MEDIO.
           PERFORM GET-SIDES-PROCEDURE.
           MULTIPLY WS-BID-DESTINO BY WS-RETIRO-FONDOS
                       GIVING WS-RESULTADO-CONVERTIDO.
           DIVIDE WS-RESULTADO-CONVERTIDO BY WS-ASK-ORIGEN
                       GIVING WS-RESULTADO-CONVERTIDO.
           COMPUTE WS-SPREAD-GANADO =
               WS-RESULTADO-MEDIO - WS-RESULTADO-CONVERTIDO.

           ACCEPT WS-FXQ-HOY   FROM DATE YYYYMMDD.
           ACCEPT WS-FXQ-AHORA FROM TIME.
           PERFORM OPEN-FXQUOTES-PROCEDURE.
           PERFORM NEXT-FXQ-SEQ-PROCEDURE.
           MOVE SPACES                  TO FXQ-RECORD.
           MOVE WS-FXQ-HOY              TO FXQ-DATE.
           MOVE WS-FXQ-NEXT-SEQ         TO FXQ-SEQ.
           MOVE WS-FXQ-AHORA            TO FXQ-TIME.
           MOVE WS-MONEDA-ORIGEN        TO FXQ-FROM-CCY.
           MOVE WS-MONEDA-DESTINO       TO FXQ-TO-CCY.
           MOVE WS-RETIRO-FONDOS        TO FXQ-AMOUNT.
           MOVE WS-ASK-ORIGEN           TO FXQ-ASK-FROM.
           MOVE WS-BID-DESTINO          TO FXQ-BID-TO.
           MOVE WS-CONVER-ORIGEN        TO FXQ-MID-FROM.
           MOVE WS-CONVER-DESTINO       TO FXQ-MID-TO.
           MOVE WS-RESULTADO-CONVERTIDO TO FXQ-RESULT.
           MOVE WS-SPREAD-GANADO        TO FXQ-QUOTE-SPREAD.
           PERFORM CALC-FXQ-EXPIRY.
           MOVE WS-FXQ-HHMMSS           TO FXQ-EXPIRY-TIME.
           MOVE "I"                     TO FXQ-STATUS.
           MOVE 0 TO FXQ-EXEC-MID FXQ-EXEC-SPREAD
                     FXQ-EXEC-SPREAD-USD.
           WRITE FXQ-RECORD
               INVALID KEY
                   DISPLAY "Cotizacion no grabada (status "
                           WS-FXQ-STATUS ")."      LINE 20 COL 5
                   CLOSE FXQUOTE-FILE
                   ACCEPT WS-MENUOPCION
                   GO TO COTIZAR-PROCEDURE-EXIT
           END-WRITE.
           CLOSE FXQUOTE-FILE.
           MOVE WS-RESULTADO-CONVERTIDO TO WS-RESULTADO-Z.
           DISPLAY "Cotizacion Nro: " FXQ-DATE FXQ-SEQ
                                                   LINE 15 COL 5
                   "Recibe " WS-RESULTADO-Z " " WS-MONEDA-DESTINO
                                                   LINE 16 COL 5
                   "Valida hasta las " FXQ-EXPIRY-TIME " de hoy."
                                                   LINE 17 COL 5.
           ACCEPT WS-MENUOPCION.
       COTIZAR-PROCEDURE-EXIT.
           EXIT.

      *>   *************************************************************
      *>   Ejecucion de una cotizacion emitida y dentro del plazo: se
      *>   paga el resultado fijado, la cotizacion queda usada y el
      *>   margen se mide contra el medio del mercado de ahora (a
      *>   perdida, negativo, si el mercado se movio en contra).
      *>   *************************************************************
       EJECUTAR-COTIZ-PROCEDURE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Numero de cotizacion [AAAAMMDDNNNN]: "
                                                   LINE 5 COL 5.
           MOVE SPACES TO WS-FXQ-NUMERO.
           ACCEPT WS-FXQ-NUMERO                    LINE 5 COL 43.
           IF WS-FXQ-NUM-DATE IS NOT NUMERIC
              OR WS-FXQ-NUM-SEQ IS NOT NUMERIC
               DISPLAY "Numero de cotizacion invalido."
                                                   LINE 20 COL 5
               ACCEPT WS-MENUOPCION
               GO TO EJECUTAR-COTIZ-PROCEDURE-EXIT
           END-IF.
           PERFORM OPEN-FXQUOTES-PROCEDURE.
           MOVE WS-FXQ-NUM-DATE TO FXQ-DATE.
           MOVE WS-FXQ-NUM-SEQ  TO FXQ-SEQ.
           READ FXQUOTE-FILE
               INVALID KEY
                   DISPLAY "Cotizacion inexistente."
                                                   LINE 20 COL 5
                   CLOSE FXQUOTE-FILE
                   ACCEPT WS-MENUOPCION
                   GO TO EJECUTAR-COTIZ-PROCEDURE-EXIT
           END-READ.
           IF NOT FXQ-IS-ISSUED
               DISPLAY "Cotizacion ya usada o vencida."
                                                   LINE 20 COL 5
               CLOSE FXQUOTE-FILE
               ACCEPT WS-MENUOPCION
               GO TO EJECUTAR-COTIZ-PROCEDURE-EXIT
           END-IF.
      *>      Fuera de plazo queda vencida en el acto.
           ACCEPT WS-FXQ-HOY   FROM DATE YYYYMMDD.
           ACCEPT WS-FXQ-AHORA FROM TIME.
           IF FXQ-DATE NOT = WS-FXQ-HOY
              OR WS-FXQ-AHORA > FXQ-EXPIRY-TIME
               MOVE "E" TO FXQ-STATUS
               REWRITE FXQ-RECORD
               DISPLAY "Cotizacion vencida a las " FXQ-EXPIRY-TIME
                       " - pida una nueva."        LINE 20 COL 5
               CLOSE FXQUOTE-FILE
               ACCEPT WS-MENUOPCION
               GO TO EJECUTAR-COTIZ-PROCEDURE-EXIT
           END-IF.
           MOVE FXQ-AMOUNT TO WS-RETIRO-FONDOS-Z.
           MOVE FXQ-RESULT TO WS-RESULTADO-Z.
           DISPLAY "Entrega " WS-RETIRO-FONDOS-Z " " FXQ-FROM-CCY
                                                   LINE 7 COL 5
                   "Recibe  " WS-RESULTADO-Z " " FXQ-TO-CCY
                                                   LINE 8 COL 5
                   "Confirma la operacion [S/N]: [ ]"
                                                   LINE 10 COL 5.
           ACCEPT WS-MENUOPCION                    LINE 10 COL 35.
           IF WS-MENUOPCION NOT = "S" AND WS-MENUOPCION NOT = "s"
               CLOSE FXQUOTE-FILE
               GO TO EJECUTAR-COTIZ-PROCEDURE-EXIT
           END-IF.

           MOVE FXQ-FROM-CCY TO WS-MONEDA-ORIGEN.
           MOVE FXQ-TO-CCY   TO WS-MONEDA-DESTINO.
           MOVE FXQ-AMOUNT   TO WS-RETIRO-FONDOS.
           MOVE FXQ-RESULT   TO WS-RESULTADO-CONVERTIDO.
      *>      Medio del mercado de ahora, solo para medir el margen.
           PERFORM GET-MIDS-PROCEDURE.
           MULTIPLY WS-CONVER-DESTINO BY WS-RETIRO-FONDOS
                       GIVING WS-RESULTADO-MEDIO.
           DIVIDE WS-RESULTADO-MEDIO BY WS-CONVER-ORIGEN
                       GIVING WS-RESULTADO-MEDIO.
           COMPUTE WS-SPREAD-GANADO =
               WS-RESULTADO-MEDIO - WS-RESULTADO-CONVERTIDO.
           COMPUTE WS-FXQ-SPREAD-USD ROUNDED =
               WS-SPREAD-GANADO / WS-CONVER-DESTINO.

           MOVE "U"                TO FXQ-STATUS.
           MOVE WS-FXQ-HOY         TO FXQ-EXEC-DATE.
           MOVE WS-FXQ-AHORA       TO FXQ-EXEC-TIME.
           MOVE WS-RESULTADO-MEDIO TO FXQ-EXEC-MID.
           MOVE WS-SPREAD-GANADO   TO FXQ-EXEC-SPREAD.
           MOVE WS-FXQ-SPREAD-USD  TO FXQ-EXEC-SPREAD-USD.
           REWRITE FXQ-RECORD.
           CLOSE FXQUOTE-FILE.

           PERFORM LOGFX-PROCEDURE.
           IF WS-SPREAD-GANADO NOT = 0
               PERFORM POST-SPREAD-GL
           END-IF.
           STRING "Resultado total convertido a " WS-MONEDA-DESTINO
                   INTO WS-MENSAJE.
           DISPLAY WS-MENSAJE LINE 20 COL 5.
           DISPLAY WS-RESULTADO-CONVERTIDO LINE 21 COL 5.
           ACCEPT WS-MENUOPCION.
       EJECUTAR-COTIZ-PROCEDURE-EXIT.
           EXIT.

       OPEN-FXQUOTES-PROCEDURE.
           OPEN I-O FXQUOTE-FILE.
           IF WS-FXQ-STATUS = "35"
               OPEN OUTPUT FXQUOTE-FILE
               CLOSE FXQUOTE-FILE
               OPEN I-O FXQUOTE-FILE
           END-IF.

      *>   Proximo numero del dia: las cotizaciones de una fecha son
      *>   contiguas en la clave.
       NEXT-FXQ-SEQ-PROCEDURE.
           MOVE 1          TO WS-FXQ-NEXT-SEQ.
           MOVE WS-FXQ-HOY TO FXQ-DATE.
           MOVE 0          TO FXQ-SEQ.
           START FXQUOTE-FILE KEY NOT < FXQ-KEY
               INVALID KEY
                   MOVE "10" TO WS-FXQ-STATUS
           END-START.
           PERFORM NEXT-FXQ-SEQ-READ
               UNTIL WS-FXQ-STATUS NOT = "00".

       NEXT-FXQ-SEQ-READ.
           READ FXQUOTE-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-FXQ-STATUS
               NOT AT END
                   IF FXQ-DATE NOT = WS-FXQ-HOY
                       MOVE "10" TO WS-FXQ-STATUS
                   ELSE
                       COMPUTE WS-FXQ-NEXT-SEQ = FXQ-SEQ + 1
                   END-IF
           END-READ.

      *>   Vencimiento = hora de emision mas el plazo, cortado a fin
      *>   del dia.
       CALC-FXQ-EXPIRY.
           MOVE WS-FXQ-AHORA TO WS-FXQ-HHMMSS.
           COMPUTE WS-FXQ-SEGUNDOS = WS-FXQ-HH * 3600
                                   + WS-FXQ-MM * 60 + WS-FXQ-SS
                                   + WS-FXQ-PLAZO-MIN * 60.
           IF WS-FXQ-SEGUNDOS > 86399
               MOVE 86399 TO WS-FXQ-SEGUNDOS
           END-IF.
           DIVIDE WS-FXQ-SEGUNDOS BY 3600 GIVING WS-FXQ-HH
                                  REMAINDER WS-FXQ-SEGUNDOS.
           DIVIDE WS-FXQ-SEGUNDOS BY 60 GIVING WS-FXQ-MM
                                  REMAINDER WS-FXQ-SS.

      *>   Cotizaciones medias de hoy del par en curso (USD = 1).
       GET-MIDS-PROCEDURE.
           EVALUATE WS-MONEDA-ORIGEN
               WHEN "CLP"
                   MOVE CONVERS-CLP-USD TO WS-CONVER-ORIGEN
               WHEN "ARS"
                   MOVE CONVERS-ARS-USD TO WS-CONVER-ORIGEN
               WHEN "EUR"
                   MOVE CONVERS-EUR-USD TO WS-CONVER-ORIGEN
               WHEN "TRY"
                   MOVE CONVERS-TRY-USD TO WS-CONVER-ORIGEN
               WHEN "GBP"
                   MOVE CONVERS-GBP-USD TO WS-CONVER-ORIGEN
               WHEN OTHER
                   MOVE 1 TO WS-CONVER-ORIGEN
           END-EVALUATE.
           EVALUATE WS-MONEDA-DESTINO
               WHEN "CLP"
                   MOVE CONVERS-CLP-USD TO WS-CONVER-DESTINO
               WHEN "ARS"
                   MOVE CONVERS-ARS-USD TO WS-CONVER-DESTINO
               WHEN "EUR"
                   MOVE CONVERS-EUR-USD TO WS-CONVER-DESTINO
               WHEN "TRY"
                   MOVE CONVERS-TRY-USD TO WS-CONVER-DESTINO
               WHEN "GBP"
                   MOVE CONVERS-GBP-USD TO WS-CONVER-DESTINO
               WHEN OTHER
                   MOVE 1 TO WS-CONVER-DESTINO
           END-EVALUATE.


      *>   *************************************************************
      *>   Actualizacion de una cotizacion: pisa la foto FXRATES
      *>   (regrabada completa con las vigencias de cada moneda) y
