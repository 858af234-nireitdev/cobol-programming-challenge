      ******************************************************************
      * FXQUOTE.CPY
      * Cotizaciones con plazo del mostrador de cambio (archivo
      * FXQUOTES, indexado por fecha de emision + numero del dia).
      * El numero que se le da al cliente es la clave completa,
      * AAAAMMDD seguido de los cuatro digitos del dia.
      * Ciclo: 02-CurrencyConverter la emite ("I") con el par, el
      * monto, las puntas de FXSPREAD que rigen en ese momento y
      * el vencimiento; al ejecutarla dentro del plazo respeta esas
      * puntas, la marca usada ("U") y guarda el resultado al medio
      * del mercado en ese momento y el margen contra el (negativo
      * si el mercado se movio en contra del mostrador). El plazo
      * nunca pasa del dia de emision: Batch/FXQUOTRPT.COB marca
      * vencidas ("E") las que quedaron sin usar y lista el dia.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  FXQ-RECORD.
           05  FXQ-KEY.
               10  FXQ-DATE            PIC X(8).
               10  FXQ-SEQ             PIC 9(4).
           05  FXQ-TIME            PIC X(6).
           05  FXQ-FROM-CCY        PIC X(3).
           05  FXQ-TO-CCY          PIC X(3).
           05  FXQ-AMOUNT          PIC 9(9)V9(2).
      *>       Puntas fijadas (unidades por USD): ask de la moneda
      *>       recibida, bid de la entregada, y las medias de ese
      *>       momento.
           05  FXQ-ASK-FROM        PIC 9(6)V9(2).
           05  FXQ-BID-TO          PIC 9(6)V9(2).
           05  FXQ-MID-FROM        PIC 9(6)V9(2).
           05  FXQ-MID-TO          PIC 9(6)V9(2).
      *>       Lo que recibe el cliente en moneda destino, y el
      *>       margen al medio de la emision.
           05  FXQ-RESULT          PIC 9(9)V9(2).
           05  FXQ-QUOTE-SPREAD    PIC S9(9)V9(2).
           05  FXQ-EXPIRY-TIME     PIC X(6).
           05  FXQ-STATUS          PIC X(1).
               88  FXQ-IS-ISSUED       VALUE "I".
               88  FXQ-IS-USED         VALUE "U".
               88  FXQ-IS-EXPIRED      VALUE "E".
      *>       Ejecucion: medio del mercado a esa hora y margen real
      *>       contra el, en moneda destino y en USD.
           05  FXQ-EXEC-DATE       PIC X(8).
           05  FXQ-EXEC-TIME       PIC X(6).
           05  FXQ-EXEC-MID        PIC 9(9)V9(2).
           05  FXQ-EXEC-SPREAD     PIC S9(9)V9(2).
           05  FXQ-EXEC-SPREAD-USD PIC S9(9)V9(2).
