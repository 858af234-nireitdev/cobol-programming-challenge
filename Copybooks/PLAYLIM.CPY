      ******************************************************************
      * PLAYLIM.CPY
      * Registro comun de limites de juego responsable de la
      * loteria (archivo PLAYLIM): una linea por jugador de
      * PARTYMSTR, con los topes de gasto diario, semanal y
      * mensual que eligio el jugador (cero = sin tope), la
      * suba de topes que espera su periodo de enfriamiento
      * (PLM-NEW-*-CAP, vigente desde PLM-RAISE-DATE; una baja
      * rige en el acto) y la fecha de fin de la autoexclusion.
      * Lleva ademas lo gastado en el dia, la semana (numero de
      * semana de lunes a domingo desde 1601) y el mes en curso.
      * Lo mantiene y lo controla en cada compra
      * 02-LotterySystem; los rechazos van a SESAUDIT y los
      * lista Batch/RGLIMIT.COB.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  PLAYLIM-RECORD.
           05  PLM-PARTY-ID        PIC X(15).
           05  FILLER              PIC X(1).
           05  PLM-DAY-CAP         PIC 9(5)V99.
           05  FILLER              PIC X(1).
           05  PLM-WEEK-CAP        PIC 9(5)V99.
           05  FILLER              PIC X(1).
           05  PLM-MONTH-CAP       PIC 9(5)V99.
           05  FILLER              PIC X(1).
           05  PLM-NEW-DAY-CAP     PIC 9(5)V99.
           05  FILLER              PIC X(1).
           05  PLM-NEW-WEEK-CAP    PIC 9(5)V99.
           05  FILLER              PIC X(1).
           05  PLM-NEW-MONTH-CAP   PIC 9(5)V99.
           05  FILLER              PIC X(1).
      *>       Espacios = no hay suba pendiente
           05  PLM-RAISE-DATE      PIC X(8).
           05  FILLER              PIC X(1).
      *>       Espacios = no autoexcluido
           05  PLM-EXCL-UNTIL      PIC X(8).
           05  FILLER              PIC X(1).
           05  PLM-SPEND-DATE      PIC X(8).
           05  FILLER              PIC X(1).
           05  PLM-DAY-SPENT       PIC 9(5)V99.
           05  FILLER              PIC X(1).
           05  PLM-WEEK-NBR        PIC 9(6).
           05  FILLER              PIC X(1).
           05  PLM-WEEK-SPENT      PIC 9(5)V99.
           05  FILLER              PIC X(1).
           05  PLM-SPEND-MONTH     PIC X(6).
           05  FILLER              PIC X(1).
           05  PLM-MONTH-SPENT     PIC 9(5)V99.
