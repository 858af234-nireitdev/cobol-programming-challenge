      ******************************************************************
      * HOLD.CPY
      * Registro comun de retenciones de fondos (archivo HOLDS,
      * indexado por cuenta + numero de retencion de la cuenta).
      * Una retencion bloquea parte del saldo de una cuenta: una
      * autorizacion de tarjeta pendiente, una orden judicial o un
      * deposito no compensado. Las coloca y levanta el operador
      * desde Batch/CREDADMIN.COB, las vencidas las libera cada
      * noche Batch/HOLDEXP.COB, y todo debito (online y
      * STORDRUN/LOANRUN) controla el saldo DISPONIBLE = saldo
      * contable menos las retenciones vigentes, que suma la rutina
      * compartida Batch/HOLDBAL.COB.
      * Una retencion sin vencimiento (espacios) rige hasta que el
      * operador la levante, como una orden judicial por tiempo
      * indeterminado. Las levantadas o vencidas quedan en el
      * archivo como historia.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  HOLD-RECORD.
           05  HOLD-KEY.
               10  HOLD-ACCT-ID        PIC X(15).
               10  HOLD-SEQ            PIC 9(4).
           05  HOLD-AMOUNT         PIC 9(9)V9(2).
           05  HOLD-REASON         PIC X(30).
           05  HOLD-PLACED-BY      PIC X(15).
           05  HOLD-PLACED-DATE    PIC X(8).
           05  HOLD-EXPIRY-DATE    PIC X(8).
           05  HOLD-STATUS         PIC X(1).
               88  HOLD-IS-ACTIVE      VALUE "A".
               88  HOLD-IS-RELEASED    VALUE "R".
               88  HOLD-IS-EXPIRED     VALUE "E".
      *>       Quien y cuando la levanto (HOLDEXP para las vencidas).
           05  HOLD-RELEASED-BY    PIC X(15).
           05  HOLD-RELEASED-DATE  PIC X(8).
