      ******************************************************************
      * LOAN.CPY
      * Registro comun de prestamos personales en cuotas (archivo
      * LOANS, indexado por LOAN-ID, numerado por el control
      * LOANSEQ). Lo desembolsa 01-OnlineBanking desde su menu de
      * prestamos (el alta acredita la cuenta de desembolso con su
      * pata LOAN-DISB en TRANFILE) y lo cobra Batch/LOANRUN.COB en
      * la ventana nocturna, debitando cada cuota vencida de la
      * misma cuenta via TRANFILE/TRANSEQ para que BANKPROOF y el
      * mayor lo vean.
      * Sistema frances: cuota fija LOAN-INSTALLMENT calculada al
      * desembolso con la tasa nominal anual LOAN-RATE-PCT (tasa
      * mensual = anual / 12); cada cuota paga primero el interes
      * del saldo de capital LOAN-BALANCE y el resto amortiza
      * capital. La ultima cuota cancela el saldo exacto.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  LOAN-RECORD.
           05  LOAN-ID             PIC 9(6).
           05  LOAN-USERNAME       PIC X(15).
           05  LOAN-ACCT-ID        PIC X(15).
           05  LOAN-PRINCIPAL      PIC 9(9)V9(2).
           05  LOAN-RATE-PCT       PIC 9(3)V9(2).
           05  LOAN-TERM-MONTHS    PIC 9(3).
           05  LOAN-INSTALLMENT    PIC 9(9)V9(2).
           05  LOAN-DISB-DATE      PIC X(8).
      *>       Vencimiento de la proxima cuota impaga.
           05  LOAN-NEXT-DUE-DATE  PIC X(8).
           05  LOAN-PAID-COUNT     PIC 9(3).
      *>       Saldo de capital adeudado.
           05  LOAN-BALANCE        PIC 9(9)V9(2).
      *>       Cuotas marcadas en mora (historico) y fecha desde la
      *>       que la cuota vencida sigue impaga (espacios = al dia).
           05  LOAN-ARREARS-COUNT  PIC 9(3).
           05  LOAN-ARREARS-SINCE  PIC X(8).
           05  LOAN-STATUS         PIC X(1).
               88  LOAN-IS-ACTIVE      VALUE "A".
               88  LOAN-IN-ARREARS     VALUE "M".
               88  LOAN-IS-PAID-OFF    VALUE "C".
               88  LOAN-IS-LIVE        VALUE "A" "M".
