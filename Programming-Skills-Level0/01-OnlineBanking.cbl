      *>                    de fraude cuenta rafagas por terminal y
      *>                    sin las chicas no veia justamente lo
      *>                    que busca.
      *>   2026-10-15  jrm  New [P] menu: prestamos personales en
      *>                    cuotas (Copybooks/LOAN.CPY, archivo
      *>                    LOANS numerado por LOANSEQ). El
      *>                    desembolso acredita la cuenta elegida
      *>                    (LOAN-DISB en TRANFILE), la cuota fija
      *>                    sale del sistema frances y el
      *>                    cronograma completo se ve en pantalla y
      *>                    queda en el spool (RPTSPOOL) para
      *>                    imprimir. Las cuotas las cobra de noche
      *>                    Batch/LOANRUN.COB.
      *>   2026-10-15  jrm  TRANFILE records now carry the reversal
      *>                    pointer TRANF-REV-SEQ, written as zero
      *>                    (not a reversal); reversals themselves
      *>                    are posted under supervision by
      *>                    Batch/TRANREV.COB.
      *>   2026-10-15  jrm  Una cuenta cerrada por
      *>                    Batch/ACCTCLOSE.COB no admite
      *>                    movimientos: depositos, extracciones,
      *>                    transferencias, pases, ordenes
      *>                    permanentes hacia ella, plazos fijos y
      *>                    prestamos la rechazan. Las cuentas nuevas
      *>                    nacen abiertas.
      *>   2026-10-15  jrm  New [E] menu: transferencias a otros
      *>                    bancos. El titular registra beneficiarios
      *>                    externos (Copybooks/EXTBENEF.CPY: banco,
      *>                    CBU, titular) y les transfiere en pesos;
      *>                    el debito es inmediato (EXT-TRANSF en
      *>                    TRANFILE) y la transferencia queda
      *>                    pendiente en EXTTRF
      *>                    (Copybooks/EXTTRF.CPY) para el archivo de
      *>                    compensacion de Batch/CLROUT.COB.
      *>   2026-10-15  jrm  TRANFILE records now carry the clearing-
      *>                    house reason TRANF-REASON, written as
      *>                    spaces (not a returned transfer).
      *>   2026-10-15  jrm  Retenciones de fondos
      *>                    (Copybooks/HOLD.CPY, archivo HOLDS):
      *>                    retiros, transferencias, pases,
      *>                    transferencias a otros bancos y plazos
      *>                    fijos controlan el saldo disponible
      *>                    (contable menos retenciones vigentes,
      *>                    sumadas por Batch/HOLDBAL.COB), y la
      *>                    pantalla de saldo muestra el contable y
      *>                    el disponible.
      *>   2026-10-15  jrm  New [B] menu: pago de servicios. El
      *>                    titular paga una factura a una empresa
      *>                    adherida (Copybooks/BILLER.CPY) con la
      *>                    referencia de cliente controlada contra
      *>                    la mascara de la empresa; el debito es
      *>                    inmediato (BILL-PAY en TRANFILE) y el
      *>                    pago queda pendiente en BILLPAY
      *>                    (Copybooks/BILLPAY.CPY) para la rendicion
      *>                    de Batch/BILLSETL.COB.
      *>   2026-10-15  jrm  TRANFILE is now an indexed file keyed by
      *>                    TRANF-SEQ (Copybooks/TRANFILE.CPY):
      *>                    movements are written by key instead of
      *>                    appended.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 01-ONLINE-BANKING.
               FILE STATUS IS WS-STORD-STATUS.

           SELECT TRANFIXED-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANF-SEQ
               ALTERNATE RECORD KEY IS TRANF-ACCT-KEY
               FILE STATUS IS WS-TRANF-STATUS.

           SELECT TRANSEQ-FILE ASSIGN TO "TRANSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXT-STATUS.

           SELECT LOAN-FILE ASSIGN TO "LOANS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT LOANSEQ-FILE ASSIGN TO "LOANSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANSEQ-STATUS.

           SELECT EXTBENEF-FILE ASSIGN TO "EXTBENEF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXTB-ID
               FILE STATUS IS WS-EXTB-STATUS.

           SELECT EXTBSEQ-FILE ASSIGN TO "EXTBSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTBSEQ-STATUS.

           SELECT EXTTRF-FILE ASSIGN TO "EXTTRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XTRF-REF
               FILE STATUS IS WS-XTRF-STATUS.

           SELECT BILLER-FILE ASSIGN TO "BILLERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BILR-CODE
               FILE STATUS IS WS-BILR-STATUS.

           SELECT BILLPAY-FILE ASSIGN TO "BILLPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BPAY-REF
               FILE STATUS IS WS-BPAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       FD  GL-EXTRACT-FILE.
           COPY GLEXT.

       FD  LOAN-FILE.
           COPY LOAN.

       FD  LOANSEQ-FILE.
       01  LOANSEQ-RECORD.
           05  LOANSEQ-LAST        PIC 9(6).

       FD  EXTBENEF-FILE.
           COPY EXTBENEF.

       FD  EXTBSEQ-FILE.
       01  EXTBSEQ-RECORD.
           05  EXTBSEQ-LAST        PIC 9(6).

       FD  EXTTRF-FILE.
           COPY EXTTRF.

       FD  BILLER-FILE.
           COPY BILLER.

       FD  BILLPAY-FILE.
           COPY BILLPAY.

       WORKING-STORAGE SECTION.
       01  WS-USERNAME PIC X(15).
       01  WS-PASSWORD PIC X(15).
       01  WS-ODRAFT-LIMIT    PIC 9(7)V9(2).
       01  WS-ODRAFT-LIMIT-Z  PIC Z(6)9.9(2).

      *>   Retenciones de fondos (HOLDS) vigentes de una cuenta,
      *>   sumadas por la rutina compartida HOLDBAL: todo debito se
      *>   controla contra el saldo disponible = saldo contable
      *>   menos lo retenido.
       01  WS-HOLD-ACCT       PIC X(15).
       01  WS-HOLD-ASOF       PIC X(8).
       01  WS-HELD-AMOUNT     PIC 9(9)V9(2).
       01  WS-HELD-COUNT      PIC 9(3).
       01  WS-HELD-AMOUNT-Z   PIC Z(8)9.9(2).
       01  WS-AVAILABLE       PIC S9(9)V9(2).
       01  WS-AVAILABLE-Z     PIC -(8)9.9(2).

      *>   Cuentas propias del cliente: numeracion de las cajas de
      *>   ahorro nuevas (control ACCTSEQ) y transferencias entre
      *>   cuentas del mismo titular.
       01  WS-TDEP-MAT-N      PIC 9(8).
       01  WS-GL-TIMESTAMP    PIC X(14).

      *>   Prestamos personales: tasas nominales anuales por
      *>   cantidad de cuotas pactadas por riesgo crediticio, y
      *>   tope de capital por prestamo. Cuota fija por sistema
      *>   frances sobre la tasa mensual (anual / 12).
       01  WS-LOAN-STATUS     PIC X(2).
       01  WS-LOANSEQ-STATUS  PIC X(2).
       01  WS-LOANSEQ-NEXT    PIC 9(6).
       01  CONST-LOAN-RATE-12 PIC 9(3)V9(2) VALUE 80.00.
       01  CONST-LOAN-RATE-24 PIC 9(3)V9(2) VALUE 84.00.
       01  CONST-LOAN-RATE-36 PIC 9(3)V9(2) VALUE 88.00.
       01  CONST-LOAN-MAX     PIC 9(9)V9(2) VALUE 5000000.00.
       01  WS-LOAN-OPCION     PIC X(1).
       01  WS-LOAN-TERM       PIC 9(3).
       01  WS-LOAN-RATE       PIC 9(3)V9(2).
       01  WS-LOAN-AMOUNT     PIC 9(9)V9(2).
       01  WS-LOAN-ACCT       PIC X(15).
       01  WS-LOAN-ID-IN      PIC 9(6).
       01  WS-LOAN-COUNT      PIC 9(3).
       01  WS-LOAN-MRATE      PIC 9V9(8).
       01  WS-LOAN-FACTOR     PIC 9(5)V9(8).
       01  WS-LOAN-INST       PIC 9(9)V9(2).
       01  WS-LOAN-K          PIC 9(3).
       01  WS-LOAN-SCH-BAL    PIC 9(9)V9(2).
       01  WS-LOAN-SCH-INT    PIC 9(9)V9(2).
       01  WS-LOAN-SCH-CAP    PIC 9(9)V9(2).
       01  WS-LOAN-SCH-PAY    PIC 9(9)V9(2).
       01  WS-LOAN-TOT-INT    PIC 9(9)V9(2).
       01  WS-LOAN-TOT-PAY    PIC 9(9)V9(2).
       01  WS-LOAN-PAID-MARK  PIC X(6).
       01  WS-LOAN-AMOUNT-Z   PIC Z(8)9.9(2).
       01  WS-LOAN-INT-Z      PIC Z(8)9.9(2).
       01  WS-LOAN-CAP-Z      PIC Z(8)9.9(2).
       01  WS-LOAN-BAL-Z      PIC Z(8)9.9(2).
       01  WS-LOAN-RATE-Z     PIC ZZ9.99.
      *>   Vencimientos mensuales: el dia mayor a 28 se fija en 28
      *>   igual que las ordenes permanentes mensuales de STORDRUN.
       01  WS-LOAN-DUE-N      PIC 9(8).
       01  WS-LOAN-DUE-X REDEFINES WS-LOAN-DUE-N.
           05  WS-LOAN-DUE-YYYY PIC 9(4).
           05  WS-LOAN-DUE-MM   PIC 9(2).
           05  WS-LOAN-DUE-DD   PIC 9(2).
      *>   Transferencias a otros bancos: beneficiarios externos
      *>   (EXTBENEF, numerados por EXTBSEQ) y registro de las
      *>   transferencias salientes (EXTTRF) que el batch de
      *>   compensacion Batch/CLROUT.COB envia a la camara. Solo
      *>   en pesos, y nunca a nuestro propio codigo de banco.
       01  WS-EXTB-STATUS     PIC X(2).
       01  WS-EXTBSEQ-STATUS  PIC X(2).
       01  WS-EXTBSEQ-NEXT    PIC 9(6).
       01  WS-XTRF-STATUS     PIC X(2).
       01  CONST-OWN-BANK-CODE PIC X(3) VALUE "191".
       01  WS-EXTB-OPCION     PIC X(1).
       01  WS-EXTB-ID-IN      PIC 9(6).
       01  WS-EXTB-COUNT      PIC 9(3).
       01  WS-EXTB-AMOUNT-Z   PIC Z(8)9.9(2).
       01  WS-EXTB-AMOUNT     PIC 9(9)V9(2).
      *>   Pago de facturas a empresas de servicios (BILLERS): el
      *>   pago queda pendiente en BILLPAY hasta la rendicion
      *>   diaria de Batch/BILLSETL.COB. La referencia de cliente
      *>   se controla contra la mascara de la empresa.
       01  WS-BILR-STATUS     PIC X(2).
       01  WS-BPAY-STATUS     PIC X(2).
       01  WS-BPAY-CODE-IN    PIC X(6).
       01  WS-BPAY-REF-IN     PIC X(20).
       01  WS-BPAY-AMOUNT-Z   PIC Z(8)9.9(2).
       01  WS-BPAY-AMOUNT     PIC 9(9)V9(2).
       01  WS-BPAY-LEN        PIC 9(2).
       01  WS-BPAY-I          PIC 9(2).
       01  WS-BPAY-MASK-CHAR  PIC X(1).
       01  WS-BPAY-REF-CHAR   PIC X(1).
       01  WS-BPAY-REF-OK-SW  PIC X(1).
           88  WS-BPAY-REF-OK     VALUE "Y".
      *>   Interfaz con el spooler de reportes compartido
      *>   (Batch/RPTSPOOL.COB) para imprimir el cronograma.
       01  WS-RPT-ACTION      PIC X.
       01  WS-RPT-NAME        PIC X(10) VALUE "LOANSCHED".
       01  WS-RPT-DATE        PIC 9(8).
       01  WS-RPT-LINE        PIC X(100).

      *>   Cotizacion ARS/USD leida de FXRATES (la mantiene
      *>   02-CurrencyConverter) para mostrar el saldo en USD.
       01  WS-RATES-STATUS     PIC X(2).
           MOVE 0            TO ACCT-ODRAFT-LIMIT.
           MOVE "ARS"        TO ACCT-CCY.
           MOVE "N"          TO ACCT-DORMANT-SW.
           MOVE SPACES       TO ACCT-CLOSED-SW.
           MOVE SPACES       TO ACCT-CLOSED-DATE.
           MOVE "ARS"        TO WS-ACCT-CCY.
           WRITE ACCOUNT-RECORD.
           MOVE ACCT-BALANCE TO WS-TOTALBALANCE.
                                                   LINE 21 COL 5
               GO TO APPLY-DELTA-LOCKED-EXIT
           END-IF.
      *>      Una cuenta cerrada conserva su historia pero no admite
      *>      movimientos nuevos.
           IF ACCT-IS-CLOSED
               DISPLAY "Cuenta cerrada: no admite movimientos."
                                                   LINE 20 COL 5
               UNLOCK ACCOUNT-FILE
               GO TO APPLY-DELTA-LOCKED-EXIT
           END-IF.
      *>      Un debito puede dejar el saldo en negativo solo hasta
      *>      el limite de sobregiro acordado de la cuenta, y nunca
      *>      toca los fondos retenidos.
           MOVE 0 TO WS-HELD-AMOUNT.
           IF WS-LOCK-DELTA < 0
               MOVE WS-USERNAME TO WS-HOLD-ACCT
               PERFORM GET-HELD-PROCEDURE
           END-IF.
           IF WS-LOCK-DELTA < 0
              AND ACCT-BALANCE - WS-HELD-AMOUNT + WS-LOCK-DELTA
                  < 0 - ACCT-ODRAFT-LIMIT
      *>       Otro cajero gasto el saldo primero
               DISPLAY "Saldo insuficiente (movido por otra "
       APPLY-DELTA-LOCKED-EXIT.
           EXIT.

      *>   Total retenido hoy sobre WS-HOLD-ACCT (retenciones activas
      *>   y no vencidas a la fecha de negocio).
       GET-HELD-PROCEDURE.
           PERFORM GET-BUSDATE-PROCEDURE.
           MOVE WS-TRANLOG-DATE TO WS-HOLD-ASOF.
           CALL "HOLDBAL" USING WS-HOLD-ACCT WS-HOLD-ASOF
                                WS-HELD-AMOUNT WS-HELD-COUNT.

      *>   Fecha de negocio vigente (control BUSDATE compartido)
      *>   en WS-TRANLOG-DATE: la ventana nocturna que pasa la
      *>   medianoche sigue fechando al dia correcto.
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
           MOVE WS-TRANF-TYPE    TO TRANF-TYPE.
           MOVE WS-TRANF-SIGNED  TO TRANF-AMOUNT.
           MOVE WS-TRANF-NEWBAL  TO TRANF-BALANCE.
           MOVE 0                TO TRANF-REV-SEQ.
           MOVE SPACES           TO TRANF-REASON.
           WRITE TRANF-RECORD.
           CLOSE TRANFIXED-FILE.

                   "[O] Ordenes Permanentes"       LINE 12 COL 5
                   "[C] Mis Cuentas"               LINE 13 COL 5
                   "[F] Plazos Fijos"              LINE 14 COL 5
                   "[P] Prestamos"                 LINE 15 COL 5
                   "[E] Transferir a otros bancos" LINE 16 COL 5
                   "[B] Pagar servicios"           LINE 17 COL 5
                   "[X] Finalizar"                 LINE 18 COL 5.

           DISPLAY "Opcion [ ]"                    LINE 19 COL 5.
           ACCEPT WS-MENUOPCION                    LINE 19 COL 13.
           EVALUATE WS-MENUOPCION
               WHEN 'D'
                   PERFORM DEPOSIT-PROCEDURE
               WHEN 'F'
                   PERFORM TERMDEP-MENU-PROCEDURE
                       THRU TERMDEP-MENU-PROCEDURE-EXIT
               WHEN 'P'
                   PERFORM LOAN-MENU-PROCEDURE
                       THRU LOAN-MENU-PROCEDURE-EXIT
               WHEN 'E'
                   PERFORM EXTBANK-MENU-PROCEDURE
                       THRU EXTBANK-MENU-PROCEDURE-EXIT
               WHEN 'B'
                   PERFORM BILLPAY-PROCEDURE
                       THRU BILLPAY-PROCEDURE-EXIT
               WHEN 'X'
                   MOVE "SIGNOFF" TO WS-AUD-ACTION
                   MOVE SPACES TO WS-AUD-DETAIL
           PERFORM DISPLAYCONTINUE-PROCEDURE.


      *>   Solo muestra el saldo actual: el contable y el
      *>   disponible (contable menos retenciones vigentes).
       DISPLAYBALANCE-PROCEDURE.
           MOVE WS-TOTALBALANCE TO WS-TOTALBALANCE-Z.
           IF WS-ACCT-CCY = SPACES
               MOVE "ARS" TO WS-ACCT-CCY
           END-IF.
           MOVE WS-USERNAME TO WS-HOLD-ACCT.
           PERFORM GET-HELD-PROCEDURE.
           COMPUTE WS-AVAILABLE = WS-TOTALBALANCE - WS-HELD-AMOUNT.
           MOVE WS-AVAILABLE TO WS-AVAILABLE-Z.
           MOVE SPACES TO WS-STRING-SALDO-ACTUAL.
           STRING "Saldo contable: " WS-ACCT-CCY " "
                   WS-TOTALBALANCE-Z
                   " Disponible: " WS-AVAILABLE-Z
                   INTO WS-STRING-SALDO-ACTUAL.


           ACCEPT WS-TOTALBALANCE-Z              LINE 10 COL 32 PROMPT.
           MOVE WS-TOTALBALANCE-Z TO WS-TRANSACTION.

           MOVE WS-USERNAME TO WS-HOLD-ACCT.
           PERFORM GET-HELD-PROCEDURE.
           IF WS-TRANSACTION >
              WS-TOTALBALANCE - WS-HELD-AMOUNT + WS-ODRAFT-LIMIT
               DISPLAY "No es posible retirar "            LINE 14 COL 5
                       "un monto mayor al saldo disponible "
                                                           LINE 15 COL 5
                       "mas el sobregiro acordado."        LINE 16 COL 5
           ELSE
      *>       El debito se aplica sobre el saldo releido bajo
           MOVE WS-ODRAFT-LIMIT TO WS-ODRAFT-LIMIT-Z.
           DISPLAY "Sobregiro acordado: ARS " WS-ODRAFT-LIMIT-Z
                                                  LINE 10 COL 5.
           IF WS-HELD-COUNT > 0
               MOVE WS-HELD-AMOUNT TO WS-HELD-AMOUNT-Z
               DISPLAY "Fondos retenidos: " WS-ACCT-CCY " "
                       WS-HELD-AMOUNT-Z " (" WS-HELD-COUNT
                       " retenciones)"            LINE 11 COL 5
           END-IF.
           PERFORM DISPLAYCONTINUE-PROCEDURE.

       TRANSFER-PROCEDURE.
                                               LINE 15 COL 5
               GO TO TRANSFER-LOCKED-PROCEDURE-EXIT
           END-IF.
           IF ACCT-IS-CLOSED
               DISPLAY "Cuenta cerrada: no admite movimientos."
                                               LINE 15 COL 5
               UNLOCK ACCOUNT-FILE
               GO TO TRANSFER-LOCKED-PROCEDURE-EXIT
           END-IF.
           IF ACCT-CCY = SPACES
               MOVE "ARS" TO ACCT-CCY
           END-IF.
               UNLOCK ACCOUNT-FILE
               GO TO TRANSFER-LOCKED-PROCEDURE-EXIT
           END-IF.
           IF ACCT-IS-CLOSED
               DISPLAY "Cuenta cerrada: no admite movimientos."
                                               LINE 15 COL 5
               UNLOCK ACCOUNT-FILE
               GO TO TRANSFER-LOCKED-PROCEDURE-EXIT
           END-IF.
           IF ACCT-CCY = SPACES
               MOVE "ARS" TO ACCT-CCY
           END-IF.
      *>      El importe viaja en la moneda del emisor; la pata
      *>      acreedora se convierte a la moneda del receptor.
           PERFORM CALC-CREDIT-AMOUNT.
      *>      Fondos contra el saldo fresco del emisor, sin tocar
      *>      lo retenido.
           MOVE WS-USERNAME TO WS-HOLD-ACCT.
           PERFORM GET-HELD-PROCEDURE.
           MOVE WS-USERNAME TO ACCT-ID.
           READ ACCOUNT-FILE.
           IF WS-TRANSACTION >
              ACCT-BALANCE - WS-HELD-AMOUNT + ACCT-ODRAFT-LIMIT
               DISPLAY "ERROR: No dispone de fondos."
                                               LINE 15 COL 5
                       "Para esta transferencia." LINE 16 COL 5
                   PERFORM DISPLAYCONTINUE-PROCEDURE
                   GO TO STORD-ALTA-PROCEDURE-EXIT
           END-READ.
           IF ACCT-IS-CLOSED
               DISPLAY "ERROR: cuenta destino cerrada."
                                                   LINE 22 COL 5
               MOVE WS-USERNAME TO ACCT-ID
               PERFORM DISPLAYCONTINUE-PROCEDURE
               GO TO STORD-ALTA-PROCEDURE-EXIT
           END-IF.
           DISPLAY "Indique monto: "               LINE 16 COL 5.
           ACCEPT WS-STORD-AMOUNT-Z                LINE 16 COL 35 PROMPT.
           DISPLAY "Frecuencia [D/W/M]: "          LINE 17 COL 5.
               MOVE "ARS" TO ACCT-CCY
           END-IF.
           MOVE "N"             TO ACCT-DORMANT-SW.
           MOVE SPACES          TO ACCT-CLOSED-SW.
           MOVE SPACES          TO ACCT-CLOSED-DATE.
           WRITE ACCOUNT-RECORD.
           DISPLAY "Caja de ahorro abierta: " WS-NEW-ACCT-ID
                                                   LINE 20 COL 5.
               PERFORM DISPLAYCONTINUE-PROCEDURE
               GO TO CTA-PASE-PROCEDURE-EXIT
           END-IF.
           IF ACCT-IS-CLOSED
               DISPLAY "Cuenta cerrada: no admite movimientos."
                                                   LINE 20 COL 5
               UNLOCK ACCOUNT-FILE
               PERFORM DISPLAYCONTINUE-PROCEDURE
               GO TO CTA-PASE-PROCEDURE-EXIT
           END-IF.
           IF ACCT-CCY = SPACES
               MOVE "ARS" TO ACCT-CCY
           END-IF.
               PERFORM DISPLAYCONTINUE-PROCEDURE
               GO TO CTA-PASE-PROCEDURE-EXIT
           END-IF.
           IF ACCT-IS-CLOSED
               DISPLAY "Cuenta cerrada: no admite movimientos."
                                                   LINE 20 COL 5
               UNLOCK ACCOUNT-FILE
               PERFORM DISPLAYCONTINUE-PROCEDURE
               GO TO CTA-PASE-PROCEDURE-EXIT
           END-IF.
           IF ACCT-CCY = SPACES
               MOVE "ARS" TO ACCT-CCY
           END-IF.
           END-IF.
           PERFORM CALC-CREDIT-AMOUNT.
      *>      Fondos contra el saldo fresco del origen, con su
      *>      sobregiro acordado y sin tocar lo retenido.
           MOVE WS-OWN-FROM TO WS-HOLD-ACCT.
           PERFORM GET-HELD-PROCEDURE.
           MOVE WS-OWN-FROM TO ACCT-ID.
           READ ACCOUNT-FILE.
           IF WS-TRANSACTION >
              ACCT-BALANCE - WS-HELD-AMOUNT + ACCT-ODRAFT-LIMIT
               DISPLAY "ERROR: No dispone de fondos."
                                                   LINE 20 COL 5
               UNLOCK ACCOUNT-FILE
               PERFORM DISPLAYCONTINUE-PROCEDURE
               GO TO TDEP-ALTA-PROCEDURE-EXIT
           END-IF.
           IF ACCT-IS-CLOSED
               DISPLAY "Cuenta cerrada: no admite movimientos."
                                                   LINE 22 COL 5
               UNLOCK ACCOUNT-FILE
               PERFORM DISPLAYCONTINUE-PROCEDURE
               GO TO TDEP-ALTA-PROCEDURE-EXIT
           END-IF.
           MOVE WS-TDEP-ACCT TO WS-HOLD-ACCT.
           PERFORM GET-HELD-PROCEDURE.
           IF WS-TDEP-AMOUNT > ACCT-BALANCE - WS-HELD-AMOUNT
               DISPLAY "ERROR: No dispone de fondos."
                                                   LINE 22 COL 5
               UNLOCK ACCOUNT-FILE
           WRITE GLEXT-RECORD.
           CLOSE GL-EXTRACT-FILE.

      *>   *************************************************************
      *>   Prestamos personales del titular logueado. El desembolso
      *>   acredita la cuenta elegida (propia) con su pata LOAN-DISB
      *>   en TRANFILE; las cuotas las debita Batch/LOANRUN.COB de
      *>   la misma cuenta a cada vencimiento. El cronograma se
      *>   muestra y queda en el spool para imprimir.
      *>   *************************************************************
       LOAN-MENU-PROCEDURE.
           PERFORM CLEAR-SCREEN.
           OPEN I-O LOAN-FILE.
           IF WS-LOAN-STATUS = "35"
               OPEN OUTPUT LOAN-FILE
               CLOSE LOAN-FILE
               OPEN I-O LOAN-FILE
           END-IF.
           DISPLAY "Menu Prestamos"                LINE 6 COL 5
                   "[A] Solicitar prestamo"        LINE 8 COL 5
                   "[L] Listar mis prestamos"      LINE 9 COL 5
                   "[C] Cronograma de cuotas"      LINE 10 COL 5
                   "[X] Volver"                    LINE 11 COL 5.
           DISPLAY "Opcion [ ]"                    LINE 13 COL 5.
           ACCEPT WS-LOAN-OPCION                   LINE 13 COL 13.
           EVALUATE WS-LOAN-OPCION
               WHEN 'A'
                   PERFORM LOAN-ALTA-PROCEDURE
                       THRU LOAN-ALTA-PROCEDURE-EXIT
               WHEN 'L'
                   PERFORM LOAN-LISTAR-PROCEDURE
               WHEN 'C'
                   PERFORM LOAN-SCHEDULE-PROCEDURE
                       THRU LOAN-SCHEDULE-PROCEDURE-EXIT
               WHEN 'X'
                   CLOSE LOAN-FILE
                   GO TO LOAN-MENU-PROCEDURE-EXIT
               WHEN OTHER
                   DISPLAY "Opcion Incorrecta!!"   LINE 20 COL 5
                   PERFORM DISPLAYCONTINUE-PROCEDURE
           END-EVALUATE.
           CLOSE LOAN-FILE.
           GO TO LOAN-MENU-PROCEDURE.
       LOAN-MENU-PROCEDURE-EXIT.
           EXIT.

       LOAN-ALTA-PROCEDURE.
           DISPLAY "Cuenta de desembolso: "        LINE 15 COL 5.
           ACCEPT WS-LOAN-ACCT                     LINE 15 COL 28.
           DISPLAY "Cuotas [012/024/036]: "        LINE 16 COL 5.
           ACCEPT WS-LOAN-TERM                     LINE 16 COL 28.
           EVALUATE WS-LOAN-TERM
               WHEN 12
                   MOVE CONST-LOAN-RATE-12 TO WS-LOAN-RATE
               WHEN 24
                   MOVE CONST-LOAN-RATE-24 TO WS-LOAN-RATE
               WHEN 36
                   MOVE CONST-LOAN-RATE-36 TO WS-LOAN-RATE
               WHEN OTHER
                   DISPLAY "ERROR: cantidad de cuotas invalida."
                                                   LINE 22 COL 5
                   PERFORM DISPLAYCONTINUE-PROCEDURE
                   GO TO LOAN-ALTA-PROCEDURE-EXIT
           END-EVALUATE.
           DISPLAY "Capital solicitado: "          LINE 17 COL 5.
           ACCEPT WS-LOAN-AMOUNT-Z                LINE 17 COL 28 PROMPT.
           MOVE WS-LOAN-AMOUNT-Z TO WS-LOAN-AMOUNT.
           IF WS-LOAN-AMOUNT = 0
              OR WS-LOAN-AMOUNT > CONST-LOAN-MAX
               DISPLAY "ERROR: monto invalido."    LINE 22 COL 5
               PERFORM DISPLAYCONTINUE-PROCEDURE
               GO TO LOAN-ALTA-PROCEDURE-EXIT
           END-IF.
           MOVE WS-LOAN-AMOUNT TO LOAN-PRINCIPAL.
           MOVE WS-LOAN-RATE   TO LOAN-RATE-PCT.
           MOVE WS-LOAN-TERM   TO LOAN-TERM-MONTHS.
           PERFORM LOAN-CALC-INSTALLMENT.
           MOVE WS-LOAN-INST   TO WS-LOAN-AMOUNT-Z.
           MOVE WS-LOAN-RATE   TO WS-LOAN-RATE-Z.
           DISPLAY "Cuota mensual: " WS-LOAN-AMOUNT-Z
                   "  TNA " WS-LOAN-RATE-Z "%"     LINE 18 COL 5.
           DISPLAY "Confirma el prestamo? [S/N]"   LINE 19 COL 5.
           ACCEPT WS-MENUOPCION                    LINE 19 COL 35.
           IF WS-MENUOPCION NOT = "S"
               DISPLAY "Se cancela la operacion."  LINE 22 COL 5
               PERFORM DISPLAYCONTINUE-PROCEDURE
               GO TO LOAN-ALTA-PROCEDURE-EXIT
           END-IF.
      *>      Credito a la cuenta de desembolso bajo lock; solo a
      *>      una cuenta propia del solicitante.
           MOVE WS-LOAN-ACCT TO ACCT-ID.
           READ ACCOUNT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "ERROR: cuenta inexistente."
                                                   LINE 22 COL 5
                   PERFORM DISPLAYCONTINUE-PROCEDURE
                   GO TO LOAN-ALTA-PROCEDURE-EXIT
           END-READ.
           IF WS-ACCT-STATUS = "51"
               DISPLAY "Cuenta ocupada por otra terminal."
                                                   LINE 22 COL 5
               PERFORM DISPLAYCONTINUE-PROCEDURE
               GO TO LOAN-ALTA-PROCEDURE-EXIT
           END-IF.
           IF ACCT-USERNAME NOT = WS-USERNAME
               DISPLAY "ERROR: la cuenta no es suya."
                                                   LINE 22 COL 5
               UNLOCK ACCOUNT-FILE
               PERFORM DISPLAYCONTINUE-PROCEDURE
               GO TO LOAN-ALTA-PROCEDURE-EXIT
           END-IF.
           IF ACCT-IS-CLOSED
               DISPLAY "Cuenta cerrada: no admite movimientos."
                                                   LINE 22 COL 5
               UNLOCK ACCOUNT-FILE
               PERFORM DISPLAYCONTINUE-PROCEDURE
               GO TO LOAN-ALTA-PROCEDURE-EXIT
           END-IF.
      *>      Los prestamos se otorgan solo en pesos.
           IF ACCT-CCY NOT = SPACES AND ACCT-CCY NOT = "ARS"
               DISPLAY "ERROR: la cuenta debe ser en pesos."
                                                   LINE 22 COL 5
               UNLOCK ACCOUNT-FILE
               PERFORM DISPLAYCONTINUE-PROCEDURE
               GO TO LOAN-ALTA-PROCEDURE-EXIT
           END-IF.
           PERFORM GET-BUSDATE-PROCEDURE.
           ACCEPT WS-TRANLOG-TIME FROM TIME.
           ADD WS-LOAN-AMOUNT TO ACCT-BALANCE.
           REWRITE ACCOUNT-RECORD.
           UNLOCK ACCOUNT-FILE.
           IF WS-LOAN-ACCT = WS-USERNAME
               MOVE ACCT-BALANCE TO WS-TOTALBALANCE
           END-IF.
           MOVE WS-LOAN-ACCT    TO WS-TRANF-USER.
           MOVE "LOAN-DISB"     TO WS-TRANF-TYPE.
           MOVE WS-LOAN-AMOUNT  TO WS-TRANF-SIGNED.
           MOVE ACCT-BALANCE    TO WS-TRANF-NEWBAL.
           PERFORM LOGTRANFIXED-PROCEDURE.
           MOVE "LOAN-DISB "    TO WS-TRANLOG-TYPE.
           PERFORM LOGTRANLOG-CREDIT-PROCEDURE.
      *>      Numero del control LOANSEQ; la primera cuota vence a
      *>      un mes del desembolso.
           PERFORM LOAN-NEXTID-PROCEDURE.
           MOVE WS-LOANSEQ-NEXT    TO LOAN-ID.
           MOVE WS-USERNAME        TO LOAN-USERNAME.
           MOVE WS-LOAN-ACCT       TO LOAN-ACCT-ID.
           MOVE WS-LOAN-AMOUNT     TO LOAN-PRINCIPAL.
           MOVE WS-LOAN-RATE       TO LOAN-RATE-PCT.
           MOVE WS-LOAN-TERM       TO LOAN-TERM-MONTHS.
           MOVE WS-LOAN-INST       TO LOAN-INSTALLMENT.
           MOVE WS-TRANLOG-DATE    TO LOAN-DISB-DATE.
           MOVE WS-TRANLOG-DATE    TO WS-LOAN-DUE-N.
           PERFORM LOAN-ADD-MONTH.
           MOVE WS-LOAN-DUE-N      TO LOAN-NEXT-DUE-DATE.
           MOVE 0                  TO LOAN-PAID-COUNT.
           MOVE WS-LOAN-AMOUNT     TO LOAN-BALANCE.
           MOVE 0                  TO LOAN-ARREARS-COUNT.
           MOVE SPACES             TO LOAN-ARREARS-SINCE.
           MOVE "A"                TO LOAN-STATUS.
           WRITE LOAN-RECORD.
           PERFORM LOAN-DISB-GL-PROCEDURE.
           DISPLAY "Prestamo " LOAN-ID " acreditado, primera cuota "
                   LOAN-NEXT-DUE-DATE               LINE 22 COL 5.
           PERFORM DISPLAYCONTINUE-PROCEDURE.
       LOAN-ALTA-PROCEDURE-EXIT.
           EXIT.

       LOAN-NEXTID-PROCEDURE.
           MOVE 0 TO WS-LOANSEQ-NEXT.
           OPEN INPUT LOANSEQ-FILE.
           IF WS-LOANSEQ-STATUS = "00"
               READ LOANSEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LOANSEQ-LAST TO WS-LOANSEQ-NEXT
               END-READ
               CLOSE LOANSEQ-FILE
           END-IF.
           ADD 1 TO WS-LOANSEQ-NEXT.
           OPEN OUTPUT LOANSEQ-FILE.
           MOVE WS-LOANSEQ-NEXT TO LOANSEQ-LAST.
           WRITE LOANSEQ-RECORD.
           CLOSE LOANSEQ-FILE.

      *>   Cuota fija del sistema frances sobre LOAN-PRINCIPAL,
      *>   LOAN-RATE-PCT y LOAN-TERM-MONTHS:
      *>   cuota = capital * i * (1+i)^n / ((1+i)^n - 1).
       LOAN-CALC-INSTALLMENT.
           COMPUTE WS-LOAN-MRATE ROUNDED = LOAN-RATE-PCT / 1200.
           COMPUTE WS-LOAN-FACTOR ROUNDED =
               (1 + WS-LOAN-MRATE) ** LOAN-TERM-MONTHS.
           IF WS-LOAN-MRATE = 0
               COMPUTE WS-LOAN-INST ROUNDED =
                   LOAN-PRINCIPAL / LOAN-TERM-MONTHS
           ELSE
               COMPUTE WS-LOAN-INST ROUNDED =
                   LOAN-PRINCIPAL * WS-LOAN-MRATE * WS-LOAN-FACTOR
                       / (WS-LOAN-FACTOR - 1)
           END-IF.

      *>   Avanza WS-LOAN-DUE-N un mes calendario.
       LOAN-ADD-MONTH.
           ADD 1 TO WS-LOAN-DUE-MM.
           IF WS-LOAN-DUE-MM > 12
               MOVE 1 TO WS-LOAN-DUE-MM
               ADD 1 TO WS-LOAN-DUE-YYYY
           END-IF.
           IF WS-LOAN-DUE-DD > 28
               MOVE 28 TO WS-LOAN-DUE-DD
           END-IF.

      *>   El capital prestado sale de la caja del banco hacia la
      *>   cuenta del cliente: egreso en el extracto contable.
       LOAN-DISB-GL-PROCEDURE.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF WS-GLEXT-STATUS = "35"
               OPEN OUTPUT GL-EXTRACT-FILE
           END-IF.
           STRING WS-TRANLOG-DATE DELIMITED BY SIZE
                  WS-TRANLOG-TIME DELIMITED BY SIZE
                  INTO WS-GL-TIMESTAMP.
           MOVE WS-GL-TIMESTAMP       TO GLEXT-DATE.
           MOVE "01-ONLINE-BANKING"   TO GLEXT-SOURCE.
           MOVE "LOAN-DISBURSED"      TO GLEXT-ACCOUNT.
           COMPUTE GLEXT-AMOUNT = 0 - WS-LOAN-AMOUNT.
           WRITE GLEXT-RECORD.
           CLOSE GL-EXTRACT-FILE.

       LOAN-LISTAR-PROCEDURE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Mis prestamos:"                LINE 4 COL 5.
           MOVE 0 TO WS-LOAN-COUNT.
           MOVE 0 TO LOAN-ID.
           START LOAN-FILE KEY NOT < LOAN-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM LOAN-LISTAR-LINEA
                       UNTIL WS-LOAN-STATUS NOT = "00"
           END-START.
           IF WS-LOAN-COUNT = 0
               DISPLAY "(sin prestamos)"           LINE 6 COL 5
           END-IF.
           PERFORM DISPLAYCONTINUE-PROCEDURE.

       LOAN-LISTAR-LINEA.
           READ LOAN-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF LOAN-USERNAME = WS-USERNAME
                       ADD 1 TO WS-LOAN-COUNT
                       MOVE LOAN-BALANCE     TO WS-LOAN-BAL-Z
                       MOVE LOAN-INSTALLMENT TO WS-LOAN-AMOUNT-Z
                       DISPLAY "#" LOAN-ID " saldo " WS-LOAN-BAL-Z
                               " cuota " WS-LOAN-AMOUNT-Z
                               " " LOAN-PAID-COUNT "/"
                               LOAN-TERM-MONTHS " prox "
                               LOAN-NEXT-DUE-DATE
                               " [" LOAN-STATUS "]"
                   END-IF
           END-READ.

      *>   Cronograma completo del prestamo, cuota por cuota, con
      *>   el mismo calculo que aplica LOANRUN al cobrar: interes
      *>   del saldo a la tasa mensual, el resto a capital, y la
      *>   ultima cuota cancela el saldo exacto. Las cuotas ya
      *>   cobradas salen marcadas PAGADA.
       LOAN-SCHEDULE-PROCEDURE.
           DISPLAY "Numero de prestamo: "          LINE 15 COL 5.
           ACCEPT WS-LOAN-ID-IN                    LINE 15 COL 28.
           MOVE WS-LOAN-ID-IN TO LOAN-ID.
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY "ERROR: prestamo inexistente."
                                                   LINE 22 COL 5
                   PERFORM DISPLAYCONTINUE-PROCEDURE
                   GO TO LOAN-SCHEDULE-PROCEDURE-EXIT
           END-READ.
           IF LOAN-USERNAME NOT = WS-USERNAME
               DISPLAY "ERROR: el prestamo no es suyo."
                                                   LINE 22 COL 5
               PERFORM DISPLAYCONTINUE-PROCEDURE
               GO TO LOAN-SCHEDULE-PROCEDURE-EXIT
           END-IF.
           PERFORM CLEAR-SCREEN.
           PERFORM GET-BUSDATE-PROCEDURE.
           MOVE WS-BD-DATE TO WS-RPT-DATE.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           MOVE LOAN-PRINCIPAL TO WS-LOAN-AMOUNT-Z.
           MOVE LOAN-RATE-PCT  TO WS-LOAN-RATE-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PRESTAMO " LOAN-ID " TITULAR " LOAN-USERNAME
                  " CUENTA " LOAN-ACCT-ID
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM LOAN-SCHED-OUT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CAPITAL " WS-LOAN-AMOUNT-Z " TNA " WS-LOAN-RATE-Z
                  "% CUOTAS " LOAN-TERM-MONTHS
                  " DESEMBOLSO " LOAN-DISB-DATE
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM LOAN-SCHED-OUT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CUOTA VENCE       INTERES      CAPITAL"
                  "        SALDO"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM LOAN-SCHED-OUT.
           MOVE LOAN-PRINCIPAL TO WS-LOAN-SCH-BAL.
           MOVE LOAN-DISB-DATE TO WS-LOAN-DUE-N.
           MOVE 0 TO WS-LOAN-TOT-INT.
           MOVE 0 TO WS-LOAN-TOT-PAY.
           COMPUTE WS-LOAN-MRATE ROUNDED = LOAN-RATE-PCT / 1200.
           PERFORM LOAN-SCHED-LINE
               VARYING WS-LOAN-K FROM 1 BY 1
               UNTIL WS-LOAN-K > LOAN-TERM-MONTHS.
           MOVE WS-LOAN-TOT-INT TO WS-LOAN-INT-Z.
           MOVE WS-LOAN-TOT-PAY TO WS-LOAN-AMOUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOTAL INTERESES " WS-LOAN-INT-Z
                  " TOTAL A PAGAR " WS-LOAN-AMOUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM LOAN-SCHED-OUT.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           DISPLAY "Cronograma enviado a impresion (LOANSCHED).".
           PERFORM DISPLAYCONTINUE-PROCEDURE.
       LOAN-SCHEDULE-PROCEDURE-EXIT.
           EXIT.

       LOAN-SCHED-LINE.
           PERFORM LOAN-ADD-MONTH.
           COMPUTE WS-LOAN-SCH-INT ROUNDED =
               WS-LOAN-SCH-BAL * WS-LOAN-MRATE.
           IF WS-LOAN-K = LOAN-TERM-MONTHS
               MOVE WS-LOAN-SCH-BAL TO WS-LOAN-SCH-CAP
           ELSE
               COMPUTE WS-LOAN-SCH-CAP =
                   LOAN-INSTALLMENT - WS-LOAN-SCH-INT
           END-IF.
           SUBTRACT WS-LOAN-SCH-CAP FROM WS-LOAN-SCH-BAL.
           ADD WS-LOAN-SCH-INT TO WS-LOAN-TOT-INT.
           COMPUTE WS-LOAN-TOT-PAY =
               WS-LOAN-TOT-PAY + WS-LOAN-SCH-INT + WS-LOAN-SCH-CAP.
           IF WS-LOAN-K NOT > LOAN-PAID-COUNT
               MOVE "PAGADA" TO WS-LOAN-PAID-MARK
           ELSE
               MOVE SPACES   TO WS-LOAN-PAID-MARK
           END-IF.
           MOVE WS-LOAN-SCH-INT TO WS-LOAN-INT-Z.
           MOVE WS-LOAN-SCH-CAP TO WS-LOAN-CAP-Z.
           MOVE WS-LOAN-SCH-BAL TO WS-LOAN-BAL-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-LOAN-K " " WS-LOAN-DUE-N " " WS-LOAN-INT-Z
                  " " WS-LOAN-CAP-Z " " WS-LOAN-BAL-Z
                  " " WS-LOAN-PAID-MARK
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM LOAN-SCHED-OUT.

      *>   Un renglon del cronograma a pantalla y al spool.
       LOAN-SCHED-OUT.
           DISPLAY WS-RPT-LINE.
           MOVE "L" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.

      *>   *************************************************************
      *>   Transferencias a cuentas de otros bancos. El titular
      *>   registra sus beneficiarios externos (banco, CBU y
      *>   titular) y les transfiere desde su cuenta de la sesion:
      *>   el debito es inmediato, bajo lock y con el mismo control
      *>   de fondos que un retiro (movimiento EXT-TRANSF en
      *>   TRANLOG/TRANFILE), y la transferencia queda pendiente en
      *>   EXTTRF hasta que Batch/CLROUT.COB la envie en el archivo
      *>   de compensacion del dia. Una devolucion de la camara la
      *>   reacredita Batch/CLRRET.COB.
      *>   *************************************************************
       EXTBANK-MENU-PROCEDURE.
           PERFORM CLEAR-SCREEN.
           OPEN I-O EXTBENEF-FILE.
           IF WS-EXTB-STATUS = "35"
               OPEN OUTPUT EXTBENEF-FILE
               CLOSE EXTBENEF-FILE
               OPEN I-O EXTBENEF-FILE
           END-IF.
           DISPLAY "Menu Transferencias a Otros Bancos"
                                                   LINE 6 COL 5
                   "[A] Alta de beneficiario"      LINE 8 COL 5
                   "[L] Listar mis beneficiarios"  LINE 9 COL 5
                   "[B] Baja de beneficiario"      LINE 10 COL 5
                   "[T] Transferir"                LINE 11 COL 5
                   "[X] Volver"                    LINE 12 COL 5.
           DISPLAY "Opcion [ ]"                    LINE 13 COL 5.
           ACCEPT WS-EXTB-OPCION                   LINE 13 COL 13.
           EVALUATE WS-EXTB-OPCION
               WHEN 'A'
                   PERFORM EXTB-ALTA-PROCEDURE
                       THRU EXTB-ALTA-PROCEDURE-EXIT
               WHEN 'L'
                   PERFORM EXTB-LISTAR-PROCEDURE
               WHEN 'B'
                   PERFORM EXTB-BAJA-PROCEDURE
               WHEN 'T'
                   PERFORM EXTB-TRANSFER-PROCEDURE
                       THRU EXTB-TRANSFER-PROCEDURE-EXIT
               WHEN 'X'
                   CLOSE EXTBENEF-FILE
                   GO TO EXTBANK-MENU-PROCEDURE-EXIT
               WHEN OTHER
                   DISPLAY "Opcion Incorrecta!!"   LINE 20 COL 5
                   PERFORM DISPLAYCONTINUE-PROCEDURE
           END-EVALUATE.
           CLOSE EXTBENEF-FILE.
           GO TO EXTBANK-MENU-PROCEDURE.
       EXTBANK-MENU-PROCEDURE-EXIT.
           EXIT.

      *>   El codigo de banco son 3 digitos y la cuenta destino un
      *>   CBU de 22; una cuenta de nuestro propio banco se
      *>   transfiere por [T], no por la camara.
       EXTB-ALTA-PROCEDURE.
           MOVE SPACES TO EXTB-RECORD.
           DISPLAY "Codigo de banco [999]: "       LINE 15 COL 5.
           ACCEPT EXTB-BANK-CODE                   LINE 15 COL 30.
           DISPLAY "CBU (22 digitos): "            LINE 16 COL 5.
           ACCEPT EXTB-ACCT-NUMBER                 LINE 16 COL 30.
           DISPLAY "Titular de la cuenta: "        LINE 17 COL 5.
           ACCEPT EXTB-HOLDER-NAME                 LINE 17 COL 30.
           IF EXTB-BANK-CODE NOT NUMERIC
              OR EXTB-BANK-CODE = CONST-OWN-BANK-CODE
               DISPLAY "ERROR: codigo de banco invalido."
                                                   LINE 22 COL 5
               PERFORM DISPLAYCONTINUE-PROCEDURE
               GO TO EXTB-ALTA-PROCEDURE-EXIT
           END-IF.
           IF EXTB-ACCT-NUMBER NOT NUMERIC
               DISPLAY "ERROR: el CBU lleva 22 digitos."
                                                   LINE 22 COL 5
               PERFORM DISPLAYCONTINUE-PROCEDURE
               GO TO EXTB-ALTA-PROCEDURE-EXIT
           END-IF.
           IF EXTB-HOLDER-NAME = SPACES
               DISPLAY "ERROR: falta el titular."  LINE 22 COL 5
               PERFORM DISPLAYCONTINUE-PROCEDURE
               GO TO EXTB-ALTA-PROCEDURE-EXIT
           END-IF.
           PERFORM EXTB-NEXTID-PROCEDURE.
           MOVE WS-EXTBSEQ-NEXT    TO EXTB-ID.
           MOVE WS-USERNAME        TO EXTB-USERNAME.
           MOVE "Y"                TO EXTB-ACTIVE-SW.
           WRITE EXTB-RECORD.
           DISPLAY "Beneficiario " EXTB-ID " registrado."
                                                   LINE 22 COL 5.
           PERFORM DISPLAYCONTINUE-PROCEDURE.
       EXTB-ALTA-PROCEDURE-EXIT.
           EXIT.

       EXTB-NEXTID-PROCEDURE.
           MOVE 0 TO WS-EXTBSEQ-NEXT.
           OPEN INPUT EXTBSEQ-FILE.
           IF WS-EXTBSEQ-STATUS = "00"
               READ EXTBSEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EXTBSEQ-LAST TO WS-EXTBSEQ-NEXT
               END-READ
               CLOSE EXTBSEQ-FILE
           END-IF.
           ADD 1 TO WS-EXTBSEQ-NEXT.
           OPEN OUTPUT EXTBSEQ-FILE.
           MOVE WS-EXTBSEQ-NEXT TO EXTBSEQ-LAST.
           WRITE EXTBSEQ-RECORD.
           CLOSE EXTBSEQ-FILE.

       EXTB-LISTAR-PROCEDURE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Mis beneficiarios en otros bancos:"
                                                   LINE 4 COL 5.
           MOVE 0 TO WS-EXTB-COUNT.
           MOVE 0 TO EXTB-ID.
           START EXTBENEF-FILE KEY NOT < EXTB-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM EXTB-LISTAR-LINEA
                       UNTIL WS-EXTB-STATUS NOT = "00"
           END-START.
           IF WS-EXTB-COUNT = 0
               DISPLAY "(sin beneficiarios)"       LINE 6 COL 5
           END-IF.
           PERFORM DISPLAYCONTINUE-PROCEDURE.

       EXTB-LISTAR-LINEA.
           READ EXTBENEF-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF EXTB-USERNAME = WS-USERNAME
                      AND EXTB-IS-ACTIVE
                       ADD 1 TO WS-EXTB-COUNT
                       DISPLAY "#" EXTB-ID " BCO " EXTB-BANK-CODE
                               " " EXTB-ACCT-NUMBER
                               " " EXTB-HOLDER-NAME
                   END-IF
           END-READ.

       EXTB-BAJA-PROCEDURE.
           DISPLAY "Numero de beneficiario: "      LINE 15 COL 5.
           ACCEPT WS-EXTB-ID-IN                    LINE 15 COL 30.
           MOVE WS-EXTB-ID-IN TO EXTB-ID.
           READ EXTBENEF-FILE
               INVALID KEY
                   DISPLAY "ERROR: beneficiario inexistente."
                                                   LINE 22 COL 5
               NOT INVALID KEY
                   IF EXTB-USERNAME NOT = WS-USERNAME
                       DISPLAY "ERROR: el beneficiario no es suyo."
                                                   LINE 22 COL 5
                   ELSE
                       MOVE "N" TO EXTB-ACTIVE-SW
                       REWRITE EXTB-RECORD
                       DISPLAY "Beneficiario dado de baja."
                                                   LINE 22 COL 5
                   END-IF
           END-READ.
           PERFORM DISPLAYCONTINUE-PROCEDURE.

      *>   Debito inmediato de la cuenta de la sesion y alta
      *>   pendiente en EXTTRF, con la secuencia TRANFILE del
      *>   debito como referencia de la camara.
       EXTB-TRANSFER-PROCEDURE.
           DISPLAY "Numero de beneficiario: "      LINE 15 COL 5.
           ACCEPT WS-EXTB-ID-IN                    LINE 15 COL 30.
           MOVE WS-EXTB-ID-IN TO EXTB-ID.
           READ EXTBENEF-FILE
               INVALID KEY
                   DISPLAY "ERROR: beneficiario inexistente."
                                                   LINE 22 COL 5
                   PERFORM DISPLAYCONTINUE-PROCEDURE
                   GO TO EXTB-TRANSFER-PROCEDURE-EXIT
           END-READ.
           IF EXTB-USERNAME NOT = WS-USERNAME
              OR NOT EXTB-IS-ACTIVE
               DISPLAY "ERROR: beneficiario invalido."
                                                   LINE 22 COL 5
               PERFORM DISPLAYCONTINUE-PROCEDURE
               GO TO EXTB-TRANSFER-PROCEDURE-EXIT
           END-IF.
      *>      La camara compensa solo en pesos.
           IF WS-ACCT-CCY NOT = "ARS"
               DISPLAY "ERROR: la cuenta debe ser en pesos."
                                                   LINE 22 COL 5
               PERFORM DISPLAYCONTINUE-PROCEDURE
               GO TO EXTB-TRANSFER-PROCEDURE-EXIT
           END-IF.
           DISPLAY "A: " EXTB-HOLDER-NAME          LINE 16 COL 5.
           DISPLAY "Monto a transferir: "          LINE 17 COL 5.
           ACCEPT WS-EXTB-AMOUNT-Z               LINE 17 COL 30 PROMPT.
           MOVE WS-EXTB-AMOUNT-Z TO WS-EXTB-AMOUNT.
           IF WS-EXTB-AMOUNT = 0
               DISPLAY "ERROR: monto invalido."    LINE 22 COL 5
               PERFORM DISPLAYCONTINUE-PROCEDURE
               GO TO EXTB-TRANSFER-PROCEDURE-EXIT
           END-IF.
           DISPLAY "Esta seguro? [S][N]"           LINE 18 COL 5.
           ACCEPT WS-MENUOPCION                    LINE 18 COL 30.
           IF WS-MENUOPCION NOT = "S"
               DISPLAY "Se cancela la operacion."  LINE 22 COL 5
               PERFORM DISPLAYCONTINUE-PROCEDURE
               GO TO EXTB-TRANSFER-PROCEDURE-EXIT
           END-IF.
      *>      Debito bajo lock, con el control de fondos y de
      *>      cuenta cerrada de un retiro.
           COMPUTE WS-LOCK-DELTA = 0 - WS-EXTB-AMOUNT.
           PERFORM APPLY-DELTA-LOCKED
               THRU APPLY-DELTA-LOCKED-EXIT.
           IF NOT WS-LOCK-OK
               PERFORM DISPLAYCONTINUE-PROCEDURE
               GO TO EXTB-TRANSFER-PROCEDURE-EXIT
           END-IF.
           MOVE WS-EXTB-AMOUNT TO WS-TRANSACTION.
           MOVE "EXT-TRANSF"   TO WS-TRANLOG-TYPE.
           PERFORM LOGTRANSACTION-PROCEDURE.
           OPEN I-O EXTTRF-FILE.
           IF WS-XTRF-STATUS = "35"
               OPEN OUTPUT EXTTRF-FILE
               CLOSE EXTTRF-FILE
               OPEN I-O EXTTRF-FILE
           END-IF.
           MOVE SPACES            TO XTRF-RECORD.
           MOVE WS-TRANSEQ-NEXT   TO XTRF-REF.
           MOVE WS-TRANLOG-DATE   TO XTRF-DATE.
           MOVE WS-TRANLOG-TIME   TO XTRF-TIME.
           MOVE WS-USERNAME       TO XTRF-USERNAME.
           MOVE WS-USERNAME       TO XTRF-ACCT-ID.
           MOVE EXTB-ID           TO XTRF-BENEF-ID.
           MOVE EXTB-BANK-CODE    TO XTRF-BANK-CODE.
           MOVE EXTB-ACCT-NUMBER  TO XTRF-DEST-ACCT.
           MOVE EXTB-HOLDER-NAME  TO XTRF-HOLDER-NAME.
           MOVE WS-EXTB-AMOUNT    TO XTRF-AMOUNT.
           MOVE "P"               TO XTRF-STATUS.
           WRITE XTRF-RECORD.
           CLOSE EXTTRF-FILE.
           MOVE "EXT-TRANSF" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "BCO " EXTB-BANK-CODE " REF " XTRF-REF
                  " AMT " WS-TRANLOG-AMOUNT-Z
                  DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           PERFORM LOG-ACTIVITY.
           DISPLAY "Transferencia enviada, referencia " XTRF-REF
                                                   LINE 20 COL 5.
           PERFORM DISPLAYBALANCE-PROCEDURE.
           DISPLAY WS-STRING-SALDO-ACTUAL          LINE 21 COL 5.
           PERFORM DISPLAYCONTINUE-PROCEDURE.
       EXTB-TRANSFER-PROCEDURE-EXIT.
           EXIT.

      *>   *************************************************************
      *>   Pago de facturas a empresas de servicios adheridas
      *>   (BILLERS, que mantiene el administrador en CREDADMIN). El
      *>   titular elige la empresa, carga la referencia de cliente
      *>   de su factura (controlada contra la mascara de la
      *>   empresa) y el importe. El debito es inmediato, bajo lock
      *>   y con el mismo control de fondos que un retiro
      *>   (movimiento BILL-PAY en TRANLOG/TRANFILE), y el pago
      *>   queda pendiente en BILLPAY, con la secuencia TRANFILE
      *>   del debito como referencia, hasta que Batch/BILLSETL.COB
      *>   lo rinda a la empresa.
      *>   *************************************************************
       BILLPAY-PROCEDURE.
           PERFORM CLEAR-SCREEN.
           DISPLAY "Pago de Servicios"             LINE 6 COL 5.
      *>      Las empresas cobran solo en pesos.
           IF WS-ACCT-CCY NOT = "ARS"
               DISPLAY "ERROR: la cuenta debe ser en pesos."
                                                   LINE 22 COL 5
               PERFORM DISPLAYCONTINUE-PROCEDURE
               GO TO BILLPAY-PROCEDURE-EXIT
           END-IF.
           DISPLAY "Codigo de empresa: "           LINE 8 COL 5.
           ACCEPT WS-BPAY-CODE-IN                  LINE 8 COL 30.
           OPEN INPUT BILLER-FILE.
           IF WS-BILR-STATUS NOT = "00"
               DISPLAY "ERROR: no hay empresas adheridas."
                                                   LINE 22 COL 5
               PERFORM DISPLAYCONTINUE-PROCEDURE
               GO TO BILLPAY-PROCEDURE-EXIT
           END-IF.
           MOVE WS-BPAY-CODE-IN TO BILR-CODE.
           READ BILLER-FILE
               INVALID KEY
                   MOVE "N" TO BILR-ACTIVE-SW
           END-READ.
           CLOSE BILLER-FILE.
           IF NOT BILR-IS-ACTIVE
               DISPLAY "ERROR: empresa inexistente o dada de baja."
                                                   LINE 22 COL 5
               PERFORM DISPLAYCONTINUE-PROCEDURE
               GO TO BILLPAY-PROCEDURE-EXIT
           END-IF.
           DISPLAY "Empresa: " BILR-NAME           LINE 9 COL 5.
           DISPLAY "Formato de referencia: " BILR-REF-FORMAT
                                                   LINE 10 COL 5.
           DISPLAY "(9 = digito, A = letra, X = cualquiera)"
                                                   LINE 11 COL 5.
           DISPLAY "Referencia de cliente: "       LINE 12 COL 5.
           ACCEPT WS-BPAY-REF-IN                   LINE 12 COL 30.
           PERFORM BILLPAY-CHECK-REF.
           IF NOT WS-BPAY-REF-OK
               DISPLAY "ERROR: la referencia no respeta el formato."
                                                   LINE 22 COL 5
               PERFORM DISPLAYCONTINUE-PROCEDURE
               GO TO BILLPAY-PROCEDURE-EXIT
           END-IF.
           DISPLAY "Monto a pagar: "               LINE 13 COL 5.
           ACCEPT WS-BPAY-AMOUNT-Z               LINE 13 COL 30 PROMPT.
           MOVE WS-BPAY-AMOUNT-Z TO WS-BPAY-AMOUNT.
           IF WS-BPAY-AMOUNT = 0
               DISPLAY "ERROR: monto invalido."    LINE 22 COL 5
               PERFORM DISPLAYCONTINUE-PROCEDURE
               GO TO BILLPAY-PROCEDURE-EXIT
           END-IF.
           DISPLAY "Esta seguro? [S][N]"           LINE 14 COL 5.
           ACCEPT WS-MENUOPCION                    LINE 14 COL 30.
           IF WS-MENUOPCION NOT = "S"
               DISPLAY "Se cancela la operacion."  LINE 22 COL 5
               PERFORM DISPLAYCONTINUE-PROCEDURE
               GO TO BILLPAY-PROCEDURE-EXIT
           END-IF.
      *>      Debito bajo lock, con el control de fondos y de
      *>      cuenta cerrada de un retiro.
           COMPUTE WS-LOCK-DELTA = 0 - WS-BPAY-AMOUNT.
           PERFORM APPLY-DELTA-LOCKED
               THRU APPLY-DELTA-LOCKED-EXIT.
           IF NOT WS-LOCK-OK
               PERFORM DISPLAYCONTINUE-PROCEDURE
               GO TO BILLPAY-PROCEDURE-EXIT
           END-IF.
           MOVE WS-BPAY-AMOUNT TO WS-TRANSACTION.
           MOVE "BILL-PAY"     TO WS-TRANLOG-TYPE.
           PERFORM LOGTRANSACTION-PROCEDURE.
           OPEN I-O BILLPAY-FILE.
           IF WS-BPAY-STATUS = "35"
               OPEN OUTPUT BILLPAY-FILE
               CLOSE BILLPAY-FILE
               OPEN I-O BILLPAY-FILE
           END-IF.
           MOVE SPACES            TO BPAY-RECORD.
           MOVE WS-TRANSEQ-NEXT   TO BPAY-REF.
           MOVE WS-TRANLOG-DATE   TO BPAY-DATE.
           MOVE WS-TRANLOG-TIME   TO BPAY-TIME.
           MOVE WS-USERNAME       TO BPAY-USERNAME.
           MOVE WS-USERNAME       TO BPAY-ACCT-ID.
           MOVE BILR-CODE         TO BPAY-BILR-CODE.
           MOVE WS-BPAY-REF-IN    TO BPAY-CUST-REF.
           MOVE WS-BPAY-AMOUNT    TO BPAY-AMOUNT.
           MOVE "P"               TO BPAY-STATUS.
           WRITE BPAY-RECORD.
           CLOSE BILLPAY-FILE.
           MOVE "BILL-PAY" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING BILR-CODE " REF " BPAY-REF
                  " AMT " WS-TRANLOG-AMOUNT-Z
                  DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           PERFORM LOG-ACTIVITY.
           DISPLAY "Pago registrado, comprobante " BPAY-REF
                                                   LINE 20 COL 5.
           PERFORM DISPLAYBALANCE-PROCEDURE.
           DISPLAY WS-STRING-SALDO-ACTUAL          LINE 21 COL 5.
           PERFORM DISPLAYCONTINUE-PROCEDURE.
       BILLPAY-PROCEDURE-EXIT.
           EXIT.

      *>   La referencia tiene exactamente el largo de la mascara y
      *>   cada caracter respeta su posicion: "9" digito, "A" letra,
      *>   "X" cualquier caracter no blanco.
       BILLPAY-CHECK-REF.
           MOVE "Y" TO WS-BPAY-REF-OK-SW.
           MOVE 0 TO WS-BPAY-LEN.
           INSPECT BILR-REF-FORMAT TALLYING WS-BPAY-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-BPAY-LEN < 20
               IF WS-BPAY-REF-IN(WS-BPAY-LEN + 1:) NOT = SPACES
                   MOVE "N" TO WS-BPAY-REF-OK-SW
               END-IF
           END-IF.
           PERFORM BILLPAY-CHECK-REF-CHAR
               VARYING WS-BPAY-I FROM 1 BY 1
               UNTIL WS-BPAY-I > WS-BPAY-LEN
                  OR NOT WS-BPAY-REF-OK.

       BILLPAY-CHECK-REF-CHAR.
           MOVE BILR-REF-FORMAT(WS-BPAY-I:1) TO WS-BPAY-MASK-CHAR.
           MOVE WS-BPAY-REF-IN(WS-BPAY-I:1)  TO WS-BPAY-REF-CHAR.
           EVALUATE WS-BPAY-MASK-CHAR
               WHEN "9"
                   IF WS-BPAY-REF-CHAR IS NOT NUMERIC
                       MOVE "N" TO WS-BPAY-REF-OK-SW
                   END-IF
               WHEN "A"
                   IF WS-BPAY-REF-CHAR IS NOT ALPHABETIC
                      OR WS-BPAY-REF-CHAR = SPACE
                       MOVE "N" TO WS-BPAY-REF-OK-SW
                   END-IF
               WHEN OTHER
                   IF WS-BPAY-REF-CHAR = SPACE
                       MOVE "N" TO WS-BPAY-REF-OK-SW
                   END-IF
           END-EVALUATE.

       CURRENCYCONVERTER-PROCEDURE.
           DISPLAY "==== Menu Monedas y Conversiones".
           DISPLAY "Monedas disponibles: ".
