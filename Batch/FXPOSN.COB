      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Daily net open currency position report for Treasury.
      *>     For every currency of the FXRATES snapshot (RATE-CCY)
      *>     plus USD, other than the ARS home currency, builds the
      *>     bank's net position (long +, short -) from:
      *>       - customer balances: every ACCOUNTS balance kept in
      *>         that currency (ACCT-CCY) is owed to the customer,
      *>         a short position;
      *>       - the exchange desk: today's conversions in the FXLOG
      *>         activity log of 02-CurrencyConverter, long the
      *>         currency handed in, short the one handed out;
      *>       - cross-currency transfers: today's TRANFILE legs of
      *>         those accounts whose counterpart leg sits on an
      *>         account in another currency. They are already in
      *>         the balances above, so they are shown as the day's
      *>         part of the customer position and not added twice.
      *>   * Each net position is valued in USD at the FXRATES rate
      *>     (units per USD, the same quotes FXREVAL uses) and
      *>     compared, long or short alike, against the limits of
      *>     the FXPOSLIM file (Copybooks/FXPOSLIM.CPY): over the
      *>     warning limit is a WARN, over the severe limit a
      *>     SEVERE, written to the shared EXCPLOG under FXPOSN for
      *>     EXCPMON and the EODDASH dashboard. A currency holding a
      *>     position without a limit line, or without a rate to
      *>     value it, is a WARN too.
      *>   * The report goes to SYSOUT and to the FXPOSN spool
      *>     report. Registered in the shared RUNCTL run-control
      *>     (FXPOSN), so a rerun does not log the breaches twice.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXPOSN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT RATES-FILE ASSIGN TO "FXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATES-STATUS.

           SELECT FXLOG-FILE ASSIGN TO "FXLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXLOG-STATUS.

           SELECT TRANFIXED-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANF-SEQ
               ALTERNATE RECORD KEY IS TRANF-ACCT-KEY
               FILE STATUS IS WS-TRANF-STATUS.

           SELECT LIMIT-FILE ASSIGN TO "FXPOSLIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-STATUS.

           SELECT EXCEPTION-LOG-FILE ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           COPY ACCOUNT.

       FD  RATES-FILE.
           COPY FXRATE.

      *>   Renglon del log de conversiones, con el layout posicional
      *>   que arma LOGFX-PROCEDURE en 02-CurrencyConverter.
       FD  FXLOG-FILE.
       01  FXLOG-RECORD.
           05  FXLG-DATE           PIC X(8).
           05  FILLER              PIC X(1).
           05  FXLG-TIME           PIC X(6).
           05  FILLER              PIC X(1).
           05  FXLG-FROM-CCY       PIC X(3).
           05  FILLER              PIC X(2).
           05  FXLG-TO-CCY         PIC X(3).
           05  FILLER              PIC X(5).
           05  FXLG-AMOUNT         PIC Z(8)9.9(2).
           05  FILLER              PIC X(6).
           05  FXLG-RATE           PIC Z(5)9.9(2).
           05  FILLER              PIC X(8).
           05  FXLG-RESULT         PIC Z(8)9.9(2).
           05  FILLER              PIC X(4).

       FD  TRANFIXED-FILE.
           COPY TRANFILE.

       FD  LIMIT-FILE.
           COPY FXPOSLIM.

       FD  EXCEPTION-LOG-FILE.
           COPY ERRLOG.

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS          PIC X(2).
       01  WS-RATES-STATUS         PIC X(2).
       01  WS-FXLOG-STATUS         PIC X(2).
       01  WS-TRANF-STATUS         PIC X(2).
       01  WS-LIMIT-STATUS         PIC X(2).
       01  WS-ERRLOG-STATUS        PIC X(2).

      *>   Moneda local: su saldo no es posicion abierta.
       01  CONST-HOME-CCY          PIC X(3) VALUE "ARS".

       01  WS-RUN-DATE             PIC X(8).
       01  WS-RUN-TIME             PIC X(6).
      *>   Interfaz con el control de fecha de negocio compartido
      *>   (Batch/BUSDATE.COB).
       01  WS-BD-MODE              PIC X VALUE "G".
       01  WS-BD-DATE              PIC 9(8).
       01  WS-BD-RESULT            PIC X.

      *>   Interfaz con el control de corridas compartido
      *>   (Batch/RUNCTL.COB): doble corrida y predecesores.
       01  WS-RC-JOB               PIC X(10).
       01  WS-RC-DATE              PIC 9(8).
       01  WS-RC-MODE              PIC X.
       01  WS-RC-PREDS.
           05  WS-RC-PRED-R OCCURS 3 TIMES PIC X(10).
       01  WS-RC-RESULT            PIC X.

      *>   Interfaz con el spooler de reportes compartido
      *>   (Batch/RPTSPOOL.COB).
       01  WS-RPT-ACTION           PIC X.
       01  WS-RPT-NAME             PIC X(10) VALUE "FXPOSN".
       01  WS-RPT-DATE             PIC 9(8).
       01  WS-RPT-LINE             PIC X(100).

      *>   Posicion por moneda. Importes en la moneda de la fila;
      *>   la valuacion y los limites, en USD.
       01  WS-POS-TABLE.
           05  WS-POS-COUNT        PIC 9(3) VALUE 0.
           05  WS-POS-R OCCURS 20 TIMES.
               10  WS-POS-CCY      PIC X(3).
               10  WS-POS-RATE     PIC 9(6)V9(2).
               10  WS-POS-BAL      PIC S9(13)V9(2).
               10  WS-POS-DESK     PIC S9(13)V9(2).
               10  WS-POS-TRF      PIC S9(13)V9(2).
               10  WS-POS-NET      PIC S9(13)V9(2).
               10  WS-POS-NET-USD  PIC S9(13)V9(2).
               10  WS-POS-WARN     PIC 9(11)V9(2).
               10  WS-POS-SEVERE   PIC 9(11)V9(2).
               10  WS-POS-LIMIT-SW PIC X(1).
                   88  WS-POS-HAS-LIMIT    VALUE "Y".
               10  WS-POS-RESULT   PIC X(6).
       01  WS-POS-I                PIC 9(3).
       01  WS-POS-SEL              PIC 9(3).
       01  WS-SEEK-CCY             PIC X(3).

      *>   Cuentas en moneda extranjera: la segunda pasada recorre
      *>   sus movimientos del dia y resuelve la moneda de la
      *>   contrapartida sin volver a ACCOUNTS.
       01  WS-FXA-TABLE.
           05  WS-FXA-COUNT        PIC 9(4) VALUE 0.
           05  WS-FXA-R OCCURS 1000 TIMES.
               10  WS-FXA-ID       PIC X(15).
               10  WS-FXA-CCY      PIC X(3).
       01  WS-FXA-I                PIC 9(4).
       01  WS-FXA-SEL              PIC 9(4).
       01  WS-SEEK-ACCT            PIC X(15).

      *>   Patas de transferencia del dia en esas cuentas, antes
      *>   de leer cada contrapartida por su secuencia.
       01  WS-LEG-TABLE.
           05  WS-LEG-COUNT        PIC 9(4) VALUE 0.
           05  WS-LEG-R OCCURS 2000 TIMES.
               10  WS-LEG-SEQ      PIC 9(7).
               10  WS-LEG-TYPE     PIC X(10).
               10  WS-LEG-CCY      PIC X(3).
               10  WS-LEG-AMOUNT   PIC S9(9)V9(2).
       01  WS-LEG-I                PIC 9(4).
       01  WS-CTR-SEQ              PIC 9(7).
       01  WS-CTR-TYPE             PIC X(10).
       01  WS-CTR-CCY              PIC X(3).

       01  WS-WORK-AMOUNT          PIC 9(9)V9(2).
       01  WS-ABS-USD              PIC 9(13)V9(2).
       01  WS-FXLOG-COUNT          PIC 9(7) VALUE 0.
       01  WS-LEG-CROSS-COUNT      PIC 9(7) VALUE 0.
       01  WS-WARN-COUNT           PIC 9(3) VALUE 0.
       01  WS-SEVERE-COUNT         PIC 9(3) VALUE 0.
       01  WS-OVERFLOW-SW          PIC X(1) VALUE "N".
           88  WS-TABLE-OVERFLOW       VALUE "Y".

       01  WS-RATE-Z               PIC Z(5)9.9(2).
       01  WS-BAL-Z                PIC -(11)9.9(2).
       01  WS-DESK-Z               PIC -(11)9.9(2).
       01  WS-TRF-Z                PIC -(11)9.9(2).
       01  WS-NET-Z                PIC -(11)9.9(2).
       01  WS-USD-Z                PIC -(11)9.9(2).
       01  WS-LIMIT-Z              PIC Z(10)9.9(2).
       01  WS-COUNT-Z              PIC Z(6)9.
       01  WS-ERR-DETAIL           PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSDATE-PROCEDURE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "FXPOSN" TO WS-RC-JOB.
           MOVE SPACES TO WS-RC-PREDS.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           PERFORM RUNCTL-CHECK-PROCEDURE.
           PERFORM LOAD-RATES-PROCEDURE.
           PERFORM LOAD-LIMITS-PROCEDURE.
           PERFORM SCAN-ACCOUNTS-PROCEDURE.
           PERFORM SCAN-TRANSFER-LEGS-PROCEDURE.
           PERFORM SCAN-FXLOG-PROCEDURE.
           PERFORM VALUE-ONE-POSITION
               VARYING WS-POS-I FROM 1 BY 1
               UNTIL WS-POS-I > WS-POS-COUNT.
           PERFORM PRINT-REPORT-PROCEDURE.
           PERFORM RUNCTL-MARK-PROCEDURE.
           STOP RUN.

      *>   *************************************************************
      *>   Una fila por moneda de FXRATES (menos la local) con su
      *>   cotizacion, y USD a la par: las cotizaciones son
      *>   unidades por USD.
      *>   *************************************************************
       LOAD-RATES-PROCEDURE.
           OPEN INPUT RATES-FILE.
           IF WS-RATES-STATUS = "00"
               PERFORM LOAD-ONE-RATE
                   UNTIL WS-RATES-STATUS NOT = "00"
               CLOSE RATES-FILE
           ELSE
               DISPLAY "FXPOSN: sin FXRATES (status "
                       WS-RATES-STATUS ") - posiciones sin valuar."
           END-IF.
           MOVE "USD" TO WS-SEEK-CCY.
           PERFORM FIND-POSITION-PROCEDURE.
           IF WS-POS-SEL > 0
               MOVE 1 TO WS-POS-RATE(WS-POS-SEL)
           END-IF.

       LOAD-ONE-RATE.
           READ RATES-FILE
               AT END
                   MOVE "10" TO WS-RATES-STATUS
               NOT AT END
                   IF RATE-CCY NOT = CONST-HOME-CCY
                       MOVE RATE-CCY TO WS-SEEK-CCY
                       PERFORM FIND-POSITION-PROCEDURE
                       IF WS-POS-SEL > 0
                           MOVE RATE-VALUE TO WS-POS-RATE(WS-POS-SEL)
                       END-IF
                   END-IF
           END-READ.

       LOAD-LIMITS-PROCEDURE.
           OPEN INPUT LIMIT-FILE.
           IF WS-LIMIT-STATUS = "00"
               PERFORM LOAD-ONE-LIMIT
                   UNTIL WS-LIMIT-STATUS NOT = "00"
               CLOSE LIMIT-FILE
           ELSE
               DISPLAY "FXPOSN: sin FXPOSLIM (status "
                       WS-LIMIT-STATUS ") - ninguna moneda tiene "
                       "limite."
           END-IF.

       LOAD-ONE-LIMIT.
           READ LIMIT-FILE
               AT END
                   MOVE "10" TO WS-LIMIT-STATUS
               NOT AT END
                   IF FXPL-CCY NOT = SPACES
                      AND FXPL-CCY NOT = CONST-HOME-CCY
                      AND FXPL-WARN-USD IS NUMERIC
                      AND FXPL-SEVERE-USD IS NUMERIC
                       MOVE FXPL-CCY TO WS-SEEK-CCY
                       PERFORM FIND-POSITION-PROCEDURE
                       IF WS-POS-SEL > 0
                           MOVE FXPL-WARN-USD
                               TO WS-POS-WARN(WS-POS-SEL)
                           MOVE FXPL-SEVERE-USD
                               TO WS-POS-SEVERE(WS-POS-SEL)
                           MOVE "Y" TO WS-POS-LIMIT-SW(WS-POS-SEL)
                       END-IF
                   ELSE
                       DISPLAY "FXPOSN: renglon FXPOSLIM invalido: "
                               FXPL-RECORD
                   END-IF
           END-READ.

      *>   Busca la fila de WS-SEEK-CCY y la agrega si no esta
      *>   (sin cotizacion ni limite). WS-POS-SEL = 0 si la tabla
      *>   esta llena.
       FIND-POSITION-PROCEDURE.
           MOVE 0 TO WS-POS-SEL.
           PERFORM CHECK-ONE-POSITION
               VARYING WS-POS-I FROM 1 BY 1
               UNTIL WS-POS-I > WS-POS-COUNT
                  OR WS-POS-SEL > 0.
           IF WS-POS-SEL = 0
               IF WS-POS-COUNT < 20
                   ADD 1 TO WS-POS-COUNT
                   MOVE WS-POS-COUNT TO WS-POS-SEL
                   MOVE WS-SEEK-CCY  TO WS-POS-CCY(WS-POS-SEL)
                   MOVE 0            TO WS-POS-RATE(WS-POS-SEL)
                   MOVE 0            TO WS-POS-BAL(WS-POS-SEL)
                   MOVE 0            TO WS-POS-DESK(WS-POS-SEL)
                   MOVE 0            TO WS-POS-TRF(WS-POS-SEL)
                   MOVE 0            TO WS-POS-NET(WS-POS-SEL)
                   MOVE 0            TO WS-POS-NET-USD(WS-POS-SEL)
                   MOVE 0            TO WS-POS-WARN(WS-POS-SEL)
                   MOVE 0            TO WS-POS-SEVERE(WS-POS-SEL)
                   MOVE "N"          TO WS-POS-LIMIT-SW(WS-POS-SEL)
                   MOVE SPACES       TO WS-POS-RESULT(WS-POS-SEL)
               ELSE
                   DISPLAY "FXPOSN: mas de 20 monedas, se omite "
                           WS-SEEK-CCY
               END-IF
           END-IF.

       CHECK-ONE-POSITION.
           IF WS-POS-CCY(WS-POS-I) = WS-SEEK-CCY
               MOVE WS-POS-I TO WS-POS-SEL
           END-IF.

      *>   *************************************************************
      *>   Saldos de clientes en moneda extranjera: lo que se les
      *>   debe es posicion vendida de esa moneda.
      *>   *************************************************************
       SCAN-ACCOUNTS-PROCEDURE.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "FXPOSN: sin ACCOUNTS (status "
                       WS-ACCT-STATUS ")."
           ELSE
               PERFORM SCAN-ONE-ACCOUNT
                   UNTIL WS-ACCT-STATUS NOT = "00"
               CLOSE ACCOUNT-FILE
           END-IF.

       SCAN-ONE-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-ACCT-STATUS
               NOT AT END
                   IF ACCT-CCY NOT = SPACES
                      AND ACCT-CCY NOT = CONST-HOME-CCY
                       MOVE ACCT-CCY TO WS-SEEK-CCY
                       PERFORM FIND-POSITION-PROCEDURE
                       IF WS-POS-SEL > 0
                           SUBTRACT ACCT-BALANCE
                               FROM WS-POS-BAL(WS-POS-SEL)
                       END-IF
                       PERFORM KEEP-FX-ACCOUNT
                   END-IF
           END-READ.

       KEEP-FX-ACCOUNT.
           IF WS-FXA-COUNT < 1000
               ADD 1 TO WS-FXA-COUNT
               MOVE ACCT-ID  TO WS-FXA-ID(WS-FXA-COUNT)
               MOVE ACCT-CCY TO WS-FXA-CCY(WS-FXA-COUNT)
           ELSE
               MOVE "Y" TO WS-OVERFLOW-SW
           END-IF.

      *>   *************************************************************
      *>   Transferencias cruzadas del dia. Las dos patas de una
      *>   transferencia se graban seguidas en TRANFILE: TRANSF-IN
      *>   y luego TRANSFER entre clientes, OWN-TRANSF y luego
      *>   OWN-TRF-IN entre cuentas propias. La pata es cruzada si
      *>   su contrapartida esta en una cuenta de otra moneda
      *>   (una cuenta fuera de la tabla es de moneda local).
      *>   *************************************************************
       SCAN-TRANSFER-LEGS-PROCEDURE.
           IF WS-FXA-COUNT = 0
               GO TO SCAN-TRANSFER-LEGS-EXIT
           END-IF.
           OPEN INPUT TRANFIXED-FILE.
           IF WS-TRANF-STATUS NOT = "00"
               DISPLAY "FXPOSN: sin TRANFILE (status "
                       WS-TRANF-STATUS ")."
               GO TO SCAN-TRANSFER-LEGS-EXIT
           END-IF.
           PERFORM COLLECT-ACCOUNT-LEGS
               VARYING WS-FXA-I FROM 1 BY 1
               UNTIL WS-FXA-I > WS-FXA-COUNT.
           PERFORM CHECK-ONE-LEG
               VARYING WS-LEG-I FROM 1 BY 1
               UNTIL WS-LEG-I > WS-LEG-COUNT.
           CLOSE TRANFIXED-FILE.
       SCAN-TRANSFER-LEGS-EXIT.
           EXIT.

      *>   Movimientos del dia de la cuenta, por la clave
      *>   alternativa cuenta + fecha + secuencia.
       COLLECT-ACCOUNT-LEGS.
           MOVE WS-FXA-ID(WS-FXA-I) TO TRANF-USERNAME.
           MOVE WS-RUN-DATE         TO TRANF-DATE.
           MOVE 0                   TO TRANF-SEQ.
           START TRANFIXED-FILE KEY NOT < TRANF-ACCT-KEY
               INVALID KEY
                   MOVE "10" TO WS-TRANF-STATUS
           END-START.
           PERFORM COLLECT-ONE-LEG
               UNTIL WS-TRANF-STATUS NOT = "00".
           MOVE "00" TO WS-TRANF-STATUS.

       COLLECT-ONE-LEG.
           READ TRANFIXED-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-TRANF-STATUS
               NOT AT END
                   IF TRANF-USERNAME NOT = WS-FXA-ID(WS-FXA-I)
                      OR TRANF-DATE NOT = WS-RUN-DATE
                       MOVE "10" TO WS-TRANF-STATUS
                   ELSE
                       IF TRANF-TYPE = "TRANSFER"
                          OR TRANF-TYPE = "TRANSF-IN"
                          OR TRANF-TYPE = "OWN-TRANSF"
                          OR TRANF-TYPE = "OWN-TRF-IN"
                           PERFORM KEEP-ONE-LEG
                       END-IF
                   END-IF
           END-READ.

       KEEP-ONE-LEG.
           IF WS-LEG-COUNT < 2000
               ADD 1 TO WS-LEG-COUNT
               MOVE TRANF-SEQ    TO WS-LEG-SEQ(WS-LEG-COUNT)
               MOVE TRANF-TYPE   TO WS-LEG-TYPE(WS-LEG-COUNT)
               MOVE WS-FXA-CCY(WS-FXA-I) TO WS-LEG-CCY(WS-LEG-COUNT)
               MOVE TRANF-AMOUNT TO WS-LEG-AMOUNT(WS-LEG-COUNT)
           ELSE
               MOVE "Y" TO WS-OVERFLOW-SW
           END-IF.

      *>   La contrapartida se lee por su secuencia; la pata cruzada
      *>   mueve la posicion de clientes en sentido contrario a su
      *>   importe (un credito al cliente es mas deuda en la moneda).
       CHECK-ONE-LEG.
           EVALUATE WS-LEG-TYPE(WS-LEG-I)
               WHEN "TRANSF-IN"
                   COMPUTE WS-CTR-SEQ = WS-LEG-SEQ(WS-LEG-I) + 1
                   MOVE "TRANSFER"   TO WS-CTR-TYPE
               WHEN "TRANSFER"
                   COMPUTE WS-CTR-SEQ = WS-LEG-SEQ(WS-LEG-I) - 1
                   MOVE "TRANSF-IN"  TO WS-CTR-TYPE
               WHEN "OWN-TRANSF"
                   COMPUTE WS-CTR-SEQ = WS-LEG-SEQ(WS-LEG-I) + 1
                   MOVE "OWN-TRF-IN" TO WS-CTR-TYPE
               WHEN OTHER
                   COMPUTE WS-CTR-SEQ = WS-LEG-SEQ(WS-LEG-I) - 1
                   MOVE "OWN-TRANSF" TO WS-CTR-TYPE
           END-EVALUATE.
           MOVE WS-CTR-SEQ TO TRANF-SEQ.
           READ TRANFIXED-FILE
               INVALID KEY
                   MOVE SPACES TO TRANF-TYPE
           END-READ.
           IF TRANF-TYPE = WS-CTR-TYPE
               MOVE TRANF-USERNAME TO WS-SEEK-ACCT
               PERFORM FIND-FX-ACCOUNT
               IF WS-FXA-SEL > 0
                   MOVE WS-FXA-CCY(WS-FXA-SEL) TO WS-CTR-CCY
               ELSE
                   MOVE CONST-HOME-CCY TO WS-CTR-CCY
               END-IF
               IF WS-CTR-CCY NOT = WS-LEG-CCY(WS-LEG-I)
                   MOVE WS-LEG-CCY(WS-LEG-I) TO WS-SEEK-CCY
                   PERFORM FIND-POSITION-PROCEDURE
                   IF WS-POS-SEL > 0
                       SUBTRACT WS-LEG-AMOUNT(WS-LEG-I)
                           FROM WS-POS-TRF(WS-POS-SEL)
                   END-IF
                   ADD 1 TO WS-LEG-CROSS-COUNT
               END-IF
           END-IF.

       FIND-FX-ACCOUNT.
           MOVE 0 TO WS-FXA-SEL.
           PERFORM CHECK-ONE-FX-ACCOUNT
               VARYING WS-FXA-I FROM 1 BY 1
               UNTIL WS-FXA-I > WS-FXA-COUNT
                  OR WS-FXA-SEL > 0.

       CHECK-ONE-FX-ACCOUNT.
           IF WS-FXA-ID(WS-FXA-I) = WS-SEEK-ACCT
               MOVE WS-FXA-I TO WS-FXA-SEL
           END-IF.

      *>   *************************************************************
      *>   Mesa de cambios: lo que el cliente entrega es posicion
      *>   comprada, lo que se lleva es posicion vendida.
      *>   *************************************************************
       SCAN-FXLOG-PROCEDURE.
           OPEN INPUT FXLOG-FILE.
           IF WS-FXLOG-STATUS = "00"
               PERFORM SCAN-ONE-CONVERSION
                   UNTIL WS-FXLOG-STATUS NOT = "00"
               CLOSE FXLOG-FILE
           END-IF.

       SCAN-ONE-CONVERSION.
           READ FXLOG-FILE
               AT END
                   MOVE "10" TO WS-FXLOG-STATUS
               NOT AT END
                   IF FXLG-DATE = WS-RUN-DATE
                       ADD 1 TO WS-FXLOG-COUNT
                       PERFORM APPLY-ONE-CONVERSION
                   END-IF
           END-READ.

       APPLY-ONE-CONVERSION.
           IF FXLG-FROM-CCY NOT = CONST-HOME-CCY
               MOVE FXLG-FROM-CCY TO WS-SEEK-CCY
               PERFORM FIND-POSITION-PROCEDURE
               IF WS-POS-SEL > 0
                   MOVE FXLG-AMOUNT TO WS-WORK-AMOUNT
                   ADD WS-WORK-AMOUNT TO WS-POS-DESK(WS-POS-SEL)
               END-IF
           END-IF.
           IF FXLG-TO-CCY NOT = CONST-HOME-CCY
               MOVE FXLG-TO-CCY TO WS-SEEK-CCY
               PERFORM FIND-POSITION-PROCEDURE
               IF WS-POS-SEL > 0
                   MOVE FXLG-RESULT TO WS-WORK-AMOUNT
                   SUBTRACT WS-WORK-AMOUNT
                       FROM WS-POS-DESK(WS-POS-SEL)
               END-IF
           END-IF.

      *>   *************************************************************
      *>   Posicion neta valuada en USD contra los limites; cada
      *>   exceso queda en EXCPLOG.
      *>   *************************************************************
       VALUE-ONE-POSITION.
           COMPUTE WS-POS-NET(WS-POS-I) =
               WS-POS-BAL(WS-POS-I) + WS-POS-DESK(WS-POS-I).
           MOVE "OK" TO WS-POS-RESULT(WS-POS-I).
           IF WS-POS-NET(WS-POS-I) = 0
               MOVE 0 TO WS-POS-NET-USD(WS-POS-I)
           ELSE
               IF WS-POS-RATE(WS-POS-I) = 0
                   MOVE 0 TO WS-POS-NET-USD(WS-POS-I)
                   MOVE "WARN" TO WS-POS-RESULT(WS-POS-I)
                   MOVE SPACES TO WS-ERR-DETAIL
                   STRING "POSICION " WS-POS-CCY(WS-POS-I)
                          " SIN COTIZACION EN FXRATES"
                          DELIMITED BY SIZE INTO WS-ERR-DETAIL
                   PERFORM LOG-BREACH-PROCEDURE
               ELSE
                   COMPUTE WS-POS-NET-USD(WS-POS-I) ROUNDED =
                       WS-POS-NET(WS-POS-I) / WS-POS-RATE(WS-POS-I)
                   PERFORM CHECK-LIMIT-PROCEDURE
               END-IF
           END-IF.

       CHECK-LIMIT-PROCEDURE.
           IF WS-POS-NET-USD(WS-POS-I) < 0
               COMPUTE WS-ABS-USD = 0 - WS-POS-NET-USD(WS-POS-I)
           ELSE
               MOVE WS-POS-NET-USD(WS-POS-I) TO WS-ABS-USD
           END-IF.
           MOVE WS-POS-NET-USD(WS-POS-I) TO WS-USD-Z.
           MOVE SPACES TO WS-ERR-DETAIL.
           EVALUATE TRUE
               WHEN NOT WS-POS-HAS-LIMIT(WS-POS-I)
                   MOVE "WARN" TO WS-POS-RESULT(WS-POS-I)
                   STRING "POSICION " WS-POS-CCY(WS-POS-I)
                          " USD " WS-USD-Z " SIN LIMITE APROBADO"
                          DELIMITED BY SIZE INTO WS-ERR-DETAIL
               WHEN WS-ABS-USD > WS-POS-SEVERE(WS-POS-I)
                   MOVE "SEVERE" TO WS-POS-RESULT(WS-POS-I)
                   MOVE WS-POS-SEVERE(WS-POS-I) TO WS-LIMIT-Z
                   STRING "POSICION " WS-POS-CCY(WS-POS-I)
                          " USD " WS-USD-Z " EXCEDE LIMITE SEVERO "
                          WS-LIMIT-Z
                          DELIMITED BY SIZE INTO WS-ERR-DETAIL
               WHEN WS-ABS-USD > WS-POS-WARN(WS-POS-I)
                   MOVE "WARN" TO WS-POS-RESULT(WS-POS-I)
                   MOVE WS-POS-WARN(WS-POS-I) TO WS-LIMIT-Z
                   STRING "POSICION " WS-POS-CCY(WS-POS-I)
                          " USD " WS-USD-Z " EXCEDE LIMITE AVISO "
                          WS-LIMIT-Z
                          DELIMITED BY SIZE INTO WS-ERR-DETAIL
           END-EVALUATE.
           IF WS-POS-RESULT(WS-POS-I) NOT = "OK"
               PERFORM LOG-BREACH-PROCEDURE
           END-IF.

      *>   El sello lleva la fecha de negocio, la misma con que
      *>   EODDASH arma el tablero del dia.
       LOG-BREACH-PROCEDURE.
           IF WS-POS-RESULT(WS-POS-I) = "SEVERE"
               ADD 1 TO WS-SEVERE-COUNT
           ELSE
               ADD 1 TO WS-WARN-COUNT
           END-IF.
           OPEN EXTEND EXCEPTION-LOG-FILE.
           IF WS-ERRLOG-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG-FILE
           END-IF.
           MOVE SPACES TO EXCPLOG-RECORD.
           STRING WS-RUN-DATE WS-RUN-TIME
                  DELIMITED BY SIZE INTO ERRLOG-TIMESTAMP.
           MOVE "FXPOSN"                TO ERRLOG-PROGRAM.
           MOVE WS-ERR-DETAIL           TO ERRLOG-DESC.
           MOVE WS-POS-RESULT(WS-POS-I) TO ERRLOG-SEVERITY.
           WRITE EXCPLOG-RECORD.
           CLOSE EXCEPTION-LOG-FILE.

      *>   *************************************************************
      *>   Reporte: pantalla y spool FXPOSN.
      *>   *************************************************************
       PRINT-REPORT-PROCEDURE.
           MOVE WS-RUN-DATE TO WS-RPT-DATE.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  NET OPEN CURRENCY POSITION - " WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CCY      RATE    CUST BALANCE   EXCHANGE DESK"
                  "    NET POSITION   NET VALUE USD  STATUS"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "             (TODAY CROSS-CCY)"
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           PERFORM PRINT-ONE-POSITION
               VARYING WS-POS-I FROM 1 BY 1
               UNTIL WS-POS-I > WS-POS-COUNT.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-FXLOG-COUNT TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DESK CONVERSIONS TODAY....: " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-LEG-CROSS-COUNT TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CROSS-CCY TRANSFER LEGS...: " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-WARN-COUNT TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "LIMIT WARNINGS............: " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-SEVERE-COUNT TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "SEVERE BREACHES...........: " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           IF WS-TABLE-OVERFLOW
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** ACCOUNT OR TRANSFER TABLE FULL - "
                      "CROSS-CCY LEGS INCOMPLETE ***"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.

       PRINT-ONE-POSITION.
           MOVE WS-POS-RATE(WS-POS-I)    TO WS-RATE-Z.
           MOVE WS-POS-BAL(WS-POS-I)     TO WS-BAL-Z.
           MOVE WS-POS-DESK(WS-POS-I)    TO WS-DESK-Z.
           MOVE WS-POS-NET(WS-POS-I)     TO WS-NET-Z.
           MOVE WS-POS-NET-USD(WS-POS-I) TO WS-USD-Z.
           MOVE WS-POS-TRF(WS-POS-I)     TO WS-TRF-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-POS-CCY(WS-POS-I) " " WS-RATE-Z " "
                  WS-BAL-Z " " WS-DESK-Z " " WS-NET-Z " "
                  WS-USD-Z "  " WS-POS-RESULT(WS-POS-I)
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           IF WS-POS-TRF(WS-POS-I) NOT = 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "             (" WS-TRF-Z ")"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
           END-IF.

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
           MOVE WS-BD-DATE TO WS-RUN-DATE.

      *>   Control de corridas: esta corrida ya paso por hoy?
      *>   Y sus predecesores completaron? Sin eso no arranca
      *>   (la tarjeta RUNOVRD "Y" fuerza la re-corrida).
       RUNCTL-CHECK-PROCEDURE.
           MOVE "C" TO WS-RC-MODE.
           CALL "RUNCTL" USING WS-RC-JOB WS-RC-DATE WS-RC-MODE
                               WS-RC-PREDS WS-RC-RESULT.
           IF WS-RC-RESULT = "D"
               DISPLAY "FXPOSN: ya corrio en la fecha "
                       WS-RC-DATE " - tarjeta RUNOVRD para forzar."
               STOP RUN
           END-IF.
           IF WS-RC-RESULT = "P"
               DISPLAY "FXPOSN: predecesores sin completar - "
                       "corrida rechazada."
               STOP RUN
           END-IF.

       RUNCTL-MARK-PROCEDURE.
           MOVE "M" TO WS-RC-MODE.
           CALL "RUNCTL" USING WS-RC-JOB WS-RC-DATE WS-RC-MODE
                               WS-RC-PREDS WS-RC-RESULT.

       END PROGRAM FXPOSN.
