      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * End-of-day settlement to the companies our customers pay
      *>     bills to. Collects every bill payment left pending in
      *>     the BILLPAY register (Copybooks/BILLPAY.CPY) by the
      *>     online Banking day, up to the business date, and
      *>     writes one settlement file per biller of the BILLERS
      *>     master (Copybooks/BILLER.CPY), named
      *>     BILLSETL-<biller code>-<date> (Copybooks/BILLSETL.CPY):
      *>     one header with our bank code and the biller, one
      *>     detail per payment with its TRANFILE reference and the
      *>     customer reference of the bill, and a trailer with the
      *>     control totals (payment count, total owed to the biller
      *>     and the hash total of the references). Every active
      *>     biller gets its file even on a day without payments;
      *>     a deactivated one only while it still has payments to
      *>     settle. Each payment settled is marked "S" with the
      *>     file date, so it never travels twice; the customers
      *>     were already debited online. The total owed to each
      *>     biller is booked to its payable account
      *>     (BILLPAY-<biller code>) in the shared GLEXTRACT extract
      *>     as an outflow. Registered in the shared RUNCTL
      *>     run-control (BILLSETL).
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLSETL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLER-FILE ASSIGN TO "BILLERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BILR-CODE
               FILE STATUS IS WS-BILR-STATUS.

           SELECT BILLPAY-FILE ASSIGN TO "BILLPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BPAY-REF
               FILE STATUS IS WS-BPAY-STATUS.

      *>   Un archivo de rendicion por empresa: el nombre se arma
      *>   en cada apertura, como los reportes de RPTSPOOL.
           SELECT SETTLE-FILE ASSIGN TO WS-SETTLE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BSET-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILLER-FILE.
           COPY BILLER.

       FD  BILLPAY-FILE.
           COPY BILLPAY.

       FD  SETTLE-FILE.
           COPY BILLSETL.

       FD  GL-EXTRACT-FILE.
           COPY GLEXT.

       WORKING-STORAGE SECTION.
       01  WS-BILR-STATUS          PIC X(2).
       01  WS-BPAY-STATUS          PIC X(2).
       01  WS-BSET-STATUS          PIC X(2).
       01  WS-GLEXT-STATUS         PIC X(2).
       01  WS-BPAY-OPEN-SW         PIC X(1) VALUE "N".
           88  WS-BPAY-IS-OPEN         VALUE "Y".
       01  WS-SETTLE-NAME          PIC X(30).

      *>   Nuestro codigo de banco, el mismo de la camara.
       01  CONST-OWN-BANK-CODE     PIC X(3) VALUE "191".

       01  WS-RUN-DATE             PIC X(8).
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

       01  WS-RUN-TIME             PIC X(6).
       01  WS-GL-TIMESTAMP         PIC X(14).

      *>   Empresas del maestro, con lo pendiente de rendir de cada
      *>   una (lo cuenta la primera pasada sobre BILLPAY).
       01  WS-BILR-TABLE.
           05  WS-BILR-COUNT       PIC 9(3) VALUE 0.
           05  WS-BILR-R OCCURS 200 TIMES.
               10  WS-BT-CODE      PIC X(6).
               10  WS-BT-NAME      PIC X(30).
               10  WS-BT-ACTIVE    PIC X(1).
               10  WS-BT-PENDING   PIC 9(7).
       01  WS-BT-I                 PIC 9(3).
       01  WS-BT-FOUND             PIC 9(3).

      *>   Totales de control de la empresa en curso (trailer).
       01  WS-SENT-COUNT           PIC 9(7) VALUE 0.
       01  WS-SENT-TOTAL           PIC 9(11)V9(2) VALUE 0.
       01  WS-REF-HASH             PIC 9(13) VALUE 0.
      *>   Totales de la corrida.
       01  WS-FILE-COUNT           PIC 9(5) VALUE 0.
       01  WS-RUN-COUNT            PIC 9(7) VALUE 0.
       01  WS-RUN-TOTAL            PIC 9(11)V9(2) VALUE 0.
       01  WS-ORPHAN-COUNT         PIC 9(7) VALUE 0.
       01  WS-SENT-COUNT-Z         PIC Z(6)9.
       01  WS-SENT-TOTAL-Z         PIC Z(10)9.9(2).
       01  WS-REF-HASH-Z           PIC Z(12)9.
       01  WS-FILE-COUNT-Z         PIC Z(4)9.
       01  WS-ORPHAN-COUNT-Z       PIC Z(6)9.
       01  WS-BPAY-AMOUNT-Z        PIC Z(8)9.9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSDATE-PROCEDURE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "BILLSETL" TO WS-RC-JOB.
           MOVE SPACES TO WS-RC-PREDS.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           PERFORM RUNCTL-CHECK-PROCEDURE.
           PERFORM LOAD-BILLERS-PROCEDURE.
           DISPLAY "=====================================".
           DISPLAY "  BILLER SETTLEMENT - " WS-RUN-DATE.
           DISPLAY "=====================================".
      *>      Sin registro BILLPAY no hubo pagos: las empresas
      *>      activas reciben igual su archivo con trailer en cero.
           OPEN I-O BILLPAY-FILE.
           IF WS-BPAY-STATUS = "00"
               MOVE "Y" TO WS-BPAY-OPEN-SW
               PERFORM COUNT-ONE-PAYMENT
                   UNTIL WS-BPAY-STATUS NOT = "00"
           END-IF.
           PERFORM SETTLE-ONE-BILLER
               VARYING WS-BT-I FROM 1 BY 1
               UNTIL WS-BT-I > WS-BILR-COUNT.
           IF WS-BPAY-IS-OPEN
               CLOSE BILLPAY-FILE
           END-IF.
           PERFORM SHOW-TOTALS-PROCEDURE.
           PERFORM RUNCTL-MARK-PROCEDURE.
           STOP RUN.

       LOAD-BILLERS-PROCEDURE.
           OPEN INPUT BILLER-FILE.
           IF WS-BILR-STATUS NOT = "00"
               DISPLAY "BILLSETL: sin maestro BILLERS (status "
                       WS-BILR-STATUS ")."
               PERFORM RUNCTL-MARK-PROCEDURE
               STOP RUN
           END-IF.
           PERFORM LOAD-ONE-BILLER
               UNTIL WS-BILR-STATUS NOT = "00".
           CLOSE BILLER-FILE.

       LOAD-ONE-BILLER.
           READ BILLER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-BILR-STATUS
               NOT AT END
                   IF WS-BILR-COUNT < 200
                       ADD 1 TO WS-BILR-COUNT
                       MOVE BILR-CODE TO WS-BT-CODE(WS-BILR-COUNT)
                       MOVE BILR-NAME TO WS-BT-NAME(WS-BILR-COUNT)
                       MOVE BILR-ACTIVE-SW
                                      TO WS-BT-ACTIVE(WS-BILR-COUNT)
                       MOVE 0       TO WS-BT-PENDING(WS-BILR-COUNT)
                   ELSE
                       DISPLAY "BILLSETL: mas de 200 empresas, "
                               "se omite " BILR-CODE
                   END-IF
           END-READ.

      *>   Primera pasada: pagos pendientes de hoy o anteriores por
      *>   empresa. Un pago de una empresa que no esta en el
      *>   maestro no se puede rendir: se lista y queda pendiente.
       COUNT-ONE-PAYMENT.
           READ BILLPAY-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-BPAY-STATUS
               NOT AT END
                   IF BPAY-IS-PENDING
                      AND BPAY-DATE NOT > WS-RUN-DATE
                       PERFORM FIND-BILLER-PROCEDURE
                       IF WS-BT-FOUND = 0
                           ADD 1 TO WS-ORPHAN-COUNT
                           MOVE BPAY-AMOUNT TO WS-BPAY-AMOUNT-Z
                           DISPLAY "SIN EMPRESA " BPAY-BILR-CODE
                                   " REF " BPAY-REF " "
                                   WS-BPAY-AMOUNT-Z
                       ELSE
                           ADD 1 TO WS-BT-PENDING(WS-BT-FOUND)
                       END-IF
                   END-IF
           END-READ.

       FIND-BILLER-PROCEDURE.
           MOVE 0 TO WS-BT-FOUND.
           PERFORM FIND-BILLER-STEP
               VARYING WS-BT-I FROM 1 BY 1
               UNTIL WS-BT-I > WS-BILR-COUNT
                  OR WS-BT-FOUND > 0.

       FIND-BILLER-STEP.
           IF WS-BT-CODE(WS-BT-I) = BPAY-BILR-CODE
               MOVE WS-BT-I TO WS-BT-FOUND
           END-IF.

      *>   *************************************************************
      *>   Rendicion de una empresa: cabecera, un detalle por pago
      *>   pendiente (que queda rendido con la fecha del archivo),
      *>   trailer de control y el total adeudado al contable.
      *>   *************************************************************
       SETTLE-ONE-BILLER.
           IF WS-BT-ACTIVE(WS-BT-I) NOT = "Y"
              AND WS-BT-PENDING(WS-BT-I) = 0
               CONTINUE
           ELSE
               MOVE 0 TO WS-SENT-COUNT
               MOVE 0 TO WS-SENT-TOTAL
               MOVE 0 TO WS-REF-HASH
               MOVE SPACES TO WS-SETTLE-NAME
               STRING "BILLSETL-" DELIMITED BY SIZE
                      WS-BT-CODE(WS-BT-I) DELIMITED BY SPACE
                      "-" DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      INTO WS-SETTLE-NAME
               OPEN OUTPUT SETTLE-FILE
               IF WS-BSET-STATUS NOT = "00"
                   DISPLAY "BILLSETL: no pude abrir " WS-SETTLE-NAME
                           ", status " WS-BSET-STATUS
               ELSE
                   PERFORM WRITE-HEADER-PROCEDURE
                   IF WS-BT-PENDING(WS-BT-I) > 0
                       MOVE 0 TO BPAY-REF
                       START BILLPAY-FILE KEY NOT < BPAY-REF
                           INVALID KEY
                               MOVE "10" TO WS-BPAY-STATUS
                       END-START
                       PERFORM SEND-ONE-PAYMENT
                           UNTIL WS-BPAY-STATUS NOT = "00"
                   END-IF
                   PERFORM WRITE-TRAILER-PROCEDURE
                   CLOSE SETTLE-FILE
                   ADD 1 TO WS-FILE-COUNT
                   PERFORM POST-GLENTRY-PROCEDURE
                   PERFORM SHOW-BILLER-PROCEDURE
               END-IF
           END-IF.

       WRITE-HEADER-PROCEDURE.
           MOVE SPACES              TO BSET-RECORD.
           MOVE "H"                 TO BSET-REC-TYPE.
           MOVE CONST-OWN-BANK-CODE TO BSET-H-BANK-CODE.
           MOVE WS-BT-CODE(WS-BT-I) TO BSET-H-BILR-CODE.
           MOVE WS-BT-NAME(WS-BT-I) TO BSET-H-BILR-NAME.
           MOVE WS-RUN-DATE         TO BSET-H-FILE-DATE.
           WRITE BSET-RECORD.

      *>   Un pago pendiente de hoy o anterior de la empresa en
      *>   curso va al archivo y queda rendido.
       SEND-ONE-PAYMENT.
           READ BILLPAY-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-BPAY-STATUS
               NOT AT END
                   IF BPAY-IS-PENDING
                      AND BPAY-DATE NOT > WS-RUN-DATE
                      AND BPAY-BILR-CODE = WS-BT-CODE(WS-BT-I)
                       PERFORM WRITE-DETAIL-PROCEDURE
                       MOVE "S"         TO BPAY-STATUS
                       MOVE WS-RUN-DATE TO BPAY-SETTLE-DATE
                       REWRITE BPAY-RECORD
                   END-IF
           END-READ.

       WRITE-DETAIL-PROCEDURE.
           MOVE SPACES              TO BSET-RECORD.
           MOVE "D"                 TO BSET-REC-TYPE.
           MOVE BPAY-REF            TO BSET-D-PAY-REF.
           MOVE BPAY-DATE           TO BSET-D-PAY-DATE.
           MOVE BPAY-CUST-REF       TO BSET-D-CUST-REF.
           MOVE BPAY-AMOUNT         TO BSET-D-AMOUNT.
           WRITE BSET-RECORD.
           ADD 1           TO WS-SENT-COUNT.
           ADD BPAY-AMOUNT TO WS-SENT-TOTAL.
           ADD BPAY-REF    TO WS-REF-HASH.

       WRITE-TRAILER-PROCEDURE.
           MOVE SPACES              TO BSET-RECORD.
           MOVE "T"                 TO BSET-REC-TYPE.
           MOVE WS-SENT-COUNT       TO BSET-T-COUNT.
           MOVE WS-SENT-TOTAL       TO BSET-T-TOTAL.
           MOVE WS-REF-HASH         TO BSET-T-HASH.
           WRITE BSET-RECORD.

      *>   Lo cobrado por cuenta de la empresa se le adeuda: egreso
      *>   en el extracto contable, en la cuenta a pagar de la
      *>   empresa.
       POST-GLENTRY-PROCEDURE.
           IF WS-SENT-TOTAL = 0
               CONTINUE
           ELSE
               OPEN EXTEND GL-EXTRACT-FILE
               IF WS-GLEXT-STATUS = "35"
                   OPEN OUTPUT GL-EXTRACT-FILE
               END-IF
               STRING WS-RUN-DATE DELIMITED BY SIZE
                      WS-RUN-TIME DELIMITED BY SIZE
                      INTO WS-GL-TIMESTAMP
               MOVE WS-GL-TIMESTAMP      TO GLEXT-DATE
               MOVE "BILLSETL"           TO GLEXT-SOURCE
               MOVE SPACES               TO GLEXT-ACCOUNT
               STRING "BILLPAY-" DELIMITED BY SIZE
                      WS-BT-CODE(WS-BT-I) DELIMITED BY SPACE
                      INTO GLEXT-ACCOUNT
               COMPUTE GLEXT-AMOUNT = 0 - WS-SENT-TOTAL
               WRITE GLEXT-RECORD
               CLOSE GL-EXTRACT-FILE
           END-IF.

       SHOW-BILLER-PROCEDURE.
           ADD WS-SENT-COUNT TO WS-RUN-COUNT.
           ADD WS-SENT-TOTAL TO WS-RUN-TOTAL.
           MOVE WS-SENT-COUNT       TO WS-SENT-COUNT-Z.
           MOVE WS-SENT-TOTAL       TO WS-SENT-TOTAL-Z.
           MOVE WS-REF-HASH         TO WS-REF-HASH-Z.
           DISPLAY WS-BT-CODE(WS-BT-I) " " WS-BT-NAME(WS-BT-I)
                   " PAGOS " WS-SENT-COUNT-Z
                   " TOTAL " WS-SENT-TOTAL-Z
                   " HASH " WS-REF-HASH-Z.

       SHOW-TOTALS-PROCEDURE.
           MOVE WS-FILE-COUNT       TO WS-FILE-COUNT-Z.
           MOVE WS-RUN-COUNT        TO WS-SENT-COUNT-Z.
           MOVE WS-RUN-TOTAL        TO WS-SENT-TOTAL-Z.
           MOVE WS-ORPHAN-COUNT     TO WS-ORPHAN-COUNT-Z.
           DISPLAY "=====================================".
           DISPLAY "SETTLEMENT FILES....: " WS-FILE-COUNT-Z.
           DISPLAY "PAYMENTS SETTLED....: " WS-SENT-COUNT-Z.
           DISPLAY "TOTAL OWED..........: " WS-SENT-TOTAL-Z.
           DISPLAY "UNKNOWN BILLER......: " WS-ORPHAN-COUNT-Z.
           DISPLAY "=====================================".

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
               DISPLAY "BILLSETL: ya corrio en la fecha "
                       WS-RC-DATE " - tarjeta RUNOVRD para forzar."
               STOP RUN
           END-IF.
           IF WS-RC-RESULT = "P"
               DISPLAY "BILLSETL: predecesores sin completar - "
                       "corrida rechazada."
               STOP RUN
           END-IF.

       RUNCTL-MARK-PROCEDURE.
           MOVE "M" TO WS-RC-MODE.
           CALL "RUNCTL" USING WS-RC-JOB WS-RC-DATE WS-RC-MODE
                               WS-RC-PREDS WS-RC-RESULT.

       END PROGRAM BILLSETL.
