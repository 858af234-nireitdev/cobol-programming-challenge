      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Nightly release of expired funds holds. Reads the HOLDS
      *>     file (see Copybooks/HOLD.CPY) and marks expired
      *>     (HOLD-STATUS "E", released by HOLDEXP on the business
      *>     date) every active hold whose expiry date is before
      *>     the business date. A hold expiring today still blocks
      *>     funds today, same rule as Batch/HOLDBAL.COB applies to
      *>     the debits. Holds without expiry stay until an
      *>     administrator releases them in CREDADMIN. Every release
      *>     is listed on SYSOUT; nothing is posted, the available
      *>     balance simply grows back.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDEXP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "HOLDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
           COPY HOLD.

       WORKING-STORAGE SECTION.
      *>   Interfaz con el control de corridas compartido
      *>   (Batch/RUNCTL.COB): doble corrida y predecesores.
       01  WS-RC-JOB           PIC X(10).
       01  WS-RC-DATE          PIC 9(8).
       01  WS-RC-MODE          PIC X.
       01  WS-RC-PREDS.
           05  WS-RC-PRED-R OCCURS 3 TIMES PIC X(10).
       01  WS-RC-RESULT        PIC X.

       01  WS-HOLD-STATUS          PIC X(2).

       01  WS-RUN-DATE             PIC X(8).
      *>   Interfaz con el control de fecha de negocio compartido.
       01  WS-BD-MODE              PIC X VALUE "G".
       01  WS-BD-DATE              PIC 9(8).
       01  WS-BD-RESULT            PIC X.

       01  WS-READ-COUNT           PIC 9(7) VALUE 0.
       01  WS-ACTIVE-COUNT         PIC 9(7) VALUE 0.
       01  WS-EXPIRED-COUNT        PIC 9(7) VALUE 0.
       01  WS-EXPIRED-AMOUNT       PIC 9(11)V9(2) VALUE 0.
       01  WS-READ-COUNT-Z         PIC Z(6)9.
       01  WS-ACTIVE-COUNT-Z       PIC Z(6)9.
       01  WS-EXPIRED-COUNT-Z      PIC Z(6)9.
       01  WS-EXPIRED-AMOUNT-Z     PIC Z(10)9.9(2).
       01  WS-HOLD-AMOUNT-Z        PIC Z(8)9.9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSDATE-PROCEDURE.
           MOVE "HOLDEXP" TO WS-RC-JOB.
           MOVE SPACES TO WS-RC-PREDS.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           PERFORM RUNCTL-CHECK-PROCEDURE.
           OPEN I-O HOLD-FILE.
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "HOLDEXP: sin retenciones (HOLDS status "
                       WS-HOLD-STATUS ")."
               PERFORM RUNCTL-MARK-PROCEDURE
               STOP RUN
           END-IF.
           DISPLAY "=====================================".
           DISPLAY "  FUNDS HOLDS EXPIRY - " WS-RUN-DATE.
           DISPLAY "=====================================".
           PERFORM EXPIRE-ONE-HOLD
               UNTIL WS-HOLD-STATUS = "10".
           CLOSE HOLD-FILE.
           PERFORM SHOW-TOTALS-PROCEDURE.
           PERFORM RUNCTL-MARK-PROCEDURE.
           STOP RUN.

      *>   Una retencion activa con vencimiento anterior a la fecha
      *>   de negocio se marca vencida.
       EXPIRE-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-HOLD-STATUS
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF HOLD-IS-ACTIVE
                       IF HOLD-EXPIRY-DATE NOT = SPACES
                          AND HOLD-EXPIRY-DATE < WS-RUN-DATE
                           PERFORM RELEASE-EXPIRED-HOLD
                       ELSE
                           ADD 1 TO WS-ACTIVE-COUNT
                       END-IF
                   END-IF
           END-READ.

       RELEASE-EXPIRED-HOLD.
           MOVE "E"         TO HOLD-STATUS.
           MOVE "HOLDEXP"   TO HOLD-RELEASED-BY.
           MOVE WS-RUN-DATE TO HOLD-RELEASED-DATE.
           REWRITE HOLD-RECORD.
           ADD 1 TO WS-EXPIRED-COUNT.
           ADD HOLD-AMOUNT TO WS-EXPIRED-AMOUNT.
           MOVE HOLD-AMOUNT TO WS-HOLD-AMOUNT-Z.
           DISPLAY "LIBERADA " HOLD-ACCT-ID " " HOLD-SEQ
                   " " WS-HOLD-AMOUNT-Z
                   " VENCIO " HOLD-EXPIRY-DATE
                   " " HOLD-REASON.

       SHOW-TOTALS-PROCEDURE.
           MOVE WS-READ-COUNT     TO WS-READ-COUNT-Z.
           MOVE WS-ACTIVE-COUNT   TO WS-ACTIVE-COUNT-Z.
           MOVE WS-EXPIRED-COUNT  TO WS-EXPIRED-COUNT-Z.
           MOVE WS-EXPIRED-AMOUNT TO WS-EXPIRED-AMOUNT-Z.
           DISPLAY "=====================================".
           DISPLAY "HOLDS READ........: " WS-READ-COUNT-Z.
           DISPLAY "HOLDS EXPIRED.....: " WS-EXPIRED-COUNT-Z.
           DISPLAY "AMOUNT RELEASED...: " WS-EXPIRED-AMOUNT-Z.
           DISPLAY "HOLDS STILL ACTIVE: " WS-ACTIVE-COUNT-Z.
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
               DISPLAY "HOLDEXP: ya corrio en la fecha "
                       WS-RC-DATE " - tarjeta RUNOVRD para forzar."
               STOP RUN
           END-IF.
           IF WS-RC-RESULT = "P"
               DISPLAY "HOLDEXP: predecesores sin completar - "
                       "corrida rechazada."
               STOP RUN
           END-IF.

       RUNCTL-MARK-PROCEDURE.
           MOVE "M" TO WS-RC-MODE.
           CALL "RUNCTL" USING WS-RC-JOB WS-RC-DATE WS-RC-MODE
                               WS-RC-PREDS WS-RC-RESULT.

       END PROGRAM HOLDEXP.
