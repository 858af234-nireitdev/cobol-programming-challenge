      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * End-of-day outbound interbank clearing file. Collects
      *>     every transfer to another bank left pending in the
      *>     EXTTRF register (Copybooks/EXTTRF.CPY) by the online
      *>     Banking day, up to the business date, and writes them to
      *>     the CLROUT interchange file for the clearing house
      *>     (Copybooks/CLEARING.CPY): one header with our bank
      *>     code and the file date, one detail per transfer keyed
      *>     by its TRANFILE reference, and a trailer with the
      *>     control totals (detail count, total amount and the
      *>     hash total of the references). Each transfer sent is
      *>     marked "S" with the file date, so it never travels
      *>     twice; the customers were already debited online.
      *>     The total sent is booked to the interbank clearing
      *>     account of the shared GLEXTRACT extract as an outflow.
      *>     Registered in the shared RUNCTL run-control (CLROUT).
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLROUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTTRF-FILE ASSIGN TO "EXTTRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XTRF-REF
               FILE STATUS IS WS-XTRF-STATUS.

           SELECT CLEARING-FILE ASSIGN TO "CLROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLR-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTTRF-FILE.
           COPY EXTTRF.

       FD  CLEARING-FILE.
           COPY CLEARING.

       FD  GL-EXTRACT-FILE.
           COPY GLEXT.

       WORKING-STORAGE SECTION.
       01  WS-XTRF-STATUS          PIC X(2).
       01  WS-CLR-STATUS           PIC X(2).
       01  WS-GLEXT-STATUS         PIC X(2).

      *>   Nuestro codigo en la camara compensadora.
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

      *>   Totales de control del archivo (van al trailer).
       01  WS-SENT-COUNT           PIC 9(7) VALUE 0.
       01  WS-SENT-TOTAL           PIC 9(11)V9(2) VALUE 0.
       01  WS-REF-HASH             PIC 9(13) VALUE 0.
       01  WS-SENT-COUNT-Z         PIC Z(6)9.
       01  WS-SENT-TOTAL-Z         PIC Z(10)9.9(2).
       01  WS-REF-HASH-Z           PIC Z(12)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSDATE-PROCEDURE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "CLROUT" TO WS-RC-JOB.
           MOVE SPACES TO WS-RC-PREDS.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           PERFORM RUNCTL-CHECK-PROCEDURE.
           OPEN OUTPUT CLEARING-FILE.
           IF WS-CLR-STATUS NOT = "00"
               DISPLAY "CLROUT: no pude abrir CLROUT, status "
                       WS-CLR-STATUS
               STOP RUN
           END-IF.
           PERFORM WRITE-HEADER-PROCEDURE.
      *>      Sin registro EXTTRF no hubo transferencias a otros
      *>      bancos: el archivo sale igual, con trailer en cero,
      *>      porque la camara espera un archivo por dia habil.
           OPEN I-O EXTTRF-FILE.
           IF WS-XTRF-STATUS = "00"
               PERFORM SEND-ONE-TRANSFER
                   UNTIL WS-XTRF-STATUS NOT = "00"
               CLOSE EXTTRF-FILE
           END-IF.
           PERFORM WRITE-TRAILER-PROCEDURE.
           CLOSE CLEARING-FILE.
           PERFORM POST-GLENTRY-PROCEDURE.
           PERFORM SHOW-TOTALS-PROCEDURE.
           PERFORM RUNCTL-MARK-PROCEDURE.
           STOP RUN.

       WRITE-HEADER-PROCEDURE.
           MOVE SPACES              TO CLR-RECORD.
           MOVE "H"                 TO CLR-REC-TYPE.
           MOVE CONST-OWN-BANK-CODE TO CLR-H-BANK-CODE.
           MOVE WS-RUN-DATE         TO CLR-H-FILE-DATE.
           MOVE "OUT"               TO CLR-H-FILE-TYPE.
           WRITE CLR-RECORD.

      *>   Una transferencia pendiente de hoy o anterior va al
      *>   archivo y queda enviada con la fecha del archivo.
       SEND-ONE-TRANSFER.
           READ EXTTRF-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-XTRF-STATUS
               NOT AT END
                   IF XTRF-IS-PENDING
                      AND XTRF-DATE NOT > WS-RUN-DATE
                       PERFORM WRITE-DETAIL-PROCEDURE
                       MOVE "S"         TO XTRF-STATUS
                       MOVE WS-RUN-DATE TO XTRF-FILE-DATE
                       REWRITE XTRF-RECORD
                   END-IF
           END-READ.

       WRITE-DETAIL-PROCEDURE.
           MOVE SPACES              TO CLR-RECORD.
           MOVE "D"                 TO CLR-REC-TYPE.
           MOVE XTRF-REF            TO CLR-D-REF.
           MOVE XTRF-ACCT-ID        TO CLR-D-ORIG-ACCT.
           MOVE XTRF-BANK-CODE      TO CLR-D-BANK-CODE.
           MOVE XTRF-DEST-ACCT      TO CLR-D-DEST-ACCT.
           MOVE XTRF-HOLDER-NAME    TO CLR-D-HOLDER-NAME.
           MOVE XTRF-AMOUNT         TO CLR-D-AMOUNT.
           MOVE "ARS"               TO CLR-D-CCY.
           WRITE CLR-RECORD.
           ADD 1           TO WS-SENT-COUNT.
           ADD XTRF-AMOUNT TO WS-SENT-TOTAL.
           ADD XTRF-REF    TO WS-REF-HASH.

       WRITE-TRAILER-PROCEDURE.
           MOVE SPACES              TO CLR-RECORD.
           MOVE "T"                 TO CLR-REC-TYPE.
           MOVE WS-SENT-COUNT       TO CLR-T-COUNT.
           MOVE WS-SENT-TOTAL       TO CLR-T-TOTAL.
           MOVE WS-REF-HASH         TO CLR-T-HASH.
           WRITE CLR-RECORD.

      *>   Lo enviado sale del banco hacia la camara: egreso en el
      *>   extracto contable (la devolucion lo revierte en CLRRET).
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
               MOVE "CLROUT"             TO GLEXT-SOURCE
               MOVE "INTERBANK-CLEARING" TO GLEXT-ACCOUNT
               COMPUTE GLEXT-AMOUNT = 0 - WS-SENT-TOTAL
               WRITE GLEXT-RECORD
               CLOSE GL-EXTRACT-FILE
           END-IF.

       SHOW-TOTALS-PROCEDURE.
           MOVE WS-SENT-COUNT       TO WS-SENT-COUNT-Z.
           MOVE WS-SENT-TOTAL       TO WS-SENT-TOTAL-Z.
           MOVE WS-REF-HASH         TO WS-REF-HASH-Z.
           DISPLAY "=====================================".
           DISPLAY "  OUTBOUND CLEARING FILE - " WS-RUN-DATE.
           DISPLAY "=====================================".
           DISPLAY "TRANSFERS SENT......: " WS-SENT-COUNT-Z.
           DISPLAY "TOTAL AMOUNT........: " WS-SENT-TOTAL-Z.
           DISPLAY "REFERENCE HASH......: " WS-REF-HASH-Z.
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
               DISPLAY "CLROUT: ya corrio en la fecha "
                       WS-RC-DATE " - tarjeta RUNOVRD para forzar."
               STOP RUN
           END-IF.
           IF WS-RC-RESULT = "P"
               DISPLAY "CLROUT: predecesores sin completar - "
                       "corrida rechazada."
               STOP RUN
           END-IF.

       RUNCTL-MARK-PROCEDURE.
           MOVE "M" TO WS-RC-MODE.
           CALL "RUNCTL" USING WS-RC-JOB WS-RC-DATE WS-RC-MODE
                               WS-RC-PREDS WS-RC-RESULT.

       END PROGRAM CLROUT.
