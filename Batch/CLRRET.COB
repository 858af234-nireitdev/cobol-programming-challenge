      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Inbound clearing-house returns. Reads the CLRRET file
      *>     (Copybooks/CLEARING.CPY layout, header type RET) with
      *>     the transfers to other banks the receiving bank
      *>     rejected, and credits each one back to the account it
      *>     was debited from, with an EXT-RETURN movement in
      *>     TRANLOG and TRANFILE/TRANSEQ carrying the clearing
      *>     house reason code (TRANF-REASON), so BANKPROOF closes
      *>     the day and the statement shows why the money came
      *>     back. The transfer is marked returned ("R") in the
      *>     EXTTRF register with the reason and the date.
      *>   * The file is proved before anything is posted: header
      *>     and trailer must be present and the trailer count,
      *>     total amount and reference hash must agree with the
      *>     details read; otherwise the whole file is refused
      *>     (SEVERE in EXCPLOG) for the clearing house to resend.
      *>   * A return that does not match a sent transfer (unknown
      *>     reference, already returned, different amount) or
      *>     whose account is gone or closed is not credited; it is
      *>     reported on SYSOUT and EXCPLOG for manual handling.
      *>     The total credited back reverses the interbank
      *>     clearing outflow booked by Batch/CLROUT.COB in the
      *>     shared GLEXTRACT extract.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      *>   2026-10-15  jrm  TRANFILE is now an indexed file keyed by
      *>                    TRANF-SEQ (Copybooks/TRANFILE.CPY):
      *>                    movements are written by key instead of
      *>                    appended.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRRET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEARING-FILE ASSIGN TO "CLRRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLR-STATUS.

           SELECT EXTTRF-FILE ASSIGN TO "EXTTRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XTRF-REF
               FILE STATUS IS WS-XTRF-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TRANLOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT EXCEPTION-LOG-FILE ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXT-STATUS.

           SELECT TRANFIXED-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANF-SEQ
               ALTERNATE RECORD KEY IS TRANF-ACCT-KEY
               FILE STATUS IS WS-TRANF-STATUS.

           SELECT TRANSEQ-FILE ASSIGN TO "TRANSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLEARING-FILE.
           COPY CLEARING.

       FD  EXTTRF-FILE.
           COPY EXTTRF.

       FD  ACCOUNT-FILE.
           COPY ACCOUNT.

       FD  TRANLOG-FILE.
       01  TRANLOG-RECORD          PIC X(80).

       FD  EXCEPTION-LOG-FILE.
           COPY ERRLOG.

       FD  GL-EXTRACT-FILE.
           COPY GLEXT.

       FD  TRANFIXED-FILE.
           COPY TRANFILE.

       FD  TRANSEQ-FILE.
       01  TRANSEQ-RECORD.
           05  TRANSEQ-LAST        PIC 9(7).

       WORKING-STORAGE SECTION.
       01  WS-CLR-STATUS           PIC X(2).
       01  WS-XTRF-STATUS          PIC X(2).
       01  WS-ACCT-STATUS          PIC X(2).
       01  WS-TRANLOG-STATUS       PIC X(2).
       01  WS-ERRLOG-STATUS        PIC X(2).
       01  WS-GLEXT-STATUS         PIC X(2).

       01  WS-RUN-DATE             PIC X(8).
      *>   Interfaz con el control de fecha de negocio compartido
      *>   (Batch/BUSDATE.COB): los movimientos se fechan con la
      *>   fecha del negocio, la misma que replica BANKPROOF.
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

      *>   Prueba del archivo (primera pasada): lo sumado de los
      *>   detalles contra lo que declara el trailer.
       01  WS-HEADER-SW            PIC X VALUE "N".
           88  WS-HEADER-SEEN          VALUE "Y".
       01  WS-TRAILER-SW           PIC X VALUE "N".
           88  WS-TRAILER-SEEN         VALUE "Y".
       01  WS-FILE-OK-SW           PIC X VALUE "Y".
           88  WS-FILE-OK              VALUE "Y".
       01  WS-PROOF-COUNT          PIC 9(7) VALUE 0.
       01  WS-PROOF-TOTAL          PIC 9(11)V9(2) VALUE 0.
       01  WS-PROOF-HASH           PIC 9(13) VALUE 0.
       01  WS-TRL-COUNT            PIC 9(7) VALUE 0.
       01  WS-TRL-TOTAL            PIC 9(11)V9(2) VALUE 0.
       01  WS-TRL-HASH             PIC 9(13) VALUE 0.
       01  WS-REFUSE-REASON        PIC X(40).

       01  WS-RETURN-COUNT         PIC 9(5) VALUE 0.
       01  WS-CREDITED-COUNT       PIC 9(5) VALUE 0.
       01  WS-SKIP-COUNT           PIC 9(5) VALUE 0.
       01  WS-CREDITED-TOTAL       PIC S9(11)V9(2) VALUE +0.
       01  WS-RETURN-COUNT-Z       PIC Z(4)9.
       01  WS-CREDITED-COUNT-Z     PIC Z(4)9.
       01  WS-SKIP-COUNT-Z         PIC Z(4)9.
       01  WS-CREDITED-TOTAL-Z     PIC -(10)9.9(2).

       01  WS-TRANLOG-AMOUNT-Z     PIC -(8)9.9(2).
       01  WS-TRANLOG-BALANCE-Z    PIC -(8)9.9(2).
       01  WS-GL-TIMESTAMP         PIC X(14).
       01  WS-SKIP-REASON          PIC X(30).

       01  WS-TRANF-STATUS         PIC X(2).
       01  WS-TRANSEQ-STATUS       PIC X(2).
       01  WS-TRANSEQ-NEXT         PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSDATE-PROCEDURE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE "CLRRET" TO WS-RC-JOB.
           MOVE SPACES TO WS-RC-PREDS.
           MOVE WS-RUN-DATE TO WS-RC-DATE.
           PERFORM RUNCTL-CHECK-PROCEDURE.
           PERFORM PROVE-FILE-PROCEDURE.
           IF NOT WS-FILE-OK
               PERFORM REPORT-REFUSAL-PROCEDURE
               STOP RUN
           END-IF.
           OPEN INPUT CLEARING-FILE.
           OPEN I-O EXTTRF-FILE.
           IF WS-XTRF-STATUS NOT = "00"
               DISPLAY "CLRRET: no pude abrir EXTTRF, status "
                       WS-XTRF-STATUS
               CLOSE CLEARING-FILE
               STOP RUN
           END-IF.
           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "CLRRET: no pude abrir ACCOUNTS, status "
                       WS-ACCT-STATUS
               CLOSE CLEARING-FILE
               CLOSE EXTTRF-FILE
               STOP RUN
           END-IF.
           PERFORM POST-ONE-RECORD
               UNTIL WS-CLR-STATUS NOT = "00".
           CLOSE ACCOUNT-FILE.
           CLOSE EXTTRF-FILE.
           CLOSE CLEARING-FILE.
           PERFORM POST-GLENTRY-PROCEDURE.
           PERFORM SHOW-TOTALS-PROCEDURE.
           PERFORM RUNCTL-MARK-PROCEDURE.
           STOP RUN.

      *>   *************************************************************
      *>   Primera pasada: cabecera de devoluciones, trailer al
      *>   final y totales de control coincidentes. Ningun credito
      *>   se postea de un archivo que no cierra.
      *>   *************************************************************
       PROVE-FILE-PROCEDURE.
           MOVE SPACES TO WS-REFUSE-REASON.
           OPEN INPUT CLEARING-FILE.
           IF WS-CLR-STATUS NOT = "00"
               MOVE "N" TO WS-FILE-OK-SW
               MOVE "FALTA EL ARCHIVO CLRRET" TO WS-REFUSE-REASON
           ELSE
               PERFORM PROVE-ONE-RECORD
                   UNTIL WS-CLR-STATUS NOT = "00"
               CLOSE CLEARING-FILE
           END-IF.
           IF WS-FILE-OK
              AND (NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN)
               MOVE "N" TO WS-FILE-OK-SW
               MOVE "FALTA CABECERA O TRAILER" TO WS-REFUSE-REASON
           END-IF.
           IF WS-FILE-OK
              AND (WS-TRL-COUNT NOT = WS-PROOF-COUNT
                   OR WS-TRL-TOTAL NOT = WS-PROOF-TOTAL
                   OR WS-TRL-HASH NOT = WS-PROOF-HASH)
               MOVE "N" TO WS-FILE-OK-SW
               MOVE "TOTALES DE CONTROL NO COINCIDEN"
                   TO WS-REFUSE-REASON
           END-IF.

       PROVE-ONE-RECORD.
           READ CLEARING-FILE
               AT END
                   MOVE "10" TO WS-CLR-STATUS
               NOT AT END
                   EVALUATE TRUE
                       WHEN CLR-IS-HEADER
                           IF NOT CLR-H-IS-RETURNS
                               MOVE "N" TO WS-FILE-OK-SW
                               MOVE "CABECERA NO ES DE DEVOLUCIONES"
                                   TO WS-REFUSE-REASON
                           END-IF
                           MOVE "Y" TO WS-HEADER-SW
                       WHEN CLR-IS-DETAIL
                           ADD 1             TO WS-PROOF-COUNT
                           ADD CLR-D-AMOUNT  TO WS-PROOF-TOTAL
                           ADD CLR-D-REF     TO WS-PROOF-HASH
                       WHEN CLR-IS-TRAILER
                           MOVE "Y"          TO WS-TRAILER-SW
                           MOVE CLR-T-COUNT  TO WS-TRL-COUNT
                           MOVE CLR-T-TOTAL  TO WS-TRL-TOTAL
                           MOVE CLR-T-HASH   TO WS-TRL-HASH
                       WHEN OTHER
                           MOVE "N" TO WS-FILE-OK-SW
                           MOVE "TIPO DE REGISTRO INVALIDO"
                               TO WS-REFUSE-REASON
                   END-EVALUATE
           END-READ.

      *>   Segunda pasada: cada detalle es una devolucion.
       POST-ONE-RECORD.
           READ CLEARING-FILE
               AT END
                   MOVE "10" TO WS-CLR-STATUS
               NOT AT END
                   IF CLR-IS-DETAIL
                       ADD 1 TO WS-RETURN-COUNT
                       PERFORM RETURN-ONE-TRANSFER
                           THRU RETURN-ONE-TRANSFER-EXIT
                   END-IF
           END-READ.

      *>   La devolucion tiene que coincidir con una transferencia
      *>   enviada (misma referencia y mismo importe) y la cuenta
      *>   de origen tiene que seguir abierta.
       RETURN-ONE-TRANSFER.
           MOVE CLR-D-REF TO XTRF-REF.
           READ EXTTRF-FILE
               INVALID KEY
                   MOVE "REFERENCIA INEXISTENTE" TO WS-SKIP-REASON
                   PERFORM REPORT-SKIP-PROCEDURE
                   GO TO RETURN-ONE-TRANSFER-EXIT
           END-READ.
           IF XTRF-IS-RETURNED
               MOVE "YA DEVUELTA" TO WS-SKIP-REASON
               PERFORM REPORT-SKIP-PROCEDURE
               GO TO RETURN-ONE-TRANSFER-EXIT
           END-IF.
           IF NOT XTRF-IS-SENT
               MOVE "NO ENVIADA A LA CAMARA" TO WS-SKIP-REASON
               PERFORM REPORT-SKIP-PROCEDURE
               GO TO RETURN-ONE-TRANSFER-EXIT
           END-IF.
           IF XTRF-AMOUNT NOT = CLR-D-AMOUNT
               MOVE "IMPORTE DISTINTO AL ENVIADO" TO WS-SKIP-REASON
               PERFORM REPORT-SKIP-PROCEDURE
               GO TO RETURN-ONE-TRANSFER-EXIT
           END-IF.
           MOVE XTRF-ACCT-ID TO ACCT-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "CUENTA DE ORIGEN INEXISTENTE"
                       TO WS-SKIP-REASON
                   PERFORM REPORT-SKIP-PROCEDURE
                   GO TO RETURN-ONE-TRANSFER-EXIT
           END-READ.
           IF ACCT-IS-CLOSED
               MOVE "CUENTA DE ORIGEN CERRADA" TO WS-SKIP-REASON
               PERFORM REPORT-SKIP-PROCEDURE
               GO TO RETURN-ONE-TRANSFER-EXIT
           END-IF.
           ADD XTRF-AMOUNT TO ACCT-BALANCE.
           REWRITE ACCOUNT-RECORD.
           ADD 1 TO WS-CREDITED-COUNT.
           ADD XTRF-AMOUNT TO WS-CREDITED-TOTAL.
           PERFORM LOG-RETURN-PROCEDURE.
           MOVE "R"               TO XTRF-STATUS.
           MOVE CLR-D-RETURN-CODE TO XTRF-RETURN-CODE.
           MOVE WS-RUN-DATE       TO XTRF-RETURN-DATE.
           REWRITE XTRF-RECORD.
       RETURN-ONE-TRANSFER-EXIT.
           EXIT.

      *>   Renglon EXT-RETURN en TRANLOG (layout posicional del
      *>   online) y registro TRANFILE con el motivo de la camara.
       LOG-RETURN-PROCEDURE.
           MOVE XTRF-AMOUNT  TO WS-TRANLOG-AMOUNT-Z.
           MOVE ACCT-BALANCE TO WS-TRANLOG-BALANCE-Z.
           OPEN EXTEND TRANLOG-FILE.
           IF WS-TRANLOG-STATUS = "35"
               OPEN OUTPUT TRANLOG-FILE
           END-IF.
           STRING WS-RUN-DATE        DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME        DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ACCT-ID            DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  "EXT-RETURN"       DELIMITED BY SIZE
                  " AMT="            DELIMITED BY SIZE
                  WS-TRANLOG-AMOUNT-Z   DELIMITED BY SIZE
                  " BAL="            DELIMITED BY SIZE
                  WS-TRANLOG-BALANCE-Z  DELIMITED BY SIZE
                  INTO TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CLOSE TRANLOG-FILE.
           PERFORM LOGTRANFIXED-PROCEDURE.

       LOGTRANFIXED-PROCEDURE.
           MOVE 0 TO WS-TRANSEQ-NEXT.
           OPEN INPUT TRANSEQ-FILE.
           IF WS-TRANSEQ-STATUS = "00"
               READ TRANSEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TRANSEQ-LAST TO WS-TRANSEQ-NEXT
               END-READ
               CLOSE TRANSEQ-FILE
           END-IF.
           ADD 1 TO WS-TRANSEQ-NEXT.
           OPEN OUTPUT TRANSEQ-FILE.
           MOVE WS-TRANSEQ-NEXT TO TRANSEQ-LAST.
           WRITE TRANSEQ-RECORD.
           CLOSE TRANSEQ-FILE.
           OPEN I-O TRANFIXED-FILE.
           IF WS-TRANF-STATUS = "35"
               OPEN OUTPUT TRANFIXED-FILE
               CLOSE TRANFIXED-FILE
               OPEN I-O TRANFIXED-FILE
           END-IF.
           MOVE WS-TRANSEQ-NEXT   TO TRANF-SEQ.
           MOVE WS-RUN-DATE       TO TRANF-DATE.
           MOVE WS-RUN-TIME       TO TRANF-TIME.
           MOVE ACCT-ID           TO TRANF-USERNAME.
           MOVE "EXT-RETURN"      TO TRANF-TYPE.
           MOVE XTRF-AMOUNT       TO TRANF-AMOUNT.
           MOVE ACCT-BALANCE      TO TRANF-BALANCE.
           MOVE 0                 TO TRANF-REV-SEQ.
           MOVE CLR-D-RETURN-CODE TO TRANF-REASON.
           WRITE TRANF-RECORD.
           CLOSE TRANFIXED-FILE.

       REPORT-SKIP-PROCEDURE.
           ADD 1 TO WS-SKIP-COUNT.
           DISPLAY "CLRRET: devolucion ref " CLR-D-REF
                   " cuenta " CLR-D-ORIG-ACCT
                   " motivo " CLR-D-RETURN-CODE
                   " - " WS-SKIP-REASON.
           OPEN EXTEND EXCEPTION-LOG-FILE.
           IF WS-ERRLOG-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ERRLOG-TIMESTAMP.
           MOVE "CLRRET"                    TO ERRLOG-PROGRAM.
           STRING "DEVOLUCION REF " CLR-D-REF " CUENTA "
                  CLR-D-ORIG-ACCT " " WS-SKIP-REASON
                  DELIMITED BY SIZE INTO ERRLOG-DESC.
           MOVE "WARN" TO ERRLOG-SEVERITY.
           WRITE EXCPLOG-RECORD.
           CLOSE EXCEPTION-LOG-FILE.

      *>   Archivo rechazado entero: nada se posteo, la camara
      *>   tiene que reenviarlo.
       REPORT-REFUSAL-PROCEDURE.
           DISPLAY "CLRRET: archivo de devoluciones RECHAZADO - "
                   WS-REFUSE-REASON.
           OPEN EXTEND EXCEPTION-LOG-FILE.
           IF WS-ERRLOG-STATUS = "35"
               OPEN OUTPUT EXCEPTION-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ERRLOG-TIMESTAMP.
           MOVE "CLRRET"                    TO ERRLOG-PROGRAM.
           STRING "ARCHIVO CLRRET RECHAZADO: " WS-REFUSE-REASON
                  DELIMITED BY SIZE INTO ERRLOG-DESC.
           MOVE "SEVERE" TO ERRLOG-SEVERITY.
           WRITE EXCPLOG-RECORD.
           CLOSE EXCEPTION-LOG-FILE.

      *>   Lo devuelto vuelve de la camara al banco: revierte el
      *>   egreso que asento CLROUT, en positivo.
       POST-GLENTRY-PROCEDURE.
           IF WS-CREDITED-TOTAL = 0
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
               MOVE "CLRRET"             TO GLEXT-SOURCE
               MOVE "INTERBANK-CLEARING" TO GLEXT-ACCOUNT
               MOVE WS-CREDITED-TOTAL    TO GLEXT-AMOUNT
               WRITE GLEXT-RECORD
               CLOSE GL-EXTRACT-FILE
           END-IF.

       SHOW-TOTALS-PROCEDURE.
           MOVE WS-RETURN-COUNT     TO WS-RETURN-COUNT-Z.
           MOVE WS-CREDITED-COUNT   TO WS-CREDITED-COUNT-Z.
           MOVE WS-SKIP-COUNT       TO WS-SKIP-COUNT-Z.
           MOVE WS-CREDITED-TOTAL   TO WS-CREDITED-TOTAL-Z.
           DISPLAY "=====================================".
           DISPLAY "  CLEARING RETURNS RUN - " WS-RUN-DATE.
           DISPLAY "=====================================".
           DISPLAY "RETURNS RECEIVED....: " WS-RETURN-COUNT-Z.
           DISPLAY "RETURNS CREDITED....: " WS-CREDITED-COUNT-Z.
           DISPLAY "EXCEPTIONS REPORTED.: " WS-SKIP-COUNT-Z.
           DISPLAY "AMOUNT CREDITED.....: " WS-CREDITED-TOTAL-Z.
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
               DISPLAY "CLRRET: ya corrio en la fecha "
                       WS-RC-DATE " - tarjeta RUNOVRD para forzar."
               STOP RUN
           END-IF.
           IF WS-RC-RESULT = "P"
               DISPLAY "CLRRET: predecesores sin completar - "
                       "corrida rechazada."
               STOP RUN
           END-IF.

       RUNCTL-MARK-PROCEDURE.
           MOVE "M" TO WS-RC-MODE.
           CALL "RUNCTL" USING WS-RC-JOB WS-RC-DATE WS-RC-MODE
                               WS-RC-PREDS WS-RC-RESULT.

       END PROGRAM CLRRET.
