      *>                    from the dateless SHIPMENTS master and
      *>                    are the whole book, relabeled
      *>                    "on file" to say so.
      *>   2026-10-15  jrm  The dashboard lists the day's FX position
      *>                    limit breaches (WARN / SEVERE) that
      *>                    FXPOSN logged to EXCPLOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODDASH.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASOF-STATUS.

           SELECT EXCEPTION-LOG-FILE ASSIGN TO "EXCPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANLOG-FILE.
       FD  ASOF-FILE.
       01  ASOF-RECORD             PIC X(8).

       FD  EXCEPTION-LOG-FILE.
           COPY ERRLOG.

       WORKING-STORAGE SECTION.
      *>   Interfaz con el spooler de reportes compartido
      *>   (Batch/RPTSPOOL.COB): la pantalla muestra, el spool
       01  WS-BD-RESULT            PIC X.
       01  WS-RUNCTL-STATUS        PIC X(2).
       01  WS-RUNS-DONE            PIC 9(3) VALUE 0.
      *>   Excesos de limite de posicion de moneda (Batch/FXPOSN.COB)
      *>   registrados en EXCPLOG para la fecha del tablero.
       01  WS-ERRLOG-STATUS        PIC X(2).
       01  WS-FXPOS-BREACHES       PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM COUNT-SHIPPING.
           PERFORM COUNT-GLEXTRACT.
           PERFORM SHOW-DASHBOARD.
           PERFORM SHOW-FXPOS-PROCEDURE.
           PERFORM SHOW-RUNCTL-PROCEDURE.
           STOP RUN.

               CLOSE ASOF-FILE
           END-IF.

      *>   Excesos de limite de la posicion abierta de moneda: los
      *>   WARN y SEVERE que FXPOSN dejo en EXCPLOG con la fecha
      *>   del tablero.
       SHOW-FXPOS-PROCEDURE.
           MOVE 0 TO WS-FXPOS-BREACHES.
           DISPLAY " ".
           DISPLAY "FX POSITION LIMIT BREACHES:".
           OPEN INPUT EXCEPTION-LOG-FILE.
           IF WS-ERRLOG-STATUS = "00"
               PERFORM SHOW-ONE-FXPOS-BREACH
                   UNTIL WS-ERRLOG-STATUS NOT = "00"
               CLOSE EXCEPTION-LOG-FILE
           END-IF.
           IF WS-FXPOS-BREACHES = 0
               DISPLAY "  (NONE)"
           END-IF.

       SHOW-ONE-FXPOS-BREACH.
           READ EXCEPTION-LOG-FILE
               AT END
                   MOVE "10" TO WS-ERRLOG-STATUS
               NOT AT END
                   IF ERRLOG-PROGRAM = "FXPOSN"
                      AND ERRLOG-TIMESTAMP(1:8) = WS-RUN-DATE
                      AND (ERRLOG-IS-WARN OR ERRLOG-IS-SEVERE)
                       ADD 1 TO WS-FXPOS-BREACHES
                       DISPLAY "  " ERRLOG-SEVERITY " " ERRLOG-DESC
                   END-IF
           END-READ.

      *>   Progreso de la ventana batch: que corridas ya
      *>   completaron la fecha del tablero (control RUNCTL).
       SHOW-RUNCTL-PROCEDURE.
