      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Supervised reversal of a banking movement. The teller
      *>     signs on against USERSFILE, names the TRANF-SEQ of the
      *>     wrong movement (a DEPOSITO, RETIRO, TRANSFER leg, ...)
      *>     and a second operator - never the same user - must
      *>     sign on at the same terminal to authorize it. The
      *>     reversal posts the exact contra entry: the original
      *>     signed amount with the opposite sign, type REVERSAL,
      *>     against the same ACCOUNTS record (under lock, like a
      *>     teller session), with TRANF-REV-SEQ pointing back to
      *>     the original sequence, plus its TRANLOG line. BANKPROOF
      *>     replays it like any other movement and BANKSTMT prints
      *>     the original and its reversal as a pair.
      *>   * A sequence already reversed, or itself a REVERSAL, is
      *>     refused. A transfer has one TRANFILE leg per account;
      *>     each leg is reversed by its own sequence.
      *>   * Both user ids land in the shared SESAUDIT trail: the
      *>     teller's REVERSAL action and the supervisor's REV-AUTH
      *>     action, each naming the other.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      *>   2026-10-15  jrm  A movement on a closed account is no
      *>                    longer reversed.
      *>   2026-10-15  jrm  TRANFILE is now indexed
      *>                    (Copybooks/TRANFILE.CPY): the original
      *>                    movement is read directly by its sequence
      *>                    and only the account's later movements
      *>                    are searched for an earlier reversal,
      *>                    instead of scanning the whole file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANREV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDENTIALS-FILE ASSIGN TO "USERSFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRED-USERID
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS WS-CRED-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               LOCK MODE IS MANUAL
                   WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TRANLOG-FILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT TRANFIXED-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANF-SEQ
               ALTERNATE RECORD KEY IS TRANF-ACCT-KEY
               FILE STATUS IS WS-TRANF-STATUS.

           SELECT TRANSEQ-FILE ASSIGN TO "TRANSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSEQ-STATUS.

           SELECT SESSION-AUDIT-FILE ASSIGN TO "SESAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDENTIALS-FILE.
           COPY USERCRED.

       FD  ACCOUNT-FILE.
           COPY ACCOUNT.

       FD  TRANLOG-FILE.
       01  TRANLOG-RECORD          PIC X(80).

       FD  TRANFIXED-FILE.
           COPY TRANFILE.

       FD  TRANSEQ-FILE.
       01  TRANSEQ-RECORD.
           05  TRANSEQ-LAST        PIC 9(7).

       FD  SESSION-AUDIT-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-CRED-STATUS          PIC X(2).
       01  WS-ACCT-STATUS          PIC X(2).
       01  WS-TRANLOG-STATUS       PIC X(2).
       01  WS-TRANF-STATUS         PIC X(2).
       01  WS-TRANSEQ-STATUS       PIC X(2).

      *>   Pista de auditoria de sesion compartida (SESAUDIT).
       01  WS-SESAUD-STATUS    PIC X(2).
       01  WS-AUD-USERID       PIC X(15).
       01  WS-AUD-ACTION       PIC X(10).
       01  WS-AUD-DETAIL       PIC X(40).
       01  WS-AUD-TERMINAL     PIC X(8).

       01  WS-TELLER-ID            PIC X(15).
       01  WS-TELLER-PASS          PIC X(15).
       01  WS-SUPER-ID             PIC X(15).
       01  WS-SUPER-PASS           PIC X(15).
       01  WS-LOGIN-TRIES          PIC 9 VALUE 0.
       01  WS-MENU-OPTION          PIC X(1).

      *>   Movimiento original buscado en TRANFILE, y si ya tiene
      *>   su reversa.
       01  WS-ORIG-SEQ             PIC 9(7).
       01  WS-ORIG-FOUND-SW        PIC X(1).
           88  WS-ORIG-FOUND           VALUE "Y".
       01  WS-ORIG-REVERSED-SW     PIC X(1).
           88  WS-ORIG-REVERSED        VALUE "Y".
       01  WS-ORIG-DATE            PIC X(8).
       01  WS-ORIG-TIME            PIC X(6).
       01  WS-ORIG-ACCT            PIC X(15).
       01  WS-ORIG-TYPE            PIC X(10).
       01  WS-ORIG-AMOUNT          PIC S9(9)V9(2).
       01  WS-REV-BY-SEQ           PIC 9(7).

       01  WS-CONTRA-AMOUNT        PIC S9(9)V9(2).
       01  WS-AMOUNT-Z             PIC -(8)9.9(2).

       01  WS-RUN-DATE             PIC X(8).
       01  WS-RUN-TIME             PIC X(6).
      *>   Interfaz con el control de fecha de negocio compartido
      *>   (Batch/BUSDATE.COB): la reversa se fecha con la fecha
      *>   del negocio, la misma que replica BANKPROOF.
       01  WS-BD-MODE              PIC X VALUE "G".
       01  WS-BD-DATE              PIC 9(8).
       01  WS-BD-RESULT            PIC X.

       01  WS-TRANLOG-AMOUNT-Z     PIC -(8)9.9(2).
       01  WS-TRANLOG-BALANCE-Z    PIC -(8)9.9(2).
       01  WS-TRANSEQ-NEXT         PIC 9(7).

       PROCEDURE DIVISION.
       MAIN.
           OPEN I-O CREDENTIALS-FILE.
           IF WS-CRED-STATUS NOT = "00"
               DISPLAY "TRANREV: no USERSFILE (status "
                       WS-CRED-STATUS ")."
               STOP RUN
           END-IF.
           ACCEPT WS-AUD-TERMINAL FROM TIME.
           PERFORM TELLER-LOGIN THRU TELLER-LOGIN-END.
           PERFORM MENU-REVERSAL.
           CLOSE CREDENTIALS-FILE.
           STOP RUN.

      *>   *************************************************************
      *>   El cajero que pide la reversa se valida contra USERSFILE
      *>   igual que en CREDADMIN.
      *>   *************************************************************
       TELLER-LOGIN.
           PERFORM CLEAR-SCREEN.
           DISPLAY "REVERSA DE MOVIMIENTOS"    LINE 3 COL 5
                                                REVERSED.
           DISPLAY "Operador..: "               LINE 5 COL 5.
           ACCEPT WS-TELLER-ID                  LINE 5 COL 18.
           DISPLAY "Password..: "               LINE 6 COL 5.
           ACCEPT WS-TELLER-PASS                LINE 6 COL 18.
           MOVE WS-TELLER-ID TO CRED-USERID.
           READ CREDENTIALS-FILE
               INVALID KEY
                   DISPLAY "Operador inexistente."  LINE 8 COL 5
                   PERFORM LOGIN-RETRY
                   GO TO TELLER-LOGIN
           END-READ.
           IF CRED-IS-LOCKED
               DISPLAY "Operador bloqueado/deshabilitado."
                                                   LINE 8 COL 5
               CLOSE CREDENTIALS-FILE
               STOP RUN
           END-IF.
           IF CRED-PASSWORD NOT = WS-TELLER-PASS
               DISPLAY "Password incorrecta."       LINE 8 COL 5
               PERFORM LOGIN-RETRY
               GO TO TELLER-LOGIN
           END-IF.
           MOVE WS-TELLER-ID TO WS-AUD-USERID.
           MOVE "SIGNON"     TO WS-AUD-ACTION.
           MOVE SPACES       TO WS-AUD-DETAIL.
           PERFORM LOG-ACTIVITY.
       TELLER-LOGIN-END.
           EXIT.

       LOGIN-RETRY.
           ADD 1 TO WS-LOGIN-TRIES.
           IF WS-LOGIN-TRIES > 2
               DISPLAY "Demasiados intentos."       LINE 9 COL 5
               CLOSE CREDENTIALS-FILE
               STOP RUN
           END-IF.

       MENU-REVERSAL.
           PERFORM CLEAR-SCREEN.
           DISPLAY "REVERSA DE MOVIMIENTOS"     LINE 3 COL 5 REVERSED
                   "[R] Reversar un movimiento" LINE 5 COL 5
                   "[X] Salir"                  LINE 6 COL 5
                   "Opcion: "                   LINE 8 COL 5.
           ACCEPT WS-MENU-OPTION                LINE 8 COL 14.
           EVALUATE WS-MENU-OPTION
               WHEN "R"
               WHEN "r"
                   PERFORM REVERSE-MOVEMENT THRU REVERSE-MOVEMENT-END
               WHEN "X"
               WHEN "x"
                   MOVE WS-TELLER-ID TO WS-AUD-USERID
                   MOVE "SIGNOFF"    TO WS-AUD-ACTION
                   MOVE SPACES       TO WS-AUD-DETAIL
                   PERFORM LOG-ACTIVITY
                   CLOSE CREDENTIALS-FILE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Opcion incorrecta."     LINE 20 COL 5
                   PERFORM PRESS-ENTER
           END-EVALUATE.
           GO TO MENU-REVERSAL.

      *>   *************************************************************
      *>   Busca el original, muestra lo que se va a revertir, pide
      *>   la autorizacion del segundo operador y recien entonces
      *>   postea el contra-asiento.
      *>   *************************************************************
       REVERSE-MOVEMENT.
           DISPLAY "Secuencia original: "   LINE 10 COL 5.
           ACCEPT WS-ORIG-SEQ               LINE 10 COL 26.
           PERFORM FIND-ORIGINAL.
           IF NOT WS-ORIG-FOUND
               DISPLAY "Secuencia inexistente en TRANFILE."
                                             LINE 20 COL 5
               PERFORM PRESS-ENTER
               GO TO REVERSE-MOVEMENT-END
           END-IF.
           IF WS-ORIG-TYPE = "REVERSAL"
               DISPLAY "Una reversa no se revierte."
                                             LINE 20 COL 5
               PERFORM PRESS-ENTER
               GO TO REVERSE-MOVEMENT-END
           END-IF.
           IF WS-ORIG-REVERSED
               DISPLAY "Ya revertida por la secuencia "
                       WS-REV-BY-SEQ "."     LINE 20 COL 5
               PERFORM PRESS-ENTER
               GO TO REVERSE-MOVEMENT-END
           END-IF.
           MOVE WS-ORIG-AMOUNT TO WS-AMOUNT-Z.
           DISPLAY "Fecha " WS-ORIG-DATE " " WS-ORIG-TIME
                                             LINE 12 COL 5.
           DISPLAY "Cuenta " WS-ORIG-ACCT " " WS-ORIG-TYPE
                                             LINE 13 COL 5.
           DISPLAY "Importe " WS-AMOUNT-Z    LINE 14 COL 5.
           DISPLAY "Confirma la reversa? [S/N]"
                                             LINE 15 COL 5.
           ACCEPT WS-MENU-OPTION            LINE 15 COL 33.
           IF WS-MENU-OPTION NOT = "S" AND WS-MENU-OPTION NOT = "s"
               GO TO REVERSE-MOVEMENT-END
           END-IF.
           PERFORM SUPERVISOR-LOGIN THRU SUPERVISOR-LOGIN-END.
           IF WS-SUPER-ID = SPACES
               PERFORM PRESS-ENTER
               GO TO REVERSE-MOVEMENT-END
           END-IF.
           PERFORM POST-CONTRA THRU POST-CONTRA-END.
           PERFORM PRESS-ENTER.
       REVERSE-MOVEMENT-END.
           EXIT.

      *>   El original se lee directo por su secuencia; una
      *>   reversa previa que apunte a el solo puede estar entre los
      *>   movimientos posteriores de la misma cuenta, que se
      *>   recorren por la clave alternativa desde el original. Los
      *>   registros viejos traen TRANF-REV-SEQ en blanco.
       FIND-ORIGINAL.
           MOVE "N" TO WS-ORIG-FOUND-SW.
           MOVE "N" TO WS-ORIG-REVERSED-SW.
           OPEN INPUT TRANFIXED-FILE.
           IF WS-TRANF-STATUS = "00"
               MOVE WS-ORIG-SEQ TO TRANF-SEQ
               READ TRANFIXED-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y"            TO WS-ORIG-FOUND-SW
                       MOVE TRANF-DATE     TO WS-ORIG-DATE
                       MOVE TRANF-TIME     TO WS-ORIG-TIME
                       MOVE TRANF-USERNAME TO WS-ORIG-ACCT
                       MOVE TRANF-TYPE     TO WS-ORIG-TYPE
                       MOVE TRANF-AMOUNT   TO WS-ORIG-AMOUNT
               END-READ
               IF WS-ORIG-FOUND
                   START TRANFIXED-FILE KEY NOT < TRANF-ACCT-KEY
                       INVALID KEY
                           MOVE "10" TO WS-TRANF-STATUS
                   END-START
                   PERFORM FIND-PRIOR-REVERSAL
                       UNTIL WS-TRANF-STATUS NOT = "00"
               END-IF
               CLOSE TRANFIXED-FILE
           END-IF.

       FIND-PRIOR-REVERSAL.
           READ TRANFIXED-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-TRANF-STATUS
               NOT AT END
                   IF TRANF-USERNAME NOT = WS-ORIG-ACCT
                       MOVE "10" TO WS-TRANF-STATUS
                   ELSE
                       IF TRANF-REV-SEQ IS NUMERIC
                          AND TRANF-REV-SEQ = WS-ORIG-SEQ
                           MOVE "Y"       TO WS-ORIG-REVERSED-SW
                           MOVE TRANF-SEQ TO WS-REV-BY-SEQ
                       END-IF
                   END-IF
           END-READ.

      *>   El segundo operador autoriza con su propio login de
      *>   USERSFILE; no puede ser el mismo cajero. Sin
      *>   autorizacion valida WS-SUPER-ID vuelve en blanco.
       SUPERVISOR-LOGIN.
           DISPLAY "Autoriza (2do operador): " LINE 17 COL 5.
           ACCEPT WS-SUPER-ID                  LINE 17 COL 31.
           DISPLAY "Password................: " LINE 18 COL 5.
           ACCEPT WS-SUPER-PASS                LINE 18 COL 31.
           IF WS-SUPER-ID = WS-TELLER-ID
               DISPLAY "El autorizante debe ser otro operador."
                                                LINE 20 COL 5
               MOVE SPACES TO WS-SUPER-ID
               GO TO SUPERVISOR-LOGIN-END
           END-IF.
           MOVE WS-SUPER-ID TO CRED-USERID.
           READ CREDENTIALS-FILE
               INVALID KEY
                   DISPLAY "Autorizante inexistente."
                                                LINE 20 COL 5
                   MOVE SPACES TO WS-SUPER-ID
                   GO TO SUPERVISOR-LOGIN-END
           END-READ.
           IF CRED-IS-LOCKED
              OR CRED-PASSWORD NOT = WS-SUPER-PASS
               DISPLAY "Autorizacion rechazada."
                                                LINE 20 COL 5
               MOVE SPACES TO WS-SUPER-ID
           END-IF.
       SUPERVISOR-LOGIN-END.
           EXIT.

      *>   Contra-asiento exacto sobre la misma cuenta, bajo lock;
      *>   la reversa no mira fondos ni sobregiro: deshace lo que
      *>   nunca debio postearse.
       POST-CONTRA.
           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "No pude abrir ACCOUNTS (status "
                       WS-ACCT-STATUS ")."      LINE 20 COL 5
               GO TO POST-CONTRA-END
           END-IF.
           MOVE WS-ORIG-ACCT TO ACCT-ID.
           READ ACCOUNT-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Cuenta inexistente."  LINE 20 COL 5
                   CLOSE ACCOUNT-FILE
                   GO TO POST-CONTRA-END
           END-READ.
           IF WS-ACCT-STATUS = "51"
               DISPLAY "Cuenta ocupada por otra terminal."
                                                LINE 20 COL 5
               CLOSE ACCOUNT-FILE
               GO TO POST-CONTRA-END
           END-IF.
           IF ACCT-IS-CLOSED
               DISPLAY "Cuenta cerrada: no admite movimientos."
                                                LINE 20 COL 5
               UNLOCK ACCOUNT-FILE
               CLOSE ACCOUNT-FILE
               GO TO POST-CONTRA-END
           END-IF.
           PERFORM GET-BUSDATE-PROCEDURE.
           ACCEPT WS-RUN-TIME FROM TIME.
           COMPUTE WS-CONTRA-AMOUNT = 0 - WS-ORIG-AMOUNT.
           ADD WS-CONTRA-AMOUNT TO ACCT-BALANCE.
           REWRITE ACCOUNT-RECORD.
           UNLOCK ACCOUNT-FILE.
           CLOSE ACCOUNT-FILE.
           PERFORM LOGTRANFIXED-PROCEDURE.
           PERFORM LOGTRANLOG-PROCEDURE.
           MOVE WS-TELLER-ID TO WS-AUD-USERID.
           MOVE "REVERSAL"   TO WS-AUD-ACTION.
           MOVE SPACES       TO WS-AUD-DETAIL.
           STRING "SEQ " WS-ORIG-SEQ " AUT " WS-SUPER-ID
                  DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           PERFORM LOG-ACTIVITY.
           MOVE WS-SUPER-ID  TO WS-AUD-USERID.
           MOVE "REV-AUTH"   TO WS-AUD-ACTION.
           MOVE SPACES       TO WS-AUD-DETAIL.
           STRING "SEQ " WS-ORIG-SEQ " OPER " WS-TELLER-ID
                  DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           PERFORM LOG-ACTIVITY.
           DISPLAY "Reversa posteada con secuencia "
                   WS-TRANSEQ-NEXT "."          LINE 20 COL 5.
       POST-CONTRA-END.
           EXIT.

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
           MOVE WS-TRANSEQ-NEXT  TO TRANF-SEQ.
           MOVE WS-RUN-DATE      TO TRANF-DATE.
           MOVE WS-RUN-TIME      TO TRANF-TIME.
           MOVE WS-ORIG-ACCT     TO TRANF-USERNAME.
           MOVE "REVERSAL"       TO TRANF-TYPE.
           MOVE WS-CONTRA-AMOUNT TO TRANF-AMOUNT.
           MOVE ACCT-BALANCE     TO TRANF-BALANCE.
           MOVE WS-ORIG-SEQ      TO TRANF-REV-SEQ.
           MOVE SPACES           TO TRANF-REASON.
           WRITE TRANF-RECORD.
           CLOSE TRANFIXED-FILE.

      *>   Renglon REVERSAL en TRANLOG (layout posicional del
      *>   online) para el resumen de cuenta.
       LOGTRANLOG-PROCEDURE.
           MOVE WS-CONTRA-AMOUNT TO WS-TRANLOG-AMOUNT-Z.
           MOVE ACCT-BALANCE     TO WS-TRANLOG-BALANCE-Z.
           OPEN EXTEND TRANLOG-FILE.
           IF WS-TRANLOG-STATUS = "35"
               OPEN OUTPUT TRANLOG-FILE
           END-IF.
           STRING WS-RUN-DATE        DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME        DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ORIG-ACCT       DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  "REVERSAL  "       DELIMITED BY SIZE
                  " AMT="            DELIMITED BY SIZE
                  WS-TRANLOG-AMOUNT-Z   DELIMITED BY SIZE
                  " BAL="            DELIMITED BY SIZE
                  WS-TRANLOG-BALANCE-Z  DELIMITED BY SIZE
                  INTO TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CLOSE TRANLOG-FILE.

      *>   Deja una linea en la pista de auditoria compartida
      *>   SESAUDIT (ver Copybooks/AUDITREC.CPY), con el operador,
      *>   la accion y el detalle cargados por el llamador.
       LOG-ACTIVITY.
           OPEN EXTEND SESSION-AUDIT-FILE.
           IF WS-SESAUD-STATUS = "35"
               OPEN OUTPUT SESSION-AUDIT-FILE
           END-IF.
           MOVE SPACES TO SESAUD-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SESAUD-TIMESTAMP.
           MOVE "TRANREV"       TO SESAUD-PROGRAM.
           MOVE WS-AUD-USERID   TO SESAUD-USERID.
           MOVE WS-AUD-TERMINAL TO SESAUD-TERMINAL.
           MOVE WS-AUD-ACTION   TO SESAUD-ACTION.
           MOVE WS-AUD-DETAIL   TO SESAUD-DETAIL.
           WRITE SESAUD-RECORD.
           CLOSE SESSION-AUDIT-FILE.

      *>   Fecha de negocio vigente (control BUSDATE compartido).
       GET-BUSDATE-PROCEDURE.
           MOVE "G" TO WS-BD-MODE.
           CALL "BUSDATE" USING WS-BD-MODE WS-BD-DATE
                                WS-BD-RESULT.
           MOVE WS-BD-DATE TO WS-RUN-DATE.

       PRESS-ENTER.
           DISPLAY "Presione [ENTER] para continuar..."
                                                LINE 28 COL 5.
           ACCEPT WS-MENU-OPTION                LINE 28 COL 42.

       CLEAR-SCREEN.
           DISPLAY " " LINE 1 COL 1 ERASE EOS.
           DISPLAY "=====  REVERSA DE MOVIMIENTOS =====" LINE 2 COL 5
                                                    REVERSED.

       END PROGRAM TRANREV.
