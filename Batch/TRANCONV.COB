      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * One-time conversion of TRANFILE from the old line
      *>     sequential layout (TRANOLD: SEQ, DATE, TIME, USERNAME,
      *>     TYPE, AMOUNT, BALANCE, REV-SEQ, REASON) to the indexed
      *>     TRANFILE of Copybooks/TRANFILE.CPY, keyed by TRANF-SEQ
      *>     with the account + date + sequence alternate key.
      *>   * Every old record is written by its sequence, field by
      *>     field, so the sequence numbers, amounts and balances
      *>     are carried unchanged and BANKPROOF keeps re-summing
      *>     the same chains. Old records written before TRANF-REV-SEQ
      *>     and TRANF-REASON existed keep them blank, as the
      *>     readers already expect.
      *>   * A duplicate sequence is listed and left out. At the end
      *>     the counts and the signed amount totals read and loaded
      *>     are compared; a duplicate or any difference ends the
      *>     job with return code 8 so the old file is not retired.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-TRAN-FILE ASSIGN TO "TRANOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT TRANFIXED-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANF-SEQ
               ALTERNATE RECORD KEY IS TRANF-ACCT-KEY
               FILE STATUS IS WS-TRANF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>   Disposicion anterior de TRANFILE, en el orden de campos
      *>   original.
       FD  OLD-TRAN-FILE.
       01  OLD-RECORD.
           05  OLD-SEQ             PIC 9(7).
           05  OLD-DATE            PIC X(8).
           05  OLD-TIME            PIC X(6).
           05  OLD-USERNAME        PIC X(15).
           05  OLD-TYPE            PIC X(10).
           05  OLD-AMOUNT          PIC S9(9)V9(2)
                                   SIGN LEADING SEPARATE.
           05  OLD-BALANCE         PIC S9(9)V9(2)
                                   SIGN LEADING SEPARATE.
           05  OLD-REV-SEQ         PIC 9(7).
           05  OLD-REASON          PIC X(3).

       FD  TRANFIXED-FILE.
           COPY TRANFILE.

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS           PIC X(2).
       01  WS-TRANF-STATUS         PIC X(2).

       01  WS-READ-COUNT           PIC 9(7) VALUE 0.
       01  WS-LOAD-COUNT           PIC 9(7) VALUE 0.
       01  WS-DUP-COUNT            PIC 9(7) VALUE 0.
       01  WS-READ-AMOUNT          PIC S9(13)V9(2) VALUE 0.
       01  WS-LOAD-AMOUNT          PIC S9(13)V9(2) VALUE 0.
       01  WS-DUP-AMOUNT           PIC S9(13)V9(2) VALUE 0.
       01  WS-CHECK-COUNT          PIC 9(7).
       01  WS-CHECK-AMOUNT         PIC S9(13)V9(2).
       01  WS-COUNT-Z              PIC Z(6)9.
       01  WS-AMOUNT-Z             PIC -(13)9.9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT OLD-TRAN-FILE.
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "TRANCONV: sin TRANOLD (status "
                       WS-OLD-STATUS ") - nada que convertir."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TRANFIXED-FILE.
           IF WS-TRANF-STATUS NOT = "00"
               DISPLAY "TRANCONV: no se pudo crear TRANFILE (status "
                       WS-TRANF-STATUS ")."
               CLOSE OLD-TRAN-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "=====================================".
           DISPLAY "  TRANFILE CONVERSION TO INDEXED".
           DISPLAY "=====================================".
           PERFORM CONVERT-ONE-RECORD
               UNTIL WS-OLD-STATUS = "10".
           CLOSE OLD-TRAN-FILE.
           CLOSE TRANFIXED-FILE.
           PERFORM CHECK-TOTALS-PROCEDURE.
           STOP RUN.

       CONVERT-ONE-RECORD.
           READ OLD-TRAN-FILE
               AT END
                   MOVE "10" TO WS-OLD-STATUS
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   ADD OLD-AMOUNT TO WS-READ-AMOUNT
                   PERFORM WRITE-NEW-RECORD
           END-READ.

      *>   Campo por campo al registro nuevo; se graba por la clave
      *>   de secuencia. Una secuencia repetida queda fuera y se
      *>   lista para revisarla a mano.
       WRITE-NEW-RECORD.
           MOVE SPACES       TO TRANF-RECORD.
           MOVE OLD-SEQ      TO TRANF-SEQ.
           MOVE OLD-DATE     TO TRANF-DATE.
           MOVE OLD-TIME     TO TRANF-TIME.
           MOVE OLD-USERNAME TO TRANF-USERNAME.
           MOVE OLD-TYPE     TO TRANF-TYPE.
           MOVE OLD-AMOUNT   TO TRANF-AMOUNT.
           MOVE OLD-BALANCE  TO TRANF-BALANCE.
           MOVE OLD-REASON   TO TRANF-REASON.
      *>      Los registros viejos sin TRANF-REV-SEQ siguen en blanco.
           IF OLD-REV-SEQ IS NUMERIC
               MOVE OLD-REV-SEQ TO TRANF-REV-SEQ
           END-IF.
           WRITE TRANF-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
                   ADD OLD-AMOUNT TO WS-DUP-AMOUNT
                   MOVE OLD-AMOUNT TO WS-AMOUNT-Z
                   DISPLAY "DUPLICADO SEQ " OLD-SEQ " " OLD-DATE
                           " " OLD-USERNAME " " OLD-TYPE " "
                           WS-AMOUNT-Z " (status "
                           WS-TRANF-STATUS ")"
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-COUNT
                   ADD OLD-AMOUNT TO WS-LOAD-AMOUNT
           END-WRITE.

      *>   Cargados mas duplicados tienen que dar lo leido, en
      *>   cantidad y en importe con signo.
       CHECK-TOTALS-PROCEDURE.
           COMPUTE WS-CHECK-COUNT = WS-LOAD-COUNT + WS-DUP-COUNT.
           COMPUTE WS-CHECK-AMOUNT = WS-LOAD-AMOUNT + WS-DUP-AMOUNT.
           DISPLAY "=====================================".
           MOVE WS-READ-COUNT TO WS-COUNT-Z.
           DISPLAY "RECORDS READ......: " WS-COUNT-Z.
           MOVE WS-LOAD-COUNT TO WS-COUNT-Z.
           DISPLAY "RECORDS LOADED....: " WS-COUNT-Z.
           MOVE WS-DUP-COUNT TO WS-COUNT-Z.
           DISPLAY "DUPLICATES........: " WS-COUNT-Z.
           MOVE WS-READ-AMOUNT TO WS-AMOUNT-Z.
           DISPLAY "AMOUNT READ.......: " WS-AMOUNT-Z.
           MOVE WS-LOAD-AMOUNT TO WS-AMOUNT-Z.
           DISPLAY "AMOUNT LOADED.....: " WS-AMOUNT-Z.
           MOVE WS-DUP-AMOUNT TO WS-AMOUNT-Z.
           DISPLAY "AMOUNT DUPLICATED.: " WS-AMOUNT-Z.
           DISPLAY "=====================================".
           IF WS-CHECK-COUNT NOT = WS-READ-COUNT
              OR WS-CHECK-AMOUNT NOT = WS-READ-AMOUNT
              OR WS-DUP-COUNT > 0
               DISPLAY "TRANCONV: la conversion NO cuadra - "
                       "no retirar TRANOLD."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "TRANCONV: conversion cuadrada."
           END-IF.

       END PROGRAM TRANCONV.
