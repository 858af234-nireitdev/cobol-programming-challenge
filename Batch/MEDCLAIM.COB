      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Weekly health-insurer claims run for the clinic.
      *>     03-Medical-Appointment bills the patient only the
      *>     copay of each visit; the rest (MINV-INSURER in
      *>     MEDINV, Copybooks/MEDINV.CPY) is claimed here from the
      *>     patient's insurer.
      *>   * Every unclaimed visit up to the cut-off date is matched
      *>     to the patient's policy in MEDPOLICY
      *>     (Copybooks/MEDPOL.CPY) valid on the visit date, and
      *>     the visits are bundled into one claim per insurer of
      *>     the INSURERS master (Copybooks/INSURER.CPY). Each claim
      *>     gets a number CLnnnnnn from the CLAIMSEQ control file
      *>     and is appended to MEDCLAIMS (Copybooks/MEDCLAIM.CPY)
      *>     as a header line with count and total plus one detail
      *>     line per visit.
      *>   * The claimed visits are marked "C" with the claim number
      *>     in MEDINV, so a rerun claims nothing twice, and each
      *>     claim total is booked to the shared GLEXTRACT as
      *>     INSURER-RECEIVABLE. The [E] option of the online
      *>     program settles it when the insurer pays.
      *>   * Visits with no valid policy (or a policy of an insurer
      *>     missing from the master) are listed as exceptions and
      *>     stay unclaimed until the policy is entered.
      *>   * MCLPARM card (optional): bytes 1-8 the cut-off date
      *>     AAAAMMDD (default the business date).
      *>   * RETURN-CODE 4 when there are exceptions or MEDINV is
      *>     larger than the table (nothing is claimed).
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEDCLAIM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEDINV-FILE ASSIGN TO "MEDINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEDINV-STATUS.

           SELECT INSURER-FILE ASSIGN TO "INSURERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSURER-STATUS.

           SELECT MEDPOL-FILE ASSIGN TO "MEDPOLICY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEDPOL-STATUS.

           SELECT MEDCLAIM-FILE ASSIGN TO "MEDCLAIMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEDCLAIM-STATUS.

           SELECT CLAIMSEQ-FILE ASSIGN TO "CLAIMSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIMSEQ-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXT-STATUS.

           SELECT PARM-FILE ASSIGN TO "MCLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEDINV-FILE.
           COPY MEDINV.

       FD  INSURER-FILE.
           COPY INSURER.

       FD  MEDPOL-FILE.
           COPY MEDPOL.

       FD  MEDCLAIM-FILE.
           COPY MEDCLAIM.

      *>   Ultimo numero de reclamo emitido.
       FD  CLAIMSEQ-FILE.
       01  CLAIMSEQ-RECORD.
           05  CSEQ-LAST           PIC 9(6).

       FD  GL-EXTRACT-FILE.
           COPY GLEXT.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-CUTOFF         PIC X(8).
           05  FILLER              PIC X(72).

       WORKING-STORAGE SECTION.
       01  WS-MEDINV-STATUS        PIC X(2).
       01  WS-INSURER-STATUS       PIC X(2).
       01  WS-MEDPOL-STATUS        PIC X(2).
       01  WS-MEDCLAIM-STATUS      PIC X(2).
       01  WS-CLAIMSEQ-STATUS      PIC X(2).
       01  WS-GLEXT-STATUS         PIC X(2).
       01  WS-PARM-STATUS          PIC X(2).
       01  WS-RETURN-CODE          PIC 9(2) VALUE 0.

      *>   Interfaz con el control de fecha de negocio compartido.
       01  WS-BD-MODE              PIC X VALUE "G".
       01  WS-BD-DATE              PIC 9(8).
       01  WS-BD-RESULT            PIC X.

      *>   Interfaz con el spooler de reportes compartido
      *>   (Batch/RPTSPOOL.COB).
       01  WS-RPT-ACTION           PIC X.
       01  WS-RPT-NAME             PIC X(10) VALUE "MEDCLAIM".
       01  WS-RPT-DATE             PIC 9(8).
       01  WS-RPT-LINE             PIC X(100).

       01  WS-CUTOFF               PIC X(8).
       01  WS-RUN-TIME             PIC X(6).
       01  WS-GL-TIMESTAMP         PIC X(14).
       01  WS-CLAIM-SEQ            PIC 9(6) VALUE 0.

      *>   Facturas en memoria; se regraban completas. Por cada
      *>   una, la obra social (fila de la tabla de obras sociales)
      *>   y la poliza que la cubren, 0 = no se reclama.
       01  WS-MIT-TABLE.
           05  WS-MIT-COUNT        PIC 9(4) VALUE 0.
           05  WS-MIT-ENTRY OCCURS 5000 TIMES.
               10  WS-MIT-RECORD   PIC X(80).
               10  WS-MIT-INS      PIC 9(2).
               10  WS-MIT-POL      PIC 9(3).
       01  WS-MIT-IDX              PIC 9(4).
       01  WS-MIT-DROPPED          PIC 9(4) VALUE 0.

      *>   Obras sociales, con el reclamo que les toca esta corrida.
       01  WS-INS-TABLE.
           05  WS-INS-COUNT        PIC 9(2) VALUE 0.
           05  WS-INS-ENTRY OCCURS 50 TIMES.
               10  WS-INS-CODE     PIC X(5).
               10  WS-INS-NAME     PIC X(25).
               10  WS-INS-LINES    PIC 9(4).
               10  WS-INS-TOTAL    PIC 9(7)V99.
               10  WS-INS-CLAIM-NO PIC X(8).
       01  WS-INS-IDX              PIC 9(2).
       01  WS-INS-SEL              PIC 9(2).

       01  WS-POL-TABLE.
           05  WS-POL-COUNT        PIC 9(3) VALUE 0.
           05  WS-POL-ENTRY        PIC X(60) OCCURS 500 TIMES.
       01  WS-POL-IDX              PIC 9(3).
       01  WS-POL-SEL              PIC 9(3).

       01  WS-CLAIM-NO-X.
           05  FILLER              PIC X(2) VALUE "CL".
           05  WS-CLAIM-NO-SEQ     PIC 9(6).
       01  WS-CLAIM-COUNT          PIC 9(3) VALUE 0.
       01  WS-CLAIMED-LINES        PIC 9(4) VALUE 0.
       01  WS-EXCEPTION-COUNT      PIC 9(4) VALUE 0.
       01  WS-TOTAL-CLAIMED        PIC 9(9)V99 VALUE 0.
       01  WS-EXC-REASON           PIC X(30).

       01  WS-AMOUNT-Z             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-Z              PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSDATE-PROCEDURE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-BD-DATE TO WS-CUTOFF.
           PERFORM LOAD-PARM-PROCEDURE.
           MOVE "O" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           PERFORM LOAD-INSURERS.
           PERFORM LOAD-POLICIES.
           PERFORM LOAD-INVOICES.
           PERFORM PRINT-HEADER.
           PERFORM MATCH-ONE-INVOICE
               THRU MATCH-ONE-INVOICE-EXIT
               VARYING WS-MIT-IDX FROM 1 BY 1
               UNTIL WS-MIT-IDX > WS-MIT-COUNT.
           IF WS-MIT-DROPPED = 0 AND WS-CLAIMED-LINES > 0
               PERFORM GET-CLAIM-SEQ
               OPEN EXTEND MEDCLAIM-FILE
               IF WS-MEDCLAIM-STATUS = "35"
                   OPEN OUTPUT MEDCLAIM-FILE
               END-IF
               OPEN EXTEND GL-EXTRACT-FILE
               IF WS-GLEXT-STATUS = "35"
                   OPEN OUTPUT GL-EXTRACT-FILE
               END-IF
               PERFORM BUILD-ONE-CLAIM
                   THRU BUILD-ONE-CLAIM-EXIT
                   VARYING WS-INS-IDX FROM 1 BY 1
                   UNTIL WS-INS-IDX > WS-INS-COUNT
               CLOSE MEDCLAIM-FILE
               CLOSE GL-EXTRACT-FILE
               PERFORM SAVE-CLAIM-SEQ
               PERFORM SAVE-INVOICES
           END-IF.
           PERFORM PRINT-TOTALS.
           MOVE "C" TO WS-RPT-ACTION.
           CALL "RPTSPOOL" USING WS-RPT-ACTION WS-RPT-NAME
                                 WS-RPT-DATE WS-RPT-LINE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *>   Tarjeta MCLPARM: fecha de corte (en blanco = la fecha de
      *>   negocio).
       LOAD-PARM-PROCEDURE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-CUTOFF IS NUMERIC
                           MOVE PARM-CUTOFF TO WS-CUTOFF
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       LOAD-INSURERS.
           OPEN INPUT INSURER-FILE.
           IF WS-INSURER-STATUS = "00"
               PERFORM LOAD-ONE-INSURER
                   UNTIL WS-INSURER-STATUS NOT = "00"
               CLOSE INSURER-FILE
           END-IF.

       LOAD-ONE-INSURER.
           READ INSURER-FILE
               AT END
                   MOVE "10" TO WS-INSURER-STATUS
               NOT AT END
                   IF WS-INS-COUNT < 50 AND INS-CODE NOT = SPACES
                       ADD 1 TO WS-INS-COUNT
                       MOVE INS-CODE TO WS-INS-CODE (WS-INS-COUNT)
                       MOVE INS-NAME TO WS-INS-NAME (WS-INS-COUNT)
                       MOVE 0        TO WS-INS-LINES (WS-INS-COUNT)
                                        WS-INS-TOTAL (WS-INS-COUNT)
                       MOVE SPACES   TO WS-INS-CLAIM-NO (WS-INS-COUNT)
                   END-IF
           END-READ.

       LOAD-POLICIES.
           OPEN INPUT MEDPOL-FILE.
           IF WS-MEDPOL-STATUS = "00"
               PERFORM LOAD-ONE-POLICY
                   UNTIL WS-MEDPOL-STATUS NOT = "00"
               CLOSE MEDPOL-FILE
           END-IF.

       LOAD-ONE-POLICY.
           READ MEDPOL-FILE
               AT END
                   MOVE "10" TO WS-MEDPOL-STATUS
               NOT AT END
                   IF WS-POL-COUNT < 500
                       ADD 1 TO WS-POL-COUNT
                       MOVE MEDPOL-RECORD TO WS-POL-ENTRY (WS-POL-COUNT)
                   END-IF
           END-READ.

       LOAD-INVOICES.
           OPEN INPUT MEDINV-FILE.
           IF WS-MEDINV-STATUS = "00"
               PERFORM LOAD-ONE-INVOICE
                   UNTIL WS-MEDINV-STATUS NOT = "00"
               CLOSE MEDINV-FILE
           END-IF.

       LOAD-ONE-INVOICE.
           READ MEDINV-FILE
               AT END
                   MOVE "10" TO WS-MEDINV-STATUS
               NOT AT END
                   IF WS-MIT-COUNT < 5000
                       ADD 1 TO WS-MIT-COUNT
                       MOVE MEDINV-RECORD
                           TO WS-MIT-RECORD (WS-MIT-COUNT)
                       MOVE 0 TO WS-MIT-INS (WS-MIT-COUNT)
                                 WS-MIT-POL (WS-MIT-COUNT)
                   ELSE
                       ADD 1 TO WS-MIT-DROPPED
                   END-IF
           END-READ.

      *>   Una visita sin reclamar, con parte de obra social y no
      *>   posterior al corte, se asigna a la obra social de la
      *>   poliza vigente del paciente en la fecha de la visita.
       MATCH-ONE-INVOICE.
           MOVE WS-MIT-RECORD (WS-MIT-IDX) TO MEDINV-RECORD.
           IF NOT MINV-UNCLAIMED
              OR MINV-INSURER IS NOT NUMERIC
              OR MINV-DATE > WS-CUTOFF
               GO TO MATCH-ONE-INVOICE-EXIT
           END-IF.
           IF MINV-INSURER = 0
               GO TO MATCH-ONE-INVOICE-EXIT
           END-IF.
           MOVE 0 TO WS-POL-SEL.
           PERFORM FIND-ONE-POLICY
               VARYING WS-POL-IDX FROM 1 BY 1
               UNTIL WS-POL-IDX > WS-POL-COUNT OR WS-POL-SEL > 0.
           IF WS-POL-SEL = 0
               MOVE "NO POLICY VALID ON THE DATE" TO WS-EXC-REASON
               PERFORM PRINT-EXCEPTION
               GO TO MATCH-ONE-INVOICE-EXIT
           END-IF.
           MOVE WS-POL-ENTRY (WS-POL-SEL) TO MEDPOL-RECORD.
           MOVE 0 TO WS-INS-SEL.
           PERFORM FIND-ONE-INSURER
               VARYING WS-INS-IDX FROM 1 BY 1
               UNTIL WS-INS-IDX > WS-INS-COUNT OR WS-INS-SEL > 0.
           IF WS-INS-SEL = 0
               MOVE SPACES TO WS-EXC-REASON
               STRING "INSURER " POL-INS-CODE " NOT IN MASTER"
                      DELIMITED BY SIZE INTO WS-EXC-REASON
               PERFORM PRINT-EXCEPTION
               GO TO MATCH-ONE-INVOICE-EXIT
           END-IF.
           MOVE WS-INS-SEL TO WS-MIT-INS (WS-MIT-IDX).
           MOVE WS-POL-SEL TO WS-MIT-POL (WS-MIT-IDX).
           ADD 1            TO WS-INS-LINES (WS-INS-SEL).
           ADD MINV-INSURER TO WS-INS-TOTAL (WS-INS-SEL).
           ADD 1            TO WS-CLAIMED-LINES.
       MATCH-ONE-INVOICE-EXIT.
           EXIT.

       FIND-ONE-POLICY.
           MOVE WS-POL-ENTRY (WS-POL-IDX) TO MEDPOL-RECORD.
           IF POL-PARTY = MINV-PARTY
              AND POL-VALID-FROM IS NUMERIC
              AND POL-VALID-TO IS NUMERIC
              AND MINV-DATE NOT < POL-VALID-FROM
              AND MINV-DATE NOT > POL-VALID-TO
               MOVE WS-POL-IDX TO WS-POL-SEL
           END-IF.

       FIND-ONE-INSURER.
           IF WS-INS-CODE (WS-INS-IDX) = POL-INS-CODE
               MOVE WS-INS-IDX TO WS-INS-SEL
           END-IF.

      *>   Un reclamo por obra social con visitas: cabecera, una
      *>   linea por visita y el asiento del reclamado.
       BUILD-ONE-CLAIM.
           IF WS-INS-LINES (WS-INS-IDX) = 0
               GO TO BUILD-ONE-CLAIM-EXIT
           END-IF.
           ADD 1 TO WS-CLAIM-SEQ.
           MOVE WS-CLAIM-SEQ  TO WS-CLAIM-NO-SEQ.
           MOVE WS-CLAIM-NO-X TO WS-INS-CLAIM-NO (WS-INS-IDX).
           ADD 1 TO WS-CLAIM-COUNT.
           ADD WS-INS-TOTAL (WS-INS-IDX) TO WS-TOTAL-CLAIMED.
           MOVE SPACES TO MEDCLAIM-RECORD.
           MOVE "H"                        TO MCLM-TYPE.
           MOVE WS-CLAIM-NO-X              TO MCLM-CLAIM-NO.
           MOVE WS-INS-CODE (WS-INS-IDX)   TO MCLMH-INS-CODE.
           MOVE WS-BD-DATE                 TO MCLMH-DATE.
           MOVE WS-INS-LINES (WS-INS-IDX)  TO MCLMH-COUNT.
           MOVE WS-INS-TOTAL (WS-INS-IDX)  TO MCLMH-TOTAL.
           WRITE MEDCLAIM-RECORD.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CLAIM " WS-CLAIM-NO-X "  INSURER "
                  WS-INS-CODE (WS-INS-IDX) " "
                  WS-INS-NAME (WS-INS-IDX)
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE "  PATIENT         POLICY               VISIT    SP"
               TO WS-RPT-LINE.
           MOVE "        AMOUNT" TO WS-RPT-LINE (52:14).
           PERFORM PRINT-LINE-PROCEDURE.
           PERFORM CLAIM-ONE-VISIT
               VARYING WS-MIT-IDX FROM 1 BY 1
               UNTIL WS-MIT-IDX > WS-MIT-COUNT.
           MOVE WS-INS-LINES (WS-INS-IDX) TO WS-COUNT-Z.
           MOVE WS-INS-TOTAL (WS-INS-IDX) TO WS-AMOUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  VISITS " WS-COUNT-Z
                  "   CLAIM TOTAL" "                        "
                  WS-AMOUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "-" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           STRING WS-BD-DATE  DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO WS-GL-TIMESTAMP.
           MOVE WS-GL-TIMESTAMP      TO GLEXT-DATE.
           MOVE "MEDCLAIM"           TO GLEXT-SOURCE.
           MOVE "INSURER-RECEIVABLE" TO GLEXT-ACCOUNT.
           MOVE WS-INS-TOTAL (WS-INS-IDX) TO GLEXT-AMOUNT.
           WRITE GLEXT-RECORD.
       BUILD-ONE-CLAIM-EXIT.
           EXIT.

      *>   Linea de detalle de una visita del reclamo en curso y
      *>   marca "C" con el numero en la factura.
       CLAIM-ONE-VISIT.
           IF WS-MIT-INS (WS-MIT-IDX) = WS-INS-IDX
               MOVE WS-MIT-RECORD (WS-MIT-IDX) TO MEDINV-RECORD
               MOVE WS-POL-ENTRY (WS-MIT-POL (WS-MIT-IDX))
                   TO MEDPOL-RECORD
               MOVE SPACES TO MEDCLAIM-RECORD
               MOVE "D"           TO MCLM-TYPE
               MOVE WS-CLAIM-NO-X TO MCLM-CLAIM-NO
               MOVE MINV-PARTY    TO MCLMD-PARTY
               MOVE POL-NUMBER    TO MCLMD-POLICY
               MOVE MINV-DATE     TO MCLMD-VISIT-DATE
               MOVE MINV-IDXSPC   TO MCLMD-IDXSPC
               MOVE MINV-INSURER  TO MCLMD-AMOUNT
               WRITE MEDCLAIM-RECORD
               MOVE MINV-INSURER  TO WS-AMOUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " MINV-PARTY " " POL-NUMBER " "
                      MINV-DATE " " MINV-IDXSPC " " WS-AMOUNT-Z
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE "C"           TO MINV-CLAIM-STAT
               MOVE WS-CLAIM-NO-X TO MINV-CLAIM-NO
               MOVE 0             TO MINV-INS-PAID
               MOVE SPACES        TO MINV-REJ-CODE
               MOVE MEDINV-RECORD TO WS-MIT-RECORD (WS-MIT-IDX)
           END-IF.

       GET-CLAIM-SEQ.
           MOVE 0 TO WS-CLAIM-SEQ.
           OPEN INPUT CLAIMSEQ-FILE.
           IF WS-CLAIMSEQ-STATUS = "00"
               READ CLAIMSEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CSEQ-LAST IS NUMERIC
                           MOVE CSEQ-LAST TO WS-CLAIM-SEQ
                       END-IF
               END-READ
               CLOSE CLAIMSEQ-FILE
           END-IF.

       SAVE-CLAIM-SEQ.
           OPEN OUTPUT CLAIMSEQ-FILE.
           MOVE WS-CLAIM-SEQ TO CSEQ-LAST.
           WRITE CLAIMSEQ-RECORD.
           CLOSE CLAIMSEQ-FILE.

       SAVE-INVOICES.
           OPEN OUTPUT MEDINV-FILE.
           PERFORM SAVE-ONE-INVOICE
               VARYING WS-MIT-IDX FROM 1 BY 1
               UNTIL WS-MIT-IDX > WS-MIT-COUNT.
           CLOSE MEDINV-FILE.

       SAVE-ONE-INVOICE.
           MOVE WS-MIT-RECORD (WS-MIT-IDX) TO MEDINV-RECORD.
           WRITE MEDINV-RECORD.

      *>   *************************************************************
      *>   Reporte
      *>   *************************************************************
       PRINT-HEADER.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  HEALTH-INSURER CLAIMS - VISITS TO "
                  WS-CUTOFF "   RUN DATE " WS-BD-DATE
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

      *>   Visita que no se puede reclamar todavia.
       PRINT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE 4 TO WS-RETURN-CODE.
           MOVE MINV-INSURER TO WS-AMOUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  *** " MINV-PARTY " " MINV-DATE " " MINV-IDXSPC
                  " " WS-AMOUNT-Z "  " WS-EXC-REASON
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

       PRINT-TOTALS.
           IF WS-MIT-DROPPED > 0
               MOVE WS-MIT-DROPPED TO WS-COUNT-Z
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** MEDINV LARGER THAN THE TABLE - "
                      WS-COUNT-Z " LINES NOT LOADED - NOTHING CLAIMED"
                      DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-LINE-PROCEDURE
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-CLAIM-COUNT TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CLAIMS ISSUED                  " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           IF WS-CLAIM-COUNT = 0
               MOVE 0 TO WS-CLAIMED-LINES
           END-IF.
           MOVE WS-CLAIMED-LINES TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "VISITS CLAIMED                 " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "VISITS LEFT UNCLAIMED (***)    " WS-COUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE WS-TOTAL-CLAIMED TO WS-AMOUNT-Z.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOTAL CLAIMED (INSURER-RECEIVABLE) " WS-AMOUNT-Z
                  DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.
           MOVE ALL "=" TO WS-RPT-LINE.
           PERFORM PRINT-LINE-PROCEDURE.

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
           MOVE WS-BD-DATE TO WS-RPT-DATE.

       END PROGRAM MEDCLAIM.
