      ******************************************************************
      * Author: jrm
      * Date: 2026-10-15
      * Purpose:
      *>   * Shared travel-document check, CALLed before an
      *>     international booking is written (02-TravelAgency
      *>     package builder, 05-AirlinesFlights ticket) and by the
      *>     weekly Batch/DOCWATCH.COB review. Matches the party's
      *>     documents in TRAVDOCS (Copybooks/TRAVDOC.CPY) against
      *>     the entry rules of the destination in DESTRULES
      *>     (Copybooks/DESTRULE.CPY).
      *>
      *>     CALL "DOCCHECK" USING LNK-PARTY-ID LNK-PAIS
      *>                           LNK-RET-DATE LNK-RESULT
      *>                           LNK-REASON LNK-LIMIT-DATE
      *>       LNK-PARTY-ID   PIC X(15) PARTYMSTR id of the
      *>                                traveller
      *>       LNK-PAIS       PIC 9     destination (BKG-OUT-PAIS)
      *>       LNK-RET-DATE   PIC 9(8)  return date, YYYYMMDD
      *>       LNK-RESULT     PIC X     "O" documents meet the rules
      *>                                "W" cannot be verified - warn
      *>                                "B" documents fail - block
      *>       LNK-REASON     PIC XX    "NR" no rules for the
      *>                                     destination (W)
      *>                                "NP" no passport on file (W)
      *>                                "PX" passport not valid long
      *>                                     enough (B)
      *>                                "VR" visa required and none
      *>                                     valid to return (B)
      *>                                spaces when "O"
      *>       LNK-LIMIT-DATE PIC 9(8)  date the passport must reach
      *>                                (return date plus the minimum
      *>                                months), 0 with no rule
      *>
      *>     The passport with the latest expiry counts; a visa
      *>     counts when it is for the destination, on any of the
      *>     party's documents, and runs to the return date.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCCHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAVDOC-FILE ASSIGN TO "TRAVDOCS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TDOC-STATUS.

           SELECT DESTRULE-FILE ASSIGN TO "DESTRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRUL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAVDOC-FILE.
           COPY TRAVDOC.

       FD  DESTRULE-FILE.
           COPY DESTRULE.

       WORKING-STORAGE SECTION.
       01  WS-TDOC-STATUS          PIC X(2).
       01  WS-DRUL-STATUS          PIC X(2).

       01  WS-RULE-SW              PIC X.
           88  WS-RULE-FOUND           VALUE "Y".
       01  WS-MIN-MONTHS           PIC 9(2).
       01  WS-VISA-REQ-SW          PIC X.
           88  WS-VISA-REQUIRED        VALUE "S".
       01  WS-PASSPORT-EXPIRY      PIC 9(8).
       01  WS-VISA-SW              PIC X.
           88  WS-VISA-HELD            VALUE "Y".
       01  WS-VISA-IDX             PIC 9.

      *>   Fecha limite = regreso + meses minimos, por aritmetica
      *>   de anio/mes (el dia se conserva).
       01  WS-LIMIT-X.
           05  WS-LIM-YYYY         PIC 9(4).
           05  WS-LIM-MM           PIC 9(2).
           05  WS-LIM-DD           PIC 9(2).
       01  WS-LIMIT-DATE REDEFINES WS-LIMIT-X PIC 9(8).
       01  WS-MONTHS-TOTAL         PIC 9(4).
       01  WS-YEARS-ADD            PIC 9(4).

       LINKAGE SECTION.
       01  LNK-PARTY-ID            PIC X(15).
       01  LNK-PAIS                PIC 9.
       01  LNK-RET-DATE            PIC 9(8).
       01  LNK-RESULT              PIC X.
       01  LNK-REASON              PIC XX.
       01  LNK-LIMIT-DATE          PIC 9(8).

       PROCEDURE DIVISION USING LNK-PARTY-ID LNK-PAIS LNK-RET-DATE
                                LNK-RESULT LNK-REASON
                                LNK-LIMIT-DATE.
       MAIN-PROCEDURE.
           MOVE "O"    TO LNK-RESULT.
           MOVE SPACES TO LNK-REASON.
           MOVE 0      TO LNK-LIMIT-DATE.
           MOVE "N"    TO WS-RULE-SW WS-VISA-REQ-SW WS-VISA-SW.
           MOVE 0      TO WS-MIN-MONTHS WS-PASSPORT-EXPIRY.
           PERFORM LOAD-RULE.
           IF NOT WS-RULE-FOUND
               MOVE "W"  TO LNK-RESULT
               MOVE "NR" TO LNK-REASON
               GOBACK
           END-IF.
           PERFORM CALC-LIMIT-DATE.
           MOVE WS-LIMIT-DATE TO LNK-LIMIT-DATE.
           PERFORM LOAD-DOCUMENTS.
           IF WS-PASSPORT-EXPIRY = 0
               MOVE "W"  TO LNK-RESULT
               MOVE "NP" TO LNK-REASON
               GOBACK
           END-IF.
           IF WS-PASSPORT-EXPIRY < WS-LIMIT-DATE
               MOVE "B"  TO LNK-RESULT
               MOVE "PX" TO LNK-REASON
               GOBACK
           END-IF.
           IF WS-VISA-REQUIRED AND NOT WS-VISA-HELD
               MOVE "B"  TO LNK-RESULT
               MOVE "VR" TO LNK-REASON
           END-IF.
           GOBACK.

       LOAD-RULE.
           OPEN INPUT DESTRULE-FILE.
           IF WS-DRUL-STATUS = "00"
               PERFORM READ-ONE-RULE
                   UNTIL WS-DRUL-STATUS NOT = "00"
               CLOSE DESTRULE-FILE
           END-IF.

       READ-ONE-RULE.
           READ DESTRULE-FILE
               AT END
                   MOVE "10" TO WS-DRUL-STATUS
               NOT AT END
                   IF DRUL-PAIS = LNK-PAIS
                       MOVE "Y" TO WS-RULE-SW
                       MOVE 0   TO WS-MIN-MONTHS
                       IF DRUL-MIN-MONTHS IS NUMERIC
                           MOVE DRUL-MIN-MONTHS TO WS-MIN-MONTHS
                       END-IF
                       MOVE DRUL-VISA TO WS-VISA-REQ-SW
                   END-IF
           END-READ.

       CALC-LIMIT-DATE.
           MOVE LNK-RET-DATE TO WS-LIMIT-DATE.
           COMPUTE WS-MONTHS-TOTAL = WS-LIM-MM - 1 + WS-MIN-MONTHS.
           DIVIDE WS-MONTHS-TOTAL BY 12 GIVING WS-YEARS-ADD
               REMAINDER WS-LIM-MM.
           ADD 1 TO WS-LIM-MM.
           ADD WS-YEARS-ADD TO WS-LIM-YYYY.

       LOAD-DOCUMENTS.
           OPEN INPUT TRAVDOC-FILE.
           IF WS-TDOC-STATUS = "00"
               PERFORM READ-ONE-DOCUMENT
                   UNTIL WS-TDOC-STATUS NOT = "00"
               CLOSE TRAVDOC-FILE
           END-IF.

       READ-ONE-DOCUMENT.
           READ TRAVDOC-FILE
               AT END
                   MOVE "10" TO WS-TDOC-STATUS
               NOT AT END
                   IF TDOC-PARTY-ID = LNK-PARTY-ID
                       IF TDOC-PASSPORT
                          AND TDOC-EXPIRY IS NUMERIC
                          AND TDOC-EXPIRY > WS-PASSPORT-EXPIRY
                           MOVE TDOC-EXPIRY TO WS-PASSPORT-EXPIRY
                       END-IF
                       PERFORM CHECK-ONE-VISA
                           VARYING WS-VISA-IDX FROM 1 BY 1
                           UNTIL WS-VISA-IDX > 5
                   END-IF
           END-READ.

       CHECK-ONE-VISA.
           IF TDOC-VISA-PAIS (WS-VISA-IDX) = LNK-PAIS
              AND TDOC-VISA-EXPIRY (WS-VISA-IDX) IS NUMERIC
              AND TDOC-VISA-EXPIRY (WS-VISA-IDX) NOT < LNK-RET-DATE
               MOVE "Y" TO WS-VISA-SW
           END-IF.

       END PROGRAM DOCCHECK.
