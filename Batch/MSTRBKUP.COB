      *>     <file>.GEN.
      * Modification History:
      *>   2026-08-22  jrm  Initial version.
      *>   2026-10-15  jrm  Backup record widened to 300 bytes so the
      *>                    271-byte SHIPMENTS record is no longer
      *>                    cut short; the control hash now covers
      *>                    the whole record (generations taken
      *>                    before this change fail VERIFY and must
      *>                    be retaken).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRBKUP.
      *>   El respaldo lleva los registros tal cual y un trailer
      *>   *CTL con el conteo y la suma de control.
       FD  BACKUP-FILE.
       01  BACKUP-RECORD       PIC X(300).

       FD  GENCTL-FILE.
       01  GENCTL-RECORD       PIC 9(2).
           05  WS-CTL-COUNT-X  PIC 9(7).
           05  FILLER          PIC X(1).
           05  WS-CTL-HASH-X   PIC 9(12).
           05  FILLER          PIC X(275).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           WRITE BACKUP-RECORD.

      *>   Suma de control barata: posicion por codigo de caracter
      *>   de todo el registro, acumulada modulo 10**12.
       HASH-BACKUP-RECORD.
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > 300
               COMPUTE WS-CHAR-ORD =
                   FUNCTION ORD(BACKUP-RECORD(WS-HASH-IDX:1))
               COMPUTE WS-HASH-TOTAL = FUNCTION REM(
