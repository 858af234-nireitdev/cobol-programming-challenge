      ******************************************************************
      * SECTENRL.CPY
      * Secciones tomadas por cada alumno (archivo SECTENRL,
      * indexado por periodo + alumno + campus + seccion: todas las
      * de un alumno en el periodo quedan contiguas, que es como
      * se controlan los choques de horario y se arma su horario
      * semanal). Lo graba el paso de horario de
      * 03-UniversityEnrollment; el campus y la seccion apuntan al
      * renglon de SECTIONS (Copybooks/SECTREC.CPY).
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  SENR-RECORD.
           05  SENR-KEY.
               10  SENR-TERM           PIC X(6).
               10  SENR-STUDENT        PIC X(15).
               10  SENR-LOC            PIC X(3).
               10  SENR-SECT           PIC X(6).
           05  SENR-DATE           PIC X(8).
