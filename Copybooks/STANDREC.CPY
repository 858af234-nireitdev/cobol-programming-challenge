      ******************************************************************
      * STANDREC.CPY
      * Situacion academica de cada alumno por periodo cerrado
      * (archivo STANDING, indexado por alumno + periodo +
      * programa: toda la historia de un alumno queda contigua).
      * La graba al cierre de periodo Batch/ACADSTND.COB a partir
      * del promedio de GRADES del periodo y de los umbrales de
      * STANDPARM; volver a correrla reemplaza la del periodo.
      * 03-UniversityEnrollment la consulta: un alumno con alguna
      * baja academica ("D") no puede volver a inscribirse ni es
      * invitado al cierre, y el listado de alumnos marca a los
      * que estan en condicional ("P"). La readmision es dar de
      * baja el renglon "D" a mano, por decision de la facultad.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  STD-RECORD.
           05  STD-KEY.
               10  STD-STUDENT         PIC X(15).
               10  STD-TERM            PIC X(6).
               10  STD-PROG            PIC X(3).
           05  STD-LOC             PIC X(3).
           05  STD-COURSES         PIC 9(3).
           05  STD-PASSED          PIC 9(3).
           05  STD-AVG             PIC 9(3)V9(2).
           05  STD-STATUS          PIC X(1).
               88  STD-IS-GOOD         VALUE "G".
               88  STD-IS-DEANS-LIST   VALUE "L".
               88  STD-IS-PROBATION    VALUE "P".
               88  STD-IS-DISMISSED    VALUE "D".
           05  STD-DATE            PIC X(8).
