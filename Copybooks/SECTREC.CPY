      ******************************************************************
      * SECTREC.CPY
      * Maestro de secciones de cursado (archivo SECTIONS, indexado
      * por periodo + campus + seccion, asi las secciones de un
      * campus quedan contiguas en la clave). Una seccion es un
      * curso de un programa dictado en un campus, un dia de la
      * semana y una franja horaria, en un aula con un tope de
      * asientos. Las carga el registro desde el submenu [H] de
      * 03-UniversityEnrollment, que rechaza un aula ya ocupada en
      * la misma franja; el alumno las elige despues de inscribirse
      * (ver Copybooks/SECTENRL.CPY) y SECT-ENROLLED lleva los
      * asientos tomados. Batch/TIMETBL.COB imprime los horarios y
      * el uso de aulas por campus.
      * Dias: 1 = lunes ... 6 = sabado. Horas HHMM, fin exclusivo
      * (una franja que termina a las 1000 no choca con otra que
      * empieza a las 1000).
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  SECT-RECORD.
           05  SECT-KEY.
               10  SECT-TERM           PIC X(6).
               10  SECT-LOC            PIC X(3).
               10  SECT-ID             PIC X(6).
           05  SECT-COURSE         PIC X(20).
           05  SECT-PROG           PIC X(3).
           05  SECT-DAY            PIC 9(1).
           05  SECT-START          PIC 9(4).
           05  SECT-END            PIC 9(4).
           05  SECT-ROOM           PIC X(6).
           05  SECT-SEATS          PIC 9(3).
           05  SECT-ENROLLED       PIC 9(3).
