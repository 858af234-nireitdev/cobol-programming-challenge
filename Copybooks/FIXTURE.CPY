      ******************************************************************
      * FIXTURE.CPY
      * Registro comun del calendario de liga publicado (archivo
      * FIXTURES): una linea por partido de la temporada, con el
      * local, el visitante y la fecha del partido. Lo escribe
      * PUBLISH-FIXTURES de 01-EnglishPremierLeague al arrancar una
      * temporada nueva (fecha 1 el primer sabado, una por semana);
      * una fecha que la liga reprograma se corrige sobre el
      * archivo y el programa ya no la pisa. Lo lee Batch/FIXTEVT,
      * que da de alta/actualiza los partidos de local del club
      * como eventos de 04-TicketSystem.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  FIXTURE-RECORD.
           05  FIX-SEASON          PIC 9(4).
           05  FILLER              PIC X(1).
           05  FIX-ROUND           PIC 9(1).
           05  FILLER              PIC X(1).
           05  FIX-GAME            PIC 9(1).
           05  FILLER              PIC X(1).
           05  FIX-HOME-ID         PIC 9(1).
           05  FILLER              PIC X(1).
           05  FIX-HOME-TEAM       PIC X(25).
           05  FILLER              PIC X(1).
           05  FIX-AWAY-ID         PIC 9(1).
           05  FILLER              PIC X(1).
           05  FIX-AWAY-TEAM       PIC X(25).
           05  FILLER              PIC X(1).
      *>       Fecha del partido YYYYMMDD.
           05  FIX-DATE            PIC X(8).
