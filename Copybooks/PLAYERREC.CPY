      * edad, altura) los usa V2; 01-CoachHelper los preserva tal
      * cual al regrabar. Un PLAYERSFILE viejo de 32 bytes (sin los
      * tres campos finales) requiere una conversion por unica vez.
      * PLYR-HOMEGROWN ("S" = formado en el club o la academia) lo
      * usa el control de inscripcion Batch/SQUADREG; un registro
      * anterior sin el byte se lee en blanco (no formado).
      * PLYR-IDXPOSIT sigue los codigos de 03-CoachHelper-V2
      * (1 delantero, 2 arquero, 3 defensor, 4 centro).
      * Modification History:
      *>   2026-08-22  jrm  Initial version, factored out of the
      *>                    32-byte layout of 01-CoachHelper and the
      *>                    in-memory table of 03-CoachHelper-V2.
      *>   2026-10-15  jrm  PLYR-HOMEGROWN flag for the squad
      *>                    registration rules.
      ******************************************************************
       01  PLAYERS-RECORD.
           05  PLYR-NAME           PIC X(20).
           05  PLYR-IDXPOSIT       PIC 99.
           05  PLYR-AGE            PIC 99.
           05  PLYR-HEIGHT         PIC 999.
           05  PLYR-HOMEGROWN      PIC X(1).
               88  PLYR-IS-HOMEGROWN   VALUE "S".
