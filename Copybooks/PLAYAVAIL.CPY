      * 01-TeamPicker (excluye del sorteo), el ranking de
      * 01-CoachHelper (marca al costado) y CARGA-SQUADS de
      * 01-EnglishPremierLeague (descuenta fuerza del plantel).
      * El reporte de carga de 01-CoachHelper agrega lineas "R"
      * (descanso por sobrecarga de entrenamiento).
      * Modification History:
      *>   2026-09-02  jrm  Initial version.
      *>   2026-10-15  jrm  Status "R" (rested for workload).
      ******************************************************************
       01  PLAYAVAIL-RECORD.
           05  PAV-NAME            PIC X(20).
               88  PAV-INJURED         VALUE "I".
               88  PAV-SUSPENDED       VALUE "S".
               88  PAV-AWAY            VALUE "A".
               88  PAV-RESTED          VALUE "R".
           05  PAV-RETURN-DATE     PIC X(8).
