      *>                    shared RUNCTL run-control: a second
      *>                    run on the same business date refuses
      *>                    without the RUNOVRD override.
      *>   2026-10-15  jrm  TENANCY layout taken from the shared
      *>                    TENANCY copybook (lease terms added); the
      *>                    charge is the TEN-RENT left by the
      *>                    LEASEREN escalation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTCHG.
       FILE SECTION.
      *>   Mismos layouts que mantiene 03-RealStateRentSystem.
       FD  TENANCY-FILE.
           COPY TENANCY.

       FD  RENTLEDGER-FILE.
       01  RENTLEDGER-RECORD.
