      ******************************************************************
      * EXTBENEF.CPY
      * Beneficiarios externos: cuentas de otros bancos a las que
      * un cliente transfiere desde 01-OnlineBanking (archivo
      * EXTBENEF, indexado por EXTB-ID, numerado por el control
      * EXTBSEQ). Cada registro pertenece al titular EXTB-USERNAME
      * y guarda el codigo del banco destino, el numero de cuenta
      * en ese banco (CBU) y el nombre del titular tal como viaja
      * en el archivo de compensacion. La baja no borra: apaga
      * EXTB-ACTIVE-SW para que las transferencias ya enviadas
      * sigan apuntando a un beneficiario existente.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  EXTB-RECORD.
           05  EXTB-ID             PIC 9(6).
           05  EXTB-USERNAME       PIC X(15).
           05  EXTB-BANK-CODE      PIC X(3).
           05  EXTB-ACCT-NUMBER    PIC X(22).
           05  EXTB-HOLDER-NAME    PIC X(30).
           05  EXTB-ACTIVE-SW      PIC X(1).
               88  EXTB-IS-ACTIVE      VALUE "Y".
