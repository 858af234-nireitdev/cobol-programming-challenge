      ******************************************************************
      * GLACCT.CPY
      * Plan de cuentas (archivo GLACCTS): codigo de cuenta, nombre,
      * tipo y saldo normal. Lo lee Batch/GLJRNL.COB para validar
      * las cuentas de los asientos armados desde GLEXTRACT y para
      * el balance de sumas y saldos.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  GLACCT-RECORD.
           05  GLA-CODE            PIC X(6).
           05  FILLER              PIC X(1).
           05  GLA-NAME            PIC X(30).
           05  FILLER              PIC X(1).
      *>       A activo / L pasivo / E patrimonio / I ingreso /
      *>       X gasto
           05  GLA-TYPE            PIC X(1).
               88  GLA-IS-ASSET        VALUE "A".
               88  GLA-IS-LIABILITY    VALUE "L".
               88  GLA-IS-EQUITY       VALUE "E".
               88  GLA-IS-INCOME       VALUE "I".
               88  GLA-IS-EXPENSE      VALUE "X".
           05  FILLER              PIC X(1).
      *>       Saldo normal: D deudor / C acreedor
           05  GLA-NORMAL          PIC X(1).
               88  GLA-NORMAL-DEBIT    VALUE "D".
               88  GLA-NORMAL-CREDIT   VALUE "C".
