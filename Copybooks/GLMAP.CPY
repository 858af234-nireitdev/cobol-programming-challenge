      ******************************************************************
      * GLMAP.CPY
      * Mapeo de cada cuenta libre de GLEXTRACT (GLEXT-ACCOUNT) a
      * un par de cuentas del plan (GLACCTS), archivo GLMAP. El par
      * es el asiento de un importe POSITIVO del extracto; un
      * importe negativo invierte debe y haber. Una etiqueta que
      * termina en "*" cubre todas las cuentas que empiezan igual
      * (OWNER-PAY-HOME-*, TICKETS-EVT-*, ...); gana la exacta y,
      * si no hay, el prefijo mas largo.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  GLMAP-RECORD.
           05  GLM-LABEL           PIC X(20).
           05  FILLER              PIC X(1).
           05  GLM-DEBIT           PIC X(6).
           05  FILLER              PIC X(1).
           05  GLM-CREDIT          PIC X(6).
