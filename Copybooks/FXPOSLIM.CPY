      ******************************************************************
      * FXPOSLIM.CPY
      * Limites de posicion abierta por moneda (archivo FXPOSLIM,
      * un renglon por moneda, lo mantiene Tesoreria). Los lee el
      * reporte diario de posicion neta Batch/FXPOSN.COB: la
      * posicion de cada moneda, valuada en USD a la cotizacion de
      * FXRATES, se compara en valor absoluto (comprada o vendida
      * es lo mismo para el limite) contra los dos topes.
      * Pasar FXPL-WARN-USD deja un WARN en EXCPLOG; pasar
      * FXPL-SEVERE-USD, un SEVERE. Una moneda con posicion y sin
      * renglon aca tambien se avisa como WARN: sin limite
      * aprobado no hay posicion permitida.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  FXPL-RECORD.
           05  FXPL-CCY            PIC X(3).
           05  FILLER              PIC X(1).
           05  FXPL-WARN-USD       PIC 9(11)V9(2).
           05  FILLER              PIC X(1).
           05  FXPL-SEVERE-USD     PIC 9(11)V9(2).
