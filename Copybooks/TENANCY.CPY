      ******************************************************************
      * TENANCY.CPY
      * Registro comun de tenencias (archivo TENANCY): inquilino
      * (PARTYMSTR), propiedad del listado, inicio, alquiler
      * mensual vigente, deposito retenido y estado, mas los
      * terminos del contrato: fin del contrato, regla de ajuste
      * anual (porcentaje fijo o indice publicado en RENTINDEX),
      * fecha del ultimo ajuste aplicado y el ultimo aviso de
      * renovacion encolado. Lo graba 03-RealStateRentSystem al
      * firmar; Batch/RENTCHG.COB cobra TEN-RENT y
      * Batch/LEASEREN.COB renueva y ajusta.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  TENANCY-RECORD.
           05  TEN-PARTY-ID        PIC X(15).
           05  FILLER              PIC X(1).
           05  TEN-HOME            PIC 99.
           05  FILLER              PIC X(1).
           05  TEN-START-DATE      PIC X(8).
           05  FILLER              PIC X(1).
           05  TEN-RENT            PIC 9(5).
           05  FILLER              PIC X(1).
           05  TEN-DEPOSIT         PIC 9(5).
           05  FILLER              PIC X(1).
      *>       "A" activa / "E" terminada
           05  TEN-STATUS          PIC X(1).
           05  FILLER              PIC X(1).
           05  TEN-END-DATE        PIC X(8).
           05  FILLER              PIC X(1).
      *>       "F" porcentaje fijo / "I" indice / "N" o blanco sin
      *>       ajuste
           05  TEN-ESC-RULE        PIC X(1).
           05  FILLER              PIC X(1).
           05  TEN-ESC-PCT         PIC 99V99.
           05  FILLER              PIC X(1).
           05  TEN-ESC-INDEX       PIC X(6).
           05  FILLER              PIC X(1).
           05  TEN-LAST-ESC        PIC X(8).
           05  FILLER              PIC X(1).
      *>       Ultimo aviso de renovacion: " " ninguno / "9" a 90
      *>       dias / "6" a 60 dias
           05  TEN-NOTICE          PIC X(1).
