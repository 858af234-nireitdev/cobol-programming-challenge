      ******************************************************************
      * AWARDREC.CPY
      * Becas y ayudas economicas por alumno y periodo (archivo
      * AWARDS, indexado por alumno + periodo + numero de beca).
      * Se mantienen desde el menu de aranceles de
      * 03-UniversityEnrollment ([6] -> [B]). Al emitir la factura
      * del arancel del periodo cada beca activa que corresponde
      * al programa se aplica como un renglon de descuento aparte
      * en TUITINV y se asienta en GLEXTRACT contra la cuenta de
      * gasto de becas (no como cobro). Una beca por importe fijo
      * se va consumiendo entre las facturas del periodo; una por
      * porcentaje se aplica entera a cada una.
      * AWD-SOURCE es quien la paga: "UNIV" son fondos propios;
      * cualquier otro es un patrocinador externo al que se le
      * factura su parte con el registro de Batch/AWARDREG.COB.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  AWD-RECORD.
           05  AWD-KEY.
               10  AWD-STUDENT         PIC X(15).
               10  AWD-TERM            PIC X(6).
               10  AWD-SEQ             PIC 9(2).
      *>       Programa al que se aplica; en blanco, a cualquiera.
           05  AWD-PROG            PIC X(3).
           05  AWD-TYPE            PIC X(1).
               88  AWD-IS-MERIT        VALUE "M".
               88  AWD-IS-NEED         VALUE "N".
               88  AWD-IS-SPORT        VALUE "S".
               88  AWD-IS-SPONSORED    VALUE "P".
               88  AWD-TYPE-VALID      VALUE "M" "N" "S" "P".
           05  AWD-BASIS           PIC X(1).
               88  AWD-IS-PERCENT      VALUE "P".
               88  AWD-IS-FIXED        VALUE "F".
           05  AWD-PCT             PIC 9(3)V9(2).
           05  AWD-FIXED           PIC 9(7)V9(2).
           05  AWD-SOURCE          PIC X(10).
           05  AWD-STATUS          PIC X(1).
               88  AWD-IS-ACTIVE       VALUE "A".
               88  AWD-IS-CANCELLED    VALUE "C".
      *>       Descontado hasta ahora y la ultima factura que la uso.
           05  AWD-APPLIED         PIC 9(7)V9(2).
           05  AWD-LAST-INV        PIC 9(6).
           05  AWD-DATE            PIC X(8).
