      * secuencia usada).
      * Modification History:
      *>   2026-08-22  jrm  Initial version.
      *>   2026-10-15  jrm  TRANF-REV-SEQ: en un contra-asiento
      *>                    REVERSAL (Batch/TRANREV.COB) apunta a
      *>                    la secuencia del movimiento original;
      *>                    cero en todo otro movimiento. Los
      *>                    registros anteriores lo leen en
      *>                    blanco (no numerico = sin reversa).
      *>   2026-10-15  jrm  TRANF-REASON: motivo de rechazo de la
      *>                    camara compensadora en la reacreditacion
      *>                    EXT-RETURN de una transferencia a otro
      *>                    banco devuelta (Batch/CLRRET.COB);
      *>                    espacios en todo otro movimiento.
      *>   2026-10-15  jrm  TRANFILE pasa a ser indexado: clave
      *>                    primaria TRANF-SEQ (la lectura
      *>                    secuencial sigue en orden de secuencia,
      *>                    como la re-suma de BANKPROOF necesita) y
      *>                    clave alternativa TRANF-ACCT-KEY
      *>                    (cuenta + fecha + secuencia) para
      *>                    posicionarse con START en los
      *>                    movimientos de una cuenta en un rango de
      *>                    fechas sin recorrer el archivo entero.
      *>                    Los campos de la clave alternativa se
      *>                    reordenaron al frente del registro; el
      *>                    archivo secuencial anterior se convierte
      *>                    una unica vez con Batch/TRANCONV.COB.
      ******************************************************************
       01  TRANF-RECORD.
      *>       Clave alternativa: los movimientos de una cuenta,
      *>       por fecha y, dentro del dia, por secuencia.
           05  TRANF-ACCT-KEY.
               10  TRANF-USERNAME      PIC X(15).
               10  TRANF-DATE          PIC X(8).
               10  TRANF-SEQ           PIC 9(7).
           05  TRANF-TIME          PIC X(6).
           05  TRANF-TYPE          PIC X(10).
           05  TRANF-AMOUNT        PIC S9(9)V9(2)
                                   SIGN LEADING SEPARATE.
           05  TRANF-BALANCE       PIC S9(9)V9(2)
                                   SIGN LEADING SEPARATE.
           05  TRANF-REV-SEQ       PIC 9(7).
           05  TRANF-REASON        PIC X(3).
