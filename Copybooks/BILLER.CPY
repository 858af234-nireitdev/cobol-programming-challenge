      ******************************************************************
      * BILLER.CPY
      * Maestro de empresas de servicios adheridas al pago de
      * facturas (archivo BILLERS, indexado por BILR-CODE). Lo
      * mantiene el operador desde Batch/CREDADMIN.COB, lo consulta
      * 01-OnlineBanking al pagar una factura y lo recorre
      * Batch/BILLSETL.COB para armar la rendicion diaria de cada
      * empresa.
      * BILR-REF-FORMAT es la mascara de la referencia de cliente
      * que la empresa imprime en su factura (numero de cliente,
      * de linea, de medidor): una posicion por caracter, "9"
      * digito, "A" letra, "X" cualquier caracter no blanco; el
      * largo de la mascara es el largo exacto de la referencia.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      ******************************************************************
       01  BILR-RECORD.
           05  BILR-CODE           PIC X(6).
           05  BILR-NAME           PIC X(30).
           05  BILR-REF-FORMAT     PIC X(20).
           05  BILR-ACTIVE-SW      PIC X(1).
               88  BILR-IS-ACTIVE      VALUE "Y".
