      ******************************************************************
      * SUPPLIER.CPY
      * Maestro de proveedores de actividades (archivo ACTSUPPL):
      * el operador local que presta la actividad vendida por
      * 02-TravelAgency en cada destino. La clave es el destino
      * (mismo SUP-COUNTRY que PRC-COUNTRY de PRICETBL) y la
      * actividad (1 Tour 2 Ski 3 Hiking 4 Beach 5 Extreme, como
      * CHOICE-ACTIV); actividad 0 = cualquier actividad del
      * destino. El costo del proveedor es un neto por persona
      * (base "N") o el precio de venta menos la comision de la
      * agencia en % (base "C"). Sin fila, la actividad es propia
      * y no genera deuda con proveedores.
      * Modification History:
      *>   2026-10-15  jrm  Initial version.
      *>   2026-10-15  jrm  Archivo asignado como ACTSUPPL: SUPPLIERS
      *>                    es el maestro del shopping, con otro
      *>                    layout.
      ******************************************************************
       01  SUPPLIER-RECORD.
           05  SUP-CODE            PIC X(5).
           05  FILLER              PIC X(1).
           05  SUP-NAME            PIC X(20).
           05  FILLER              PIC X(1).
           05  SUP-COUNTRY         PIC X(10).
           05  FILLER              PIC X(1).
           05  SUP-ACTIV           PIC 9(1).
           05  FILLER              PIC X(1).
           05  SUP-BASIS           PIC X(1).
               88  SUP-NET-COST        VALUE "N".
               88  SUP-COMMISSION      VALUE "C".
           05  FILLER              PIC X(1).
           05  SUP-NET-PERSON      PIC 9(5)V99.
           05  FILLER              PIC X(1).
           05  SUP-COMM-PCT        PIC 9(2)V99.
