      *>                    ("N" sin COD, "P" pendiente de cobro,
      *>                    "C" cobrado al entregar, "R" remitido
      *>                    al remitente por Batch/CODREMIT.COB).
      *>   2026-10-15  jrm  Cuentas corrientes: SHIP-SEND-DATE es la
      *>                    fecha de alta del envio, SHIP-PAY-MODE
      *>                    dice si se pago en el mostrador ("C" o
      *>                    blanco) o se cargo a la cuenta del
      *>                    remitente ("A", Copybooks/SHPACCT.CPY)
      *>                    y SHIP-ACCT-INV la factura mensual de
      *>                    Batch/SHPBILL.COB que lo incluyo (cero =
      *>                    aun sin facturar). Un SHIPMENTS viejo
      *>                    requiere conversion por unica vez.
      *>   2026-10-15  jrm  Envios internacionales: SHIP-DEST-COUNTRY
      *>                    (blanco = nacional) y la declaracion
      *>                    aduanera (contenido, categoria
      *>                    arancelaria, pais de origen; el valor
      *>                    es SHIP-DECLARED-VALUE), con los
      *>                    aranceles e impuestos estimados de la
      *>                    tabla DUTYRATE y quien los paga ("S"
      *>                    remitente, incluidos en el costo; "R"
      *>                    receptor, se cobran al entregar).
      *>   2026-10-15  jrm  Devolucion al remitente: el envio
      *>                    original queda RETORNADO con
      *>                    SHIP-RETURN-ID apuntando al envio de
      *>                    vuelta, que lleva SHIP-RETURN-OF al
      *>                    original y la tasa de devolucion como
      *>                    costo; ambos llevan el motivo. La tasa
      *>                    va a la cuenta corriente o se cobra al
      *>                    remitente al entregarle la vuelta
      *>                    (SHIP-PAY-MODE "R"). Un COD pendiente
      *>                    del original queda anulado ("X").
      *>   2026-10-15  jrm  Peso volumetrico: medidas del bulto
      *>                    (largo, ancho, alto en cm), peso
      *>                    tarifado (el mayor entre el real y el
      *>                    volumetrico con el divisor de la zona
      *>                    en ZONETARIF), zona tarifaria aplicada
      *>                    y el flete de mas que cobro la regla
      *>                    volumetrica. Registros anteriores: peso
      *>                    tarifado en cero, vale SHIP-WEIGHT-KG.
      ******************************************************************
       01  SHIPMENT-RECORD.
           05  SHIP-PACKG-ID            PIC 9(4).
               88  SHIP-COD-PENDING         VALUE "P".
               88  SHIP-COD-COLLECTED       VALUE "C".
               88  SHIP-COD-REMITTED        VALUE "R".
               88  SHIP-COD-CANCELLED       VALUE "X".
           05  SHIP-SEND-DATE           PIC X(8).
           05  SHIP-PAY-MODE            PIC X(1).
               88  SHIP-PAID-COUNTER        VALUE "C" " ".
               88  SHIP-ON-ACCOUNT          VALUE "A".
               88  SHIP-FEE-ON-RETURN       VALUE "R".
           05  SHIP-ACCT-INV            PIC 9(6).
           05  SHIP-DEST-COUNTRY        PIC X(2).
           05  SHIP-CUSTOMS-DESC        PIC X(30).
           05  SHIP-TARIFF-CAT          PIC X(6).
           05  SHIP-ORIGIN-COUNTRY      PIC X(2).
           05  SHIP-DUTY-AMOUNT         PIC 9(7)V9(2).
           05  SHIP-DUTY-PAYER          PIC X(1).
               88  SHIP-DUTY-BY-SENDER      VALUE "S".
               88  SHIP-DUTY-ON-DELIVERY    VALUE "R".
           05  SHIP-RETURN-OF           PIC 9(4).
           05  SHIP-RETURN-ID           PIC 9(4).
           05  SHIP-RETURN-REASON       PIC X(1).
               88  SHIP-RET-BAD-ADDRESS     VALUE "A".
               88  SHIP-RET-REFUSED         VALUE "R".
               88  SHIP-RET-NOT-COLLECTED   VALUE "N".
               88  SHIP-RET-OTHER           VALUE "O".
               88  SHIP-RET-REASON-VALID    VALUE "A" "R" "N" "O".
           05  SHIP-LENGTH-CM           PIC 9(3).
           05  SHIP-WIDTH-CM            PIC 9(3).
           05  SHIP-HEIGHT-CM           PIC 9(3).
           05  SHIP-CHARGE-KG           PIC 9(6).
           05  SHIP-ZONE                PIC X(3).
           05  SHIP-VOL-EXTRA           PIC 9(7)V9(2).
