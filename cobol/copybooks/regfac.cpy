      * cobranza va cancelando de la más vieja a la más nueva; un
      * registro anterior a los campos (importe no numérico) es
      * historia previa a la partida abierta y se considera saldado.
      * El detalle de IVA guarda el neto, el impuesto y la tasa de la
      * factura (hasta tres tasas, en moneda local) para el libro IVA
      * ventas; una factura posteada sin detalle queda con
      * FAC-IVA-INFORMADO en N. Los vencimientos salen de la
      * condición de pago del cliente al postear (hasta cuatro, con
      * fecha e importe en moneda local; el cliente de contado tiene
      * un único vencimiento en la fecha de la factura). Una factura
      * sin vencimientos (registro anterior a los campos, con la
      * cantidad en blanco o en cero) vence entera en
      * FAC-FECHA-POSTEO. Una factura castigada como incobrable queda
      * con el saldo pendiente en cero y la fecha del castigo. La
      * factura que la cobranza, un saldo a favor o una nota de
      * crédito dejan con pendiente cero guarda la fecha en que quedó
      * cancelada, para medir cuánto tarda cada cliente en pagar.
      ******************************************************************
       01  REG-FACTURAS.
           02  FAC-NROFACTURA       PIC 9(08).
               *>al campo). La liquidación de comisiones suma las
               *>facturas posteadas del período por este código.
           02  FILLER               PIC X(02).
           02  FAC-IVA-INFORMADO    PIC X.
               88  FAC-CON-IVA         VALUE "S".
           02  FAC-IVA OCCURS 3 TIMES.
               03  FAC-IVA-TASA     PIC 9(03)V99.
               03  FAC-IVA-NETO     PIC S9(9)V9(3).
               03  FAC-IVA-IMPUESTO PIC S9(9)V9(3).
               *>Grupo sin usar: tasa, neto e impuesto en cero.
           02  FAC-CONDICION-PAGO   PIC X(03).
           02  FAC-CANT-VENCIMIENTOS PIC 9(01).
           02  FAC-VENCIMIENTO OCCURS 4 TIMES.
               03  FAC-VTO-FECHA    PIC X(08).
               03  FAC-VTO-IMPORTE  PIC S9(9)V9(3).
               *>Los importes de los vencimientos suman FAC-IMPORTE;
               *>el saldo pendiente se imputa de la primera cuota a
               *>la última.
           02  FAC-FECHA-CASTIGO    PIC X(08).
               *>Fecha en que el castigo de incobrables canceló el
               *>saldo pendiente; espacios = factura no castigada.
           02  FAC-FECHA-CANCELACION PIC X(08).
               *>Fecha de proceso en que el saldo pendiente llegó a
               *>cero; espacios = factura abierta, castigada o
               *>cancelada antes de existir el campo. Un rechazo del
               *>recibo que la reabre la vuelve a espacios.
           02  FILLER               PIC X(100).
           *>Reserva para campos futuros, para no volver a cambiar el
           *>largo físico del registro. Un fichero anterior a los
           *>importes (registro de 23 bytes) o anterior al detalle de
           *>IVA (registro de 64 bytes) se convierte una única vez con
           *>FACCONV.
