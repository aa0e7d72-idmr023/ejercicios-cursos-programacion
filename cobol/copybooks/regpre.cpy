      ******************************************************************
      * REGPRE - registro del maestro de PRESUPUESTOS de venta: por
      * período AAAAMM, vendedor y categoría de cliente, la meta de
      * facturación y la meta de cobranza en moneda local. Vendedor
      * en espacios = ventas sin vendedor asignado. El informe de
      * presupuesto contra real compara cada meta con las facturas
      * posteadas y la cobranza del período y del año.
      ******************************************************************
       01  REG-PRESUPUESTO.
           02  PRE-CLAVE.
               03  PRE-PERIODO      PIC X(06).
               03  PRE-VENDEDOR     PIC X(03).
               03  PRE-CATEGORIA    PIC X(01).
           02  PRE-META-FACTURADO   PIC 9(11)V99.
           02  PRE-META-COBRADO     PIC 9(11)V99.
           02  FILLER               PIC X(20).
           *>Reserva para campos futuros, para no volver a cambiar el
           *>largo físico del registro.
