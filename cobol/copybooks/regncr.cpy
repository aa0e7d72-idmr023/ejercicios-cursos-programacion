      ******************************************************************
      * REGNCR - registro del fichero de notas de crédito posteadas:
      * una entrada por nota aplicada por NOTACRED, con la factura que
      * acredita, el importe en moneda local y el mismo detalle de IVA
      * que la factura (neto, impuesto y tasa, hasta tres tasas), para
      * que el libro IVA ventas liste cada nota con su discriminación.
      * La clave es la factura acreditada más la fecha de posteo y una
      * secuencia, porque una factura puede recibir varias notas.
      ******************************************************************
       01  REG-NOTAS-CREDITO.
           02  NCR-CLAVE.
               03  NCR-NROFACTURA   PIC 9(08).
               03  NCR-FECHA        PIC X(08).
               03  NCR-SECUENCIA    PIC 9(03).
           02  NCR-CLI-ID           PIC 9(07).
           02  NCR-FECHA-NOTA       PIC X(08).
           02  NCR-MONEDA           PIC X(03).
           02  NCR-IMPORTE          PIC S9(9)V9(3).
           02  NCR-IVA-INFORMADO    PIC X.
               88  NCR-CON-IVA         VALUE "S".
           02  NCR-IVA OCCURS 3 TIMES.
               03  NCR-IVA-TASA     PIC 9(03)V99.
               03  NCR-IVA-NETO     PIC S9(9)V9(3).
               03  NCR-IVA-IMPUESTO PIC S9(9)V9(3).
           02  FILLER               PIC X(40).
           *>Reserva para campos futuros, para no volver a cambiar el
           *>largo físico del registro.
