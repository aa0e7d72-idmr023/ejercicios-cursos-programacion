      ******************************************************************
      * REGAPL - registro del fichero de APLICACIONES de recibos: qué
      * pagó cada recibo y por cuánto, para poder revertirlo exacto
      * si el banco lo rechaza. Por recibo hay una cabecera (secuencia
      * cero) con el cliente, la fecha y el importe del recibo, y una
      * línea por cada factura cancelada (total o parcial) y por cada
      * cuota de convenio marcada pagada. La cobranza graba la
      * cabecera y sus líneas; el posteo de ventas agrega líneas de
      * factura cuando aplica el saldo a favor que dejó el recibo.
      ******************************************************************
       01  REG-APLICACIONES.
           02  APL-CLAVE.
               03  APL-RECIBO       PIC 9(08).
               03  APL-SECUENCIA    PIC 9(03).
           02  APL-TIPO             PIC X(01).
               88  APL-CABECERA        VALUE "R".
               88  APL-A-FACTURA       VALUE "F".
               88  APL-A-CUOTA         VALUE "C".
           02  APL-CLI-ID           PIC 9(07).
           02  APL-FECHA            PIC X(08).
           02  APL-NROFACTURA       PIC 9(08).
           02  APL-NRO-CUOTA        PIC 9(02).
           02  APL-IMPORTE          PIC S9(9)V9(3).
               *>En la cabecera, el importe del recibo; en las líneas,
               *>lo aplicado a la factura o el importe de la cuota.
           02  APL-ULTIMA-SECUENCIA PIC 9(03).
               *>Sólo en la cabecera: última secuencia de línea usada.
           02  APL-ESTADO           PIC X(01).
               88  APL-VIGENTE         VALUE "A".
               88  APL-REVERTIDO       VALUE "R".
           02  APL-FECHA-REVERSION  PIC X(08).
           02  FILLER               PIC X(20).
           *>Reserva para campos futuros, para no volver a cambiar el
           *>largo físico del registro.
