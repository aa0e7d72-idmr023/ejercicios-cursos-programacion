      ******************************************************************
      * REGCTA - registro del maestro de CUENTAS contables de la
      * interfaz con el mayor: para cada concepto de movimiento del
      * journal (y moneda, para las operaciones en moneda extranjera)
      * la cuenta de deudores por ventas del lado del cliente y la
      * cuenta de contrapartida. Un aumento del saldo del cliente se
      * asienta al debe de deudores y al haber de la contrapartida;
      * una disminución, al revés. Conceptos: FACTURA, FACTURME
      * (factura en moneda extranjera), RECIBO, NOTACRED, NOTACRME,
      * INTERES, MANUAL, DEVOLUC (devolución de saldo a favor),
      * RECHAZO (recibo rechazado), GASTORCH (gasto del rechazo),
      * CASTIGO, FUSION (traspaso de saldo entre clientes fusionados)
      * y OTROS (cualquier otro origen). Moneda en espacios vale para
      * toda moneda sin cuenta propia.
      ******************************************************************
       01  REG-CUENTAS.
           02  CTA-CLAVE.
               03  CTA-CONCEPTO     PIC X(08).
               03  CTA-MONEDA       PIC X(03).
           02  CTA-DESCRIPCION      PIC X(30).
           02  CTA-DEUDORES         PIC X(12).
           02  CTA-CONTRAPARTIDA    PIC X(12).
           02  FILLER               PIC X(30).
           *>Reserva para campos futuros, para no volver a cambiar el
           *>largo físico del registro.
