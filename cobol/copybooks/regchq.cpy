      ******************************************************************
      * REGCHQ - registro del fichero de CHEQUES en cartera: un cheque
      * de pago diferido recibido de un cliente, identificado por el
      * banco librador y el número de cheque, con el recibo que lo
      * ampara y la fecha desde la que se lo puede depositar. El
      * cheque en cartera no toca el saldo del cliente; la liberación
      * diaria lo pasa al fichero de cobros en su fecha de depósito y
      * desde ahí sigue el camino de cualquier recibo (conciliación
      * con el banco y posteo de la cobranza).
      ******************************************************************
       01  REG-CHEQUES.
           02  CHQ-CLAVE.
               03  CHQ-BANCO        PIC X(20).
               03  CHQ-NUMERO       PIC 9(08).
           02  CHQ-CLI-ID           PIC 9(07).
           02  CHQ-RECIBO           PIC 9(08).
               *>Recibo entregado al cliente por el cheque; es la
               *>referencia con que el depósito vuelve del banco.
           02  CHQ-IMPORTE          PIC S9(8)V99.
           02  CHQ-FECHA-RECEPCION  PIC X(08).
           02  CHQ-FECHA-DEPOSITO   PIC X(08).
           02  CHQ-ESTADO           PIC X(01).
               88  CHQ-EN-CARTERA      VALUE "C".
               88  CHQ-LIBERADO        VALUE "L".
               88  CHQ-ANULADO         VALUE "A".
               *>C=en cartera, L=liberado al fichero de cobros,
               *>A=anulado (devuelto al cliente o cargado por error).
           02  CHQ-FECHA-SALIDA     PIC X(08).
               *>Fecha en que dejó la cartera (liberado o anulado).
           02  FILLER               PIC X(30).
           *>Reserva para campos futuros, para no volver a cambiar el
           *>largo físico del registro.
