      ******************************************************************
      * REGSAF - registro del fichero de SALDOS A FAVOR: una partida
      * por cada recibo cuyo importe superó las facturas abiertas del
      * cliente, con el excedente que quedó a cuenta. El posteo de
      * ventas aplica las partidas con saldo contra las facturas
      * nuevas del cliente, de la más vieja a la más nueva, y la
      * corrida de devoluciones propone, aprueba y devuelve las que
      * siguen sin aplicar pasados los días que se le indiquen.
      ******************************************************************
       01  REG-SALDOS-FAVOR.
           02  SAF-RECIBO           PIC 9(08).
           02  SAF-CLI-ID           PIC 9(07).
           02  SAF-FECHA            PIC X(08).
               *>Fecha de proceso de la cobranza que dejó la partida.
           02  SAF-IMPORTE          PIC S9(9)V9(3).
               *>Excedente original del recibo.
           02  SAF-SALDO            PIC S9(9)V9(3).
               *>Lo que queda sin aplicar ni devolver.
           02  SAF-APLICADO         PIC S9(9)V9(3).
           02  SAF-DEVUELTO         PIC S9(9)V9(3).
           02  SAF-ESTADO           PIC X(01).
               88  SAF-ABIERTO         VALUE "A".
               88  SAF-PROPUESTO       VALUE "P".
               88  SAF-APROBADO        VALUE "V".
               88  SAF-CERRADO         VALUE "C".
               *>A=abierto, P=propuesto para devolución, V=devolución
               *>aprobada, C=cerrado (aplicado o devuelto entero).
               *>Mientras tenga saldo, la partida se aplica a las
               *>facturas nuevas cualquiera sea su estado.
           02  SAF-FECHA-ESTADO     PIC X(08).
           02  FILLER               PIC X(30).
           *>Reserva para campos futuros, para no volver a cambiar el
           *>largo físico del registro.
