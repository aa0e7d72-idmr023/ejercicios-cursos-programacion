      ******************************************************************
      * REGCAS - registro del fichero de CASTIGOS de incobrables, uno
      * por cliente: la propuesta de castigo (cliente en legales o
      * con deuda vencida de más de los días pedidos, por encima del
      * importe mínimo), la decisión de gerencia de créditos y el
      * castigo posteado. La propuesta se rehace en cada corrida; una
      * aprobada espera al posteo, que deja el saldo del cliente y
      * sus facturas abiertas en cero.
      ******************************************************************
       01  REG-CASTIGOS.
           02  CAS-CLI-ID           PIC 9(07).
           02  CAS-FECHA-PROPUESTA  PIC X(08).
           02  CAS-MOTIVO           PIC X(01).
               88  CAS-POR-LEGALES     VALUE "L".
               88  CAS-POR-MORA        VALUE "M".
           02  CAS-DIAS-MORA        PIC 9(05).
               *>Días desde el vencimiento más viejo impago a la fecha
               *>de la propuesta.
           02  CAS-CANT-FACTURAS    PIC 9(03).
           02  CAS-SALDO-PROPUESTO  PIC S9(9)V9(3).
               *>CLI_SALDO del cliente al proponerlo.
           02  CAS-IMPORTE-CASTIGADO PIC S9(9)V9(3).
               *>CLI_SALDO que el posteo llevó a cero.
           02  CAS-ESTADO           PIC X(01).
               88  CAS-PROPUESTO       VALUE "P".
               88  CAS-APROBADO        VALUE "V".
               88  CAS-RECHAZADO       VALUE "N".
               88  CAS-CASTIGADO       VALUE "C".
               *>P=propuesto, V=aprobado por créditos, N=rechazado,
               *>C=castigado (posteado).
           02  CAS-FECHA-ESTADO     PIC X(08).
           02  FILLER               PIC X(30).
           *>Reserva para campos futuros, para no volver a cambiar el
           *>largo físico del registro.
