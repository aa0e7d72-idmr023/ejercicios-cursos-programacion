      ******************************************************************
      * REGASI - línea del fichero de asientos que la interfaz con el
      * mayor deja para contabilidad, de largo fijo (100 bytes) y sin
      * separadores. Cada asiento resume un concepto (y moneda) del
      * journal del día en una dirección: dos líneas, una al debe y
      * otra al haber, por el mismo importe en moneda local sin signo
      * y con dos decimales implícitos. Las operaciones en moneda
      * extranjera llevan además la moneda y el importe original.
      ******************************************************************
       01  REG-ASIENTO.
           02  ASI-FECHA            PIC X(08).
           02  ASI-NUMERO           PIC 9(05).
           02  ASI-LINEA            PIC 9(02).
           02  ASI-CUENTA           PIC X(12).
           02  ASI-DEBE-HABER       PIC X(01).
               88  ASI-AL-DEBE         VALUE "D".
               88  ASI-AL-HABER        VALUE "H".
           02  ASI-IMPORTE          PIC 9(11)V99.
           02  ASI-MONEDA           PIC X(03).
               *>Espacios = moneda local.
           02  ASI-IMPORTE-ORIG     PIC 9(11)V99.
           02  ASI-CONCEPTO         PIC X(08).
           02  ASI-CANT-MOV         PIC 9(05).
               *>Líneas del journal que resume el asiento.
           02  ASI-LEYENDA          PIC X(30).
