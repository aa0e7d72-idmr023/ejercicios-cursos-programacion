      ******************************************************************
      * REGENV - registro del fichero de control de ENVIOS: un
      * documento (factura, extracto o carta de intimación) que ya
      * pasó por el despacho, con el destino que se le dio, la
      * dirección y el fichero con que salió por e-mail y, si el
      * servidor de correo lo devolvió, la fecha del rebote. Evita
      * que una segunda corrida mande dos veces el mismo documento y
      * permite devolver al papel el que rebotó. El rastro completo
      * de cada envío queda además en envios.log.
      ******************************************************************
       01  REG-ENVIOS.
           02  ENV-CLAVE.
               03  ENV-TIPO         PIC X(01).
                   88  ENV-ES-FACTURA  VALUE "F".
                   88  ENV-ES-EXTRACTO VALUE "X".
                   88  ENV-ES-CARTA    VALUE "C".
               03  ENV-DOCUMENTO    PIC X(16).
               *>Factura: número (8 dígitos). Extracto: período
               *>AAAAMM + CLI_ID. Carta: fecha AAAAMMDD + CLI_ID.
           02  ENV-CLI-ID           PIC 9(07).
           02  ENV-DESTINO          PIC X(01).
               88  ENV-A-PAPEL         VALUE "P".
               88  ENV-A-EMAIL         VALUE "E".
               88  ENV-A-AMBOS         VALUE "A".
               *>Destino que le dio el despacho según CLI_ENVIO: P=sólo
               *>papel, E=sólo e-mail, A=e-mail y papel.
           02  ENV-EMAIL            PIC X(50).
           02  ENV-ARCHIVO          PIC X(40).
               *>Fichero del documento que se puso en el manifiesto.
           02  ENV-FECHA-ENVIO      PIC X(08).
           02  ENV-FECHA-REBOTE     PIC X(08).
               *>Espacios = sin rebote. Con fecha, el documento volvió
               *>del servidor de correo y se reimprimió en papel.
           02  FILLER               PIC X(30).
           *>Reserva para campos futuros, para no volver a cambiar el
           *>largo físico del registro.
