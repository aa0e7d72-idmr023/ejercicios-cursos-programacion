               *>Todo estado distinto de activo manda las facturas del
               *>posteo de ventas al informe de retenidas; cada cambio
               *>de estado deja rastro en estados.log.
           03  CLI_CONDICION_PAGO   PIC X(03).
               *>Código del maestro de condiciones de pago; espacios
               *>(también en registros anteriores al campo) = contado.
           03  CLI_ENVIO            PIC X.
               88  CLI-ENVIO-PAPEL     VALUES "P", SPACE, LOW-VALUE.
               88  CLI-ENVIO-EMAIL     VALUE "E".
               88  CLI-ENVIO-AMBOS     VALUE "A".
               *>Cómo recibe el cliente facturas, extractos y cartas:
               *>P=papel (también espacios, en registros anteriores al
               *>campo), E=sólo por e-mail a CLI_EMAIL, A=ambos.
           03  CLI_EMAIL_REBOTE     PIC X(08).
               *>Fecha en que el servidor de correo devolvió un envío
               *>a CLI_EMAIL; espacios = dirección sin rebotes. Con
               *>fecha cargada el despacho manda todo en papel hasta
               *>que se corrija el e-mail, que la vuelve a espacios.
           03  FILLER               PIC X(147).
           *>Filler permite agregar un campo a futuro, de no agregar FILLER no se puede agregar ningún otro dato a futuro
