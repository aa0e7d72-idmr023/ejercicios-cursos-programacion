      ******************************************************************
      * REGART - registro del maestro de ARTICULOS (código,
      * descripción, unidad de medida, precio de lista, tasa de
      * impuesto y estado), con una lista de precios optativa por
      * categoría de cliente. FACTURAR toma de acá el precio y la
      * tasa de cada línea: el precio de la categoría del cliente si
      * está cargado, si no el de lista.
      ******************************************************************
       01  REG-ARTICULOS.
           02  ART-CODIGO          PIC X(08).
           02  ART-DESCRIPCION     PIC X(40).
           02  ART-UNIDAD          PIC X(04).
           02  ART-PRECIO-LISTA    PIC 9(07)V99.
           02  ART-TASA-IMPUESTO   PIC 9(03)V99.
           02  ART-ESTADO          PIC X.
               88  ART-ACTIVO         VALUE "A" SPACE.
               88  ART-INACTIVO       VALUE "I".
           02  ART-PRECIO-CATEGORIA OCCURS 10 TIMES.
               03  ART-PCA-CATEGORIA  PIC X(01).
               03  ART-PCA-PRECIO     PIC 9(07)V99.
               *>Categoría en blanco = entrada libre de la lista.
           02  FILLER              PIC X(33).
           *>Reserva para campos futuros, para no volver a cambiar el
           *>largo físico del registro.
