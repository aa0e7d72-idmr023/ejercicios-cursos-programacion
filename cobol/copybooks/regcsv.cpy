      * maestro CAMBIOS para la fecha de la factura. El vendedor viene
      * como sexto campo; vacío significa venta sin vendedor asignado
      * (también en las líneas anteriores al campo), cualquier otro
      * valor debe existir en el maestro VENDEDORES. Desde el séptimo
      * campo viene el detalle de IVA: hasta tres grupos de neto,
      * impuesto y tasa (importes en diez dígitos con dos decimales
      * implícitos, tasa en cinco dígitos con dos decimales), uno por
      * tasa distinta de la factura; sin detalle (líneas anteriores a
      * los campos o ficheros externos que no lo traen) la factura se
      * postea sin discriminar y el libro IVA la muestra aparte.
      ******************************************************************
       01  TEXTO-CSV       PIC X(400).

               88  CSV-MONEDA-LOCAL    VALUE SPACES.
           02  CSV-VENDEDOR    PIC X(03).
               88  CSV-SIN-VENDEDOR    VALUE SPACES.
           02  CSV-DETALLE-IVA.
               03  CSV-IVA OCCURS 3 TIMES.
                   04  CSV-NETO        PIC X(10) JUST RIGHT.
                   04  CSV-NETO-9 REDEFINES CSV-NETO
                                       PIC S9(8)V99.
                   04  CSV-IMPUESTO    PIC X(10) JUST RIGHT.
                   04  CSV-IMPUESTO-9 REDEFINES CSV-IMPUESTO
                                       PIC S9(8)V99.
                   04  CSV-TASA        PIC X(05) JUST RIGHT.
                   04  CSV-TASA-9 REDEFINES CSV-TASA
                                       PIC 9(03)V99.
