      ******************************************************************
      * REGABO - registro del maestro de ABONOS (contratos de cargos
      * fijos), uno por cliente, con hasta diez conceptos recurrentes.
      * Cada concepto lleva su importe neto y tasa de impuesto, la
      * moneda (espacios = local) y el vendedor de la factura, las
      * fechas de inicio y fin (fin en espacios = sin vencimiento) y
      * la frecuencia: M mensual, B bimestral, T trimestral, contando
      * los meses desde el de inicio. La facturación de abonos marca
      * en cada concepto el último período facturado y su factura,
      * así una corrida repetida del mismo período no factura dos
      * veces.
      ******************************************************************
       01  REG-ABONOS.
           02  ABO-CLI-ID           PIC 9(07).
           02  ABO-FECHA-ALTA       PIC X(08).
           02  ABO-CANT-CONCEPTOS   PIC 9(02).
           02  ABO-CONCEPTOS.
               03  ABO-CONCEPTO OCCURS 10 TIMES.
                   04  ABC-DESCRIPCION  PIC X(30).
                   04  ABC-IMPORTE      PIC 9(07)V99.
                   04  ABC-TASA         PIC 9(03)V99.
                   04  ABC-MONEDA       PIC X(03).
                   04  ABC-VENDEDOR     PIC X(03).
                   04  ABC-DESDE        PIC X(08).
                   04  ABC-HASTA        PIC X(08).
                   04  ABC-FRECUENCIA   PIC X(01).
                       88  ABC-MENSUAL     VALUE "M".
                       88  ABC-BIMESTRAL   VALUE "B".
                       88  ABC-TRIMESTRAL  VALUE "T".
                   04  ABC-ULTIMO-PERIODO PIC X(06).
                       *>AAAAMM del último período facturado;
                       *>espacios = nunca facturado.
                   04  ABC-ULTIMA-FACTURA PIC 9(08).
           02  FILLER               PIC X(40).
           *>Reserva para campos futuros, para no volver a cambiar el
           *>largo físico del registro.
