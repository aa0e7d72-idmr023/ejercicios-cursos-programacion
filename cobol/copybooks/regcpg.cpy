      ******************************************************************
      * REGCPG - registro del maestro de condiciones de pago: código
      * (el que se carga en CLI_CONDICION_PAGO), descripción y hasta
      * cuatro vencimientos, cada uno con los días desde la fecha de
      * la factura y el porcentaje del importe que vence ese día (una
      * condición 30/60/90 lleva tres vencimientos de 33,33 / 33,33 /
      * 33,34). El posteo de ventas estampa con esto los vencimientos
      * de cada factura; un cliente sin condición cargada es contado
      * (vence el mismo día de la factura).
      ******************************************************************
       01  REG-CONDICIONES.
           02  CPG-CODIGO          PIC X(03).
           02  CPG-DESCRIPCION     PIC X(30).
           02  CPG-CANT-CUOTAS     PIC 9(01).
           02  CPG-CUOTA OCCURS 4 TIMES.
               03  CPG-DIAS        PIC 9(03).
               03  CPG-PORCENTAJE  PIC 9(03)V99.
           02  FILLER              PIC X(30).
           *>Reserva para campos futuros, para no volver a cambiar el
           *>largo físico del registro.
