      ******************************************************************
      * REGCIR - registro del fichero de CIRCULARIZACIONES: un pedido
      * de confirmación de saldo por fecha de corte y cliente, con el
      * motivo de la selección, el saldo al corte reconstruido del
      * journal y sus archivos, y la respuesta que carga el empleado
      * cuando el cliente contesta (conforme, disconforme con el saldo
      * que informa, o sin respuesta al cerrar la circularización).
      ******************************************************************
       01  REG-CIRCULARIZACION.
           02  CIR-CLAVE.
               03  CIR-FECHA-CORTE  PIC X(08).
               03  CIR-CLI-ID       PIC 9(07).
           02  CIR-MOTIVO           PIC X(01).
               88  CIR-POR-IMPORTE     VALUE "I".
               88  CIR-POR-MUESTRA     VALUE "M".
               88  CIR-POR-AUDITOR     VALUE "A".
               *>I = saldo al corte igual o mayor al importe mínimo,
               *>M = muestra al azar del resto, A = pedido por los
               *>auditores.
           02  CIR-FECHA-EMISION    PIC X(08).
           02  CIR-SALDO-CORTE      PIC S9(7)V9(3).
           02  CIR-CANT-FACTURAS    PIC 9(03).
           02  CIR-RESPUESTA        PIC X(01).
               88  CIR-PENDIENTE       VALUE "P".
               88  CIR-CONFORME        VALUE "C".
               88  CIR-DISCONFORME     VALUE "D".
               88  CIR-SIN-RESPUESTA   VALUE "N".
           02  CIR-SALDO-INFORMADO  PIC S9(7)V9(3).
               *>Saldo según el cliente; sólo en la respuesta
               *>disconforme (en la conforme se copia el saldo al
               *>corte).
           02  CIR-FECHA-RESPUESTA  PIC X(08).
           02  CIR-OBSERVACION      PIC X(60).
           02  FILLER               PIC X(30).
           *>Reserva para campos futuros, para no volver a cambiar el
           *>largo físico del registro.
