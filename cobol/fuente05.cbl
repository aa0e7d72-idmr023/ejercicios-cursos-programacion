                  RECORD KEY IS TCA-CLAVE
                  STATUS ST-FILE-TCA.

           SELECT OPTIONAL CONDICIONES ASSIGN TO "./condpago.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CPG-CODIGO
                  STATUS ST-FILE-CPG.

           SELECT OPTIONAL SALDOS-FAVOR ASSIGN TO "./saldosfavor.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS SAF-RECIBO
                  ALTERNATE KEY SAF-CLI-ID WITH DUPLICATES
                  STATUS ST-FILE-SAF.

           SELECT OPTIONAL APLICACIONES ASSIGN TO "./aplicaciones.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS APL-CLAVE
                  STATUS ST-FILE-APL.

       DATA DIVISION.
       FILE SECTION.


           COPY "regtca.cpy".

       FD  CONDICIONES.

           COPY "regcpg.cpy".

       FD  SALDOS-FAVOR.

           COPY "regsaf.cpy".

       FD  APLICACIONES.

           COPY "regapl.cpy".

       WORKING-STORAGE SECTION.

       01  ST-FILE     PIC XX.
       01  ST-FILE-CRE PIC XX.
       01  ST-FILE-RET PIC XX.
       01  ST-FILE-TCA PIC XX.
       01  ST-FILE-CPG PIC XX.
       01  ST-FILE-SAF PIC XX.
       01  ST-FILE-APL PIC XX.
       01  X           PIC X.

       01  W-SALDO-ANTERIOR      PIC S9(7)V9(3).
       01  W-CANT-DUPLICADAS     PIC 9(05) VALUE 0.

       01  W-IMPORTE-POSTEO      PIC S9(9)V9(3).
       01  W-SUMA-IVA            PIC S9(9)V9(3).
       01  IDX-IVA               PIC 9.
       01  IDX-IVA-ULTIMO        PIC 9.
       01  W-FECHA-BASE          PIC X(08).
       01  W-FECHA-BASE-9 REDEFINES W-FECHA-BASE PIC 9(08).
       01  W-FECHA-VTO-9         PIC 9(08).
       01  W-DIA-BASE            PIC 9(07).
       01  W-SUMA-VTO            PIC S9(9)V9(3).
       01  IDX-VTO               PIC 9.
       01  W-APLICO-FAVOR        PIC S9(9)V9(3).
       01  W-CANT-APLIC-FAVOR    PIC 9(05) VALUE 0.
       01  W-TOTAL-APLIC-FAVOR   PIC S9(11)V9(3) VALUE 0.
       01  FIN-SALDOS-FAVOR      PIC X     VALUE "N".
           88  TERMINAR-SALDOS-FAVOR VALUE "S".
       01  W-TASA-HALLADA        PIC X     VALUE "N".
           88  TASA-OK              VALUE "S".
           88  TASA-FALTANTE        VALUE "N".
           DISPLAY "FACTURAS DUPLICADAS...: " W-CANT-DUPLICADAS.
           DISPLAY "RECHAZOS POR CREDITO..: " W-CANT-RECHAZOS-CRED.
           DISPLAY "FACTURAS RETENIDAS....: " W-CANT-RETENIDAS.
           DISPLAY "SALDOS A FAVOR APLIC..: " W-CANT-APLIC-FAVOR.
           DISPLAY "IMPORTE A FAVOR APLIC.: " W-TOTAL-APLIC-FAVOR.
           PERFORM CIERRO-ARCHIVOS.
           PERFORM LIBERO-CERROJO THRU F-LIBERO-CERROJO.
           IF NOT DETENER-PROCESO
           IF ST-FILE-TCA > "07"
              DISPLAY "ERROR ABRIENDO CAMBIOS - ST " ST-FILE-TCA
              ACCEPT X.
           OPEN INPUT CONDICIONES.
           IF ST-FILE-CPG > "07"
              DISPLAY "ERROR ABRIENDO CONDICIONES - ST " ST-FILE-CPG
              ACCEPT X.
           OPEN I-O SALDOS-FAVOR.
           IF ST-FILE-SAF > "07"
              DISPLAY "ERROR ABRIENDO SALDOS A FAVOR - ST " ST-FILE-SAF
              ACCEPT X.
           OPEN I-O APLICACIONES.
           IF ST-FILE-APL > "07"
              DISPLAY "ERROR ABRIENDO APLICACIONES - ST " ST-FILE-APL
              ACCEPT X.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE RECHAZOS-CREDITO.
           CLOSE RETENIDOS.
           CLOSE CAMBIOS.
           CLOSE CONDICIONES.
           CLOSE SALDOS-FAVOR.
           CLOSE APLICACIONES.

      *----------------------------------------------------------------
      * GRABO-LOG-ERROR: agrega una línea al fichero de errores con el
      * GRABO-FACTURA: deja constancia en el registro FACTURAS de que
      * CSV-NROFACTURA quedó posteada hoy, para rechazarla si vuelve
      * a venir en un fichero futuro, con el importe posteado y el
      * saldo pendiente de cobro que la cobranza irá cancelando, el
      * detalle de neto e impuesto por tasa para el libro IVA y los
      * vencimientos según la condición de pago del cliente. Si el
      * cliente tiene saldos a favor de recibos anteriores, la
      * factura nace ya cancelada por lo que esos saldos cubren.
      *----------------------------------------------------------------
       GRABO-FACTURA.
           MOVE SPACES TO REG-FACTURAS.
           MOVE W-IMPORTE-POSTEO TO FAC-SALDO-PENDIENTE.
           MOVE 0                TO FAC-ACREDITADO.
           MOVE CSV-VENDEDOR     TO FAC-VENDEDOR.
           PERFORM ARMO-IVA-FACTURA THRU F-ARMO-IVA-FACTURA.
           PERFORM ARMO-VENCIMIENTOS THRU F-ARMO-VENCIMIENTOS.
           PERFORM APLICO-SALDOS-FAVOR THRU F-APLICO-SALDOS-FAVOR.
           WRITE REG-FACTURAS.
           IF ST-FILE-FAC > "07"
              DISPLAY "ERROR GRABANDO FACTURA EN REGISTRO - ST "
       F-GRABO-FACTURA.
           EXIT.

      *----------------------------------------------------------------
      * ARMO-IVA-FACTURA: pasa a FACTURAS el detalle de IVA de la
      * línea. En moneda extranjera cada neto e impuesto se convierte
      * con la misma tasa de CAMBIOS que el importe, y la diferencia
      * de redondeo se absorbe en el impuesto del último grupo, para
      * que el detalle sume exactamente el importe posteado. Una
      * línea sin detalle (o con detalle no numérico) queda con
      * FAC-IVA-INFORMADO en N.
      *----------------------------------------------------------------
       ARMO-IVA-FACTURA.
           MOVE "N" TO FAC-IVA-INFORMADO.
           MOVE 0   TO W-SUMA-IVA.
           MOVE 0   TO IDX-IVA-ULTIMO.
           PERFORM LIMPIO-IVA THRU F-LIMPIO-IVA
              VARYING IDX-IVA FROM 1 BY 1 UNTIL IDX-IVA > 3.
           IF CSV-NETO (1) = SPACES OR
              CSV-NETO-9 (1) NOT NUMERIC
              GO TO F-ARMO-IVA-FACTURA.
           PERFORM PASO-IVA THRU F-PASO-IVA
              VARYING IDX-IVA FROM 1 BY 1 UNTIL IDX-IVA > 3.
           IF IDX-IVA-ULTIMO = 0
              GO TO F-ARMO-IVA-FACTURA.
           MOVE "S" TO FAC-IVA-INFORMADO.
           IF NOT CSV-MONEDA-LOCAL
              COMPUTE FAC-IVA-IMPUESTO (IDX-IVA-ULTIMO) =
                 FAC-IVA-IMPUESTO (IDX-IVA-ULTIMO) +
                 W-IMPORTE-POSTEO - W-SUMA-IVA.

       F-ARMO-IVA-FACTURA.
           EXIT.

       LIMPIO-IVA.
           MOVE 0 TO FAC-IVA-TASA (IDX-IVA).
           MOVE 0 TO FAC-IVA-NETO (IDX-IVA).
           MOVE 0 TO FAC-IVA-IMPUESTO (IDX-IVA).

       F-LIMPIO-IVA.
           EXIT.

       PASO-IVA.
           IF CSV-NETO-9 (IDX-IVA) NOT NUMERIC OR
              CSV-IMPUESTO-9 (IDX-IVA) NOT NUMERIC OR
              CSV-TASA-9 (IDX-IVA) NOT NUMERIC
              GO TO F-PASO-IVA.
           IF CSV-NETO-9 (IDX-IVA) = 0 AND
              CSV-IMPUESTO-9 (IDX-IVA) = 0
              GO TO F-PASO-IVA.
           MOVE IDX-IVA TO IDX-IVA-ULTIMO.
           MOVE CSV-TASA-9 (IDX-IVA) TO FAC-IVA-TASA (IDX-IVA).
           IF CSV-MONEDA-LOCAL
              MOVE CSV-NETO-9 (IDX-IVA) TO FAC-IVA-NETO (IDX-IVA)
              MOVE CSV-IMPUESTO-9 (IDX-IVA)
                 TO FAC-IVA-IMPUESTO (IDX-IVA)
           ELSE
              COMPUTE FAC-IVA-NETO (IDX-IVA) ROUNDED =
                 CSV-NETO-9 (IDX-IVA) * TCA-TASA
              COMPUTE FAC-IVA-IMPUESTO (IDX-IVA) ROUNDED =
                 CSV-IMPUESTO-9 (IDX-IVA) * TCA-TASA
           END-IF.
           ADD FAC-IVA-NETO (IDX-IVA)     TO W-SUMA-IVA.
           ADD FAC-IVA-IMPUESTO (IDX-IVA) TO W-SUMA-IVA.

       F-PASO-IVA.
           EXIT.

      *----------------------------------------------------------------
      * ARMO-VENCIMIENTOS: estampa en FACTURAS los vencimientos de la
      * condición de pago del cliente (que sigue en el registro desde
      * POSTEO-VENTA), contando los días desde la fecha de la factura
      * (o desde la fecha de proceso si la línea no la trae válida).
      * Cada cuota es su porcentaje del importe posteado y la última
      * absorbe la diferencia de redondeo. Un cliente de contado, o
      * con una condición que ya no está en el maestro, queda con un
      * único vencimiento por el total en la fecha de la factura.
      *----------------------------------------------------------------
       ARMO-VENCIMIENTOS.
           MOVE CLI_CONDICION_PAGO TO FAC-CONDICION-PAGO.
           PERFORM LIMPIO-VENCIMIENTO THRU F-LIMPIO-VENCIMIENTO
              VARYING IDX-VTO FROM 1 BY 1 UNTIL IDX-VTO > 4.
           MOVE CSV-FECHA TO W-FECHA-BASE.
           IF W-FECHA-BASE-9 NOT NUMERIC
              MOVE W-FECHA-PROCESO TO W-FECHA-BASE.
           MOVE 1                TO FAC-CANT-VENCIMIENTOS.
           MOVE W-FECHA-BASE     TO FAC-VTO-FECHA (1).
           MOVE W-IMPORTE-POSTEO TO FAC-VTO-IMPORTE (1).
           IF CLI_CONDICION_PAGO = SPACES
              GO TO F-ARMO-VENCIMIENTOS.
           MOVE CLI_CONDICION_PAGO TO CPG-CODIGO.
           READ CONDICIONES KEY IS CPG-CODIGO.
           IF ST-FILE-CPG NOT = "00"
              GO TO F-ARMO-VENCIMIENTOS.
           IF CPG-CANT-CUOTAS NOT NUMERIC OR
              CPG-CANT-CUOTAS < 1 OR CPG-CANT-CUOTAS > 4
              GO TO F-ARMO-VENCIMIENTOS.
           COMPUTE W-DIA-BASE =
              FUNCTION INTEGER-OF-DATE(W-FECHA-BASE-9).
           IF W-DIA-BASE = 0
              GO TO F-ARMO-VENCIMIENTOS.
           MOVE 0               TO W-SUMA-VTO.
           MOVE CPG-CANT-CUOTAS TO FAC-CANT-VENCIMIENTOS.
           PERFORM PASO-VENCIMIENTO THRU F-PASO-VENCIMIENTO
              VARYING IDX-VTO FROM 1 BY 1
              UNTIL IDX-VTO > CPG-CANT-CUOTAS.
           COMPUTE FAC-VTO-IMPORTE (CPG-CANT-CUOTAS) =
              FAC-VTO-IMPORTE (CPG-CANT-CUOTAS) +
              W-IMPORTE-POSTEO - W-SUMA-VTO.

       F-ARMO-VENCIMIENTOS.
           EXIT.

       LIMPIO-VENCIMIENTO.
           MOVE SPACES TO FAC-VTO-FECHA (IDX-VTO).
           MOVE 0      TO FAC-VTO-IMPORTE (IDX-VTO).

       F-LIMPIO-VENCIMIENTO.
           EXIT.

       PASO-VENCIMIENTO.
           COMPUTE W-FECHA-VTO-9 = FUNCTION DATE-OF-INTEGER
              (W-DIA-BASE + CPG-DIAS (IDX-VTO)).
           MOVE W-FECHA-VTO-9 TO FAC-VTO-FECHA (IDX-VTO).
           COMPUTE FAC-VTO-IMPORTE (IDX-VTO) ROUNDED =
              W-IMPORTE-POSTEO * CPG-PORCENTAJE (IDX-VTO) / 100.
           ADD FAC-VTO-IMPORTE (IDX-VTO) TO W-SUMA-VTO.

       F-PASO-VENCIMIENTO.
           EXIT.

      *----------------------------------------------------------------
      * APLICO-SALDOS-FAVOR: recorre por la ALTERNATE KEY SAF-CLI-ID
      * las partidas de saldo a favor del cliente (en el orden en que
      * las dejó la cobranza, de la más vieja a la más nueva) y con
      * lo que les queda cancela el pendiente de la factura. CLI_SALDO
      * ya tenía descontado el excedente, así que la aplicación no
      * journaliza: sólo ordena la partida abierta, y queda como una
      * línea más de las aplicaciones del recibo, para que un rechazo
      * posterior del recibo reabra también esta factura.
      *----------------------------------------------------------------
       APLICO-SALDOS-FAVOR.
           MOVE "N" TO FIN-SALDOS-FAVOR.
           MOVE CSV-CLI-ID TO SAF-CLI-ID.
           START SALDOS-FAVOR KEY IS NOT LESS THAN SAF-CLI-ID.
           IF ST-FILE-SAF NOT = "00"
              GO TO F-APLICO-SALDOS-FAVOR.
           PERFORM APLICO-UN-SALDO-FAVOR THRU F-APLICO-UN-SALDO-FAVOR
              UNTIL TERMINAR-SALDOS-FAVOR
                 OR FAC-SALDO-PENDIENTE NOT > 0.

       F-APLICO-SALDOS-FAVOR.
           EXIT.

       APLICO-UN-SALDO-FAVOR.
           READ SALDOS-FAVOR NEXT RECORD.
           IF ST-FILE-SAF NOT = "00"
              MOVE "S" TO FIN-SALDOS-FAVOR
              GO TO F-APLICO-UN-SALDO-FAVOR.
           IF SAF-CLI-ID NOT = CSV-CLI-ID
              MOVE "S" TO FIN-SALDOS-FAVOR
              GO TO F-APLICO-UN-SALDO-FAVOR.
           IF SAF-CERRADO OR SAF-SALDO NOT > 0
              GO TO F-APLICO-UN-SALDO-FAVOR.
           IF SAF-SALDO > FAC-SALDO-PENDIENTE
              MOVE FAC-SALDO-PENDIENTE TO W-APLICO-FAVOR
           ELSE
              MOVE SAF-SALDO TO W-APLICO-FAVOR.
           SUBTRACT W-APLICO-FAVOR FROM FAC-SALDO-PENDIENTE.
           IF FAC-SALDO-PENDIENTE = 0
              MOVE W-FECHA-PROCESO TO FAC-FECHA-CANCELACION.
           SUBTRACT W-APLICO-FAVOR FROM SAF-SALDO.
           ADD W-APLICO-FAVOR TO SAF-APLICADO.
           IF SAF-SALDO = 0
              MOVE "C"             TO SAF-ESTADO
              MOVE W-FECHA-PROCESO TO SAF-FECHA-ESTADO.
           REWRITE REG-SALDOS-FAVOR.
           IF ST-FILE-SAF > "07"
              DISPLAY "ERROR REGRABANDO SALDO A FAVOR " SAF-RECIBO
                 " - ST " ST-FILE-SAF
              ACCEPT X.
           ADD 1 TO W-CANT-APLIC-FAVOR.
           ADD W-APLICO-FAVOR TO W-TOTAL-APLIC-FAVOR.
           PERFORM GRABO-APLICACION THRU F-GRABO-APLICACION.

       F-APLICO-UN-SALDO-FAVOR.
           EXIT.

      *----------------------------------------------------------------
      * GRABO-APLICACION: toma la secuencia siguiente de la cabecera
      * de aplicaciones del recibo y agrega la línea de la factura.
      * Un recibo anterior al registro de aplicaciones no tiene
      * cabecera y no se registra.
      *----------------------------------------------------------------
       GRABO-APLICACION.
           MOVE SAF-RECIBO TO APL-RECIBO.
           MOVE 0          TO APL-SECUENCIA.
           READ APLICACIONES KEY IS APL-CLAVE.
           IF ST-FILE-APL NOT = "00"
              GO TO F-GRABO-APLICACION.
           IF APL-ULTIMA-SECUENCIA = 999
              DISPLAY "RECIBO " SAF-RECIBO
                 " SIN LUGAR PARA MAS APLICACIONES"
              ACCEPT X
              GO TO F-GRABO-APLICACION.
           ADD 1 TO APL-ULTIMA-SECUENCIA.
           REWRITE REG-APLICACIONES.
           IF ST-FILE-APL > "07"
              DISPLAY "ERROR REGRABANDO APLICACIONES DEL RECIBO "
                 SAF-RECIBO " - ST " ST-FILE-APL
              ACCEPT X
              GO TO F-GRABO-APLICACION.
           MOVE APL-ULTIMA-SECUENCIA TO APL-SECUENCIA.
           MOVE "F"                  TO APL-TIPO.
           MOVE CSV-CLI-ID           TO APL-CLI-ID.
           MOVE W-FECHA-PROCESO      TO APL-FECHA.
           MOVE CSV-NROFACTURA       TO APL-NROFACTURA.
           MOVE 0                    TO APL-NRO-CUOTA.
           MOVE W-APLICO-FAVOR       TO APL-IMPORTE.
           MOVE 0                    TO APL-ULTIMA-SECUENCIA.
           MOVE "A"                  TO APL-ESTADO.
           MOVE SPACES               TO APL-FECHA-REVERSION.
           WRITE REG-APLICACIONES.
           IF ST-FILE-APL > "07"
              DISPLAY "ERROR GRABANDO APLICACION DEL RECIBO "
                 SAF-RECIBO " - ST " ST-FILE-APL
              ACCEPT X.

       F-GRABO-APLICACION.
           EXIT.

      *----------------------------------------------------------------
      * GRABO-DUPLICADO: agrega la factura rechazada al informe de
      * duplicados, con la fecha en que se la posteó originalmente.
              AT END
                 CONTINUE
              NOT AT END
      *          Una línea vieja de menos campos no pisa CSV-MONEDA,
      *          CSV-VENDEDOR ni el detalle de IVA: hay que
      *          blanquearlos para que no quede lo de la línea
      *          anterior.
                 MOVE SPACES TO CSV-MONEDA
                 MOVE SPACES TO CSV-VENDEDOR
                 MOVE SPACES TO CSV-DETALLE-IVA
                 UNSTRING TEXTO-CSV DELIMITED BY ";"
                    INTO CSV-FECHA,
                         CSV-IMPORTE,
                         CSV-NROFACTURA,
                         CSV-CLI-ID,
                         CSV-MONEDA,
                         CSV-VENDEDOR,
                         CSV-NETO (1), CSV-IMPUESTO (1), CSV-TASA (1),
                         CSV-NETO (2), CSV-IMPUESTO (2), CSV-TASA (2),
                         CSV-NETO (3), CSV-IMPUESTO (3), CSV-TASA (3)
           END-READ.

       F-LEO-VENTA.
