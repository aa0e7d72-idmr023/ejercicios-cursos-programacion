      *           aplica además contra las facturas abiertas del
      *           cliente en el registro FACTURAS, de la más vieja a
      *           la más nueva y con aplicación parcial, para que la
      *           partida abierta diga qué facturas siguen impagas; la
      *           factura que queda cancelada guarda la fecha.
      *           Lo que el recibo no alcanza a aplicar queda como
      *           partida de saldo a favor del recibo, que el posteo
      *           de ventas aplica contra las facturas siguientes.
      *           Qué pagó cada recibo (facturas y cuotas, con sus
      *           importes) queda en APLICACIONES para poder
      *           revertirlo si el banco lo rechaza.
      *           Los recibos de clientes inexistentes van a un
      *           fichero de excepciones y el proceso continúa.
      * Tectonics: cobc
                  RECORD KEY IS CNV-CLI-ID
                  STATUS ST-FILE-CNV.

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


           COPY "regcnv.cpy".

       FD  SALDOS-FAVOR.

           COPY "regsaf.cpy".

       FD  APLICACIONES.

           COPY "regapl.cpy".

       WORKING-STORAGE SECTION.

       01  ST-FILE     PIC XX.
       01  ST-FILE-EXC PIC XX.
       01  ST-FILE-FAC PIC XX.
       01  ST-FILE-CNV PIC XX.
       01  ST-FILE-SAF PIC XX.
       01  ST-FILE-APL PIC XX.
       01  X           PIC X.

           COPY "regcob.cpy".
       01  IDX-CUO               PIC 99.
       01  W-CUOTAS-PENDIENTES   PIC 99.
       01  W-CANT-CUOTAS-PAGAS   PIC 9(05) VALUE 0.
       01  W-CANT-SALDOS-FAVOR   PIC 9(05) VALUE 0.
       01  W-IMPORTE-APLICADO    PIC S9(9)V9(3).
       01  W-SEC-APLICACION      PIC 9(03).
       01  W-TOTAL-SALDOS-FAVOR  PIC S9(9)V99 VALUE 0.

       01  LINEA-DETALLE-EXC.
           02  LE-RECIBO       PIC 9(08).
           IF ST-FILE-CNV > "07"
              DISPLAY "ERROR ABRIENDO CONVENIOS - ST " ST-FILE-CNV
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
           CLOSE EXCEPCIONES.
           CLOSE FACTURAS.
           CLOSE CONVENIOS.
           CLOSE SALDOS-FAVOR.
           CLOSE APLICACIONES.

       LEO-COBRO.
           READ ARCHIVO-COBROS INTO TEXTO-COBRO
                 ELSE
                    MOVE COB-RECIBO TO MOV-ORIGEN
                    PERFORM GRABO-MOVIMIENTO THRU F-GRABO-MOVIMIENTO
                    MOVE 0 TO W-SEC-APLICACION
                    PERFORM APLICO-A-FACTURAS THRU F-APLICO-A-FACTURAS
                    PERFORM APLICO-A-CONVENIO THRU F-APLICO-A-CONVENIO
                    PERFORM GRABO-CABECERA-APLIC
                       THRU F-GRABO-CABECERA-APLIC
                    ADD 1 TO W-CANT-APLICADOS
                    ADD COB-IMPORTE-9 TO W-TOTAL-APLICADO
                 END-IF
      * facturas abiertas del cliente en el registro FACTURAS, de la
      * más vieja a la más nueva y con aplicación parcial en la
      * última. Si el recibo supera la deuda por partida abierta, el
      * excedente queda a cuenta (el saldo del cliente ya lo refleja)
      * como partida de saldo a favor del recibo.
      *----------------------------------------------------------------
       APLICO-A-FACTURAS.
           MOVE COB-IMPORTE-9 TO W-RESTA-APLICAR.
           MOVE "S" TO W-FACTURA-HALLADA.
           PERFORM APLICO-UNA-FACTURA THRU F-APLICO-UNA-FACTURA
              UNTIL W-RESTA-APLICAR NOT > 0 OR SIN-FACTURA-ABIERTA.
           IF W-RESTA-APLICAR > 0
              PERFORM GRABO-SALDO-FAVOR THRU F-GRABO-SALDO-FAVOR.

       F-APLICO-A-FACTURAS.
           EXIT.
              MOVE "N" TO W-FACTURA-HALLADA
              GO TO F-APLICO-UNA-FACTURA.
           IF W-RESTA-APLICAR NOT < FAC-SALDO-PENDIENTE
              MOVE FAC-SALDO-PENDIENTE TO W-IMPORTE-APLICADO
              SUBTRACT FAC-SALDO-PENDIENTE FROM W-RESTA-APLICAR
              MOVE 0 TO FAC-SALDO-PENDIENTE
              MOVE W-FECHA-PROCESO TO FAC-FECHA-CANCELACION
           ELSE
              MOVE W-RESTA-APLICAR TO W-IMPORTE-APLICADO
              SUBTRACT W-RESTA-APLICAR FROM FAC-SALDO-PENDIENTE
              MOVE 0 TO W-RESTA-APLICAR.
           REWRITE REG-FACTURAS.
           IF ST-FILE-FAC > "07"
              DISPLAY "ERROR REGRABANDO FACTURA " FAC-NROFACTURA
                 " - ST " ST-FILE-FAC
              ACCEPT X
           ELSE
              MOVE "F"                TO APL-TIPO
              MOVE FAC-NROFACTURA     TO APL-NROFACTURA
              MOVE 0                  TO APL-NRO-CUOTA
              MOVE W-IMPORTE-APLICADO TO APL-IMPORTE
              PERFORM GRABO-APLICACION THRU F-GRABO-APLICACION.

       F-APLICO-UNA-FACTURA.
           EXIT.
       F-EXAMINO-FACTURA.
           EXIT.

      *----------------------------------------------------------------
      * GRABO-SALDO-FAVOR: deja el excedente del recibo como partida
      * abierta de saldo a favor, con el recibo como clave.
      *----------------------------------------------------------------
       GRABO-SALDO-FAVOR.
           MOVE SPACES          TO REG-SALDOS-FAVOR.
           MOVE COB-RECIBO      TO SAF-RECIBO.
           MOVE COB-CLI-ID      TO SAF-CLI-ID.
           MOVE W-FECHA-PROCESO TO SAF-FECHA.
           MOVE W-RESTA-APLICAR TO SAF-IMPORTE.
           MOVE W-RESTA-APLICAR TO SAF-SALDO.
           MOVE 0               TO SAF-APLICADO.
           MOVE 0               TO SAF-DEVUELTO.
           MOVE "A"             TO SAF-ESTADO.
           MOVE W-FECHA-PROCESO TO SAF-FECHA-ESTADO.
           WRITE REG-SALDOS-FAVOR.
           IF ST-FILE-SAF > "07"
              DISPLAY "ERROR GRABANDO SALDO A FAVOR DEL RECIBO "
                 COB-RECIBO " - ST " ST-FILE-SAF
              ACCEPT X
           ELSE
              ADD 1 TO W-CANT-SALDOS-FAVOR
              ADD W-RESTA-APLICAR TO W-TOTAL-SALDOS-FAVOR.

       F-GRABO-SALDO-FAVOR.
           EXIT.

       GRABO-EXCEPCION.
           ADD 1 TO W-CANT-RECHAZADOS.
           MOVE COB-RECIBO TO LE-RECIBO.
                    FROM W-RESTA-CONVENIO
                 MOVE "G" TO CUO-ESTADO (IDX-CUO)
                 ADD 1 TO W-CANT-CUOTAS-PAGAS
                 MOVE "C"                  TO APL-TIPO
                 MOVE 0                    TO APL-NROFACTURA
                 MOVE IDX-CUO              TO APL-NRO-CUOTA
                 MOVE CUO-IMPORTE (IDX-CUO) TO APL-IMPORTE
                 PERFORM GRABO-APLICACION THRU F-GRABO-APLICACION
              ELSE
                 ADD 1 TO W-CUOTAS-PENDIENTES
              END-IF
       F-MARCO-CUOTA.
           EXIT.

      *----------------------------------------------------------------
      * GRABO-APLICACION: agrega una línea de aplicación del recibo en
      * curso; el que llama deja cargados el tipo, la factura o la
      * cuota y el importe.
      *----------------------------------------------------------------
       GRABO-APLICACION.
           ADD 1 TO W-SEC-APLICACION.
           MOVE COB-RECIBO       TO APL-RECIBO.
           MOVE W-SEC-APLICACION TO APL-SECUENCIA.
           MOVE COB-CLI-ID       TO APL-CLI-ID.
           MOVE W-FECHA-PROCESO  TO APL-FECHA.
           MOVE 0                TO APL-ULTIMA-SECUENCIA.
           MOVE "A"              TO APL-ESTADO.
           MOVE SPACES           TO APL-FECHA-REVERSION.
           WRITE REG-APLICACIONES.
           IF ST-FILE-APL > "07"
              DISPLAY "ERROR GRABANDO APLICACION DEL RECIBO "
                 COB-RECIBO " - ST " ST-FILE-APL
              ACCEPT X.

       F-GRABO-APLICACION.
           EXIT.

      *----------------------------------------------------------------
      * GRABO-CABECERA-APLIC: cierra las aplicaciones del recibo con
      * su cabecera (secuencia cero), que lleva el importe del recibo
      * y la última secuencia de línea usada.
      *----------------------------------------------------------------
       GRABO-CABECERA-APLIC.
           MOVE SPACES           TO REG-APLICACIONES.
           MOVE COB-RECIBO       TO APL-RECIBO.
           MOVE 0                TO APL-SECUENCIA.
           MOVE "R"              TO APL-TIPO.
           MOVE COB-CLI-ID       TO APL-CLI-ID.
           MOVE W-FECHA-PROCESO  TO APL-FECHA.
           MOVE 0                TO APL-NROFACTURA.
           MOVE 0                TO APL-NRO-CUOTA.
           MOVE COB-IMPORTE-9    TO APL-IMPORTE.
           MOVE W-SEC-APLICACION TO APL-ULTIMA-SECUENCIA.
           MOVE "A"              TO APL-ESTADO.
           WRITE REG-APLICACIONES.
           IF ST-FILE-APL > "07"
              DISPLAY "ERROR GRABANDO APLICACION DEL RECIBO "
                 COB-RECIBO " - ST " ST-FILE-APL
              ACCEPT X.

       F-GRABO-CABECERA-APLIC.
           EXIT.

      *----------------------------------------------------------------
      * GRABO-MOVIMIENTO: agrega una línea al fichero MOVIMIENTOS con
      * el saldo anterior y el nuevo saldo del cliente en curso. El
           DISPLAY "RECIBOS RECHAZADOS.: " W-CANT-RECHAZADOS.
           DISPLAY "IMPORTE APLICADO...: " W-TOTAL-APLICADO.
           DISPLAY "CUOTAS PAGADAS.....: " W-CANT-CUOTAS-PAGAS.
           DISPLAY "SALDOS A FAVOR.....: " W-CANT-SALDOS-FAVOR.
           DISPLAY "IMPORTE A FAVOR....: " W-TOTAL-SALDOS-FAVOR.

       F-INFORMO-TOTALES.
           EXIT.
