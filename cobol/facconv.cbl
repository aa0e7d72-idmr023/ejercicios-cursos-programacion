      * Author:
      * Date:
      * Purpose:  Conversión por única vez del registro FACTURAS al
      *           registro vigente. Opción 1: lee facturas.dat con el
      *           registro viejo de 23 bytes (número, cliente y fecha de
      *           posteo) y graba facturas_nuevo.dat ya con el registro
      *           nuevo y la ALTERNATE KEY por cliente; las facturas
      *           viejas son historia anterior a la partida abierta:
      *           nacen con importe y pendiente en cero (saldadas).
      *           Opción 2: lee facturas.dat con el registro de 64 bytes
      *           (con importes y vendedor, sin detalle de IVA) y lo
      *           pasa tal cual al registro nuevo, con el detalle de IVA
      *           en cero y FAC-IVA-INFORMADO en N. En las dos opciones
      *           la factura queda sin vencimientos (vence en la fecha
      *           de posteo). Terminada la conversión, el operador
      *           reemplaza facturas.dat por facturas_nuevo.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                  RECORD KEY IS FACV-NROFACTURA
                  STATUS ST-FILE-VIE.

           SELECT FACTURAS-PREVIO ASSIGN TO "./facturas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS FACP-NROFACTURA
                  ALTERNATE KEY FACP-CLI-ID WITH DUPLICATES
                  STATUS ST-FILE-VIE.

           SELECT FACTURAS-NUEVO ASSIGN TO "./facturas_nuevo.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
           02  FACV-CLI-ID          PIC 9(07).
           02  FACV-FECHA-POSTEO    PIC X(08).

       FD  FACTURAS-PREVIO.

      *----------------------------------------------------------------
      * Registro de FACTURAS anterior al detalle de IVA: importes,
      * acreditado y vendedor, 64 bytes.
      *----------------------------------------------------------------
       01  REG-FACTURAS-PREVIO.
           02  FACP-NROFACTURA      PIC 9(08).
           02  FACP-CLI-ID          PIC 9(07).
           02  FACP-FECHA-POSTEO    PIC X(08).
           02  FACP-IMPORTE         PIC S9(9)V9(3).
           02  FACP-SALDO-PENDIENTE PIC S9(9)V9(3).
           02  FACP-ACREDITADO      PIC S9(9)V9(3).
           02  FACP-VENDEDOR        PIC X(03).
           02  FILLER               PIC X(02).

       FD  FACTURAS-NUEVO.

           COPY "regfac.cpy".
           88  TERMINAR-FACTURAS   VALUE "S".

       01  W-CANT-CONVERTIDAS PIC 9(07) VALUE 0.
       01  OPCION             PIC 9.
       01  IDX-IVA            PIC 9.
       01  IDX-VTO            PIC 9.

       PROCEDURE DIVISION.
       PABLO.
           DISPLAY "CONVERTIR: 1-REGISTRO DE 23 BYTES "
              "2-REGISTRO SIN DETALLE DE IVA".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT OPCION.
           EVALUATE OPCION
               WHEN 1
                   PERFORM CONVIERTO-VIEJO THRU F-CONVIERTO-VIEJO
               WHEN 2
                   PERFORM CONVIERTO-PREVIO THRU F-CONVIERTO-PREVIO
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA - CONVERSION CANCELADA"
           END-EVALUATE.
           STOP RUN.

      *----------------------------------------------------------------
      * CONVIERTO-VIEJO: el registro viejo se abre primero; si no abre
      * limpio la conversión se cancela sin tocar el fichero nuevo.
      *----------------------------------------------------------------
       CONVIERTO-VIEJO.
           OPEN INPUT FACTURAS-VIEJO.
           IF ST-FILE-VIE NOT = "00"
              DISPLAY "ERROR ABRIENDO FACTURAS - ST " ST-FILE-VIE
              DISPLAY "CONVERSION CANCELADA"
              STOP RUN.
           PERFORM ABRO-NUEVO THRU F-ABRO-NUEVO.
           MOVE LOW-VALUES TO FACV-NROFACTURA.
           START FACTURAS-VIEJO KEY IS NOT LESS THAN FACV-NROFACTURA.
           IF ST-FILE-VIE NOT = "00"
           PERFORM LEO-FACTURA THRU F-LEO-FACTURA.
           PERFORM CONVIERTO-FACTURA THRU F-CONVIERTO-FACTURA
              UNTIL TERMINAR-FACTURAS.
           CLOSE FACTURAS-VIEJO.
           CLOSE FACTURAS-NUEVO.
           PERFORM INFORMO-TOTALES THRU F-INFORMO-TOTALES.

       F-CONVIERTO-VIEJO.
           EXIT.

      *----------------------------------------------------------------
      * CONVIERTO-PREVIO: igual que la anterior, para el registro de
      * 64 bytes anterior al detalle de IVA.
      *----------------------------------------------------------------
       CONVIERTO-PREVIO.
           OPEN INPUT FACTURAS-PREVIO.
           IF ST-FILE-VIE NOT = "00"
              DISPLAY "ERROR ABRIENDO FACTURAS - ST " ST-FILE-VIE
              DISPLAY "CONVERSION CANCELADA"
              STOP RUN.
           PERFORM ABRO-NUEVO THRU F-ABRO-NUEVO.
           MOVE LOW-VALUES TO FACP-NROFACTURA.
           START FACTURAS-PREVIO KEY IS NOT LESS THAN FACP-NROFACTURA.
           IF ST-FILE-VIE NOT = "00"
              MOVE "S" TO FIN-FACTURAS.
           PERFORM LEO-PREVIO THRU F-LEO-PREVIO.
           PERFORM CONVIERTO-FACTURA-PREVIA
              THRU F-CONVIERTO-FACTURA-PREVIA
              UNTIL TERMINAR-FACTURAS.
           CLOSE FACTURAS-PREVIO.
           CLOSE FACTURAS-NUEVO.
           PERFORM INFORMO-TOTALES THRU F-INFORMO-TOTALES.

       F-CONVIERTO-PREVIO.
           EXIT.

       ABRO-NUEVO.
           OPEN OUTPUT FACTURAS-NUEVO.
           IF ST-FILE-NUE > "07"
              DISPLAY "ERROR ABRIENDO FACTURAS_NUEVO - ST "
                 ST-FILE-NUE
              ACCEPT X.

       F-ABRO-NUEVO.
           EXIT.

       INFORMO-TOTALES.
           DISPLAY "FACTURAS CONVERTIDAS: " W-CANT-CONVERTIDAS.
           DISPLAY "REEMPLACE FACTURAS.DAT POR FACTURAS_NUEVO.DAT".

       F-INFORMO-TOTALES.
           EXIT.

       LEO-FACTURA.
           READ FACTURAS-VIEJO NEXT RECORD.
       F-LEO-FACTURA.
           EXIT.

       LEO-PREVIO.
           READ FACTURAS-PREVIO NEXT RECORD.
           IF ST-FILE-VIE NOT = "00"
              MOVE "S" TO FIN-FACTURAS.

       F-LEO-PREVIO.
           EXIT.

      *----------------------------------------------------------------
      * CONVIERTO-FACTURA: arma el registro nuevo con importe y saldo
      * pendiente en cero y lo graba en el fichero nuevo.
           MOVE 0 TO FAC-SALDO-PENDIENTE.
           MOVE 0 TO FAC-ACREDITADO.
           MOVE SPACES TO FAC-VENDEDOR.
           PERFORM LIMPIO-IVA THRU F-LIMPIO-IVA.
           PERFORM GRABO-NUEVO THRU F-GRABO-NUEVO.
           PERFORM LEO-FACTURA THRU F-LEO-FACTURA.

       F-CONVIERTO-FACTURA.
           EXIT.

      *----------------------------------------------------------------
      * CONVIERTO-FACTURA-PREVIA: pasa importes, acreditado y vendedor
      * tal cual; la factura queda sin detalle de IVA y el libro IVA
      * la muestra aparte.
      *----------------------------------------------------------------
       CONVIERTO-FACTURA-PREVIA.
           ADD 1 TO W-CANT-CONVERTIDAS.
           MOVE SPACES TO REG-FACTURAS.
           MOVE FACP-NROFACTURA      TO FAC-NROFACTURA.
           MOVE FACP-CLI-ID          TO FAC-CLI-ID.
           MOVE FACP-FECHA-POSTEO    TO FAC-FECHA-POSTEO.
           MOVE FACP-IMPORTE         TO FAC-IMPORTE.
           MOVE FACP-SALDO-PENDIENTE TO FAC-SALDO-PENDIENTE.
           MOVE FACP-ACREDITADO      TO FAC-ACREDITADO.
           MOVE FACP-VENDEDOR        TO FAC-VENDEDOR.
           PERFORM LIMPIO-IVA THRU F-LIMPIO-IVA.
           PERFORM GRABO-NUEVO THRU F-GRABO-NUEVO.
           PERFORM LEO-PREVIO THRU F-LEO-PREVIO.

       F-CONVIERTO-FACTURA-PREVIA.
           EXIT.

       LIMPIO-IVA.
           MOVE "N" TO FAC-IVA-INFORMADO.
           PERFORM LIMPIO-GRUPO THRU F-LIMPIO-GRUPO
              VARYING IDX-IVA FROM 1 BY 1 UNTIL IDX-IVA > 3.
           MOVE SPACES TO FAC-CONDICION-PAGO.
           MOVE 0      TO FAC-CANT-VENCIMIENTOS.
           PERFORM LIMPIO-VENCIMIENTO THRU F-LIMPIO-VENCIMIENTO
              VARYING IDX-VTO FROM 1 BY 1 UNTIL IDX-VTO > 4.

       F-LIMPIO-IVA.
           EXIT.

       LIMPIO-GRUPO.
           MOVE 0 TO FAC-IVA-TASA (IDX-IVA).
           MOVE 0 TO FAC-IVA-NETO (IDX-IVA).
           MOVE 0 TO FAC-IVA-IMPUESTO (IDX-IVA).

       F-LIMPIO-GRUPO.
           EXIT.

       LIMPIO-VENCIMIENTO.
           MOVE SPACES TO FAC-VTO-FECHA (IDX-VTO).
           MOVE 0      TO FAC-VTO-IMPORTE (IDX-VTO).

       F-LIMPIO-VENCIMIENTO.
           EXIT.

       GRABO-NUEVO.
           WRITE REG-FACTURAS.
           IF ST-FILE-NUE > "07"
              DISPLAY "ERROR GRABANDO FACTURA " FAC-NROFACTURA
                 " - ST " ST-FILE-NUE
              ACCEPT X.

       F-GRABO-NUEVO.
           EXIT.

       END PROGRAM "FACCONV".
