      *           cliente intimado que todavía está activo pasa
      *           automáticamente a estado retenido, con su rastro en
      *           estados.log, para que el posteo de ventas le
      *           retenga las facturas nuevas. La deuda que cubren
      *           los cheques diferidos en cartera del cliente no se
      *           intima: el umbral se compara con el saldo neto de
      *           esos cheques, y la carta reclama sólo ese neto.
      *           Cada carta lleva una línea de referencia con el
      *           cliente y la fecha, por la que el despacho la separa
      *           para mandarla por e-mail.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                  RECORD KEY IS CNV-CLI-ID
                  STATUS ST-FILE-CNV.

           SELECT OPTIONAL CHEQUES ASSIGN TO "./cheques.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CHQ-CLAVE
                  ALTERNATE KEY CHQ-CLI-ID WITH DUPLICATES
                  STATUS ST-FILE-CHQ.

       DATA DIVISION.
       FILE SECTION.


           COPY "regcnv.cpy".

       FD  CHEQUES.

           COPY "regchq.cpy".

       WORKING-STORAGE SECTION.

       01  ST-FILE     PIC XX.
       01  ST-FILE-GES PIC XX.
       01  ST-FILE-EST PIC XX.
       01  ST-FILE-CNV PIC XX.
       01  ST-FILE-CHQ PIC XX.
       01  X           PIC X.

       01  W-CANT-CON-CONVENIO PIC 9(05) VALUE 0.
       01  W-CANT-CON-CHEQUES  PIC 9(05) VALUE 0.

       01  FIN-CHEQUES         PIC X.
           88  TERMINAR-CHEQUES    VALUE "S".
       01  W-CARTERA           PIC S9(9)V99.
       01  W-DEUDA-NETA        PIC S9(9)V9(3).

           COPY "paramlck.cpy".

           02  FILLER          PIC X(04) VALUE SPACES.
           02  LP-CODPOST      PIC X(10).

       01  LINEA-REFERENCIA.
           02  FILLER          PIC X(14) VALUE "REF.: CLIENTE ".
           02  LF-CLI-ID       PIC 9(07).
           02  FILLER          PIC X(14) VALUE " - INTIMACION ".
           02  LF-FECHA        PIC X(08).

       01  LINEA-SALUDO        PIC X(18) VALUE "ESTIMADO CLIENTE:".

       01  LINEA-CUERPO-1.
               VALUE "UN SALDO PENDIENTE DE $ ".
           02  LC2-SALDO       PIC -(7)9,999.

       01  LINEA-CUERPO-CHEQUES.
           02  FILLER          PIC X(15)
               VALUE "(DESCONTADOS $ ".
           02  LCQ-CARTERA     PIC -(7)9,99.
           02  FILLER          PIC X(32)
               VALUE " EN CHEQUES A DEPOSITAR)".

       01  LINEA-CUERPO-3.
           02  FILLER          PIC X(23)
               VALUE "CON DEUDA IMPAGA DESDE ".
           DISPLAY "CARTAS GENERADAS.....: " W-CANT-CARTAS.
           DISPLAY "CLIENTES RETENIDOS...: " W-CANT-RETENCIONES.
           DISPLAY "CON CONVENIO VIGENTE.: " W-CANT-CON-CONVENIO.
           DISPLAY "CUBIERTOS CON CHEQUES: " W-CANT-CON-CHEQUES.
           PERFORM CIERRO-ARCHIVOS.
           PERFORM LIBERO-CERROJO THRU F-LIBERO-CERROJO.
           STOP RUN.
           IF ST-FILE-CNV > "07"
              DISPLAY "ERROR ABRIENDO CONVENIOS - ST " ST-FILE-CNV
              ACCEPT X.
           OPEN INPUT CHEQUES.
           IF ST-FILE-CHQ > "07"
              DISPLAY "ERROR ABRIENDO CHEQUES - ST " ST-FILE-CHQ
              ACCEPT X.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE GESTION.
           CLOSE ESTADOS.
           CLOSE CONVENIOS.
           CLOSE CHEQUES.

       POSICIONO-CLIENTES.
           MOVE LOW-VALUES TO ID_CLIENTE.
      * EVALUO-CLIENTE: intima si el saldo supera el umbral y no hay
      * movimiento que baje el saldo dentro de la tolerancia de días.
      * Un cliente con convenio de pago vigente está cumpliendo lo
      * negociado y no se lo intima. Tampoco al que tiene en cartera
      * cheques diferidos que dejan su saldo dentro del umbral.
      *----------------------------------------------------------------
       EVALUO-CLIENTE.
      *    Un cliente dado de baja no se intima.
              GO TO F-EVALUO-CLIENTE.
           IF CLI_SALDO NOT > W-UMBRAL
              GO TO F-EVALUO-CLIENTE.
           PERFORM SUMO-CARTERA THRU F-SUMO-CARTERA.
           COMPUTE W-DEUDA-NETA = CLI_SALDO - W-CARTERA.
           IF W-DEUDA-NETA NOT > W-UMBRAL
              ADD 1 TO W-CANT-CON-CHEQUES
              GO TO F-EVALUO-CLIENTE.
           MOVE CLI_ID TO CNV-CLI-ID.
           READ CONVENIOS KEY IS CNV-CLI-ID.
           IF ST-FILE-CNV = "00" AND CNV-VIGENTE
       F-EVALUO-CLIENTE.
           EXIT.

      *----------------------------------------------------------------
      * SUMO-CARTERA: total de los cheques del cliente todavía en
      * cartera, por la clave alternativa del cliente.
      *----------------------------------------------------------------
       SUMO-CARTERA.
           MOVE 0   TO W-CARTERA.
           MOVE "N" TO FIN-CHEQUES.
           MOVE CLI_ID TO CHQ-CLI-ID.
           START CHEQUES KEY IS EQUAL CHQ-CLI-ID.
           IF ST-FILE-CHQ NOT = "00"
              GO TO F-SUMO-CARTERA.
           PERFORM LEO-CHEQUE THRU F-LEO-CHEQUE.
           PERFORM SUMO-CHEQUE THRU F-SUMO-CHEQUE
              UNTIL TERMINAR-CHEQUES.

       F-SUMO-CARTERA.
           EXIT.

       LEO-CHEQUE.
           READ CHEQUES NEXT RECORD.
           IF ST-FILE-CHQ NOT = "00" OR CHQ-CLI-ID NOT = CLI_ID
              MOVE "S" TO FIN-CHEQUES.

       F-LEO-CHEQUE.
           EXIT.

       SUMO-CHEQUE.
           IF CHQ-EN-CARTERA
              ADD CHQ-IMPORTE TO W-CARTERA.
           PERFORM LEO-CHEQUE THRU F-LEO-CHEQUE.

       F-SUMO-CHEQUE.
           EXIT.

      *----------------------------------------------------------------
      * RETENGO-CLIENTE: el cliente intimado que todavía está activo
      * pasa a estado retenido, con su rastro en estados.log; uno ya
           WRITE LINEA-CARTAS FROM LINEA-DIRECCION.
           MOVE CLI_CODPOST TO LP-CODPOST.
           WRITE LINEA-CARTAS FROM LINEA-CODPOST.
           MOVE CLI_ID          TO LF-CLI-ID.
           MOVE W-FECHA-PROCESO TO LF-FECHA.
           WRITE LINEA-CARTAS FROM LINEA-REFERENCIA.
           MOVE SPACES TO LINEA-CARTAS.
           WRITE LINEA-CARTAS.
           WRITE LINEA-CARTAS FROM LINEA-SALUDO.
           WRITE LINEA-CARTAS.
           MOVE W-FECHA-PROCESO TO LC1-FECHA.
           WRITE LINEA-CARTAS FROM LINEA-CUERPO-1.
           MOVE W-DEUDA-NETA TO LC2-SALDO.
           WRITE LINEA-CARTAS FROM LINEA-CUERPO-2.
           IF W-CARTERA > 0
              MOVE W-CARTERA TO LCQ-CARTERA
              WRITE LINEA-CARTAS FROM LINEA-CUERPO-CHEQUES.
           IF W-FECHA-DEUDA = SPACES
              MOVE "ANTERIOR" TO W-FECHA-DEUDA.
           MOVE W-FECHA-DEUDA TO LC3-FECHA.
       GRABO-RESUMEN.
           MOVE CLI_ID          TO LR-CLI-ID.
           MOVE CLI_RAZONSOCIAL TO LR-RAZONSOCIAL.
           MOVE W-DEUDA-NETA    TO LR-SALDO.
           MOVE W-FECHA-DEUDA   TO LR-FECHA-DEUDA.
           MOVE CLI_EMAIL       TO LR-EMAIL.
           MOVE CLI_TELEFONO    TO LR-TELEFONO.
