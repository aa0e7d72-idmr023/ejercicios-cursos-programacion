      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Mantenimiento de la cartera de CHEQUES de pago
      *           diferido: alta del cheque recibido (banco librador,
      *           número, cliente, recibo, importe y fecha de
      *           depósito), anulación del que se devuelve al cliente,
      *           consulta, cambio de los datos de un cheque todavía
      *           en cartera y consulta de los cheques de un cliente.
      *           El cheque en cartera no toca CLI_SALDO: entra a la
      *           cobranza cuando la liberación diaria lo pasa al
      *           fichero de cobros en su fecha de depósito.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CHQMANT".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CHEQUES ASSIGN TO "./cheques.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CHQ-CLAVE
                  ALTERNATE KEY CHQ-CLI-ID WITH DUPLICATES
                  STATUS ST-FILE.

           SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS ID_CLIENTE
                  ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
                  STATUS ST-FILE-CLI.

       DATA DIVISION.
       FILE SECTION.

       FD  CHEQUES.

           COPY "regchq.cpy".

       FD  CLIENTES.

           COPY "regcliente.cpy".

       WORKING-STORAGE SECTION.

       01  ST-FILE      PIC XX.
       01  ST-FILE-CLI  PIC XX.
       01  X            PIC X.

           COPY "paramtar.cpy".

       01  OPCION       PIC 9.
       01  FIN-MENU     PIC X     VALUE "N".
           88  TERMINAR-MENU      VALUE "S".

       01  W-FECHA-PROCESO PIC X(08).
       01  W-DATOS-VALIDOS PIC X.
           88  DATOS-VALIDOS      VALUE "S".
       01  W-CONFIRMA      PIC X.
       01  W-CLI-ID        PIC 9(07).

       01  FIN-CHEQUES     PIC X.
           88  TERMINAR-CHEQUES   VALUE "S".
       01  W-CANT-CARTERA  PIC 9(05).
       01  W-TOTAL-CARTERA PIC S9(10)V99.

       01  W-IMPORTE-EDIT  PIC -(9)9,99.

       01  LINEA-CHEQUE.
           02  LCH-BANCO       PIC X(20).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LCH-NUMERO      PIC 9(08).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LCH-FECHA-DEP   PIC X(08).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LCH-IMPORTE     PIC -(9)9,99.
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LCH-ESTADO      PIC X(10).

       PROCEDURE DIVISION.
       PABLO.
           PERFORM TOMO-FECHA THRU F-TOMO-FECHA.
           PERFORM ABRO-ARCHIVOS.
           PERFORM PROCESO-MENU THRU F-PROCESO-MENU
              UNTIL TERMINAR-MENU.
           PERFORM CIERRO-ARCHIVOS.
           STOP RUN.

      *----------------------------------------------------------------
      * TOMO-FECHA: la fecha de proceso sale de la tarjeta de control
      * si está cargada, y si no es la fecha del sistema.
      *----------------------------------------------------------------
       TOMO-FECHA.
           CALL "TARJETA" USING PARAMETROS-TARJETA.
           CANCEL "TARJETA".
           IF TAR-OK AND TAR-FECHA-PROCESO NOT = SPACES
              MOVE TAR-FECHA-PROCESO TO W-FECHA-PROCESO
           ELSE
              ACCEPT W-FECHA-PROCESO FROM DATE YYYYMMDD.

       F-TOMO-FECHA.
           EXIT.

       ABRO-ARCHIVOS.
           OPEN I-O CHEQUES.
           IF ST-FILE > "07"
              DISPLAY "ERROR ABRIENDO CHEQUES - ST " ST-FILE
              ACCEPT X.
           OPEN INPUT CLIENTES.
           IF ST-FILE-CLI > "07"
              DISPLAY "ERROR ABRIENDO CLIENTES - ST " ST-FILE-CLI
              ACCEPT X.

       CIERRO-ARCHIVOS.
           CLOSE CHEQUES.
           CLOSE CLIENTES.

      *----------------------------------------------------------------
      * PROCESO-MENU: pide la opción de mantenimiento y la despacha.
      *----------------------------------------------------------------
       PROCESO-MENU.
           DISPLAY " ".
           DISPLAY "1-ALTA  2-ANULACION  3-CONSULTA  4-CAMBIO  "
              "5-CHEQUES DE UN CLIENTE  6-FIN".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT OPCION.
           EVALUATE OPCION
               WHEN 1
                   PERFORM ALTA-CHEQUE THRU F-ALTA-CHEQUE
               WHEN 2
                   PERFORM ANULO-CHEQUE THRU F-ANULO-CHEQUE
               WHEN 3
                   PERFORM CONSULTA-CHEQUE THRU F-CONSULTA-CHEQUE
               WHEN 4
                   PERFORM CAMBIO-CHEQUE THRU F-CAMBIO-CHEQUE
               WHEN 5
                   PERFORM CHEQUES-CLIENTE THRU F-CHEQUES-CLIENTE
               WHEN 6
                   MOVE "S" TO FIN-MENU
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       F-PROCESO-MENU.
           EXIT.

       PIDO-CLAVE.
           DISPLAY "BANCO LIBRADOR (VACIO=CANCELA): " WITH NO ADVANCING.
           MOVE SPACES TO CHQ-BANCO.
           ACCEPT CHQ-BANCO.
           IF CHQ-BANCO = SPACES
              GO TO F-PIDO-CLAVE.
           DISPLAY "NUMERO DE CHEQUE..............: " WITH NO ADVANCING.
           ACCEPT CHQ-NUMERO.

       F-PIDO-CLAVE.
           EXIT.

       PIDO-DATOS.
           DISPLAY "RECIBO........................: " WITH NO ADVANCING.
           ACCEPT CHQ-RECIBO.
           DISPLAY "IMPORTE.......................: " WITH NO ADVANCING.
           ACCEPT CHQ-IMPORTE.
           DISPLAY "FECHA DE DEPOSITO (AAAAMMDD)..: " WITH NO ADVANCING.
           ACCEPT CHQ-FECHA-DEPOSITO.

       F-PIDO-DATOS.
           EXIT.

      *----------------------------------------------------------------
      * ALTA-CHEQUE: el cliente tiene que existir y no estar dado de
      * baja; la fecha de recepción es la de proceso.
      *----------------------------------------------------------------
       ALTA-CHEQUE.
           INITIALIZE REG-CHEQUES.
           PERFORM PIDO-CLAVE THRU F-PIDO-CLAVE.
           IF CHQ-BANCO = SPACES
              GO TO F-ALTA-CHEQUE.
           DISPLAY "CLIENTE.......................: " WITH NO ADVANCING.
           ACCEPT CHQ-CLI-ID.
           MOVE CHQ-CLI-ID TO CLI_ID.
           READ CLIENTES KEY IS ID_CLIENTE.
           IF ST-FILE-CLI NOT = "00"
              DISPLAY "CLIENTE " CHQ-CLI-ID " NO ENCONTRADO"
              GO TO F-ALTA-CHEQUE.
           IF CLI-DADO-DE-BAJA
              DISPLAY "EL CLIENTE ESTA DADO DE BAJA"
              GO TO F-ALTA-CHEQUE.
           DISPLAY "  " CLI_RAZONSOCIAL.
           PERFORM PIDO-DATOS THRU F-PIDO-DATOS.
           MOVE W-FECHA-PROCESO TO CHQ-FECHA-RECEPCION.
           PERFORM VALIDO-DATOS THRU F-VALIDO-DATOS.
           IF NOT DATOS-VALIDOS
              GO TO F-ALTA-CHEQUE.
           MOVE "C"    TO CHQ-ESTADO.
           MOVE SPACES TO CHQ-FECHA-SALIDA.
           WRITE REG-CHEQUES.
           IF ST-FILE = "22"
              DISPLAY "YA EXISTE ESE CHEQUE"
           ELSE
              IF ST-FILE > "07"
                 DISPLAY "ERROR GRABANDO CHEQUE - ST " ST-FILE
                 ACCEPT X.

       F-ALTA-CHEQUE.
           EXIT.

      *----------------------------------------------------------------
      * VALIDO-DATOS: recibo e importe mayores que cero y una fecha
      * de depósito válida que no sea anterior a la recepción.
      *----------------------------------------------------------------
       VALIDO-DATOS.
           MOVE "S" TO W-DATOS-VALIDOS.
           IF CHQ-RECIBO NOT NUMERIC OR CHQ-RECIBO = 0
              DISPLAY "RECIBO INVALIDO"
              MOVE "N" TO W-DATOS-VALIDOS
              GO TO F-VALIDO-DATOS.
           IF CHQ-IMPORTE NOT > 0
              DISPLAY "IMPORTE INVALIDO"
              MOVE "N" TO W-DATOS-VALIDOS
              GO TO F-VALIDO-DATOS.
           IF CHQ-FECHA-DEPOSITO NOT NUMERIC
              DISPLAY "FECHA DE DEPOSITO INVALIDA"
              MOVE "N" TO W-DATOS-VALIDOS
              GO TO F-VALIDO-DATOS.
           IF CHQ-FECHA-DEPOSITO (5:2) < "01"
              OR CHQ-FECHA-DEPOSITO (5:2) > "12"
              OR CHQ-FECHA-DEPOSITO (7:2) < "01"
              OR CHQ-FECHA-DEPOSITO (7:2) > "31"
              DISPLAY "FECHA DE DEPOSITO INVALIDA"
              MOVE "N" TO W-DATOS-VALIDOS
              GO TO F-VALIDO-DATOS.
           IF CHQ-FECHA-DEPOSITO < CHQ-FECHA-RECEPCION
              DISPLAY "LA FECHA DE DEPOSITO ES ANTERIOR A LA RECEPCION"
              MOVE "N" TO W-DATOS-VALIDOS.

       F-VALIDO-DATOS.
           EXIT.

      *----------------------------------------------------------------
      * ANULO-CHEQUE: sólo un cheque en cartera se anula; el liberado
      * ya está en la cobranza y su vuelta atrás es un rechazo del
      * recibo.
      *----------------------------------------------------------------
       ANULO-CHEQUE.
           PERFORM PIDO-CLAVE THRU F-PIDO-CLAVE.
           IF CHQ-BANCO = SPACES
              GO TO F-ANULO-CHEQUE.
           READ CHEQUES KEY IS CHQ-CLAVE.
           IF ST-FILE NOT = "00"
              DISPLAY "CHEQUE NO ENCONTRADO - ST " ST-FILE
              GO TO F-ANULO-CHEQUE.
           PERFORM MUESTRO-CHEQUE THRU F-MUESTRO-CHEQUE.
           IF NOT CHQ-EN-CARTERA
              DISPLAY "EL CHEQUE NO ESTA EN CARTERA"
              GO TO F-ANULO-CHEQUE.
           DISPLAY "CONFIRMA LA ANULACION (S/N): " WITH NO ADVANCING.
           ACCEPT W-CONFIRMA.
           IF W-CONFIRMA NOT = "S"
              GO TO F-ANULO-CHEQUE.
           MOVE "A"             TO CHQ-ESTADO.
           MOVE W-FECHA-PROCESO TO CHQ-FECHA-SALIDA.
           REWRITE REG-CHEQUES.
           IF ST-FILE > "07"
              DISPLAY "ERROR GRABANDO CHEQUE - ST " ST-FILE
              ACCEPT X.

       F-ANULO-CHEQUE.
           EXIT.

       CONSULTA-CHEQUE.
           PERFORM PIDO-CLAVE THRU F-PIDO-CLAVE.
           IF CHQ-BANCO = SPACES
              GO TO F-CONSULTA-CHEQUE.
           READ CHEQUES KEY IS CHQ-CLAVE.
           IF ST-FILE NOT = "00"
              DISPLAY "CHEQUE NO ENCONTRADO - ST " ST-FILE
              GO TO F-CONSULTA-CHEQUE.
           PERFORM MUESTRO-CHEQUE THRU F-MUESTRO-CHEQUE.

       F-CONSULTA-CHEQUE.
           EXIT.

       MUESTRO-CHEQUE.
           DISPLAY "CLIENTE.......: " CHQ-CLI-ID.
           DISPLAY "RECIBO........: " CHQ-RECIBO.
           MOVE CHQ-IMPORTE TO W-IMPORTE-EDIT.
           DISPLAY "IMPORTE.......: " W-IMPORTE-EDIT.
           DISPLAY "RECIBIDO EL...: " CHQ-FECHA-RECEPCION.
           DISPLAY "DEPOSITAR EL..: " CHQ-FECHA-DEPOSITO.
           PERFORM DESCRIBO-ESTADO THRU F-DESCRIBO-ESTADO.
           DISPLAY "ESTADO........: " LCH-ESTADO " " CHQ-FECHA-SALIDA.

       F-MUESTRO-CHEQUE.
           EXIT.

       DESCRIBO-ESTADO.
           EVALUATE TRUE
               WHEN CHQ-EN-CARTERA
                   MOVE "EN CARTERA" TO LCH-ESTADO
               WHEN CHQ-LIBERADO
                   MOVE "LIBERADO"   TO LCH-ESTADO
               WHEN CHQ-ANULADO
                   MOVE "ANULADO"    TO LCH-ESTADO
               WHEN OTHER
                   MOVE "?"          TO LCH-ESTADO
           END-EVALUATE.

       F-DESCRIBO-ESTADO.
           EXIT.

      *----------------------------------------------------------------
      * CAMBIO-CHEQUE: recibo, importe y fecha de depósito de un
      * cheque todavía en cartera.
      *----------------------------------------------------------------
       CAMBIO-CHEQUE.
           PERFORM PIDO-CLAVE THRU F-PIDO-CLAVE.
           IF CHQ-BANCO = SPACES
              GO TO F-CAMBIO-CHEQUE.
           READ CHEQUES KEY IS CHQ-CLAVE.
           IF ST-FILE NOT = "00"
              DISPLAY "CHEQUE NO ENCONTRADO - ST " ST-FILE
              GO TO F-CAMBIO-CHEQUE.
           PERFORM MUESTRO-CHEQUE THRU F-MUESTRO-CHEQUE.
           IF NOT CHQ-EN-CARTERA
              DISPLAY "EL CHEQUE NO ESTA EN CARTERA"
              GO TO F-CAMBIO-CHEQUE.
           PERFORM PIDO-DATOS THRU F-PIDO-DATOS.
           PERFORM VALIDO-DATOS THRU F-VALIDO-DATOS.
           IF NOT DATOS-VALIDOS
              GO TO F-CAMBIO-CHEQUE.
           REWRITE REG-CHEQUES.
           IF ST-FILE > "07"
              DISPLAY "ERROR GRABANDO CHEQUE - ST " ST-FILE
              ACCEPT X.

       F-CAMBIO-CHEQUE.
           EXIT.

      *----------------------------------------------------------------
      * CHEQUES-CLIENTE: los cheques del cliente por la clave
      * alternativa, con el total todavía en cartera.
      *----------------------------------------------------------------
       CHEQUES-CLIENTE.
           DISPLAY "CLIENTE: " WITH NO ADVANCING.
           ACCEPT W-CLI-ID.
           MOVE 0 TO W-CANT-CARTERA W-TOTAL-CARTERA.
           MOVE "N" TO FIN-CHEQUES.
           MOVE W-CLI-ID TO CHQ-CLI-ID.
           START CHEQUES KEY IS EQUAL CHQ-CLI-ID.
           IF ST-FILE NOT = "00"
              DISPLAY "EL CLIENTE NO TIENE CHEQUES"
              GO TO F-CHEQUES-CLIENTE.
           PERFORM LEO-CHEQUE-CLIENTE THRU F-LEO-CHEQUE-CLIENTE.
           PERFORM MUESTRO-LINEA THRU F-MUESTRO-LINEA
              UNTIL TERMINAR-CHEQUES.
           MOVE W-TOTAL-CARTERA TO W-IMPORTE-EDIT.
           DISPLAY "EN CARTERA: " W-CANT-CARTERA
              " CHEQUES POR " W-IMPORTE-EDIT.

       F-CHEQUES-CLIENTE.
           EXIT.

       LEO-CHEQUE-CLIENTE.
           READ CHEQUES NEXT RECORD.
           IF ST-FILE NOT = "00" OR CHQ-CLI-ID NOT = W-CLI-ID
              MOVE "S" TO FIN-CHEQUES.

       F-LEO-CHEQUE-CLIENTE.
           EXIT.

       MUESTRO-LINEA.
           MOVE CHQ-BANCO          TO LCH-BANCO.
           MOVE CHQ-NUMERO         TO LCH-NUMERO.
           MOVE CHQ-FECHA-DEPOSITO TO LCH-FECHA-DEP.
           MOVE CHQ-IMPORTE        TO LCH-IMPORTE.
           PERFORM DESCRIBO-ESTADO THRU F-DESCRIBO-ESTADO.
           DISPLAY LINEA-CHEQUE.
           IF CHQ-EN-CARTERA
              ADD 1           TO W-CANT-CARTERA
              ADD CHQ-IMPORTE TO W-TOTAL-CARTERA.
           PERFORM LEO-CHEQUE-CLIENTE THRU F-LEO-CHEQUE-CLIENTE.

       F-MUESTRO-LINEA.
           EXIT.

       END PROGRAM "CHQMANT".
