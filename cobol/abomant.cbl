      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Mantenimiento (alta/baja/consulta/cambio) del maestro
      *           de ABONOS: el contrato de cargos fijos de un cliente
      *           existente, con hasta diez conceptos recurrentes
      *           (importe neto, tasa, moneda, vendedor, inicio, fin y
      *           frecuencia mensual, bimestral o trimestral). El
      *           cambio modifica un concepto o agrega uno nuevo; un
      *           concepto se termina cargándole la fecha de fin. Lo
      *           ya facturado de cada concepto se conserva.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ABOMANT".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL ABONOS ASSIGN TO "./abonos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS ABO-CLI-ID
                  STATUS ST-FILE.

           SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS ID_CLIENTE
                  ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
                  STATUS ST-FILE-CLI.

           SELECT OPTIONAL VENDEDORES ASSIGN TO "./vendedores.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS VEN-CODIGO
                  STATUS ST-FILE-VEN.

           SELECT OPTIONAL CAMBIOS ASSIGN TO "./cambios.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS TCA-CLAVE
                  STATUS ST-FILE-TCA.

       DATA DIVISION.
       FILE SECTION.

       FD  ABONOS.

           COPY "regabo.cpy".

       FD  CLIENTES.

           COPY "regcliente.cpy".

       FD  VENDEDORES.

           COPY "regven.cpy".

       FD  CAMBIOS.

           COPY "regtca.cpy".

       WORKING-STORAGE SECTION.

       01  ST-FILE      PIC XX.
       01  ST-FILE-CLI  PIC XX.
       01  ST-FILE-VEN  PIC XX.
       01  ST-FILE-TCA  PIC XX.
       01  X            PIC X.

       01  OPCION       PIC 9.
       01  FIN-MENU     PIC X     VALUE "N".
           88  TERMINAR-MENU      VALUE "S".

       01  IDX-ABC      PIC 99.
       01  W-CANT-PEDIDA PIC 99.
       01  W-CONCEPTO-PEDIDO PIC 99.
       01  W-IMPORTE-EDIT PIC Z(6)9,99.
       01  W-TASA-EDIT  PIC ZZ9,99.
       01  MONEDA-VALIDA PIC X.
           88  MONEDA-OK          VALUE "S".

       PROCEDURE DIVISION.
       PABLO.
           PERFORM ABRO-ARCHIVOS.
           PERFORM PROCESO-MENU THRU F-PROCESO-MENU
              UNTIL TERMINAR-MENU.
           PERFORM CIERRO-ARCHIVOS.
           STOP RUN.

       ABRO-ARCHIVOS.
           OPEN I-O ABONOS.
           IF ST-FILE > "07"
              DISPLAY "ERROR ABRIENDO ABONOS - ST " ST-FILE
              ACCEPT X.
           OPEN INPUT CLIENTES.
           IF ST-FILE-CLI > "07"
              DISPLAY "ERROR ABRIENDO CLIENTES - ST " ST-FILE-CLI
              ACCEPT X.
           OPEN INPUT VENDEDORES.
           IF ST-FILE-VEN > "07"
              DISPLAY "ERROR ABRIENDO VENDEDORES - ST " ST-FILE-VEN
              ACCEPT X.
           OPEN INPUT CAMBIOS.
           IF ST-FILE-TCA > "07"
              DISPLAY "ERROR ABRIENDO CAMBIOS - ST " ST-FILE-TCA
              ACCEPT X.

       CIERRO-ARCHIVOS.
           CLOSE ABONOS.
           CLOSE CLIENTES.
           CLOSE VENDEDORES.
           CLOSE CAMBIOS.

      *----------------------------------------------------------------
      * PROCESO-MENU: pide la opción de mantenimiento y la despacha.
      *----------------------------------------------------------------
       PROCESO-MENU.
           DISPLAY " ".
           DISPLAY "1-ALTA  2-BAJA  3-CONSULTA  4-CAMBIO  5-FIN".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT OPCION.
           EVALUATE OPCION
               WHEN 1
                   PERFORM ALTA-ABONO THRU F-ALTA-ABONO
               WHEN 2
                   PERFORM BAJA-ABONO THRU F-BAJA-ABONO
               WHEN 3
                   PERFORM CONSULTA-ABONO THRU F-CONSULTA-ABONO
               WHEN 4
                   PERFORM CAMBIO-ABONO THRU F-CAMBIO-ABONO
               WHEN 5
                   MOVE "S" TO FIN-MENU
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       F-PROCESO-MENU.
           EXIT.

      *----------------------------------------------------------------
      * ALTA-ABONO: da de alta el contrato de un cliente existente con
      * sus conceptos; un cliente que ya tiene contrato se rechaza
      * (los conceptos nuevos se agregan por el cambio).
      *----------------------------------------------------------------
       ALTA-ABONO.
           INITIALIZE REG-ABONOS.
           DISPLAY "CLI_ID (0=CANCELA): " WITH NO ADVANCING.
           ACCEPT ABO-CLI-ID.
           IF ABO-CLI-ID = 0
              GO TO F-ALTA-ABONO.
           MOVE ABO-CLI-ID TO CLI_ID.
           READ CLIENTES KEY IS ID_CLIENTE.
           IF ST-FILE-CLI NOT = "00"
              DISPLAY "CLIENTE INEXISTENTE - ALTA CANCELADA"
              GO TO F-ALTA-ABONO.
           DISPLAY "ABONO DE: " CLI_NOMBRE.
           DISPLAY "CANT CONCEPTOS (1-10).: " WITH NO ADVANCING.
           ACCEPT W-CANT-PEDIDA.
           IF W-CANT-PEDIDA < 1 OR W-CANT-PEDIDA > 10
              DISPLAY "CANTIDAD INVALIDA - ALTA CANCELADA"
              GO TO F-ALTA-ABONO.
           MOVE W-CANT-PEDIDA TO ABO-CANT-CONCEPTOS.
           PERFORM CARGO-CONCEPTO THRU F-CARGO-CONCEPTO
              VARYING IDX-ABC FROM 1 BY 1
              UNTIL IDX-ABC > ABO-CANT-CONCEPTOS.
           ACCEPT ABO-FECHA-ALTA FROM DATE YYYYMMDD.
           WRITE REG-ABONOS.
           IF ST-FILE = "22"
              DISPLAY "EL CLIENTE YA TIENE ABONO - ALTA CANCELADA"
           ELSE
              IF ST-FILE > "07"
                 DISPLAY "ERROR GRABANDO ABONO - ST " ST-FILE
                 ACCEPT X.

       F-ALTA-ABONO.
           EXIT.

      *----------------------------------------------------------------
      * CARGO-CONCEPTO: datos de un concepto; la frecuencia se pide
      * hasta que sea válida y el vendedor, si viene, debe existir
      * (vacío = sin vendedor), igual que en la facturación propia.
      * La moneda se pide hasta que venga vacía (local) o tenga
      * alguna tasa cargada en CAMBIOS, porque sin tasa la
      * facturación no la puede convertir.
      *----------------------------------------------------------------
       CARGO-CONCEPTO.
           DISPLAY "CONCEPTO " IDX-ABC.
           DISPLAY "  DESCRIPCION..............: " WITH NO ADVANCING.
           ACCEPT ABC-DESCRIPCION (IDX-ABC).
           DISPLAY "  IMPORTE NETO.............: " WITH NO ADVANCING.
           ACCEPT ABC-IMPORTE (IDX-ABC).
           DISPLAY "  TASA IMPUESTO %..........: " WITH NO ADVANCING.
           ACCEPT ABC-TASA (IDX-ABC).
           MOVE "N" TO MONEDA-VALIDA.
           PERFORM PIDO-MONEDA THRU F-PIDO-MONEDA
              UNTIL MONEDA-OK.
           DISPLAY "  VENDEDOR (VACIO=NINGUNO).: " WITH NO ADVANCING.
           ACCEPT ABC-VENDEDOR (IDX-ABC).
           IF ABC-VENDEDOR (IDX-ABC) NOT = SPACES
              MOVE ABC-VENDEDOR (IDX-ABC) TO VEN-CODIGO
              READ VENDEDORES KEY IS VEN-CODIGO
              IF ST-FILE-VEN NOT = "00"
                 DISPLAY "VENDEDOR INEXISTENTE - QUEDA SIN VENDEDOR"
                 MOVE SPACES TO ABC-VENDEDOR (IDX-ABC)
              END-IF
           END-IF.
           DISPLAY "  INICIO (AAAAMMDD)........: " WITH NO ADVANCING.
           ACCEPT ABC-DESDE (IDX-ABC).
           DISPLAY "  FIN (AAAAMMDD, VACIO=NO).: " WITH NO ADVANCING.
           ACCEPT ABC-HASTA (IDX-ABC).
           MOVE SPACE TO ABC-FRECUENCIA (IDX-ABC).
           PERFORM PIDO-FRECUENCIA THRU F-PIDO-FRECUENCIA
              UNTIL ABC-MENSUAL (IDX-ABC)
              OR ABC-BIMESTRAL (IDX-ABC)
              OR ABC-TRIMESTRAL (IDX-ABC).

       F-CARGO-CONCEPTO.
           EXIT.

       PIDO-MONEDA.
           DISPLAY "  MONEDA (VACIO=LOCAL).....: " WITH NO ADVANCING.
           MOVE SPACES TO ABC-MONEDA (IDX-ABC).
           ACCEPT ABC-MONEDA (IDX-ABC).
           IF ABC-MONEDA (IDX-ABC) = SPACES
              MOVE "S" TO MONEDA-VALIDA
              GO TO F-PIDO-MONEDA.
           MOVE ABC-MONEDA (IDX-ABC) TO TCA-MONEDA.
           MOVE LOW-VALUES           TO TCA-FECHA.
           START CAMBIOS KEY IS NOT LESS THAN TCA-CLAVE.
           IF ST-FILE-TCA = "00"
              READ CAMBIOS NEXT RECORD
              IF ST-FILE-TCA = "00"
                 AND TCA-MONEDA = ABC-MONEDA (IDX-ABC)
                 MOVE "S" TO MONEDA-VALIDA
              END-IF
           END-IF.
           IF NOT MONEDA-OK
              DISPLAY "  MONEDA SIN TIPO DE CAMBIO EN CAMBIOS".

       F-PIDO-MONEDA.
           EXIT.

       PIDO-FRECUENCIA.
           DISPLAY "  FRECUENCIA (M/B/T).......: " WITH NO ADVANCING.
           ACCEPT ABC-FRECUENCIA (IDX-ABC).

       F-PIDO-FRECUENCIA.
           EXIT.

      *----------------------------------------------------------------
      * BAJA-ABONO: elimina el contrato entero del cliente.
      *----------------------------------------------------------------
       BAJA-ABONO.
           DISPLAY "CLI_ID A BORRAR..: " WITH NO ADVANCING.
           ACCEPT ABO-CLI-ID.
           READ ABONOS KEY IS ABO-CLI-ID.
           IF ST-FILE NOT = "00"
              DISPLAY "ABONO NO ENCONTRADO - ST " ST-FILE
              GO TO F-BAJA-ABONO.
           DELETE ABONOS RECORD.
           IF ST-FILE > "07"
              DISPLAY "ERROR BORRANDO EL REGISTRO - ST " ST-FILE
              ACCEPT X.

       F-BAJA-ABONO.
           EXIT.

      *----------------------------------------------------------------
      * CONSULTA-ABONO: muestra el contrato con cada concepto y lo
      * último que se le facturó.
      *----------------------------------------------------------------
       CONSULTA-ABONO.
           DISPLAY "CLI_ID A CONSULTAR: " WITH NO ADVANCING.
           ACCEPT ABO-CLI-ID.
           READ ABONOS KEY IS ABO-CLI-ID.
           IF ST-FILE NOT = "00"
              DISPLAY "ABONO NO ENCONTRADO - ST " ST-FILE
              GO TO F-CONSULTA-ABONO.
           PERFORM MUESTRO-ABONO THRU F-MUESTRO-ABONO.

       F-CONSULTA-ABONO.
           EXIT.

       MUESTRO-ABONO.
           DISPLAY "FECHA ALTA.....: " ABO-FECHA-ALTA.
           DISPLAY "CANT CONCEPTOS.: " ABO-CANT-CONCEPTOS.
           PERFORM MUESTRO-CONCEPTO THRU F-MUESTRO-CONCEPTO
              VARYING IDX-ABC FROM 1 BY 1
              UNTIL IDX-ABC > ABO-CANT-CONCEPTOS.

       F-MUESTRO-ABONO.
           EXIT.

       MUESTRO-CONCEPTO.
           MOVE ABC-IMPORTE (IDX-ABC) TO W-IMPORTE-EDIT.
           MOVE ABC-TASA (IDX-ABC)    TO W-TASA-EDIT.
           DISPLAY IDX-ABC " " ABC-DESCRIPCION (IDX-ABC)
              " NETO " W-IMPORTE-EDIT " TASA " W-TASA-EDIT
              " " ABC-MONEDA (IDX-ABC) " VEND " ABC-VENDEDOR (IDX-ABC).
           DISPLAY "   DESDE " ABC-DESDE (IDX-ABC)
              " HASTA " ABC-HASTA (IDX-ABC)
              " FREC " ABC-FRECUENCIA (IDX-ABC)
              " ULTIMO " ABC-ULTIMO-PERIODO (IDX-ABC)
              " FACT " ABC-ULTIMA-FACTURA (IDX-ABC).

       F-MUESTRO-CONCEPTO.
           EXIT.

      *----------------------------------------------------------------
      * CAMBIO-ABONO: vuelve a cargar un concepto existente (lo ya
      * facturado se conserva) o, con 0, agrega uno nuevo al final.
      *----------------------------------------------------------------
       CAMBIO-ABONO.
           DISPLAY "CLI_ID A CAMBIAR.: " WITH NO ADVANCING.
           ACCEPT ABO-CLI-ID.
           READ ABONOS KEY IS ABO-CLI-ID.
           IF ST-FILE NOT = "00"
              DISPLAY "ABONO NO ENCONTRADO - ST " ST-FILE
              GO TO F-CAMBIO-ABONO.
           PERFORM MUESTRO-ABONO THRU F-MUESTRO-ABONO.
           DISPLAY "CONCEPTO A CAMBIAR (0=AGREGA): " WITH NO ADVANCING.
           ACCEPT W-CONCEPTO-PEDIDO.
           IF W-CONCEPTO-PEDIDO = 0
              IF ABO-CANT-CONCEPTOS = 10
                 DISPLAY "EL ABONO YA TIENE 10 CONCEPTOS"
                 GO TO F-CAMBIO-ABONO
              ELSE
                 ADD 1 TO ABO-CANT-CONCEPTOS
                 MOVE ABO-CANT-CONCEPTOS TO W-CONCEPTO-PEDIDO
                 MOVE SPACES TO ABC-ULTIMO-PERIODO (W-CONCEPTO-PEDIDO)
                 MOVE 0      TO ABC-ULTIMA-FACTURA (W-CONCEPTO-PEDIDO)
              END-IF
           END-IF.
           IF W-CONCEPTO-PEDIDO > ABO-CANT-CONCEPTOS
              DISPLAY "CONCEPTO INEXISTENTE"
              GO TO F-CAMBIO-ABONO.
           MOVE W-CONCEPTO-PEDIDO TO IDX-ABC.
           PERFORM CARGO-CONCEPTO THRU F-CARGO-CONCEPTO.
           REWRITE REG-ABONOS.
           IF ST-FILE > "07"
              DISPLAY "ERROR GRABANDO ABONO - ST " ST-FILE
              ACCEPT X.

       F-CAMBIO-ABONO.
           EXIT.

       END PROGRAM "ABOMANT".
