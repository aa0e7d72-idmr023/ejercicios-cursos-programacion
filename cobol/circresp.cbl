      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Carga de las respuestas a la circularización de
      *           saldos: dada la fecha de corte, el empleado ingresa
      *           por cliente la respuesta recibida (C conforme, D
      *           disconforme con el saldo que informa el cliente, N
      *           sin respuesta) con una observación, o consulta el
      *           pedido. Al cerrar la circularización, los pedidos
      *           que siguen pendientes pasan todos a sin respuesta,
      *           para el informe de conciliación a los auditores.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CIRCRESP".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CIRCULARIZACIONES
                  ASSIGN TO "./circularizacion.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CIR-CLAVE
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

       FD  CIRCULARIZACIONES.

           COPY "regcir.cpy".

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

       01  FIN-PEDIDOS  PIC X.
           88  TERMINAR-PEDIDOS   VALUE "S".

       01  W-FECHA-PROCESO PIC X(08).
       01  W-FECHA-CORTE   PIC X(08).
       01  W-CLI-PEDIDO    PIC 9(07).
       01  W-RESPUESTA     PIC X.
       01  W-CONFIRMA      PIC X.
       01  W-OBSERVACION   PIC X(60).
       01  W-CANT-CERRADOS PIC 9(05).

       01  W-SALDO-EDIT    PIC -(7)9,999.
       01  W-DIFERENCIA    PIC S9(8)V9(3).
       01  W-DIFERENCIA-EDIT PIC -(8)9,999.

       PROCEDURE DIVISION.
       PABLO.
           PERFORM TOMO-FECHA THRU F-TOMO-FECHA.
           DISPLAY "FECHA DE CORTE (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT W-FECHA-CORTE.
           PERFORM ABRO-ARCHIVOS.
           PERFORM PROCESO-MENU THRU F-PROCESO-MENU
              UNTIL TERMINAR-MENU.
           PERFORM CIERRO-ARCHIVOS.
           STOP RUN.

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
           OPEN I-O CIRCULARIZACIONES.
           IF ST-FILE > "07"
              DISPLAY "ERROR ABRIENDO CIRCULARIZACIONES - ST " ST-FILE
              ACCEPT X.
           OPEN INPUT CLIENTES.
           IF ST-FILE-CLI > "07"
              DISPLAY "ERROR ABRIENDO CLIENTES - ST " ST-FILE-CLI
              ACCEPT X.

       CIERRO-ARCHIVOS.
           CLOSE CIRCULARIZACIONES.
           CLOSE CLIENTES.

      *----------------------------------------------------------------
      * PROCESO-MENU: pide la opción y la despacha.
      *----------------------------------------------------------------
       PROCESO-MENU.
           DISPLAY " ".
           DISPLAY "CORTE " W-FECHA-CORTE
              ": 1-RESPUESTA  2-CONSULTA  3-CERRAR PENDIENTES  4-FIN".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT OPCION.
           EVALUATE OPCION
               WHEN 1
                   PERFORM CARGO-RESPUESTA THRU F-CARGO-RESPUESTA
               WHEN 2
                   PERFORM CONSULTO-PEDIDO THRU F-CONSULTO-PEDIDO
               WHEN 3
                   PERFORM CIERRO-PENDIENTES THRU F-CIERRO-PENDIENTES
               WHEN 4
                   MOVE "S" TO FIN-MENU
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       F-PROCESO-MENU.
           EXIT.

      *----------------------------------------------------------------
      * LEO-PEDIDO-CLIENTE: pide el cliente y lee su pedido del corte,
      * mostrándolo; deja ST-FILE en "00" si lo encontró.
      *----------------------------------------------------------------
       LEO-PEDIDO-CLIENTE.
           DISPLAY "CLI_ID: " WITH NO ADVANCING.
           ACCEPT W-CLI-PEDIDO.
           MOVE W-FECHA-CORTE TO CIR-FECHA-CORTE.
           MOVE W-CLI-PEDIDO  TO CIR-CLI-ID.
           READ CIRCULARIZACIONES KEY IS CIR-CLAVE.
           IF ST-FILE NOT = "00"
              DISPLAY "NO HAY PEDIDO DE CONFIRMACION PARA ESE CLIENTE"
              GO TO F-LEO-PEDIDO-CLIENTE.
           MOVE CIR-CLI-ID TO CLI_ID.
           READ CLIENTES KEY IS ID_CLIENTE.
           IF ST-FILE-CLI = "00"
              DISPLAY "CLIENTE.......: " CLI_RAZONSOCIAL
           ELSE
              DISPLAY "CLIENTE.......: (NO ESTA EN EL MAESTRO)".
           MOVE CIR-SALDO-CORTE TO W-SALDO-EDIT.
           DISPLAY "SALDO AL CORTE: " W-SALDO-EDIT
              "  EMITIDO " CIR-FECHA-EMISION
              "  FACTURAS " CIR-CANT-FACTURAS.
           EVALUATE TRUE
               WHEN CIR-CONFORME
                   DISPLAY "RESPUESTA.....: CONFORME "
                      CIR-FECHA-RESPUESTA
               WHEN CIR-DISCONFORME
                   MOVE CIR-SALDO-INFORMADO TO W-SALDO-EDIT
                   DISPLAY "RESPUESTA.....: DISCONFORME "
                      CIR-FECHA-RESPUESTA " SALDO CLIENTE "
                      W-SALDO-EDIT
               WHEN CIR-SIN-RESPUESTA
                   DISPLAY "RESPUESTA.....: SIN RESPUESTA"
               WHEN OTHER
                   DISPLAY "RESPUESTA.....: PENDIENTE"
           END-EVALUATE.
           IF CIR-OBSERVACION NOT = SPACES
              DISPLAY "OBSERVACION...: " CIR-OBSERVACION.

       F-LEO-PEDIDO-CLIENTE.
           EXIT.

       CONSULTO-PEDIDO.
           PERFORM LEO-PEDIDO-CLIENTE THRU F-LEO-PEDIDO-CLIENTE.

       F-CONSULTO-PEDIDO.
           EXIT.

      *----------------------------------------------------------------
      * CARGO-RESPUESTA: en la conforme el saldo del cliente es el
      * saldo al corte; en la disconforme se pide el saldo que informa
      * y se muestra la diferencia. Una respuesta ya cargada se puede
      * corregir.
      *----------------------------------------------------------------
       CARGO-RESPUESTA.
           PERFORM LEO-PEDIDO-CLIENTE THRU F-LEO-PEDIDO-CLIENTE.
           IF ST-FILE NOT = "00"
              GO TO F-CARGO-RESPUESTA.
           DISPLAY "RESPUESTA (C-CONFORME D-DISCONFORME N-SIN RESP.): "
              WITH NO ADVANCING.
           ACCEPT W-RESPUESTA.
           EVALUATE W-RESPUESTA
               WHEN "C"
                   MOVE CIR-SALDO-CORTE TO CIR-SALDO-INFORMADO
               WHEN "D"
                   DISPLAY "SALDO SEGUN EL CLIENTE: "
                      WITH NO ADVANCING
                   ACCEPT CIR-SALDO-INFORMADO
                   COMPUTE W-DIFERENCIA =
                      CIR-SALDO-INFORMADO - CIR-SALDO-CORTE
                   MOVE W-DIFERENCIA TO W-DIFERENCIA-EDIT
                   DISPLAY "DIFERENCIA............: " W-DIFERENCIA-EDIT
               WHEN "N"
                   MOVE 0 TO CIR-SALDO-INFORMADO
               WHEN OTHER
                   DISPLAY "RESPUESTA INVALIDA"
                   GO TO F-CARGO-RESPUESTA
           END-EVALUATE.
           DISPLAY "OBSERVACION (VACIO=SIN CAMBIO): " WITH NO ADVANCING.
           MOVE SPACES TO W-OBSERVACION.
           ACCEPT W-OBSERVACION.
           IF W-OBSERVACION NOT = SPACES
              MOVE W-OBSERVACION TO CIR-OBSERVACION.
           MOVE W-RESPUESTA     TO CIR-RESPUESTA.
           MOVE W-FECHA-PROCESO TO CIR-FECHA-RESPUESTA.
           REWRITE REG-CIRCULARIZACION.
           IF ST-FILE > "07"
              DISPLAY "ERROR GRABANDO CIRCULARIZACION - ST " ST-FILE
              ACCEPT X.

       F-CARGO-RESPUESTA.
           EXIT.

      *----------------------------------------------------------------
      * CIERRO-PENDIENTES: al vencer el plazo de respuesta, todos los
      * pedidos del corte que siguen pendientes pasan a sin respuesta.
      *----------------------------------------------------------------
       CIERRO-PENDIENTES.
           DISPLAY "LOS PEDIDOS PENDIENTES DEL CORTE PASAN A SIN "
              "RESPUESTA. CONFIRMA (S/N): " WITH NO ADVANCING.
           ACCEPT W-CONFIRMA.
           IF W-CONFIRMA NOT = "S"
              GO TO F-CIERRO-PENDIENTES.
           MOVE 0   TO W-CANT-CERRADOS.
           MOVE "N" TO FIN-PEDIDOS.
           MOVE W-FECHA-CORTE TO CIR-FECHA-CORTE.
           MOVE 0             TO CIR-CLI-ID.
           START CIRCULARIZACIONES KEY IS NOT LESS THAN CIR-CLAVE.
           IF ST-FILE NOT = "00"
              MOVE "S" TO FIN-PEDIDOS
           ELSE
              PERFORM LEO-PEDIDO THRU F-LEO-PEDIDO.
           PERFORM CIERRO-PEDIDO THRU F-CIERRO-PEDIDO
              UNTIL TERMINAR-PEDIDOS.
           DISPLAY "PEDIDOS PASADOS A SIN RESPUESTA: " W-CANT-CERRADOS.

       F-CIERRO-PENDIENTES.
           EXIT.

       LEO-PEDIDO.
           READ CIRCULARIZACIONES NEXT RECORD.
           IF ST-FILE NOT = "00"
              MOVE "S" TO FIN-PEDIDOS
           ELSE
              IF CIR-FECHA-CORTE NOT = W-FECHA-CORTE
                 MOVE "S" TO FIN-PEDIDOS.

       F-LEO-PEDIDO.
           EXIT.

       CIERRO-PEDIDO.
           IF CIR-PENDIENTE
              MOVE "N"             TO CIR-RESPUESTA
              MOVE 0               TO CIR-SALDO-INFORMADO
              MOVE W-FECHA-PROCESO TO CIR-FECHA-RESPUESTA
              REWRITE REG-CIRCULARIZACION
              IF ST-FILE > "07"
                 DISPLAY "ERROR GRABANDO CIRCULARIZACION - ST " ST-FILE
                 ACCEPT X
              ELSE
                 ADD 1 TO W-CANT-CERRADOS
              END-IF
           END-IF.
           PERFORM LEO-PEDIDO THRU F-LEO-PEDIDO.

       F-CIERRO-PEDIDO.
           EXIT.

       END PROGRAM "CIRCRESP".
