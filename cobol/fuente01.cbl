      * Author:
      * Date:
      * Purpose:  Mantenimiento (alta/cambio/baja) del fichero CLIENTES.
      *           La condición de pago del cliente se valida contra el
      *           maestro CONDICIONES; en blanco el cliente es contado.
      *           La preferencia de envío (papel, e-mail o ambos)
      *           exige CLI_EMAIL para el e-mail; corregir el e-mail
      *           borra la marca de rebote que deja el despacho.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                  RECORD KEY IS CAT-CODIGO
                  STATUS ST-FILE-CAT.

           SELECT OPTIONAL CONDICIONES ASSIGN TO "./condpago.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CPG-CODIGO
                  STATUS ST-FILE-CPG.

           SELECT OPTIONAL ESTADOS ASSIGN TO "./estados.log"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-EST.

           COPY "regcat.cpy".

       FD  CONDICIONES.

           COPY "regcpg.cpy".

       FD  ESTADOS.

           COPY "regest.cpy".
       01  ST-FILE-CAT PIC XX.
       01  ST-FILE-EST PIC XX.
       01  ST-FILE-AUD PIC XX.
       01  ST-FILE-CPG PIC XX.
       01  X           PIC X.

       01  CATEGORIA-VALIDA  PIC X     VALUE "N".
           88  CATEGORIA-OK        VALUE "S".
           88  CATEGORIA-MALA      VALUE "N".

       01  CONDICION-VALIDA  PIC X     VALUE "N".
           88  CONDICION-OK        VALUE "S".
           88  CONDICION-MALA      VALUE "N".

       01  ENVIO-VALIDO      PIC X     VALUE "N".
           88  ENVIO-OK            VALUE "S".
           88  ENVIO-MALO          VALUE "N".

       01  OPCION       PIC 9.
       01  FIN-MENU     PIC X     VALUE "N".
           88  TERMINAR-MENU      VALUE "S".
           02  ANT-EMAIL        PIC X(50).
           02  ANT-TELEFONO     PIC X(20).
           02  ANT-LIMITE       PIC S9(7)V9(3).
           02  ANT-CONDICION    PIC X(03).
           02  ANT-ENVIO        PIC X.
           02  ANT-REBOTE       PIC X(08).

       01  W-LIMITE-EDIT    PIC -(7)9,999.

           IF ST-FILE-CAT > "07"
              DISPLAY "ERROR ABRIENDO CATEGORIAS - ST " ST-FILE-CAT
              ACCEPT X.
           OPEN INPUT CONDICIONES.
           IF ST-FILE-CPG > "07"
              DISPLAY "ERROR ABRIENDO CONDICIONES - ST " ST-FILE-CPG
              ACCEPT X.
           OPEN EXTEND ESTADOS.
           IF ST-FILE-EST > "07"
              DISPLAY "ERROR ABRIENDO ESTADOS - ST " ST-FILE-EST
           CLOSE CLIENTES.
           CLOSE MOVIMIENTOS.
           CLOSE CATEGORIAS.
           CLOSE CONDICIONES.
           CLOSE ESTADOS.
           CLOSE AUDITCLI.

           ACCEPT CLI_TELEFONO.
           DISPLAY "LIMITE CREDITO (0=SIN TOPE): " WITH NO ADVANCING.
           ACCEPT CLI_LIMITE_CREDITO.
           DISPLAY "CONDICION DE PAGO (VACIO=CONTADO): "
              WITH NO ADVANCING.
           ACCEPT CLI_CONDICION_PAGO.
           PERFORM VALIDO-CONDICION THRU F-VALIDO-CONDICION.
           IF CONDICION-MALA
              DISPLAY "CONDICION DE PAGO INEXISTENTE - ALTA CANCELADA"
              GO TO F-ALTA-CLIENTE.
           PERFORM PIDO-ENVIO THRU F-PIDO-ENVIO.
           IF ENVIO-MALO
              DISPLAY "ALTA CANCELADA"
              GO TO F-ALTA-CLIENTE.
           MOVE 0 TO CLI_SALDO.
           MOVE "A" TO CLI_ESTADO.
           PERFORM GRABO-REGISTRO THRU F-GRABO-REGISTRO.
              DISPLAY "CLIENTE NO ENCONTRADO - ST-FILE " ST-FILE
              GO TO F-CAMBIO-CLIENTE.
           PERFORM GUARDO-IMAGEN THRU F-GUARDO-IMAGEN.
           IF CLI_EMAIL_REBOTE NOT = SPACES
              DISPLAY "EL E-MAIL " CLI_EMAIL
              DISPLAY "REBOTO EL " CLI_EMAIL_REBOTE
                 " - SE ENVIA EN PAPEL HASTA CORREGIRLO".
           DISPLAY "CLI_NOMBRE.....: " WITH NO ADVANCING.
           ACCEPT CLI_NOMBRE.
           DISPLAY "CLI_RAZONSOCIAL: " WITH NO ADVANCING.
           ACCEPT CLI_TELEFONO.
           DISPLAY "LIMITE CREDITO (0=SIN TOPE): " WITH NO ADVANCING.
           ACCEPT CLI_LIMITE_CREDITO.
           DISPLAY "CONDICION DE PAGO (VACIO=CONTADO): "
              WITH NO ADVANCING.
           ACCEPT CLI_CONDICION_PAGO.
           PERFORM VALIDO-CONDICION THRU F-VALIDO-CONDICION.
           IF CONDICION-MALA
              DISPLAY "CONDICION DE PAGO INEXISTENTE - CAMBIO "
                 "CANCELADO"
              GO TO F-CAMBIO-CLIENTE.
           PERFORM PIDO-ENVIO THRU F-PIDO-ENVIO.
           IF ENVIO-MALO
              DISPLAY "CAMBIO CANCELADO"
              GO TO F-CAMBIO-CLIENTE.
      *    Un e-mail corregido se da por bueno hasta el próximo
      *    rebote.
           IF CLI_EMAIL NOT = ANT-EMAIL
              MOVE SPACES TO CLI_EMAIL_REBOTE.
           PERFORM SINCRONIZO-ALT-2 THRU F-SINCRONIZO-ALT-2.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
              MOVE CLI_LIMITE_CREDITO TO ANT-LIMITE
           ELSE
              MOVE 0 TO ANT-LIMITE.
           MOVE CLI_CONDICION_PAGO TO ANT-CONDICION.
           MOVE CLI_ENVIO          TO ANT-ENVIO.
           MOVE CLI_EMAIL_REBOTE   TO ANT-REBOTE.

       F-GUARDO-IMAGEN.
           EXIT.
              MOVE CLI_LIMITE_CREDITO TO W-LIMITE-EDIT
              MOVE W-LIMITE-EDIT TO AUD-NUEVO
              PERFORM GRABO-AUDIT THRU F-GRABO-AUDIT.
           IF CLI_CONDICION_PAGO NOT = ANT-CONDICION
              MOVE "CONDPAGO"         TO AUD-CAMPO
              MOVE ANT-CONDICION      TO AUD-ANTERIOR
              MOVE CLI_CONDICION_PAGO TO AUD-NUEVO
              PERFORM GRABO-AUDIT THRU F-GRABO-AUDIT.
           IF CLI_ENVIO NOT = ANT-ENVIO
              MOVE "ENVIO"     TO AUD-CAMPO
              MOVE ANT-ENVIO   TO AUD-ANTERIOR
              MOVE CLI_ENVIO   TO AUD-NUEVO
              PERFORM GRABO-AUDIT THRU F-GRABO-AUDIT.
           IF CLI_EMAIL_REBOTE NOT = ANT-REBOTE
              MOVE "EMAIL-REBOTE"   TO AUD-CAMPO
              MOVE ANT-REBOTE       TO AUD-ANTERIOR
              MOVE CLI_EMAIL_REBOTE TO AUD-NUEVO
              PERFORM GRABO-AUDIT THRU F-GRABO-AUDIT.

       F-AUDITO-CAMBIOS.
           EXIT.
       F-VALIDO-CATEGORIA.
           EXIT.

      *----------------------------------------------------------------
      * VALIDO-CONDICION: verifica que CLI_CONDICION_PAGO exista en el
      * maestro CONDICIONES (en blanco es contado y no se busca),
      * dejando el resultado en CONDICION-VALIDA.
      *----------------------------------------------------------------
       VALIDO-CONDICION.
           MOVE "S" TO CONDICION-VALIDA.
           IF CLI_CONDICION_PAGO = SPACES
              GO TO F-VALIDO-CONDICION.
           MOVE CLI_CONDICION_PAGO TO CPG-CODIGO.
           READ CONDICIONES KEY IS CPG-CODIGO.
           IF ST-FILE-CPG NOT = "00"
              MOVE "N" TO CONDICION-VALIDA.

       F-VALIDO-CONDICION.
           EXIT.

      *----------------------------------------------------------------
      * PIDO-ENVIO: preferencia de envío de facturas, extractos y
      * cartas (vacío = papel); e-mail o ambos exigen CLI_EMAIL. Deja
      * el resultado en ENVIO-VALIDO.
      *----------------------------------------------------------------
       PIDO-ENVIO.
           MOVE "S" TO ENVIO-VALIDO.
           DISPLAY "ENVIO (P=PAPEL E=EMAIL A=AMBOS, VACIO=P): "
              WITH NO ADVANCING.
           ACCEPT CLI_ENVIO.
           IF CLI_ENVIO = SPACE
              MOVE "P" TO CLI_ENVIO.
           IF NOT CLI-ENVIO-PAPEL AND NOT CLI-ENVIO-EMAIL
              AND NOT CLI-ENVIO-AMBOS
              DISPLAY "PREFERENCIA DE ENVIO INVALIDA"
              MOVE "N" TO ENVIO-VALIDO
              GO TO F-PIDO-ENVIO.
           IF NOT CLI-ENVIO-PAPEL AND CLI_EMAIL = SPACES
              DISPLAY "ENVIO POR E-MAIL SIN CLI_EMAIL CARGADO"
              MOVE "N" TO ENVIO-VALIDO.

       F-PIDO-ENVIO.
           EXIT.

      *----------------------------------------------------------------
      * SINCRONIZO-ALT-2: mantiene CLI_ALT_2 (CLI_CATEGORIA_2 +
      * CLI_NOMBRE_2) al día con CLI_CATEGORIA/CLI_NOMBRE, para que la
