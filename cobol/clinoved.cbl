      *           de novedades de las sucursales: aplica cada línea
      *           (alta/cambio/baja) con las mismas reglas del
      *           mantenimiento interactivo (validación de categoría y
      *           de condición de pago y de preferencia de envío,
      *           sincronización de CLI_ALT_2) y deja un informe con el
      *           resultado de cada novedad y el motivo de cada rechazo,
      *           para devolverlo a la sucursal.
                  RECORD KEY IS CAT-CODIGO
                  STATUS ST-FILE-CAT.

           SELECT OPTIONAL CONDICIONES ASSIGN TO "./condpago.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CPG-CODIGO
                  STATUS ST-FILE-CPG.

           SELECT NOVEDADES ASSIGN TO "./novedades.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-NOV.

           COPY "regcat.cpy".

       FD  CONDICIONES.

           COPY "regcpg.cpy".

       FD  NOVEDADES.

           COPY "regnov.cpy".
       01  ST-FILE-EST PIC XX.
       01  ST-FILE-AUD PIC XX.
       01  ST-FILE-MOV PIC XX.
       01  ST-FILE-CPG PIC XX.
       01  X           PIC X.

       01  W-HAY-MOVIMIENTOS PIC X.
       01  W-ESTADO-PEDIDO   PIC X.
           88  ESTADO-PEDIDO-VALIDO  VALUES "A", "R", "S", "L".

       01  W-ENVIO-PEDIDO    PIC X.
           88  ENVIO-PEDIDO-PAPEL    VALUES "P", SPACE, LOW-VALUE.
           88  ENVIO-PEDIDO-VALIDO   VALUES "P", "E", "A", SPACE,
                                            LOW-VALUE.

           COPY "paramlck.cpy".

      *----------------------------------------------------------------
           02  ANT-CATEGORIA    PIC X.
           02  ANT-EMAIL        PIC X(50).
           02  ANT-TELEFONO     PIC X(20).
           02  ANT-CONDICION    PIC X(03).
           02  ANT-ENVIO        PIC X.
           02  ANT-REBOTE       PIC X(08).

       01  W-CANT-LEIDAS     PIC 9(05) VALUE 0.
       01  W-CANT-ACEPTADAS  PIC 9(05) VALUE 0.
           IF ST-FILE-CAT > "07"
              DISPLAY "ERROR ABRIENDO CATEGORIAS - ST " ST-FILE-CAT
              ACCEPT X.
           OPEN INPUT CONDICIONES.
           IF ST-FILE-CPG > "07"
              DISPLAY "ERROR ABRIENDO CONDICIONES - ST " ST-FILE-CPG
              ACCEPT X.
           OPEN INPUT NOVEDADES.
           IF ST-FILE-NOV > "07"
              DISPLAY "ERROR ABRIENDO NOVEDADES - ST " ST-FILE-NOV
       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE CATEGORIAS.
           CLOSE CONDICIONES.
           CLOSE NOVEDADES.
           CLOSE RESULTADOS.
           CLOSE ESTADOS.
              MOVE "CATEGORIA INEXISTENTE" TO W-MOTIVO-RECHAZO
              GO TO F-ALTA-NOVEDAD.
           PERFORM VALIDO-ESTADO THRU F-VALIDO-ESTADO.
           IF W-MOTIVO-RECHAZO NOT = SPACES
              GO TO F-ALTA-NOVEDAD.
           PERFORM VALIDO-CONDICION THRU F-VALIDO-CONDICION.
           IF W-MOTIVO-RECHAZO NOT = SPACES
              GO TO F-ALTA-NOVEDAD.
           MOVE "P" TO W-ENVIO-PEDIDO.
           PERFORM VALIDO-ENVIO THRU F-VALIDO-ENVIO.
           IF W-MOTIVO-RECHAZO NOT = SPACES
              GO TO F-ALTA-NOVEDAD.
           INITIALIZE REG-CLIENTES.
           MOVE NOV-CATEGORIA   TO CLI_CATEGORIA.
           MOVE NOV-EMAIL       TO CLI_EMAIL.
           MOVE NOV-TELEFONO    TO CLI_TELEFONO.
           MOVE NOV-CONDICION-PAGO TO CLI_CONDICION_PAGO.
           MOVE W-ENVIO-PEDIDO  TO CLI_ENVIO.
           MOVE 0 TO CLI_SALDO.
           IF NOV-SIN-ESTADO
              MOVE "A" TO CLI_ESTADO
              MOVE "CATEGORIA INEXISTENTE" TO W-MOTIVO-RECHAZO
              GO TO F-CAMBIO-NOVEDAD.
           PERFORM VALIDO-ESTADO THRU F-VALIDO-ESTADO.
           IF W-MOTIVO-RECHAZO NOT = SPACES
              GO TO F-CAMBIO-NOVEDAD.
           PERFORM VALIDO-CONDICION THRU F-VALIDO-CONDICION.
           IF W-MOTIVO-RECHAZO NOT = SPACES
              GO TO F-CAMBIO-NOVEDAD.
           MOVE CLI_ENVIO TO W-ENVIO-PEDIDO.
           PERFORM VALIDO-ENVIO THRU F-VALIDO-ENVIO.
           IF W-MOTIVO-RECHAZO NOT = SPACES
              GO TO F-CAMBIO-NOVEDAD.
           MOVE CLI_ESTADO TO W-ESTADO-ANTERIOR.
           MOVE NOV-TELEFONO    TO CLI_TELEFONO.
           IF NOT NOV-SIN-ESTADO
              MOVE NOV-ESTADO TO CLI_ESTADO.
           IF NOT NOV-SIN-CONDICION
              MOVE NOV-CONDICION-PAGO TO CLI_CONDICION_PAGO.
           MOVE W-ENVIO-PEDIDO TO CLI_ENVIO.
      *    Un e-mail corregido se da por bueno hasta el próximo
      *    rebote.
           IF CLI_EMAIL NOT = ANT-EMAIL
              MOVE SPACES TO CLI_EMAIL_REBOTE.
           PERFORM SINCRONIZO-ALT-2 THRU F-SINCRONIZO-ALT-2.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
           MOVE CLI_CATEGORIA   TO ANT-CATEGORIA.
           MOVE CLI_EMAIL       TO ANT-EMAIL.
           MOVE CLI_TELEFONO    TO ANT-TELEFONO.
           MOVE CLI_CONDICION_PAGO TO ANT-CONDICION.
           MOVE CLI_ENVIO       TO ANT-ENVIO.
           MOVE CLI_EMAIL_REBOTE TO ANT-REBOTE.

       F-GUARDO-IMAGEN.
           EXIT.
              MOVE ANT-TELEFONO  TO AUD-ANTERIOR
              MOVE CLI_TELEFONO  TO AUD-NUEVO
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
       F-CONTROLO-ACTIVIDAD.
           EXIT.

      *----------------------------------------------------------------
      * VALIDO-CONDICION: una novedad con condición de pago debe traer
      * un código del maestro CONDICIONES; en blanco no se valida.
      *----------------------------------------------------------------
       VALIDO-CONDICION.
           IF NOV-SIN-CONDICION
              GO TO F-VALIDO-CONDICION.
           MOVE NOV-CONDICION-PAGO TO CPG-CODIGO.
           READ CONDICIONES KEY IS CPG-CODIGO.
           IF ST-FILE-CPG NOT = "00"
              MOVE "CONDICION DE PAGO INEXISTENTE" TO W-MOTIVO-RECHAZO.

       F-VALIDO-CONDICION.
           EXIT.

      *----------------------------------------------------------------
      * VALIDO-ENVIO: la preferencia de envío pedida (en blanco queda
      * la que el que llama dejó en W-ENVIO-PEDIDO) debe ser P, E o
      * A, y e-mail o ambos exigen que la novedad traiga el e-mail.
      *----------------------------------------------------------------
       VALIDO-ENVIO.
           IF NOT NOV-SIN-ENVIO
              MOVE NOV-ENVIO TO W-ENVIO-PEDIDO.
           IF NOT ENVIO-PEDIDO-VALIDO
              MOVE "PREFERENCIA DE ENVIO INVALIDA" TO W-MOTIVO-RECHAZO
              GO TO F-VALIDO-ENVIO.
           IF NOT ENVIO-PEDIDO-PAPEL AND NOV-EMAIL = SPACES
              MOVE "ENVIO POR E-MAIL SIN E-MAIL" TO W-MOTIVO-RECHAZO.

       F-VALIDO-ENVIO.
           EXIT.

      *----------------------------------------------------------------
      * VALIDO-CATEGORIA: verifica que NOV-CATEGORIA exista en el
      * maestro CATEGORIAS, dejando el resultado en CATEGORIA-VALIDA.
