      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Castigo de incobrables, en tres opciones. PROPUESTA:
      *           lista con sus facturas abiertas a los clientes en
      *           legales o con deuda vencida de más de los días
      *           indicados, cuyo saldo supera el importe mínimo, y
      *           los deja propuestos en CASTIGOS. APROBACION: gerencia
      *           de créditos aprueba o rechaza cada propuesta por
      *           consola. POSTEO: castiga sólo las aprobadas: lleva
      *           CLI_SALDO y las facturas abiertas a cero, journaliza
      *           el castigo en MOVIMIENTOS con origen CASTIGO y lo
      *           deja en el log de auditoría de mantenimiento. Con el
      *           saldo en cero el cliente deja de devengar intereses
      *           y de figurar en la antigüedad de la deuda.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CASTIGO".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS ID_CLIENTE
                  ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
                  STATUS ST-FILE.

           SELECT OPTIONAL FACTURAS ASSIGN TO "./facturas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS FAC-NROFACTURA
                  ALTERNATE KEY FAC-CLI-ID WITH DUPLICATES
                  STATUS ST-FILE-FAC.

           SELECT OPTIONAL CASTIGOS ASSIGN TO "./castigos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CAS-CLI-ID
                  STATUS ST-FILE-CAS.

           SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "./movimientos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS MOV-CLAVE
                  STATUS ST-FILE-MOV.

           SELECT OPTIONAL AUDITCLI ASSIGN TO "./auditcli.log"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-AUD.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY "regcliente.cpy".

       FD  FACTURAS.

           COPY "regfac.cpy".

       FD  CASTIGOS.

           COPY "regcas.cpy".

       FD  MOVIMIENTOS.

           COPY "regmov.cpy".

       FD  AUDITCLI.

           COPY "regaud.cpy".

       WORKING-STORAGE SECTION.

       01  ST-FILE     PIC XX.
       01  ST-FILE-FAC PIC XX.
       01  ST-FILE-CAS PIC XX.
       01  ST-FILE-MOV PIC XX.
       01  ST-FILE-AUD PIC XX.
       01  X           PIC X.

           COPY "paramimp.cpy".

           COPY "paramtar.cpy".

           COPY "paramrun.cpy".

           COPY "paramlck.cpy".

       01  OPCION       PIC 9.

       01  FIN-CLIENTES  PIC X     VALUE "N".
           88  TERMINAR-CLIENTES   VALUE "S".

       01  FIN-FACTURAS  PIC X     VALUE "N".
           88  TERMINAR-FACTURAS   VALUE "S".

       01  FIN-CASTIGOS  PIC X     VALUE "N".
           88  TERMINAR-CASTIGOS   VALUE "S".

       01  W-CASTIGO-EXISTE PIC X.
           88  HAY-CASTIGO         VALUE "S".

       01  W-FECHA-PROCESO.
           02  W-FECHA-PROCESO-9    PIC 9(08).
       01  W-DIAS-PROCESO      PIC 9(07).
       01  W-FECHA-VTO.
           02  W-FECHA-VTO-9        PIC 9(08).
       01  W-VTO-MAS-VIEJO     PIC X(08).
       01  W-DIAS-VTO          PIC 9(07).
       01  W-DIAS-MORA         PIC S9(07).

       01  W-DIAS-MINIMOS      PIC 9(04).
       01  W-IMPORTE-MINIMO    PIC 9(09).

       01  W-MOTIVO            PIC X(01).
       01  W-CANT-FACTURAS     PIC 9(03).
       01  W-SALDO-ANTERIOR    PIC S9(7)V9(3).
       01  W-CASTIGO           PIC S9(9)V9(3).
       01  W-SALDO-EDIT        PIC -(7)9,999.
       01  W-RESPUESTA         PIC X.

       01  W-CANT-PROPUESTOS   PIC 9(05) VALUE 0.
       01  W-CANT-APROBADOS    PIC 9(05) VALUE 0.
       01  W-CANT-RECHAZADOS   PIC 9(05) VALUE 0.
       01  W-CANT-CASTIGADOS   PIC 9(05) VALUE 0.
       01  W-CANT-A-REVISAR    PIC 9(05) VALUE 0.
       01  W-CANT-FACT-CASTIGADAS PIC 9(05) VALUE 0.
       01  W-TOTAL-PROPUESTO   PIC S9(11)V9(3) VALUE 0.
       01  W-TOTAL-CASTIGADO   PIC S9(11)V9(3) VALUE 0.

       01  LINEA-COLUMNAS.
           02  FILLER          PIC X(09) VALUE "CLI_ID".
           02  FILLER          PIC X(41) VALUE "CLI_NOMBRE".
           02  FILLER          PIC X(08) VALUE "MOTIVO".
           02  FILLER          PIC X(07) VALUE "ESTADO".
           02  FILLER          PIC X(10) VALUE "VTO VIEJO".
           02  FILLER          PIC X(07) VALUE "DIAS".
           02  FILLER          PIC X(06) VALUE "FACT".
           02  FILLER          PIC X(15) VALUE "SALDO".

       01  LINEA-DETALLE.
           02  LD-CLI-ID       PIC Z(6)9.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LD-NOMBRE       PIC X(40).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-MOTIVO       PIC X(07).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-ESTADO       PIC X(01).
           02  FILLER          PIC X(06) VALUE SPACES.
           02  LD-VTO          PIC X(08).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LD-DIAS         PIC ZZZZ9.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LD-FACTURAS     PIC ZZ9.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LD-SALDO        PIC -(9)9,99.

      *    Facturas abiertas del cliente propuesto, debajo de su línea.
       01  LINEA-FACTURA.
           02  FILLER          PIC X(09) VALUE SPACES.
           02  FILLER          PIC X(09) VALUE "FACTURA ".
           02  LF-NROFACTURA   PIC 9(08).
           02  FILLER          PIC X(08) VALUE "  FECHA ".
           02  LF-FECHA        PIC X(08).
           02  FILLER          PIC X(06) VALUE "  VTO ".
           02  LF-VTO          PIC X(08).
           02  FILLER          PIC X(10) VALUE "  IMPORTE ".
           02  LF-IMPORTE      PIC -(9)9,99.
           02  FILLER          PIC X(12) VALUE "  PENDIENTE ".
           02  LF-PENDIENTE    PIC -(9)9,99.

       01  LINEA-TOTAL.
           02  FILLER          PIC X(30)
               VALUE "TOTAL PROPUESTO A CASTIGO...: ".
           02  LT-TOTAL        PIC -(11)9,99.

       PROCEDURE DIVISION.
       PABLO.
           PERFORM TOMO-FECHA THRU F-TOMO-FECHA.
           DISPLAY "1-PROPUESTA  2-APROBACION  3-POSTEO DE APROBADOS".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT OPCION.
           EVALUATE OPCION
               WHEN 1
                   PERFORM PROPUESTA THRU F-PROPUESTA
               WHEN 2
                   PERFORM APROBACION THRU F-APROBACION
               WHEN 3
                   PERFORM POSTEO THRU F-POSTEO
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA - CORRIDA CANCELADA"
           END-EVALUATE.
           STOP RUN.

      *----------------------------------------------------------------
      * TOMO-FECHA: la fecha de la corrida sale de la tarjeta de
      * control si está cargada, y si no es la fecha del sistema.
      *----------------------------------------------------------------
       TOMO-FECHA.
           CALL "TARJETA" USING PARAMETROS-TARJETA.
           CANCEL "TARJETA".
           IF TAR-OK AND TAR-FECHA-PROCESO NOT = SPACES
              MOVE TAR-FECHA-PROCESO TO W-FECHA-PROCESO
           ELSE
              ACCEPT W-FECHA-PROCESO FROM DATE YYYYMMDD.
           COMPUTE W-DIAS-PROCESO =
              FUNCTION INTEGER-OF-DATE(W-FECHA-PROCESO-9).

       F-TOMO-FECHA.
           EXIT.

      *----------------------------------------------------------------
      * PROPUESTA: recorre CLIENTES y propone a los que califican. Una
      * propuesta anterior (pendiente o rechazada) de un cliente que
      * ya no califica se borra; las aprobadas no se tocan hasta el
      * posteo.
      *----------------------------------------------------------------
       PROPUESTA.
           DISPLAY "DIAS MINIMOS DE MORA: " WITH NO ADVANCING.
           ACCEPT W-DIAS-MINIMOS.
           DISPLAY "SALDO MINIMO A CASTIGAR: " WITH NO ADVANCING.
           ACCEPT W-IMPORTE-MINIMO.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
              DISPLAY "ERROR ABRIENDO CLIENTES - ST-FILE " ST-FILE
              ACCEPT X.
           OPEN INPUT FACTURAS.
           IF ST-FILE-FAC > "07"
              DISPLAY "ERROR ABRIENDO FACTURAS - ST " ST-FILE-FAC
              ACCEPT X.
           OPEN I-O CASTIGOS.
           IF ST-FILE-CAS > "07"
              DISPLAY "ERROR ABRIENDO CASTIGOS - ST " ST-FILE-CAS
              ACCEPT X.
           INITIALIZE PARAMETROS-IMPRESOR.
           MOVE "A"                TO PIM-ACCION.
           MOVE "./castigos_propuesta.txt" TO PIM-ARCHIVO.
           MOVE "CASTIGOS DE INCOBRABLES PROPUESTOS PARA APROBACION"
              TO PIM-TITULO.
           MOVE LINEA-COLUMNAS     TO PIM-ENCABEZADO.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           PERFORM POSICIONO-CLIENTES THRU F-POSICIONO-CLIENTES.
           PERFORM LEO-CLIENTE THRU F-LEO-CLIENTE.
           PERFORM EVALUO-CLIENTE THRU F-EVALUO-CLIENTE
              UNTIL TERMINAR-CLIENTES.
           MOVE W-TOTAL-PROPUESTO TO LT-TOTAL.
           MOVE "T"         TO PIM-ACCION.
           MOVE LINEA-TOTAL TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           MOVE "C" TO PIM-ACCION.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           CANCEL "IMPRESOR".
           CLOSE CLIENTES.
           CLOSE FACTURAS.
           CLOSE CASTIGOS.
           DISPLAY "CLIENTES PROPUESTOS: " W-CANT-PROPUESTOS.
           DISPLAY "TOTAL PROPUESTO....: " W-TOTAL-PROPUESTO.

       F-PROPUESTA.
           EXIT.

       POSICIONO-CLIENTES.
           MOVE LOW-VALUES TO ID_CLIENTE.
           START CLIENTES KEY IS NOT LESS THAN ID_CLIENTE.
           IF ST-FILE NOT = "00"
              MOVE "S" TO FIN-CLIENTES.

       F-POSICIONO-CLIENTES.
           EXIT.

       LEO-CLIENTE.
           IF TERMINAR-CLIENTES
              GO TO F-LEO-CLIENTE.
           READ CLIENTES NEXT RECORD.
           IF ST-FILE NOT = "00"
              MOVE "S" TO FIN-CLIENTES.

       F-LEO-CLIENTE.
           EXIT.

       EVALUO-CLIENTE.
           PERFORM CALIFICO-CLIENTE THRU F-CALIFICO-CLIENTE.
           PERFORM LEO-CLIENTE THRU F-LEO-CLIENTE.

       F-EVALUO-CLIENTE.
           EXIT.

      *----------------------------------------------------------------
      * CALIFICO-CLIENTE: califica el cliente con saldo deudor mayor
      * que el mínimo que está en legales, o que tiene una factura
      * abierta con el vencimiento más viejo de al menos los días
      * de mora pedidos. Un castigo aprobado o ya posteado no se
      * vuelve a proponer, para no pisar el importe y la fecha.
      *----------------------------------------------------------------
       CALIFICO-CLIENTE.
           MOVE "N" TO W-CASTIGO-EXISTE.
           MOVE CLI_ID TO CAS-CLI-ID.
           READ CASTIGOS KEY IS CAS-CLI-ID.
           IF ST-FILE-CAS = "00"
              MOVE "S" TO W-CASTIGO-EXISTE.
           IF HAY-CASTIGO AND (CAS-APROBADO OR CAS-CASTIGADO)
              GO TO F-CALIFICO-CLIENTE.
           MOVE SPACE TO W-MOTIVO.
           IF CLI_SALDO > W-IMPORTE-MINIMO
              PERFORM REVISO-FACTURAS THRU F-REVISO-FACTURAS
              IF CLI-LEGAL
                 MOVE "L" TO W-MOTIVO
              ELSE
                 IF W-CANT-FACTURAS > 0
                    AND W-DIAS-MORA NOT < W-DIAS-MINIMOS
                    MOVE "M" TO W-MOTIVO
                 END-IF
              END-IF
           END-IF.
           IF W-MOTIVO = SPACE
              PERFORM DESCARTO-PROPUESTA THRU F-DESCARTO-PROPUESTA
              GO TO F-CALIFICO-CLIENTE.
           MOVE CLI_ID            TO CAS-CLI-ID.
           MOVE W-FECHA-PROCESO   TO CAS-FECHA-PROPUESTA.
           MOVE W-MOTIVO          TO CAS-MOTIVO.
           IF W-DIAS-MORA > 0
              MOVE W-DIAS-MORA    TO CAS-DIAS-MORA
           ELSE
              MOVE 0              TO CAS-DIAS-MORA.
           MOVE W-CANT-FACTURAS   TO CAS-CANT-FACTURAS.
           MOVE CLI_SALDO         TO CAS-SALDO-PROPUESTO.
           MOVE 0                 TO CAS-IMPORTE-CASTIGADO.
           MOVE "P"               TO CAS-ESTADO.
           MOVE W-FECHA-PROCESO   TO CAS-FECHA-ESTADO.
           IF HAY-CASTIGO
              REWRITE REG-CASTIGOS
           ELSE
              WRITE REG-CASTIGOS.
           IF ST-FILE-CAS > "07"
              DISPLAY "ERROR GRABANDO CASTIGO " CAS-CLI-ID
                 " - ST " ST-FILE-CAS
              ACCEPT X
              GO TO F-CALIFICO-CLIENTE.
           ADD 1 TO W-CANT-PROPUESTOS.
           ADD CLI_SALDO TO W-TOTAL-PROPUESTO.
           PERFORM IMPRIMO-DETALLE THRU F-IMPRIMO-DETALLE.
           PERFORM IMPRIMO-FACTURAS THRU F-IMPRIMO-FACTURAS.

       F-CALIFICO-CLIENTE.
           EXIT.

      *----------------------------------------------------------------
      * DESCARTO-PROPUESTA: el cliente ya no califica; si tenía una
      * propuesta pendiente o rechazada se borra. Un castigo ya
      * posteado queda como historia.
      *----------------------------------------------------------------
       DESCARTO-PROPUESTA.
           IF NOT HAY-CASTIGO
              GO TO F-DESCARTO-PROPUESTA.
           IF CAS-PROPUESTO OR CAS-RECHAZADO
              DELETE CASTIGOS RECORD
              IF ST-FILE-CAS > "07"
                 DISPLAY "ERROR BORRANDO CASTIGO " CAS-CLI-ID
                    " - ST " ST-FILE-CAS
                 ACCEPT X
              END-IF
           END-IF.

       F-DESCARTO-PROPUESTA.
           EXIT.

      *----------------------------------------------------------------
      * REVISO-FACTURAS: cuenta las facturas abiertas del cliente y
      * ubica el vencimiento impago más viejo, del que salen los días
      * de mora.
      *----------------------------------------------------------------
       REVISO-FACTURAS.
           MOVE 0 TO W-CANT-FACTURAS.
           MOVE 0 TO W-DIAS-MORA.
           MOVE HIGH-VALUES TO W-VTO-MAS-VIEJO.
           PERFORM POSICIONO-FACTURAS THRU F-POSICIONO-FACTURAS.
           PERFORM LEO-FACTURA THRU F-LEO-FACTURA.
           PERFORM CUENTO-FACTURA THRU F-CUENTO-FACTURA
              UNTIL TERMINAR-FACTURAS.
           IF W-VTO-MAS-VIEJO NOT = HIGH-VALUES
              MOVE W-VTO-MAS-VIEJO TO W-FECHA-VTO
              COMPUTE W-DIAS-VTO =
                 FUNCTION INTEGER-OF-DATE(W-FECHA-VTO-9)
              COMPUTE W-DIAS-MORA = W-DIAS-PROCESO - W-DIAS-VTO
           ELSE
              MOVE SPACES TO W-VTO-MAS-VIEJO.

       F-REVISO-FACTURAS.
           EXIT.

       POSICIONO-FACTURAS.
           MOVE "N" TO FIN-FACTURAS.
           MOVE CLI_ID TO FAC-CLI-ID.
           START FACTURAS KEY IS EQUAL FAC-CLI-ID.
           IF ST-FILE-FAC NOT = "00"
              MOVE "S" TO FIN-FACTURAS.

       F-POSICIONO-FACTURAS.
           EXIT.

       LEO-FACTURA.
           IF TERMINAR-FACTURAS
              GO TO F-LEO-FACTURA.
           READ FACTURAS NEXT RECORD.
           IF ST-FILE-FAC NOT = "00" OR FAC-CLI-ID NOT = CLI_ID
              MOVE "S" TO FIN-FACTURAS.

       F-LEO-FACTURA.
           EXIT.

       CUENTO-FACTURA.
           IF FAC-IMPORTE NUMERIC AND FAC-SALDO-PENDIENTE > 0
              ADD 1 TO W-CANT-FACTURAS
              PERFORM UBICO-VENCIMIENTO THRU F-UBICO-VENCIMIENTO
              IF W-FECHA-VTO NUMERIC
                 AND W-FECHA-VTO < W-VTO-MAS-VIEJO
                 MOVE W-FECHA-VTO TO W-VTO-MAS-VIEJO
              END-IF
           END-IF.
           PERFORM LEO-FACTURA THRU F-LEO-FACTURA.

       F-CUENTO-FACTURA.
           EXIT.

      *----------------------------------------------------------------
      * UBICO-VENCIMIENTO: el primer vencimiento de la factura (el
      * saldo pendiente se imputa de la primera cuota a la última,
      * así que el impago más viejo es el primero); sin vencimientos
      * la factura vence en la fecha de posteo.
      *----------------------------------------------------------------
       UBICO-VENCIMIENTO.
           IF FAC-CANT-VENCIMIENTOS NUMERIC
              AND FAC-CANT-VENCIMIENTOS > 0
              MOVE FAC-VTO-FECHA (1) TO W-FECHA-VTO
           ELSE
              MOVE FAC-FECHA-POSTEO TO W-FECHA-VTO.

       F-UBICO-VENCIMIENTO.
           EXIT.

       IMPRIMO-DETALLE.
           MOVE CLI_ID          TO LD-CLI-ID.
           MOVE CLI_NOMBRE      TO LD-NOMBRE.
           IF CAS-POR-LEGALES
              MOVE "LEGALES" TO LD-MOTIVO
           ELSE
              MOVE "MORA"    TO LD-MOTIVO.
           MOVE CLI_ESTADO      TO LD-ESTADO.
           MOVE W-VTO-MAS-VIEJO TO LD-VTO.
           MOVE CAS-DIAS-MORA   TO LD-DIAS.
           MOVE W-CANT-FACTURAS TO LD-FACTURAS.
           MOVE CLI_SALDO       TO LD-SALDO.
           MOVE "D"           TO PIM-ACCION.
           MOVE LINEA-DETALLE TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       F-IMPRIMO-DETALLE.
           EXIT.

       IMPRIMO-FACTURAS.
           PERFORM POSICIONO-FACTURAS THRU F-POSICIONO-FACTURAS.
           PERFORM LEO-FACTURA THRU F-LEO-FACTURA.
           PERFORM IMPRIMO-FACTURA THRU F-IMPRIMO-FACTURA
              UNTIL TERMINAR-FACTURAS.

       F-IMPRIMO-FACTURAS.
           EXIT.

       IMPRIMO-FACTURA.
           IF FAC-IMPORTE NUMERIC AND FAC-SALDO-PENDIENTE > 0
              PERFORM UBICO-VENCIMIENTO THRU F-UBICO-VENCIMIENTO
              MOVE FAC-NROFACTURA      TO LF-NROFACTURA
              MOVE FAC-FECHA-POSTEO    TO LF-FECHA
              MOVE W-FECHA-VTO         TO LF-VTO
              MOVE FAC-IMPORTE         TO LF-IMPORTE
              MOVE FAC-SALDO-PENDIENTE TO LF-PENDIENTE
              MOVE "T"           TO PIM-ACCION
              MOVE LINEA-FACTURA TO PIM-LINEA
              CALL "IMPRESOR" USING PARAMETROS-IMPRESOR
           END-IF.
           PERFORM LEO-FACTURA THRU F-LEO-FACTURA.

       F-IMPRIMO-FACTURA.
           EXIT.

      *----------------------------------------------------------------
      * APROBACION: muestra cada castigo propuesto y gerencia de
      * créditos lo aprueba (S), lo rechaza (N) o lo deja pendiente
      * (vacío).
      *----------------------------------------------------------------
       APROBACION.
           OPEN I-O CASTIGOS.
           IF ST-FILE-CAS > "07"
              DISPLAY "ERROR ABRIENDO CASTIGOS - ST " ST-FILE-CAS
              ACCEPT X.
           PERFORM POSICIONO-CASTIGOS THRU F-POSICIONO-CASTIGOS.
           PERFORM LEO-CASTIGO THRU F-LEO-CASTIGO.
           PERFORM APRUEBO-CASTIGO THRU F-APRUEBO-CASTIGO
              UNTIL TERMINAR-CASTIGOS.
           CLOSE CASTIGOS.
           DISPLAY "APROBADOS..: " W-CANT-APROBADOS.
           DISPLAY "RECHAZADOS.: " W-CANT-RECHAZADOS.

       F-APROBACION.
           EXIT.

       POSICIONO-CASTIGOS.
           MOVE "N" TO FIN-CASTIGOS.
           MOVE LOW-VALUES TO CAS-CLI-ID.
           START CASTIGOS KEY IS NOT LESS THAN CAS-CLI-ID.
           IF ST-FILE-CAS NOT = "00"
              MOVE "S" TO FIN-CASTIGOS.

       F-POSICIONO-CASTIGOS.
           EXIT.

       LEO-CASTIGO.
           IF TERMINAR-CASTIGOS
              GO TO F-LEO-CASTIGO.
           READ CASTIGOS NEXT RECORD.
           IF ST-FILE-CAS NOT = "00"
              MOVE "S" TO FIN-CASTIGOS.

       F-LEO-CASTIGO.
           EXIT.

       APRUEBO-CASTIGO.
           IF CAS-PROPUESTO
              PERFORM PIDO-APROBACION THRU F-PIDO-APROBACION.
           PERFORM LEO-CASTIGO THRU F-LEO-CASTIGO.

       F-APRUEBO-CASTIGO.
           EXIT.

       PIDO-APROBACION.
           MOVE CAS-SALDO-PROPUESTO TO W-SALDO-EDIT.
           DISPLAY "CLIENTE " CAS-CLI-ID " MOTIVO " CAS-MOTIVO
              " DIAS " CAS-DIAS-MORA " FACTURAS " CAS-CANT-FACTURAS
              " SALDO " W-SALDO-EDIT.
           DISPLAY "APRUEBA EL CASTIGO (S/N/VACIO=PENDIENTE): "
              WITH NO ADVANCING.
           MOVE SPACE TO W-RESPUESTA.
           ACCEPT W-RESPUESTA.
           EVALUATE W-RESPUESTA
               WHEN "S"
                   MOVE "V" TO CAS-ESTADO
                   ADD 1 TO W-CANT-APROBADOS
               WHEN "N"
                   MOVE "N" TO CAS-ESTADO
                   ADD 1 TO W-CANT-RECHAZADOS
               WHEN OTHER
                   GO TO F-PIDO-APROBACION
           END-EVALUATE.
           MOVE W-FECHA-PROCESO TO CAS-FECHA-ESTADO.
           REWRITE REG-CASTIGOS.
           IF ST-FILE-CAS > "07"
              DISPLAY "ERROR REGRABANDO CASTIGO " CAS-CLI-ID
                 " - ST " ST-FILE-CAS
              ACCEPT X.

       F-PIDO-APROBACION.
           EXIT.

      *----------------------------------------------------------------
      * POSTEO: castiga los clientes aprobados. Como CLIENTES se abre
      * I-O, toma el cerrojo de actualización y se asienta en el
      * fichero de corridas igual que los demás posteos de la cadena.
      *----------------------------------------------------------------
       POSTEO.
           PERFORM CONTROLO-CIERRE-DIARIO
              THRU F-CONTROLO-CIERRE-DIARIO.
           PERFORM TOMO-CERROJO THRU F-TOMO-CERROJO.
           PERFORM REGISTRO-INICIO THRU F-REGISTRO-INICIO.
           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
              DISPLAY "ERROR ABRIENDO CLIENTES - ST-FILE " ST-FILE
              ACCEPT X.
           OPEN I-O FACTURAS.
           IF ST-FILE-FAC > "07"
              DISPLAY "ERROR ABRIENDO FACTURAS - ST " ST-FILE-FAC
              ACCEPT X.
           OPEN I-O CASTIGOS.
           IF ST-FILE-CAS > "07"
              DISPLAY "ERROR ABRIENDO CASTIGOS - ST " ST-FILE-CAS
              ACCEPT X.
           OPEN I-O MOVIMIENTOS.
           IF ST-FILE-MOV > "07"
              DISPLAY "ERROR ABRIENDO MOVIMIENTOS - ST " ST-FILE-MOV
              ACCEPT X.
           OPEN EXTEND AUDITCLI.
           IF ST-FILE-AUD > "07"
              DISPLAY "ERROR ABRIENDO AUDITCLI - ST " ST-FILE-AUD
              ACCEPT X.
           PERFORM POSICIONO-CASTIGOS THRU F-POSICIONO-CASTIGOS.
           PERFORM LEO-CASTIGO THRU F-LEO-CASTIGO.
           PERFORM CASTIGO-CLIENTE THRU F-CASTIGO-CLIENTE
              UNTIL TERMINAR-CASTIGOS.
           CLOSE CLIENTES.
           CLOSE FACTURAS.
           CLOSE CASTIGOS.
           CLOSE MOVIMIENTOS.
           CLOSE AUDITCLI.
           PERFORM LIBERO-CERROJO THRU F-LIBERO-CERROJO.
           PERFORM REGISTRO-FIN THRU F-REGISTRO-FIN.
           DISPLAY "CLIENTES CASTIGADOS...: " W-CANT-CASTIGADOS.
           DISPLAY "FACTURAS CASTIGADAS...: " W-CANT-FACT-CASTIGADAS.
           DISPLAY "VUELTOS A PROPUESTA...: " W-CANT-A-REVISAR.
           DISPLAY "IMPORTE CASTIGADO.....: " W-TOTAL-CASTIGADO.

       F-POSTEO.
           EXIT.

       CASTIGO-CLIENTE.
           IF CAS-APROBADO
              PERFORM CASTIGO-APROBADO THRU F-CASTIGO-APROBADO
              PERFORM ACTUALIZO-CASTIGO THRU F-ACTUALIZO-CASTIGO.
           PERFORM LEO-CASTIGO THRU F-LEO-CASTIGO.

       F-CASTIGO-CLIENTE.
           EXIT.

      *----------------------------------------------------------------
      * CASTIGO-APROBADO: se castiga el saldo que gerencia aprobó. Si
      * entre la aprobación y el posteo el saldo del cliente cambió
      * (pagó algo o se le facturó), el castigo no se postea y vuelve
      * a propuesto para que se lo apruebe de nuevo.
      *----------------------------------------------------------------
       CASTIGO-APROBADO.
           MOVE 0 TO W-CASTIGO.
           MOVE CAS-CLI-ID TO CLI_ID.
           READ CLIENTES KEY IS ID_CLIENTE.
           IF ST-FILE NOT = "00"
              OR CLI_SALDO NOT = CAS-SALDO-PROPUESTO
              OR CLI_SALDO NOT > 0
              ADD 1 TO W-CANT-A-REVISAR
              GO TO F-CASTIGO-APROBADO.
           MOVE CLI_SALDO TO W-CASTIGO.
           MOVE CLI_SALDO TO W-SALDO-ANTERIOR.
           MOVE 0 TO CLI_SALDO.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
              DISPLAY "ERROR REGRABANDO CLIENTE " CLI_ID
                 " - ST-FILE " ST-FILE
              ACCEPT X
              MOVE 0 TO W-CASTIGO
              ADD 1 TO W-CANT-A-REVISAR
              GO TO F-CASTIGO-APROBADO.
           MOVE "CASTIGO" TO MOV-ORIGEN.
           PERFORM GRABO-MOVIMIENTO THRU F-GRABO-MOVIMIENTO.
           PERFORM GRABO-AUDIT THRU F-GRABO-AUDIT.
           PERFORM POSICIONO-FACTURAS THRU F-POSICIONO-FACTURAS.
           PERFORM LEO-FACTURA THRU F-LEO-FACTURA.
           PERFORM CASTIGO-FACTURA THRU F-CASTIGO-FACTURA
              UNTIL TERMINAR-FACTURAS.
           ADD 1 TO W-CANT-CASTIGADOS.
           ADD W-CASTIGO TO W-TOTAL-CASTIGADO.

       F-CASTIGO-APROBADO.
           EXIT.

       CASTIGO-FACTURA.
           IF FAC-IMPORTE NUMERIC AND FAC-SALDO-PENDIENTE > 0
              MOVE 0               TO FAC-SALDO-PENDIENTE
              MOVE W-FECHA-PROCESO TO FAC-FECHA-CASTIGO
              REWRITE REG-FACTURAS
              IF ST-FILE-FAC > "07"
                 DISPLAY "ERROR REGRABANDO FACTURA " FAC-NROFACTURA
                    " - ST " ST-FILE-FAC
                 ACCEPT X
              ELSE
                 ADD 1 TO W-CANT-FACT-CASTIGADAS
              END-IF
           END-IF.
           PERFORM LEO-FACTURA THRU F-LEO-FACTURA.

       F-CASTIGO-FACTURA.
           EXIT.

      *----------------------------------------------------------------
      * ACTUALIZO-CASTIGO: castigado queda C con el importe; el que no
      * se pudo postear vuelve a propuesto.
      *----------------------------------------------------------------
       ACTUALIZO-CASTIGO.
           IF W-CASTIGO > 0
              MOVE "C"       TO CAS-ESTADO
              MOVE W-CASTIGO TO CAS-IMPORTE-CASTIGADO
           ELSE
              MOVE "P"       TO CAS-ESTADO.
           MOVE W-FECHA-PROCESO TO CAS-FECHA-ESTADO.
           REWRITE REG-CASTIGOS.
           IF ST-FILE-CAS > "07"
              DISPLAY "ERROR REGRABANDO CASTIGO " CAS-CLI-ID
                 " - ST " ST-FILE-CAS
              ACCEPT X.

       F-ACTUALIZO-CASTIGO.
           EXIT.

      *----------------------------------------------------------------
      * GRABO-AUDIT: deja el castigo en el log de auditoría como
      * cambio de CLI_SALDO con origen CASTIGO.
      *----------------------------------------------------------------
       GRABO-AUDIT.
           MOVE W-FECHA-PROCESO TO AUD-FECHA.
           MOVE CLI_ID          TO AUD-CLI-ID.
           MOVE "C"             TO AUD-OPERACION.
           MOVE "CASTIGO"       TO AUD-ORIGEN.
           MOVE SPACES          TO AUD-SUCURSAL.
           MOVE "SALDO"         TO AUD-CAMPO.
           MOVE W-SALDO-ANTERIOR TO W-SALDO-EDIT.
           MOVE W-SALDO-EDIT    TO AUD-ANTERIOR.
           MOVE CLI_SALDO       TO W-SALDO-EDIT.
           MOVE W-SALDO-EDIT    TO AUD-NUEVO.
           WRITE LINEA-AUDIT.
           IF ST-FILE-AUD > "07"
              DISPLAY "ERROR GRABANDO AUDITCLI - ST " ST-FILE-AUD
              ACCEPT X.

       F-GRABO-AUDIT.
           EXIT.

      *----------------------------------------------------------------
      * GRABO-MOVIMIENTO: agrega una línea al fichero MOVIMIENTOS con
      * el saldo anterior y el nuevo saldo del cliente en curso. El
      * que llama debe dejar cargados W-SALDO-ANTERIOR y MOV-ORIGEN.
      *----------------------------------------------------------------
       GRABO-MOVIMIENTO.
           MOVE CLI_ID           TO MOV-CLI-ID.
           MOVE W-SALDO-ANTERIOR TO MOV-SALDO-ANTERIOR.
           MOVE CLI_SALDO        TO MOV-SALDO-NUEVO.
           MOVE W-FECHA-PROCESO  TO MOV-FECHA.
           MOVE SPACES           TO MOV-MONEDA.
           MOVE W-CASTIGO        TO MOV-IMPORTE-ORIG.
           MOVE 1 TO MOV-SECUENCIA.
           WRITE LINEA-MOVIMIENTO.
           PERFORM REINTENTO-SECUENCIA THRU F-REINTENTO-SECUENCIA
              UNTIL ST-FILE-MOV NOT = "22".
           IF ST-FILE-MOV > "07"
              DISPLAY "ERROR GRABANDO MOVIMIENTO - ST " ST-FILE-MOV
              ACCEPT X.

       F-GRABO-MOVIMIENTO.
           EXIT.

       REINTENTO-SECUENCIA.
           ADD 1 TO MOV-SECUENCIA.
           WRITE LINEA-MOVIMIENTO.

       F-REINTENTO-SECUENCIA.
           EXIT.

       TOMO-CERROJO.
           INITIALIZE PARAMETROS-LOCK.
           MOVE "T"       TO PLK-ACCION.
           MOVE "CASTIGO" TO PLK-PROCESO.
           CALL "CLILOCK" USING PARAMETROS-LOCK.
           IF PLK-OCUPADO
              DISPLAY "CLIENTES EN USO POR " PLK-DUENO
                 " DESDE " PLK-FECHA
              DISPLAY "POSTEO DE CASTIGOS CANCELADO"
              STOP RUN.

       F-TOMO-CERROJO.
           EXIT.

       LIBERO-CERROJO.
           INITIALIZE PARAMETROS-LOCK.
           MOVE "L"       TO PLK-ACCION.
           MOVE "CASTIGO" TO PLK-PROCESO.
           CALL "CLILOCK" USING PARAMETROS-LOCK.
           CANCEL "CLILOCK".

       F-LIBERO-CERROJO.
           EXIT.

       CONTROLO-CIERRE-DIARIO.
           INITIALIZE PARAMETROS-CORRIDA.
           MOVE "V"             TO PCO-ACCION.
           MOVE W-FECHA-PROCESO TO PCO-FECHA.
           CALL "RUNCTL" USING PARAMETROS-CORRIDA.
           IF PCO-CIERRE-PENDIENTE
              DISPLAY "EL DIA " PCO-FECHA-PENDIENTE " NO TIENE "
                 "CIERRE DIARIO - POSTEO DE CASTIGOS CANCELADO"
              STOP RUN.

       F-CONTROLO-CIERRE-DIARIO.
           EXIT.

       REGISTRO-INICIO.
           INITIALIZE PARAMETROS-CORRIDA.
           MOVE "I"             TO PCO-ACCION.
           MOVE W-FECHA-PROCESO TO PCO-FECHA.
           MOVE "CASTIGO"       TO PCO-PROCESO.
           CALL "RUNCTL" USING PARAMETROS-CORRIDA.

       F-REGISTRO-INICIO.
           EXIT.

       REGISTRO-FIN.
           INITIALIZE PARAMETROS-CORRIDA.
           MOVE "F"                    TO PCO-ACCION.
           MOVE W-FECHA-PROCESO        TO PCO-FECHA.
           MOVE "CASTIGO"              TO PCO-PROCESO.
           MOVE W-CANT-CASTIGADOS      TO PCO-CANT-REGISTROS.
           MOVE W-CANT-A-REVISAR       TO PCO-CANT-RECHAZOS.
           MOVE W-CANT-FACT-CASTIGADAS TO PCO-CANT-AUX.
           MOVE W-TOTAL-CASTIGADO      TO PCO-TOTAL.
           CALL "RUNCTL" USING PARAMETROS-CORRIDA.
           CANCEL "RUNCTL".

       F-REGISTRO-FIN.
           EXIT.

       END PROGRAM "CASTIGO".
