      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Despacho de documentos a clientes: reparte las
      *           facturas de FACTURAR (ventas_emitidas.csv con su
      *           factura_NNNNNNNN.txt), los extractos de EXTRACTO
      *           (extractos.txt) y las cartas de MOROSOS (cartas.txt)
      *           según la preferencia de envío del cliente
      *           (CLI_ENVIO). Cada documento que va por e-mail queda
      *           en un fichero propio y en el manifiesto del día
      *           (manifiesto_AAAAMMDD.txt: cliente, tipo, documento,
      *           e-mail y fichero) que levanta el servidor de correo;
      *           en los ficheros de impresión quedan sólo los de
      *           papel (las facturas de papel se juntan en
      *           facturas_papel.txt). Antes de repartir lee los
      *           rebotes que devolvió el servidor (rebotes.txt),
      *           marca el e-mail del cliente como malo
      *           (CLI_EMAIL_REBOTE), con su línea en auditcli.log, y
      *           pasa los documentos que sólo habían ido por e-mail
      *           a papel_rebotados.txt para imprimirlos; mientras el
      *           e-mail no se corrija el cliente recibe todo en
      *           papel. Cada envío y cada rebote quedan en
      *           envios.log, y el fichero de control ENVIOS evita que
      *           una segunda corrida repita un documento.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "DESPACHO".
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

           SELECT OPTIONAL ENVIOS ASSIGN TO "./envios.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS ENV-CLAVE
                  STATUS ST-FILE-ENV.

           SELECT OPTIONAL AUDITCLI ASSIGN TO "./auditcli.log"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-AUD.

           SELECT OPTIONAL ENVIOS-LOG ASSIGN TO "./envios.log"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-LOG.

           SELECT OPTIONAL MANIFIESTO ASSIGN USING W-NOMBRE-MANIFIESTO
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-MAN.

           SELECT OPTIONAL REBOTES ASSIGN TO "./rebotes.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-REB.

           SELECT OPTIONAL VENTAS-EMITIDAS
                  ASSIGN TO "./ventas_emitidas.csv"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-EMI.

           SELECT OPTIONAL ORIGEN ASSIGN USING W-NOMBRE-ORIGEN
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-ORI.

           SELECT TRABAJO ASSIGN TO "./despacho.tmp"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-TRA.

           SELECT OPTIONAL DOCUMENTO ASSIGN USING W-NOMBRE-DOCUMENTO
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-DOC.

           SELECT FACTURAS-PAPEL ASSIGN TO "./facturas_papel.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-FPA.

           SELECT PAPEL-REBOTADOS ASSIGN TO "./papel_rebotados.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-PRE.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY "regcliente.cpy".

       FD  ENVIOS.

           COPY "regenv.cpy".

       FD  AUDITCLI.

           COPY "regaud.cpy".

       FD  ENVIOS-LOG.

       01  LINEA-LOG.
           02  LOG-FECHA            PIC X(08).
           02  FILLER               PIC X       VALUE SPACE.
           02  LOG-HORA             PIC X(06).
           02  FILLER               PIC X       VALUE SPACE.
           02  LOG-EVENTO           PIC X(08).
               *>ENVIADO = puesto en el manifiesto del servidor de
               *>correo; REBOTADO = devuelto por el servidor.
           02  FILLER               PIC X       VALUE SPACE.
           02  LOG-CLI-ID           PIC 9(07).
           02  FILLER               PIC X       VALUE SPACE.
           02  LOG-TIPO             PIC X(01).
           02  FILLER               PIC X       VALUE SPACE.
           02  LOG-DOCUMENTO        PIC X(16).
           02  FILLER               PIC X       VALUE SPACE.
           02  LOG-EMAIL            PIC X(50).
           02  FILLER               PIC X       VALUE SPACE.
           02  LOG-ARCHIVO          PIC X(40).
           02  FILLER               PIC X       VALUE SPACE.
           02  LOG-MOTIVO           PIC X(40).

       FD  MANIFIESTO.

       01  LINEA-MANIFIESTO.
           02  MAN-CLI-ID           PIC 9(07).
           02  FILLER               PIC X       VALUE ";".
           02  MAN-TIPO             PIC X(01).
           02  FILLER               PIC X       VALUE ";".
           02  MAN-DOCUMENTO        PIC X(16).
           02  FILLER               PIC X       VALUE ";".
           02  MAN-EMAIL            PIC X(50).
           02  FILLER               PIC X       VALUE ";".
           02  MAN-ARCHIVO          PIC X(40).

       FD  REBOTES.

       01  LINEA-REBOTE             PIC X(200).

       FD  VENTAS-EMITIDAS.

      *    Sólo interesan la factura y el cliente, que FACTURAR graba
      *    en posiciones fijas con el dibujo de ventas.csv.
       01  LINEA-EMITIDA.
           02  EMI-FECHA            PIC X(08).
           02  FILLER               PIC X.
           02  EMI-IMPORTE          PIC X(10).
           02  FILLER               PIC X.
           02  EMI-NROFACTURA       PIC X(08).
           02  FILLER               PIC X.
           02  EMI-CLI-ID           PIC X(07).
           02  FILLER               PIC X(94).

       FD  ORIGEN.

       01  LINEA-ORIGEN             PIC X(200).

       FD  TRABAJO.

       01  LINEA-TRABAJO            PIC X(200).

       FD  DOCUMENTO.

       01  LINEA-DOCUMENTO          PIC X(200).

       FD  FACTURAS-PAPEL.

       01  LINEA-FACTURAS-PAPEL     PIC X(200).

       FD  PAPEL-REBOTADOS.

       01  LINEA-PAPEL-REBOTADOS    PIC X(200).

       WORKING-STORAGE SECTION.

       01  ST-FILE     PIC XX.
       01  ST-FILE-ENV PIC XX.
       01  ST-FILE-AUD PIC XX.
       01  ST-FILE-LOG PIC XX.
       01  ST-FILE-MAN PIC XX.
       01  ST-FILE-REB PIC XX.
       01  ST-FILE-EMI PIC XX.
       01  ST-FILE-ORI PIC XX.
       01  ST-FILE-TRA PIC XX.
       01  ST-FILE-DOC PIC XX.
       01  ST-FILE-FPA PIC XX.
       01  ST-FILE-PRE PIC XX.
       01  X           PIC X.

           COPY "paramtar.cpy".

           COPY "paramlck.cpy".

           COPY "paramimp.cpy".

       01  W-FECHA-PROCESO   PIC X(08).
       01  W-HORA-SISTEMA    PIC X(08).

       01  W-NOMBRE-MANIFIESTO PIC X(40).
       01  W-NOMBRE-ORIGEN     PIC X(40).
       01  W-NOMBRE-DOCUMENTO  PIC X(40).

       01  FIN-REBOTES   PIC X.
           88  TERMINAR-REBOTES    VALUE "S".
       01  FIN-EMITIDAS  PIC X.
           88  TERMINAR-EMITIDAS   VALUE "S".
       01  FIN-ORIGEN    PIC X.
           88  TERMINAR-ORIGEN     VALUE "S".
       01  FIN-TRABAJO   PIC X.
           88  TERMINAR-TRABAJO    VALUE "S".
       01  FIN-DOCUMENTO PIC X.
           88  TERMINAR-DOCUMENTO  VALUE "S".

      *----------------------------------------------------------------
      * Línea de rebotes.txt que devuelve el servidor de correo: los
      * cuatro primeros campos de la línea del manifiesto y el motivo.
      *----------------------------------------------------------------
       01  CAMPOS-REBOTE.
           02  RB-CLI-ID         PIC X(07).
           02  RB-TIPO           PIC X(01).
           02  RB-DOCUMENTO      PIC X(16).
           02  RB-EMAIL          PIC X(50).
           02  RB-MOTIVO         PIC X(40).

      *----------------------------------------------------------------
      * Documento en curso: tipo, clave, cliente y a dónde va.
      *----------------------------------------------------------------
       01  W-TIPO-DOC        PIC X(01).
           88  DOC-ES-FACTURA      VALUE "F".
           88  DOC-ES-EXTRACTO     VALUE "X".
           88  DOC-ES-CARTA        VALUE "C".
       01  W-DOC-CLAVE       PIC X(16).
       01  W-DOC-CLI-ID      PIC 9(07).
       01  W-DOC-CLI-X       PIC X(07).
       01  W-DOC-PERIODO     PIC X(08).
       01  W-DESTINO         PIC X(01).
           88  DESTINO-PAPEL       VALUE "P".
           88  DESTINO-EMAIL       VALUE "E".
           88  DESTINO-AMBOS       VALUE "A".
       01  W-EMAIL           PIC X(50).
       01  W-OBSERVACION     PIC X(40).

       01  W-DOC-ABIERTO     PIC X.
           88  DOC-ABIERTO         VALUE "S".
       01  W-DOC-DECIDIDO    PIC X.
           88  DOC-DECIDIDO        VALUE "S".
       01  W-DOC-NUEVO       PIC X.
           88  DOC-NUEVO           VALUE "S".
       01  W-DOC-A-PAPEL     PIC X.
           88  DOC-A-PAPEL         VALUE "S".
       01  W-DOC-A-EMAIL     PIC X.
           88  DOC-A-EMAIL         VALUE "S".

      *----------------------------------------------------------------
      * TABLA-CABECERA: las primeras líneas del documento en curso,
      * guardadas hasta encontrar el cliente y saber a dónde va.
      *----------------------------------------------------------------
       01  W-CANT-CABECERA   PIC 9(02) VALUE 0.
       01  IDX-CAB           PIC 9(02).
       01  TABLA-CABECERA.
           02  TC-LINEA      PIC X(200) OCCURS 10 TIMES.

       01  W-LINEA           PIC X(200).
       01  GUIONES           PIC X(70) VALUE ALL "-".

       01  W-CANT-EMAIL          PIC 9(05) VALUE 0.
       01  W-CANT-PAPEL          PIC 9(05) VALUE 0.
       01  W-CANT-AMBOS          PIC 9(05) VALUE 0.
       01  W-CANT-DESVIADOS      PIC 9(05) VALUE 0.
       01  W-CANT-YA-DESPACHADOS PIC 9(05) VALUE 0.
       01  W-CANT-REPETIDAS-PAPEL PIC 9(05) VALUE 0.
       01  W-CANT-SIN-IMPRESION  PIC 9(05) VALUE 0.
       01  W-CANT-SIN-CLIENTE    PIC 9(05) VALUE 0.
       01  W-CANT-REBOTES        PIC 9(05) VALUE 0.
       01  W-CANT-MARCADOS       PIC 9(05) VALUE 0.
       01  W-CANT-REIMPRESOS     PIC 9(05) VALUE 0.
       01  W-CANT-REBOTES-ERROR  PIC 9(05) VALUE 0.

       01  LINEA-TITULO.
           02  FILLER          PIC X(36)
               VALUE "DESPACHO DE DOCUMENTOS A CLIENTES - ".
           02  LT-FECHA        PIC X(08).

       01  LINEA-COLUMNAS.
           02  FILLER          PIC X(10) VALUE "TIPO".
           02  FILLER          PIC X(17) VALUE "DOCUMENTO".
           02  FILLER          PIC X(08) VALUE "CLI_ID".
           02  FILLER          PIC X(15) VALUE "DESTINO".
           02  FILLER          PIC X(51) VALUE "E-MAIL".
           02  FILLER          PIC X(40) VALUE "OBSERVACION".

       01  LINEA-DETALLE.
           02  LD-TIPO         PIC X(09).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-DOCUMENTO    PIC X(16).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-CLI-ID       PIC 9(07).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-DESTINO      PIC X(14).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-EMAIL        PIC X(50).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-OBSERVACION  PIC X(40).

       01  LINEA-TOTAL.
           02  LG-TEXTO        PIC X(40).
           02  LG-CANTIDAD     PIC Z(4)9.

       PROCEDURE DIVISION.
       PABLO.
           PERFORM LEO-TARJETA-CONTROL THRU F-LEO-TARJETA-CONTROL.
           PERFORM TOMO-CERROJO THRU F-TOMO-CERROJO.
           PERFORM ABRO-ARCHIVOS.
           PERFORM PROCESO-REBOTES THRU F-PROCESO-REBOTES.
           PERFORM DESPACHO-FACTURAS THRU F-DESPACHO-FACTURAS.
           MOVE "X"                TO W-TIPO-DOC.
           MOVE "./extractos.txt"  TO W-NOMBRE-ORIGEN.
           PERFORM DESPACHO-LISTADO THRU F-DESPACHO-LISTADO.
           MOVE "C"                TO W-TIPO-DOC.
           MOVE "./cartas.txt"     TO W-NOMBRE-ORIGEN.
           PERFORM DESPACHO-LISTADO THRU F-DESPACHO-LISTADO.
           PERFORM INFORMO-TOTALES THRU F-INFORMO-TOTALES.
           PERFORM CIERRO-ARCHIVOS.
           PERFORM LIBERO-CERROJO THRU F-LIBERO-CERROJO.
           STOP RUN.

      *----------------------------------------------------------------
      * LEO-TARJETA-CONTROL: la fecha de proceso sale de la tarjeta
      * si está cargada; es la fecha del manifiesto y del log.
      *----------------------------------------------------------------
       LEO-TARJETA-CONTROL.
           CALL "TARJETA" USING PARAMETROS-TARJETA.
           CANCEL "TARJETA".
           IF TAR-OK AND TAR-FECHA-PROCESO NOT = SPACES
              MOVE TAR-FECHA-PROCESO TO W-FECHA-PROCESO
           ELSE
              ACCEPT W-FECHA-PROCESO FROM DATE YYYYMMDD.

       F-LEO-TARJETA-CONTROL.
           EXIT.

      *----------------------------------------------------------------
      * TOMO-CERROJO / LIBERO-CERROJO: CLIENTES se abre I-O para
      * marcar los e-mails rebotados, así que el despacho toma el
      * cerrojo de actualización antes de abrir y lo libera al
      * cerrar; con el cerrojo tomado por otro programa no arranca.
      *----------------------------------------------------------------
       TOMO-CERROJO.
           INITIALIZE PARAMETROS-LOCK.
           MOVE "T"        TO PLK-ACCION.
           MOVE "DESPACHO" TO PLK-PROCESO.
           CALL "CLILOCK" USING PARAMETROS-LOCK.
           IF PLK-OCUPADO
              DISPLAY "CLIENTES EN USO POR " PLK-DUENO
                 " DESDE " PLK-FECHA
              DISPLAY "DESPACHO CANCELADO"
              STOP RUN.

       F-TOMO-CERROJO.
           EXIT.

       LIBERO-CERROJO.
           INITIALIZE PARAMETROS-LOCK.
           MOVE "L"        TO PLK-ACCION.
           MOVE "DESPACHO" TO PLK-PROCESO.
           CALL "CLILOCK" USING PARAMETROS-LOCK.
           CANCEL "CLILOCK".

       F-LIBERO-CERROJO.
           EXIT.

       ABRO-ARCHIVOS.
           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
              DISPLAY "ERROR ABRIENDO CLIENTES - ST-FILE " ST-FILE
              ACCEPT X.
           OPEN I-O ENVIOS.
           IF ST-FILE-ENV > "07"
              DISPLAY "ERROR ABRIENDO ENVIOS - ST " ST-FILE-ENV
              ACCEPT X.
           OPEN EXTEND AUDITCLI.
           IF ST-FILE-AUD > "07"
              DISPLAY "ERROR ABRIENDO AUDITCLI - ST " ST-FILE-AUD
              ACCEPT X.
           OPEN EXTEND ENVIOS-LOG.
           IF ST-FILE-LOG > "07"
              DISPLAY "ERROR ABRIENDO ENVIOS LOG - ST " ST-FILE-LOG
              ACCEPT X.
      *    Una segunda corrida del mismo día agrega al manifiesto
      *    sólo los documentos que todavía no estaban.
           MOVE SPACES TO W-NOMBRE-MANIFIESTO.
           STRING "./manifiesto_"  DELIMITED BY SIZE
                  W-FECHA-PROCESO  DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
              INTO W-NOMBRE-MANIFIESTO.
           OPEN EXTEND MANIFIESTO.
           IF ST-FILE-MAN > "07"
              DISPLAY "ERROR ABRIENDO MANIFIESTO - ST " ST-FILE-MAN
              ACCEPT X.
           OPEN OUTPUT PAPEL-REBOTADOS.
           IF ST-FILE-PRE > "07"
              DISPLAY "ERROR ABRIENDO PAPEL REBOTADOS - ST "
                 ST-FILE-PRE
              ACCEPT X.
           MOVE W-FECHA-PROCESO TO LT-FECHA.
           INITIALIZE PARAMETROS-IMPRESOR.
           MOVE "A"              TO PIM-ACCION.
           MOVE "./despacho.txt" TO PIM-ARCHIVO.
           MOVE LINEA-TITULO     TO PIM-TITULO.
           MOVE LINEA-COLUMNAS   TO PIM-ENCABEZADO.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE ENVIOS.
           CLOSE AUDITCLI.
           CLOSE ENVIOS-LOG.
           CLOSE MANIFIESTO.
           CLOSE PAPEL-REBOTADOS.
           MOVE "C" TO PIM-ACCION.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           CANCEL "IMPRESOR".

      *----------------------------------------------------------------
      * PROCESO-REBOTES: una línea de rebotes.txt por documento que el
      * servidor de correo no pudo entregar. Sin fichero no hay
      * rebotes que procesar.
      *----------------------------------------------------------------
       PROCESO-REBOTES.
           MOVE "N" TO FIN-REBOTES.
           OPEN INPUT REBOTES.
           IF ST-FILE-REB NOT = "00"
      *       Un OPEN INPUT de un fichero OPTIONAL ausente devuelve
      *       "05" y deja el fichero abierto igual.
              CLOSE REBOTES
              GO TO F-PROCESO-REBOTES.
           PERFORM LEO-REBOTE THRU F-LEO-REBOTE.
           PERFORM PROCESO-REBOTE THRU F-PROCESO-REBOTE
              UNTIL TERMINAR-REBOTES.
           CLOSE REBOTES.

       F-PROCESO-REBOTES.
           EXIT.

       LEO-REBOTE.
           READ REBOTES
              AT END
                 MOVE "S" TO FIN-REBOTES
              NOT AT END
                 INITIALIZE CAMPOS-REBOTE
                 UNSTRING LINEA-REBOTE DELIMITED BY ";"
                    INTO RB-CLI-ID,
                         RB-TIPO,
                         RB-DOCUMENTO,
                         RB-EMAIL,
                         RB-MOTIVO
           END-READ.

       F-LEO-REBOTE.
           EXIT.

      *----------------------------------------------------------------
      * PROCESO-REBOTE: el documento debe estar en ENVIOS como enviado
      * por e-mail. Se le pone la fecha del rebote, se marca el e-mail
      * del cliente si sigue siendo el mismo, y si el documento sólo
      * había ido por e-mail se lo pasa a papel_rebotados.txt. Un
      * rebote ya procesado otro día no se repite; uno del mismo día
      * (corrida repetida) sólo vuelve a imprimir el documento, para
      * no perderlo al regrabar papel_rebotados.txt.
      *----------------------------------------------------------------
       PROCESO-REBOTE.
           IF LINEA-REBOTE = SPACES
              GO TO SIGO-REBOTES.
           ADD 1 TO W-CANT-REBOTES.
           MOVE RB-TIPO      TO ENV-TIPO.
           MOVE RB-DOCUMENTO TO ENV-DOCUMENTO.
           MOVE RB-TIPO      TO W-TIPO-DOC.
           MOVE RB-DOCUMENTO TO W-DOC-CLAVE.
           MOVE 0            TO W-DOC-CLI-ID.
           MOVE RB-EMAIL     TO W-EMAIL.
           READ ENVIOS KEY IS ENV-CLAVE.
           IF ST-FILE-ENV NOT = "00"
              ADD 1 TO W-CANT-REBOTES-ERROR
              MOVE "DOCUMENTO NO DESPACHADO" TO W-OBSERVACION
              MOVE "REBOTE"  TO LD-DESTINO
              PERFORM LISTO-DOCUMENTO THRU F-LISTO-DOCUMENTO
              GO TO SIGO-REBOTES.
           MOVE ENV-CLI-ID TO W-DOC-CLI-ID.
           MOVE ENV-EMAIL  TO W-EMAIL.
           MOVE "REBOTE"   TO LD-DESTINO.
           IF ENV-A-PAPEL
              ADD 1 TO W-CANT-REBOTES-ERROR
              MOVE "NO FUE POR E-MAIL" TO W-OBSERVACION
              PERFORM LISTO-DOCUMENTO THRU F-LISTO-DOCUMENTO
              GO TO SIGO-REBOTES.
           IF ENV-FECHA-REBOTE NOT = SPACES
              IF ENV-FECHA-REBOTE = W-FECHA-PROCESO AND ENV-A-EMAIL
                 PERFORM REIMPRIMO-DOCUMENTO
                    THRU F-REIMPRIMO-DOCUMENTO
                 MOVE "REBOTE REPETIDO - REIMPRESO" TO W-OBSERVACION
              ELSE
                 ADD 1 TO W-CANT-REBOTES-ERROR
                 MOVE "REBOTE YA PROCESADO" TO W-OBSERVACION
              END-IF
              PERFORM LISTO-DOCUMENTO THRU F-LISTO-DOCUMENTO
              GO TO SIGO-REBOTES.
           MOVE W-FECHA-PROCESO TO ENV-FECHA-REBOTE.
           REWRITE REG-ENVIOS.
           IF ST-FILE-ENV > "07"
              DISPLAY "ERROR REGRABANDO ENVIOS - ST " ST-FILE-ENV
              ACCEPT X.
           MOVE "REBOTADO"  TO LOG-EVENTO.
           MOVE ENV-ARCHIVO TO LOG-ARCHIVO.
           MOVE RB-MOTIVO   TO LOG-MOTIVO.
           PERFORM GRABO-LOG THRU F-GRABO-LOG.
           PERFORM MARCO-REBOTE THRU F-MARCO-REBOTE.
      *    El que fue por e-mail y papel ya se imprimió al despacharlo.
           IF ENV-A-EMAIL
              PERFORM REIMPRIMO-DOCUMENTO THRU F-REIMPRIMO-DOCUMENTO.
           PERFORM LISTO-DOCUMENTO THRU F-LISTO-DOCUMENTO.

       SIGO-REBOTES.
           PERFORM LEO-REBOTE THRU F-LEO-REBOTE.

       F-PROCESO-REBOTE.
           EXIT.

      *----------------------------------------------------------------
      * MARCO-REBOTE: deja la fecha del rebote en el cliente, con su
      * línea de auditoría, salvo que el e-mail ya se haya cambiado
      * desde el envío o ya estuviera marcado.
      *----------------------------------------------------------------
       MARCO-REBOTE.
           MOVE "E-MAIL MARCADO COMO MALO" TO W-OBSERVACION.
           MOVE ENV-CLI-ID TO CLI_ID.
           READ CLIENTES KEY IS ID_CLIENTE.
           IF ST-FILE NOT = "00"
              MOVE "CLIENTE NO ENCONTRADO" TO W-OBSERVACION
              GO TO F-MARCO-REBOTE.
           IF CLI_EMAIL NOT = ENV-EMAIL
              MOVE "E-MAIL YA CAMBIADO" TO W-OBSERVACION
              GO TO F-MARCO-REBOTE.
           IF CLI_EMAIL_REBOTE NOT = SPACES
              MOVE "E-MAIL YA MARCADO" TO W-OBSERVACION
              GO TO F-MARCO-REBOTE.
           MOVE W-FECHA-PROCESO TO CLI_EMAIL_REBOTE.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
              DISPLAY "ERROR REGRABANDO CLIENTE " CLI_ID
                 " - ST-FILE " ST-FILE
              ACCEPT X
              GO TO F-MARCO-REBOTE.
           ADD 1 TO W-CANT-MARCADOS.
           MOVE W-FECHA-PROCESO  TO AUD-FECHA.
           MOVE CLI_ID           TO AUD-CLI-ID.
           MOVE "C"              TO AUD-OPERACION.
           MOVE "DESPACHO"       TO AUD-ORIGEN.
           MOVE SPACES           TO AUD-SUCURSAL.
           MOVE "EMAIL-REBOTE"   TO AUD-CAMPO.
           MOVE SPACES           TO AUD-ANTERIOR.
           MOVE CLI_EMAIL_REBOTE TO AUD-NUEVO.
           WRITE LINEA-AUDIT.
           IF ST-FILE-AUD > "07"
              DISPLAY "ERROR GRABANDO AUDITCLI - ST " ST-FILE-AUD
              ACCEPT X.

       F-MARCO-REBOTE.
           EXIT.

      *----------------------------------------------------------------
      * REIMPRIMO-DOCUMENTO: copia el fichero con que el documento
      * salió por e-mail a papel_rebotados.txt.
      *----------------------------------------------------------------
       REIMPRIMO-DOCUMENTO.
           MOVE ENV-ARCHIVO TO W-NOMBRE-DOCUMENTO.
           OPEN INPUT DOCUMENTO.
           IF ST-FILE-DOC NOT = "00"
              CLOSE DOCUMENTO
              MOVE "FICHERO DEL DOCUMENTO NO ENCONTRADO"
                 TO W-OBSERVACION
              ADD 1 TO W-CANT-REBOTES-ERROR
              GO TO F-REIMPRIMO-DOCUMENTO.
           MOVE "N" TO FIN-DOCUMENTO.
           PERFORM LEO-DOCUMENTO THRU F-LEO-DOCUMENTO.
           PERFORM COPIO-A-REBOTADOS THRU F-COPIO-A-REBOTADOS
              UNTIL TERMINAR-DOCUMENTO.
           CLOSE DOCUMENTO.
           ADD 1 TO W-CANT-REIMPRESOS.

       F-REIMPRIMO-DOCUMENTO.
           EXIT.

       COPIO-A-REBOTADOS.
           WRITE LINEA-PAPEL-REBOTADOS FROM LINEA-DOCUMENTO.
           PERFORM LEO-DOCUMENTO THRU F-LEO-DOCUMENTO.

       F-COPIO-A-REBOTADOS.
           EXIT.

       LEO-DOCUMENTO.
           READ DOCUMENTO
              AT END
                 MOVE "S" TO FIN-DOCUMENTO
           END-READ.

       F-LEO-DOCUMENTO.
           EXIT.

      *----------------------------------------------------------------
      * DESPACHO-FACTURAS: las facturas de ventas_emitidas.csv que
      * todavía no pasaron por el despacho. La de papel se copia a
      * facturas_papel.txt y la de e-mail va al manifiesto con su
      * propio factura_NNNNNNNN.txt. Las facturas sin fichero impreso
      * (las del facturador de abonos) no se despachan. Como
      * facturas_papel.txt se regraba en cada corrida, las de papel
      * ya despachadas el mismo día (otra tanda de FACTURAR o una
      * corrida repetida) se vuelven a copiar para no perderlas.
      *----------------------------------------------------------------
       DESPACHO-FACTURAS.
           MOVE "F" TO W-TIPO-DOC.
           OPEN OUTPUT FACTURAS-PAPEL.
           IF ST-FILE-FPA > "07"
              DISPLAY "ERROR ABRIENDO FACTURAS PAPEL - ST "
                 ST-FILE-FPA
              ACCEPT X.
           MOVE "N" TO FIN-EMITIDAS.
           OPEN INPUT VENTAS-EMITIDAS.
           IF ST-FILE-EMI NOT = "00"
              CLOSE VENTAS-EMITIDAS
              GO TO SIGO-DESPACHO-FACTURAS.
           PERFORM LEO-EMITIDA THRU F-LEO-EMITIDA.
           PERFORM DESPACHO-FACTURA THRU F-DESPACHO-FACTURA
              UNTIL TERMINAR-EMITIDAS.
           CLOSE VENTAS-EMITIDAS.

       SIGO-DESPACHO-FACTURAS.
           CLOSE FACTURAS-PAPEL.

       F-DESPACHO-FACTURAS.
           EXIT.

       LEO-EMITIDA.
           READ VENTAS-EMITIDAS
              AT END
                 MOVE "S" TO FIN-EMITIDAS
           END-READ.

       F-LEO-EMITIDA.
           EXIT.

       DESPACHO-FACTURA.
           IF EMI-NROFACTURA NOT NUMERIC OR EMI-CLI-ID NOT NUMERIC
              GO TO SIGO-FACTURAS.
           MOVE SPACES         TO W-DOC-CLAVE.
           MOVE EMI-NROFACTURA TO W-DOC-CLAVE.
           MOVE EMI-CLI-ID     TO W-DOC-CLI-ID.
           MOVE "F"            TO ENV-TIPO.
           MOVE W-DOC-CLAVE    TO ENV-DOCUMENTO.
           MOVE SPACES TO W-NOMBRE-DOCUMENTO.
           STRING "./factura_"   DELIMITED BY SIZE
                  EMI-NROFACTURA DELIMITED BY SIZE
                  ".txt"         DELIMITED BY SIZE
              INTO W-NOMBRE-DOCUMENTO.
           READ ENVIOS KEY IS ENV-CLAVE.
           IF ST-FILE-ENV = "00"
              ADD 1 TO W-CANT-YA-DESPACHADOS
              IF ENV-FECHA-ENVIO = W-FECHA-PROCESO
                 AND NOT ENV-A-EMAIL
                 PERFORM REPITO-FACTURA-PAPEL
                    THRU F-REPITO-FACTURA-PAPEL
              END-IF
              GO TO SIGO-FACTURAS.
           OPEN INPUT DOCUMENTO.
           IF ST-FILE-DOC NOT = "00"
              CLOSE DOCUMENTO
              ADD 1 TO W-CANT-SIN-IMPRESION
              GO TO SIGO-FACTURAS.
           PERFORM DECIDO-DESTINO THRU F-DECIDO-DESTINO.
           IF NOT DESTINO-EMAIL
              MOVE "N" TO FIN-DOCUMENTO
              PERFORM LEO-DOCUMENTO THRU F-LEO-DOCUMENTO
              PERFORM COPIO-A-FACTURAS-PAPEL
                 THRU F-COPIO-A-FACTURAS-PAPEL
                 UNTIL TERMINAR-DOCUMENTO.
           CLOSE DOCUMENTO.
           PERFORM REGISTRO-ENVIO THRU F-REGISTRO-ENVIO.

       SIGO-FACTURAS.
           PERFORM LEO-EMITIDA THRU F-LEO-EMITIDA.

       F-DESPACHO-FACTURA.
           EXIT.

      *----------------------------------------------------------------
      * REPITO-FACTURA-PAPEL: factura de papel despachada hoy en una
      * corrida anterior; vuelve a facturas_papel.txt.
      *----------------------------------------------------------------
       REPITO-FACTURA-PAPEL.
           OPEN INPUT DOCUMENTO.
           IF ST-FILE-DOC NOT = "00"
              CLOSE DOCUMENTO
              GO TO F-REPITO-FACTURA-PAPEL.
           MOVE "N" TO FIN-DOCUMENTO.
           PERFORM LEO-DOCUMENTO THRU F-LEO-DOCUMENTO.
           PERFORM COPIO-A-FACTURAS-PAPEL THRU F-COPIO-A-FACTURAS-PAPEL
              UNTIL TERMINAR-DOCUMENTO.
           CLOSE DOCUMENTO.
           ADD 1 TO W-CANT-REPETIDAS-PAPEL.

       F-REPITO-FACTURA-PAPEL.
           EXIT.

       COPIO-A-FACTURAS-PAPEL.
           WRITE LINEA-FACTURAS-PAPEL FROM LINEA-DOCUMENTO.
           PERFORM LEO-DOCUMENTO THRU F-LEO-DOCUMENTO.

       F-COPIO-A-FACTURAS-PAPEL.
           EXIT.

      *----------------------------------------------------------------
      * DECIDO-DESTINO: papel, e-mail o ambos según CLI_ENVIO. Sin
      * cliente en el maestro, sin e-mail cargado o con el e-mail
      * marcado por un rebote, el documento va en papel.
      *----------------------------------------------------------------
       DECIDO-DESTINO.
           MOVE "P"    TO W-DESTINO.
           MOVE SPACES TO W-EMAIL W-OBSERVACION.
           MOVE W-DOC-CLI-ID TO CLI_ID.
           READ CLIENTES KEY IS ID_CLIENTE.
           IF ST-FILE NOT = "00"
              ADD 1 TO W-CANT-SIN-CLIENTE
              MOVE "CLIENTE NO ENCONTRADO" TO W-OBSERVACION
              GO TO F-DECIDO-DESTINO.
           IF CLI-ENVIO-PAPEL
              GO TO F-DECIDO-DESTINO.
           IF CLI_EMAIL = SPACES
              ADD 1 TO W-CANT-DESVIADOS
              MOVE "SIN E-MAIL - VA EN PAPEL" TO W-OBSERVACION
              GO TO F-DECIDO-DESTINO.
           IF CLI_EMAIL_REBOTE NOT = SPACES
              ADD 1 TO W-CANT-DESVIADOS
              MOVE "E-MAIL CON REBOTE - VA EN PAPEL" TO W-OBSERVACION
              MOVE CLI_EMAIL TO W-EMAIL
              GO TO F-DECIDO-DESTINO.
           MOVE CLI_ENVIO TO W-DESTINO.
           MOVE CLI_EMAIL TO W-EMAIL.

       F-DECIDO-DESTINO.
           EXIT.

      *----------------------------------------------------------------
      * REGISTRO-ENVIO: cierra un documento nuevo ya repartido. El que
      * va por e-mail entra al manifiesto y al log antes de quedar en
      * ENVIOS, así un corte a mitad de camino a lo sumo lo repite en
      * la corrida siguiente, nunca lo pierde. El que llama deja
      * cargados W-TIPO-DOC, W-DOC-CLAVE, W-DOC-CLI-ID, W-DESTINO,
      * W-EMAIL y W-NOMBRE-DOCUMENTO.
      *----------------------------------------------------------------
       REGISTRO-ENVIO.
           IF NOT DESTINO-PAPEL
              MOVE W-DOC-CLI-ID       TO MAN-CLI-ID
              MOVE W-TIPO-DOC         TO MAN-TIPO
              MOVE W-DOC-CLAVE        TO MAN-DOCUMENTO
              MOVE W-EMAIL            TO MAN-EMAIL
              MOVE W-NOMBRE-DOCUMENTO TO MAN-ARCHIVO
              WRITE LINEA-MANIFIESTO
              IF ST-FILE-MAN > "07"
                 DISPLAY "ERROR GRABANDO MANIFIESTO - ST "
                    ST-FILE-MAN
                 ACCEPT X
              END-IF
              MOVE "ENVIADO"          TO LOG-EVENTO
              MOVE W-NOMBRE-DOCUMENTO TO LOG-ARCHIVO
              MOVE SPACES             TO LOG-MOTIVO
              PERFORM GRABO-LOG THRU F-GRABO-LOG.
           INITIALIZE REG-ENVIOS.
           MOVE W-TIPO-DOC      TO ENV-TIPO.
           MOVE W-DOC-CLAVE     TO ENV-DOCUMENTO.
           MOVE W-DOC-CLI-ID    TO ENV-CLI-ID.
           MOVE W-DESTINO       TO ENV-DESTINO.
           MOVE W-FECHA-PROCESO TO ENV-FECHA-ENVIO.
           MOVE SPACES          TO ENV-FECHA-REBOTE.
           IF NOT DESTINO-PAPEL
              MOVE W-EMAIL            TO ENV-EMAIL
              MOVE W-NOMBRE-DOCUMENTO TO ENV-ARCHIVO.
           WRITE REG-ENVIOS.
           IF ST-FILE-ENV > "07"
              DISPLAY "ERROR GRABANDO ENVIOS - ST " ST-FILE-ENV
              ACCEPT X.
           EVALUATE TRUE
               WHEN DESTINO-EMAIL
                   ADD 1 TO W-CANT-EMAIL
                   MOVE "E-MAIL"         TO LD-DESTINO
               WHEN DESTINO-AMBOS
                   ADD 1 TO W-CANT-AMBOS
                   MOVE "E-MAIL Y PAPEL" TO LD-DESTINO
               WHEN OTHER
                   ADD 1 TO W-CANT-PAPEL
                   MOVE "PAPEL"          TO LD-DESTINO
           END-EVALUATE.
           PERFORM LISTO-DOCUMENTO THRU F-LISTO-DOCUMENTO.

       F-REGISTRO-ENVIO.
           EXIT.

      *----------------------------------------------------------------
      * GRABO-LOG: línea de envios.log con la fecha y hora, el
      * documento en curso y la dirección. El que llama deja cargados
      * LOG-EVENTO, LOG-ARCHIVO y LOG-MOTIVO.
      *----------------------------------------------------------------
       GRABO-LOG.
           ACCEPT W-HORA-SISTEMA FROM TIME.
           MOVE W-FECHA-PROCESO     TO LOG-FECHA.
           MOVE W-HORA-SISTEMA(1:6) TO LOG-HORA.
           MOVE W-DOC-CLI-ID        TO LOG-CLI-ID.
           MOVE W-TIPO-DOC          TO LOG-TIPO.
           MOVE W-DOC-CLAVE         TO LOG-DOCUMENTO.
           MOVE W-EMAIL             TO LOG-EMAIL.
           WRITE LINEA-LOG.
           IF ST-FILE-LOG > "07"
              DISPLAY "ERROR GRABANDO ENVIOS LOG - ST " ST-FILE-LOG
              ACCEPT X.

       F-GRABO-LOG.
           EXIT.

       LISTO-DOCUMENTO.
           EVALUATE TRUE
               WHEN DOC-ES-FACTURA
                   MOVE "FACTURA"  TO LD-TIPO
               WHEN DOC-ES-EXTRACTO
                   MOVE "EXTRACTO" TO LD-TIPO
               WHEN DOC-ES-CARTA
                   MOVE "CARTA"    TO LD-TIPO
               WHEN OTHER
                   MOVE W-TIPO-DOC TO LD-TIPO
           END-EVALUATE.
           MOVE W-DOC-CLAVE   TO LD-DOCUMENTO.
           MOVE W-DOC-CLI-ID  TO LD-CLI-ID.
           MOVE W-EMAIL       TO LD-EMAIL.
           MOVE W-OBSERVACION TO LD-OBSERVACION.
           MOVE "D"           TO PIM-ACCION.
           MOVE LINEA-DETALLE TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           MOVE SPACES TO W-OBSERVACION.

       F-LISTO-DOCUMENTO.
           EXIT.

      *----------------------------------------------------------------
      * DESPACHO-LISTADO: reparte un fichero de impresión con un
      * documento por cliente, cada uno abierto por la línea de
      * guiones (extractos.txt o cartas.txt según W-TIPO-DOC). Los
      * documentos de papel van a despacho.tmp y los de e-mail a su
      * propio fichero; al final despacho.tmp reemplaza al original,
      * que queda sólo con el papel. Un documento ya despachado en
      * otra corrida no se vuelve a mandar: se conserva si había ido
      * a papel y se saca si había ido sólo por e-mail.
      *----------------------------------------------------------------
       DESPACHO-LISTADO.
           MOVE "N" TO FIN-ORIGEN W-DOC-ABIERTO.
           OPEN INPUT ORIGEN.
           IF ST-FILE-ORI NOT = "00"
              CLOSE ORIGEN
              GO TO F-DESPACHO-LISTADO.
           OPEN OUTPUT TRABAJO.
           IF ST-FILE-TRA > "07"
              DISPLAY "ERROR ABRIENDO DESPACHO.TMP - ST " ST-FILE-TRA
              ACCEPT X
              CLOSE ORIGEN
              GO TO F-DESPACHO-LISTADO.
           PERFORM LEO-ORIGEN THRU F-LEO-ORIGEN.
           PERFORM REPARTO-LINEA THRU F-REPARTO-LINEA
              UNTIL TERMINAR-ORIGEN.
           PERFORM CIERRO-DOCUMENTO THRU F-CIERRO-DOCUMENTO.
           CLOSE ORIGEN.
           CLOSE TRABAJO.
           PERFORM DEVUELVO-PAPEL THRU F-DEVUELVO-PAPEL.

       F-DESPACHO-LISTADO.
           EXIT.

       LEO-ORIGEN.
           READ ORIGEN INTO W-LINEA
              AT END
                 MOVE "S" TO FIN-ORIGEN
           END-READ.

       F-LEO-ORIGEN.
           EXIT.

      *----------------------------------------------------------------
      * REPARTO-LINEA: la línea de guiones cierra el documento
      * anterior y abre uno nuevo. Mientras no se sepa el cliente las
      * líneas se guardan en TABLA-CABECERA; un documento en el que no
      * aparece el cliente en sus primeras diez líneas queda en papel.
      *----------------------------------------------------------------
       REPARTO-LINEA.
           IF W-LINEA (1:70) = GUIONES
              PERFORM CIERRO-DOCUMENTO THRU F-CIERRO-DOCUMENTO
              MOVE "S" TO W-DOC-ABIERTO
              MOVE "N" TO W-DOC-DECIDIDO
              MOVE 1   TO W-CANT-CABECERA
              MOVE SPACES  TO W-DOC-PERIODO
              MOVE W-LINEA TO TC-LINEA (1)
              GO TO SIGO-REPARTO.
           IF NOT DOC-ABIERTO
              WRITE LINEA-TRABAJO FROM W-LINEA
              GO TO SIGO-REPARTO.
           IF DOC-DECIDIDO
              PERFORM ESCRIBO-LINEA THRU F-ESCRIBO-LINEA
              GO TO SIGO-REPARTO.
           ADD 1 TO W-CANT-CABECERA.
           MOVE W-LINEA TO TC-LINEA (W-CANT-CABECERA).
           PERFORM BUSCO-CLIENTE THRU F-BUSCO-CLIENTE.
           IF NOT DOC-DECIDIDO AND W-CANT-CABECERA = 10
              PERFORM DECIDO-SIN-CLIENTE THRU F-DECIDO-SIN-CLIENTE.

       SIGO-REPARTO.
           PERFORM LEO-ORIGEN THRU F-LEO-ORIGEN.

       F-REPARTO-LINEA.
           EXIT.

      *----------------------------------------------------------------
      * BUSCO-CLIENTE: en el extracto el período va en el título y el
      * cliente en la línea "CLIENTE: "; en la carta ambos van en la
      * línea de referencia con la fecha de la intimación.
      *----------------------------------------------------------------
       BUSCO-CLIENTE.
           IF DOC-ES-EXTRACTO
              IF W-LINEA (1:29) = "EXTRACTO DE CUENTA - PERIODO "
                 MOVE W-LINEA (30:6) TO W-DOC-PERIODO
              END-IF
              IF W-LINEA (1:9) = "CLIENTE: "
                 MOVE W-LINEA (10:7) TO W-DOC-CLI-X
                 PERFORM DECIDO-DOCUMENTO THRU F-DECIDO-DOCUMENTO
              END-IF
           ELSE
              IF W-LINEA (1:14) = "REF.: CLIENTE "
                 MOVE W-LINEA (15:7) TO W-DOC-CLI-X
                 MOVE W-LINEA (36:8) TO W-DOC-PERIODO
                 PERFORM DECIDO-DOCUMENTO THRU F-DECIDO-DOCUMENTO
              END-IF
           END-IF.

       F-BUSCO-CLIENTE.
           EXIT.

      *----------------------------------------------------------------
      * DECIDO-DOCUMENTO: arma la clave del documento (período o fecha
      * y cliente), mira si ya pasó por el despacho y, si es nuevo,
      * decide el destino y abre su fichero de e-mail. Después vuelca
      * las líneas guardadas.
      *----------------------------------------------------------------
       DECIDO-DOCUMENTO.
           INSPECT W-DOC-CLI-X REPLACING LEADING SPACES BY ZEROS.
           IF W-DOC-CLI-X NOT NUMERIC
              PERFORM DECIDO-SIN-CLIENTE THRU F-DECIDO-SIN-CLIENTE
              GO TO F-DECIDO-DOCUMENTO.
           MOVE W-DOC-CLI-X TO W-DOC-CLI-ID.
           MOVE SPACES TO W-DOC-CLAVE.
           STRING W-DOC-PERIODO DELIMITED BY SPACE
                  W-DOC-CLI-X   DELIMITED BY SIZE
              INTO W-DOC-CLAVE.
           MOVE "S" TO W-DOC-DECIDIDO.
           MOVE W-TIPO-DOC  TO ENV-TIPO.
           MOVE W-DOC-CLAVE TO ENV-DOCUMENTO.
           READ ENVIOS KEY IS ENV-CLAVE.
           IF ST-FILE-ENV = "00"
              ADD 1 TO W-CANT-YA-DESPACHADOS
              MOVE "N" TO W-DOC-NUEVO W-DOC-A-EMAIL
              IF ENV-A-EMAIL AND ENV-FECHA-REBOTE = SPACES
                 MOVE "N" TO W-DOC-A-PAPEL
              ELSE
                 MOVE "S" TO W-DOC-A-PAPEL
              END-IF
              GO TO VUELCO-CABECERA.
           MOVE "S" TO W-DOC-NUEVO.
           PERFORM DECIDO-DESTINO THRU F-DECIDO-DESTINO.
           MOVE "N" TO W-DOC-A-PAPEL W-DOC-A-EMAIL.
           IF NOT DESTINO-EMAIL
              MOVE "S" TO W-DOC-A-PAPEL.
           IF NOT DESTINO-PAPEL
              MOVE "S" TO W-DOC-A-EMAIL
              MOVE SPACES TO W-NOMBRE-DOCUMENTO
              STRING "./env_"     DELIMITED BY SIZE
                     W-TIPO-DOC   DELIMITED BY SIZE
                     "_"          DELIMITED BY SIZE
                     W-DOC-CLAVE  DELIMITED BY SPACE
                     ".txt"       DELIMITED BY SIZE
                 INTO W-NOMBRE-DOCUMENTO
              OPEN OUTPUT DOCUMENTO
              IF ST-FILE-DOC > "07"
                 DISPLAY "ERROR ABRIENDO " W-NOMBRE-DOCUMENTO
                    " - ST " ST-FILE-DOC
                 ACCEPT X
              END-IF
           END-IF.

       VUELCO-CABECERA.
           PERFORM VUELCO-LINEA THRU F-VUELCO-LINEA
              VARYING IDX-CAB FROM 1 BY 1
              UNTIL IDX-CAB > W-CANT-CABECERA.

       F-DECIDO-DOCUMENTO.
           EXIT.

      *----------------------------------------------------------------
      * DECIDO-SIN-CLIENTE: documento sin cliente reconocible; queda
      * en papel y no se registra en ENVIOS.
      *----------------------------------------------------------------
       DECIDO-SIN-CLIENTE.
           ADD 1 TO W-CANT-SIN-CLIENTE.
           MOVE "S" TO W-DOC-DECIDIDO W-DOC-A-PAPEL.
           MOVE "N" TO W-DOC-NUEVO W-DOC-A-EMAIL.
           PERFORM VUELCO-LINEA THRU F-VUELCO-LINEA
              VARYING IDX-CAB FROM 1 BY 1
              UNTIL IDX-CAB > W-CANT-CABECERA.

       F-DECIDO-SIN-CLIENTE.
           EXIT.

       VUELCO-LINEA.
           MOVE TC-LINEA (IDX-CAB) TO W-LINEA.
           PERFORM ESCRIBO-LINEA THRU F-ESCRIBO-LINEA.

       F-VUELCO-LINEA.
           EXIT.

       ESCRIBO-LINEA.
           IF DOC-A-PAPEL
              WRITE LINEA-TRABAJO FROM W-LINEA.
           IF DOC-A-EMAIL
              WRITE LINEA-DOCUMENTO FROM W-LINEA.

       F-ESCRIBO-LINEA.
           EXIT.

      *----------------------------------------------------------------
      * CIERRO-DOCUMENTO: termina el documento en curso. Uno que no
      * llegó a decidirse (fichero cortado) queda en papel; uno nuevo
      * cierra su fichero de e-mail y queda registrado.
      *----------------------------------------------------------------
       CIERRO-DOCUMENTO.
           IF NOT DOC-ABIERTO
              GO TO F-CIERRO-DOCUMENTO.
           MOVE "N" TO W-DOC-ABIERTO.
           IF NOT DOC-DECIDIDO
              PERFORM DECIDO-SIN-CLIENTE THRU F-DECIDO-SIN-CLIENTE
              GO TO F-CIERRO-DOCUMENTO.
           IF NOT DOC-NUEVO
              GO TO F-CIERRO-DOCUMENTO.
           IF DOC-A-EMAIL
              CLOSE DOCUMENTO.
           PERFORM REGISTRO-ENVIO THRU F-REGISTRO-ENVIO.

       F-CIERRO-DOCUMENTO.
           EXIT.

      *----------------------------------------------------------------
      * DEVUELVO-PAPEL: despacho.tmp vuelve sobre el fichero original,
      * que queda sólo con los documentos de papel.
      *----------------------------------------------------------------
       DEVUELVO-PAPEL.
           OPEN INPUT TRABAJO.
           IF ST-FILE-TRA > "07"
              DISPLAY "ERROR ABRIENDO DESPACHO.TMP - ST " ST-FILE-TRA
              ACCEPT X
              CLOSE TRABAJO
              GO TO F-DEVUELVO-PAPEL.
           OPEN OUTPUT ORIGEN.
           IF ST-FILE-ORI > "07"
              DISPLAY "ERROR REGRABANDO " W-NOMBRE-ORIGEN
                 " - ST " ST-FILE-ORI
              ACCEPT X.
           MOVE "N" TO FIN-TRABAJO.
           PERFORM LEO-TRABAJO THRU F-LEO-TRABAJO.
           PERFORM COPIO-TRABAJO THRU F-COPIO-TRABAJO
              UNTIL TERMINAR-TRABAJO.
           CLOSE TRABAJO.
           CLOSE ORIGEN.

       F-DEVUELVO-PAPEL.
           EXIT.

       LEO-TRABAJO.
           READ TRABAJO
              AT END
                 MOVE "S" TO FIN-TRABAJO
           END-READ.

       F-LEO-TRABAJO.
           EXIT.

       COPIO-TRABAJO.
           WRITE LINEA-ORIGEN FROM LINEA-TRABAJO.
           PERFORM LEO-TRABAJO THRU F-LEO-TRABAJO.

       F-COPIO-TRABAJO.
           EXIT.

       INFORMO-TOTALES.
           MOVE "T"    TO PIM-ACCION.
           MOVE SPACES TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           MOVE "DOCUMENTOS SOLO POR E-MAIL..........: " TO LG-TEXTO.
           MOVE W-CANT-EMAIL TO LG-CANTIDAD.
           PERFORM IMPRIMO-TOTAL THRU F-IMPRIMO-TOTAL.
           MOVE "DOCUMENTOS POR E-MAIL Y PAPEL.......: " TO LG-TEXTO.
           MOVE W-CANT-AMBOS TO LG-CANTIDAD.
           PERFORM IMPRIMO-TOTAL THRU F-IMPRIMO-TOTAL.
           MOVE "DOCUMENTOS SOLO EN PAPEL............: " TO LG-TEXTO.
           MOVE W-CANT-PAPEL TO LG-CANTIDAD.
           PERFORM IMPRIMO-TOTAL THRU F-IMPRIMO-TOTAL.
           MOVE "  PASADOS A PAPEL (SIN E-MAIL/REBOTE): " TO LG-TEXTO.
           MOVE W-CANT-DESVIADOS TO LG-CANTIDAD.
           PERFORM IMPRIMO-TOTAL THRU F-IMPRIMO-TOTAL.
           MOVE "YA DESPACHADOS EN OTRA CORRIDA......: " TO LG-TEXTO.
           MOVE W-CANT-YA-DESPACHADOS TO LG-CANTIDAD.
           PERFORM IMPRIMO-TOTAL THRU F-IMPRIMO-TOTAL.
           MOVE "  FACTURAS DE HOY VUELTAS AL PAPEL..: " TO LG-TEXTO.
           MOVE W-CANT-REPETIDAS-PAPEL TO LG-CANTIDAD.
           PERFORM IMPRIMO-TOTAL THRU F-IMPRIMO-TOTAL.
           MOVE "FACTURAS SIN FICHERO IMPRESO........: " TO LG-TEXTO.
           MOVE W-CANT-SIN-IMPRESION TO LG-CANTIDAD.
           PERFORM IMPRIMO-TOTAL THRU F-IMPRIMO-TOTAL.
           MOVE "DOCUMENTOS SIN CLIENTE RECONOCIDO...: " TO LG-TEXTO.
           MOVE W-CANT-SIN-CLIENTE TO LG-CANTIDAD.
           PERFORM IMPRIMO-TOTAL THRU F-IMPRIMO-TOTAL.
           MOVE "REBOTES LEIDOS......................: " TO LG-TEXTO.
           MOVE W-CANT-REBOTES TO LG-CANTIDAD.
           PERFORM IMPRIMO-TOTAL THRU F-IMPRIMO-TOTAL.
           MOVE "  E-MAILS MARCADOS COMO MALOS.......: " TO LG-TEXTO.
           MOVE W-CANT-MARCADOS TO LG-CANTIDAD.
           PERFORM IMPRIMO-TOTAL THRU F-IMPRIMO-TOTAL.
           MOVE "  DOCUMENTOS DEVUELTOS AL PAPEL.....: " TO LG-TEXTO.
           MOVE W-CANT-REIMPRESOS TO LG-CANTIDAD.
           PERFORM IMPRIMO-TOTAL THRU F-IMPRIMO-TOTAL.
           MOVE "  REBOTES CON ERROR.................: " TO LG-TEXTO.
           MOVE W-CANT-REBOTES-ERROR TO LG-CANTIDAD.
           PERFORM IMPRIMO-TOTAL THRU F-IMPRIMO-TOTAL.

       F-INFORMO-TOTALES.
           EXIT.

       IMPRIMO-TOTAL.
           MOVE "T"         TO PIM-ACCION.
           MOVE LINEA-TOTAL TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           DISPLAY LG-TEXTO LG-CANTIDAD.

       F-IMPRIMO-TOTAL.
           EXIT.

       END PROGRAM "DESPACHO".
