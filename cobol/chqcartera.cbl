      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Listado de la cartera de CHEQUES diferidos: los
      *           cheques todavía en cartera, primero por fecha de
      *           depósito (con subtotal por fecha y un resumen por
      *           tramos de días hasta el depósito) y después por
      *           banco librador (con subtotal por banco), con el
      *           total de la cartera, impreso por IMPRESOR. Cada
      *           orden sale de un SORT de la cartera, como el
      *           listado de antigüedad hace con el journal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CHQCARTERA".
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

           SELECT ORDENADOS ASSIGN TO "./chqcartera.srt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-ORD.

           SELECT TRABAJO-SORT ASSIGN TO "./chqcartera.tmp".

       DATA DIVISION.
       FILE SECTION.

       FD  CHEQUES.

           COPY "regchq.cpy".

       FD  CLIENTES.

           COPY "regcliente.cpy".

       FD  ORDENADOS.

       01  REG-ORDENADO.
           02  ORD-FECHA-DEPOSITO   PIC X(08).
           02  ORD-BANCO            PIC X(20).
           02  ORD-NUMERO           PIC 9(08).
           02  ORD-CLI-ID           PIC 9(07).
           02  ORD-RECIBO           PIC 9(08).
           02  ORD-IMPORTE          PIC 9(08)V99.

       SD  TRABAJO-SORT.

       01  REG-TRABAJO.
           02  TRA-FECHA-DEPOSITO   PIC X(08).
           02  TRA-BANCO            PIC X(20).
           02  TRA-NUMERO           PIC 9(08).
           02  TRA-CLI-ID           PIC 9(07).
           02  TRA-RECIBO           PIC 9(08).
           02  TRA-IMPORTE          PIC 9(08)V99.

       WORKING-STORAGE SECTION.

       01  ST-FILE     PIC XX.
       01  ST-FILE-CLI PIC XX.
       01  ST-FILE-ORD PIC XX.
       01  X           PIC X.

           COPY "paramimp.cpy".

           COPY "paramtar.cpy".

       01  W-FECHA-PROCESO.
           02  W-FECHA-PROCESO-9    PIC 9(08).
       01  W-DIAS-PROCESO      PIC 9(07).
       01  W-FECHA-DEP-9       PIC 9(08).
       01  W-DIAS-DEPOSITO     PIC 9(07).
       01  W-DIAS-FALTAN       PIC S9(07).

       01  FIN-CHEQUES   PIC X     VALUE "N".
           88  TERMINAR-CHEQUES    VALUE "S".
       01  FIN-ORDENADOS PIC X     VALUE "N".
           88  TERMINAR-ORDENADOS  VALUE "S".

       01  W-ORDEN       PIC 9.
           *>1 = por fecha de depósito, 2 = por banco.

       01  W-FECHA-ANT         PIC X(08).
       01  W-BANCO-ANT         PIC X(20).
       01  W-CANT-GRUPO        PIC 9(05).
       01  W-TOTAL-GRUPO       PIC S9(11)V99.
       01  W-CANT-CARTERA      PIC 9(05) VALUE 0.
       01  W-TOTAL-CARTERA     PIC S9(11)V99 VALUE 0.

      *----------------------------------------------------------------
      * Tramos de días hasta la fecha de depósito; el primero junta
      * los que ya se pueden depositar (la liberación del día todavía
      * no corrió).
      *----------------------------------------------------------------
       01  IDX-TRAMO     PIC 9.
       01  TABLA-TRAMOS.
           02  TRAMO-ITEM OCCURS 5 TIMES.
               03  TT-CANTIDAD     PIC 9(05).
               03  TT-IMPORTE      PIC S9(11)V99.
       01  TABLA-ETIQUETAS.
           02  FILLER PIC X(20) VALUE "YA DEPOSITABLES".
           02  FILLER PIC X(20) VALUE "1 A 30 DIAS".
           02  FILLER PIC X(20) VALUE "31 A 60 DIAS".
           02  FILLER PIC X(20) VALUE "61 A 90 DIAS".
           02  FILLER PIC X(20) VALUE "MAS DE 90 DIAS".
       01  TABLA-ETIQUETAS-R REDEFINES TABLA-ETIQUETAS.
           02  TE-ETIQUETA PIC X(20) OCCURS 5 TIMES.

       01  LINEA-TITULO.
           02  FILLER          PIC X(30)
               VALUE "CARTERA DE CHEQUES DIFERIDOS ".
           02  FILLER          PIC X(06) VALUE "AL ".
           02  LT-FECHA        PIC X(08).

       01  LINEA-COLUMNAS.
           02  FILLER          PIC X(10) VALUE "DEPOSITO".
           02  FILLER          PIC X(21) VALUE "BANCO".
           02  FILLER          PIC X(09) VALUE "NUMERO".
           02  FILLER          PIC X(08) VALUE "CLI_ID".
           02  FILLER          PIC X(31) VALUE "RAZON SOCIAL".
           02  FILLER          PIC X(09) VALUE "RECIBO".
           02  FILLER          PIC X(14) VALUE "IMPORTE".
           02  FILLER          PIC X(05) VALUE "DIAS".

       01  LINEA-SECCION.
           02  FILLER          PIC X(04) VALUE "*** ".
           02  LX-TEXTO        PIC X(50).

       01  LINEA-DETALLE.
           02  LD-FECHA-DEP    PIC X(08).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LD-BANCO        PIC X(20).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-NUMERO       PIC 9(08).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-CLI-ID       PIC 9(07).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-RAZONSOCIAL  PIC X(30).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-RECIBO       PIC 9(08).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-IMPORTE      PIC -(9)9,99.
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-DIAS         PIC -(4)9.

       01  LINEA-SUBTOTAL.
           02  FILLER          PIC X(10) VALUE SPACES.
           02  FILLER          PIC X(10) VALUE "SUBTOTAL ".
           02  LS-GRUPO        PIC X(20).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LS-CANTIDAD     PIC Z(4)9.
           02  FILLER          PIC X(10) VALUE " CHEQUES".
           02  FILLER          PIC X(21) VALUE SPACES.
           02  LS-IMPORTE      PIC -(9)9,99.

       01  LINEA-TRAMO.
           02  LR-ETIQUETA     PIC X(20).
           02  LR-CANTIDAD     PIC Z(4)9.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LR-IMPORTE      PIC -(11)9,99.

       01  LINEA-TOTAL.
           02  FILLER          PIC X(30)
               VALUE "TOTAL CARTERA...............: ".
           02  LG-CANTIDAD     PIC Z(4)9.
           02  FILLER          PIC X(10) VALUE " CHEQUES  ".
           02  LG-TOTAL        PIC -(11)9,99.

       PROCEDURE DIVISION.
       PABLO.
           PERFORM TOMO-FECHA THRU F-TOMO-FECHA.
           OPEN INPUT CLIENTES.
           IF ST-FILE-CLI > "07"
              DISPLAY "ERROR ABRIENDO CLIENTES - ST " ST-FILE-CLI
              ACCEPT X.
           PERFORM ABRO-LISTADO.
           INITIALIZE TABLA-TRAMOS.
           MOVE 1 TO W-ORDEN.
           SORT TRABAJO-SORT
              ON ASCENDING KEY TRA-FECHA-DEPOSITO TRA-BANCO TRA-NUMERO
              INPUT PROCEDURE IS SUELTO-CARTERA THRU F-SUELTO-CARTERA
              GIVING ORDENADOS.
           MOVE "POR FECHA DE DEPOSITO" TO LX-TEXTO.
           PERFORM LISTO-ORDENADOS THRU F-LISTO-ORDENADOS.
           MOVE "POR DIAS HASTA EL DEPOSITO" TO LX-TEXTO.
           PERFORM IMPRIMO-SECCION THRU F-IMPRIMO-SECCION.
           PERFORM IMPRIMO-TRAMO THRU F-IMPRIMO-TRAMO
              VARYING IDX-TRAMO FROM 1 BY 1 UNTIL IDX-TRAMO > 5.
           MOVE 2 TO W-ORDEN.
           SORT TRABAJO-SORT
              ON ASCENDING KEY TRA-BANCO TRA-FECHA-DEPOSITO TRA-NUMERO
              INPUT PROCEDURE IS SUELTO-CARTERA THRU F-SUELTO-CARTERA
              GIVING ORDENADOS.
           MOVE "POR BANCO LIBRADOR" TO LX-TEXTO.
           PERFORM LISTO-ORDENADOS THRU F-LISTO-ORDENADOS.
           MOVE W-CANT-CARTERA  TO LG-CANTIDAD.
           MOVE W-TOTAL-CARTERA TO LG-TOTAL.
           MOVE "T"         TO PIM-ACCION.
           MOVE LINEA-TOTAL TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           PERFORM CIERRO-LISTADO.
           CLOSE CLIENTES.
           DISPLAY "CHEQUES EN CARTERA...: " W-CANT-CARTERA.
           DISPLAY "IMPORTE EN CARTERA...: " W-TOTAL-CARTERA.
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
           COMPUTE W-DIAS-PROCESO =
              FUNCTION INTEGER-OF-DATE(W-FECHA-PROCESO-9).

       F-TOMO-FECHA.
           EXIT.

       ABRO-LISTADO.
           MOVE W-FECHA-PROCESO TO LT-FECHA.
           INITIALIZE PARAMETROS-IMPRESOR.
           MOVE "A"                 TO PIM-ACCION.
           MOVE "./chqcartera.txt"  TO PIM-ARCHIVO.
           MOVE LINEA-TITULO        TO PIM-TITULO.
           MOVE LINEA-COLUMNAS      TO PIM-ENCABEZADO.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       CIERRO-LISTADO.
           MOVE "C" TO PIM-ACCION.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           CANCEL "IMPRESOR".

       IMPRIMO-SECCION.
           MOVE "T"    TO PIM-ACCION.
           MOVE SPACES TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           MOVE LINEA-SECCION TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       F-IMPRIMO-SECCION.
           EXIT.

      *----------------------------------------------------------------
      * SUELTO-CARTERA: entrega al SORT los cheques en cartera; los
      * liberados y los anulados ya no forman parte de ella.
      *----------------------------------------------------------------
       SUELTO-CARTERA.
           MOVE "N" TO FIN-CHEQUES.
           OPEN INPUT CHEQUES.
           IF ST-FILE NOT = "00"
      *       Un OPEN INPUT de un fichero OPTIONAL ausente devuelve
      *       "05" y deja el fichero abierto igual: hay que cerrarlo.
              CLOSE CHEQUES
              GO TO F-SUELTO-CARTERA.
           MOVE LOW-VALUES TO CHQ-CLAVE.
           START CHEQUES KEY IS NOT LESS THAN CHQ-CLAVE.
           IF ST-FILE NOT = "00"
              MOVE "S" TO FIN-CHEQUES.
           PERFORM LEO-CHEQUE THRU F-LEO-CHEQUE.
           PERFORM SUELTO-CHEQUE THRU F-SUELTO-CHEQUE
              UNTIL TERMINAR-CHEQUES.
           CLOSE CHEQUES.

       F-SUELTO-CARTERA.
           EXIT.

       LEO-CHEQUE.
           IF TERMINAR-CHEQUES
              GO TO F-LEO-CHEQUE.
           READ CHEQUES NEXT RECORD.
           IF ST-FILE NOT = "00"
              MOVE "S" TO FIN-CHEQUES.

       F-LEO-CHEQUE.
           EXIT.

       SUELTO-CHEQUE.
           IF CHQ-EN-CARTERA
              MOVE CHQ-FECHA-DEPOSITO TO TRA-FECHA-DEPOSITO
              MOVE CHQ-BANCO          TO TRA-BANCO
              MOVE CHQ-NUMERO         TO TRA-NUMERO
              MOVE CHQ-CLI-ID         TO TRA-CLI-ID
              MOVE CHQ-RECIBO         TO TRA-RECIBO
              MOVE CHQ-IMPORTE        TO TRA-IMPORTE
              RELEASE REG-TRABAJO.
           PERFORM LEO-CHEQUE THRU F-LEO-CHEQUE.

       F-SUELTO-CHEQUE.
           EXIT.

      *----------------------------------------------------------------
      * LISTO-ORDENADOS: recorre la cartera ordenada y corta por fecha
      * de depósito o por banco según el orden de la pasada.
      *----------------------------------------------------------------
       LISTO-ORDENADOS.
           PERFORM IMPRIMO-SECCION THRU F-IMPRIMO-SECCION.
           MOVE "N" TO FIN-ORDENADOS.
           MOVE 0   TO W-CANT-GRUPO.
           OPEN INPUT ORDENADOS.
           IF ST-FILE-ORD > "07"
              DISPLAY "ERROR ABRIENDO ORDENADOS - ST " ST-FILE-ORD
              ACCEPT X
              GO TO F-LISTO-ORDENADOS.
           PERFORM LEO-ORDENADO THRU F-LEO-ORDENADO.
           IF NOT TERMINAR-ORDENADOS
              PERFORM ABRO-GRUPO THRU F-ABRO-GRUPO.
           PERFORM LISTO-CHEQUE THRU F-LISTO-CHEQUE
              UNTIL TERMINAR-ORDENADOS.
           IF W-CANT-GRUPO > 0
              PERFORM CIERRO-GRUPO THRU F-CIERRO-GRUPO.
           CLOSE ORDENADOS.

       F-LISTO-ORDENADOS.
           EXIT.

       LEO-ORDENADO.
           READ ORDENADOS
              AT END
                 MOVE "S" TO FIN-ORDENADOS
           END-READ.

       F-LEO-ORDENADO.
           EXIT.

       ABRO-GRUPO.
           MOVE ORD-FECHA-DEPOSITO TO W-FECHA-ANT.
           MOVE ORD-BANCO          TO W-BANCO-ANT.
           MOVE 0 TO W-CANT-GRUPO W-TOTAL-GRUPO.

       F-ABRO-GRUPO.
           EXIT.

       LISTO-CHEQUE.
           IF W-ORDEN = 1 AND ORD-FECHA-DEPOSITO NOT = W-FECHA-ANT
              PERFORM CIERRO-GRUPO THRU F-CIERRO-GRUPO
              PERFORM ABRO-GRUPO THRU F-ABRO-GRUPO.
           IF W-ORDEN = 2 AND ORD-BANCO NOT = W-BANCO-ANT
              PERFORM CIERRO-GRUPO THRU F-CIERRO-GRUPO
              PERFORM ABRO-GRUPO THRU F-ABRO-GRUPO.
           MOVE ORD-FECHA-DEPOSITO TO LD-FECHA-DEP W-FECHA-DEP-9.
           MOVE ORD-BANCO          TO LD-BANCO.
           MOVE ORD-NUMERO         TO LD-NUMERO.
           MOVE ORD-CLI-ID         TO LD-CLI-ID CLI_ID.
           READ CLIENTES KEY IS ID_CLIENTE.
           IF ST-FILE-CLI = "00"
              MOVE CLI_RAZONSOCIAL TO LD-RAZONSOCIAL
           ELSE
              MOVE "(NO ESTA EN EL MAESTRO)" TO LD-RAZONSOCIAL.
           MOVE ORD-RECIBO         TO LD-RECIBO.
           MOVE ORD-IMPORTE        TO LD-IMPORTE.
           COMPUTE W-DIAS-DEPOSITO =
              FUNCTION INTEGER-OF-DATE(W-FECHA-DEP-9).
           COMPUTE W-DIAS-FALTAN = W-DIAS-DEPOSITO - W-DIAS-PROCESO.
           MOVE W-DIAS-FALTAN      TO LD-DIAS.
           MOVE "D"           TO PIM-ACCION.
           MOVE LINEA-DETALLE TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           ADD 1           TO W-CANT-GRUPO.
           ADD ORD-IMPORTE TO W-TOTAL-GRUPO.
           IF W-ORDEN = 1
              PERFORM SUMO-TRAMO THRU F-SUMO-TRAMO.
           PERFORM LEO-ORDENADO THRU F-LEO-ORDENADO.

       F-LISTO-CHEQUE.
           EXIT.

      *----------------------------------------------------------------
      * SUMO-TRAMO: la primera pasada arma el resumen por tramos y el
      * total de la cartera, que la segunda sólo vuelve a ordenar.
      *----------------------------------------------------------------
       SUMO-TRAMO.
           EVALUATE TRUE
               WHEN W-DIAS-FALTAN NOT > 0
                   MOVE 1 TO IDX-TRAMO
               WHEN W-DIAS-FALTAN NOT > 30
                   MOVE 2 TO IDX-TRAMO
               WHEN W-DIAS-FALTAN NOT > 60
                   MOVE 3 TO IDX-TRAMO
               WHEN W-DIAS-FALTAN NOT > 90
                   MOVE 4 TO IDX-TRAMO
               WHEN OTHER
                   MOVE 5 TO IDX-TRAMO
           END-EVALUATE.
           ADD 1           TO TT-CANTIDAD (IDX-TRAMO).
           ADD ORD-IMPORTE TO TT-IMPORTE (IDX-TRAMO).
           ADD 1           TO W-CANT-CARTERA.
           ADD ORD-IMPORTE TO W-TOTAL-CARTERA.

       F-SUMO-TRAMO.
           EXIT.

       CIERRO-GRUPO.
           IF W-ORDEN = 1
              MOVE W-FECHA-ANT TO LS-GRUPO
           ELSE
              MOVE W-BANCO-ANT TO LS-GRUPO.
           MOVE W-CANT-GRUPO  TO LS-CANTIDAD.
           MOVE W-TOTAL-GRUPO TO LS-IMPORTE.
           MOVE "T"            TO PIM-ACCION.
           MOVE LINEA-SUBTOTAL TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       F-CIERRO-GRUPO.
           EXIT.

       IMPRIMO-TRAMO.
           MOVE TE-ETIQUETA (IDX-TRAMO) TO LR-ETIQUETA.
           MOVE TT-CANTIDAD (IDX-TRAMO) TO LR-CANTIDAD.
           MOVE TT-IMPORTE (IDX-TRAMO)  TO LR-IMPORTE.
           MOVE "T"         TO PIM-ACCION.
           MOVE LINEA-TRAMO TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       F-IMPRIMO-TRAMO.
           EXIT.

       END PROGRAM "CHQCARTERA".
