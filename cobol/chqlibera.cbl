      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Liberación diaria de la cartera de CHEQUES: cada
      *           cheque en cartera cuya fecha de depósito llegó a la
      *           fecha de proceso se agrega al fichero de cobros del
      *           día (el de la tarjeta COBROS= o cobros.csv) como un
      *           recibo más, con la fecha de proceso, su recibo, su
      *           cliente y su importe, para que la conciliación lo
      *           aparee con el depósito del banco y la cobranza lo
      *           postee. El cheque queda liberado en el mismo paso,
      *           así que una segunda corrida del día no lo repite.
      *           Lista los cheques liberados y asienta el paso
      *           CHEQUES en el fichero de corridas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CHQLIBERA".
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

           SELECT OPTIONAL ARCHIVO-COBROS ASSIGN USING W-NOMBRE-COBROS
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-COB.

       DATA DIVISION.
       FILE SECTION.

       FD  CHEQUES.

           COPY "regchq.cpy".

       FD  ARCHIVO-COBROS.

       01  LINEA-COBROS             PIC X(80).

       WORKING-STORAGE SECTION.

       01  ST-FILE     PIC XX.
       01  ST-FILE-COB PIC XX.
       01  X           PIC X.

           COPY "paramtar.cpy".

           COPY "paramrun.cpy".

           COPY "paramimp.cpy".

       01  W-NOMBRE-COBROS   PIC X(40) VALUE "./cobros.csv".
       01  W-FECHA-PROCESO   PIC X(08).

       01  FIN-CHEQUES   PIC X     VALUE "N".
           88  TERMINAR-CHEQUES    VALUE "S".

       01  W-CANT-LIBERADOS  PIC 9(05) VALUE 0.
       01  W-CANT-ERRORES    PIC 9(05) VALUE 0.
       01  W-CANT-CARTERA    PIC 9(05) VALUE 0.
       01  W-TOTAL-LIBERADO  PIC S9(11)V99 VALUE 0.

      *----------------------------------------------------------------
      * LINEA-SALIDA: el recibo del cheque con el dibujo de una línea
      * de cobros.csv, igual que la graba la conciliación.
      *----------------------------------------------------------------
       01  LINEA-SALIDA.
           02  LS-FECHA        PIC X(08).
           02  FILLER          PIC X     VALUE ";".
           02  LS-RECIBO       PIC 9(08).
           02  FILLER          PIC X     VALUE ";".
           02  LS-CLI-ID       PIC 9(07).
           02  FILLER          PIC X     VALUE ";".
           02  LS-IMPORTE      PIC 9(08)V99.
           02  FILLER          PIC X(43) VALUE SPACES.

       01  LINEA-TITULO.
           02  FILLER          PIC X(30)
               VALUE "CHEQUES LIBERADOS A COBROS - ".
           02  LT-FECHA        PIC X(08).

       01  LINEA-COLUMNAS.
           02  FILLER          PIC X(21) VALUE "BANCO".
           02  FILLER          PIC X(09) VALUE "NUMERO".
           02  FILLER          PIC X(09) VALUE "DEPOSITO".
           02  FILLER          PIC X(08) VALUE "CLI_ID".
           02  FILLER          PIC X(09) VALUE "RECIBO".
           02  FILLER          PIC X(13) VALUE "IMPORTE".

       01  LINEA-DETALLE.
           02  LD-BANCO        PIC X(20).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-NUMERO       PIC 9(08).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-FECHA-DEP    PIC X(08).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-CLI-ID       PIC 9(07).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-RECIBO       PIC 9(08).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-IMPORTE      PIC -(9)9,99.
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-MARCA        PIC X(20).

       01  LINEA-TOTAL.
           02  FILLER          PIC X(30)
               VALUE "TOTAL LIBERADO..............: ".
           02  LG-TOTAL        PIC -(11)9,99.

       PROCEDURE DIVISION.
       PABLO.
           PERFORM LEO-TARJETA-CONTROL THRU F-LEO-TARJETA-CONTROL.
           PERFORM CONTROLO-CIERRE-DIARIO
              THRU F-CONTROLO-CIERRE-DIARIO.
           PERFORM REGISTRO-INICIO THRU F-REGISTRO-INICIO.
           PERFORM ABRO-ARCHIVOS.
           PERFORM POSICIONO-CHEQUES THRU F-POSICIONO-CHEQUES.
           PERFORM CICLO-CHEQUES THRU F-CICLO-CHEQUES
              UNTIL TERMINAR-CHEQUES.
           PERFORM INFORMO-TOTALES THRU F-INFORMO-TOTALES.
           PERFORM CIERRO-ARCHIVOS.
           PERFORM REGISTRO-FIN THRU F-REGISTRO-FIN.
           STOP RUN.

      *----------------------------------------------------------------
      * LEO-TARJETA-CONTROL: el fichero de cobros y la fecha de
      * proceso salen de la tarjeta si está cargada, igual que en la
      * conciliación y la cobranza que van a leer lo que se agrega.
      *----------------------------------------------------------------
       LEO-TARJETA-CONTROL.
           CALL "TARJETA" USING PARAMETROS-TARJETA.
           CANCEL "TARJETA".
           IF TAR-OK AND TAR-ARCHIVO-COBROS NOT = SPACES
              MOVE TAR-ARCHIVO-COBROS TO W-NOMBRE-COBROS.
           IF TAR-OK AND TAR-FECHA-PROCESO NOT = SPACES
              MOVE TAR-FECHA-PROCESO TO W-FECHA-PROCESO
           ELSE
              ACCEPT W-FECHA-PROCESO FROM DATE YYYYMMDD.

       F-LEO-TARJETA-CONTROL.
           EXIT.

      *----------------------------------------------------------------
      * CONTROLO-CIERRE-DIARIO: la liberación alimenta la cobranza del
      * día, así que no arranca para una fecha nueva mientras una
      * fecha anterior no tenga su cierre diario.
      *----------------------------------------------------------------
       CONTROLO-CIERRE-DIARIO.
           INITIALIZE PARAMETROS-CORRIDA.
           MOVE "V"             TO PCO-ACCION.
           MOVE W-FECHA-PROCESO TO PCO-FECHA.
           CALL "RUNCTL" USING PARAMETROS-CORRIDA.
           IF PCO-CIERRE-PENDIENTE
              DISPLAY "EL DIA " PCO-FECHA-PENDIENTE " NO TIENE "
                 "CIERRE DIARIO - LIBERACION CANCELADA"
              STOP RUN.

       F-CONTROLO-CIERRE-DIARIO.
           EXIT.

       REGISTRO-INICIO.
           INITIALIZE PARAMETROS-CORRIDA.
           MOVE "I"             TO PCO-ACCION.
           MOVE W-FECHA-PROCESO TO PCO-FECHA.
           MOVE "CHEQUES"       TO PCO-PROCESO.
           CALL "RUNCTL" USING PARAMETROS-CORRIDA.

       F-REGISTRO-INICIO.
           EXIT.

       REGISTRO-FIN.
           INITIALIZE PARAMETROS-CORRIDA.
           MOVE "F"              TO PCO-ACCION.
           MOVE W-FECHA-PROCESO  TO PCO-FECHA.
           MOVE "CHEQUES"        TO PCO-PROCESO.
           MOVE W-CANT-LIBERADOS TO PCO-CANT-REGISTROS.
           MOVE W-CANT-ERRORES   TO PCO-CANT-RECHAZOS.
           MOVE W-CANT-CARTERA   TO PCO-CANT-AUX.
           MOVE W-TOTAL-LIBERADO TO PCO-TOTAL.
           CALL "RUNCTL" USING PARAMETROS-CORRIDA.
           CANCEL "RUNCTL".

       F-REGISTRO-FIN.
           EXIT.

       ABRO-ARCHIVOS.
           OPEN I-O CHEQUES.
           IF ST-FILE > "07"
              DISPLAY "ERROR ABRIENDO CHEQUES - ST " ST-FILE
              ACCEPT X.
      *    Los cheques se agregan al final de los recibos que ya
      *    tenga el fichero del día.
           OPEN EXTEND ARCHIVO-COBROS.
           IF ST-FILE-COB > "07"
              DISPLAY "ERROR ABRIENDO COBROS - ST " ST-FILE-COB
              ACCEPT X.
           MOVE W-FECHA-PROCESO TO LT-FECHA.
           INITIALIZE PARAMETROS-IMPRESOR.
           MOVE "A"                      TO PIM-ACCION.
           MOVE "./cheques_liberados.txt" TO PIM-ARCHIVO.
           MOVE LINEA-TITULO             TO PIM-TITULO.
           MOVE LINEA-COLUMNAS           TO PIM-ENCABEZADO.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       CIERRO-ARCHIVOS.
           CLOSE CHEQUES.
           CLOSE ARCHIVO-COBROS.
           MOVE "C" TO PIM-ACCION.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           CANCEL "IMPRESOR".

       POSICIONO-CHEQUES.
           MOVE LOW-VALUES TO CHQ-CLAVE.
           START CHEQUES KEY IS NOT LESS THAN CHQ-CLAVE.
           IF ST-FILE NOT = "00"
              MOVE "S" TO FIN-CHEQUES
              GO TO F-POSICIONO-CHEQUES.
           PERFORM LEO-CHEQUE THRU F-LEO-CHEQUE.

       F-POSICIONO-CHEQUES.
           EXIT.

       LEO-CHEQUE.
           READ CHEQUES NEXT RECORD.
           IF ST-FILE NOT = "00"
              MOVE "S" TO FIN-CHEQUES.

       F-LEO-CHEQUE.
           EXIT.

      *----------------------------------------------------------------
      * CICLO-CHEQUES: libera los cheques en cartera ya depositables;
      * los que siguen en cartera sólo se cuentan.
      *----------------------------------------------------------------
       CICLO-CHEQUES.
           IF NOT CHQ-EN-CARTERA
              GO TO SIGO-CHEQUES.
           IF CHQ-FECHA-DEPOSITO > W-FECHA-PROCESO
              ADD 1 TO W-CANT-CARTERA
              GO TO SIGO-CHEQUES.
           PERFORM LIBERO-CHEQUE THRU F-LIBERO-CHEQUE.

       SIGO-CHEQUES.
           PERFORM LEO-CHEQUE THRU F-LEO-CHEQUE.

       F-CICLO-CHEQUES.
           EXIT.

      *----------------------------------------------------------------
      * LIBERO-CHEQUE: graba la línea de cobros y recién entonces
      * marca el cheque liberado; si la línea no se pudo grabar el
      * cheque queda en cartera para la próxima corrida.
      *----------------------------------------------------------------
       LIBERO-CHEQUE.
           MOVE W-FECHA-PROCESO TO LS-FECHA.
           MOVE CHQ-RECIBO      TO LS-RECIBO.
           MOVE CHQ-CLI-ID      TO LS-CLI-ID.
           MOVE CHQ-IMPORTE     TO LS-IMPORTE.
           WRITE LINEA-COBROS FROM LINEA-SALIDA.
           MOVE SPACES TO LD-MARCA.
           IF ST-FILE-COB > "07"
              DISPLAY "ERROR GRABANDO COBROS - ST " ST-FILE-COB
              ADD 1 TO W-CANT-ERRORES
              MOVE "** NO LIBERADO" TO LD-MARCA
              GO TO IMPRIMO-CHEQUE.
           MOVE "L"             TO CHQ-ESTADO.
           MOVE W-FECHA-PROCESO TO CHQ-FECHA-SALIDA.
           REWRITE REG-CHEQUES.
           IF ST-FILE > "07"
              DISPLAY "ERROR REGRABANDO CHEQUE " CHQ-NUMERO
                 " - ST " ST-FILE
              ACCEPT X.
           ADD 1           TO W-CANT-LIBERADOS.
           ADD CHQ-IMPORTE TO W-TOTAL-LIBERADO.

       IMPRIMO-CHEQUE.
           MOVE CHQ-BANCO          TO LD-BANCO.
           MOVE CHQ-NUMERO         TO LD-NUMERO.
           MOVE CHQ-FECHA-DEPOSITO TO LD-FECHA-DEP.
           MOVE CHQ-CLI-ID         TO LD-CLI-ID.
           MOVE CHQ-RECIBO         TO LD-RECIBO.
           MOVE CHQ-IMPORTE        TO LD-IMPORTE.
           MOVE "D"           TO PIM-ACCION.
           MOVE LINEA-DETALLE TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       F-LIBERO-CHEQUE.
           EXIT.

       INFORMO-TOTALES.
           MOVE W-TOTAL-LIBERADO TO LG-TOTAL.
           MOVE "T"         TO PIM-ACCION.
           MOVE LINEA-TOTAL TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           DISPLAY "CHEQUES LIBERADOS....: " W-CANT-LIBERADOS.
           DISPLAY "NO LIBERADOS (ERROR).: " W-CANT-ERRORES.
           DISPLAY "SIGUEN EN CARTERA....: " W-CANT-CARTERA.
           DISPLAY "IMPORTE LIBERADO.....: " W-TOTAL-LIBERADO.

       F-INFORMO-TOTALES.
           EXIT.

       END PROGRAM "CHQLIBERA".
