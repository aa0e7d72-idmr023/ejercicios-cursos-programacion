      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Circularización de saldos para los auditores
      *           externos: dada una fecha de corte, reconstruye el
      *           saldo de cada cliente a esa fecha desde los archivos
      *           de período del índice de cierres (verificados contra
      *           su control, como en la consulta histórica) y el
      *           journal vivo, sin mirar el CLI_SALDO actual, y
      *           selecciona a los clientes con saldo igual o mayor a
      *           un importe mínimo, una muestra al azar reproducible
      *           (porcentaje y semilla del operador) del resto de los
      *           saldos distintos de cero, y los CLI_ID que pidan los
      *           auditores en circ_auditores.txt (uno por línea).
      *           Cada pedido queda grabado en CIRCULARIZACIONES; por
      *           cada pedido todavía sin respuesta imprime la carta
      *           de confirmación con la razón social, la dirección,
      *           el saldo al corte y las facturas abiertas a esa
      *           fecha, y un listado de la selección por IMPRESOR.
      *           Una corrida repetida para el mismo corte no pisa los
      *           pedidos ya grabados ni sus respuestas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CIRCULA".
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

           SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "./movimientos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS MOV-CLAVE
                  STATUS ST-FILE-MOV.

           SELECT OPTIONAL CIERRES ASSIGN TO "./cierres.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-CIE.

           SELECT ARCHIVO-PERIODO ASSIGN USING W-NOMBRE-ARCHIVO
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-ARC.

           SELECT CONTROL-PERIODO ASSIGN USING W-NOMBRE-CONTROL
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-CTL.

           SELECT OPTIONAL FACTURAS ASSIGN TO "./facturas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS FAC-NROFACTURA
                  ALTERNATE KEY FAC-CLI-ID WITH DUPLICATES
                  STATUS ST-FILE-FAC.

           SELECT OPTIONAL APLICACIONES ASSIGN TO "./aplicaciones.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS APL-CLAVE
                  STATUS ST-FILE-APL.

           SELECT OPTIONAL CIRCULARIZACIONES
                  ASSIGN TO "./circularizacion.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CIR-CLAVE
                  STATUS ST-FILE-CIR.

           SELECT OPTIONAL AUDITORES ASSIGN TO "./circ_auditores.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-AUD.

           SELECT CARTAS ASSIGN TO "./circ_cartas.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-CAR.

           SELECT ORDENADOS ASSIGN TO "./circula.srt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-ORD.

           SELECT TRABAJO-SORT ASSIGN TO "./circula.tmp".

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY "regcliente.cpy".

       FD  MOVIMIENTOS.

           COPY "regmov.cpy".

       FD  CIERRES.

           COPY "regcie.cpy".

       FD  ARCHIVO-PERIODO.

       01  REG-ARCHIVO              PIC X(80).

       FD  CONTROL-PERIODO.

       01  REG-CONTROL              PIC X(50).

       FD  FACTURAS.

           COPY "regfac.cpy".

       FD  APLICACIONES.

           COPY "regapl.cpy".

       FD  CIRCULARIZACIONES.

           COPY "regcir.cpy".

       FD  AUDITORES.

       01  REG-AUDITOR              PIC X(20).

       FD  CARTAS.

       01  LINEA-CARTAS             PIC X(100).

       FD  ORDENADOS.

       01  REG-ORDENADOS.
           02  ORD-CLI-ID           PIC 9(07).
           02  ORD-FECHA            PIC X(08).
           02  ORD-SECUENCIA        PIC 9(05).
           02  FILLER               PIC X.
           02  ORD-SALDO-ANTERIOR   PIC -(7)9,999.
           02  FILLER               PIC X.
           02  ORD-SALDO-NUEVO      PIC -(7)9,999.
           02  FILLER               PIC X.
           02  ORD-ORIGEN           PIC X(08).
           02  FILLER               PIC X.
           02  ORD-MONEDA           PIC X(03).
           02  FILLER               PIC X.
           02  ORD-IMPORTE-ORIG     PIC -(7)9,999.

       SD  TRABAJO-SORT.

       01  REG-TRABAJO.
           02  TRA-CLI-ID           PIC 9(07).
           02  TRA-FECHA            PIC X(08).
           02  TRA-SECUENCIA        PIC 9(05).
           02  FILLER               PIC X.
           02  TRA-SALDO-ANTERIOR   PIC -(7)9,999.
           02  FILLER               PIC X.
           02  TRA-SALDO-NUEVO      PIC -(7)9,999.
           02  FILLER               PIC X.
           02  TRA-ORIGEN           PIC X(08).
           02  FILLER               PIC X.
           02  TRA-MONEDA           PIC X(03).
           02  FILLER               PIC X.
           02  TRA-IMPORTE-ORIG     PIC -(7)9,999.

       WORKING-STORAGE SECTION.

       01  ST-FILE     PIC XX.
       01  ST-FILE-MOV PIC XX.
       01  ST-FILE-CIE PIC XX.
       01  ST-FILE-ARC PIC XX.
       01  ST-FILE-CTL PIC XX.
       01  ST-FILE-FAC PIC XX.
       01  ST-FILE-APL PIC XX.
       01  ST-FILE-CIR PIC XX.
       01  ST-FILE-AUD PIC XX.
       01  ST-FILE-CAR PIC XX.
       01  ST-FILE-ORD PIC XX.
       01  X           PIC X.

           COPY "paramimp.cpy".

           COPY "paramtar.cpy".

       01  W-NOMBRE-ARCHIVO PIC X(40).
       01  W-NOMBRE-CONTROL PIC X(40).

       01  W-FECHA-PROCESO  PIC X(08).
       01  W-FECHA-CORTE    PIC X(08).
       01  W-IMPORTE-MINIMO PIC 9(07)V99.
       01  W-PORCENTAJE     PIC 9(03)V99.
       01  W-UMBRAL-SORTEO  PIC 9(05).

      *----------------------------------------------------------------
      * Sorteo reproducible de la muestra: generador congruencial de
      * Park y Miller (semilla por 16807, módulo 2^31 - 1); con la
      * misma semilla, el mismo corte y los mismos datos sale siempre
      * la misma muestra. Cada candidato saca un número de 0 a 9999 y
      * entra si es menor que el porcentaje pedido por cien.
      *----------------------------------------------------------------
       01  W-SEMILLA        PIC 9(10).
       01  W-PRODUCTO       PIC 9(15).
       01  W-COCIENTE       PIC 9(15).
       01  W-SORTEO         PIC 9(05).

       01  FIN-CIERRES   PIC X.
           88  TERMINAR-CIERRES    VALUE "S".

       01  FIN-ARCHIVO   PIC X.
           88  TERMINAR-ARCHIVO    VALUE "S".

       01  FIN-MOVIMIENTOS PIC X.
           88  TERMINAR-MOVIMIENTOS VALUE "S".

       01  FIN-CLIENTES  PIC X     VALUE "N".
           88  TERMINAR-CLIENTES   VALUE "S".

       01  FIN-ORDENADOS PIC X     VALUE "N".
           88  TERMINAR-ORDENADOS  VALUE "S".

       01  FIN-LECTURA   PIC X.
           88  TERMINAR-LECTURA    VALUE "S".

       01  FIN-FACTURAS  PIC X.
           88  TERMINAR-FACTURAS   VALUE "S".

       01  W-ARCHIVO-SANO PIC X.
           88  ARCHIVO-SANO        VALUE "S".

      *----------------------------------------------------------------
      * LINEA-HIS: vista de trabajo de una línea del journal, con el
      * mismo dibujo que REGMOV, para leer igual el archivo de un
      * período y el fichero vivo.
      *----------------------------------------------------------------
       01  LINEA-HIS.
           02  HIS-CLI-ID           PIC 9(07).
           02  HIS-FECHA            PIC X(08).
           02  HIS-SECUENCIA        PIC 9(05).
           02  FILLER               PIC X.
           02  HIS-SALDO-ANTERIOR   PIC -(7)9,999.
           02  FILLER               PIC X.
           02  HIS-SALDO-NUEVO      PIC -(7)9,999.
           02  FILLER               PIC X.
           02  HIS-ORIGEN           PIC X(08).
           02  FILLER               PIC X.
           02  HIS-MONEDA           PIC X(03).
           02  FILLER               PIC X.
           02  HIS-IMPORTE-ORIG     PIC -(7)9,999.

       01  W-SALDO-ANTERIOR    PIC S9(7)V9(3).
       01  W-SALDO-NUEVO       PIC S9(7)V9(3).
       01  W-SALDO-CORTE       PIC S9(7)V9(3).

      *----------------------------------------------------------------
      * Totales de control del archivo en verificación, comparados
      * contra las líneas del fichero de control del período (el mismo
      * dibujo con que las graba el cierre de período).
      *----------------------------------------------------------------
       01  W-CANT-LINEAS       PIC 9(07).
       01  W-SUMA-DELTAS       PIC S9(11)V9(3).
       01  W-SUMA-EDIT         PIC -(11)9,999.

       01  LINEA-CTL-LEIDA.
           02  FILLER          PIC X(20).
           02  LCL-RESTO       PIC X(30).

       01  W-CTL-CANTIDAD      PIC 9(07).
       01  W-CTL-SUMA-X        PIC X(16).

      *----------------------------------------------------------------
      * TABLA-AUDITORES: CLI_ID pedidos por los auditores, marcados
      * a medida que aparecen en el maestro.
      *----------------------------------------------------------------
       01  W-CANT-AUDITORES    PIC 9(03) VALUE 0.
       01  IDX-AUD             PIC 9(03).
       01  IDX-AUD-HALLADO     PIC 9(03).
       01  W-AUD-ID-X          PIC X(07) JUST RIGHT.
       01  W-AUD-ID-9 REDEFINES W-AUD-ID-X PIC 9(07).

       01  TABLA-AUDITORES.
           02  AUDITOR-ITEM OCCURS 500 TIMES.
               03  TA-CLI-ID       PIC 9(07).
               03  TA-HALLADO      PIC X(01).

      *----------------------------------------------------------------
      * TABLA-AJUSTES: por factura de un cliente seleccionado, lo que
      * las aplicaciones de recibos cambiaron del saldo pendiente
      * después del corte (para volver el saldo actual al del corte)
      * y lo aplicado con efecto al corte.
      *----------------------------------------------------------------
       01  W-CANT-AJUSTES      PIC 9(04) VALUE 0.
       01  IDX-AJU             PIC 9(04).
       01  IDX-AJU-HALLADO     PIC 9(04).

       01  TABLA-AJUSTES.
           02  AJUSTE-ITEM OCCURS 3000 TIMES.
               03  TJ-NROFACTURA   PIC 9(08).
               03  TJ-POSTERIOR    PIC S9(9)V9(3).
               03  TJ-AL-CORTE     PIC S9(9)V9(3).

       01  W-EFECTO-ACTUAL     PIC S9(9)V9(3).
       01  W-EFECTO-CORTE      PIC S9(9)V9(3).
       01  W-PENDIENTE-CORTE   PIC S9(9)V9(3).
       01  W-TOTAL-FACTURAS    PIC S9(9)V9(3).
       01  W-OTROS-CONCEPTOS   PIC S9(9)V9(3).

       01  W-MOTIVO            PIC X(01).

       01  W-CANT-CLIENTES     PIC 9(07) VALUE 0.
       01  W-CANT-POR-IMPORTE  PIC 9(05) VALUE 0.
       01  W-CANT-POR-MUESTRA  PIC 9(05) VALUE 0.
       01  W-CANT-POR-AUDITOR  PIC 9(05) VALUE 0.
       01  W-CANT-YA-GRABADOS  PIC 9(05) VALUE 0.
       01  W-CANT-CARTAS       PIC 9(05) VALUE 0.
       01  W-TOTAL-CIRCULADO   PIC S9(11)V9(3) VALUE 0.

       01  GUIONES       PIC X(70) VALUE ALL "-".

       01  LINEA-DESTINATARIO.
           02  FILLER          PIC X(04) VALUE "A:  ".
           02  LD-RAZONSOCIAL  PIC X(60).

       01  LINEA-DIRECCION.
           02  FILLER          PIC X(04) VALUE SPACES.
           02  LI-DIRECCION    PIC X(80).

       01  LINEA-CODPOST.
           02  FILLER          PIC X(04) VALUE SPACES.
           02  LP-CODPOST      PIC X(10).

       01  LINEA-REFERENCIA.
           02  FILLER          PIC X(18) VALUE "REF.: CORTE ".
           02  LR-CORTE        PIC X(08).
           02  FILLER          PIC X(10) VALUE " CLIENTE ".
           02  LR-CLI-ID       PIC 9(07).

       01  LINEA-SALUDO        PIC X(25)
           VALUE "DE NUESTRA CONSIDERACION:".

       01  LINEA-CUERPO-1      PIC X(66) VALUE
           "NUESTROS AUDITORES EXTERNOS ESTAN EXAMINANDO NUESTROS".

       01  LINEA-CUERPO-2.
           02  FILLER          PIC X(52) VALUE
           "ESTADOS CONTABLES. SEGUN NUESTROS REGISTROS, AL DIA ".
           02  LC2-FECHA       PIC X(08).

       01  LINEA-CUERPO-3.
           02  FILLER          PIC X(31)
               VALUE "SU SALDO CON NOSOTROS ERA DE $ ".
           02  LC3-SALDO       PIC -(7)9,999.
           02  FILLER          PIC X(29)
               VALUE ", SEGUN EL SIGUIENTE DETALLE:".

       01  LINEA-COL-FACTURAS.
           02  FILLER          PIC X(04) VALUE SPACES.
           02  FILLER          PIC X(10) VALUE "FACTURA".
           02  FILLER          PIC X(10) VALUE "FECHA".
           02  FILLER          PIC X(15) VALUE "IMPORTE".
           02  FILLER          PIC X(15) VALUE "PENDIENTE".

       01  LINEA-FACTURA.
           02  FILLER          PIC X(04) VALUE SPACES.
           02  LF-NROFACTURA   PIC 9(08).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LF-FECHA        PIC X(08).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LF-IMPORTE      PIC -(8)9,999.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LF-PENDIENTE    PIC -(8)9,999.

       01  LINEA-OTROS.
           02  FILLER          PIC X(04) VALUE SPACES.
           02  FILLER          PIC X(45)
               VALUE "SALDOS A FAVOR Y OTROS CONCEPTOS..........:".
           02  LO-IMPORTE      PIC -(8)9,999.

       01  LINEA-SIN-FACTURAS  PIC X(40)
           VALUE "    SIN FACTURAS PENDIENTES AL CORTE".

       01  LINEA-CUERPO-4      PIC X(66) VALUE
           "LES ROGAMOS CONFIRMAR DIRECTAMENTE A LOS AUDITORES SI".

       01  LINEA-CUERPO-5      PIC X(66) VALUE
           "ESTAN CONFORMES CON ESTE SALDO O, EN CASO CONTRARIO,".

       01  LINEA-CUERPO-6      PIC X(66) VALUE
           "INDICAR EL SALDO SEGUN SUS REGISTROS. ESTE PEDIDO NO ES".

       01  LINEA-CUERPO-7      PIC X(66) VALUE
           "UN RECLAMO DE PAGO.".

       01  LINEA-TITULO.
           02  FILLER          PIC X(38)
               VALUE "CIRCULARIZACION DE SALDOS - CORTE ".
           02  LT-CORTE        PIC X(08).

       01  LINEA-COLUMNAS.
           02  FILLER          PIC X(09) VALUE "CLI_ID".
           02  FILLER          PIC X(42) VALUE "RAZON SOCIAL".
           02  FILLER          PIC X(08) VALUE "MOTIVO".
           02  FILLER          PIC X(16) VALUE "SALDO AL CORTE".
           02  FILLER          PIC X(09) VALUE "FACTURAS".

       01  LINEA-DETALLE.
           02  LS-CLI-ID       PIC 9(07).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LS-RAZONSOCIAL  PIC X(40).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LS-MOTIVO       PIC X(08).
           02  LS-SALDO        PIC -(8)9,999.
           02  FILLER          PIC X(03) VALUE SPACES.
           02  LS-FACTURAS     PIC ZZ9.

       01  LINEA-TOTAL.
           02  FILLER          PIC X(30)
               VALUE "TOTAL SALDOS CIRCULARIZADOS.: ".
           02  LG-TOTAL        PIC -(11)9,999.

       PROCEDURE DIVISION.
       PABLO.
           PERFORM TOMO-FECHA THRU F-TOMO-FECHA.
           PERFORM PIDO-PARAMETROS THRU F-PIDO-PARAMETROS.
           PERFORM CARGO-AUDITORES THRU F-CARGO-AUDITORES.
           PERFORM VERIFICO-CIERRES THRU F-VERIFICO-CIERRES.
           SORT TRABAJO-SORT
              ON ASCENDING KEY TRA-CLI-ID
                 DESCENDING KEY TRA-FECHA TRA-SECUENCIA
              INPUT PROCEDURE IS JUNTO-MOVIMIENTOS
                 THRU F-JUNTO-MOVIMIENTOS
              GIVING ORDENADOS.
           PERFORM ABRO-ARCHIVOS.
           PERFORM SELECCIONO-CLIENTES THRU F-SELECCIONO-CLIENTES.
           PERFORM AVISO-AUDITORES THRU F-AVISO-AUDITORES
              VARYING IDX-AUD FROM 1 BY 1
              UNTIL IDX-AUD > W-CANT-AUDITORES.
           PERFORM CARGO-AJUSTES THRU F-CARGO-AJUSTES.
           PERFORM EMITO-CARTAS THRU F-EMITO-CARTAS.
           PERFORM CIERRO-ARCHIVOS.
           DISPLAY "CLIENTES RECORRIDOS...: " W-CANT-CLIENTES.
           DISPLAY "POR IMPORTE...........: " W-CANT-POR-IMPORTE.
           DISPLAY "POR MUESTRA...........: " W-CANT-POR-MUESTRA.
           DISPLAY "PEDIDOS AUDITORES.....: " W-CANT-POR-AUDITOR.
           DISPLAY "YA GRABADOS ANTES.....: " W-CANT-YA-GRABADOS.
           DISPLAY "CARTAS EMITIDAS.......: " W-CANT-CARTAS.
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

      *----------------------------------------------------------------
      * PIDO-PARAMETROS: fecha de corte (no posterior a la de
      * proceso), importe mínimo, porcentaje de la muestra y semilla
      * del sorteo (cero = la fecha de corte, para que el corte solo
      * alcance para repetir la muestra).
      *----------------------------------------------------------------
       PIDO-PARAMETROS.
           DISPLAY "FECHA DE CORTE (AAAAMMDD)....: " WITH NO ADVANCING.
           ACCEPT W-FECHA-CORTE.
           IF W-FECHA-CORTE NOT NUMERIC OR
              W-FECHA-CORTE > W-FECHA-PROCESO
              DISPLAY "FECHA DE CORTE INVALIDA: " W-FECHA-CORTE
              STOP RUN.
           DISPLAY "IMPORTE MINIMO A CIRCULARIZAR: " WITH NO ADVANCING.
           ACCEPT W-IMPORTE-MINIMO.
           DISPLAY "PORCENTAJE DE MUESTRA (0-100): " WITH NO ADVANCING.
           ACCEPT W-PORCENTAJE.
           IF W-PORCENTAJE > 100
              MOVE 100 TO W-PORCENTAJE.
           COMPUTE W-UMBRAL-SORTEO = W-PORCENTAJE * 100.
           DISPLAY "SEMILLA DEL SORTEO (0=CORTE).: " WITH NO ADVANCING.
           ACCEPT W-SEMILLA.
           IF W-SEMILLA = 0
              MOVE W-FECHA-CORTE TO W-SEMILLA.
           DIVIDE W-SEMILLA BY 2147483647
              GIVING W-COCIENTE REMAINDER W-SEMILLA.
           IF W-SEMILLA = 0
              MOVE 1 TO W-SEMILLA.
           DISPLAY "SEMILLA USADA: " W-SEMILLA.

       F-PIDO-PARAMETROS.
           EXIT.

      *----------------------------------------------------------------
      * CARGO-AUDITORES: un CLI_ID por línea; las líneas que no son un
      * número se informan y se saltean.
      *----------------------------------------------------------------
       CARGO-AUDITORES.
           MOVE "N" TO FIN-LECTURA.
           OPEN INPUT AUDITORES.
           IF ST-FILE-AUD NOT = "00"
      *       Un OPEN INPUT de un fichero OPTIONAL ausente devuelve
      *       "05" y deja el fichero abierto igual: hay que cerrarlo.
              CLOSE AUDITORES
              GO TO F-CARGO-AUDITORES.
           PERFORM LEO-AUDITOR THRU F-LEO-AUDITOR
              UNTIL TERMINAR-LECTURA.
           CLOSE AUDITORES.
           DISPLAY "CLIENTES PEDIDOS POR LOS AUDITORES: "
              W-CANT-AUDITORES.

       F-CARGO-AUDITORES.
           EXIT.

       LEO-AUDITOR.
           READ AUDITORES
              AT END
                 MOVE "S" TO FIN-LECTURA
              NOT AT END
                 MOVE SPACES TO W-AUD-ID-X
                 UNSTRING REG-AUDITOR DELIMITED BY ";" OR SPACE
                    INTO W-AUD-ID-X
                 INSPECT W-AUD-ID-X REPLACING LEADING SPACE BY ZERO
                 IF W-AUD-ID-X NOT NUMERIC OR W-AUD-ID-9 = 0
                    IF REG-AUDITOR NOT = SPACES
                       DISPLAY "CLI_ID INVALIDO EN AUDITORES: "
                          REG-AUDITOR
                    END-IF
                 ELSE
                    IF W-CANT-AUDITORES < 500
                       ADD 1 TO W-CANT-AUDITORES
                       MOVE W-AUD-ID-9
                          TO TA-CLI-ID (W-CANT-AUDITORES)
                       MOVE "N" TO TA-HALLADO (W-CANT-AUDITORES)
                    ELSE
                       DISPLAY "AVISO: MAS DE 500 PEDIDOS DE AUDITORES"
                    END-IF
                 END-IF
           END-READ.

       F-LEO-AUDITOR.
           EXIT.

      *----------------------------------------------------------------
      * VERIFICO-CIERRES: antes de reconstruir ningún saldo, cada
      * archivo del índice de cierres tiene que cuadrar con su
      * control; si uno no cuadra no se emite nada, para no mandar a
      * los auditores saldos sobre datos dudosos.
      *----------------------------------------------------------------
       VERIFICO-CIERRES.
           MOVE "N" TO FIN-CIERRES.
           OPEN INPUT CIERRES.
           IF ST-FILE-CIE NOT = "00"
              CLOSE CIERRES
              GO TO F-VERIFICO-CIERRES.
           PERFORM LEO-CIERRE THRU F-LEO-CIERRE.
           PERFORM CONTROLO-CIERRE THRU F-CONTROLO-CIERRE
              UNTIL TERMINAR-CIERRES.
           CLOSE CIERRES.

       F-VERIFICO-CIERRES.
           EXIT.

       LEO-CIERRE.
           READ CIERRES.
           IF ST-FILE-CIE NOT = "00"
              MOVE "S" TO FIN-CIERRES.

       F-LEO-CIERRE.
           EXIT.

       CONTROLO-CIERRE.
           MOVE CIE-ARCHIVO TO W-NOMBRE-ARCHIVO.
           MOVE CIE-CONTROL TO W-NOMBRE-CONTROL.
           PERFORM VERIFICO-ARCHIVO THRU F-VERIFICO-ARCHIVO.
           IF NOT ARCHIVO-SANO
              DISPLAY "EL ARCHIVO " W-NOMBRE-ARCHIVO
                 " NO CUADRA CON SU CONTROL"
              DISPLAY "CIRCULARIZACION CANCELADA - RESTAURE EL ARCHIVO"
              CLOSE CIERRES
              STOP RUN.
           PERFORM LEO-CIERRE THRU F-LEO-CIERRE.

       F-CONTROLO-CIERRE.
           EXIT.

      *----------------------------------------------------------------
      * VERIFICO-ARCHIVO: recuenta las líneas del archivo y recalcula
      * la suma de deltas, y las compara contra el fichero de control
      * que dejó el cierre de período (la suma se compara con el mismo
      * dibujo editado con que el cierre la grabó).
      *----------------------------------------------------------------
       VERIFICO-ARCHIVO.
           MOVE "N" TO W-ARCHIVO-SANO.
           PERFORM LEO-CONTROL THRU F-LEO-CONTROL.
           IF NOT ARCHIVO-SANO
              GO TO F-VERIFICO-ARCHIVO.
           MOVE "N" TO W-ARCHIVO-SANO.
           MOVE "N" TO FIN-ARCHIVO.
           MOVE 0 TO W-CANT-LINEAS.
           MOVE 0 TO W-SUMA-DELTAS.
           OPEN INPUT ARCHIVO-PERIODO.
           IF ST-FILE-ARC NOT = "00"
              DISPLAY "ERROR ABRIENDO " W-NOMBRE-ARCHIVO
                 " - ST " ST-FILE-ARC
              CLOSE ARCHIVO-PERIODO
              GO TO F-VERIFICO-ARCHIVO.
           PERFORM LEO-ARCHIVO THRU F-LEO-ARCHIVO.
           PERFORM CUENTO-ARCHIVO THRU F-CUENTO-ARCHIVO
              UNTIL TERMINAR-ARCHIVO.
           CLOSE ARCHIVO-PERIODO.
           MOVE W-SUMA-DELTAS TO W-SUMA-EDIT.
           IF W-CANT-LINEAS = W-CTL-CANTIDAD AND
              W-SUMA-EDIT = W-CTL-SUMA-X
              MOVE "S" TO W-ARCHIVO-SANO
           ELSE
              DISPLAY "LINEAS " W-CANT-LINEAS
                 " CONTROL " W-CTL-CANTIDAD
              DISPLAY "DELTAS " W-SUMA-EDIT
                 " CONTROL " W-CTL-SUMA-X.

       F-VERIFICO-ARCHIVO.
           EXIT.

      *----------------------------------------------------------------
      * LEO-CONTROL: levanta la cantidad y la suma de deltas del
      * fichero de control del período (fecha, cantidad y suma, una
      * por línea, como las graba el cierre).
      *----------------------------------------------------------------
       LEO-CONTROL.
           OPEN INPUT CONTROL-PERIODO.
           IF ST-FILE-CTL NOT = "00"
              DISPLAY "ERROR ABRIENDO " W-NOMBRE-CONTROL
                 " - ST " ST-FILE-CTL
              CLOSE CONTROL-PERIODO
              GO TO F-LEO-CONTROL.
           READ CONTROL-PERIODO INTO LINEA-CTL-LEIDA.
           IF ST-FILE-CTL NOT = "00"
              CLOSE CONTROL-PERIODO
              GO TO F-LEO-CONTROL.
           READ CONTROL-PERIODO INTO LINEA-CTL-LEIDA.
           IF ST-FILE-CTL NOT = "00"
              CLOSE CONTROL-PERIODO
              GO TO F-LEO-CONTROL.
           MOVE LCL-RESTO (1:7) TO W-CTL-CANTIDAD.
           READ CONTROL-PERIODO INTO LINEA-CTL-LEIDA.
           IF ST-FILE-CTL NOT = "00"
              CLOSE CONTROL-PERIODO
              GO TO F-LEO-CONTROL.
           MOVE LCL-RESTO (1:16) TO W-CTL-SUMA-X.
           CLOSE CONTROL-PERIODO.
           MOVE "S" TO W-ARCHIVO-SANO.

       F-LEO-CONTROL.
           EXIT.

       LEO-ARCHIVO.
           READ ARCHIVO-PERIODO.
           IF ST-FILE-ARC NOT = "00"
              MOVE "S" TO FIN-ARCHIVO
           ELSE
              MOVE REG-ARCHIVO TO LINEA-HIS.

       F-LEO-ARCHIVO.
           EXIT.

       CUENTO-ARCHIVO.
           ADD 1 TO W-CANT-LINEAS.
           MOVE HIS-SALDO-ANTERIOR TO W-SALDO-ANTERIOR.
           MOVE HIS-SALDO-NUEVO    TO W-SALDO-NUEVO.
           COMPUTE W-SUMA-DELTAS =
              W-SUMA-DELTAS + W-SALDO-NUEVO - W-SALDO-ANTERIOR.
           PERFORM LEO-ARCHIVO THRU F-LEO-ARCHIVO.

       F-CUENTO-ARCHIVO.
           EXIT.

      *----------------------------------------------------------------
      * JUNTO-MOVIMIENTOS: entrada del sort; todas las líneas con
      * fecha hasta el corte, de los archivos de período y del journal
      * vivo. Ordenadas por cliente y fecha descendente, la primera
      * línea de cada cliente trae su saldo al corte.
      *----------------------------------------------------------------
       JUNTO-MOVIMIENTOS.
           MOVE "N" TO FIN-CIERRES.
           OPEN INPUT CIERRES.
           IF ST-FILE-CIE NOT = "00"
              CLOSE CIERRES
           ELSE
              PERFORM LEO-CIERRE THRU F-LEO-CIERRE
              PERFORM PASO-ARCHIVO THRU F-PASO-ARCHIVO
                 UNTIL TERMINAR-CIERRES
              CLOSE CIERRES.
           MOVE "N" TO FIN-MOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS.
           IF ST-FILE-MOV NOT = "00"
              CLOSE MOVIMIENTOS
              GO TO F-JUNTO-MOVIMIENTOS.
           MOVE LOW-VALUES TO MOV-CLAVE.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE.
           IF ST-FILE-MOV NOT = "00"
              MOVE "S" TO FIN-MOVIMIENTOS.
           PERFORM PASO-VIVO THRU F-PASO-VIVO
              UNTIL TERMINAR-MOVIMIENTOS.
           CLOSE MOVIMIENTOS.

       F-JUNTO-MOVIMIENTOS.
           EXIT.

       PASO-ARCHIVO.
           MOVE CIE-ARCHIVO TO W-NOMBRE-ARCHIVO.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT ARCHIVO-PERIODO.
           IF ST-FILE-ARC NOT = "00"
              DISPLAY "ERROR REABRIENDO " W-NOMBRE-ARCHIVO
                 " - ST " ST-FILE-ARC
              CLOSE ARCHIVO-PERIODO
              GO TO SIGO-ARCHIVO.
           PERFORM LEO-ARCHIVO THRU F-LEO-ARCHIVO.
           PERFORM SUELTO-ARCHIVO THRU F-SUELTO-ARCHIVO
              UNTIL TERMINAR-ARCHIVO.
           CLOSE ARCHIVO-PERIODO.

       SIGO-ARCHIVO.
           PERFORM LEO-CIERRE THRU F-LEO-CIERRE.

       F-PASO-ARCHIVO.
           EXIT.

       SUELTO-ARCHIVO.
           IF HIS-FECHA NOT > W-FECHA-CORTE
              RELEASE REG-TRABAJO FROM LINEA-HIS.
           PERFORM LEO-ARCHIVO THRU F-LEO-ARCHIVO.

       F-SUELTO-ARCHIVO.
           EXIT.

       PASO-VIVO.
           READ MOVIMIENTOS NEXT RECORD.
           IF ST-FILE-MOV NOT = "00"
              MOVE "S" TO FIN-MOVIMIENTOS
              GO TO F-PASO-VIVO.
           IF MOV-FECHA NOT > W-FECHA-CORTE
              RELEASE REG-TRABAJO FROM LINEA-MOVIMIENTO.

       F-PASO-VIVO.
           EXIT.

       ABRO-ARCHIVOS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
              DISPLAY "ERROR ABRIENDO CLIENTES - ST " ST-FILE
              ACCEPT X.
           OPEN INPUT ORDENADOS.
           IF ST-FILE-ORD > "07"
              DISPLAY "ERROR ABRIENDO ORDENADOS - ST " ST-FILE-ORD
              ACCEPT X.
           OPEN INPUT FACTURAS.
           IF ST-FILE-FAC > "07"
              DISPLAY "ERROR ABRIENDO FACTURAS - ST " ST-FILE-FAC
              ACCEPT X.
           OPEN INPUT APLICACIONES.
           IF ST-FILE-APL > "07"
              DISPLAY "ERROR ABRIENDO APLICACIONES - ST " ST-FILE-APL
              ACCEPT X.
           OPEN I-O CIRCULARIZACIONES.
           IF ST-FILE-CIR > "07"
              DISPLAY "ERROR ABRIENDO CIRCULARIZACIONES - ST "
                 ST-FILE-CIR
              ACCEPT X.
           OPEN OUTPUT CARTAS.
           IF ST-FILE-CAR > "07"
              DISPLAY "ERROR ABRIENDO CARTAS - ST " ST-FILE-CAR
              ACCEPT X.
           MOVE W-FECHA-CORTE TO LT-CORTE.
           INITIALIZE PARAMETROS-IMPRESOR.
           MOVE "A"                    TO PIM-ACCION.
           MOVE "./circ_seleccion.txt" TO PIM-ARCHIVO.
           MOVE LINEA-TITULO           TO PIM-TITULO.
           MOVE LINEA-COLUMNAS         TO PIM-ENCABEZADO.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE ORDENADOS.
           CLOSE FACTURAS.
           CLOSE APLICACIONES.
           CLOSE CIRCULARIZACIONES.
           CLOSE CARTAS.
           MOVE W-TOTAL-CIRCULADO TO LG-TOTAL.
           MOVE "T"         TO PIM-ACCION.
           MOVE LINEA-TOTAL TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           MOVE "C" TO PIM-ACCION.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           CANCEL "IMPRESOR".

      *----------------------------------------------------------------
      * SELECCIONO-CLIENTES: apareo por CLI_ID entre el maestro y el
      * journal ordenado; un cliente sin líneas hasta el corte tiene
      * saldo cero.
      *----------------------------------------------------------------
       SELECCIONO-CLIENTES.
           MOVE LOW-VALUES TO ID_CLIENTE.
           START CLIENTES KEY IS NOT LESS THAN ID_CLIENTE.
           IF ST-FILE NOT = "00"
              GO TO F-SELECCIONO-CLIENTES.
           PERFORM LEO-ORDENADO THRU F-LEO-ORDENADO.
           PERFORM LEO-CLIENTE THRU F-LEO-CLIENTE.
           PERFORM CICLO-CLIENTES THRU F-CICLO-CLIENTES
              UNTIL TERMINAR-CLIENTES.

       F-SELECCIONO-CLIENTES.
           EXIT.

       LEO-CLIENTE.
           READ CLIENTES NEXT RECORD.
           IF ST-FILE NOT = "00"
              MOVE "S" TO FIN-CLIENTES.

       F-LEO-CLIENTE.
           EXIT.

       LEO-ORDENADO.
           READ ORDENADOS.
           IF ST-FILE-ORD NOT = "00"
              MOVE "S" TO FIN-ORDENADOS.

       F-LEO-ORDENADO.
           EXIT.

       CICLO-CLIENTES.
           ADD 1 TO W-CANT-CLIENTES.
           PERFORM LEO-ORDENADO THRU F-LEO-ORDENADO
              UNTIL TERMINAR-ORDENADOS OR ORD-CLI-ID NOT < CLI_ID.
           MOVE 0 TO W-SALDO-CORTE.
           IF NOT TERMINAR-ORDENADOS AND ORD-CLI-ID = CLI_ID
              MOVE ORD-SALDO-NUEVO TO W-SALDO-CORTE.
           PERFORM DECIDO-PEDIDO THRU F-DECIDO-PEDIDO.
           PERFORM LEO-CLIENTE THRU F-LEO-CLIENTE.

       F-CICLO-CLIENTES.
           EXIT.

      *----------------------------------------------------------------
      * DECIDO-PEDIDO: primero el pedido de los auditores, después el
      * importe mínimo y por último el sorteo entre los demás saldos
      * distintos de cero.
      *----------------------------------------------------------------
       DECIDO-PEDIDO.
           MOVE SPACES TO W-MOTIVO.
           MOVE 0 TO IDX-AUD-HALLADO.
           PERFORM COMPARO-AUDITOR THRU F-COMPARO-AUDITOR
              VARYING IDX-AUD FROM 1 BY 1
              UNTIL IDX-AUD > W-CANT-AUDITORES
                 OR IDX-AUD-HALLADO > 0.
           IF IDX-AUD-HALLADO > 0
              MOVE "S" TO TA-HALLADO (IDX-AUD-HALLADO)
              MOVE "A" TO W-MOTIVO
              GO TO GRABO-PEDIDO.
           IF W-SALDO-CORTE > 0 AND
              W-SALDO-CORTE NOT < W-IMPORTE-MINIMO
              MOVE "I" TO W-MOTIVO
              GO TO GRABO-PEDIDO.
           IF W-SALDO-CORTE = 0
              GO TO F-DECIDO-PEDIDO.
           COMPUTE W-PRODUCTO = W-SEMILLA * 16807.
           DIVIDE W-PRODUCTO BY 2147483647
              GIVING W-COCIENTE REMAINDER W-SEMILLA.
           DIVIDE W-SEMILLA BY 10000
              GIVING W-COCIENTE REMAINDER W-SORTEO.
           IF W-SORTEO < W-UMBRAL-SORTEO
              MOVE "M" TO W-MOTIVO
              GO TO GRABO-PEDIDO.
           GO TO F-DECIDO-PEDIDO.

       GRABO-PEDIDO.
           INITIALIZE REG-CIRCULARIZACION.
           MOVE W-FECHA-CORTE   TO CIR-FECHA-CORTE.
           MOVE CLI_ID          TO CIR-CLI-ID.
           MOVE W-MOTIVO        TO CIR-MOTIVO.
           MOVE W-FECHA-PROCESO TO CIR-FECHA-EMISION.
           MOVE W-SALDO-CORTE   TO CIR-SALDO-CORTE.
           MOVE "P"             TO CIR-RESPUESTA.
           WRITE REG-CIRCULARIZACION.
           IF ST-FILE-CIR = "22"
              ADD 1 TO W-CANT-YA-GRABADOS
              GO TO F-DECIDO-PEDIDO.
           IF ST-FILE-CIR > "07"
              DISPLAY "ERROR GRABANDO CIRCULARIZACION - ST "
                 ST-FILE-CIR
              ACCEPT X
              GO TO F-DECIDO-PEDIDO.
           EVALUATE W-MOTIVO
               WHEN "A"
                   ADD 1 TO W-CANT-POR-AUDITOR
               WHEN "I"
                   ADD 1 TO W-CANT-POR-IMPORTE
               WHEN OTHER
                   ADD 1 TO W-CANT-POR-MUESTRA
           END-EVALUATE.

       F-DECIDO-PEDIDO.
           EXIT.

       COMPARO-AUDITOR.
           IF TA-CLI-ID (IDX-AUD) = CLI_ID
              MOVE IDX-AUD TO IDX-AUD-HALLADO.

       F-COMPARO-AUDITOR.
           EXIT.

       AVISO-AUDITORES.
           IF TA-HALLADO (IDX-AUD) NOT = "S"
              DISPLAY "CLI_ID PEDIDO POR AUDITORES NO EXISTE: "
                 TA-CLI-ID (IDX-AUD).

       F-AVISO-AUDITORES.
           EXIT.

      *----------------------------------------------------------------
      * CARGO-AJUSTES: recorre las aplicaciones a facturas de los
      * clientes circularizados. Lo aplicado con efecto al corte es
      * lo aplicado hasta el corte y no revertido hasta el corte; el
      * efecto actual es lo vigente hoy. La diferencia vuelve el
      * saldo pendiente actual de la factura al que tenía al corte.
      *----------------------------------------------------------------
       CARGO-AJUSTES.
           MOVE "N" TO FIN-LECTURA.
           MOVE LOW-VALUES TO APL-CLAVE.
           START APLICACIONES KEY IS NOT LESS THAN APL-CLAVE.
           IF ST-FILE-APL NOT = "00"
              GO TO F-CARGO-AJUSTES.
           PERFORM LEO-APLICACION THRU F-LEO-APLICACION.
           PERFORM SUMO-APLICACION THRU F-SUMO-APLICACION
              UNTIL TERMINAR-LECTURA.

       F-CARGO-AJUSTES.
           EXIT.

       LEO-APLICACION.
           READ APLICACIONES NEXT RECORD.
           IF ST-FILE-APL NOT = "00"
              MOVE "S" TO FIN-LECTURA.

       F-LEO-APLICACION.
           EXIT.

       SUMO-APLICACION.
           IF NOT APL-A-FACTURA
              GO TO SIGO-APLICACION.
           MOVE W-FECHA-CORTE TO CIR-FECHA-CORTE.
           MOVE APL-CLI-ID    TO CIR-CLI-ID.
           READ CIRCULARIZACIONES KEY IS CIR-CLAVE.
           IF ST-FILE-CIR NOT = "00"
              GO TO SIGO-APLICACION.
           MOVE 0 TO W-EFECTO-ACTUAL W-EFECTO-CORTE.
           IF APL-VIGENTE
              MOVE APL-IMPORTE TO W-EFECTO-ACTUAL.
           IF APL-FECHA NOT > W-FECHA-CORTE
              IF APL-VIGENTE OR APL-FECHA-REVERSION > W-FECHA-CORTE
                 MOVE APL-IMPORTE TO W-EFECTO-CORTE
              END-IF
           END-IF.
           IF W-EFECTO-ACTUAL = 0 AND W-EFECTO-CORTE = 0
              GO TO SIGO-APLICACION.
           PERFORM BUSCO-AJUSTE THRU F-BUSCO-AJUSTE.
           IF IDX-AJU-HALLADO > 0
              COMPUTE TJ-POSTERIOR (IDX-AJU-HALLADO) =
                 TJ-POSTERIOR (IDX-AJU-HALLADO)
                 + W-EFECTO-ACTUAL - W-EFECTO-CORTE
              ADD W-EFECTO-CORTE TO TJ-AL-CORTE (IDX-AJU-HALLADO).

       SIGO-APLICACION.
           PERFORM LEO-APLICACION THRU F-LEO-APLICACION.

       F-SUMO-APLICACION.
           EXIT.

      *----------------------------------------------------------------
      * BUSCO-AJUSTE: ubica (o da de alta) la factura APL-NROFACTURA
      * en la tabla de ajustes; con la tabla llena deja el subíndice
      * en cero y avisa.
      *----------------------------------------------------------------
       BUSCO-AJUSTE.
           MOVE 0 TO IDX-AJU-HALLADO.
           PERFORM COMPARO-AJUSTE THRU F-COMPARO-AJUSTE
              VARYING IDX-AJU FROM 1 BY 1
              UNTIL IDX-AJU > W-CANT-AJUSTES
                 OR IDX-AJU-HALLADO > 0.
           IF IDX-AJU-HALLADO > 0
              GO TO F-BUSCO-AJUSTE.
           IF W-CANT-AJUSTES < 3000
              ADD 1 TO W-CANT-AJUSTES
              MOVE W-CANT-AJUSTES TO IDX-AJU-HALLADO
              MOVE APL-NROFACTURA TO TJ-NROFACTURA (IDX-AJU-HALLADO)
              MOVE 0 TO TJ-POSTERIOR (IDX-AJU-HALLADO)
              MOVE 0 TO TJ-AL-CORTE (IDX-AJU-HALLADO)
           ELSE
              DISPLAY "AVISO: TABLA DE AJUSTES LLENA - FACTURA "
                 APL-NROFACTURA " CON SALDO ACTUAL".

       F-BUSCO-AJUSTE.
           EXIT.

       COMPARO-AJUSTE.
           IF TJ-NROFACTURA (IDX-AJU) = APL-NROFACTURA
              MOVE IDX-AJU TO IDX-AJU-HALLADO.

       F-COMPARO-AJUSTE.
           EXIT.

      *----------------------------------------------------------------
      * EMITO-CARTAS: una carta por cada pedido del corte que sigue
      * sin respuesta, y su renglón en el listado de la selección.
      *----------------------------------------------------------------
       EMITO-CARTAS.
           MOVE "N" TO FIN-LECTURA.
           MOVE W-FECHA-CORTE TO CIR-FECHA-CORTE.
           MOVE 0             TO CIR-CLI-ID.
           START CIRCULARIZACIONES KEY IS NOT LESS THAN CIR-CLAVE.
           IF ST-FILE-CIR NOT = "00"
              GO TO F-EMITO-CARTAS.
           PERFORM LEO-PEDIDO THRU F-LEO-PEDIDO.
           PERFORM EMITO-CARTA THRU F-EMITO-CARTA
              UNTIL TERMINAR-LECTURA.

       F-EMITO-CARTAS.
           EXIT.

       LEO-PEDIDO.
           READ CIRCULARIZACIONES NEXT RECORD.
           IF ST-FILE-CIR NOT = "00"
              MOVE "S" TO FIN-LECTURA
           ELSE
              IF CIR-FECHA-CORTE NOT = W-FECHA-CORTE
                 MOVE "S" TO FIN-LECTURA.

       F-LEO-PEDIDO.
           EXIT.

       EMITO-CARTA.
           IF NOT CIR-PENDIENTE
              GO TO SIGO-CARTA.
           MOVE CIR-CLI-ID TO CLI_ID.
           READ CLIENTES KEY IS ID_CLIENTE.
           IF ST-FILE NOT = "00"
              DISPLAY "CLIENTE " CIR-CLI-ID " YA NO ESTA EN EL MAESTRO"
              GO TO SIGO-CARTA.
           ADD 1 TO W-CANT-CARTAS.
           ADD CIR-SALDO-CORTE TO W-TOTAL-CIRCULADO.
           WRITE LINEA-CARTAS FROM GUIONES.
           MOVE W-FECHA-CORTE TO LR-CORTE.
           MOVE CLI_ID        TO LR-CLI-ID.
           WRITE LINEA-CARTAS FROM LINEA-REFERENCIA.
           MOVE SPACES TO LINEA-CARTAS.
           WRITE LINEA-CARTAS.
           MOVE CLI_RAZONSOCIAL TO LD-RAZONSOCIAL.
           WRITE LINEA-CARTAS FROM LINEA-DESTINATARIO.
           MOVE CLI_DIRECCION TO LI-DIRECCION.
           WRITE LINEA-CARTAS FROM LINEA-DIRECCION.
           MOVE CLI_CODPOST TO LP-CODPOST.
           WRITE LINEA-CARTAS FROM LINEA-CODPOST.
           MOVE SPACES TO LINEA-CARTAS.
           WRITE LINEA-CARTAS.
           WRITE LINEA-CARTAS FROM LINEA-SALUDO.
           MOVE SPACES TO LINEA-CARTAS.
           WRITE LINEA-CARTAS.
           WRITE LINEA-CARTAS FROM LINEA-CUERPO-1.
           MOVE W-FECHA-CORTE TO LC2-FECHA.
           WRITE LINEA-CARTAS FROM LINEA-CUERPO-2.
           MOVE CIR-SALDO-CORTE TO LC3-SALDO.
           WRITE LINEA-CARTAS FROM LINEA-CUERPO-3.
           MOVE SPACES TO LINEA-CARTAS.
           WRITE LINEA-CARTAS.
           PERFORM DETALLO-FACTURAS THRU F-DETALLO-FACTURAS.
           MOVE SPACES TO LINEA-CARTAS.
           WRITE LINEA-CARTAS.
           WRITE LINEA-CARTAS FROM LINEA-CUERPO-4.
           WRITE LINEA-CARTAS FROM LINEA-CUERPO-5.
           WRITE LINEA-CARTAS FROM LINEA-CUERPO-6.
           WRITE LINEA-CARTAS FROM LINEA-CUERPO-7.
           REWRITE REG-CIRCULARIZACION.
           IF ST-FILE-CIR > "07"
              DISPLAY "ERROR GRABANDO CIRCULARIZACION - ST "
                 ST-FILE-CIR
              ACCEPT X.
           MOVE CLI_ID          TO LS-CLI-ID.
           MOVE CLI_RAZONSOCIAL TO LS-RAZONSOCIAL.
           EVALUATE TRUE
               WHEN CIR-POR-AUDITOR
                   MOVE "AUDITOR" TO LS-MOTIVO
               WHEN CIR-POR-IMPORTE
                   MOVE "IMPORTE" TO LS-MOTIVO
               WHEN OTHER
                   MOVE "MUESTRA" TO LS-MOTIVO
           END-EVALUATE.
           MOVE CIR-SALDO-CORTE   TO LS-SALDO.
           MOVE CIR-CANT-FACTURAS TO LS-FACTURAS.
           MOVE "D"           TO PIM-ACCION.
           MOVE LINEA-DETALLE TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       SIGO-CARTA.
           PERFORM LEO-PEDIDO THRU F-LEO-PEDIDO.

       F-EMITO-CARTA.
           EXIT.

      *----------------------------------------------------------------
      * DETALLO-FACTURAS: las facturas del cliente posteadas hasta el
      * corte con saldo pendiente a esa fecha. Una factura castigada
      * después del corte se reconstruye desde su importe; una
      * castigada hasta el corte ya no debía nada. Lo que el saldo
      * al corte no explica con facturas (saldos a favor, intereses,
      * ajustes) va en un renglón aparte, para que la carta cierre.
      *----------------------------------------------------------------
       DETALLO-FACTURAS.
           MOVE 0   TO CIR-CANT-FACTURAS W-TOTAL-FACTURAS.
           MOVE "N" TO FIN-FACTURAS.
           WRITE LINEA-CARTAS FROM LINEA-COL-FACTURAS.
           MOVE CLI_ID TO FAC-CLI-ID.
           START FACTURAS KEY IS EQUAL FAC-CLI-ID.
           IF ST-FILE-FAC NOT = "00"
              MOVE "S" TO FIN-FACTURAS
           ELSE
              PERFORM LEO-FACTURA THRU F-LEO-FACTURA.
           PERFORM DETALLO-FACTURA THRU F-DETALLO-FACTURA
              UNTIL TERMINAR-FACTURAS.
           IF CIR-CANT-FACTURAS = 0
              WRITE LINEA-CARTAS FROM LINEA-SIN-FACTURAS.
           COMPUTE W-OTROS-CONCEPTOS =
              CIR-SALDO-CORTE - W-TOTAL-FACTURAS.
           IF W-OTROS-CONCEPTOS NOT = 0
              MOVE W-OTROS-CONCEPTOS TO LO-IMPORTE
              WRITE LINEA-CARTAS FROM LINEA-OTROS.

       F-DETALLO-FACTURAS.
           EXIT.

       LEO-FACTURA.
           READ FACTURAS NEXT RECORD.
           IF ST-FILE-FAC NOT = "00" OR FAC-CLI-ID NOT = CLI_ID
              MOVE "S" TO FIN-FACTURAS.

       F-LEO-FACTURA.
           EXIT.

       DETALLO-FACTURA.
           IF FAC-IMPORTE NOT NUMERIC OR
              FAC-FECHA-POSTEO > W-FECHA-CORTE
              GO TO SIGO-FACTURA.
           MOVE 0 TO IDX-AJU-HALLADO.
           PERFORM COMPARO-FACTURA THRU F-COMPARO-FACTURA
              VARYING IDX-AJU FROM 1 BY 1
              UNTIL IDX-AJU > W-CANT-AJUSTES
                 OR IDX-AJU-HALLADO > 0.
           IF FAC-FECHA-CASTIGO NUMERIC
              IF FAC-FECHA-CASTIGO NOT > W-FECHA-CORTE
                 GO TO SIGO-FACTURA
              END-IF
              COMPUTE W-PENDIENTE-CORTE =
                 FAC-IMPORTE - FAC-ACREDITADO
              IF IDX-AJU-HALLADO > 0
                 SUBTRACT TJ-AL-CORTE (IDX-AJU-HALLADO)
                    FROM W-PENDIENTE-CORTE
              END-IF
           ELSE
              MOVE FAC-SALDO-PENDIENTE TO W-PENDIENTE-CORTE
              IF IDX-AJU-HALLADO > 0
                 ADD TJ-POSTERIOR (IDX-AJU-HALLADO)
                    TO W-PENDIENTE-CORTE
              END-IF
           END-IF.
           IF W-PENDIENTE-CORTE NOT > 0
              GO TO SIGO-FACTURA.
           ADD 1 TO CIR-CANT-FACTURAS.
           ADD W-PENDIENTE-CORTE TO W-TOTAL-FACTURAS.
           MOVE FAC-NROFACTURA    TO LF-NROFACTURA.
           MOVE FAC-FECHA-POSTEO  TO LF-FECHA.
           MOVE FAC-IMPORTE       TO LF-IMPORTE.
           MOVE W-PENDIENTE-CORTE TO LF-PENDIENTE.
           WRITE LINEA-CARTAS FROM LINEA-FACTURA.

       SIGO-FACTURA.
           PERFORM LEO-FACTURA THRU F-LEO-FACTURA.

       F-DETALLO-FACTURA.
           EXIT.

       COMPARO-FACTURA.
           IF TJ-NROFACTURA (IDX-AJU) = FAC-NROFACTURA
              MOVE IDX-AJU TO IDX-AJU-HALLADO.

       F-COMPARO-FACTURA.
           EXIT.

       END PROGRAM "CIRCULA".
