      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Previsión de incobrables de fin de mes: reparte el
      *           saldo deudor de cada cliente en las franjas de
      *           antigüedad del informe de antigüedad de la deuda (sin
      *           vencer, 30, 60, 90+ días, atribuyendo el saldo a los
      *           aumentos más recientes del journal) y aparte el de
      *           los clientes en legales, y aplica a cada franja su
      *           porcentaje de previsión. Los porcentajes salen de la
      *           tarjeta de control (PREVISION=) o se piden por
      *           consola. Subtotaliza por CLI_CATEGORIA y cierra con
      *           la previsión por franja y la total. Los clientes ya
      *           castigados tienen saldo cero y no entran.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PREVISION".
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

           SELECT ORDENADOS ASSIGN TO "./prevision.srt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-ORD.

           SELECT TRABAJO-SORT ASSIGN TO "./prevision.tmp".

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY "regcliente.cpy".

       FD  MOVIMIENTOS.

           COPY "regmov.cpy".

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
       01  ST-FILE-ORD PIC XX.
       01  X           PIC X.

           COPY "paramimp.cpy".

           COPY "paramtar.cpy".

       01  FIN-CLIENTES  PIC X     VALUE "N".
           88  TERMINAR-CLIENTES   VALUE "S".

       01  FIN-ORDENADOS PIC X     VALUE "N".
           88  TERMINAR-ORDENADOS  VALUE "S".

       01  W-FECHA-PROCESO.
           02  W-FECHA-PROCESO-9    PIC 9(08).
       01  W-DIAS-PROCESO      PIC 9(07).
       01  W-FECHA-MOV-9       PIC 9(08).
       01  W-DIAS-MOV          PIC 9(07).
       01  W-DIAS-ANTIGUEDAD   PIC S9(07).

       01  W-SALDO-ANTERIOR    PIC S9(7)V9(3).
       01  W-SALDO-NUEVO       PIC S9(7)V9(3).
       01  W-DELTA             PIC S9(8)V9(3).
       01  W-APLICO            PIC S9(8)V9(3).
       01  W-RESTANTE          PIC S9(8)V9(3).

      *----------------------------------------------------------------
      * Franjas: 1 sin vencer, 2 30 días, 3 60 días, 4 90+ días y
      * 5 clientes en legales (todo su saldo, cualquiera sea la
      * antigüedad). W-PORCENTAJE es el porcentaje entero de
      * previsión de cada franja.
      *----------------------------------------------------------------
       01  IDX-BUCKET          PIC 9.

       01  TABLA-FRANJAS.
           02  FILLER          PIC X(12) VALUE "SIN VENCER".
           02  FILLER          PIC X(12) VALUE "30 DIAS".
           02  FILLER          PIC X(12) VALUE "60 DIAS".
           02  FILLER          PIC X(12) VALUE "90+ DIAS".
           02  FILLER          PIC X(12) VALUE "EN LEGALES".
       01  TABLA-FRANJAS-R REDEFINES TABLA-FRANJAS.
           02  TF-NOMBRE       PIC X(12) OCCURS 5 TIMES.

       01  W-PORCENTAJES.
           02  W-PORCENTAJE    PIC 9(03) OCCURS 5 TIMES.
       01  W-PORCENTAJES-X.
           02  W-PORCENTAJE-X  PIC X(03) JUST RIGHT OCCURS 5 TIMES.
       01  W-PORC-ENTRADA      PIC 9(03).

       01  W-BUCKETS-CLIENTE.
           02  W-BUCKET-CLI    PIC S9(8)V9(3) OCCURS 5 TIMES.
       01  W-PREVISION-CLI     PIC S9(9)V9(3).

       01  W-CANT-CATEGORIAS   PIC 99 VALUE 0.
       01  IDX-CAT             PIC 99.
       01  IDX-CAT-HALLADA     PIC 99.
       01  TABLA-CATEGORIAS.
           02  CATEGORIA-ITEM OCCURS 99 TIMES.
               03  TC-CODIGO       PIC X.
               03  TC-BUCKET       PIC S9(11)V9(3) OCCURS 5 TIMES.
               03  TC-PREVISION    PIC S9(11)V9(3).

       01  W-TOTALES.
           02  W-BUCKET-TOTAL  PIC S9(11)V9(3) OCCURS 5 TIMES.
       01  W-PREVISION-FRANJA  PIC S9(11)V9(3).
       01  W-PREVISION-TOTAL   PIC S9(11)V9(3) VALUE 0.
       01  W-SUMA-DEUDORES     PIC S9(11)V9(3) VALUE 0.
       01  W-SUMA-INFORME      PIC S9(11)V9(3).

       01  LINEA-TITULO.
           02  FILLER          PIC X(38)
               VALUE "PREVISION DE INCOBRABLES AL ".
           02  LT-FECHA        PIC X(08).

       01  LINEA-COLUMNAS.
           02  FILLER          PIC X(09) VALUE "CLI_ID".
           02  FILLER          PIC X(32) VALUE "CLI_NOMBRE".
           02  FILLER          PIC X(14) VALUE "SIN VENCER".
           02  FILLER          PIC X(14) VALUE "30 DIAS".
           02  FILLER          PIC X(14) VALUE "60 DIAS".
           02  FILLER          PIC X(14) VALUE "90+ DIAS".
           02  FILLER          PIC X(14) VALUE "EN LEGALES".
           02  FILLER          PIC X(14) VALUE "PREVISION".

       01  LINEA-DETALLE.
           02  LD-CLI-ID       PIC Z(6)9.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LD-NOMBRE       PIC X(30).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LD-BUCKET       PIC -(9)9,99 OCCURS 5 TIMES.
           02  LD-PREVISION    PIC -(9)9,99.

       01  LINEA-SUBTOTAL.
           02  FILLER          PIC X(20) VALUE "SUBTOTAL CATEGORIA ".
           02  LS-CATEGORIA    PIC X.
           02  FILLER          PIC X(20) VALUE SPACES.
           02  LS-BUCKET       PIC -(9)9,99 OCCURS 5 TIMES.
           02  LS-PREVISION    PIC -(9)9,99.

       01  LINEA-TOTAL.
           02  FILLER          PIC X(41) VALUE "TOTAL GENERAL".
           02  LG-BUCKET       PIC -(9)9,99 OCCURS 5 TIMES.
           02  LG-PREVISION    PIC -(9)9,99.

       01  LINEA-FRANJA.
           02  FILLER          PIC X(10) VALUE "FRANJA ".
           02  LF-NOMBRE       PIC X(12).
           02  FILLER          PIC X(08) VALUE "DEUDA ".
           02  LF-DEUDA        PIC -(11)9,99.
           02  FILLER          PIC X(04) VALUE SPACES.
           02  LF-PORCENTAJE   PIC ZZ9.
           02  FILLER          PIC X(14) VALUE " %  PREVISION ".
           02  LF-PREVISION    PIC -(11)9,99.

       01  LINEA-PREVISION.
           02  FILLER          PIC X(30)
               VALUE "PREVISION TOTAL.............: ".
           02  LP-TOTAL        PIC -(11)9,99.

       01  LINEA-CUADRE.
           02  FILLER          PIC X(30)
               VALUE "SALDOS DEUDORES DEL MAESTRO.: ".
           02  LQ-SALDOS       PIC -(11)9,99.
           02  FILLER          PIC X(03) VALUE SPACES.
           02  LQ-RESULTADO    PIC X(30).

       PROCEDURE DIVISION.
       PABLO.
           PERFORM TOMO-PARAMETROS THRU F-TOMO-PARAMETROS.
           SORT TRABAJO-SORT
              ON ASCENDING KEY TRA-CLI-ID
                 DESCENDING KEY TRA-FECHA
              WITH DUPLICATES IN ORDER
              USING MOVIMIENTOS
              GIVING ORDENADOS.
           PERFORM ABRO-ARCHIVOS.
           PERFORM POSICIONO-CLIENTES THRU F-POSICIONO-CLIENTES.
           PERFORM LEO-ORDENADO THRU F-LEO-ORDENADO.
           IF NOT TERMINAR-CLIENTES
              PERFORM LEO-CLIENTE THRU F-LEO-CLIENTE
              PERFORM CICLO-CLIENTES THRU F-CICLO-CLIENTES
                 UNTIL TERMINAR-CLIENTES
           END-IF.
           PERFORM IMPRIMO-SUBTOTALES THRU F-IMPRIMO-SUBTOTALES.
           PERFORM IMPRIMO-TOTALES THRU F-IMPRIMO-TOTALES.
           PERFORM CIERRO-ARCHIVOS.
           STOP RUN.

      *----------------------------------------------------------------
      * TOMO-PARAMETROS: fecha de corte y porcentajes de previsión de
      * la tarjeta de control; sin tarjeta, la fecha del sistema y
      * los porcentajes por consola. Un porcentaje ilegible o mayor
      * que cien se pide de nuevo.
      *----------------------------------------------------------------
       TOMO-PARAMETROS.
           CALL "TARJETA" USING PARAMETROS-TARJETA.
           CANCEL "TARJETA".
           IF TAR-OK AND TAR-FECHA-PROCESO NOT = SPACES
              MOVE TAR-FECHA-PROCESO TO W-FECHA-PROCESO
           ELSE
              ACCEPT W-FECHA-PROCESO FROM DATE YYYYMMDD.
           COMPUTE W-DIAS-PROCESO =
              FUNCTION INTEGER-OF-DATE(W-FECHA-PROCESO-9).
           MOVE SPACES TO W-PORCENTAJES-X.
           IF TAR-OK AND TAR-PREVISION NOT = SPACES
              UNSTRING TAR-PREVISION DELIMITED BY ","
                 INTO W-PORCENTAJE-X (1), W-PORCENTAJE-X (2),
                      W-PORCENTAJE-X (3), W-PORCENTAJE-X (4),
                      W-PORCENTAJE-X (5).
           PERFORM TOMO-PORCENTAJE THRU F-TOMO-PORCENTAJE
              VARYING IDX-BUCKET FROM 1 BY 1 UNTIL IDX-BUCKET > 5.

       F-TOMO-PARAMETROS.
           EXIT.

       TOMO-PORCENTAJE.
           INSPECT W-PORCENTAJE-X (IDX-BUCKET)
              REPLACING LEADING SPACES BY ZEROS.
           IF W-PORCENTAJE-X (IDX-BUCKET) NUMERIC
              MOVE W-PORCENTAJE-X (IDX-BUCKET)
                 TO W-PORCENTAJE (IDX-BUCKET)
              IF W-PORCENTAJE (IDX-BUCKET) NOT > 100
                 DISPLAY "PREVISION " TF-NOMBRE (IDX-BUCKET) ": "
                    W-PORCENTAJE (IDX-BUCKET) " % (TARJETA)"
                 GO TO F-TOMO-PORCENTAJE
              END-IF
           END-IF.
           MOVE 999 TO W-PORC-ENTRADA.
           PERFORM PIDO-PORCENTAJE THRU F-PIDO-PORCENTAJE
              UNTIL W-PORC-ENTRADA NOT > 100.
           MOVE W-PORC-ENTRADA TO W-PORCENTAJE (IDX-BUCKET).

       F-TOMO-PORCENTAJE.
           EXIT.

       PIDO-PORCENTAJE.
           DISPLAY "PORCENTAJE DE PREVISION " TF-NOMBRE (IDX-BUCKET)
              " (0-100): " WITH NO ADVANCING.
           ACCEPT W-PORC-ENTRADA.

       F-PIDO-PORCENTAJE.
           EXIT.

       ABRO-ARCHIVOS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
              DISPLAY "ERROR ABRIENDO CLIENTES - ST-FILE " ST-FILE
              ACCEPT X.
           OPEN INPUT ORDENADOS.
           IF ST-FILE-ORD > "07"
              DISPLAY "ERROR ABRIENDO ORDENADOS - ST " ST-FILE-ORD
              ACCEPT X.
           MOVE W-FECHA-PROCESO TO LT-FECHA.
           INITIALIZE PARAMETROS-IMPRESOR.
           MOVE "A"                TO PIM-ACCION.
           MOVE "./prevision.txt"  TO PIM-ARCHIVO.
           MOVE LINEA-TITULO       TO PIM-TITULO.
           MOVE LINEA-COLUMNAS     TO PIM-ENCABEZADO.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE ORDENADOS.
           MOVE "C" TO PIM-ACCION.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           CANCEL "IMPRESOR".

       POSICIONO-CLIENTES.
           MOVE LOW-VALUES TO ID_CLIENTE.
           START CLIENTES KEY IS NOT LESS THAN ID_CLIENTE.
           IF ST-FILE NOT = "00"
              MOVE "S" TO FIN-CLIENTES.

       F-POSICIONO-CLIENTES.
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

      *----------------------------------------------------------------
      * CICLO-CLIENTES: apareo por CLI_ID entre el maestro y el
      * journal ordenado, igual que el informe de antigüedad. El
      * saldo de un cliente en legales va entero a su franja y sus
      * movimientos sólo se saltean.
      *----------------------------------------------------------------
       CICLO-CLIENTES.
           PERFORM SALTEO-MOVIMIENTO THRU F-SALTEO-MOVIMIENTO
              UNTIL TERMINAR-ORDENADOS OR ORD-CLI-ID NOT < CLI_ID.
           INITIALIZE W-BUCKETS-CLIENTE.
           MOVE 0 TO W-RESTANTE.
           IF CLI_SALDO > 0
              IF CLI-LEGAL
                 MOVE CLI_SALDO TO W-BUCKET-CLI (5)
              ELSE
                 MOVE CLI_SALDO TO W-RESTANTE
              END-IF
           END-IF.
           PERFORM ATRIBUYO-MOVIMIENTO THRU F-ATRIBUYO-MOVIMIENTO
              UNTIL TERMINAR-ORDENADOS OR ORD-CLI-ID NOT = CLI_ID.
           PERFORM RESUELVO-CLIENTE THRU F-RESUELVO-CLIENTE.
           PERFORM LEO-CLIENTE THRU F-LEO-CLIENTE.

       F-CICLO-CLIENTES.
           EXIT.

       SALTEO-MOVIMIENTO.
           PERFORM LEO-ORDENADO THRU F-LEO-ORDENADO.

       F-SALTEO-MOVIMIENTO.
           EXIT.

      *----------------------------------------------------------------
      * ATRIBUYO-MOVIMIENTO: el aumento de deuda del movimiento carga
      * su franja por la parte que el saldo sin atribuir alcanza a
      * cubrir.
      *----------------------------------------------------------------
       ATRIBUYO-MOVIMIENTO.
           IF W-RESTANTE > 0
              MOVE ORD-SALDO-ANTERIOR TO W-SALDO-ANTERIOR
              MOVE ORD-SALDO-NUEVO    TO W-SALDO-NUEVO
              COMPUTE W-DELTA = W-SALDO-NUEVO - W-SALDO-ANTERIOR
              IF W-DELTA > 0
                 IF W-DELTA > W-RESTANTE
                    MOVE W-RESTANTE TO W-APLICO
                 ELSE
                    MOVE W-DELTA TO W-APLICO
                 END-IF
                 PERFORM CALCULO-FRANJA THRU F-CALCULO-FRANJA
                 ADD W-APLICO TO W-BUCKET-CLI (IDX-BUCKET)
                 SUBTRACT W-APLICO FROM W-RESTANTE
              END-IF
           END-IF.
           PERFORM LEO-ORDENADO THRU F-LEO-ORDENADO.

       F-ATRIBUYO-MOVIMIENTO.
           EXIT.

       CALCULO-FRANJA.
           IF ORD-FECHA NOT NUMERIC
              MOVE 4 TO IDX-BUCKET
              GO TO F-CALCULO-FRANJA.
           MOVE ORD-FECHA TO W-FECHA-MOV-9.
           COMPUTE W-DIAS-MOV =
              FUNCTION INTEGER-OF-DATE(W-FECHA-MOV-9).
           COMPUTE W-DIAS-ANTIGUEDAD = W-DIAS-PROCESO - W-DIAS-MOV.
           EVALUATE TRUE
               WHEN W-DIAS-ANTIGUEDAD < 30
                   MOVE 1 TO IDX-BUCKET
               WHEN W-DIAS-ANTIGUEDAD < 60
                   MOVE 2 TO IDX-BUCKET
               WHEN W-DIAS-ANTIGUEDAD < 90
                   MOVE 3 TO IDX-BUCKET
               WHEN OTHER
                   MOVE 4 TO IDX-BUCKET
           END-EVALUATE.

       F-CALCULO-FRANJA.
           EXIT.

      *----------------------------------------------------------------
      * RESUELVO-CLIENTE: lo no atribuido es deuda anterior al journal
      * y cae en 90+; se calcula la previsión del cliente y se
      * acumula por categoría.
      *----------------------------------------------------------------
       RESUELVO-CLIENTE.
           IF CLI_SALDO NOT > 0
              GO TO F-RESUELVO-CLIENTE.
           ADD CLI_SALDO TO W-SUMA-DEUDORES.
           IF W-RESTANTE > 0
              ADD W-RESTANTE TO W-BUCKET-CLI (4)
              MOVE 0 TO W-RESTANTE.
           MOVE 0 TO W-PREVISION-CLI.
           PERFORM PREVEO-FRANJA THRU F-PREVEO-FRANJA
              VARYING IDX-BUCKET FROM 1 BY 1 UNTIL IDX-BUCKET > 5.
           PERFORM IMPRIMO-DETALLE THRU F-IMPRIMO-DETALLE.
           PERFORM ACUMULO-CATEGORIA THRU F-ACUMULO-CATEGORIA.

       F-RESUELVO-CLIENTE.
           EXIT.

       PREVEO-FRANJA.
           COMPUTE W-PREVISION-CLI ROUNDED = W-PREVISION-CLI +
              W-BUCKET-CLI (IDX-BUCKET) * W-PORCENTAJE (IDX-BUCKET)
              / 100.

       F-PREVEO-FRANJA.
           EXIT.

       IMPRIMO-DETALLE.
           MOVE CLI_ID     TO LD-CLI-ID.
           MOVE CLI_NOMBRE TO LD-NOMBRE.
           PERFORM CARGO-COLUMNA THRU F-CARGO-COLUMNA
              VARYING IDX-BUCKET FROM 1 BY 1 UNTIL IDX-BUCKET > 5.
           MOVE W-PREVISION-CLI TO LD-PREVISION.
           MOVE "D"           TO PIM-ACCION.
           MOVE LINEA-DETALLE TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       F-IMPRIMO-DETALLE.
           EXIT.

       CARGO-COLUMNA.
           MOVE W-BUCKET-CLI (IDX-BUCKET) TO LD-BUCKET (IDX-BUCKET).

       F-CARGO-COLUMNA.
           EXIT.

      *----------------------------------------------------------------
      * BUSCO-CATEGORIA: ubica (o da de alta) la CLI_CATEGORIA del
      * cliente en curso en la tabla de subtotales, dejando el
      * subíndice en IDX-CAT-HALLADA.
      *----------------------------------------------------------------
       BUSCO-CATEGORIA.
           MOVE 0 TO IDX-CAT-HALLADA.
           PERFORM COMPARO-CATEGORIA THRU F-COMPARO-CATEGORIA
              VARYING IDX-CAT FROM 1 BY 1
              UNTIL IDX-CAT > W-CANT-CATEGORIAS
                 OR IDX-CAT-HALLADA > 0.
           IF IDX-CAT-HALLADA = 0
              IF W-CANT-CATEGORIAS < 99
                 ADD 1 TO W-CANT-CATEGORIAS
                 MOVE W-CANT-CATEGORIAS TO IDX-CAT-HALLADA
                 MOVE CLI_CATEGORIA TO TC-CODIGO (IDX-CAT-HALLADA)
              ELSE
                 MOVE 99 TO IDX-CAT-HALLADA
                 MOVE "*" TO TC-CODIGO (99).

       F-BUSCO-CATEGORIA.
           EXIT.

       COMPARO-CATEGORIA.
           IF TC-CODIGO (IDX-CAT) = CLI_CATEGORIA
              MOVE IDX-CAT TO IDX-CAT-HALLADA.

       F-COMPARO-CATEGORIA.
           EXIT.

       ACUMULO-CATEGORIA.
           PERFORM BUSCO-CATEGORIA THRU F-BUSCO-CATEGORIA.
           PERFORM SUMO-FRANJA THRU F-SUMO-FRANJA
              VARYING IDX-BUCKET FROM 1 BY 1 UNTIL IDX-BUCKET > 5.
           ADD W-PREVISION-CLI TO TC-PREVISION (IDX-CAT-HALLADA).
           ADD W-PREVISION-CLI TO W-PREVISION-TOTAL.

       F-ACUMULO-CATEGORIA.
           EXIT.

       SUMO-FRANJA.
           ADD W-BUCKET-CLI (IDX-BUCKET)
              TO TC-BUCKET (IDX-CAT-HALLADA IDX-BUCKET).
           ADD W-BUCKET-CLI (IDX-BUCKET)
              TO W-BUCKET-TOTAL (IDX-BUCKET).

       F-SUMO-FRANJA.
           EXIT.

       IMPRIMO-SUBTOTALES.
           PERFORM IMPRIMO-SUBTOTAL THRU F-IMPRIMO-SUBTOTAL
              VARYING IDX-CAT FROM 1 BY 1
              UNTIL IDX-CAT > W-CANT-CATEGORIAS.

       F-IMPRIMO-SUBTOTALES.
           EXIT.

       IMPRIMO-SUBTOTAL.
           MOVE TC-CODIGO (IDX-CAT) TO LS-CATEGORIA.
           PERFORM CARGO-SUBTOTAL THRU F-CARGO-SUBTOTAL
              VARYING IDX-BUCKET FROM 1 BY 1 UNTIL IDX-BUCKET > 5.
           MOVE TC-PREVISION (IDX-CAT) TO LS-PREVISION.
           MOVE "T"             TO PIM-ACCION.
           MOVE LINEA-SUBTOTAL  TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       F-IMPRIMO-SUBTOTAL.
           EXIT.

       CARGO-SUBTOTAL.
           MOVE TC-BUCKET (IDX-CAT IDX-BUCKET)
              TO LS-BUCKET (IDX-BUCKET).

       F-CARGO-SUBTOTAL.
           EXIT.

      *----------------------------------------------------------------
      * IMPRIMO-TOTALES: total general, una línea por franja con la
      * deuda, el porcentaje y su previsión, la previsión total y el
      * cuadre de la deuda repartida contra los saldos deudores del
      * maestro.
      *----------------------------------------------------------------
       IMPRIMO-TOTALES.
           PERFORM CARGO-TOTAL THRU F-CARGO-TOTAL
              VARYING IDX-BUCKET FROM 1 BY 1 UNTIL IDX-BUCKET > 5.
           MOVE W-PREVISION-TOTAL TO LG-PREVISION.
           MOVE "T"          TO PIM-ACCION.
           MOVE LINEA-TOTAL  TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           PERFORM IMPRIMO-FRANJA THRU F-IMPRIMO-FRANJA
              VARYING IDX-BUCKET FROM 1 BY 1 UNTIL IDX-BUCKET > 5.
           MOVE W-PREVISION-TOTAL TO LP-TOTAL.
           MOVE LINEA-PREVISION   TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           COMPUTE W-SUMA-INFORME =
              W-BUCKET-TOTAL (1) + W-BUCKET-TOTAL (2) +
              W-BUCKET-TOTAL (3) + W-BUCKET-TOTAL (4) +
              W-BUCKET-TOTAL (5).
           MOVE W-SUMA-DEUDORES TO LQ-SALDOS.
           IF W-SUMA-INFORME = W-SUMA-DEUDORES
              MOVE "INFORME COMPLETO - CUADRA" TO LQ-RESULTADO
           ELSE
              MOVE "NO CUADRA - REVISAR" TO LQ-RESULTADO.
           MOVE LINEA-CUADRE TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           DISPLAY "PREVISION TOTAL: " W-PREVISION-TOTAL.

       F-IMPRIMO-TOTALES.
           EXIT.

       CARGO-TOTAL.
           MOVE W-BUCKET-TOTAL (IDX-BUCKET)
              TO LG-BUCKET (IDX-BUCKET).

       F-CARGO-TOTAL.
           EXIT.

      *    La previsión de la franja se calcula sobre su total, así
      *    que puede diferir en redondeos de la suma por cliente.
       IMPRIMO-FRANJA.
           COMPUTE W-PREVISION-FRANJA ROUNDED =
              W-BUCKET-TOTAL (IDX-BUCKET) * W-PORCENTAJE (IDX-BUCKET)
              / 100.
           MOVE TF-NOMBRE (IDX-BUCKET)      TO LF-NOMBRE.
           MOVE W-BUCKET-TOTAL (IDX-BUCKET) TO LF-DEUDA.
           MOVE W-PORCENTAJE (IDX-BUCKET)   TO LF-PORCENTAJE.
           MOVE W-PREVISION-FRANJA          TO LF-PREVISION.
           MOVE "T"          TO PIM-ACCION.
           MOVE LINEA-FRANJA TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       F-IMPRIMO-FRANJA.
           EXIT.

       END PROGRAM "PREVISION".
