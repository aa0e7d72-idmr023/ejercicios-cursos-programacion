      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Pronóstico semanal de cobranzas: reparte el saldo
      *           pendiente de cada factura abierta entre sus
      *           vencimientos (el pago parcial cancela las cuotas de
      *           la primera a la última) y ubica lo que queda de cada
      *           cuota en la semana de su vencimiento, para las
      *           trece semanas que empiezan en la fecha de proceso,
      *           con una columna de vencido, otra de posterior a las
      *           trece semanas y el total. Una línea por cliente con
      *           saldo pendiente, subtotales por CLI_CATEGORIA y
      *           total general.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PRONCOBR".
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

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY "regcliente.cpy".

       FD  FACTURAS.

           COPY "regfac.cpy".

       WORKING-STORAGE SECTION.

       01  ST-FILE     PIC XX.
       01  ST-FILE-FAC PIC XX.
       01  X           PIC X.

           COPY "paramimp.cpy".

           COPY "paramtar.cpy".

       01  FIN-CLIENTES  PIC X     VALUE "N".
           88  TERMINAR-CLIENTES   VALUE "S".

       01  FIN-FACTURAS  PIC X     VALUE "N".
           88  TERMINAR-FACTURAS   VALUE "S".

       01  W-FECHA-PROCESO.
           02  W-FECHA-PROCESO-9    PIC 9(08).
       01  W-DIAS-PROCESO      PIC 9(07).
       01  W-FECHA-VTO-9       PIC 9(08).
       01  W-DIAS-VTO          PIC 9(07).
       01  W-DIAS-FALTAN       PIC S9(07).
       01  W-SEMANA            PIC 9(05).
       01  W-FECHA-SEMANA-9    PIC 9(08).

       01  W-FECHA-CUOTA       PIC X(08).
       01  W-IMPORTE-CUOTA     PIC S9(9)V9(3).
       01  W-PAGADO            PIC S9(9)V9(3).
       01  W-TOTAL-ANTERIOR    PIC S9(11)V9(3).
       01  W-PENDIENTE-CUOTA   PIC S9(9)V9(3).
       01  W-CANT-CUOTAS       PIC 9.
       01  IDX-VTO             PIC 9.

      *    Columnas: 1 vencido, 2 a 14 semanas 1 a 13, 15 posterior,
      *    16 total.
       01  IDX-COLUMNA         PIC 99.
       01  W-COLUMNAS-CLIENTE.
           02  W-COLUMNA-CLI   PIC S9(11)V9(3) OCCURS 16 TIMES.

       01  W-CANT-CATEGORIAS   PIC 99 VALUE 0.
       01  IDX-CAT             PIC 99.
       01  IDX-CAT-HALLADA     PIC 99.
       01  TABLA-CATEGORIAS.
           02  CATEGORIA-ITEM OCCURS 99 TIMES.
               03  TC-CODIGO       PIC X.
               03  TC-COLUMNA      PIC S9(11)V9(3) OCCURS 16 TIMES.

       01  W-TOTALES.
           02  W-COLUMNA-TOTAL PIC S9(11)V9(3) OCCURS 16 TIMES.

       01  LINEA-COLUMNAS.
           02  FILLER          PIC X(08) VALUE "CLI_ID".
           02  FILLER          PIC X(26) VALUE "CLI_NOMBRE".
           02  FILLER          PIC X(10) VALUE "   VENCIDO".
           02  FILLER          PIC X(10) VALUE "       S01".
           02  FILLER          PIC X(10) VALUE "       S02".
           02  FILLER          PIC X(10) VALUE "       S03".
           02  FILLER          PIC X(10) VALUE "       S04".
           02  FILLER          PIC X(10) VALUE "       S05".
           02  FILLER          PIC X(10) VALUE "       S06".
           02  FILLER          PIC X(10) VALUE "       S07".
           02  FILLER          PIC X(10) VALUE "       S08".
           02  FILLER          PIC X(10) VALUE "       S09".
           02  FILLER          PIC X(10) VALUE "       S10".
           02  FILLER          PIC X(10) VALUE "       S11".
           02  FILLER          PIC X(10) VALUE "       S12".
           02  FILLER          PIC X(10) VALUE "       S13".
           02  FILLER          PIC X(10) VALUE " POSTERIOR".
           02  FILLER          PIC X(10) VALUE "     TOTAL".

       01  LINEA-SEMANAS.
           02  FILLER          PIC X(44)
               VALUE "SEMANA DESDE (IMPORTES SIN DECIMALES)".
           02  LW-SEMANA OCCURS 13 TIMES.
               03  FILLER      PIC X(02) VALUE SPACES.
               03  LW-FECHA    PIC X(08).

       01  LINEA-DETALLE.
           02  LD-CLI-ID       PIC Z(6)9.
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-NOMBRE       PIC X(25).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-COLUMNA      PIC -(9)9 OCCURS 16 TIMES.

       01  LINEA-SUBTOTAL.
           02  FILLER          PIC X(20) VALUE "SUBTOTAL CATEGORIA ".
           02  LS-CATEGORIA    PIC X.
           02  FILLER          PIC X(13) VALUE SPACES.
           02  LS-COLUMNA      PIC -(9)9 OCCURS 16 TIMES.

       01  LINEA-TOTAL.
           02  FILLER          PIC X(34) VALUE "TOTAL GENERAL".
           02  LG-COLUMNA      PIC -(9)9 OCCURS 16 TIMES.

       PROCEDURE DIVISION.
       PABLO.
           PERFORM TOMO-FECHA THRU F-TOMO-FECHA.
           PERFORM ABRO-ARCHIVOS.
           PERFORM IMPRIMO-SEMANAS THRU F-IMPRIMO-SEMANAS.
           PERFORM POSICIONO-CLIENTES THRU F-POSICIONO-CLIENTES.
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
      * TOMO-FECHA: la primera semana del pronóstico empieza en la
      * fecha de la tarjeta de control si está cargada, y si no en la
      * fecha del sistema.
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

       ABRO-ARCHIVOS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
              DISPLAY "ERROR ABRIENDO CLIENTES - ST-FILE " ST-FILE
              ACCEPT X.
           OPEN INPUT FACTURAS.
           IF ST-FILE-FAC > "07"
              DISPLAY "ERROR ABRIENDO FACTURAS - ST " ST-FILE-FAC
              ACCEPT X.
           INITIALIZE PARAMETROS-IMPRESOR.
           MOVE "A"                TO PIM-ACCION.
           MOVE "./pronostico.txt" TO PIM-ARCHIVO.
           MOVE "PRONOSTICO SEMANAL DE COBRANZAS" TO PIM-TITULO.
           MOVE LINEA-COLUMNAS     TO PIM-ENCABEZADO.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE FACTURAS.
           MOVE "C" TO PIM-ACCION.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           CANCEL "IMPRESOR".

      *----------------------------------------------------------------
      * IMPRIMO-SEMANAS: línea con la fecha en que empieza cada una de
      * las trece semanas del pronóstico.
      *----------------------------------------------------------------
       IMPRIMO-SEMANAS.
           PERFORM CARGO-SEMANA THRU F-CARGO-SEMANA
              VARYING W-SEMANA FROM 1 BY 1 UNTIL W-SEMANA > 13.
           MOVE "T"           TO PIM-ACCION.
           MOVE LINEA-SEMANAS TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       F-IMPRIMO-SEMANAS.
           EXIT.

       CARGO-SEMANA.
           COMPUTE W-FECHA-SEMANA-9 = FUNCTION DATE-OF-INTEGER
              (W-DIAS-PROCESO + (W-SEMANA - 1) * 7).
           MOVE W-FECHA-SEMANA-9 TO LW-FECHA (W-SEMANA).

       F-CARGO-SEMANA.
           EXIT.

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

      *----------------------------------------------------------------
      * CICLO-CLIENTES: recorre las facturas del cliente por la
      * ALTERNATE KEY FAC-CLI-ID y reparte el pendiente de cada una
      * en las columnas; el cliente sin pendiente no se lista.
      *----------------------------------------------------------------
       CICLO-CLIENTES.
           INITIALIZE W-COLUMNAS-CLIENTE.
           MOVE "N" TO FIN-FACTURAS.
           MOVE CLI_ID TO FAC-CLI-ID.
           START FACTURAS KEY IS NOT LESS THAN FAC-CLI-ID.
           IF ST-FILE-FAC NOT = "00"
              MOVE "S" TO FIN-FACTURAS.
           PERFORM LEO-FACTURA THRU F-LEO-FACTURA.
           PERFORM REPARTO-FACTURA THRU F-REPARTO-FACTURA
              UNTIL TERMINAR-FACTURAS.
           IF W-COLUMNA-CLI (16) NOT = 0
              PERFORM IMPRIMO-DETALLE THRU F-IMPRIMO-DETALLE
              PERFORM ACUMULO-CATEGORIA THRU F-ACUMULO-CATEGORIA.
           PERFORM LEO-CLIENTE THRU F-LEO-CLIENTE.

       F-CICLO-CLIENTES.
           EXIT.

       LEO-FACTURA.
           IF TERMINAR-FACTURAS
              GO TO F-LEO-FACTURA.
           READ FACTURAS NEXT RECORD.
           IF ST-FILE-FAC NOT = "00"
              MOVE "S" TO FIN-FACTURAS
              GO TO F-LEO-FACTURA.
           IF FAC-CLI-ID NOT = CLI_ID
              MOVE "S" TO FIN-FACTURAS.

       F-LEO-FACTURA.
           EXIT.

      *----------------------------------------------------------------
      * REPARTO-FACTURA: lo ya cobrado o acreditado de la factura
      * cancela sus cuotas de la primera a la última; lo que queda de
      * cada cuota va a la columna de su vencimiento. Una factura sin
      * vencimientos vence entera en la fecha de posteo, y un registro
      * anterior a los importes se considera saldado.
      *----------------------------------------------------------------
       REPARTO-FACTURA.
           PERFORM REPARTO-PENDIENTE THRU F-REPARTO-PENDIENTE.
           PERFORM LEO-FACTURA THRU F-LEO-FACTURA.

       F-REPARTO-FACTURA.
           EXIT.

       REPARTO-PENDIENTE.
           IF FAC-SALDO-PENDIENTE NOT NUMERIC OR
              FAC-IMPORTE NOT NUMERIC
              GO TO F-REPARTO-PENDIENTE.
           IF FAC-SALDO-PENDIENTE NOT > 0
              GO TO F-REPARTO-PENDIENTE.
           COMPUTE W-PAGADO = FAC-IMPORTE - FAC-SALDO-PENDIENTE.
           MOVE W-COLUMNA-CLI (16) TO W-TOTAL-ANTERIOR.
           IF FAC-CANT-VENCIMIENTOS NUMERIC AND
              FAC-CANT-VENCIMIENTOS > 0 AND
              FAC-CANT-VENCIMIENTOS NOT > 4
              MOVE FAC-CANT-VENCIMIENTOS TO W-CANT-CUOTAS
              PERFORM REPARTO-CUOTA THRU F-REPARTO-CUOTA
                 VARYING IDX-VTO FROM 1 BY 1
                 UNTIL IDX-VTO > W-CANT-CUOTAS
           ELSE
              MOVE FAC-FECHA-POSTEO    TO W-FECHA-CUOTA
              MOVE FAC-SALDO-PENDIENTE TO W-PENDIENTE-CUOTA
              PERFORM UBICO-CUOTA THRU F-UBICO-CUOTA
           END-IF.

       F-REPARTO-PENDIENTE.
           EXIT.

      *----------------------------------------------------------------
      * REPARTO-CUOTA: descuenta de la cuota lo pagado que todavía no
      * se imputó y ubica el resto. La última cuota se lleva lo que
      * quede del pendiente, para que la factura sume exactamente
      * FAC-SALDO-PENDIENTE aunque el importe haya cambiado.
      *----------------------------------------------------------------
       REPARTO-CUOTA.
           MOVE FAC-VTO-FECHA (IDX-VTO)   TO W-FECHA-CUOTA.
           MOVE FAC-VTO-IMPORTE (IDX-VTO) TO W-IMPORTE-CUOTA.
           IF W-PAGADO NOT < W-IMPORTE-CUOTA
              SUBTRACT W-IMPORTE-CUOTA FROM W-PAGADO
              MOVE 0 TO W-PENDIENTE-CUOTA
           ELSE
              COMPUTE W-PENDIENTE-CUOTA = W-IMPORTE-CUOTA - W-PAGADO
              MOVE 0 TO W-PAGADO
           END-IF.
           IF IDX-VTO = W-CANT-CUOTAS
              COMPUTE W-PENDIENTE-CUOTA = FAC-SALDO-PENDIENTE -
                 (W-COLUMNA-CLI (16) - W-TOTAL-ANTERIOR).
           IF W-PENDIENTE-CUOTA NOT = 0
              PERFORM UBICO-CUOTA THRU F-UBICO-CUOTA.

       F-REPARTO-CUOTA.
           EXIT.

      *----------------------------------------------------------------
      * UBICO-CUOTA: columna según los días entre la fecha de proceso
      * y el vencimiento. Una fecha ilegible se toma como vencida.
      *----------------------------------------------------------------
       UBICO-CUOTA.
           PERFORM CALCULO-COLUMNA THRU F-CALCULO-COLUMNA.
           ADD W-PENDIENTE-CUOTA TO W-COLUMNA-CLI (IDX-COLUMNA).
           ADD W-PENDIENTE-CUOTA TO W-COLUMNA-CLI (16).

       F-UBICO-CUOTA.
           EXIT.

       CALCULO-COLUMNA.
           IF W-FECHA-CUOTA NOT NUMERIC
              MOVE 1 TO IDX-COLUMNA
              GO TO F-CALCULO-COLUMNA.
           MOVE W-FECHA-CUOTA TO W-FECHA-VTO-9.
           COMPUTE W-DIAS-VTO =
              FUNCTION INTEGER-OF-DATE(W-FECHA-VTO-9).
           COMPUTE W-DIAS-FALTAN = W-DIAS-VTO - W-DIAS-PROCESO.
           EVALUATE TRUE
               WHEN W-DIAS-VTO = 0
                   MOVE 1 TO IDX-COLUMNA
               WHEN W-DIAS-FALTAN < 0
                   MOVE 1 TO IDX-COLUMNA
               WHEN W-DIAS-FALTAN < 91
                   COMPUTE IDX-COLUMNA = W-DIAS-FALTAN / 7 + 2
               WHEN OTHER
                   MOVE 15 TO IDX-COLUMNA
           END-EVALUATE.

       F-CALCULO-COLUMNA.
           EXIT.

       IMPRIMO-DETALLE.
           MOVE CLI_ID     TO LD-CLI-ID.
           MOVE CLI_NOMBRE TO LD-NOMBRE.
           PERFORM CARGO-COLUMNA THRU F-CARGO-COLUMNA
              VARYING IDX-COLUMNA FROM 1 BY 1 UNTIL IDX-COLUMNA > 16.
           MOVE "D"           TO PIM-ACCION.
           MOVE LINEA-DETALLE TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       F-IMPRIMO-DETALLE.
           EXIT.

       CARGO-COLUMNA.
           MOVE W-COLUMNA-CLI (IDX-COLUMNA) TO LD-COLUMNA (IDX-COLUMNA).

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
           PERFORM SUMO-COLUMNA THRU F-SUMO-COLUMNA
              VARYING IDX-COLUMNA FROM 1 BY 1 UNTIL IDX-COLUMNA > 16.

       F-ACUMULO-CATEGORIA.
           EXIT.

       SUMO-COLUMNA.
           ADD W-COLUMNA-CLI (IDX-COLUMNA)
              TO TC-COLUMNA (IDX-CAT-HALLADA IDX-COLUMNA).
           ADD W-COLUMNA-CLI (IDX-COLUMNA)
              TO W-COLUMNA-TOTAL (IDX-COLUMNA).

       F-SUMO-COLUMNA.
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
              VARYING IDX-COLUMNA FROM 1 BY 1 UNTIL IDX-COLUMNA > 16.
           MOVE "T"             TO PIM-ACCION.
           MOVE LINEA-SUBTOTAL  TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       F-IMPRIMO-SUBTOTAL.
           EXIT.

       CARGO-SUBTOTAL.
           MOVE TC-COLUMNA (IDX-CAT IDX-COLUMNA)
              TO LS-COLUMNA (IDX-COLUMNA).

       F-CARGO-SUBTOTAL.
           EXIT.

       IMPRIMO-TOTALES.
           PERFORM CARGO-TOTAL THRU F-CARGO-TOTAL
              VARYING IDX-COLUMNA FROM 1 BY 1 UNTIL IDX-COLUMNA > 16.
           MOVE "T"          TO PIM-ACCION.
           MOVE LINEA-TOTAL  TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       F-IMPRIMO-TOTALES.
           EXIT.

       CARGO-TOTAL.
           MOVE W-COLUMNA-TOTAL (IDX-COLUMNA)
              TO LG-COLUMNA (IDX-COLUMNA).

       F-CARGO-TOTAL.
           EXIT.

       END PROGRAM "PRONCOBR".
