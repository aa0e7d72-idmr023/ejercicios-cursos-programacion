      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Informe mensual de comportamiento de pago para el
      *           comité de créditos. Dado un período AAAAMM toma el
      *           trimestre que termina en él y el trimestre anterior,
      *           y por cada cliente con facturas canceladas en ellos
      *           o con saldo pendiente imprime una línea con los días
      *           promedio y ponderados por importe desde la factura
      *           hasta su cancelación (FAC-FECHA-CANCELACION), el
      *           porcentaje de facturas pagadas después del último
      *           vencimiento, el atraso más largo (contando también
      *           las facturas todavía abiertas y vencidas al fin del
      *           período), los días ponderados del trimestre anterior
      *           y la tendencia. Marca al cliente cuyo comportamiento
      *           no condice con su límite de crédito o su estado y
      *           repite esos clientes en una sección de excepciones,
      *           para que el comité revise sólo esas cuentas. Cierra
      *           con el DSO por CLI_CATEGORIA y general: pendiente de
      *           cobro al fin del período sobre las ventas netas del
      *           trimestre, por los días del trimestre. Las facturas
      *           castigadas o acreditadas enteras por notas de
      *           crédito no miden comportamiento de pago y se dejan
      *           fuera.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "COMPPAGO".
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

           COPY "paramtar.cpy".

           COPY "paramimp.cpy".

       01  W-PERIODO         PIC X(06).
       01  W-PERIODO-R REDEFINES W-PERIODO.
           02  W-PER-ANIO    PIC 9(04).
           02  W-PER-MES     PIC 9(02).

       01  W-TOLERANCIA      PIC 9(03).
       01  W-PCT-MAXIMO      PIC 9(03).
       01  W-MARGEN-TENDENCIA PIC 9(03) VALUE 5.

      *----------------------------------------------------------------
      * Ventanas de fechas: el trimestre actual va del primer día de
      * dos meses antes del período al último día del período; el
      * anterior, de cinco meses antes hasta el día previo al actual.
      * Las fechas se comparan como AAAAMMDD, así que el fin del
      * período alcanza con el día 31.
      *----------------------------------------------------------------
       01  W-INI-ACTUAL      PIC X(08).
       01  W-FIN-ACTUAL      PIC X(08).
       01  W-INI-ANTERIOR    PIC X(08).
       01  W-MES-SIGUIENTE   PIC X(08).
       01  W-DIAS-VENTANA    PIC 9(05).

       01  W-MESES           PIC 9(07).
       01  W-DESPLAZO        PIC S9(03).
       01  W-CALC-FECHA.
           02  W-CALC-ANIO   PIC 9(04).
           02  W-CALC-MES    PIC 9(02).
           02  W-CALC-DIA    PIC X(02) VALUE "01".
       01  W-CALC-RESTO      PIC 9(02).

       01  W-FECHA-9         PIC 9(08).
       01  W-DIAS-FIN        PIC 9(07).
       01  W-DIAS-POSTEO     PIC 9(07).
       01  W-DIAS-CANCEL     PIC 9(07).
       01  W-DIAS-VTO        PIC 9(07).
       01  W-DIAS-PAGO       PIC S9(07).
       01  W-ATRASO          PIC S9(07).
       01  W-FECHA-VTO       PIC X(08).

       01  FIN-CLIENTES  PIC X     VALUE "N".
           88  TERMINAR-CLIENTES   VALUE "S".
       01  FIN-FACTURAS  PIC X     VALUE "N".
           88  TERMINAR-FACTURAS   VALUE "S".

      *----------------------------------------------------------------
      * Acumuladores del cliente en curso.
      *----------------------------------------------------------------
       01  ACUMULADOS-CLIENTE.
           02  AC-CANT-PAGADAS     PIC 9(05).
           02  AC-CANT-TARDE       PIC 9(05).
           02  AC-SUMA-DIAS        PIC S9(09).
           02  AC-SUMA-PONDERADA   PIC S9(15)V9(3).
           02  AC-SUMA-IMPORTE     PIC S9(11)V9(3).
           02  AC-ATRASO-MAXIMO    PIC S9(07).
           02  AC-CANT-VENCIDAS    PIC 9(05).
           02  AC-PENDIENTE        PIC S9(11)V9(3).
           02  AC-VENTAS           PIC S9(11)V9(3).
           02  AC-ANT-CANT         PIC 9(05).
           02  AC-ANT-PONDERADA    PIC S9(15)V9(3).
           02  AC-ANT-IMPORTE      PIC S9(11)V9(3).

       01  W-DIAS-PROMEDIO   PIC S9(05).
       01  W-DIAS-PONDERADO  PIC S9(05).
       01  W-DIAS-PONDERADO-ANT PIC S9(05).
       01  W-PCT-TARDE       PIC 9(03).
       01  W-DIFERENCIA      PIC S9(05).
       01  W-LIMITE          PIC S9(7)V9(3).

       01  W-PAGA-MAL        PIC X.
           88  PAGA-MAL            VALUE "S".
       01  W-PAGA-BIEN       PIC X.
           88  PAGA-BIEN           VALUE "S".
       01  W-HAY-MARCA       PIC X.
           88  HAY-MARCA           VALUE "S".

       01  W-CANT-CLIENTES   PIC 9(05) VALUE 0.
       01  W-CANT-MARCADOS   PIC 9(05) VALUE 0.

      *----------------------------------------------------------------
      * TABLA-EXCEPCIONES: las líneas de los clientes marcados, que se
      * vuelven a imprimir juntas al final del detalle.
      *----------------------------------------------------------------
       01  W-CANT-EXCEPCIONES PIC 9(04) VALUE 0.
       01  IDX-EXC            PIC 9(04).
       01  TABLA-EXCEPCIONES.
           02  TE-LINEA      PIC X(170) OCCURS 1000 TIMES.

      *----------------------------------------------------------------
      * TABLA-CATEGORIAS: pendiente y ventas por CLI_CATEGORIA para el
      * DSO; la última vuelta suma el total general.
      *----------------------------------------------------------------
       01  W-CANT-CATEGORIAS PIC 9(02) VALUE 0.
       01  IDX-CAT           PIC 9(02).
       01  IDX-CAT-HALLADA   PIC 9(02).
       01  TABLA-CATEGORIAS.
           02  TC-ITEM OCCURS 40 TIMES.
               03  TC-CATEGORIA    PIC X(01).
               03  TC-CANT-CLIENTES PIC 9(05).
               03  TC-PENDIENTE    PIC S9(13)V9(3).
               03  TC-VENTAS       PIC S9(13)V9(3).
       01  W-TOTAL-CLIENTES  PIC 9(05) VALUE 0.
       01  W-TOTAL-PENDIENTE PIC S9(13)V9(3) VALUE 0.
       01  W-TOTAL-VENTAS    PIC S9(13)V9(3) VALUE 0.
       01  W-DSO             PIC S9(07)V9.

       01  LINEA-TITULO.
           02  FILLER          PIC X(34)
               VALUE "COMPORTAMIENTO DE PAGO - PERIODO ".
           02  LT-PERIODO      PIC X(06).
           02  FILLER          PIC X(10) VALUE " - DESDE ".
           02  LT-DESDE        PIC X(08).

       01  LINEA-COLUMNAS.
           02  FILLER          PIC X(08) VALUE "CLI_ID".
           02  FILLER          PIC X(26) VALUE "RAZON SOCIAL".
           02  FILLER          PIC X(04) VALUE "CAT".
           02  FILLER          PIC X(04) VALUE "EST".
           02  FILLER          PIC X(14) VALUE "LIMITE".
           02  FILLER          PIC X(14) VALUE "PENDIENTE".
           02  FILLER          PIC X(06) VALUE "PAGAD".
           02  FILLER          PIC X(06) VALUE "PROM".
           02  FILLER          PIC X(06) VALUE "POND".
           02  FILLER          PIC X(06) VALUE "%TARD".
           02  FILLER          PIC X(07) VALUE "ATRASO".
           02  FILLER          PIC X(06) VALUE "VENC".
           02  FILLER          PIC X(07) VALUE "P.ANT".
           02  FILLER          PIC X(09) VALUE "TENDENCIA".
           02  FILLER          PIC X(06) VALUE " MARCA".

       01  LINEA-SECCION.
           02  FILLER          PIC X(04) VALUE "*** ".
           02  LX-TEXTO        PIC X(60).

       01  LINEA-DETALLE.
           02  LD-CLI-ID       PIC 9(07).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-RAZONSOCIAL  PIC X(25).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LD-CATEGORIA    PIC X(01).
           02  FILLER          PIC X(03) VALUE SPACES.
           02  LD-ESTADO       PIC X(01).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-LIMITE       PIC -(9)9,99.
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-PENDIENTE    PIC -(9)9,99.
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-PAGADAS      PIC Z(4)9.
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-PROMEDIO     PIC X(05).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-PONDERADO    PIC X(05).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-PCT-TARDE    PIC X(05).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-ATRASO       PIC -(5)9.
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-VENCIDAS     PIC Z(4)9.
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-PONDERADO-ANT PIC X(05).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LD-TENDENCIA    PIC X(08).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-MARCA-1      PIC X(15).
           02  LD-MARCA-2      PIC X(15).
           02  LD-MARCA-3      PIC X(15).

       01  W-DIAS-EDIT       PIC -(4)9.
       01  W-PCT-EDIT        PIC ZZ9.
       01  W-PCT-TEXTO.
           02  PT-VALOR      PIC X(03).
           02  FILLER        PIC X(02) VALUE "% ".

       01  LINEA-DSO.
           02  FILLER          PIC X(10) VALUE "CATEGORIA ".
           02  LS-CATEGORIA    PIC X(08).
           02  LS-CLIENTES     PIC Z(4)9.
           02  FILLER          PIC X(10) VALUE " CLIENTES ".
           02  FILLER          PIC X(11) VALUE "PENDIENTE: ".
           02  LS-PENDIENTE    PIC -(11)9,99.
           02  FILLER          PIC X(10) VALUE "  VENTAS: ".
           02  LS-VENTAS       PIC -(11)9,99.
           02  FILLER          PIC X(07) VALUE "  DSO: ".
           02  LS-DSO          PIC X(10).

       01  W-DSO-EDIT        PIC Z(6)9,9.

       PROCEDURE DIVISION.
       PABLO.
           PERFORM PIDO-PARAMETROS THRU F-PIDO-PARAMETROS.
           PERFORM ARMO-VENTANAS THRU F-ARMO-VENTANAS.
           PERFORM ABRO-ARCHIVOS.
           MOVE "DETALLE POR CLIENTE" TO LX-TEXTO.
           PERFORM IMPRIMO-SECCION THRU F-IMPRIMO-SECCION.
           PERFORM POSICIONO-CLIENTES THRU F-POSICIONO-CLIENTES.
           PERFORM CICLO-CLIENTES THRU F-CICLO-CLIENTES
              UNTIL TERMINAR-CLIENTES.
           MOVE "EXCEPCIONES PARA REVISION DEL COMITE" TO LX-TEXTO.
           PERFORM IMPRIMO-SECCION THRU F-IMPRIMO-SECCION.
           PERFORM IMPRIMO-EXCEPCION THRU F-IMPRIMO-EXCEPCION
              VARYING IDX-EXC FROM 1 BY 1
              UNTIL IDX-EXC > W-CANT-EXCEPCIONES.
           MOVE "DSO POR CATEGORIA DE CLIENTE" TO LX-TEXTO.
           PERFORM IMPRIMO-SECCION THRU F-IMPRIMO-SECCION.
           PERFORM IMPRIMO-CATEGORIA THRU F-IMPRIMO-CATEGORIA
              VARYING IDX-CAT FROM 1 BY 1
              UNTIL IDX-CAT > W-CANT-CATEGORIAS.
           PERFORM IMPRIMO-DSO-GENERAL THRU F-IMPRIMO-DSO-GENERAL.
           PERFORM CIERRO-ARCHIVOS.
           DISPLAY "CLIENTES INFORMADOS..: " W-CANT-CLIENTES.
           DISPLAY "CLIENTES MARCADOS....: " W-CANT-MARCADOS.
           STOP RUN.

      *----------------------------------------------------------------
      * PIDO-PARAMETROS: el período sale de la tarjeta de control si
      * está cargado; sin tarjeta se lo pide al operador. Los días de
      * atraso tolerados y el porcentaje máximo de facturas pagadas
      * tarde se piden siempre.
      *----------------------------------------------------------------
       PIDO-PARAMETROS.
           CALL "TARJETA" USING PARAMETROS-TARJETA.
           CANCEL "TARJETA".
           IF TAR-OK AND TAR-PERIODO NOT = SPACES
              MOVE TAR-PERIODO TO W-PERIODO
              DISPLAY "PERIODO (TARJETA): " W-PERIODO
           ELSE
              DISPLAY "PERIODO (AAAAMM): " WITH NO ADVANCING
              ACCEPT W-PERIODO.
           IF W-PERIODO NOT NUMERIC OR W-PER-MES < 1 OR W-PER-MES > 12
              DISPLAY "PERIODO INVALIDO: " W-PERIODO
              STOP RUN.
           DISPLAY "DIAS DE ATRASO TOLERADOS (0=15)..: "
              WITH NO ADVANCING.
           ACCEPT W-TOLERANCIA.
           IF W-TOLERANCIA NOT NUMERIC OR W-TOLERANCIA = 0
              MOVE 15 TO W-TOLERANCIA.
           DISPLAY "% MAXIMO PAGADO TARDE (0=25).....: "
              WITH NO ADVANCING.
           ACCEPT W-PCT-MAXIMO.
           IF W-PCT-MAXIMO NOT NUMERIC OR W-PCT-MAXIMO = 0
              MOVE 25 TO W-PCT-MAXIMO.

       F-PIDO-PARAMETROS.
           EXIT.

      *----------------------------------------------------------------
      * ARMO-VENTANAS: fechas de los dos trimestres y días corridos
      * del actual, para el DSO.
      *----------------------------------------------------------------
       ARMO-VENTANAS.
           MOVE -2 TO W-DESPLAZO.
           PERFORM CALCULO-MES THRU F-CALCULO-MES.
           MOVE W-CALC-FECHA TO W-INI-ACTUAL.
           MOVE -5 TO W-DESPLAZO.
           PERFORM CALCULO-MES THRU F-CALCULO-MES.
           MOVE W-CALC-FECHA TO W-INI-ANTERIOR.
           MOVE 1 TO W-DESPLAZO.
           PERFORM CALCULO-MES THRU F-CALCULO-MES.
           MOVE W-CALC-FECHA TO W-MES-SIGUIENTE.
           MOVE W-PERIODO TO W-FIN-ACTUAL.
           MOVE "31"      TO W-FIN-ACTUAL (7:2).
           MOVE W-MES-SIGUIENTE TO W-FECHA-9.
           COMPUTE W-DIAS-FIN =
              FUNCTION INTEGER-OF-DATE(W-FECHA-9) - 1.
           MOVE W-INI-ACTUAL TO W-FECHA-9.
           COMPUTE W-DIAS-VENTANA = W-DIAS-FIN + 1 -
              FUNCTION INTEGER-OF-DATE(W-FECHA-9).

       F-ARMO-VENTANAS.
           EXIT.

      *----------------------------------------------------------------
      * CALCULO-MES: primer día del mes que está W-DESPLAZO meses
      * antes (negativo) o después del período.
      *----------------------------------------------------------------
       CALCULO-MES.
           COMPUTE W-MESES = W-PER-ANIO * 12 + W-PER-MES - 1
              + W-DESPLAZO.
           DIVIDE W-MESES BY 12 GIVING W-CALC-ANIO
              REMAINDER W-CALC-RESTO.
           COMPUTE W-CALC-MES = W-CALC-RESTO + 1.

       F-CALCULO-MES.
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
           MOVE W-PERIODO    TO LT-PERIODO.
           MOVE W-INI-ACTUAL TO LT-DESDE.
           INITIALIZE PARAMETROS-IMPRESOR.
           MOVE "A"                    TO PIM-ACCION.
           MOVE "./comportamiento.txt" TO PIM-ARCHIVO.
           MOVE LINEA-TITULO           TO PIM-TITULO.
           MOVE LINEA-COLUMNAS         TO PIM-ENCABEZADO.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE FACTURAS.
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

       POSICIONO-CLIENTES.
           MOVE LOW-VALUES TO ID_CLIENTE.
           START CLIENTES KEY IS NOT LESS THAN ID_CLIENTE.
           IF ST-FILE NOT = "00"
              MOVE "S" TO FIN-CLIENTES
              GO TO F-POSICIONO-CLIENTES.
           PERFORM LEO-CLIENTE THRU F-LEO-CLIENTE.

       F-POSICIONO-CLIENTES.
           EXIT.

       LEO-CLIENTE.
           READ CLIENTES NEXT RECORD.
           IF ST-FILE NOT = "00"
              MOVE "S" TO FIN-CLIENTES.

       F-LEO-CLIENTE.
           EXIT.

      *----------------------------------------------------------------
      * CICLO-CLIENTES: acumula las facturas del cliente por la clave
      * alternativa FAC-CLI-ID; el cliente sin facturas canceladas en
      * los dos trimestres ni saldo pendiente no se informa. Los dados
      * de baja no se revisan.
      *----------------------------------------------------------------
       CICLO-CLIENTES.
           IF CLI-DADO-DE-BAJA
              GO TO SIGO-CLIENTES.
           INITIALIZE ACUMULADOS-CLIENTE.
           MOVE "N" TO FIN-FACTURAS.
           MOVE CLI_ID TO FAC-CLI-ID.
           START FACTURAS KEY IS EQUAL FAC-CLI-ID.
           IF ST-FILE-FAC NOT = "00"
              GO TO SIGO-CLIENTES.
           PERFORM LEO-FACTURA THRU F-LEO-FACTURA.
           PERFORM ACUMULO-FACTURA THRU F-ACUMULO-FACTURA
              UNTIL TERMINAR-FACTURAS.
           PERFORM SUMO-CATEGORIA THRU F-SUMO-CATEGORIA.
           IF AC-CANT-PAGADAS = 0 AND AC-ANT-CANT = 0
              AND AC-PENDIENTE NOT > 0
              GO TO SIGO-CLIENTES.
           PERFORM INFORMO-CLIENTE THRU F-INFORMO-CLIENTE.

       SIGO-CLIENTES.
           PERFORM LEO-CLIENTE THRU F-LEO-CLIENTE.

       F-CICLO-CLIENTES.
           EXIT.

       LEO-FACTURA.
           READ FACTURAS NEXT RECORD.
           IF ST-FILE-FAC NOT = "00" OR FAC-CLI-ID NOT = CLI_ID
              MOVE "S" TO FIN-FACTURAS.

       F-LEO-FACTURA.
           EXIT.

      *----------------------------------------------------------------
      * ACUMULO-FACTURA: una factura del cliente. Las anteriores a la
      * partida abierta (importe no numérico), las castigadas, las
      * acreditadas enteras y las posteadas después del período no
      * cuentan. La cancelada en el trimestre actual suma días de
      * pago y atraso contra su último vencimiento; la cancelada en
      * el anterior, a la tendencia. La que al fin del período seguía
      * abierta suma al pendiente (la cancelada después, por su
      * importe neto, la abierta hoy por su pendiente actual) y, si
      * ya estaba vencida, a las vencidas y al atraso más largo.
      *----------------------------------------------------------------
       ACUMULO-FACTURA.
           IF FAC-IMPORTE NOT NUMERIC
              GO TO SIGO-FACTURAS.
           IF FAC-FECHA-CASTIGO NUMERIC
              GO TO SIGO-FACTURAS.
           IF FAC-ACREDITADO NUMERIC
              AND FAC-ACREDITADO NOT < FAC-IMPORTE
              GO TO SIGO-FACTURAS.
           IF FAC-FECHA-POSTEO NOT NUMERIC
              OR FAC-FECHA-POSTEO > W-FIN-ACTUAL
              GO TO SIGO-FACTURAS.
           IF FAC-FECHA-POSTEO NOT < W-INI-ACTUAL
              ADD FAC-IMPORTE TO AC-VENTAS
              IF FAC-ACREDITADO NUMERIC
                 SUBTRACT FAC-ACREDITADO FROM AC-VENTAS
              END-IF
           END-IF.
           PERFORM BUSCO-VENCIMIENTO THRU F-BUSCO-VENCIMIENTO.
           MOVE FAC-FECHA-POSTEO TO W-FECHA-9.
           COMPUTE W-DIAS-POSTEO = FUNCTION INTEGER-OF-DATE(W-FECHA-9).
           MOVE W-FECHA-VTO TO W-FECHA-9.
           COMPUTE W-DIAS-VTO = FUNCTION INTEGER-OF-DATE(W-FECHA-9).
           IF FAC-FECHA-CANCELACION NUMERIC
              AND FAC-FECHA-CANCELACION NOT > W-FIN-ACTUAL
              PERFORM ACUMULO-CANCELADA THRU F-ACUMULO-CANCELADA
           ELSE
              PERFORM ACUMULO-ABIERTA THRU F-ACUMULO-ABIERTA.

       SIGO-FACTURAS.
           PERFORM LEO-FACTURA THRU F-LEO-FACTURA.

       F-ACUMULO-FACTURA.
           EXIT.

      *----------------------------------------------------------------
      * BUSCO-VENCIMIENTO: el último vencimiento de la factura; la que
      * no tiene vencimientos vence entera en su fecha de posteo.
      *----------------------------------------------------------------
       BUSCO-VENCIMIENTO.
           MOVE FAC-FECHA-POSTEO TO W-FECHA-VTO.
           IF FAC-CANT-VENCIMIENTOS NOT NUMERIC
              OR FAC-CANT-VENCIMIENTOS = 0
              OR FAC-CANT-VENCIMIENTOS > 4
              GO TO F-BUSCO-VENCIMIENTO.
           IF FAC-VTO-FECHA (FAC-CANT-VENCIMIENTOS) NUMERIC
              MOVE FAC-VTO-FECHA (FAC-CANT-VENCIMIENTOS)
                 TO W-FECHA-VTO.

       F-BUSCO-VENCIMIENTO.
           EXIT.

       ACUMULO-CANCELADA.
           MOVE FAC-FECHA-CANCELACION TO W-FECHA-9.
           COMPUTE W-DIAS-CANCEL = FUNCTION INTEGER-OF-DATE(W-FECHA-9).
           COMPUTE W-DIAS-PAGO = W-DIAS-CANCEL - W-DIAS-POSTEO.
           IF W-DIAS-PAGO < 0
              MOVE 0 TO W-DIAS-PAGO.
           IF FAC-FECHA-CANCELACION < W-INI-ANTERIOR
              GO TO F-ACUMULO-CANCELADA.
           IF FAC-FECHA-CANCELACION < W-INI-ACTUAL
              ADD 1 TO AC-ANT-CANT
              COMPUTE AC-ANT-PONDERADA = AC-ANT-PONDERADA
                 + W-DIAS-PAGO * FAC-IMPORTE
              ADD FAC-IMPORTE TO AC-ANT-IMPORTE
              GO TO F-ACUMULO-CANCELADA.
           ADD 1 TO AC-CANT-PAGADAS.
           ADD W-DIAS-PAGO TO AC-SUMA-DIAS.
           COMPUTE AC-SUMA-PONDERADA = AC-SUMA-PONDERADA
              + W-DIAS-PAGO * FAC-IMPORTE.
           ADD FAC-IMPORTE TO AC-SUMA-IMPORTE.
           COMPUTE W-ATRASO = W-DIAS-CANCEL - W-DIAS-VTO.
           IF W-ATRASO > 0
              ADD 1 TO AC-CANT-TARDE.
           IF W-ATRASO > AC-ATRASO-MAXIMO
              MOVE W-ATRASO TO AC-ATRASO-MAXIMO.

       F-ACUMULO-CANCELADA.
           EXIT.

       ACUMULO-ABIERTA.
           IF FAC-FECHA-CANCELACION NUMERIC
              ADD FAC-IMPORTE TO AC-PENDIENTE
              IF FAC-ACREDITADO NUMERIC
                 SUBTRACT FAC-ACREDITADO FROM AC-PENDIENTE
              END-IF
           ELSE
              IF FAC-SALDO-PENDIENTE NOT NUMERIC
                 OR FAC-SALDO-PENDIENTE NOT > 0
                 GO TO F-ACUMULO-ABIERTA
              END-IF
              ADD FAC-SALDO-PENDIENTE TO AC-PENDIENTE
           END-IF.
           COMPUTE W-ATRASO = W-DIAS-FIN - W-DIAS-VTO.
           IF W-ATRASO > 0
              ADD 1 TO AC-CANT-VENCIDAS.
           IF W-ATRASO > AC-ATRASO-MAXIMO
              MOVE W-ATRASO TO AC-ATRASO-MAXIMO.

       F-ACUMULO-ABIERTA.
           EXIT.

      *----------------------------------------------------------------
      * SUMO-CATEGORIA: pendiente y ventas del cliente a su
      * categoría, para el DSO; la tabla se arma a medida que
      * aparecen las categorías.
      *----------------------------------------------------------------
       SUMO-CATEGORIA.
           IF AC-PENDIENTE = 0 AND AC-VENTAS = 0
              GO TO F-SUMO-CATEGORIA.
           MOVE 0 TO IDX-CAT-HALLADA.
           PERFORM BUSCO-CATEGORIA THRU F-BUSCO-CATEGORIA
              VARYING IDX-CAT FROM 1 BY 1
              UNTIL IDX-CAT > W-CANT-CATEGORIAS
                 OR IDX-CAT-HALLADA > 0.
           IF IDX-CAT-HALLADA = 0
              IF W-CANT-CATEGORIAS < 40
                 ADD 1 TO W-CANT-CATEGORIAS
                 MOVE W-CANT-CATEGORIAS TO IDX-CAT-HALLADA
                 MOVE CLI_CATEGORIA TO TC-CATEGORIA (IDX-CAT-HALLADA)
                 MOVE 0 TO TC-CANT-CLIENTES (IDX-CAT-HALLADA)
                           TC-PENDIENTE (IDX-CAT-HALLADA)
                           TC-VENTAS (IDX-CAT-HALLADA)
              ELSE
                 DISPLAY "AVISO: MAS DE 40 CATEGORIAS - CLIENTE "
                    CLI_ID " SOLO EN EL TOTAL GENERAL"
              END-IF
           END-IF.
           IF IDX-CAT-HALLADA > 0
              ADD 1            TO TC-CANT-CLIENTES (IDX-CAT-HALLADA)
              ADD AC-PENDIENTE TO TC-PENDIENTE (IDX-CAT-HALLADA)
              ADD AC-VENTAS    TO TC-VENTAS (IDX-CAT-HALLADA).
           ADD 1            TO W-TOTAL-CLIENTES.
           ADD AC-PENDIENTE TO W-TOTAL-PENDIENTE.
           ADD AC-VENTAS    TO W-TOTAL-VENTAS.

       F-SUMO-CATEGORIA.
           EXIT.

       BUSCO-CATEGORIA.
           IF TC-CATEGORIA (IDX-CAT) = CLI_CATEGORIA
              MOVE IDX-CAT TO IDX-CAT-HALLADA.

       F-BUSCO-CATEGORIA.
           EXIT.

      *----------------------------------------------------------------
      * INFORMO-CLIENTE: calcula los indicadores, decide las marcas e
      * imprime la línea del cliente; la marcada se guarda además
      * para la sección de excepciones.
      *----------------------------------------------------------------
       INFORMO-CLIENTE.
           ADD 1 TO W-CANT-CLIENTES.
           MOVE SPACES TO LINEA-DETALLE.
           MOVE CLI_ID          TO LD-CLI-ID.
           MOVE CLI_RAZONSOCIAL TO LD-RAZONSOCIAL.
           MOVE CLI_CATEGORIA   TO LD-CATEGORIA.
           MOVE CLI_ESTADO      TO LD-ESTADO.
           IF CLI_LIMITE_CREDITO NUMERIC
              MOVE CLI_LIMITE_CREDITO TO W-LIMITE
           ELSE
              MOVE 0 TO W-LIMITE.
           MOVE W-LIMITE        TO LD-LIMITE.
           MOVE AC-PENDIENTE    TO LD-PENDIENTE.
           MOVE AC-CANT-PAGADAS TO LD-PAGADAS.
           MOVE AC-ATRASO-MAXIMO TO LD-ATRASO.
           MOVE AC-CANT-VENCIDAS TO LD-VENCIDAS.
           PERFORM CALCULO-INDICADORES THRU F-CALCULO-INDICADORES.
           PERFORM DECIDO-MARCAS THRU F-DECIDO-MARCAS.
           MOVE "D"           TO PIM-ACCION.
           MOVE LINEA-DETALLE TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           IF HAY-MARCA
              ADD 1 TO W-CANT-MARCADOS
              IF W-CANT-EXCEPCIONES < 1000
                 ADD 1 TO W-CANT-EXCEPCIONES
                 MOVE LINEA-DETALLE TO TE-LINEA (W-CANT-EXCEPCIONES)
              ELSE
                 DISPLAY "AVISO: MAS DE 1000 EXCEPCIONES - CLIENTE "
                    CLI_ID " SOLO EN EL DETALLE"
              END-IF
           END-IF.

       F-INFORMO-CLIENTE.
           EXIT.

       CALCULO-INDICADORES.
           MOVE "  S/D" TO LD-PROMEDIO LD-PONDERADO LD-PCT-TARDE
                           LD-PONDERADO-ANT.
           MOVE "S/D"   TO LD-TENDENCIA.
           MOVE 0 TO W-DIAS-PONDERADO W-DIAS-PONDERADO-ANT W-PCT-TARDE.
           IF AC-CANT-PAGADAS > 0
              COMPUTE W-DIAS-PROMEDIO ROUNDED =
                 AC-SUMA-DIAS / AC-CANT-PAGADAS
              MOVE W-DIAS-PROMEDIO TO W-DIAS-EDIT
              MOVE W-DIAS-EDIT     TO LD-PROMEDIO
              IF AC-SUMA-IMPORTE > 0
                 COMPUTE W-DIAS-PONDERADO ROUNDED =
                    AC-SUMA-PONDERADA / AC-SUMA-IMPORTE
              ELSE
                 MOVE W-DIAS-PROMEDIO TO W-DIAS-PONDERADO
              END-IF
              MOVE W-DIAS-PONDERADO TO W-DIAS-EDIT
              MOVE W-DIAS-EDIT      TO LD-PONDERADO
              COMPUTE W-PCT-TARDE ROUNDED =
                 AC-CANT-TARDE * 100 / AC-CANT-PAGADAS
              MOVE W-PCT-TARDE TO W-PCT-EDIT
              MOVE W-PCT-EDIT  TO PT-VALOR
              MOVE W-PCT-TEXTO TO LD-PCT-TARDE
           END-IF.
           IF AC-ANT-CANT > 0
              IF AC-ANT-IMPORTE > 0
                 COMPUTE W-DIAS-PONDERADO-ANT ROUNDED =
                    AC-ANT-PONDERADA / AC-ANT-IMPORTE
              END-IF
              MOVE W-DIAS-PONDERADO-ANT TO W-DIAS-EDIT
              MOVE W-DIAS-EDIT          TO LD-PONDERADO-ANT
           END-IF.
           IF AC-CANT-PAGADAS > 0 AND AC-ANT-CANT > 0
              COMPUTE W-DIFERENCIA =
                 W-DIAS-PONDERADO - W-DIAS-PONDERADO-ANT
              EVALUATE TRUE
                  WHEN W-DIFERENCIA > W-MARGEN-TENDENCIA
                      MOVE "EMPEORA" TO LD-TENDENCIA
                  WHEN W-DIFERENCIA < 0 - W-MARGEN-TENDENCIA
                      MOVE "MEJORA"  TO LD-TENDENCIA
                  WHEN OTHER
                      MOVE "ESTABLE" TO LD-TENDENCIA
              END-EVALUATE
           END-IF.

       F-CALCULO-INDICADORES.
           EXIT.

      *----------------------------------------------------------------
      * DECIDO-MARCAS: paga mal el que supera el porcentaje de
      * facturas tardías o el atraso tolerado (pagadas o todavía
      * vencidas); paga bien el que canceló facturas en el trimestre
      * sin ninguna tardía ni vencida. Marcas:
      *   EXCEDE LIMITE  - pendiente por encima del límite.
      *   REVISAR LIMITE - activo que paga mal.
      *   EMPEORA        - activo cuyos días ponderados subieron más
      *                    que el atraso tolerado contra el trimestre
      *                    anterior.
      *   REVISAR ESTADO - retenido o suspendido que paga bien.
      *----------------------------------------------------------------
       DECIDO-MARCAS.
           MOVE "N" TO W-HAY-MARCA W-PAGA-MAL W-PAGA-BIEN.
           IF W-PCT-TARDE > W-PCT-MAXIMO
              OR AC-ATRASO-MAXIMO > W-TOLERANCIA
              MOVE "S" TO W-PAGA-MAL.
           IF AC-CANT-PAGADAS > 0 AND AC-CANT-TARDE = 0
              AND AC-CANT-VENCIDAS = 0
              MOVE "S" TO W-PAGA-BIEN.
           IF W-LIMITE > 0 AND AC-PENDIENTE > W-LIMITE
              MOVE "EXCEDE LIMITE" TO LD-MARCA-1
              MOVE "S" TO W-HAY-MARCA.
           IF CLI-ACTIVO AND PAGA-MAL
              MOVE "REVISAR LIMITE" TO LD-MARCA-2
              MOVE "S" TO W-HAY-MARCA.
           IF (CLI-RETENIDO OR CLI-SUSPENDIDO) AND PAGA-BIEN
              MOVE "REVISAR ESTADO" TO LD-MARCA-2
              MOVE "S" TO W-HAY-MARCA.
           IF CLI-ACTIVO AND AC-CANT-PAGADAS > 0 AND AC-ANT-CANT > 0
              AND W-DIAS-PONDERADO - W-DIAS-PONDERADO-ANT
                  > W-TOLERANCIA
              MOVE "EMPEORA" TO LD-MARCA-3
              MOVE "S" TO W-HAY-MARCA.

       F-DECIDO-MARCAS.
           EXIT.

       IMPRIMO-EXCEPCION.
           MOVE "T"                  TO PIM-ACCION.
           MOVE TE-LINEA (IDX-EXC)   TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       F-IMPRIMO-EXCEPCION.
           EXIT.

      *----------------------------------------------------------------
      * IMPRIMO-CATEGORIA / IMPRIMO-DSO-GENERAL: DSO = pendiente al
      * fin del período / ventas netas del trimestre * días del
      * trimestre; sin ventas en el trimestre no se calcula.
      *----------------------------------------------------------------
       IMPRIMO-CATEGORIA.
           MOVE TC-CATEGORIA (IDX-CAT)     TO LS-CATEGORIA.
           MOVE TC-CANT-CLIENTES (IDX-CAT) TO LS-CLIENTES.
           MOVE TC-PENDIENTE (IDX-CAT)     TO LS-PENDIENTE.
           MOVE TC-VENTAS (IDX-CAT)        TO LS-VENTAS.
           MOVE "S/VENTAS" TO LS-DSO.
           IF TC-VENTAS (IDX-CAT) > 0
              COMPUTE W-DSO ROUNDED = TC-PENDIENTE (IDX-CAT)
                 / TC-VENTAS (IDX-CAT) * W-DIAS-VENTANA
              MOVE W-DSO     TO W-DSO-EDIT
              MOVE W-DSO-EDIT TO LS-DSO.
           MOVE "T"       TO PIM-ACCION.
           MOVE LINEA-DSO TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       F-IMPRIMO-CATEGORIA.
           EXIT.

       IMPRIMO-DSO-GENERAL.
           MOVE "GENERAL"         TO LS-CATEGORIA.
           MOVE W-TOTAL-CLIENTES  TO LS-CLIENTES.
           MOVE W-TOTAL-PENDIENTE TO LS-PENDIENTE.
           MOVE W-TOTAL-VENTAS    TO LS-VENTAS.
           MOVE "S/VENTAS" TO LS-DSO.
           IF W-TOTAL-VENTAS > 0
              COMPUTE W-DSO ROUNDED = W-TOTAL-PENDIENTE
                 / W-TOTAL-VENTAS * W-DIAS-VENTANA
              MOVE W-DSO     TO W-DSO-EDIT
              MOVE W-DSO-EDIT TO LS-DSO.
           MOVE "T"       TO PIM-ACCION.
           MOVE LINEA-DSO TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       F-IMPRIMO-DSO-GENERAL.
           EXIT.

       END PROGRAM "COMPPAGO".
