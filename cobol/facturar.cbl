      * Author:
      * Date:
      * Purpose:  Facturación propia: captura facturas de varias
      *           líneas (artículo y cantidad; el precio y la tasa de
      *           impuesto salen del maestro de ARTICULOS, con el
      *           precio de la categoría del cliente si lo hay, y se
      *           calculan por CALCLINEA; modificarlos exige un motivo
      *           que se imprime en la factura), asigna el
      *           número desde el control de numeración para que
      *           CSV-NROFACTURA nunca se repita, imprime la factura
      *           a través de IMPRESOR y deja la línea de venta en
      *           ventas_emitidas.csv con el dibujo de ventas.csv
      *           (con el neto y el impuesto discriminados por tasa,
      *           hasta tres tasas por factura),
      *           para que lo facturado en casa pase por la
      *           validación y la posteo como cualquier fichero
      *           externo. Los clientes con la cuenta no activa y los
      *           artículos inactivos no se facturan.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                  RECORD KEY IS VEN-CODIGO
                  STATUS ST-FILE-VEN.

           SELECT OPTIONAL ARTICULOS ASSIGN TO "./articulos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS ART-CODIGO
                  STATUS ST-FILE-ART.

           SELECT OPTIONAL NUMERACION ASSIGN TO "./numfactura.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-NUM.

           COPY "regven.cpy".

       FD  ARTICULOS.

           COPY "regart.cpy".

       FD  NUMERACION.

           COPY "regnum.cpy".

       FD  VENTAS-EMITIDAS.

       01  LINEA-EMITIDA            PIC X(130).

       WORKING-STORAGE SECTION.

       01  ST-FILE     PIC XX.
       01  ST-FILE-VEN PIC XX.
       01  ST-FILE-ART PIC XX.
       01  ST-FILE-NUM PIC XX.
       01  ST-FILE-EMI PIC XX.
       01  X           PIC X.
       01  FIN-CAPTURA   PIC X     VALUE "N".
           88  TERMINAR-CAPTURA    VALUE "S".

       01  FIN-LINEAS    PIC X.
           88  TERMINAR-LINEAS     VALUE "S".

       01  W-FACTURA-VALIDA PIC X.
           88  FACTURA-VALIDA      VALUE "S".

       01  W-MONEDA          PIC X(03).
       01  W-VENDEDOR        PIC X(03).
       01  W-NROFACTURA      PIC 9(08).
       01  W-ARTICULO        PIC X(08).
       01  W-MODIFICA        PIC X.
       01  W-MOTIVO          PIC X(60).
       01  IDX-PCA           PIC 99.

      *----------------------------------------------------------------
      * TABLA-LINEAS: las líneas capturadas de la factura en curso;

       01  TABLA-LINEAS.
           02  LINEA-ITEM OCCURS 50 TIMES.
               03  TL-ARTICULO     PIC X(08).
               03  TL-DESCRIPCION  PIC X(40).
               03  TL-UNIDAD       PIC X(04).
               03  TL-MOTIVO       PIC X(60).
               *>Motivo de la modificación de precio o tasa; en
               *>blanco si la línea salió con los del maestro.
               03  TL-CANTIDAD     PIC 9(05).
               03  TL-PRECIO       PIC 9(07)V99.
               03  TL-TASA         PIC 9(03)V99.

       01  W-TOTAL-FACTURA   PIC S9(09)V99.

      *----------------------------------------------------------------
      * TABLA-TASAS: neto e impuesto de la factura en curso
      * acumulados por tasa, para la discriminación impresa y para el
      * detalle de IVA de la línea de venta (hasta tres tasas).
      *----------------------------------------------------------------
       01  W-CANT-TASAS      PIC 9     VALUE 0.
       01  IDX-TAS           PIC 9.
       01  IDX-TAS-HALLADO   PIC 9.

       01  TABLA-TASAS.
           02  TASA-ITEM OCCURS 3 TIMES.
               03  TT-TASA         PIC 9(03)V99.
               03  TT-NETO         PIC S9(09)V99.
               03  TT-IMPUESTO     PIC S9(09)V99.

       01  W-CANT-FACTURAS   PIC 9(05) VALUE 0.
       01  W-TOTAL-EMITIDO   PIC S9(11)V99 VALUE 0.

           02  LT-NROFACTURA   PIC 9(08).

       01  LINEA-COLUMNAS.
           02  FILLER          PIC X(09) VALUE "ARTICULO".
           02  FILLER          PIC X(41) VALUE "DESCRIPCION".
           02  FILLER          PIC X(05) VALUE "UNID".
           02  FILLER          PIC X(09) VALUE "CANTIDAD".
           02  FILLER          PIC X(13) VALUE "PRECIO UNIT".
           02  FILLER          PIC X(08) VALUE "TASA %".
           02  LF-VENDEDOR     PIC X(03).

       01  LINEA-DETALLE.
           02  LD-ARTICULO     PIC X(08).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-DESCRIPCION  PIC X(40).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-UNIDAD       PIC X(04).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-CANTIDAD     PIC ZZZZ9.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LD-PRECIO       PIC Z(6)9,99.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LD-TOTAL        PIC -(8)9,99.

       01  LINEA-MOTIVO.
           02  FILLER          PIC X(09) VALUE SPACES.
           02  FILLER          PIC X(30)
               VALUE "* PRECIO/TASA MODIFICADO POR: ".
           02  LMO-MOTIVO      PIC X(60).

       01  LINEA-IVA.
           02  FILLER          PIC X(19) VALUE "NETO GRAVADO TASA ".
           02  LI-TASA         PIC ZZ9,99.
           02  FILLER          PIC X(04) VALUE " %: ".
           02  LI-NETO         PIC -(9)9,99.
           02  FILLER          PIC X(08) VALUE "   IVA: ".
           02  LI-IMPUESTO     PIC -(9)9,99.

       01  LINEA-TOTAL.
           02  FILLER          PIC X(30)
               VALUE "TOTAL DE LA FACTURA.........: ".
           02  LV-MONEDA       PIC X(03).
           02  FILLER          PIC X     VALUE ";".
           02  LV-VENDEDOR     PIC X(03).
           02  FILLER          PIC X     VALUE ";".
           02  LV-IVA OCCURS 3 TIMES.
               03  LV-NETO     PIC 9(08)V99.
               03  FILLER      PIC X     VALUE ";".
               03  LV-IMPUESTO PIC 9(08)V99.
               03  FILLER      PIC X     VALUE ";".
               03  LV-TASA     PIC 9(03)V99.
               03  FILLER      PIC X     VALUE ";".
               *>Grupo sin usar: neto e impuesto en cero. El punto y
               *>coma final cierra el último campo para el UNSTRING.

       PROCEDURE DIVISION.
       PABLO.
           IF ST-FILE-VEN > "07"
              DISPLAY "ERROR ABRIENDO VENDEDORES - ST " ST-FILE-VEN
              ACCEPT X.
           OPEN INPUT ARTICULOS.
           IF ST-FILE-ART > "07"
              DISPLAY "ERROR ABRIENDO ARTICULOS - ST " ST-FILE-ART
              ACCEPT X.
           OPEN EXTEND VENTAS-EMITIDAS.
           IF ST-FILE-EMI > "07"
              DISPLAY "ERROR ABRIENDO VENTAS EMITIDAS - ST "
       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE VENDEDORES.
           CLOSE ARTICULOS.
           CLOSE VENTAS-EMITIDAS.
           CANCEL "CALCLINEA".

           EXIT.

      *----------------------------------------------------------------
      * CAPTURO-LINEAS: líneas de la factura hasta artículo en blanco;
      * cada una se calcula con CALCLINEA y se guarda en la tabla
      * para imprimirla después de asignar el número.
      *----------------------------------------------------------------
       CAPTURO-LINEAS.
           MOVE "N" TO W-FACTURA-VALIDA.
           MOVE "N" TO FIN-LINEAS.
           MOVE 0 TO W-CANT-LINEAS.
           MOVE 0 TO W-TOTAL-FACTURA.
           MOVE 0 TO W-CANT-TASAS.
           PERFORM CAPTURO-LINEA THRU F-CAPTURO-LINEA
              UNTIL TERMINAR-LINEAS OR W-CANT-LINEAS = 50.
           IF W-CANT-LINEAS > 0
              MOVE "S" TO W-FACTURA-VALIDA.

       F-CAPTURO-LINEAS.
           EXIT.

      *----------------------------------------------------------------
      * CAPTURO-LINEA: artículo y cantidad; el precio y la tasa salen
      * del maestro (PRECIO-DE-LISTA). El operador puede modificarlos
      * sólo dando un motivo, que queda en la línea y se imprime en
      * la factura. Un artículo inexistente o inactivo no se factura.
      *----------------------------------------------------------------
       CAPTURO-LINEA.
           INITIALIZE PARAMETROS-LINEA.
           MOVE SPACES TO W-ARTICULO.
           DISPLAY "ARTICULO (VACIO=FIN): " WITH NO ADVANCING.
           ACCEPT W-ARTICULO.
           IF W-ARTICULO = SPACES
              MOVE "S" TO FIN-LINEAS
              GO TO F-CAPTURO-LINEA.
           MOVE W-ARTICULO TO ART-CODIGO.
           READ ARTICULOS KEY IS ART-CODIGO.
           IF ST-FILE-ART NOT = "00"
              DISPLAY "ARTICULO INEXISTENTE - LINEA DESCARTADA"
              GO TO F-CAPTURO-LINEA.
           IF ART-INACTIVO
              DISPLAY "ARTICULO INACTIVO - NO SE FACTURA"
              GO TO F-CAPTURO-LINEA.
           DISPLAY ART-DESCRIPCION " (" ART-UNIDAD ")".
           DISPLAY "CANTIDAD (0=DESCARTA): " WITH NO ADVANCING.
           ACCEPT PLN-CANTIDAD.
           IF PLN-CANTIDAD = 0
              GO TO F-CAPTURO-LINEA.
           PERFORM PRECIO-DE-LISTA THRU F-PRECIO-DE-LISTA.
           MOVE SPACES TO W-MOTIVO.
           DISPLAY "PRECIO " PLN-PRECIO-UNITARIO "  TASA % "
              PLN-TASA-IMPUESTO.
           DISPLAY "MODIFICA PRECIO/TASA (S/N): " WITH NO ADVANCING.
           MOVE "N" TO W-MODIFICA.
           ACCEPT W-MODIFICA.
           IF W-MODIFICA = "S"
              PERFORM MODIFICO-PRECIO THRU F-MODIFICO-PRECIO.
           CALL "CALCLINEA" USING PARAMETROS-LINEA.
           IF PLN-CALCULO-ERROR
              DISPLAY "CALCULO DESBORDADO - LINEA DESCARTADA"
              GO TO F-CAPTURO-LINEA.
           PERFORM BUSCO-TASA THRU F-BUSCO-TASA.
           IF IDX-TAS-HALLADO = 0
              DISPLAY "LA FACTURA YA TIENE TRES TASAS DE IMPUESTO - "
                 "LINEA DESCARTADA"
              GO TO F-CAPTURO-LINEA.
           ADD PLN-IMPORTE-NETO     TO TT-NETO (IDX-TAS-HALLADO).
           ADD PLN-IMPORTE-IMPUESTO TO TT-IMPUESTO (IDX-TAS-HALLADO).
           ADD 1 TO W-CANT-LINEAS.
           MOVE ART-CODIGO           TO TL-ARTICULO (W-CANT-LINEAS).
           MOVE ART-DESCRIPCION      TO TL-DESCRIPCION (W-CANT-LINEAS).
           MOVE ART-UNIDAD           TO TL-UNIDAD (W-CANT-LINEAS).
           MOVE W-MOTIVO             TO TL-MOTIVO (W-CANT-LINEAS).
           MOVE PLN-CANTIDAD         TO TL-CANTIDAD (W-CANT-LINEAS).
           MOVE PLN-PRECIO-UNITARIO  TO TL-PRECIO (W-CANT-LINEAS).
           MOVE PLN-TASA-IMPUESTO    TO TL-TASA (W-CANT-LINEAS).
       F-CAPTURO-LINEA.
           EXIT.

      *----------------------------------------------------------------
      * PRECIO-DE-LISTA: la tasa del artículo y su precio de lista, o
      * el de la categoría del cliente si el artículo tiene uno.
      *----------------------------------------------------------------
       PRECIO-DE-LISTA.
           MOVE ART-PRECIO-LISTA  TO PLN-PRECIO-UNITARIO.
           MOVE ART-TASA-IMPUESTO TO PLN-TASA-IMPUESTO.
           PERFORM BUSCO-PRECIO-CATEGORIA
              THRU F-BUSCO-PRECIO-CATEGORIA
              VARYING IDX-PCA FROM 1 BY 1 UNTIL IDX-PCA > 10.

       F-PRECIO-DE-LISTA.
           EXIT.

       BUSCO-PRECIO-CATEGORIA.
           IF ART-PCA-CATEGORIA (IDX-PCA) = CLI_CATEGORIA AND
              CLI_CATEGORIA NOT = SPACE
              MOVE ART-PCA-PRECIO (IDX-PCA) TO PLN-PRECIO-UNITARIO.

       F-BUSCO-PRECIO-CATEGORIA.
           EXIT.

      *----------------------------------------------------------------
      * BUSCO-TASA: ubica (o da de alta, hasta tres) la tasa de la
      * línea en la tabla de tasas de la factura; sin lugar deja
      * IDX-TAS-HALLADO en cero.
      *----------------------------------------------------------------
       BUSCO-TASA.
           MOVE 0 TO IDX-TAS-HALLADO.
           PERFORM COMPARO-TASA THRU F-COMPARO-TASA
              VARYING IDX-TAS FROM 1 BY 1
              UNTIL IDX-TAS > W-CANT-TASAS OR IDX-TAS-HALLADO > 0.
           IF IDX-TAS-HALLADO = 0 AND W-CANT-TASAS < 3
              ADD 1 TO W-CANT-TASAS
              MOVE W-CANT-TASAS      TO IDX-TAS-HALLADO
              MOVE PLN-TASA-IMPUESTO TO TT-TASA (IDX-TAS-HALLADO)
              MOVE 0 TO TT-NETO (IDX-TAS-HALLADO)
              MOVE 0 TO TT-IMPUESTO (IDX-TAS-HALLADO).

       F-BUSCO-TASA.
           EXIT.

       COMPARO-TASA.
           IF TT-TASA (IDX-TAS) = PLN-TASA-IMPUESTO
              MOVE IDX-TAS TO IDX-TAS-HALLADO.

       F-COMPARO-TASA.
           EXIT.

      *----------------------------------------------------------------
      * MODIFICO-PRECIO: sin motivo no hay modificación y la línea
      * sale con el precio y la tasa del maestro.
      *----------------------------------------------------------------
       MODIFICO-PRECIO.
           DISPLAY "MOTIVO (VACIO=NO MODIFICA): " WITH NO ADVANCING.
           ACCEPT W-MOTIVO.
           IF W-MOTIVO = SPACES
              DISPLAY "SIN MOTIVO - SE FACTURA A PRECIO DE LISTA"
              GO TO F-MODIFICO-PRECIO.
           DISPLAY "PRECIO UNITARIO..: " WITH NO ADVANCING.
           ACCEPT PLN-PRECIO-UNITARIO.
           DISPLAY "TASA IMPUESTO %..: " WITH NO ADVANCING.
           ACCEPT PLN-TASA-IMPUESTO.

       F-MODIFICO-PRECIO.
           EXIT.

      *----------------------------------------------------------------
      * ASIGNO-NUMERO: siguiente número del control de numeración,
      * regrabado en el acto para que dos facturas no salgan con el
           PERFORM IMPRIMO-LINEA THRU F-IMPRIMO-LINEA
              VARYING IDX-LIN FROM 1 BY 1
              UNTIL IDX-LIN > W-CANT-LINEAS.
           PERFORM IMPRIMO-TASA THRU F-IMPRIMO-TASA
              VARYING IDX-TAS FROM 1 BY 1
              UNTIL IDX-TAS > W-CANT-TASAS.
           MOVE W-TOTAL-FACTURA TO LG-TOTAL.
           MOVE "T"             TO PIM-ACCION.
           MOVE LINEA-TOTAL     TO PIM-LINEA.
           EXIT.

       IMPRIMO-LINEA.
           MOVE TL-ARTICULO (IDX-LIN)    TO LD-ARTICULO.
           MOVE TL-DESCRIPCION (IDX-LIN) TO LD-DESCRIPCION.
           MOVE TL-UNIDAD (IDX-LIN)      TO LD-UNIDAD.
           MOVE TL-CANTIDAD (IDX-LIN) TO LD-CANTIDAD.
           MOVE TL-PRECIO (IDX-LIN)   TO LD-PRECIO.
           MOVE TL-TASA (IDX-LIN)     TO LD-TASA.
           MOVE "D"           TO PIM-ACCION.
           MOVE LINEA-DETALLE TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           IF TL-MOTIVO (IDX-LIN) NOT = SPACES
              MOVE TL-MOTIVO (IDX-LIN) TO LMO-MOTIVO
              MOVE "T"          TO PIM-ACCION
              MOVE LINEA-MOTIVO TO PIM-LINEA
              CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       F-IMPRIMO-LINEA.
           EXIT.

       IMPRIMO-TASA.
           MOVE TT-TASA (IDX-TAS)     TO LI-TASA.
           MOVE TT-NETO (IDX-TAS)     TO LI-NETO.
           MOVE TT-IMPUESTO (IDX-TAS) TO LI-IMPUESTO.
           MOVE "T"       TO PIM-ACCION.
           MOVE LINEA-IVA TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       F-IMPRIMO-TASA.
           EXIT.

      *----------------------------------------------------------------
      * EMITO-VENTA: la línea de la factura con el dibujo de
      * ventas.csv, para que pase por la validación y la posteo como
           MOVE W-CLI-PEDIDO    TO LV-CLI-ID.
           MOVE W-MONEDA        TO LV-MONEDA.
           MOVE W-VENDEDOR      TO LV-VENDEDOR.
           PERFORM ARMO-IVA-VENTA THRU F-ARMO-IVA-VENTA
              VARYING IDX-TAS FROM 1 BY 1 UNTIL IDX-TAS > 3.
           WRITE LINEA-EMITIDA FROM LINEA-CSV.
           IF ST-FILE-EMI > "07"
              DISPLAY "ERROR GRABANDO VENTAS EMITIDAS - ST "
       F-EMITO-VENTA.
           EXIT.

       ARMO-IVA-VENTA.
           IF IDX-TAS > W-CANT-TASAS
              MOVE 0 TO LV-NETO (IDX-TAS)
              MOVE 0 TO LV-IMPUESTO (IDX-TAS)
              MOVE 0 TO LV-TASA (IDX-TAS)
           ELSE
              MOVE TT-NETO (IDX-TAS)     TO LV-NETO (IDX-TAS)
              MOVE TT-IMPUESTO (IDX-TAS) TO LV-IMPUESTO (IDX-TAS)
              MOVE TT-TASA (IDX-TAS)     TO LV-TASA (IDX-TAS).

       F-ARMO-IVA-VENTA.
           EXIT.

       END PROGRAM "FACTURAR".
