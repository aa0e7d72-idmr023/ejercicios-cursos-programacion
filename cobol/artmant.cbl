      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Mantenimiento del maestro de ARTICULOS (código,
      *           descripción, unidad de medida, precio de lista, tasa
      *           de impuesto y estado) y de su lista de precios por
      *           categoría de cliente, de donde FACTURAR toma el
      *           precio y la tasa de cada línea. La baja deja el
      *           artículo inactivo en lugar de borrarlo, porque las
      *           facturas ya emitidas lo siguen citando.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ARTMANT".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL ARTICULOS ASSIGN TO "./articulos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS ART-CODIGO
                  STATUS ST-FILE.

           SELECT OPTIONAL CATEGORIAS ASSIGN TO "./categorias.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CAT-CODIGO
                  STATUS ST-FILE-CAT.

       DATA DIVISION.
       FILE SECTION.

       FD  ARTICULOS.

           COPY "regart.cpy".

       FD  CATEGORIAS.

           COPY "regcat.cpy".

       WORKING-STORAGE SECTION.

       01  ST-FILE      PIC XX.
       01  ST-FILE-CAT  PIC XX.
       01  X            PIC X.

       01  OPCION       PIC 9.
       01  FIN-MENU     PIC X     VALUE "N".
           88  TERMINAR-MENU      VALUE "S".

       01  W-CATEGORIA   PIC X.
       01  W-PRECIO      PIC 9(07)V99.
       01  IDX-PCA       PIC 99.
       01  IDX-PCA-HALLADO PIC 99.

       PROCEDURE DIVISION.
       PABLO.
           PERFORM ABRO-ARCHIVOS.
           PERFORM PROCESO-MENU THRU F-PROCESO-MENU
              UNTIL TERMINAR-MENU.
           PERFORM CIERRO-ARCHIVOS.
           STOP RUN.

       ABRO-ARCHIVOS.
           OPEN I-O ARTICULOS.
           IF ST-FILE > "07"
              DISPLAY "ERROR ABRIENDO EL ARCHIVO"
              ACCEPT X.
           OPEN INPUT CATEGORIAS.
           IF ST-FILE-CAT > "07"
              DISPLAY "ERROR ABRIENDO CATEGORIAS - ST " ST-FILE-CAT
              ACCEPT X.

       CIERRO-ARCHIVOS.
           CLOSE ARTICULOS.
           CLOSE CATEGORIAS.

      *----------------------------------------------------------------
      * PROCESO-MENU: pide la opción de mantenimiento y la despacha.
      *----------------------------------------------------------------
       PROCESO-MENU.
           DISPLAY " ".
           DISPLAY "1-ALTA  2-BAJA  3-CONSULTA  4-CAMBIO  "
              "5-PRECIO CATEGORIA  6-FIN".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT OPCION.
           EVALUATE OPCION
               WHEN 1
                   PERFORM ALTA-ARTICULO THRU F-ALTA-ARTICULO
               WHEN 2
                   PERFORM BAJA-ARTICULO THRU F-BAJA-ARTICULO
               WHEN 3
                   PERFORM CONSULTA-ARTICULO THRU F-CONSULTA-ARTICULO
               WHEN 4
                   PERFORM CAMBIO-ARTICULO THRU F-CAMBIO-ARTICULO
               WHEN 5
                   PERFORM PRECIO-CATEGORIA THRU F-PRECIO-CATEGORIA
               WHEN 6
                   MOVE "S" TO FIN-MENU
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       F-PROCESO-MENU.
           EXIT.

      *----------------------------------------------------------------
      * ALTA-ARTICULO: da de alta un artículo activo con su precio de
      * lista y su tasa de impuesto; la lista por categoría se carga
      * aparte con la opción 5.
      *----------------------------------------------------------------
       ALTA-ARTICULO.
           INITIALIZE REG-ARTICULOS.
           DISPLAY "CODIGO (***=CANCELA): " WITH NO ADVANCING.
           ACCEPT ART-CODIGO.
           IF ART-CODIGO = "***"
              GO TO F-ALTA-ARTICULO.
           DISPLAY "DESCRIPCION.........: " WITH NO ADVANCING.
           ACCEPT ART-DESCRIPCION.
           DISPLAY "UNIDAD DE MEDIDA....: " WITH NO ADVANCING.
           ACCEPT ART-UNIDAD.
           DISPLAY "PRECIO DE LISTA.....: " WITH NO ADVANCING.
           ACCEPT ART-PRECIO-LISTA.
           DISPLAY "TASA IMPUESTO %.....: " WITH NO ADVANCING.
           ACCEPT ART-TASA-IMPUESTO.
           MOVE "A" TO ART-ESTADO.
           WRITE REG-ARTICULOS.
           IF ST-FILE > "07"
              DISPLAY "ERROR GRABANDO EL ARCHIVO - ST-FILE " ST-FILE
              ACCEPT X.

       F-ALTA-ARTICULO.
           EXIT.

      *----------------------------------------------------------------
      * BAJA-ARTICULO: deja el artículo inactivo; FACTURAR ya no lo
      * acepta, pero el registro queda para las facturas emitidas.
      *----------------------------------------------------------------
       BAJA-ARTICULO.
           DISPLAY "CODIGO A DAR DE BAJA: " WITH NO ADVANCING.
           ACCEPT ART-CODIGO.
           READ ARTICULOS KEY IS ART-CODIGO.
           IF ST-FILE NOT = "00"
              DISPLAY "ARTICULO NO ENCONTRADO - ST-FILE " ST-FILE
              GO TO F-BAJA-ARTICULO.
           IF ART-INACTIVO
              DISPLAY "EL ARTICULO YA ESTA INACTIVO"
              GO TO F-BAJA-ARTICULO.
           MOVE "I" TO ART-ESTADO.
           REWRITE REG-ARTICULOS.
           IF ST-FILE > "07"
              DISPLAY "ERROR GRABANDO EL ARCHIVO - ST-FILE " ST-FILE
              ACCEPT X.

       F-BAJA-ARTICULO.
           EXIT.

      *----------------------------------------------------------------
      * CONSULTA-ARTICULO: muestra el artículo con su estado y la
      * lista de precios por categoría cargada.
      *----------------------------------------------------------------
       CONSULTA-ARTICULO.
           DISPLAY "CODIGO A CONSULTAR..: " WITH NO ADVANCING.
           ACCEPT ART-CODIGO.
           READ ARTICULOS KEY IS ART-CODIGO.
           IF ST-FILE NOT = "00"
              DISPLAY "ARTICULO NO ENCONTRADO - ST-FILE " ST-FILE
              GO TO F-CONSULTA-ARTICULO.
           DISPLAY "DESCRIPCION....: " ART-DESCRIPCION.
           DISPLAY "UNIDAD.........: " ART-UNIDAD.
           DISPLAY "PRECIO LISTA...: " ART-PRECIO-LISTA.
           DISPLAY "TASA IMPUESTO..: " ART-TASA-IMPUESTO.
           IF ART-INACTIVO
              DISPLAY "ESTADO.........: INACTIVO"
           ELSE
              DISPLAY "ESTADO.........: ACTIVO".
           PERFORM MUESTRO-PRECIO THRU F-MUESTRO-PRECIO
              VARYING IDX-PCA FROM 1 BY 1 UNTIL IDX-PCA > 10.

       F-CONSULTA-ARTICULO.
           EXIT.

       MUESTRO-PRECIO.
           IF ART-PCA-CATEGORIA (IDX-PCA) NOT = SPACE
              DISPLAY "PRECIO CATEGORIA " ART-PCA-CATEGORIA (IDX-PCA)
                 ": " ART-PCA-PRECIO (IDX-PCA).

       F-MUESTRO-PRECIO.
           EXIT.

      *----------------------------------------------------------------
      * CAMBIO-ARTICULO: localiza un artículo por código y reescribe
      * los datos que se puedan modificar; el estado permite reactivar
      * un artículo dado de baja.
      *----------------------------------------------------------------
       CAMBIO-ARTICULO.
           DISPLAY "CODIGO A MODIFICAR..: " WITH NO ADVANCING.
           ACCEPT ART-CODIGO.
           READ ARTICULOS KEY IS ART-CODIGO.
           IF ST-FILE NOT = "00"
              DISPLAY "ARTICULO NO ENCONTRADO - ST-FILE " ST-FILE
              GO TO F-CAMBIO-ARTICULO.
           DISPLAY "DESCRIPCION.........: " WITH NO ADVANCING.
           ACCEPT ART-DESCRIPCION.
           DISPLAY "UNIDAD DE MEDIDA....: " WITH NO ADVANCING.
           ACCEPT ART-UNIDAD.
           DISPLAY "PRECIO DE LISTA.....: " WITH NO ADVANCING.
           ACCEPT ART-PRECIO-LISTA.
           DISPLAY "TASA IMPUESTO %.....: " WITH NO ADVANCING.
           ACCEPT ART-TASA-IMPUESTO.
           DISPLAY "ESTADO (A/I)........: " WITH NO ADVANCING.
           ACCEPT ART-ESTADO.
           IF NOT ART-ACTIVO AND NOT ART-INACTIVO
              DISPLAY "ESTADO INVALIDO - CAMBIO CANCELADO"
              GO TO F-CAMBIO-ARTICULO.
           REWRITE REG-ARTICULOS.
           IF ST-FILE > "07"
              DISPLAY "ERROR GRABANDO EL ARCHIVO - ST-FILE " ST-FILE
              ACCEPT X.

       F-CAMBIO-ARTICULO.
           EXIT.

      *----------------------------------------------------------------
      * PRECIO-CATEGORIA: carga, cambia o quita (precio cero) el
      * precio del artículo para una categoría de cliente. Para
      * cargar un precio la categoría tiene que existir en el maestro;
      * quitarlo se permite siempre, para poder limpiar una errónea.
      *----------------------------------------------------------------
       PRECIO-CATEGORIA.
           DISPLAY "CODIGO DE ARTICULO..: " WITH NO ADVANCING.
           ACCEPT ART-CODIGO.
           READ ARTICULOS KEY IS ART-CODIGO.
           IF ST-FILE NOT = "00"
              DISPLAY "ARTICULO NO ENCONTRADO - ST-FILE " ST-FILE
              GO TO F-PRECIO-CATEGORIA.
           DISPLAY "CATEGORIA (*=CANCELA): " WITH NO ADVANCING.
           ACCEPT W-CATEGORIA.
           IF W-CATEGORIA = "*" OR W-CATEGORIA = SPACE
              GO TO F-PRECIO-CATEGORIA.
           DISPLAY "PRECIO (0=QUITA)....: " WITH NO ADVANCING.
           ACCEPT W-PRECIO.
           IF W-PRECIO NOT = 0
              MOVE W-CATEGORIA TO CAT-CODIGO
              READ CATEGORIAS KEY IS CAT-CODIGO
              IF ST-FILE-CAT NOT = "00"
                 DISPLAY "CATEGORIA INEXISTENTE: " W-CATEGORIA
                 GO TO F-PRECIO-CATEGORIA.
           MOVE 0 TO IDX-PCA-HALLADO.
           PERFORM BUSCO-CATEGORIA THRU F-BUSCO-CATEGORIA
              VARYING IDX-PCA FROM 1 BY 1
              UNTIL IDX-PCA > 10 OR IDX-PCA-HALLADO > 0.
           IF W-PRECIO = 0
              IF IDX-PCA-HALLADO > 0
                 MOVE SPACE TO ART-PCA-CATEGORIA (IDX-PCA-HALLADO)
                 MOVE 0     TO ART-PCA-PRECIO (IDX-PCA-HALLADO)
              END-IF
           ELSE
              IF IDX-PCA-HALLADO = 0
                 PERFORM BUSCO-LIBRE THRU F-BUSCO-LIBRE
                    VARYING IDX-PCA FROM 1 BY 1
                    UNTIL IDX-PCA > 10 OR IDX-PCA-HALLADO > 0
              END-IF
              IF IDX-PCA-HALLADO = 0
                 DISPLAY "LISTA DE PRECIOS LLENA (10 CATEGORIAS)"
                 GO TO F-PRECIO-CATEGORIA
              END-IF
              MOVE W-CATEGORIA TO ART-PCA-CATEGORIA (IDX-PCA-HALLADO)
              MOVE W-PRECIO    TO ART-PCA-PRECIO (IDX-PCA-HALLADO)
           END-IF.
           REWRITE REG-ARTICULOS.
           IF ST-FILE > "07"
              DISPLAY "ERROR GRABANDO EL ARCHIVO - ST-FILE " ST-FILE
              ACCEPT X.

       F-PRECIO-CATEGORIA.
           EXIT.

       BUSCO-CATEGORIA.
           IF ART-PCA-CATEGORIA (IDX-PCA) = W-CATEGORIA
              MOVE IDX-PCA TO IDX-PCA-HALLADO.

       F-BUSCO-CATEGORIA.
           EXIT.

       BUSCO-LIBRE.
           IF ART-PCA-CATEGORIA (IDX-PCA) = SPACE
              MOVE IDX-PCA TO IDX-PCA-HALLADO.

       F-BUSCO-LIBRE.
           EXIT.

       END PROGRAM "ARTMANT".
