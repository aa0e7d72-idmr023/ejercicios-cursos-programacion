      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Mantenimiento (alta/baja/consulta/cambio) del maestro
      *           de PRESUPUESTOS de venta por período, vendedor y
      *           categoría de cliente, con la meta de facturación y
      *           la de cobranza, y carga masiva desde un fichero
      *           plano (presupuesto.csv o el nombre que se indique)
      *           con una línea por meta:
      *               AAAAMM;VEN;C;FACTURADO;COBRADO
      *           con los importes en trece dígitos y dos decimales
      *           implícitos. La carga da de alta las metas nuevas,
      *           reemplaza las existentes y rechaza por consola las
      *           líneas con período, categoría, vendedor o importes
      *           inválidos o faltantes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PREMANT".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PRESUPUESTOS ASSIGN TO "./presupuestos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS PRE-CLAVE
                  STATUS ST-FILE.

           SELECT OPTIONAL VENDEDORES ASSIGN TO "./vendedores.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS VEN-CODIGO
                  STATUS ST-FILE-VEN.

           SELECT OPTIONAL CATEGORIAS ASSIGN TO "./categorias.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CAT-CODIGO
                  STATUS ST-FILE-CAT.

           SELECT ARCHIVO-CARGA ASSIGN USING W-NOMBRE-CARGA
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-CAR.

       DATA DIVISION.
       FILE SECTION.

       FD  PRESUPUESTOS.

           COPY "regpre.cpy".

       FD  VENDEDORES.

           COPY "regven.cpy".

       FD  CATEGORIAS.

           COPY "regcat.cpy".

       FD  ARCHIVO-CARGA.

       01  REGISTRO-CARGA           PIC X(100).

       WORKING-STORAGE SECTION.

       01  ST-FILE      PIC XX.
       01  ST-FILE-VEN  PIC XX.
       01  ST-FILE-CAR  PIC XX.
       01  ST-FILE-CAT  PIC XX.
       01  X            PIC X.

       01  OPCION       PIC 9.
       01  FIN-MENU     PIC X     VALUE "N".
           88  TERMINAR-MENU      VALUE "S".

       01  W-NOMBRE-CARGA  PIC X(40) VALUE "./presupuesto.csv".
       01  W-NOMBRE-PEDIDO PIC X(40).
       01  FIN-CARGA       PIC X.
           88  TERMINAR-CARGA     VALUE "S".
       01  W-LINEA-VALIDA  PIC X.
           88  LINEA-VALIDA       VALUE "S".
       01  W-NRO-LINEA     PIC 9(05).
       01  W-CANT-ALTAS    PIC 9(05).
       01  W-CANT-CAMBIOS  PIC 9(05).
       01  W-CANT-RECHAZOS PIC 9(05).

       01  TEXTO-CARGA     PIC X(100).
       01  REG-CARGA.
           02  CAR-PERIODO     PIC X(06).
           02  CAR-PERIODO-R REDEFINES CAR-PERIODO.
               03  CAR-ANIO    PIC 9(04).
               03  CAR-MES     PIC 9(02).
           02  CAR-VENDEDOR    PIC X(03).
           02  CAR-CATEGORIA   PIC X(01).
           02  CAR-FACTURADO   PIC X(13) JUST RIGHT.
           02  CAR-FACTURADO-9 REDEFINES CAR-FACTURADO PIC 9(11)V99.
           02  CAR-COBRADO     PIC X(13) JUST RIGHT.
           02  CAR-COBRADO-9 REDEFINES CAR-COBRADO PIC 9(11)V99.

       01  W-IMPORTE-EDIT  PIC Z(10)9,99.

       PROCEDURE DIVISION.
       PABLO.
           PERFORM ABRO-ARCHIVOS.
           PERFORM PROCESO-MENU THRU F-PROCESO-MENU
              UNTIL TERMINAR-MENU.
           PERFORM CIERRO-ARCHIVOS.
           STOP RUN.

       ABRO-ARCHIVOS.
           OPEN I-O PRESUPUESTOS.
           IF ST-FILE > "07"
              DISPLAY "ERROR ABRIENDO PRESUPUESTOS - ST " ST-FILE
              ACCEPT X.
           OPEN INPUT VENDEDORES.
           IF ST-FILE-VEN > "07"
              DISPLAY "ERROR ABRIENDO VENDEDORES - ST " ST-FILE-VEN
              ACCEPT X.
           OPEN INPUT CATEGORIAS.
           IF ST-FILE-CAT > "07"
              DISPLAY "ERROR ABRIENDO CATEGORIAS - ST " ST-FILE-CAT
              ACCEPT X.

       CIERRO-ARCHIVOS.
           CLOSE PRESUPUESTOS.
           CLOSE VENDEDORES.
           CLOSE CATEGORIAS.

      *----------------------------------------------------------------
      * PROCESO-MENU: pide la opción de mantenimiento y la despacha.
      *----------------------------------------------------------------
       PROCESO-MENU.
           DISPLAY " ".
           DISPLAY "1-ALTA  2-BAJA  3-CONSULTA  4-CAMBIO  "
              "5-CARGA DESDE FICHERO  6-FIN".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT OPCION.
           EVALUATE OPCION
               WHEN 1
                   PERFORM ALTA-PRESUPUESTO THRU F-ALTA-PRESUPUESTO
               WHEN 2
                   PERFORM BAJA-PRESUPUESTO THRU F-BAJA-PRESUPUESTO
               WHEN 3
                   PERFORM CONSULTA-PRESUPUESTO
                      THRU F-CONSULTA-PRESUPUESTO
               WHEN 4
                   PERFORM CAMBIO-PRESUPUESTO
                      THRU F-CAMBIO-PRESUPUESTO
               WHEN 5
                   PERFORM CARGA-MASIVA THRU F-CARGA-MASIVA
               WHEN 6
                   MOVE "S" TO FIN-MENU
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       F-PROCESO-MENU.
           EXIT.

       PIDO-CLAVE.
           DISPLAY "PERIODO AAAAMM (VACIO=CANCELA): " WITH NO ADVANCING.
           MOVE SPACES TO PRE-PERIODO.
           ACCEPT PRE-PERIODO.
           IF PRE-PERIODO = SPACES
              GO TO F-PIDO-CLAVE.
           DISPLAY "VENDEDOR (VACIO=SIN VENDEDOR).: " WITH NO ADVANCING.
           MOVE SPACES TO PRE-VENDEDOR.
           ACCEPT PRE-VENDEDOR.
           DISPLAY "CATEGORIA CLIENTE.............: " WITH NO ADVANCING.
           ACCEPT PRE-CATEGORIA.

       F-PIDO-CLAVE.
           EXIT.

       PIDO-METAS.
           DISPLAY "META FACTURACION..............: " WITH NO ADVANCING.
           ACCEPT PRE-META-FACTURADO.
           DISPLAY "META COBRANZA.................: " WITH NO ADVANCING.
           ACCEPT PRE-META-COBRADO.

       F-PIDO-METAS.
           EXIT.

      *----------------------------------------------------------------
      * ALTA-PRESUPUESTO: el período tiene que ser un AAAAMM válido,
      * la categoría tiene que existir y el vendedor, si viene,
      * también tiene que existir en el maestro.
      *----------------------------------------------------------------
       ALTA-PRESUPUESTO.
           INITIALIZE REG-PRESUPUESTO.
           PERFORM PIDO-CLAVE THRU F-PIDO-CLAVE.
           IF PRE-PERIODO = SPACES
              GO TO F-ALTA-PRESUPUESTO.
           MOVE PRE-PERIODO  TO CAR-PERIODO.
           MOVE PRE-VENDEDOR TO CAR-VENDEDOR.
           MOVE PRE-CATEGORIA TO CAR-CATEGORIA.
           PERFORM VALIDO-CLAVE THRU F-VALIDO-CLAVE.
           IF NOT LINEA-VALIDA
              GO TO F-ALTA-PRESUPUESTO.
           PERFORM PIDO-METAS THRU F-PIDO-METAS.
           WRITE REG-PRESUPUESTO.
           IF ST-FILE = "22"
              DISPLAY "YA EXISTE ESA META - USAR CAMBIO"
           ELSE
              IF ST-FILE > "07"
                 DISPLAY "ERROR GRABANDO PRESUPUESTO - ST " ST-FILE
                 ACCEPT X.

       F-ALTA-PRESUPUESTO.
           EXIT.

      *----------------------------------------------------------------
      * VALIDO-CLAVE: período, categoría y vendedor de CAR-PERIODO/
      * CAR-CATEGORIA/CAR-VENDEDOR, comunes al alta por consola y a la
      * carga masiva. La categoría tiene que existir en el maestro.
      *----------------------------------------------------------------
       VALIDO-CLAVE.
           MOVE "S" TO W-LINEA-VALIDA.
           IF CAR-PERIODO NOT NUMERIC
              DISPLAY "PERIODO INVALIDO: " CAR-PERIODO
              MOVE "N" TO W-LINEA-VALIDA
              GO TO F-VALIDO-CLAVE.
           IF CAR-MES < 1 OR CAR-MES > 12
              DISPLAY "PERIODO INVALIDO: " CAR-PERIODO
              MOVE "N" TO W-LINEA-VALIDA
              GO TO F-VALIDO-CLAVE.
           MOVE CAR-CATEGORIA TO CAT-CODIGO.
           READ CATEGORIAS KEY IS CAT-CODIGO.
           IF ST-FILE-CAT NOT = "00"
              DISPLAY "CATEGORIA INEXISTENTE: " CAR-CATEGORIA
              MOVE "N" TO W-LINEA-VALIDA
              GO TO F-VALIDO-CLAVE.
           IF CAR-VENDEDOR = SPACES
              GO TO F-VALIDO-CLAVE.
           MOVE CAR-VENDEDOR TO VEN-CODIGO.
           READ VENDEDORES KEY IS VEN-CODIGO.
           IF ST-FILE-VEN NOT = "00"
              DISPLAY "VENDEDOR INEXISTENTE: " CAR-VENDEDOR
              MOVE "N" TO W-LINEA-VALIDA.

       F-VALIDO-CLAVE.
           EXIT.

       BAJA-PRESUPUESTO.
           PERFORM PIDO-CLAVE THRU F-PIDO-CLAVE.
           IF PRE-PERIODO = SPACES
              GO TO F-BAJA-PRESUPUESTO.
           READ PRESUPUESTOS KEY IS PRE-CLAVE.
           IF ST-FILE NOT = "00"
              DISPLAY "META NO ENCONTRADA - ST " ST-FILE
              GO TO F-BAJA-PRESUPUESTO.
           DELETE PRESUPUESTOS RECORD.
           IF ST-FILE > "07"
              DISPLAY "ERROR BORRANDO EL REGISTRO - ST " ST-FILE
              ACCEPT X.

       F-BAJA-PRESUPUESTO.
           EXIT.

       CONSULTA-PRESUPUESTO.
           PERFORM PIDO-CLAVE THRU F-PIDO-CLAVE.
           IF PRE-PERIODO = SPACES
              GO TO F-CONSULTA-PRESUPUESTO.
           READ PRESUPUESTOS KEY IS PRE-CLAVE.
           IF ST-FILE NOT = "00"
              DISPLAY "META NO ENCONTRADA - ST " ST-FILE
              GO TO F-CONSULTA-PRESUPUESTO.
           MOVE PRE-META-FACTURADO TO W-IMPORTE-EDIT.
           DISPLAY "META FACTURACION: " W-IMPORTE-EDIT.
           MOVE PRE-META-COBRADO   TO W-IMPORTE-EDIT.
           DISPLAY "META COBRANZA...: " W-IMPORTE-EDIT.

       F-CONSULTA-PRESUPUESTO.
           EXIT.

       CAMBIO-PRESUPUESTO.
           PERFORM PIDO-CLAVE THRU F-PIDO-CLAVE.
           IF PRE-PERIODO = SPACES
              GO TO F-CAMBIO-PRESUPUESTO.
           READ PRESUPUESTOS KEY IS PRE-CLAVE.
           IF ST-FILE NOT = "00"
              DISPLAY "META NO ENCONTRADA - ST " ST-FILE
              GO TO F-CAMBIO-PRESUPUESTO.
           PERFORM PIDO-METAS THRU F-PIDO-METAS.
           REWRITE REG-PRESUPUESTO.
           IF ST-FILE > "07"
              DISPLAY "ERROR GRABANDO PRESUPUESTO - ST " ST-FILE
              ACCEPT X.

       F-CAMBIO-PRESUPUESTO.
           EXIT.

      *----------------------------------------------------------------
      * CARGA-MASIVA: lee el fichero plano de metas y da de alta o
      * reemplaza cada una; las líneas inválidas se informan y se
      * saltean sin cortar la carga.
      *----------------------------------------------------------------
       CARGA-MASIVA.
           DISPLAY "FICHERO (VACIO=" W-NOMBRE-CARGA "): "
              WITH NO ADVANCING.
           MOVE SPACES TO W-NOMBRE-PEDIDO.
           ACCEPT W-NOMBRE-PEDIDO.
           IF W-NOMBRE-PEDIDO NOT = SPACES
              MOVE W-NOMBRE-PEDIDO TO W-NOMBRE-CARGA.
           OPEN INPUT ARCHIVO-CARGA.
           IF ST-FILE-CAR NOT = "00"
              DISPLAY "ERROR ABRIENDO " W-NOMBRE-CARGA
                 " - ST " ST-FILE-CAR
              GO TO F-CARGA-MASIVA.
           MOVE 0 TO W-NRO-LINEA W-CANT-ALTAS W-CANT-CAMBIOS
                     W-CANT-RECHAZOS.
           MOVE "N" TO FIN-CARGA.
           PERFORM LEO-CARGA THRU F-LEO-CARGA.
           PERFORM CARGO-LINEA THRU F-CARGO-LINEA
              UNTIL TERMINAR-CARGA.
           CLOSE ARCHIVO-CARGA.
           DISPLAY "LINEAS LEIDAS...: " W-NRO-LINEA.
           DISPLAY "METAS NUEVAS....: " W-CANT-ALTAS.
           DISPLAY "METAS REEMPLAZADAS: " W-CANT-CAMBIOS.
           DISPLAY "LINEAS RECHAZADAS: " W-CANT-RECHAZOS.

       F-CARGA-MASIVA.
           EXIT.

       LEO-CARGA.
           READ ARCHIVO-CARGA INTO TEXTO-CARGA
              AT END
                 MOVE "S" TO FIN-CARGA
              NOT AT END
                 ADD 1 TO W-NRO-LINEA
                 INITIALIZE REG-CARGA
                 UNSTRING TEXTO-CARGA DELIMITED BY ";" OR SPACE
                    INTO CAR-PERIODO,
                         CAR-VENDEDOR,
                         CAR-CATEGORIA,
                         CAR-FACTURADO,
                         CAR-COBRADO
           END-READ.

       F-LEO-CARGA.
           EXIT.

       CARGO-LINEA.
           PERFORM VALIDO-CLAVE THRU F-VALIDO-CLAVE.
           IF LINEA-VALIDA
              AND (CAR-FACTURADO = SPACES OR CAR-COBRADO = SPACES)
              DISPLAY "IMPORTE FALTANTE"
              MOVE "N" TO W-LINEA-VALIDA.
           IF LINEA-VALIDA
              INSPECT CAR-FACTURADO REPLACING LEADING SPACE BY ZERO
              INSPECT CAR-COBRADO   REPLACING LEADING SPACE BY ZERO
              IF CAR-FACTURADO NOT NUMERIC
                 OR CAR-COBRADO NOT NUMERIC
                 DISPLAY "IMPORTE INVALIDO"
                 MOVE "N" TO W-LINEA-VALIDA
              END-IF
           END-IF.
           IF NOT LINEA-VALIDA
              DISPLAY "  LINEA " W-NRO-LINEA " RECHAZADA"
              ADD 1 TO W-CANT-RECHAZOS
              GO TO SIGO-CARGA.
           MOVE CAR-PERIODO   TO PRE-PERIODO.
           MOVE CAR-VENDEDOR  TO PRE-VENDEDOR.
           MOVE CAR-CATEGORIA TO PRE-CATEGORIA.
           READ PRESUPUESTOS KEY IS PRE-CLAVE.
           IF ST-FILE = "00"
              MOVE CAR-FACTURADO-9 TO PRE-META-FACTURADO
              MOVE CAR-COBRADO-9   TO PRE-META-COBRADO
              REWRITE REG-PRESUPUESTO
              ADD 1 TO W-CANT-CAMBIOS
           ELSE
              INITIALIZE REG-PRESUPUESTO
              MOVE CAR-PERIODO     TO PRE-PERIODO
              MOVE CAR-VENDEDOR    TO PRE-VENDEDOR
              MOVE CAR-CATEGORIA   TO PRE-CATEGORIA
              MOVE CAR-FACTURADO-9 TO PRE-META-FACTURADO
              MOVE CAR-COBRADO-9   TO PRE-META-COBRADO
              WRITE REG-PRESUPUESTO
              ADD 1 TO W-CANT-ALTAS.
           IF ST-FILE > "07"
              DISPLAY "ERROR GRABANDO PRESUPUESTO - ST " ST-FILE
              ACCEPT X.

       SIGO-CARGA.
           PERFORM LEO-CARGA THRU F-LEO-CARGA.

       F-CARGO-LINEA.
           EXIT.

       END PROGRAM "PREMANT".
