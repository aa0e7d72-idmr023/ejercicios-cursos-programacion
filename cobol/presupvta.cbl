      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Presupuesto de ventas contra real: dado un período
      *           AAAAMM, compara por vendedor y categoría de cliente
      *           las metas del maestro PRESUPUESTOS con lo facturado
      *           (facturas posteadas según FAC-VENDEDOR) y lo cobrado,
      *           en el mes y acumulado desde enero, con la variación
      *           y el porcentaje de cumplimiento, subtotal por
      *           vendedor y total general, impreso por IMPRESOR.
      *           La cobranza se mide como en el resumen de gestión
      *           (recibos ingresados según el journal vivo más lo ya
      *           persistido por el cierre de período en el resumen de
      *           períodos) y se reparte por vendedor según las
      *           aplicaciones de los recibos a facturas; lo que no se
      *           pudo atribuir (saldo a favor, cuotas de convenio,
      *           recibos anteriores a las aplicaciones) queda en el
      *           renglón sin vendedor de la categoría, así los totales
      *           cierran con el resumen aunque se haya purgado el
      *           journal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PRESUPVTA".
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
                  STATUS ST-FILE-PRE.

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

           SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "./movimientos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS MOV-CLAVE
                  STATUS ST-FILE-MOV.

           SELECT OPTIONAL RESUMEN-PERIODOS
                  ASSIGN TO "./resumen_periodos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS RES-CLAVE
                  STATUS ST-FILE-RES.

           SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS ID_CLIENTE
                  ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
                  STATUS ST-FILE-CLI.

           SELECT OPTIONAL VENDEDORES ASSIGN TO "./vendedores.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS VEN-CODIGO
                  STATUS ST-FILE-VEN.

       DATA DIVISION.
       FILE SECTION.

       FD  PRESUPUESTOS.

           COPY "regpre.cpy".

       FD  FACTURAS.

           COPY "regfac.cpy".

       FD  APLICACIONES.

           COPY "regapl.cpy".

       FD  MOVIMIENTOS.

           COPY "regmov.cpy".

       FD  RESUMEN-PERIODOS.

           COPY "regres.cpy".

       FD  CLIENTES.

           COPY "regcliente.cpy".

       FD  VENDEDORES.

           COPY "regven.cpy".

       WORKING-STORAGE SECTION.

       01  ST-FILE-PRE PIC XX.
       01  ST-FILE-FAC PIC XX.
       01  ST-FILE-APL PIC XX.
       01  ST-FILE-MOV PIC XX.
       01  ST-FILE-RES PIC XX.
       01  ST-FILE-CLI PIC XX.
       01  ST-FILE-VEN PIC XX.
       01  X           PIC X.

           COPY "paramimp.cpy".

           COPY "paramtar.cpy".

       01  W-PERIODO       PIC X(06).
       01  W-PERIODO-DESDE PIC X(06).
       01  W-PERIODO-DATO  PIC X(06).

       01  FIN-LECTURA     PIC X.
           88  TERMINAR-LECTURA     VALUE "S".

       01  W-DELTA         PIC S9(8)V9(3).
       01  W-SALDO-ANTERIOR PIC S9(7)V9(3).
       01  W-SALDO-NUEVO   PIC S9(7)V9(3).
       01  W-IMPORTE       PIC S9(11)V99.

       01  W-CLI-BUSCADO   PIC 9(07).
       01  W-CLI-CACHE     PIC 9(07) VALUE 0.
       01  W-CAT-CACHE     PIC X     VALUE "?".

       01  W-CLAVE-BUSCADA.
           02  W-BUS-VENDEDOR  PIC X(03).
           02  W-BUS-CATEGORIA PIC X(01).

       01  W-MEDIDA        PIC 9.
           *>Medida a acumular: 1 = meta facturado, 2 = facturado
           *>real, 3 = meta cobrado, 4 = cobrado real.

      *----------------------------------------------------------------
      * TABLA-PRESUPUESTO: una entrada por vendedor y categoría,
      * mantenida en orden de clave para el corte por vendedor, con
      * las cuatro medidas del mes (juego 1) y del acumulado del año
      * (juego 2).
      *----------------------------------------------------------------
       01  W-CANT-ENTRADAS PIC 9(03) VALUE 0.
       01  IDX-ENT         PIC 9(03).
       01  IDX-ENT-HALLADO PIC 9(03).
       01  IDX-ENT-MUEVO   PIC 9(03).
       01  IDX-JUE         PIC 9.
       01  IDX-MED         PIC 9.
       01  W-ENTRADA-EXISTE PIC X.
           88  ENTRADA-EXISTE       VALUE "S".

       01  TABLA-PRESUPUESTO.
           02  PRESUPUESTO-ITEM OCCURS 500 TIMES.
               03  TP-CLAVE.
                   04  TP-VENDEDOR     PIC X(03).
                   04  TP-CATEGORIA    PIC X(01).
               03  TP-JUEGO OCCURS 2 TIMES.
                   04  TP-MEDIDA OCCURS 4 TIMES PIC S9(11)V99.

      *----------------------------------------------------------------
      * TABLA-CATEGORIAS: por categoría, la cobranza total del mes y
      * del año según journal y resumen de períodos, y lo que de ella
      * se atribuyó a vendedores por las aplicaciones.
      *----------------------------------------------------------------
       01  W-CANT-CATEGORIAS PIC 9(03) VALUE 0.
       01  IDX-CAT           PIC 9(03).
       01  IDX-CAT-HALLADO   PIC 9(03).

       01  TABLA-CATEGORIAS.
           02  CATEGORIA-ITEM OCCURS 100 TIMES.
               03  TC-CATEGORIA    PIC X(01).
               03  TC-JUEGO OCCURS 2 TIMES.
                   04  TC-COBRADO      PIC S9(11)V99.
                   04  TC-ATRIBUIDO    PIC S9(11)V99.

       01  W-VENDEDOR-ANT  PIC X(03).
       01  W-HAY-VENDEDOR  PIC X     VALUE "N".
           88  HAY-VENDEDOR         VALUE "S".

       01  W-SUBTOTAL.
           02  ST-JUEGO OCCURS 2 TIMES.
               03  ST-MEDIDA OCCURS 4 TIMES PIC S9(11)V99.

       01  W-TOTAL.
           02  TG-JUEGO OCCURS 2 TIMES.
               03  TG-MEDIDA OCCURS 4 TIMES PIC S9(11)V99.

       01  W-MEDIDAS-LINEA.
           02  WML-MEDIDA OCCURS 4 TIMES PIC S9(11)V99.

       01  W-VARIACION     PIC S9(11)V99.
       01  W-PORCENTAJE    PIC S9(04)V9.
       01  W-PORC-EDIT     PIC -(4)9,9.

       01  LINEA-TITULO.
           02  FILLER          PIC X(38)
               VALUE "PRESUPUESTO DE VENTAS CONTRA REAL - ".
           02  LT-PERIODO      PIC X(06).

       01  LINEA-COLUMNAS.
           02  FILLER          PIC X(15) VALUE "CAT".
           02  FILLER          PIC X(15) VALUE "META FACTUR.".
           02  FILLER          PIC X(15) VALUE "FACTURADO".
           02  FILLER          PIC X(15) VALUE "VARIACION".
           02  FILLER          PIC X(08) VALUE "CUMPL%".
           02  FILLER          PIC X(15) VALUE "META COBRANZA".
           02  FILLER          PIC X(15) VALUE "COBRADO".
           02  FILLER          PIC X(15) VALUE "VARIACION".
           02  FILLER          PIC X(08) VALUE "CUMPL%".

       01  LINEA-VENDEDOR.
           02  FILLER          PIC X(09) VALUE "VENDEDOR ".
           02  LV-CODIGO       PIC X(03).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LV-NOMBRE       PIC X(40).

       01  LINEA-DETALLE.
           02  LD-ETIQUETA     PIC X(14).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-META-FAC     PIC -(10)9,99.
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-REAL-FAC     PIC -(10)9,99.
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-VAR-FAC      PIC -(10)9,99.
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-PORC-FAC     PIC X(07).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-META-COB     PIC -(10)9,99.
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-REAL-COB     PIC -(10)9,99.
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-VAR-COB      PIC -(10)9,99.
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-PORC-COB     PIC X(07).

       PROCEDURE DIVISION.
       PABLO.
           PERFORM PIDO-PERIODO THRU F-PIDO-PERIODO.
           PERFORM ABRO-ARCHIVOS.
           PERFORM CARGO-METAS THRU F-CARGO-METAS.
           PERFORM ACUMULO-FACTURAS THRU F-ACUMULO-FACTURAS.
           PERFORM ACUMULO-APLICACIONES THRU F-ACUMULO-APLICACIONES.
           PERFORM ACUMULO-VIVO THRU F-ACUMULO-VIVO.
           PERFORM ACUMULO-PERSISTIDO THRU F-ACUMULO-PERSISTIDO.
           PERFORM REPARTO-SIN-ATRIBUIR THRU F-REPARTO-SIN-ATRIBUIR
              VARYING IDX-CAT FROM 1 BY 1
              UNTIL IDX-CAT > W-CANT-CATEGORIAS.
           PERFORM IMPRIMO-INFORME THRU F-IMPRIMO-INFORME.
           PERFORM CIERRO-ARCHIVOS.
           STOP RUN.

      *----------------------------------------------------------------
      * PIDO-PERIODO: el período sale de la tarjeta de control si
      * está cargado; sin tarjeta se lo pide al operador. El
      * acumulado corre desde enero del mismo año.
      *----------------------------------------------------------------
       PIDO-PERIODO.
           CALL "TARJETA" USING PARAMETROS-TARJETA.
           CANCEL "TARJETA".
           IF TAR-OK AND TAR-PERIODO NOT = SPACES
              MOVE TAR-PERIODO TO W-PERIODO
              DISPLAY "PERIODO (TARJETA): " W-PERIODO
           ELSE
              DISPLAY "PERIODO (AAAAMM): " WITH NO ADVANCING
              ACCEPT W-PERIODO.
           MOVE W-PERIODO TO W-PERIODO-DESDE.
           MOVE "01" TO W-PERIODO-DESDE (5:2).

       F-PIDO-PERIODO.
           EXIT.

       ABRO-ARCHIVOS.
           OPEN INPUT PRESUPUESTOS.
           IF ST-FILE-PRE > "07"
              DISPLAY "ERROR ABRIENDO PRESUPUESTOS - ST " ST-FILE-PRE
              ACCEPT X.
           OPEN INPUT FACTURAS.
           IF ST-FILE-FAC > "07"
              DISPLAY "ERROR ABRIENDO FACTURAS - ST " ST-FILE-FAC
              ACCEPT X.
           OPEN INPUT APLICACIONES.
           IF ST-FILE-APL > "07"
              DISPLAY "ERROR ABRIENDO APLICACIONES - ST " ST-FILE-APL
              ACCEPT X.
           OPEN INPUT MOVIMIENTOS.
           IF ST-FILE-MOV > "07"
              DISPLAY "ERROR ABRIENDO MOVIMIENTOS - ST " ST-FILE-MOV
              ACCEPT X.
           OPEN INPUT RESUMEN-PERIODOS.
           IF ST-FILE-RES > "07"
              DISPLAY "ERROR ABRIENDO RESUMEN - ST " ST-FILE-RES
              ACCEPT X.
           OPEN INPUT CLIENTES.
           IF ST-FILE-CLI > "07"
              DISPLAY "ERROR ABRIENDO CLIENTES - ST " ST-FILE-CLI
              ACCEPT X.
           OPEN INPUT VENDEDORES.
           IF ST-FILE-VEN > "07"
              DISPLAY "ERROR ABRIENDO VENDEDORES - ST " ST-FILE-VEN
              ACCEPT X.
           MOVE W-PERIODO TO LT-PERIODO.
           INITIALIZE PARAMETROS-IMPRESOR.
           MOVE "A"                 TO PIM-ACCION.
           MOVE "./presupuesto.txt" TO PIM-ARCHIVO.
           MOVE LINEA-TITULO        TO PIM-TITULO.
           MOVE LINEA-COLUMNAS      TO PIM-ENCABEZADO.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       CIERRO-ARCHIVOS.
           CLOSE PRESUPUESTOS.
           CLOSE FACTURAS.
           CLOSE APLICACIONES.
           CLOSE MOVIMIENTOS.
           CLOSE RESUMEN-PERIODOS.
           CLOSE CLIENTES.
           CLOSE VENDEDORES.
           MOVE "C" TO PIM-ACCION.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           CANCEL "IMPRESOR".

      *----------------------------------------------------------------
      * CARGO-METAS: las metas de enero al período pedido; el maestro
      * está ordenado por período, así que se corta al pasarlo.
      *----------------------------------------------------------------
       CARGO-METAS.
           MOVE "N" TO FIN-LECTURA.
           MOVE W-PERIODO-DESDE TO PRE-PERIODO.
           MOVE LOW-VALUES TO PRE-VENDEDOR PRE-CATEGORIA.
           START PRESUPUESTOS KEY IS NOT LESS THAN PRE-CLAVE.
           IF ST-FILE-PRE NOT = "00"
              GO TO F-CARGO-METAS.
           PERFORM LEO-META THRU F-LEO-META.
           PERFORM SUMO-META THRU F-SUMO-META
              UNTIL TERMINAR-LECTURA.

       F-CARGO-METAS.
           EXIT.

       LEO-META.
           READ PRESUPUESTOS NEXT RECORD.
           IF ST-FILE-PRE NOT = "00"
              MOVE "S" TO FIN-LECTURA
           ELSE
              IF PRE-PERIODO > W-PERIODO
                 MOVE "S" TO FIN-LECTURA.

       F-LEO-META.
           EXIT.

       SUMO-META.
           MOVE PRE-PERIODO   TO W-PERIODO-DATO.
           MOVE PRE-VENDEDOR  TO W-BUS-VENDEDOR.
           MOVE PRE-CATEGORIA TO W-BUS-CATEGORIA.
           MOVE 1 TO W-MEDIDA.
           MOVE PRE-META-FACTURADO TO W-IMPORTE.
           PERFORM ACUMULO-ENTRADA THRU F-ACUMULO-ENTRADA.
           MOVE 3 TO W-MEDIDA.
           MOVE PRE-META-COBRADO TO W-IMPORTE.
           PERFORM ACUMULO-ENTRADA THRU F-ACUMULO-ENTRADA.
           PERFORM LEO-META THRU F-LEO-META.

       F-SUMO-META.
           EXIT.

      *----------------------------------------------------------------
      * ACUMULO-FACTURAS: lo facturado sale del registro FACTURAS,
      * que no se purga, con el mismo criterio que la liquidación de
      * comisiones (fecha de posteo y vendedor de la factura); la
      * categoría es la actual del cliente.
      *----------------------------------------------------------------
       ACUMULO-FACTURAS.
           MOVE "N" TO FIN-LECTURA.
           MOVE LOW-VALUES TO FAC-NROFACTURA.
           START FACTURAS KEY IS NOT LESS THAN FAC-NROFACTURA.
           IF ST-FILE-FAC NOT = "00"
              GO TO F-ACUMULO-FACTURAS.
           PERFORM LEO-FACTURA THRU F-LEO-FACTURA.
           PERFORM SUMO-FACTURA THRU F-SUMO-FACTURA
              UNTIL TERMINAR-LECTURA.

       F-ACUMULO-FACTURAS.
           EXIT.

       LEO-FACTURA.
           READ FACTURAS NEXT RECORD.
           IF ST-FILE-FAC NOT = "00"
              MOVE "S" TO FIN-LECTURA.

       F-LEO-FACTURA.
           EXIT.

       SUMO-FACTURA.
           IF FAC-IMPORTE NOT NUMERIC
              GO TO SIGO-FACTURA.
           MOVE FAC-FECHA-POSTEO (1:6) TO W-PERIODO-DATO.
           IF W-PERIODO-DATO < W-PERIODO-DESDE OR
              W-PERIODO-DATO > W-PERIODO
              GO TO SIGO-FACTURA.
           MOVE FAC-CLI-ID TO W-CLI-BUSCADO.
           PERFORM TOMO-CATEGORIA THRU F-TOMO-CATEGORIA.
           MOVE FAC-VENDEDOR TO W-BUS-VENDEDOR.
           MOVE W-CAT-CACHE  TO W-BUS-CATEGORIA.
           MOVE 2 TO W-MEDIDA.
           COMPUTE W-IMPORTE ROUNDED = FAC-IMPORTE.
           PERFORM ACUMULO-ENTRADA THRU F-ACUMULO-ENTRADA.

       SIGO-FACTURA.
           PERFORM LEO-FACTURA THRU F-LEO-FACTURA.

       F-SUMO-FACTURA.
           EXIT.

      *----------------------------------------------------------------
      * ACUMULO-APLICACIONES: lo cobrado atribuible a un vendedor es
      * lo que cada recibo aplicó a facturas, con el vendedor de la
      * factura. Se toman también las aplicaciones revertidas, igual
      * que el journal cuenta el recibo como cobrado y el rechazo
      * como ajuste; así la parte atribuida nunca supera el total.
      *----------------------------------------------------------------
       ACUMULO-APLICACIONES.
           MOVE "N" TO FIN-LECTURA.
           MOVE LOW-VALUES TO APL-CLAVE.
           START APLICACIONES KEY IS NOT LESS THAN APL-CLAVE.
           IF ST-FILE-APL NOT = "00"
              GO TO F-ACUMULO-APLICACIONES.
           PERFORM LEO-APLICACION THRU F-LEO-APLICACION.
           PERFORM SUMO-APLICACION THRU F-SUMO-APLICACION
              UNTIL TERMINAR-LECTURA.

       F-ACUMULO-APLICACIONES.
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
           MOVE APL-FECHA (1:6) TO W-PERIODO-DATO.
           IF W-PERIODO-DATO < W-PERIODO-DESDE OR
              W-PERIODO-DATO > W-PERIODO
              GO TO SIGO-APLICACION.
           MOVE APL-NROFACTURA TO FAC-NROFACTURA.
           READ FACTURAS KEY IS FAC-NROFACTURA.
           IF ST-FILE-FAC = "00"
              MOVE FAC-VENDEDOR TO W-BUS-VENDEDOR
           ELSE
              MOVE SPACES TO W-BUS-VENDEDOR.
           MOVE APL-CLI-ID TO W-CLI-BUSCADO.
           PERFORM TOMO-CATEGORIA THRU F-TOMO-CATEGORIA.
           MOVE W-CAT-CACHE TO W-BUS-CATEGORIA.
           MOVE 4 TO W-MEDIDA.
           COMPUTE W-IMPORTE ROUNDED = APL-IMPORTE.
           PERFORM ACUMULO-ENTRADA THRU F-ACUMULO-ENTRADA.
           PERFORM BUSCO-CATEGORIA THRU F-BUSCO-CATEGORIA.
           ADD W-IMPORTE TO TC-ATRIBUIDO (IDX-CAT-HALLADO 2).
           IF W-PERIODO-DATO = W-PERIODO
              ADD W-IMPORTE TO TC-ATRIBUIDO (IDX-CAT-HALLADO 1).

       SIGO-APLICACION.
           PERFORM LEO-APLICACION THRU F-LEO-APLICACION.

       F-SUMO-APLICACION.
           EXIT.

      *----------------------------------------------------------------
      * ACUMULO-VIVO: la cobranza por categoría de los recibos que
      * siguen en el journal vivo (origen numérico que baja el saldo),
      * con el mismo criterio que el resumen de gestión.
      *----------------------------------------------------------------
       ACUMULO-VIVO.
           MOVE "N" TO FIN-LECTURA.
           MOVE LOW-VALUES TO MOV-CLAVE.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE.
           IF ST-FILE-MOV NOT = "00"
              GO TO F-ACUMULO-VIVO.
           PERFORM LEO-MOVIMIENTO THRU F-LEO-MOVIMIENTO.
           PERFORM SUMO-MOVIMIENTO THRU F-SUMO-MOVIMIENTO
              UNTIL TERMINAR-LECTURA.

       F-ACUMULO-VIVO.
           EXIT.

       LEO-MOVIMIENTO.
           READ MOVIMIENTOS NEXT RECORD.
           IF ST-FILE-MOV NOT = "00"
              MOVE "S" TO FIN-LECTURA.

       F-LEO-MOVIMIENTO.
           EXIT.

       SUMO-MOVIMIENTO.
           MOVE MOV-FECHA (1:6) TO W-PERIODO-DATO.
           IF W-PERIODO-DATO < W-PERIODO-DESDE OR
              W-PERIODO-DATO > W-PERIODO
              GO TO SIGO-MOVIMIENTO.
           IF MOV-ORIGEN NOT NUMERIC
              GO TO SIGO-MOVIMIENTO.
           MOVE MOV-SALDO-ANTERIOR TO W-SALDO-ANTERIOR.
           MOVE MOV-SALDO-NUEVO    TO W-SALDO-NUEVO.
           COMPUTE W-DELTA = W-SALDO-NUEVO - W-SALDO-ANTERIOR.
           IF W-DELTA NOT < 0
              GO TO SIGO-MOVIMIENTO.
           MOVE MOV-CLI-ID TO W-CLI-BUSCADO.
           PERFORM TOMO-CATEGORIA THRU F-TOMO-CATEGORIA.
           COMPUTE W-IMPORTE ROUNDED = 0 - W-DELTA.
           PERFORM SUMO-COBRADO THRU F-SUMO-COBRADO.

       SIGO-MOVIMIENTO.
           PERFORM LEO-MOVIMIENTO THRU F-LEO-MOVIMIENTO.

       F-SUMO-MOVIMIENTO.
           EXIT.

      *----------------------------------------------------------------
      * ACUMULO-PERSISTIDO: la cobranza de lo que el cierre de período
      * ya archivó, tomada del resumen de períodos de enero al período
      * pedido.
      *----------------------------------------------------------------
       ACUMULO-PERSISTIDO.
           MOVE "N" TO FIN-LECTURA.
           MOVE W-PERIODO-DESDE TO RES-PERIODO.
           MOVE SPACES TO RES-CATEGORIA RES-MONEDA.
           START RESUMEN-PERIODOS KEY IS NOT LESS THAN RES-CLAVE.
           IF ST-FILE-RES NOT = "00"
              GO TO F-ACUMULO-PERSISTIDO.
           PERFORM LEO-RESUMEN THRU F-LEO-RESUMEN.
           PERFORM SUMO-RESUMEN THRU F-SUMO-RESUMEN
              UNTIL TERMINAR-LECTURA.

       F-ACUMULO-PERSISTIDO.
           EXIT.

       LEO-RESUMEN.
           READ RESUMEN-PERIODOS NEXT RECORD.
           IF ST-FILE-RES NOT = "00"
              MOVE "S" TO FIN-LECTURA
           ELSE
              IF RES-PERIODO > W-PERIODO
                 MOVE "S" TO FIN-LECTURA.

       F-LEO-RESUMEN.
           EXIT.

       SUMO-RESUMEN.
           MOVE RES-PERIODO   TO W-PERIODO-DATO.
           MOVE RES-CATEGORIA TO W-CAT-CACHE.
           MOVE 0 TO W-CLI-CACHE.
           MOVE RES-COBRADO   TO W-IMPORTE.
           PERFORM SUMO-COBRADO THRU F-SUMO-COBRADO.
           PERFORM LEO-RESUMEN THRU F-LEO-RESUMEN.

       F-SUMO-RESUMEN.
           EXIT.

       SUMO-COBRADO.
           PERFORM BUSCO-CATEGORIA THRU F-BUSCO-CATEGORIA.
           ADD W-IMPORTE TO TC-COBRADO (IDX-CAT-HALLADO 2).
           IF W-PERIODO-DATO = W-PERIODO
              ADD W-IMPORTE TO TC-COBRADO (IDX-CAT-HALLADO 1).

       F-SUMO-COBRADO.
           EXIT.

      *----------------------------------------------------------------
      * REPARTO-SIN-ATRIBUIR: la cobranza de la categoría que las
      * aplicaciones no atribuyeron a ningún vendedor se suma al
      * renglón sin vendedor de esa categoría.
      *----------------------------------------------------------------
       REPARTO-SIN-ATRIBUIR.
           MOVE SPACES TO W-BUS-VENDEDOR.
           MOVE TC-CATEGORIA (IDX-CAT) TO W-BUS-CATEGORIA.
           MOVE 4 TO W-MEDIDA.
           MOVE SPACES TO W-PERIODO-DATO.
           COMPUTE W-IMPORTE = TC-COBRADO (IDX-CAT 2)
                             - TC-ATRIBUIDO (IDX-CAT 2).
           IF W-IMPORTE NOT = 0
              PERFORM ACUMULO-ENTRADA THRU F-ACUMULO-ENTRADA.
           COMPUTE W-IMPORTE = TC-COBRADO (IDX-CAT 1)
                             - TC-ATRIBUIDO (IDX-CAT 1).
           IF W-IMPORTE NOT = 0
              PERFORM BUSCO-ENTRADA THRU F-BUSCO-ENTRADA
              ADD W-IMPORTE TO TP-MEDIDA (IDX-ENT-HALLADO 1 4).

       F-REPARTO-SIN-ATRIBUIR.
           EXIT.

      *----------------------------------------------------------------
      * TOMO-CATEGORIA: categoría actual del cliente W-CLI-BUSCADO en
      * W-CAT-CACHE ("?" si ya no está en el maestro).
      *----------------------------------------------------------------
       TOMO-CATEGORIA.
           IF W-CLI-BUSCADO = W-CLI-CACHE
              GO TO F-TOMO-CATEGORIA.
           MOVE W-CLI-BUSCADO TO W-CLI-CACHE CLI_ID.
           READ CLIENTES KEY IS ID_CLIENTE.
           IF ST-FILE-CLI = "00"
              MOVE CLI_CATEGORIA TO W-CAT-CACHE
           ELSE
              MOVE "?" TO W-CAT-CACHE.

       F-TOMO-CATEGORIA.
           EXIT.

      *----------------------------------------------------------------
      * ACUMULO-ENTRADA: suma W-IMPORTE a la medida W-MEDIDA de la
      * entrada W-CLAVE-BUSCADA, en el acumulado y, si el dato es del
      * período pedido, también en el mes.
      *----------------------------------------------------------------
       ACUMULO-ENTRADA.
           PERFORM BUSCO-ENTRADA THRU F-BUSCO-ENTRADA.
           ADD W-IMPORTE TO TP-MEDIDA (IDX-ENT-HALLADO 2 W-MEDIDA).
           IF W-PERIODO-DATO = W-PERIODO
              ADD W-IMPORTE TO TP-MEDIDA (IDX-ENT-HALLADO 1 W-MEDIDA).

       F-ACUMULO-ENTRADA.
           EXIT.

      *----------------------------------------------------------------
      * BUSCO-ENTRADA: ubica la entrada de W-CLAVE-BUSCADA o la da de
      * alta en su lugar, corriendo las siguientes, para que la tabla
      * quede ordenada por vendedor y categoría.
      *----------------------------------------------------------------
       BUSCO-ENTRADA.
           MOVE 0 TO IDX-ENT-HALLADO.
           MOVE "N" TO W-ENTRADA-EXISTE.
           PERFORM COMPARO-ENTRADA THRU F-COMPARO-ENTRADA
              VARYING IDX-ENT FROM 1 BY 1
              UNTIL IDX-ENT > W-CANT-ENTRADAS
                 OR IDX-ENT-HALLADO > 0.
           IF ENTRADA-EXISTE
              GO TO F-BUSCO-ENTRADA.
           IF W-CANT-ENTRADAS NOT < 500
              MOVE 500 TO IDX-ENT-HALLADO
              DISPLAY "AVISO: TABLA DE PRESUPUESTO DESBORDADA"
              GO TO F-BUSCO-ENTRADA.
           IF IDX-ENT-HALLADO = 0
              COMPUTE IDX-ENT-HALLADO = W-CANT-ENTRADAS + 1
           ELSE
              PERFORM CORRO-ENTRADA THRU F-CORRO-ENTRADA
                 VARYING IDX-ENT-MUEVO FROM W-CANT-ENTRADAS BY -1
                 UNTIL IDX-ENT-MUEVO < IDX-ENT-HALLADO.
           ADD 1 TO W-CANT-ENTRADAS.
           INITIALIZE PRESUPUESTO-ITEM (IDX-ENT-HALLADO).
           MOVE W-CLAVE-BUSCADA TO TP-CLAVE (IDX-ENT-HALLADO).

       F-BUSCO-ENTRADA.
           EXIT.

       COMPARO-ENTRADA.
           MOVE "N" TO W-ENTRADA-EXISTE.
           IF TP-CLAVE (IDX-ENT) NOT < W-CLAVE-BUSCADA
              MOVE IDX-ENT TO IDX-ENT-HALLADO
              IF TP-CLAVE (IDX-ENT) = W-CLAVE-BUSCADA
                 MOVE "S" TO W-ENTRADA-EXISTE
              END-IF
           END-IF.

       F-COMPARO-ENTRADA.
           EXIT.

       CORRO-ENTRADA.
           MOVE PRESUPUESTO-ITEM (IDX-ENT-MUEVO)
             TO PRESUPUESTO-ITEM (IDX-ENT-MUEVO + 1).

       F-CORRO-ENTRADA.
           EXIT.

      *----------------------------------------------------------------
      * BUSCO-CATEGORIA: ubica (o da de alta) la categoría de
      * W-CAT-CACHE en la tabla de cobranza por categoría.
      *----------------------------------------------------------------
       BUSCO-CATEGORIA.
           MOVE 0 TO IDX-CAT-HALLADO.
           PERFORM COMPARO-CATEGORIA THRU F-COMPARO-CATEGORIA
              VARYING IDX-CAT FROM 1 BY 1
              UNTIL IDX-CAT > W-CANT-CATEGORIAS
                 OR IDX-CAT-HALLADO > 0.
           IF IDX-CAT-HALLADO = 0
              IF W-CANT-CATEGORIAS < 100
                 ADD 1 TO W-CANT-CATEGORIAS
                 MOVE W-CANT-CATEGORIAS TO IDX-CAT-HALLADO
                 INITIALIZE CATEGORIA-ITEM (IDX-CAT-HALLADO)
                 MOVE W-CAT-CACHE TO TC-CATEGORIA (IDX-CAT-HALLADO)
              ELSE
                 MOVE 100 TO IDX-CAT-HALLADO
                 DISPLAY "AVISO: TABLA DE CATEGORIAS DESBORDADA".

       F-BUSCO-CATEGORIA.
           EXIT.

       COMPARO-CATEGORIA.
           IF TC-CATEGORIA (IDX-CAT) = W-CAT-CACHE
              MOVE IDX-CAT TO IDX-CAT-HALLADO.

       F-COMPARO-CATEGORIA.
           EXIT.

      *----------------------------------------------------------------
      * IMPRIMO-INFORME: por vendedor, su nombre del maestro, dos
      * renglones (mes y acumulado) por categoría y el subtotal del
      * vendedor; al final el total general.
      *----------------------------------------------------------------
       IMPRIMO-INFORME.
           INITIALIZE W-SUBTOTAL W-TOTAL.
           PERFORM IMPRIMO-ENTRADA THRU F-IMPRIMO-ENTRADA
              VARYING IDX-ENT FROM 1 BY 1
              UNTIL IDX-ENT > W-CANT-ENTRADAS.
           IF W-CANT-ENTRADAS = 0
              MOVE "T" TO PIM-ACCION
              MOVE "SIN METAS NI VENTAS PARA EL PERIODO" TO PIM-LINEA
              CALL "IMPRESOR" USING PARAMETROS-IMPRESOR
              GO TO F-IMPRIMO-INFORME.
           PERFORM IMPRIMO-SUBTOTAL THRU F-IMPRIMO-SUBTOTAL.
           MOVE "T" TO PIM-ACCION.
           MOVE SPACES TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           MOVE "TOTAL GENERAL" TO LD-ETIQUETA.
           MOVE TG-JUEGO (1) TO W-MEDIDAS-LINEA.
           PERFORM ARMO-LINEA THRU F-ARMO-LINEA.
           MOVE "T" TO PIM-ACCION.
           MOVE LINEA-DETALLE TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           MOVE "  ACUMULADO" TO LD-ETIQUETA.
           MOVE TG-JUEGO (2) TO W-MEDIDAS-LINEA.
           PERFORM ARMO-LINEA THRU F-ARMO-LINEA.
           MOVE "T" TO PIM-ACCION.
           MOVE LINEA-DETALLE TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           DISPLAY "ENTRADAS LISTADAS: " W-CANT-ENTRADAS.

       F-IMPRIMO-INFORME.
           EXIT.

       IMPRIMO-ENTRADA.
           IF HAY-VENDEDOR AND
              TP-VENDEDOR (IDX-ENT) NOT = W-VENDEDOR-ANT
              PERFORM IMPRIMO-SUBTOTAL THRU F-IMPRIMO-SUBTOTAL.
           IF NOT HAY-VENDEDOR OR
              TP-VENDEDOR (IDX-ENT) NOT = W-VENDEDOR-ANT
              PERFORM IMPRIMO-VENDEDOR THRU F-IMPRIMO-VENDEDOR.
           MOVE SPACES TO LD-ETIQUETA.
           STRING "CAT " DELIMITED BY SIZE
                  TP-CATEGORIA (IDX-ENT) DELIMITED BY SIZE
                  " MES" DELIMITED BY SIZE
              INTO LD-ETIQUETA.
           MOVE TP-JUEGO (IDX-ENT 1) TO W-MEDIDAS-LINEA.
           PERFORM ARMO-LINEA THRU F-ARMO-LINEA.
           MOVE "D" TO PIM-ACCION.
           MOVE LINEA-DETALLE TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           MOVE "  ACUMULADO" TO LD-ETIQUETA.
           MOVE TP-JUEGO (IDX-ENT 2) TO W-MEDIDAS-LINEA.
           PERFORM ARMO-LINEA THRU F-ARMO-LINEA.
           MOVE "T" TO PIM-ACCION.
           MOVE LINEA-DETALLE TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           PERFORM SUMO-TOTALES THRU F-SUMO-TOTALES
              VARYING IDX-JUE FROM 1 BY 1 UNTIL IDX-JUE > 2
              AFTER IDX-MED FROM 1 BY 1 UNTIL IDX-MED > 4.

       F-IMPRIMO-ENTRADA.
           EXIT.

       IMPRIMO-VENDEDOR.
           MOVE "S" TO W-HAY-VENDEDOR.
           MOVE TP-VENDEDOR (IDX-ENT) TO W-VENDEDOR-ANT LV-CODIGO.
           IF W-VENDEDOR-ANT = SPACES
              MOVE "SIN VENDEDOR / COBRANZA SIN ATRIBUIR"
                 TO LV-NOMBRE
           ELSE
              MOVE W-VENDEDOR-ANT TO VEN-CODIGO
              READ VENDEDORES KEY IS VEN-CODIGO
              IF ST-FILE-VEN = "00"
                 MOVE VEN-NOMBRE TO LV-NOMBRE
              ELSE
                 MOVE "(VENDEDOR NO ENCONTRADO)" TO LV-NOMBRE
              END-IF
           END-IF.
           MOVE "T" TO PIM-ACCION.
           MOVE LINEA-VENDEDOR TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       F-IMPRIMO-VENDEDOR.
           EXIT.

       SUMO-TOTALES.
           ADD TP-MEDIDA (IDX-ENT IDX-JUE IDX-MED)
              TO ST-MEDIDA (IDX-JUE IDX-MED)
                 TG-MEDIDA (IDX-JUE IDX-MED).

       F-SUMO-TOTALES.
           EXIT.

       IMPRIMO-SUBTOTAL.
           MOVE "SUBTOTAL MES" TO LD-ETIQUETA.
           MOVE ST-JUEGO (1) TO W-MEDIDAS-LINEA.
           PERFORM ARMO-LINEA THRU F-ARMO-LINEA.
           MOVE "T" TO PIM-ACCION.
           MOVE LINEA-DETALLE TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           MOVE "  ACUMULADO" TO LD-ETIQUETA.
           MOVE ST-JUEGO (2) TO W-MEDIDAS-LINEA.
           PERFORM ARMO-LINEA THRU F-ARMO-LINEA.
           MOVE "T" TO PIM-ACCION.
           MOVE LINEA-DETALLE TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           MOVE "T" TO PIM-ACCION.
           MOVE SPACES TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           INITIALIZE W-SUBTOTAL.

       F-IMPRIMO-SUBTOTAL.
           EXIT.

      *----------------------------------------------------------------
      * ARMO-LINEA: arma las columnas de LINEA-DETALLE a partir de las
      * cuatro medidas de W-MEDIDAS-LINEA; el porcentaje de
      * cumplimiento queda en blanco si no hay meta.
      *----------------------------------------------------------------
       ARMO-LINEA.
           MOVE WML-MEDIDA (1) TO LD-META-FAC.
           MOVE WML-MEDIDA (2) TO LD-REAL-FAC.
           COMPUTE W-VARIACION = WML-MEDIDA (2) - WML-MEDIDA (1).
           MOVE W-VARIACION TO LD-VAR-FAC.
           MOVE SPACES TO LD-PORC-FAC.
           IF WML-MEDIDA (1) NOT = 0
              COMPUTE W-PORCENTAJE ROUNDED =
                 WML-MEDIDA (2) * 100 / WML-MEDIDA (1)
                 ON SIZE ERROR MOVE 9999,9 TO W-PORCENTAJE
              END-COMPUTE
              MOVE W-PORCENTAJE TO W-PORC-EDIT
              MOVE W-PORC-EDIT TO LD-PORC-FAC.
           MOVE WML-MEDIDA (3) TO LD-META-COB.
           MOVE WML-MEDIDA (4) TO LD-REAL-COB.
           COMPUTE W-VARIACION = WML-MEDIDA (4) - WML-MEDIDA (3).
           MOVE W-VARIACION TO LD-VAR-COB.
           MOVE SPACES TO LD-PORC-COB.
           IF WML-MEDIDA (3) NOT = 0
              COMPUTE W-PORCENTAJE ROUNDED =
                 WML-MEDIDA (4) * 100 / WML-MEDIDA (3)
                 ON SIZE ERROR MOVE 9999,9 TO W-PORCENTAJE
              END-COMPUTE
              MOVE W-PORCENTAJE TO W-PORC-EDIT
              MOVE W-PORC-EDIT TO LD-PORC-COB.

       F-ARMO-LINEA.
           EXIT.

       END PROGRAM "PRESUPVTA".
