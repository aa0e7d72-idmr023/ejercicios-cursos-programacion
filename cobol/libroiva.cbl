      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Libro IVA ventas mensual: dado un período AAAAMM,
      *           lista a través de IMPRESOR un renglón por cada
      *           factura posteada en el período (registro FACTURAS) y
      *           por cada nota de crédito aplicada en el período
      *           (registro NOTAS-CREDITO, en negativo), con neto,
      *           impuesto y tasa de cada grupo; subtotaliza neto e
      *           impuesto por tasa (las facturas sin detalle de IVA
      *           van en un renglón aparte) y cierra con el total
      *           general. El total de facturas se concilia contra lo
      *           facturado en MOVIMIENTOS para el período (journal
      *           vivo más lo ya archivado en el resumen de períodos).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "LIBROIVA".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL FACTURAS ASSIGN TO "./facturas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS FAC-NROFACTURA
                  ALTERNATE KEY FAC-CLI-ID WITH DUPLICATES
                  STATUS ST-FILE-FAC.

           SELECT OPTIONAL NOTAS-CREDITO ASSIGN TO "./notascred.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS NCR-CLAVE
                  STATUS ST-FILE-NCR.

           SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS ID_CLIENTE
                  ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
                  STATUS ST-FILE-CLI.

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

       DATA DIVISION.
       FILE SECTION.

       FD  FACTURAS.

           COPY "regfac.cpy".

       FD  NOTAS-CREDITO.

           COPY "regncr.cpy".

       FD  CLIENTES.

           COPY "regcliente.cpy".

       FD  MOVIMIENTOS.

           COPY "regmov.cpy".

       FD  RESUMEN-PERIODOS.

           COPY "regres.cpy".

       WORKING-STORAGE SECTION.

       01  ST-FILE-FAC PIC XX.
       01  ST-FILE-NCR PIC XX.
       01  ST-FILE-CLI PIC XX.
       01  ST-FILE-MOV PIC XX.
       01  ST-FILE-RES PIC XX.
       01  X           PIC X.

           COPY "paramimp.cpy".

           COPY "paramtar.cpy".

       01  W-PERIODO     PIC X(06).

       01  FIN-FACTURAS  PIC X     VALUE "N".
           88  TERMINAR-FACTURAS   VALUE "S".

       01  FIN-NOTAS     PIC X     VALUE "N".
           88  TERMINAR-NOTAS      VALUE "S".

       01  FIN-MOVIMIENTOS PIC X   VALUE "N".
           88  TERMINAR-MOVIMIENTOS VALUE "S".

       01  FIN-RESUMENES PIC X     VALUE "N".
           88  TERMINAR-RESUMENES  VALUE "S".

       01  W-SIGNO       PIC S9    VALUE 1.
           *>1 para facturas, -1 para notas de crédito.

       01  W-DELTA          PIC S9(8)V9(3).
       01  W-SALDO-ANTERIOR PIC S9(7)V9(3).
       01  W-SALDO-NUEVO    PIC S9(7)V9(3).

       01  W-IMPORTE     PIC S9(9)V9(3).
       01  W-TASA        PIC 9(03)V99.
       01  W-NETO        PIC S9(9)V9(3).
       01  W-IMPUESTO    PIC S9(9)V9(3).
       01  IDX-IVA       PIC 9.

       01  W-CANT-FACTURAS    PIC 9(07)       VALUE 0.
       01  W-CANT-NOTAS       PIC 9(07)       VALUE 0.
       01  W-TOTAL-FACTURAS   PIC S9(11)V9(3) VALUE 0.
       01  W-TOTAL-NOTAS      PIC S9(11)V9(3) VALUE 0.
       01  W-TOTAL-NETO       PIC S9(11)V9(3) VALUE 0.
       01  W-TOTAL-IMPUESTO   PIC S9(11)V9(3) VALUE 0.
       01  W-TOTAL-GENERAL    PIC S9(11)V9(3) VALUE 0.
       01  W-SIN-DETALLE      PIC S9(11)V9(3) VALUE 0.
       01  W-SIN-DETALLE-CANT PIC 9(07)       VALUE 0.
       01  W-FACTURADO-MOV    PIC S9(11)V9(3) VALUE 0.
       01  W-DIFERENCIA       PIC S9(11)V9(3).

      *----------------------------------------------------------------
      * TABLA-TASAS: neto e impuesto del período por tasa, armada al
      * vuelo mientras se recorren facturas y notas.
      *----------------------------------------------------------------
       01  W-CANT-TASAS      PIC 99 VALUE 0.
       01  IDX-TAS           PIC 99.
       01  IDX-TAS-HALLADO   PIC 99.

       01  TABLA-TASAS.
           02  TASA-ITEM OCCURS 20 TIMES.
               03  TT-TASA         PIC 9(03)V99.
               03  TT-NETO         PIC S9(11)V9(3).
               03  TT-IMPUESTO     PIC S9(11)V9(3).

       01  LINEA-TITULO.
           02  FILLER          PIC X(27)
               VALUE "LIBRO IVA VENTAS - PERIODO ".
           02  LT-PERIODO      PIC X(06).

       01  LINEA-COLUMNAS.
           02  FILLER          PIC X(09) VALUE "FECHA".
           02  FILLER          PIC X(03) VALUE "TP".
           02  FILLER          PIC X(09) VALUE "NUMERO".
           02  FILLER          PIC X(08) VALUE "CLIENTE".
           02  FILLER          PIC X(31) VALUE "NOMBRE".
           02  FILLER          PIC X(35)
               VALUE "TASA   NETO           IMPUESTO".
           02  FILLER          PIC X(35)
               VALUE "TASA   NETO           IMPUESTO".
           02  FILLER          PIC X(35)
               VALUE "TASA   NETO           IMPUESTO".
           02  FILLER          PIC X(15) VALUE "TOTAL".

       01  LINEA-DETALLE.
           02  LD-FECHA        PIC X(08).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-TIPO         PIC X(02).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-NUMERO       PIC 9(08).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-CLIENTE      PIC 9(07).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-NOMBRE       PIC X(30).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-IVA OCCURS 3 TIMES.
               03  LD-TASA     PIC ZZ9,99.
               03  FILLER      PIC X(01).
               03  LD-NETO     PIC -(9)9,99.
               03  FILLER      PIC X(01).
               03  LD-IMPUESTO PIC -(9)9,99.
               03  FILLER      PIC X(01).
           02  LD-TOTAL        PIC -(10)9,99.

       01  LINEA-SUBTOTAL.
           02  FILLER          PIC X(16) VALUE "SUBTOTAL TASA ".
           02  LU-TASA         PIC ZZ9,99.
           02  FILLER          PIC X(08) VALUE " NETO ".
           02  LU-NETO         PIC -(10)9,99.
           02  FILLER          PIC X(12) VALUE " IMPUESTO ".
           02  LU-IMPUESTO     PIC -(10)9,99.

       01  LINEA-SUBTOTAL-SD.
           02  FILLER          PIC X(25)
               VALUE "SUBTOTAL SIN DETALLE ".
           02  LSD-CANTIDAD    PIC Z(6)9.
           02  FILLER          PIC X(11) VALUE " DOCUMENTOS".
           02  FILLER          PIC X(08) VALUE " TOTAL ".
           02  LSD-TOTAL       PIC -(10)9,99.

       01  LINEA-TOTAL.
           02  FILLER          PIC X(16) VALUE "TOTAL GENERAL".
           02  FILLER          PIC X(14) VALUE " NETO ".
           02  LG-NETO         PIC -(10)9,99.
           02  FILLER          PIC X(12) VALUE " IMPUESTO ".
           02  LG-IMPUESTO     PIC -(10)9,99.
           02  FILLER          PIC X(10) VALUE " S/DETALLE".
           02  LG-SIN-DETALLE  PIC -(10)9,99.
           02  FILLER          PIC X(07) VALUE " TOTAL ".
           02  LG-TOTAL        PIC -(10)9,99.

       01  LINEA-CANTIDADES.
           02  FILLER          PIC X(10) VALUE "FACTURAS: ".
           02  LC-FACTURAS     PIC Z(6)9.
           02  FILLER          PIC X(07) VALUE " TOTAL ".
           02  LC-TOTAL-FAC    PIC -(10)9,99.
           02  FILLER          PIC X(18) VALUE "  NOTAS CREDITO: ".
           02  LC-NOTAS        PIC Z(6)9.
           02  FILLER          PIC X(07) VALUE " TOTAL ".
           02  LC-TOTAL-NC     PIC -(10)9,99.

       01  LINEA-CONCILIACION.
           02  FILLER          PIC X(30)
               VALUE "FACTURAS DEL LIBRO..........: ".
           02  LN-LIBRO        PIC -(10)9,99.
           02  FILLER          PIC X(25)
               VALUE "  FACTURADO MOVIMIENTOS: ".
           02  LN-MOVIMIENTOS  PIC -(10)9,99.
           02  FILLER          PIC X(14) VALUE "  DIFERENCIA: ".
           02  LN-DIFERENCIA   PIC -(10)9,99.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LN-RESULTADO    PIC X(10).

       PROCEDURE DIVISION.
       PABLO.
           PERFORM PIDO-PERIODO THRU F-PIDO-PERIODO.
           PERFORM ABRO-ARCHIVOS.
           PERFORM POSICIONO-FACTURAS THRU F-POSICIONO-FACTURAS.
           PERFORM CICLO-FACTURAS THRU F-CICLO-FACTURAS
              UNTIL TERMINAR-FACTURAS.
           PERFORM POSICIONO-NOTAS THRU F-POSICIONO-NOTAS.
           PERFORM CICLO-NOTAS THRU F-CICLO-NOTAS
              UNTIL TERMINAR-NOTAS.
           PERFORM ACUMULO-VIVO THRU F-ACUMULO-VIVO.
           PERFORM ACUMULO-PERSISTIDO THRU F-ACUMULO-PERSISTIDO.
           PERFORM IMPRIMO-TOTALES THRU F-IMPRIMO-TOTALES.
           PERFORM CIERRO-ARCHIVOS.
           STOP RUN.

      *----------------------------------------------------------------
      * PIDO-PERIODO: el período sale de la tarjeta de control si
      * está cargado; sin tarjeta se lo pide al operador.
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

       F-PIDO-PERIODO.
           EXIT.

       ABRO-ARCHIVOS.
           OPEN INPUT FACTURAS.
           IF ST-FILE-FAC > "07"
              DISPLAY "ERROR ABRIENDO FACTURAS - ST " ST-FILE-FAC
              ACCEPT X.
           OPEN INPUT NOTAS-CREDITO.
           IF ST-FILE-NCR > "07"
              DISPLAY "ERROR ABRIENDO NOTAS-CREDITO - ST " ST-FILE-NCR
              ACCEPT X.
           OPEN INPUT CLIENTES.
           IF ST-FILE-CLI > "07"
              DISPLAY "ERROR ABRIENDO CLIENTES - ST " ST-FILE-CLI
              ACCEPT X.
           OPEN INPUT MOVIMIENTOS.
           IF ST-FILE-MOV > "07"
              DISPLAY "ERROR ABRIENDO MOVIMIENTOS - ST " ST-FILE-MOV
              ACCEPT X.
           OPEN INPUT RESUMEN-PERIODOS.
           IF ST-FILE-RES > "07"
              DISPLAY "ERROR ABRIENDO RESUMEN - ST " ST-FILE-RES
              ACCEPT X.
           MOVE W-PERIODO TO LT-PERIODO.
           INITIALIZE PARAMETROS-IMPRESOR.
           MOVE "A"              TO PIM-ACCION.
           MOVE "./libroiva.txt" TO PIM-ARCHIVO.
           MOVE LINEA-TITULO     TO PIM-TITULO.
           MOVE LINEA-COLUMNAS   TO PIM-ENCABEZADO.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       CIERRO-ARCHIVOS.
           CLOSE FACTURAS.
           CLOSE NOTAS-CREDITO.
           CLOSE CLIENTES.
           CLOSE MOVIMIENTOS.
           CLOSE RESUMEN-PERIODOS.
           MOVE "C" TO PIM-ACCION.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           CANCEL "IMPRESOR".

       POSICIONO-FACTURAS.
           MOVE LOW-VALUES TO FAC-NROFACTURA.
           START FACTURAS KEY IS NOT LESS THAN FAC-NROFACTURA.
           IF ST-FILE-FAC NOT = "00"
              MOVE "S" TO FIN-FACTURAS
              GO TO F-POSICIONO-FACTURAS.
           PERFORM LEO-FACTURA THRU F-LEO-FACTURA.

       F-POSICIONO-FACTURAS.
           EXIT.

       LEO-FACTURA.
           READ FACTURAS NEXT RECORD.
           IF ST-FILE-FAC NOT = "00"
              MOVE "S" TO FIN-FACTURAS.

       F-LEO-FACTURA.
           EXIT.

      *----------------------------------------------------------------
      * CICLO-FACTURAS: un renglón por factura posteada en el período;
      * una factura anterior a la partida abierta (importe no
      * numérico) no tiene importe que declarar y se saltea.
      *----------------------------------------------------------------
       CICLO-FACTURAS.
           IF FAC-FECHA-POSTEO (1:6) NOT = W-PERIODO OR
              FAC-IMPORTE NOT NUMERIC
              GO TO SIGO-FACTURAS.
           MOVE 1 TO W-SIGNO.
           MOVE SPACES TO LINEA-DETALLE.
           MOVE FAC-FECHA-POSTEO TO LD-FECHA.
           MOVE "FC"             TO LD-TIPO.
           MOVE FAC-NROFACTURA   TO LD-NUMERO.
           MOVE FAC-CLI-ID       TO LD-CLIENTE.
           MOVE FAC-IMPORTE      TO W-IMPORTE.
           PERFORM BUSCO-NOMBRE THRU F-BUSCO-NOMBRE.
           IF FAC-CON-IVA
              PERFORM DETALLO-FACTURA THRU F-DETALLO-FACTURA
                 VARYING IDX-IVA FROM 1 BY 1 UNTIL IDX-IVA > 3
           ELSE
              PERFORM SUMO-SIN-DETALLE THRU F-SUMO-SIN-DETALLE.
           ADD 1 TO W-CANT-FACTURAS.
           ADD W-IMPORTE TO W-TOTAL-FACTURAS.
           PERFORM IMPRIMO-DOCUMENTO THRU F-IMPRIMO-DOCUMENTO.

       SIGO-FACTURAS.
           PERFORM LEO-FACTURA THRU F-LEO-FACTURA.

       F-CICLO-FACTURAS.
           EXIT.

       DETALLO-FACTURA.
           MOVE FAC-IVA-TASA (IDX-IVA)     TO W-TASA.
           MOVE FAC-IVA-NETO (IDX-IVA)     TO W-NETO.
           MOVE FAC-IVA-IMPUESTO (IDX-IVA) TO W-IMPUESTO.
           PERFORM ACUMULO-GRUPO THRU F-ACUMULO-GRUPO.

       F-DETALLO-FACTURA.
           EXIT.

       POSICIONO-NOTAS.
           MOVE LOW-VALUES TO NCR-CLAVE.
           START NOTAS-CREDITO KEY IS NOT LESS THAN NCR-CLAVE.
           IF ST-FILE-NCR NOT = "00"
              MOVE "S" TO FIN-NOTAS
              GO TO F-POSICIONO-NOTAS.
           PERFORM LEO-NOTA THRU F-LEO-NOTA.

       F-POSICIONO-NOTAS.
           EXIT.

       LEO-NOTA.
           READ NOTAS-CREDITO NEXT RECORD.
           IF ST-FILE-NCR NOT = "00"
              MOVE "S" TO FIN-NOTAS.

       F-LEO-NOTA.
           EXIT.

      *----------------------------------------------------------------
      * CICLO-NOTAS: un renglón por nota de crédito aplicada en el
      * período, con todos los importes en negativo; el número que
      * se lista es el de la factura acreditada.
      *----------------------------------------------------------------
       CICLO-NOTAS.
           IF NCR-FECHA (1:6) NOT = W-PERIODO
              GO TO SIGO-NOTAS.
           MOVE -1 TO W-SIGNO.
           MOVE SPACES TO LINEA-DETALLE.
           MOVE NCR-FECHA        TO LD-FECHA.
           MOVE "NC"             TO LD-TIPO.
           MOVE NCR-NROFACTURA   TO LD-NUMERO.
           MOVE NCR-CLI-ID       TO LD-CLIENTE.
           COMPUTE W-IMPORTE = NCR-IMPORTE * W-SIGNO.
           PERFORM BUSCO-NOMBRE THRU F-BUSCO-NOMBRE.
           IF NCR-CON-IVA
              PERFORM DETALLO-NOTA THRU F-DETALLO-NOTA
                 VARYING IDX-IVA FROM 1 BY 1 UNTIL IDX-IVA > 3
           ELSE
              PERFORM SUMO-SIN-DETALLE THRU F-SUMO-SIN-DETALLE.
           ADD 1 TO W-CANT-NOTAS.
           ADD W-IMPORTE TO W-TOTAL-NOTAS.
           PERFORM IMPRIMO-DOCUMENTO THRU F-IMPRIMO-DOCUMENTO.

       SIGO-NOTAS.
           PERFORM LEO-NOTA THRU F-LEO-NOTA.

       F-CICLO-NOTAS.
           EXIT.

       DETALLO-NOTA.
           MOVE NCR-IVA-TASA (IDX-IVA) TO W-TASA.
           COMPUTE W-NETO     = NCR-IVA-NETO (IDX-IVA) * W-SIGNO.
           COMPUTE W-IMPUESTO = NCR-IVA-IMPUESTO (IDX-IVA) * W-SIGNO.
           PERFORM ACUMULO-GRUPO THRU F-ACUMULO-GRUPO.

       F-DETALLO-NOTA.
           EXIT.

      *----------------------------------------------------------------
      * ACUMULO-GRUPO: pasa el grupo IDX-IVA del documento al renglón
      * y lo suma a la tabla de tasas; un grupo sin usar (neto e
      * impuesto en cero) queda en blanco.
      *----------------------------------------------------------------
       ACUMULO-GRUPO.
           IF W-NETO = 0 AND W-IMPUESTO = 0
              GO TO F-ACUMULO-GRUPO.
           MOVE W-TASA     TO LD-TASA (IDX-IVA).
           MOVE W-NETO     TO LD-NETO (IDX-IVA).
           MOVE W-IMPUESTO TO LD-IMPUESTO (IDX-IVA).
           PERFORM BUSCO-TASA THRU F-BUSCO-TASA.
           ADD W-NETO     TO TT-NETO (IDX-TAS-HALLADO).
           ADD W-IMPUESTO TO TT-IMPUESTO (IDX-TAS-HALLADO).
           ADD W-NETO     TO W-TOTAL-NETO.
           ADD W-IMPUESTO TO W-TOTAL-IMPUESTO.

       F-ACUMULO-GRUPO.
           EXIT.

       SUMO-SIN-DETALLE.
           MOVE "SIN DETALLE" TO LD-NOMBRE (20:11).
           ADD 1 TO W-SIN-DETALLE-CANT.
           ADD W-IMPORTE TO W-SIN-DETALLE.

       F-SUMO-SIN-DETALLE.
           EXIT.

      *----------------------------------------------------------------
      * BUSCO-TASA: ubica (o da de alta) la tasa W-TASA en la tabla
      * de subtotales, dejando el subíndice en IDX-TAS-HALLADO.
      *----------------------------------------------------------------
       BUSCO-TASA.
           MOVE 0 TO IDX-TAS-HALLADO.
           PERFORM COMPARO-TASA THRU F-COMPARO-TASA
              VARYING IDX-TAS FROM 1 BY 1
              UNTIL IDX-TAS > W-CANT-TASAS
                 OR IDX-TAS-HALLADO > 0.
           IF IDX-TAS-HALLADO = 0
              IF W-CANT-TASAS < 20
                 ADD 1 TO W-CANT-TASAS
                 MOVE W-CANT-TASAS TO IDX-TAS-HALLADO
                 MOVE W-TASA TO TT-TASA (IDX-TAS-HALLADO)
                 MOVE 0 TO TT-NETO (IDX-TAS-HALLADO)
                 MOVE 0 TO TT-IMPUESTO (IDX-TAS-HALLADO)
              ELSE
                 MOVE 20 TO IDX-TAS-HALLADO
                 DISPLAY "AVISO: TABLA DE TASAS DESBORDADA".

       F-BUSCO-TASA.
           EXIT.

       COMPARO-TASA.
           IF TT-TASA (IDX-TAS) = W-TASA
              MOVE IDX-TAS TO IDX-TAS-HALLADO.

       F-COMPARO-TASA.
           EXIT.

       BUSCO-NOMBRE.
           MOVE LD-CLIENTE TO CLI_ID.
           READ CLIENTES KEY IS ID_CLIENTE.
           IF ST-FILE-CLI = "00"
              MOVE CLI_NOMBRE TO LD-NOMBRE
           ELSE
              MOVE "(CLIENTE NO ENCONTRADO)" TO LD-NOMBRE.

       F-BUSCO-NOMBRE.
           EXIT.

       IMPRIMO-DOCUMENTO.
           MOVE W-IMPORTE     TO LD-TOTAL.
           MOVE "D"           TO PIM-ACCION.
           MOVE LINEA-DETALLE TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       F-IMPRIMO-DOCUMENTO.
           EXIT.

      *----------------------------------------------------------------
      * ACUMULO-VIVO: suma lo facturado del período que sigue en el
      * journal vivo, con la misma clasificación que el cierre de
      * período (origen numérico que sube el saldo).
      *----------------------------------------------------------------
       ACUMULO-VIVO.
           MOVE LOW-VALUES TO MOV-CLAVE.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE.
           IF ST-FILE-MOV NOT = "00"
              GO TO F-ACUMULO-VIVO.
           PERFORM LEO-MOVIMIENTO THRU F-LEO-MOVIMIENTO.
           PERFORM CLASIFICO-VIVO THRU F-CLASIFICO-VIVO
              UNTIL TERMINAR-MOVIMIENTOS.

       F-ACUMULO-VIVO.
           EXIT.

       LEO-MOVIMIENTO.
           READ MOVIMIENTOS NEXT RECORD.
           IF ST-FILE-MOV NOT = "00"
              MOVE "S" TO FIN-MOVIMIENTOS.

       F-LEO-MOVIMIENTO.
           EXIT.

       CLASIFICO-VIVO.
           IF MOV-FECHA (1:6) = W-PERIODO AND MOV-ORIGEN NUMERIC
              MOVE MOV-SALDO-ANTERIOR TO W-SALDO-ANTERIOR
              MOVE MOV-SALDO-NUEVO    TO W-SALDO-NUEVO
              COMPUTE W-DELTA = W-SALDO-NUEVO - W-SALDO-ANTERIOR
              IF W-DELTA > 0
                 ADD W-DELTA TO W-FACTURADO-MOV
              END-IF
           END-IF.
           PERFORM LEO-MOVIMIENTO THRU F-LEO-MOVIMIENTO.

       F-CLASIFICO-VIVO.
           EXIT.

      *----------------------------------------------------------------
      * ACUMULO-PERSISTIDO: suma lo facturado del período ya archivado
      * por el cierre de período en el resumen de períodos.
      *----------------------------------------------------------------
       ACUMULO-PERSISTIDO.
           MOVE W-PERIODO TO RES-PERIODO.
           MOVE SPACES TO RES-CATEGORIA RES-MONEDA.
           START RESUMEN-PERIODOS KEY IS NOT LESS THAN RES-CLAVE.
           IF ST-FILE-RES NOT = "00"
              GO TO F-ACUMULO-PERSISTIDO.
           PERFORM LEO-RESUMEN THRU F-LEO-RESUMEN.
           PERFORM SUMO-PERSISTIDO THRU F-SUMO-PERSISTIDO
              UNTIL TERMINAR-RESUMENES.

       F-ACUMULO-PERSISTIDO.
           EXIT.

       LEO-RESUMEN.
           READ RESUMEN-PERIODOS NEXT RECORD.
           IF ST-FILE-RES NOT = "00"
              MOVE "S" TO FIN-RESUMENES
           ELSE
              IF RES-PERIODO NOT = W-PERIODO
                 MOVE "S" TO FIN-RESUMENES.

       F-LEO-RESUMEN.
           EXIT.

       SUMO-PERSISTIDO.
           ADD RES-FACTURADO TO W-FACTURADO-MOV.
           PERFORM LEO-RESUMEN THRU F-LEO-RESUMEN.

       F-SUMO-PERSISTIDO.
           EXIT.

      *----------------------------------------------------------------
      * IMPRIMO-TOTALES: subtotal por tasa, renglón de documentos sin
      * detalle, total general y conciliación de las facturas del
      * libro contra lo facturado en MOVIMIENTOS.
      *----------------------------------------------------------------
       IMPRIMO-TOTALES.
           PERFORM IMPRIMO-SUBTOTAL THRU F-IMPRIMO-SUBTOTAL
              VARYING IDX-TAS FROM 1 BY 1
              UNTIL IDX-TAS > W-CANT-TASAS.
           IF W-SIN-DETALLE-CANT > 0
              MOVE W-SIN-DETALLE-CANT TO LSD-CANTIDAD
              MOVE W-SIN-DETALLE      TO LSD-TOTAL
              MOVE "T"                TO PIM-ACCION
              MOVE LINEA-SUBTOTAL-SD  TO PIM-LINEA
              CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           COMPUTE W-TOTAL-GENERAL =
              W-TOTAL-NETO + W-TOTAL-IMPUESTO + W-SIN-DETALLE.
           MOVE W-TOTAL-NETO     TO LG-NETO.
           MOVE W-TOTAL-IMPUESTO TO LG-IMPUESTO.
           MOVE W-SIN-DETALLE    TO LG-SIN-DETALLE.
           MOVE W-TOTAL-GENERAL  TO LG-TOTAL.
           MOVE "T"          TO PIM-ACCION.
           MOVE LINEA-TOTAL  TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           MOVE W-CANT-FACTURAS  TO LC-FACTURAS.
           MOVE W-TOTAL-FACTURAS TO LC-TOTAL-FAC.
           MOVE W-CANT-NOTAS     TO LC-NOTAS.
           MOVE W-TOTAL-NOTAS    TO LC-TOTAL-NC.
           MOVE "T"              TO PIM-ACCION.
           MOVE LINEA-CANTIDADES TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           COMPUTE W-DIFERENCIA = W-TOTAL-FACTURAS - W-FACTURADO-MOV.
           MOVE W-TOTAL-FACTURAS TO LN-LIBRO.
           MOVE W-FACTURADO-MOV  TO LN-MOVIMIENTOS.
           MOVE W-DIFERENCIA     TO LN-DIFERENCIA.
           IF W-DIFERENCIA = 0
              MOVE "CONCILIADO" TO LN-RESULTADO
           ELSE
              MOVE "DIFERENCIA" TO LN-RESULTADO.
           MOVE "T"                TO PIM-ACCION.
           MOVE LINEA-CONCILIACION TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           DISPLAY "FACTURAS LISTADAS....: " W-CANT-FACTURAS.
           DISPLAY "NOTAS LISTADAS.......: " W-CANT-NOTAS.
           DISPLAY "TOTAL GENERAL........: " W-TOTAL-GENERAL.
           DISPLAY "CONCILIACION.........: " LN-RESULTADO.

       F-IMPRIMO-TOTALES.
           EXIT.

       IMPRIMO-SUBTOTAL.
           MOVE TT-TASA (IDX-TAS)     TO LU-TASA.
           MOVE TT-NETO (IDX-TAS)     TO LU-NETO.
           MOVE TT-IMPUESTO (IDX-TAS) TO LU-IMPUESTO.
           MOVE "T"            TO PIM-ACCION.
           MOVE LINEA-SUBTOTAL TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       F-IMPRIMO-SUBTOTAL.
           EXIT.

       END PROGRAM "LIBROIVA".
