      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Facturación mensual de ABONOS: recorre el maestro de
      *           contratos de cargos fijos y emite, para el período
      *           (PERIODO de la tarjeta de control, o el mes de la
      *           fecha de proceso), una factura por cada concepto que
      *           corresponde facturar según su inicio, fin y
      *           frecuencia. El número sale del control de numeración
      *           igual que en la facturación propia, el impuesto se
      *           calcula por CALCLINEA y la línea de venta se agrega
      *           a ventas_emitidas.csv con el dibujo de ventas.csv,
      *           para que pase por la validación y la posteo como
      *           cualquier otra venta. Los clientes con la cuenta no
      *           activa, los conceptos terminados o todavía no
      *           iniciados y los ya facturados en el período se
      *           saltean; todo queda en el listado abonos.txt. Cada
      *           concepto facturado queda marcado con el período y la
      *           factura, así la corrida se puede repetir sin
      *           facturar dos veces.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "FACTABO".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL ABONOS ASSIGN TO "./abonos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS ABO-CLI-ID
                  STATUS ST-FILE-ABO.

           SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS ID_CLIENTE
                  ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
                  STATUS ST-FILE.

           SELECT OPTIONAL NUMERACION ASSIGN TO "./numfactura.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-NUM.

           SELECT OPTIONAL VENTAS-EMITIDAS
                  ASSIGN TO "./ventas_emitidas.csv"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-EMI.

       DATA DIVISION.
       FILE SECTION.

       FD  ABONOS.

           COPY "regabo.cpy".

       FD  CLIENTES.

           COPY "regcliente.cpy".

       FD  NUMERACION.

           COPY "regnum.cpy".

       FD  VENTAS-EMITIDAS.

       01  LINEA-EMITIDA            PIC X(130).

       WORKING-STORAGE SECTION.

       01  ST-FILE     PIC XX.
       01  ST-FILE-ABO PIC XX.
       01  ST-FILE-NUM PIC XX.
       01  ST-FILE-EMI PIC XX.
       01  X           PIC X.

           COPY "paramtar.cpy".

           COPY "paramlinea.cpy".

           COPY "paramimp.cpy".

       01  W-FECHA-PROCESO     PIC X(08).
       01  W-PERIODO           PIC X(06).
       01  W-PERIODO-R REDEFINES W-PERIODO.
           02  W-PER-ANIO      PIC 9(04).
           02  W-PER-MES       PIC 9(02).
       01  W-FECHA-DESDE       PIC X(08).
       01  W-FECHA-DESDE-R REDEFINES W-FECHA-DESDE.
           02  W-DES-ANIO      PIC 9(04).
           02  W-DES-MES       PIC 9(02).
           02  W-DES-DIA       PIC 9(02).

       01  W-MESES             PIC S9(05).
       01  W-FRECUENCIA-MESES  PIC 9.
       01  W-COCIENTE          PIC S9(05).
       01  W-RESTO             PIC S9(05).

       01  FIN-ABONOS          PIC X VALUE "N".
           88  TERMINAR-ABONOS     VALUE "S".
       01  W-ABONO-CAMBIADO    PIC X.
           88  ABONO-CAMBIADO      VALUE "S".
       01  W-CLIENTE-ACTIVO    PIC X.
           88  CLIENTE-ACTIVO      VALUE "S".
       01  W-MOTIVO            PIC X(30).
       01  W-NROFACTURA        PIC 9(08).
       01  IDX-ABC             PIC 99.

       01  W-CANT-FACTURADOS   PIC 9(05) VALUE 0.
       01  W-CANT-OMITIDOS     PIC 9(05) VALUE 0.
       01  W-CANT-YA-FACTURADOS PIC 9(05) VALUE 0.

       01  LINEA-COLUMNAS.
           02  FILLER          PIC X(09) VALUE "CLI_ID".
           02  FILLER          PIC X(31) VALUE "CLI_NOMBRE".
           02  FILLER          PIC X(31) VALUE "CONCEPTO".
           02  FILLER          PIC X(05) VALUE "MON".
           02  FILLER          PIC X(13) VALUE "NETO".
           02  FILLER          PIC X(14) VALUE "TOTAL".
           02  FILLER          PIC X(10) VALUE "FACTURA".
           02  FILLER          PIC X(30) VALUE "RESULTADO".

       01  LINEA-DETALLE.
           02  LD-CLI-ID       PIC Z(6)9.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LD-NOMBRE       PIC X(30).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-CONCEPTO     PIC X(30).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-MONEDA       PIC X(03).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LD-NETO         PIC Z(6)9,99.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LD-TOTAL        PIC -(8)9,99.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LD-FACTURA      PIC Z(7)9.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LD-RESULTADO    PIC X(30).

       01  LINEA-TOTAL.
           02  LT-LEYENDA      PIC X(30).
           02  LT-CANTIDAD     PIC ZZZZ9.

       01  LINEA-CSV.
           02  LV-FECHA        PIC X(08).
           02  FILLER          PIC X     VALUE ";".
           02  LV-IMPORTE      PIC 9(08)V99.
               *>Diez dígitos con dos decimales implícitos, el mismo
               *>dibujo con que viene el importe en ventas.csv.
           02  FILLER          PIC X     VALUE ";".
           02  LV-NROFACTURA   PIC 9(08).
           02  FILLER          PIC X     VALUE ";".
           02  LV-CLI-ID       PIC 9(07).
           02  FILLER          PIC X     VALUE ";".
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
               *>Un abono lleva una sola tasa: el segundo y tercer
               *>grupo van en cero.

       PROCEDURE DIVISION.
       PABLO.
           PERFORM TOMO-FECHA THRU F-TOMO-FECHA.
           PERFORM ABRO-ARCHIVOS.
           MOVE LOW-VALUES TO ABO-CLI-ID.
           START ABONOS KEY IS NOT LESS THAN ABO-CLI-ID.
           IF ST-FILE-ABO NOT = "00"
              MOVE "S" TO FIN-ABONOS
           ELSE
              PERFORM LEO-ABONO THRU F-LEO-ABONO.
           PERFORM PROCESO-ABONO THRU F-PROCESO-ABONO
              UNTIL TERMINAR-ABONOS.
           PERFORM IMPRIMO-TOTALES THRU F-IMPRIMO-TOTALES.
           PERFORM CIERRO-ARCHIVOS.
           DISPLAY "FACTURAS DE ABONOS EMITIDAS: " W-CANT-FACTURADOS.
           DISPLAY "CONCEPTOS OMITIDOS.........: " W-CANT-OMITIDOS.
           DISPLAY "YA FACTURADOS EN EL PERIODO: " W-CANT-YA-FACTURADOS.
           STOP RUN.

      *----------------------------------------------------------------
      * TOMO-FECHA: la fecha de las facturas es la de proceso (tarjeta
      * o sistema); el período es el PERIODO de la tarjeta si viene,
      * si no el mes de la fecha de proceso.
      *----------------------------------------------------------------
       TOMO-FECHA.
           CALL "TARJETA" USING PARAMETROS-TARJETA.
           CANCEL "TARJETA".
           IF TAR-OK AND TAR-FECHA-PROCESO NOT = SPACES
              MOVE TAR-FECHA-PROCESO TO W-FECHA-PROCESO
           ELSE
              ACCEPT W-FECHA-PROCESO FROM DATE YYYYMMDD.
           IF TAR-OK AND TAR-PERIODO NUMERIC
              MOVE TAR-PERIODO TO W-PERIODO
           ELSE
              MOVE W-FECHA-PROCESO (1:6) TO W-PERIODO.

       F-TOMO-FECHA.
           EXIT.

       ABRO-ARCHIVOS.
           OPEN I-O ABONOS.
           IF ST-FILE-ABO > "07"
              DISPLAY "ERROR ABRIENDO ABONOS - ST " ST-FILE-ABO
              ACCEPT X.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
              DISPLAY "ERROR ABRIENDO CLIENTES - ST-FILE " ST-FILE
              ACCEPT X.
           OPEN EXTEND VENTAS-EMITIDAS.
           IF ST-FILE-EMI > "07"
              DISPLAY "ERROR ABRIENDO VENTAS EMITIDAS - ST "
                 ST-FILE-EMI
              ACCEPT X.
           INITIALIZE PARAMETROS-IMPRESOR.
           MOVE "A"              TO PIM-ACCION.
           MOVE "./abonos.txt"   TO PIM-ARCHIVO.
           STRING "FACTURACION DE ABONOS - PERIODO " DELIMITED BY SIZE
                  W-PERIODO DELIMITED BY SIZE
              INTO PIM-TITULO.
           MOVE LINEA-COLUMNAS   TO PIM-ENCABEZADO.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       CIERRO-ARCHIVOS.
           MOVE "C" TO PIM-ACCION.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           CANCEL "IMPRESOR".
           CANCEL "CALCLINEA".
           CLOSE ABONOS.
           CLOSE CLIENTES.
           CLOSE VENTAS-EMITIDAS.

       LEO-ABONO.
           READ ABONOS NEXT RECORD.
           IF ST-FILE-ABO NOT = "00"
              MOVE "S" TO FIN-ABONOS.

       F-LEO-ABONO.
           EXIT.

      *----------------------------------------------------------------
      * PROCESO-ABONO: un contrato por vuelta. Con la cuenta no activa
      * (o el cliente inexistente) no se factura ninguno de sus
      * conceptos; cada concepto facturado se regraba en el acto.
      *----------------------------------------------------------------
       PROCESO-ABONO.
           MOVE "S" TO W-CLIENTE-ACTIVO.
           MOVE SPACES TO W-MOTIVO.
           MOVE ABO-CLI-ID TO CLI_ID.
           READ CLIENTES KEY IS ID_CLIENTE.
           IF ST-FILE NOT = "00"
              MOVE SPACES TO CLI_NOMBRE
              MOVE "N" TO W-CLIENTE-ACTIVO
              MOVE "CLIENTE INEXISTENTE" TO W-MOTIVO
           ELSE
              IF NOT CLI-ACTIVO
                 MOVE "N" TO W-CLIENTE-ACTIVO
                 STRING "CUENTA NO ACTIVA (ESTADO " DELIMITED BY SIZE
                        CLI_ESTADO DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                    INTO W-MOTIVO
              END-IF
           END-IF.
           PERFORM PROCESO-CONCEPTO THRU F-PROCESO-CONCEPTO
              VARYING IDX-ABC FROM 1 BY 1
              UNTIL IDX-ABC > ABO-CANT-CONCEPTOS
              OR IDX-ABC > 10.
           PERFORM LEO-ABONO THRU F-LEO-ABONO.

       F-PROCESO-ABONO.
           EXIT.

      *----------------------------------------------------------------
      * PROCESO-CONCEPTO: decide si el concepto se factura en el
      * período y, si corresponde, lo factura; un concepto que no
      * toca por su frecuencia no se lista.
      *----------------------------------------------------------------
       PROCESO-CONCEPTO.
           MOVE 0 TO W-NROFACTURA.
           IF NOT CLIENTE-ACTIVO
              PERFORM OMITO-CONCEPTO THRU F-OMITO-CONCEPTO
              GO TO F-PROCESO-CONCEPTO.
           IF ABC-ULTIMO-PERIODO (IDX-ABC) NOT = SPACES
              AND ABC-ULTIMO-PERIODO (IDX-ABC) NOT < W-PERIODO
              MOVE "YA FACTURADO EN EL PERIODO" TO W-MOTIVO
              MOVE ABC-ULTIMA-FACTURA (IDX-ABC) TO W-NROFACTURA
              ADD 1 TO W-CANT-YA-FACTURADOS
              PERFORM LISTO-CONCEPTO THRU F-LISTO-CONCEPTO
              GO TO F-PROCESO-CONCEPTO.
           MOVE ABC-DESDE (IDX-ABC) TO W-FECHA-DESDE.
           IF W-FECHA-DESDE NOT NUMERIC
              MOVE "FECHA DE INICIO INVALIDA" TO W-MOTIVO
              PERFORM OMITO-CONCEPTO THRU F-OMITO-CONCEPTO
              GO TO F-PROCESO-CONCEPTO.
           IF W-FECHA-DESDE (1:6) > W-PERIODO
              MOVE "CONCEPTO NO INICIADO" TO W-MOTIVO
              PERFORM OMITO-CONCEPTO THRU F-OMITO-CONCEPTO
              GO TO F-PROCESO-CONCEPTO.
           IF ABC-HASTA (IDX-ABC) NOT = SPACES
              AND ABC-HASTA (IDX-ABC) (1:6) < W-PERIODO
              MOVE "CONTRATO TERMINADO" TO W-MOTIVO
              PERFORM OMITO-CONCEPTO THRU F-OMITO-CONCEPTO
              GO TO F-PROCESO-CONCEPTO.
           EVALUATE TRUE
               WHEN ABC-BIMESTRAL (IDX-ABC)
                   MOVE 2 TO W-FRECUENCIA-MESES
               WHEN ABC-TRIMESTRAL (IDX-ABC)
                   MOVE 3 TO W-FRECUENCIA-MESES
               WHEN OTHER
                   MOVE 1 TO W-FRECUENCIA-MESES
           END-EVALUATE.
           COMPUTE W-MESES = (W-PER-ANIO * 12 + W-PER-MES)
                           - (W-DES-ANIO * 12 + W-DES-MES).
           DIVIDE W-MESES BY W-FRECUENCIA-MESES
              GIVING W-COCIENTE REMAINDER W-RESTO.
           IF W-RESTO NOT = 0
              GO TO F-PROCESO-CONCEPTO.
           PERFORM FACTURO-CONCEPTO THRU F-FACTURO-CONCEPTO.

       F-PROCESO-CONCEPTO.
           EXIT.

       OMITO-CONCEPTO.
           ADD 1 TO W-CANT-OMITIDOS.
           PERFORM LISTO-CONCEPTO THRU F-LISTO-CONCEPTO.

       F-OMITO-CONCEPTO.
           EXIT.

      *----------------------------------------------------------------
      * FACTURO-CONCEPTO: calcula el impuesto, toma el número, emite
      * la línea de venta y marca el concepto facturado en el período.
      *----------------------------------------------------------------
       FACTURO-CONCEPTO.
           INITIALIZE PARAMETROS-LINEA.
           MOVE 1                     TO PLN-CANTIDAD.
           MOVE ABC-IMPORTE (IDX-ABC) TO PLN-PRECIO-UNITARIO.
           MOVE ABC-TASA (IDX-ABC)    TO PLN-TASA-IMPUESTO.
           CALL "CALCLINEA" USING PARAMETROS-LINEA.
           IF PLN-CALCULO-ERROR
              MOVE "CALCULO DESBORDADO" TO W-MOTIVO
              PERFORM OMITO-CONCEPTO THRU F-OMITO-CONCEPTO
              GO TO F-FACTURO-CONCEPTO.
           PERFORM ASIGNO-NUMERO THRU F-ASIGNO-NUMERO.
           PERFORM EMITO-VENTA THRU F-EMITO-VENTA.
           MOVE W-PERIODO    TO ABC-ULTIMO-PERIODO (IDX-ABC).
           MOVE W-NROFACTURA TO ABC-ULTIMA-FACTURA (IDX-ABC).
           REWRITE REG-ABONOS.
           IF ST-FILE-ABO > "07"
              DISPLAY "ERROR REGRABANDO ABONO " ABO-CLI-ID
                 " - ST " ST-FILE-ABO
              ACCEPT X.
           ADD 1 TO W-CANT-FACTURADOS.
           MOVE "FACTURADO" TO W-MOTIVO.
           PERFORM LISTO-CONCEPTO THRU F-LISTO-CONCEPTO.

       F-FACTURO-CONCEPTO.
           EXIT.

      *----------------------------------------------------------------
      * ASIGNO-NUMERO: siguiente número del control de numeración,
      * regrabado en el acto, con el mismo manejo que la facturación
      * propia para que CSV-NROFACTURA no se repita entre las dos.
      *----------------------------------------------------------------
       ASIGNO-NUMERO.
           MOVE 0 TO W-NROFACTURA.
           OPEN INPUT NUMERACION.
           IF ST-FILE-NUM = "00"
              READ NUMERACION
              IF ST-FILE-NUM = "00"
                 MOVE NUM-ULTIMO TO W-NROFACTURA
              END-IF
           END-IF.
      *    Un OPEN INPUT de un fichero OPTIONAL ausente devuelve "05"
      *    y deja el fichero abierto igual: hay que cerrarlo siempre.
           CLOSE NUMERACION.
           ADD 1 TO W-NROFACTURA.
           OPEN OUTPUT NUMERACION.
           MOVE W-NROFACTURA TO NUM-ULTIMO.
           WRITE REG-NUMERACION.
           IF ST-FILE-NUM > "07"
              DISPLAY "ERROR GRABANDO NUMERACION - ST " ST-FILE-NUM
              ACCEPT X.
           CLOSE NUMERACION.

       F-ASIGNO-NUMERO.
           EXIT.

      *----------------------------------------------------------------
      * EMITO-VENTA: la línea de la factura con el dibujo de
      * ventas.csv y el detalle de IVA de su única tasa.
      *----------------------------------------------------------------
       EMITO-VENTA.
           MOVE W-FECHA-PROCESO        TO LV-FECHA.
           MOVE PLN-IMPORTE-TOTAL      TO LV-IMPORTE.
           MOVE W-NROFACTURA           TO LV-NROFACTURA.
           MOVE ABO-CLI-ID             TO LV-CLI-ID.
           MOVE ABC-MONEDA (IDX-ABC)   TO LV-MONEDA.
           MOVE ABC-VENDEDOR (IDX-ABC) TO LV-VENDEDOR.
           MOVE PLN-IMPORTE-NETO       TO LV-NETO (1).
           MOVE PLN-IMPORTE-IMPUESTO   TO LV-IMPUESTO (1).
           MOVE PLN-TASA-IMPUESTO      TO LV-TASA (1).
           MOVE 0 TO LV-NETO (2) LV-IMPUESTO (2) LV-TASA (2).
           MOVE 0 TO LV-NETO (3) LV-IMPUESTO (3) LV-TASA (3).
           WRITE LINEA-EMITIDA FROM LINEA-CSV.
           IF ST-FILE-EMI > "07"
              DISPLAY "ERROR GRABANDO VENTAS EMITIDAS - ST "
                 ST-FILE-EMI
              ACCEPT X.

       F-EMITO-VENTA.
           EXIT.

       LISTO-CONCEPTO.
           MOVE ABO-CLI-ID               TO LD-CLI-ID.
           MOVE CLI_NOMBRE               TO LD-NOMBRE.
           MOVE ABC-DESCRIPCION (IDX-ABC) TO LD-CONCEPTO.
           MOVE ABC-MONEDA (IDX-ABC)     TO LD-MONEDA.
           MOVE ABC-IMPORTE (IDX-ABC)    TO LD-NETO.
           IF W-MOTIVO = "FACTURADO"
              MOVE PLN-IMPORTE-TOTAL TO LD-TOTAL
           ELSE
              MOVE 0 TO LD-TOTAL.
           MOVE W-NROFACTURA             TO LD-FACTURA.
           MOVE W-MOTIVO                 TO LD-RESULTADO.
           MOVE "D"           TO PIM-ACCION.
           MOVE LINEA-DETALLE TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       F-LISTO-CONCEPTO.
           EXIT.

       IMPRIMO-TOTALES.
           MOVE "T" TO PIM-ACCION.
           MOVE "FACTURAS EMITIDAS.........: " TO LT-LEYENDA.
           MOVE W-CANT-FACTURADOS TO LT-CANTIDAD.
           MOVE LINEA-TOTAL TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           MOVE "CONCEPTOS OMITIDOS........: " TO LT-LEYENDA.
           MOVE W-CANT-OMITIDOS TO LT-CANTIDAD.
           MOVE LINEA-TOTAL TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           MOVE "YA FACTURADOS EN EL PERIODO: " TO LT-LEYENDA.
           MOVE W-CANT-YA-FACTURADOS TO LT-CANTIDAD.
           MOVE LINEA-TOTAL TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       F-IMPRIMO-TOTALES.
           EXIT.

       END PROGRAM "FACTABO".
