      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Interfaz con el mayor: resume el journal
      *           MOVIMIENTOS de la fecha de proceso por concepto
      *           según su origen (factura, factura en moneda
      *           extranjera, recibo, nota de crédito, intereses,
      *           ajuste manual, devolución, rechazo y su gasto,
      *           castigo) y moneda, busca en el maestro CUENTAS la
      *           cuenta de deudores y la de contrapartida de cada
      *           concepto y arma los asientos del día en un fichero
      *           de largo fijo para contabilidad. Antes de grabar
      *           cuadra el debe con el haber y lo journalizado
      *           contra el total que cada paso de la cadena asentó
      *           en el fichero de corridas; si falta una cuenta o
      *           algo no cuadra, lista los motivos y no genera el
      *           fichero. La corrida queda como paso INTERFAZGL de
      *           la hoja de control del cierre diario.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "INTERFAZGL".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "./movimientos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS MOV-CLAVE
                  STATUS ST-FILE-MOV.

           SELECT OPTIONAL CUENTAS ASSIGN TO "./cuentas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CTA-CLAVE
                  STATUS ST-FILE-CTA.

           SELECT OPTIONAL CORRIDAS ASSIGN TO "./corridas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS RUN-CLAVE
                  STATUS ST-FILE-RUN.

           SELECT ARCHIVO-ASIENTOS ASSIGN USING W-NOMBRE-ASIENTOS
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-ASI.

       DATA DIVISION.
       FILE SECTION.

       FD  MOVIMIENTOS.

           COPY "regmov.cpy".

       FD  CUENTAS.

           COPY "regcta.cpy".

       FD  CORRIDAS.

           COPY "regrun.cpy".

       FD  ARCHIVO-ASIENTOS.

           COPY "regasi.cpy".

       WORKING-STORAGE SECTION.

       01  ST-FILE-MOV PIC XX.
       01  ST-FILE-CTA PIC XX.
       01  ST-FILE-RUN PIC XX.
       01  ST-FILE-ASI PIC XX.
       01  X           PIC X.

           COPY "paramimp.cpy".

           COPY "paramtar.cpy".

           COPY "paramrun.cpy".

       01  W-FECHA-PROCESO     PIC X(08).
       01  W-NOMBRE-ASIENTOS   PIC X(40) VALUE SPACES.

       01  FIN-MOVIMIENTOS     PIC X VALUE "N".
           88  TERMINAR-MOVIMIENTOS VALUE "S".

       01  W-SALDO-ANTERIOR    PIC S9(7)V9(3).
       01  W-SALDO-NUEVO       PIC S9(7)V9(3).
       01  W-DELTA             PIC S9(8)V9(3).
       01  W-IMPORTE-ORIG      PIC S9(8)V9(3).
       01  W-CONCEPTO          PIC X(08).
       01  W-MONEDA            PIC X(03).

       01  W-CANT-MOV-DIA      PIC 9(07) VALUE 0.
       01  W-CANT-ERRORES      PIC 9(07) VALUE 0.
       01  W-CANT-LINEAS       PIC 9(07) VALUE 0.
       01  W-NUMERO-ASIENTO    PIC 9(05) VALUE 0.
       01  W-TOTAL-DEBE        PIC S9(11)V99 VALUE 0.
       01  W-TOTAL-HABER       PIC S9(11)V99 VALUE 0.

       01  W-NETO              PIC S9(11)V9(3).
       01  W-TOTAL-JOURNAL     PIC S9(11)V99.
       01  W-TOTAL-PASO        PIC S9(11)V99.
       01  W-IMPORTE-ASIENTO   PIC S9(11)V99.
       01  W-ORIG-ASIENTO      PIC S9(11)V99.
       01  W-CUENTA-DEBE       PIC X(12).
       01  W-CUENTA-HABER      PIC X(12).

      *----------------------------------------------------------------
      * TABLA-ASIENTOS: un renglón por concepto y moneda presentes en
      * el journal del día, con lo que aumentó y lo que disminuyó el
      * saldo de los clientes (en moneda local y, para las operaciones
      * en moneda extranjera, en la moneda original) y las cuentas que
      * le tocan según el maestro CUENTAS.
      *----------------------------------------------------------------
       01  W-CANT-CONCEPTOS    PIC 99 VALUE 0.
       01  TABLA-ASIENTOS.
           02  TA-ITEM OCCURS 30 TIMES.
               03  TA-CONCEPTO          PIC X(08).
               03  TA-MONEDA            PIC X(03).
               03  TA-CANT-MOV          PIC 9(05).
               03  TA-AUMENTOS          PIC S9(11)V9(3).
               03  TA-DISMINUCIONES     PIC S9(11)V9(3).
               03  TA-ORIG-AUMENTOS     PIC S9(11)V9(3).
               03  TA-ORIG-DISMINUCIONES PIC S9(11)V9(3).
               03  TA-DESCRIPCION       PIC X(30).
               03  TA-DEUDORES          PIC X(12).
               03  TA-CONTRAPARTIDA     PIC X(12).

       01  IDX-CON             PIC 99.
       01  IDX-HALLADO         PIC 99.
       01  W-TABLA-LLENA       PIC X VALUE "N".
           88  TABLA-LLENA         VALUE "S".

      *----------------------------------------------------------------
      * TABLA-CONTROLES: cada paso de la cadena que mueve CLI_SALDO y
      * asienta su total en el fichero de corridas, con los conceptos
      * del journal que le corresponden y el signo con que los
      * informa (+ aumentos del saldo, - disminuciones). Los
      * intereses y los ajustes manuales no pasan por el fichero de
      * corridas y no tienen contra qué cuadrarse.
      *----------------------------------------------------------------
       01  TABLA-CONTROLES.
           02  FILLER PIC X(12) VALUE "POSTVENTAS".
           02  FILLER PIC X(01) VALUE "+".
           02  FILLER PIC X(08) VALUE "FACTURA".
           02  FILLER PIC X(08) VALUE "FACTURME".
           02  FILLER PIC X(12) VALUE "COBRANZA".
           02  FILLER PIC X(01) VALUE "-".
           02  FILLER PIC X(08) VALUE "RECIBO".
           02  FILLER PIC X(08) VALUE "RECIBO".
           02  FILLER PIC X(12) VALUE "NOTACRED".
           02  FILLER PIC X(01) VALUE "-".
           02  FILLER PIC X(08) VALUE "NOTACRED".
           02  FILLER PIC X(08) VALUE "NOTACRME".
           02  FILLER PIC X(12) VALUE "RECHAZOS".
           02  FILLER PIC X(01) VALUE "+".
           02  FILLER PIC X(08) VALUE "RECHAZO".
           02  FILLER PIC X(08) VALUE "RECHAZO".
           02  FILLER PIC X(12) VALUE "DEVOLUCION".
           02  FILLER PIC X(01) VALUE "+".
           02  FILLER PIC X(08) VALUE "DEVOLUC".
           02  FILLER PIC X(08) VALUE "DEVOLUC".
           02  FILLER PIC X(12) VALUE "CASTIGO".
           02  FILLER PIC X(01) VALUE "-".
           02  FILLER PIC X(08) VALUE "CASTIGO".
           02  FILLER PIC X(08) VALUE "CASTIGO".

       01  TABLA-CONTROLES-R REDEFINES TABLA-CONTROLES.
           02  CONTROL-ITEM OCCURS 6 TIMES.
               03  TC-PROCESO       PIC X(12).
               03  TC-SIGNO         PIC X(01).
                   88  TC-DISMINUYE    VALUE "-".
               03  TC-CONCEPTO-1    PIC X(08).
               03  TC-CONCEPTO-2    PIC X(08).

       01  IDX-CTL             PIC 9.

       01  LINEA-COLUMNAS.
           02  FILLER          PIC X(10) VALUE "CONCEPTO".
           02  FILLER          PIC X(05) VALUE "MON".
           02  FILLER          PIC X(07) VALUE "MOVS".
           02  FILLER          PIC X(17) VALUE "AUMENTOS".
           02  FILLER          PIC X(17) VALUE "DISMINUCIONES".
           02  FILLER          PIC X(14) VALUE "DEUDORES".
           02  FILLER          PIC X(12) VALUE "CONTRAPART.".

       01  LINEA-CONCEPTO.
           02  LC-CONCEPTO     PIC X(08).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LC-MONEDA       PIC X(03).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LC-CANT-MOV     PIC ZZZZ9.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LC-AUMENTOS     PIC -(11)9,99.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LC-DISMINUCIONES PIC -(11)9,99.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LC-DEUDORES     PIC X(12).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LC-CONTRAPARTIDA PIC X(12).

       01  LINEA-CONTROL.
           02  FILLER          PIC X(05) VALUE "PASO ".
           02  LQ-PROCESO      PIC X(12).
           02  FILLER          PIC X(09) VALUE " CORRIDA ".
           02  LQ-PASO         PIC -(11)9,99.
           02  FILLER          PIC X(09) VALUE " JOURNAL ".
           02  LQ-JOURNAL      PIC -(11)9,99.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LQ-MARCA        PIC X(20).

       01  LINEA-ERROR.
           02  FILLER          PIC X(03) VALUE "** ".
           02  LE-TEXTO        PIC X(60).

       01  LINEA-TOTALES.
           02  FILLER          PIC X(12) VALUE "TOTAL DEBE: ".
           02  LT-DEBE         PIC -(11)9,99.
           02  FILLER          PIC X(16) VALUE "  TOTAL HABER: ".
           02  LT-HABER        PIC -(11)9,99.
           02  FILLER          PIC X(10) VALUE "  LINEAS: ".
           02  LT-LINEAS       PIC Z(6)9.

       01  LINEA-RESULTADO     PIC X(80).

       PROCEDURE DIVISION.
       PABLO.
           PERFORM TOMO-FECHA THRU F-TOMO-FECHA.
           PERFORM CONTROLO-CIERRE-DIARIO
              THRU F-CONTROLO-CIERRE-DIARIO.
           PERFORM REGISTRO-INICIO THRU F-REGISTRO-INICIO.
           PERFORM ABRO-ARCHIVOS.
           PERFORM POSICIONO-MOVIMIENTOS THRU F-POSICIONO-MOVIMIENTOS.
           PERFORM CICLO-MOVIMIENTOS THRU F-CICLO-MOVIMIENTOS
              UNTIL TERMINAR-MOVIMIENTOS.
           IF TABLA-LLENA
              MOVE "DEMASIADOS CONCEPTOS Y MONEDAS EN EL DIA"
                 TO LE-TEXTO
              PERFORM IMPRIMO-ERROR THRU F-IMPRIMO-ERROR.
           PERFORM BUSCO-CUENTAS THRU F-BUSCO-CUENTAS
              VARYING IDX-CON FROM 1 BY 1
              UNTIL IDX-CON > W-CANT-CONCEPTOS.
           PERFORM CUADRO-PASO THRU F-CUADRO-PASO
              VARYING IDX-CTL FROM 1 BY 1
              UNTIL IDX-CTL > 6.
           PERFORM CUADRO-DEBE-HABER THRU F-CUADRO-DEBE-HABER.
           PERFORM GENERO-ASIENTOS THRU F-GENERO-ASIENTOS.
           PERFORM INFORMO-RESULTADO THRU F-INFORMO-RESULTADO.
           PERFORM CIERRO-ARCHIVOS.
           PERFORM REGISTRO-FIN THRU F-REGISTRO-FIN.
           STOP RUN.

      *----------------------------------------------------------------
      * TOMO-FECHA: la fecha de proceso sale de la tarjeta de control
      * si está cargada, y si no es la fecha del sistema; el fichero
      * de asientos lleva la fecha en el nombre.
      *----------------------------------------------------------------
       TOMO-FECHA.
           CALL "TARJETA" USING PARAMETROS-TARJETA.
           CANCEL "TARJETA".
           IF TAR-OK AND TAR-FECHA-PROCESO NOT = SPACES
              MOVE TAR-FECHA-PROCESO TO W-FECHA-PROCESO
           ELSE
              ACCEPT W-FECHA-PROCESO FROM DATE YYYYMMDD.
           STRING "./asientos_gl_" W-FECHA-PROCESO ".txt"
              DELIMITED BY SIZE INTO W-NOMBRE-ASIENTOS.

       F-TOMO-FECHA.
           EXIT.

      *----------------------------------------------------------------
      * CONTROLO-CIERRE-DIARIO: la interfaz se niega a arrancar para
      * una fecha nueva mientras una fecha anterior con pasos corridos
      * no tenga su cierre diario asentado.
      *----------------------------------------------------------------
       CONTROLO-CIERRE-DIARIO.
           INITIALIZE PARAMETROS-CORRIDA.
           MOVE "V"             TO PCO-ACCION.
           MOVE W-FECHA-PROCESO TO PCO-FECHA.
           CALL "RUNCTL" USING PARAMETROS-CORRIDA.
           IF PCO-CIERRE-PENDIENTE
              DISPLAY "EL DIA " PCO-FECHA-PENDIENTE " NO TIENE "
                 "CIERRE DIARIO - INTERFAZ CANCELADA"
              STOP RUN.

       F-CONTROLO-CIERRE-DIARIO.
           EXIT.

      *----------------------------------------------------------------
      * REGISTRO-INICIO / REGISTRO-FIN: asientan la corrida en el
      * fichero de corridas como paso INTERFAZGL, con las líneas del
      * journal leídas, los motivos de rechazo, las líneas de
      * asiento grabadas y el total del debe (cero si la interfaz no
      * generó el fichero).
      *----------------------------------------------------------------
       REGISTRO-INICIO.
           INITIALIZE PARAMETROS-CORRIDA.
           MOVE "I"             TO PCO-ACCION.
           MOVE W-FECHA-PROCESO TO PCO-FECHA.
           MOVE "INTERFAZGL"    TO PCO-PROCESO.
           CALL "RUNCTL" USING PARAMETROS-CORRIDA.

       F-REGISTRO-INICIO.
           EXIT.

       REGISTRO-FIN.
           INITIALIZE PARAMETROS-CORRIDA.
           MOVE "F"             TO PCO-ACCION.
           MOVE W-FECHA-PROCESO TO PCO-FECHA.
           MOVE "INTERFAZGL"    TO PCO-PROCESO.
           MOVE W-CANT-MOV-DIA  TO PCO-CANT-REGISTROS.
           MOVE W-CANT-ERRORES  TO PCO-CANT-RECHAZOS.
           MOVE W-CANT-LINEAS   TO PCO-CANT-AUX.
           MOVE W-TOTAL-DEBE    TO PCO-TOTAL.
           CALL "RUNCTL" USING PARAMETROS-CORRIDA.
           CANCEL "RUNCTL".

       F-REGISTRO-FIN.
           EXIT.

       ABRO-ARCHIVOS.
           OPEN INPUT MOVIMIENTOS.
           IF ST-FILE-MOV > "07"
              DISPLAY "ERROR ABRIENDO MOVIMIENTOS - ST " ST-FILE-MOV
              ACCEPT X.
           OPEN INPUT CUENTAS.
           IF ST-FILE-CTA > "07"
              DISPLAY "ERROR ABRIENDO CUENTAS - ST " ST-FILE-CTA
              ACCEPT X.
           INITIALIZE PARAMETROS-IMPRESOR.
           MOVE "A"                TO PIM-ACCION.
           MOVE "./interfazgl.txt" TO PIM-ARCHIVO.
           MOVE "INTERFAZ CON EL MAYOR - ASIENTOS DEL DIA"
              TO PIM-TITULO.
           MOVE LINEA-COLUMNAS     TO PIM-ENCABEZADO.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       CIERRO-ARCHIVOS.
           CLOSE MOVIMIENTOS.
           CLOSE CUENTAS.
           MOVE "C" TO PIM-ACCION.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           CANCEL "IMPRESOR".

      *----------------------------------------------------------------
      * POSICIONO-MOVIMIENTOS: START al principio del journal; la
      * clave empieza por el cliente, así que se recorre entero y se
      * toman sólo las líneas con la fecha de proceso.
      *----------------------------------------------------------------
       POSICIONO-MOVIMIENTOS.
           MOVE LOW-VALUES TO MOV-CLAVE.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE.
           IF ST-FILE-MOV NOT = "00"
              MOVE "S" TO FIN-MOVIMIENTOS
              GO TO F-POSICIONO-MOVIMIENTOS.
           PERFORM LEO-MOVIMIENTO THRU F-LEO-MOVIMIENTO.

       F-POSICIONO-MOVIMIENTOS.
           EXIT.

       LEO-MOVIMIENTO.
           READ MOVIMIENTOS NEXT RECORD.
           IF ST-FILE-MOV NOT = "00"
              MOVE "S" TO FIN-MOVIMIENTOS.

       F-LEO-MOVIMIENTO.
           EXIT.

       CICLO-MOVIMIENTOS.
           IF MOV-FECHA = W-FECHA-PROCESO
              ADD 1 TO W-CANT-MOV-DIA
              PERFORM ACUMULO-MOVIMIENTO THRU F-ACUMULO-MOVIMIENTO.
           PERFORM LEO-MOVIMIENTO THRU F-LEO-MOVIMIENTO.

       F-CICLO-MOVIMIENTOS.
           EXIT.

      *----------------------------------------------------------------
      * ACUMULO-MOVIMIENTO: la diferencia entre saldo nuevo y
      * anterior es lo que la línea movió el saldo del cliente; se
      * suma al renglón de su concepto y moneda como aumento o como
      * disminución.
      *----------------------------------------------------------------
       ACUMULO-MOVIMIENTO.
           MOVE MOV-SALDO-ANTERIOR TO W-SALDO-ANTERIOR.
           MOVE MOV-SALDO-NUEVO    TO W-SALDO-NUEVO.
           COMPUTE W-DELTA = W-SALDO-NUEVO - W-SALDO-ANTERIOR.
           PERFORM CLASIFICO-MOVIMIENTO THRU F-CLASIFICO-MOVIMIENTO.
           MOVE 0 TO IDX-HALLADO.
           PERFORM UBICO-CONCEPTO THRU F-UBICO-CONCEPTO
              VARYING IDX-CON FROM 1 BY 1
              UNTIL IDX-CON > W-CANT-CONCEPTOS OR IDX-HALLADO > 0.
           IF IDX-HALLADO = 0
              IF W-CANT-CONCEPTOS = 30
                 MOVE "S" TO W-TABLA-LLENA
                 GO TO F-ACUMULO-MOVIMIENTO
              ELSE
                 ADD 1 TO W-CANT-CONCEPTOS
                 MOVE W-CANT-CONCEPTOS TO IDX-HALLADO
                 INITIALIZE TA-ITEM (IDX-HALLADO)
                 MOVE W-CONCEPTO TO TA-CONCEPTO (IDX-HALLADO)
                 MOVE W-MONEDA   TO TA-MONEDA (IDX-HALLADO)
              END-IF
           END-IF.
           ADD 1 TO TA-CANT-MOV (IDX-HALLADO).
           MOVE 0 TO W-IMPORTE-ORIG.
           IF W-MONEDA NOT = SPACES
              MOVE MOV-IMPORTE-ORIG TO W-IMPORTE-ORIG.
           IF W-DELTA < 0
              SUBTRACT W-DELTA FROM TA-DISMINUCIONES (IDX-HALLADO)
              ADD W-IMPORTE-ORIG TO TA-ORIG-DISMINUCIONES (IDX-HALLADO)
           ELSE
              ADD W-DELTA TO TA-AUMENTOS (IDX-HALLADO)
              ADD W-IMPORTE-ORIG TO TA-ORIG-AUMENTOS (IDX-HALLADO).

       F-ACUMULO-MOVIMIENTO.
           EXIT.

       UBICO-CONCEPTO.
           IF TA-CONCEPTO (IDX-CON) = W-CONCEPTO
              AND TA-MONEDA (IDX-CON) = W-MONEDA
              MOVE IDX-CON TO IDX-HALLADO.

       F-UBICO-CONCEPTO.
           EXIT.

      *----------------------------------------------------------------
      * CLASIFICO-MOVIMIENTO: el concepto sale del origen de la línea:
      * numérico es una factura si subió el saldo y un recibo si lo
      * bajó; NC nota de crédito, DV devolución de saldo a favor, RC
      * reversión de un recibo rechazado, GR su gasto bancario y FU
      * el traspaso de saldo de una fusión de clientes. Las
      * facturas y notas de crédito con moneda son operaciones en
      * moneda extranjera y van aparte, una por moneda.
      *----------------------------------------------------------------
       CLASIFICO-MOVIMIENTO.
           MOVE SPACES TO W-MONEDA.
           EVALUATE TRUE
               WHEN MOV-ORIGEN NUMERIC AND W-DELTA < 0
                   MOVE "RECIBO"  TO W-CONCEPTO
               WHEN MOV-ORIGEN NUMERIC AND MOV-MONEDA = SPACES
                   MOVE "FACTURA" TO W-CONCEPTO
               WHEN MOV-ORIGEN NUMERIC
                   MOVE "FACTURME" TO W-CONCEPTO
                   MOVE MOV-MONEDA TO W-MONEDA
               WHEN MOV-ORIGEN (1:2) = "NC" AND MOV-MONEDA = SPACES
                   MOVE "NOTACRED" TO W-CONCEPTO
               WHEN MOV-ORIGEN (1:2) = "NC"
                   MOVE "NOTACRME" TO W-CONCEPTO
                   MOVE MOV-MONEDA TO W-MONEDA
               WHEN MOV-ORIGEN = "INTERES"
                   MOVE "INTERES" TO W-CONCEPTO
               WHEN MOV-ORIGEN = "MANUAL"
                   MOVE "MANUAL"  TO W-CONCEPTO
               WHEN MOV-ORIGEN = "CASTIGO"
                   MOVE "CASTIGO" TO W-CONCEPTO
               WHEN MOV-ORIGEN (1:2) = "DV"
                   MOVE "DEVOLUC" TO W-CONCEPTO
               WHEN MOV-ORIGEN (1:2) = "RC"
                   MOVE "RECHAZO" TO W-CONCEPTO
               WHEN MOV-ORIGEN (1:2) = "GR"
                   MOVE "GASTORCH" TO W-CONCEPTO
               WHEN MOV-ORIGEN (1:2) = "FU"
                   MOVE "FUSION"  TO W-CONCEPTO
               WHEN OTHER
                   MOVE "OTROS"   TO W-CONCEPTO
           END-EVALUATE.

       F-CLASIFICO-MOVIMIENTO.
           EXIT.

      *----------------------------------------------------------------
      * BUSCO-CUENTAS: las cuentas del concepto para su moneda y, si
      * la moneda no tiene cuentas propias, las del concepto para toda
      * moneda. Un concepto sin cuentas es motivo de rechazo.
      *----------------------------------------------------------------
       BUSCO-CUENTAS.
           MOVE TA-CONCEPTO (IDX-CON) TO CTA-CONCEPTO.
           MOVE TA-MONEDA (IDX-CON)   TO CTA-MONEDA.
           READ CUENTAS KEY IS CTA-CLAVE.
           IF ST-FILE-CTA NOT = "00" AND CTA-MONEDA NOT = SPACES
              MOVE TA-CONCEPTO (IDX-CON) TO CTA-CONCEPTO
              MOVE SPACES                TO CTA-MONEDA
              READ CUENTAS KEY IS CTA-CLAVE.
           IF ST-FILE-CTA NOT = "00"
              OR CTA-DEUDORES = SPACES OR CTA-CONTRAPARTIDA = SPACES
              MOVE SPACES TO LE-TEXTO
              STRING "SIN CUENTAS CONTABLES PARA "
                     TA-CONCEPTO (IDX-CON) " " TA-MONEDA (IDX-CON)
                 DELIMITED BY SIZE INTO LE-TEXTO
              PERFORM IMPRIMO-ERROR THRU F-IMPRIMO-ERROR
           ELSE
              MOVE CTA-DESCRIPCION   TO TA-DESCRIPCION (IDX-CON)
              MOVE CTA-DEUDORES      TO TA-DEUDORES (IDX-CON)
              MOVE CTA-CONTRAPARTIDA TO TA-CONTRAPARTIDA (IDX-CON).
           MOVE TA-CONCEPTO (IDX-CON)      TO LC-CONCEPTO.
           MOVE TA-MONEDA (IDX-CON)        TO LC-MONEDA.
           MOVE TA-CANT-MOV (IDX-CON)      TO LC-CANT-MOV.
           MOVE TA-AUMENTOS (IDX-CON)      TO LC-AUMENTOS.
           MOVE TA-DISMINUCIONES (IDX-CON) TO LC-DISMINUCIONES.
           MOVE TA-DEUDORES (IDX-CON)      TO LC-DEUDORES.
           MOVE TA-CONTRAPARTIDA (IDX-CON) TO LC-CONTRAPARTIDA.
           MOVE "D"            TO PIM-ACCION.
           MOVE LINEA-CONCEPTO TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       F-BUSCO-CUENTAS.
           EXIT.

      *----------------------------------------------------------------
      * CUADRO-PASO: lo journalizado en los conceptos del paso tiene
      * que dar el total que el paso asentó en el fichero de corridas
      * para la fecha (a dos decimales, como lo asienta el paso). Un
      * paso que no corrió no puede haber journalizado nada, y uno
      * que quedó en curso no tiene todavía un total confiable.
      *----------------------------------------------------------------
       CUADRO-PASO.
           MOVE 0 TO W-NETO.
           PERFORM SUMO-CONCEPTO THRU F-SUMO-CONCEPTO
              VARYING IDX-CON FROM 1 BY 1
              UNTIL IDX-CON > W-CANT-CONCEPTOS.
           IF TC-DISMINUYE (IDX-CTL)
              COMPUTE W-NETO = 0 - W-NETO.
           MOVE W-NETO TO W-TOTAL-JOURNAL.
           MOVE 0      TO W-TOTAL-PASO.
           MOVE SPACES TO LQ-MARCA.
           OPEN INPUT CORRIDAS.
           MOVE W-FECHA-PROCESO       TO RUN-FECHA.
           MOVE TC-PROCESO (IDX-CTL)  TO RUN-PROCESO.
           READ CORRIDAS KEY IS RUN-CLAVE.
           IF ST-FILE-RUN NOT = "00"
              MOVE "NO CORRIO" TO LQ-MARCA
           ELSE
              MOVE RUN-TOTAL TO W-TOTAL-PASO
              IF RUN-EN-CURSO
                 MOVE "** EN CURSO" TO LQ-MARCA
                 ADD 1 TO W-CANT-ERRORES
              END-IF
           END-IF.
           CLOSE CORRIDAS.
           IF W-TOTAL-PASO NOT = W-TOTAL-JOURNAL
              MOVE "** NO CUADRA" TO LQ-MARCA
              ADD 1 TO W-CANT-ERRORES.
           MOVE TC-PROCESO (IDX-CTL) TO LQ-PROCESO.
           MOVE W-TOTAL-PASO         TO LQ-PASO.
           MOVE W-TOTAL-JOURNAL      TO LQ-JOURNAL.
           MOVE "T"           TO PIM-ACCION.
           MOVE LINEA-CONTROL TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       F-CUADRO-PASO.
           EXIT.

       SUMO-CONCEPTO.
           IF TA-CONCEPTO (IDX-CON) = TC-CONCEPTO-1 (IDX-CTL)
              OR TA-CONCEPTO (IDX-CON) = TC-CONCEPTO-2 (IDX-CTL)
              ADD TA-AUMENTOS (IDX-CON) TO W-NETO
              SUBTRACT TA-DISMINUCIONES (IDX-CON) FROM W-NETO.

       F-SUMO-CONCEPTO.
           EXIT.

      *----------------------------------------------------------------
      * CUADRO-DEBE-HABER: arma en seco los asientos que se grabarían
      * y verifica que el debe sume lo mismo que el haber.
      *----------------------------------------------------------------
       CUADRO-DEBE-HABER.
           PERFORM TOTALIZO-CONCEPTO THRU F-TOTALIZO-CONCEPTO
              VARYING IDX-CON FROM 1 BY 1
              UNTIL IDX-CON > W-CANT-CONCEPTOS.
           MOVE W-TOTAL-DEBE  TO LT-DEBE.
           MOVE W-TOTAL-HABER TO LT-HABER.
           MOVE 0             TO LT-LINEAS.
           IF W-TOTAL-DEBE NOT = W-TOTAL-HABER
              MOVE "EL DEBE NO CUADRA CON EL HABER" TO LE-TEXTO
              PERFORM IMPRIMO-ERROR THRU F-IMPRIMO-ERROR.

       F-CUADRO-DEBE-HABER.
           EXIT.

       TOTALIZO-CONCEPTO.
           MOVE TA-AUMENTOS (IDX-CON) TO W-IMPORTE-ASIENTO.
           IF TA-DEUDORES (IDX-CON) NOT = SPACES
              ADD W-IMPORTE-ASIENTO TO W-TOTAL-DEBE.
           IF TA-CONTRAPARTIDA (IDX-CON) NOT = SPACES
              ADD W-IMPORTE-ASIENTO TO W-TOTAL-HABER.
           MOVE TA-DISMINUCIONES (IDX-CON) TO W-IMPORTE-ASIENTO.
           IF TA-CONTRAPARTIDA (IDX-CON) NOT = SPACES
              ADD W-IMPORTE-ASIENTO TO W-TOTAL-DEBE.
           IF TA-DEUDORES (IDX-CON) NOT = SPACES
              ADD W-IMPORTE-ASIENTO TO W-TOTAL-HABER.

       F-TOTALIZO-CONCEPTO.
           EXIT.

      *----------------------------------------------------------------
      * GENERO-ASIENTOS: con todo cuadrado graba el fichero de
      * asientos: por cada concepto y moneda un asiento de aumentos
      * (debe deudores, haber contrapartida) y uno de disminuciones
      * (debe contrapartida, haber deudores), los que tengan importe.
      * Con algún motivo de rechazo no se graba nada y el total de
      * la corrida queda en cero.
      *----------------------------------------------------------------
       GENERO-ASIENTOS.
           IF W-CANT-ERRORES > 0
              MOVE 0 TO W-TOTAL-DEBE W-TOTAL-HABER
              GO TO F-GENERO-ASIENTOS.
           OPEN OUTPUT ARCHIVO-ASIENTOS.
           IF ST-FILE-ASI > "07"
              DISPLAY "ERROR ABRIENDO " W-NOMBRE-ASIENTOS
                 " - ST " ST-FILE-ASI
              MOVE "NO SE PUDO ABRIR EL FICHERO DE ASIENTOS"
                 TO LE-TEXTO
              PERFORM IMPRIMO-ERROR THRU F-IMPRIMO-ERROR
              MOVE 0 TO W-TOTAL-DEBE W-TOTAL-HABER
              GO TO F-GENERO-ASIENTOS.
           PERFORM GRABO-CONCEPTO THRU F-GRABO-CONCEPTO
              VARYING IDX-CON FROM 1 BY 1
              UNTIL IDX-CON > W-CANT-CONCEPTOS.
           CLOSE ARCHIVO-ASIENTOS.
           MOVE W-CANT-LINEAS TO LT-LINEAS.

       F-GENERO-ASIENTOS.
           EXIT.

       GRABO-CONCEPTO.
           MOVE TA-AUMENTOS (IDX-CON)      TO W-IMPORTE-ASIENTO.
           MOVE TA-ORIG-AUMENTOS (IDX-CON) TO W-ORIG-ASIENTO.
           MOVE TA-DEUDORES (IDX-CON)      TO W-CUENTA-DEBE.
           MOVE TA-CONTRAPARTIDA (IDX-CON) TO W-CUENTA-HABER.
           PERFORM GRABO-ASIENTO THRU F-GRABO-ASIENTO.
           MOVE TA-DISMINUCIONES (IDX-CON) TO W-IMPORTE-ASIENTO.
           MOVE TA-ORIG-DISMINUCIONES (IDX-CON) TO W-ORIG-ASIENTO.
           MOVE TA-CONTRAPARTIDA (IDX-CON) TO W-CUENTA-DEBE.
           MOVE TA-DEUDORES (IDX-CON)      TO W-CUENTA-HABER.
           PERFORM GRABO-ASIENTO THRU F-GRABO-ASIENTO.

       F-GRABO-CONCEPTO.
           EXIT.

       GRABO-ASIENTO.
           IF W-IMPORTE-ASIENTO = 0
              GO TO F-GRABO-ASIENTO.
           ADD 1 TO W-NUMERO-ASIENTO.
           MOVE SPACES                   TO REG-ASIENTO.
           MOVE W-FECHA-PROCESO          TO ASI-FECHA.
           MOVE W-NUMERO-ASIENTO         TO ASI-NUMERO.
           MOVE TA-MONEDA (IDX-CON)      TO ASI-MONEDA.
           MOVE W-ORIG-ASIENTO           TO ASI-IMPORTE-ORIG.
           MOVE W-IMPORTE-ASIENTO        TO ASI-IMPORTE.
           MOVE TA-CONCEPTO (IDX-CON)    TO ASI-CONCEPTO.
           MOVE TA-CANT-MOV (IDX-CON)    TO ASI-CANT-MOV.
           MOVE TA-DESCRIPCION (IDX-CON) TO ASI-LEYENDA.
           MOVE 1                        TO ASI-LINEA.
           MOVE W-CUENTA-DEBE            TO ASI-CUENTA.
           MOVE "D"                      TO ASI-DEBE-HABER.
           PERFORM GRABO-LINEA THRU F-GRABO-LINEA.
           MOVE 2                        TO ASI-LINEA.
           MOVE W-CUENTA-HABER           TO ASI-CUENTA.
           MOVE "H"                      TO ASI-DEBE-HABER.
           PERFORM GRABO-LINEA THRU F-GRABO-LINEA.

       F-GRABO-ASIENTO.
           EXIT.

       GRABO-LINEA.
           WRITE REG-ASIENTO.
           IF ST-FILE-ASI > "07"
              DISPLAY "ERROR GRABANDO ASIENTOS - ST " ST-FILE-ASI
              ACCEPT X
           ELSE
              ADD 1 TO W-CANT-LINEAS.

       F-GRABO-LINEA.
           EXIT.

       IMPRIMO-ERROR.
           ADD 1 TO W-CANT-ERRORES.
           MOVE "T"         TO PIM-ACCION.
           MOVE LINEA-ERROR TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       F-IMPRIMO-ERROR.
           EXIT.

       INFORMO-RESULTADO.
           MOVE "T"           TO PIM-ACCION.
           MOVE LINEA-TOTALES TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           MOVE SPACES TO LINEA-RESULTADO.
           IF W-CANT-ERRORES > 0
              MOVE "INTERFAZ RECHAZADA - NO SE GENERO EL FICHERO"
                 TO LINEA-RESULTADO
           ELSE
              STRING "ASIENTOS GENERADOS EN " W-NOMBRE-ASIENTOS
                 DELIMITED BY SIZE INTO LINEA-RESULTADO.
           MOVE LINEA-RESULTADO TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           DISPLAY LINEA-RESULTADO.
           DISPLAY "LINEAS DEL JOURNAL..: " W-CANT-MOV-DIA.
           DISPLAY "MOTIVOS DE RECHAZO..: " W-CANT-ERRORES.
           DISPLAY "LINEAS DE ASIENTO...: " W-CANT-LINEAS.

       F-INFORMO-RESULTADO.
           EXIT.

       END PROGRAM "INTERFAZGL".
