      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Ficha del cliente: consulta de sólo lectura que junta
      *           en una pantalla lo que hoy se pide por separado a
      *           CONSULTA, LISTAFAC, CNVMANT, CONSAUDIT y EXTRACTO.
      *           Toma un CLI_ID, o busca por nombre en la ALTERNATE
      *           KEY CLI_NOMBRE, y muestra los datos del maestro con
      *           su estado, el límite y el crédito disponible, las
      *           facturas abiertas con su pendiente y próximo
      *           vencimiento, el convenio vigente con su próxima
      *           cuota, las últimas 10 líneas del journal y los
      *           últimos cambios de estado de estados.log. Abre todo
      *           como entrada y no toma el cerrojo de CLIENTES, así
      *           que se puede usar mientras corre la cadena batch.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "FICHACLI".
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

           SELECT OPTIONAL CONVENIOS ASSIGN TO "./convenios.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CNV-CLI-ID
                  STATUS ST-FILE-CNV.

           SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "./movimientos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS MOV-CLAVE
                  STATUS ST-FILE-MOV.

           SELECT OPTIONAL ESTADOS ASSIGN TO "./estados.log"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-EST.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY "regcliente.cpy".

       FD  FACTURAS.

           COPY "regfac.cpy".

       FD  CONVENIOS.

           COPY "regcnv.cpy".

       FD  MOVIMIENTOS.

           COPY "regmov.cpy".

       FD  ESTADOS.

           COPY "regest.cpy".

       WORKING-STORAGE SECTION.

       01  ST-FILE     PIC XX.
       01  ST-FILE-FAC PIC XX.
       01  ST-FILE-CNV PIC XX.
       01  ST-FILE-MOV PIC XX.
       01  ST-FILE-EST PIC XX.
       01  X           PIC X.

       01  FIN-CONSULTA        PIC X VALUE "N".
           88  TERMINAR-CONSULTA   VALUE "S".

       01  W-CLI-PEDIDO        PIC 9(07).
       01  W-NOMBRE-BUSCADO    PIC X(70).
       01  W-LARGO             PIC 9(02).
       01  W-CANT-NOMBRES      PIC 9(02).
       01  FIN-NOMBRES         PIC X.
           88  TERMINAR-NOMBRES    VALUE "S".

       01  W-SALDO             PIC S9(7)V9(3).
       01  W-LIMITE-CREDITO    PIC S9(7)V9(3).
       01  W-DISPONIBLE        PIC S9(8)V9(3).
       01  W-SALDO-EDIT        PIC -(7)9,999.
       01  W-IMPORTE-EDIT      PIC -(9)9,999.
       01  W-PENDIENTE-EDIT    PIC -(9)9,999.
       01  W-DESCRIPCION-ESTADO PIC X(20).

       01  FIN-FACTURAS        PIC X.
           88  TERMINAR-FACTURAS   VALUE "S".
       01  W-CANT-FACTURAS     PIC 9(04).
       01  W-TOTAL-PENDIENTE   PIC S9(11)V9(3).
       01  W-TOTAL-EDIT        PIC -(11)9,999.
       01  W-COBRADO           PIC S9(9)V9(3).
       01  W-ACUMULADO         PIC S9(9)V9(3).
       01  W-PROXIMO-VTO       PIC X(08).
       01  IDX-VTO             PIC 9.
       01  IDX-CUO             PIC 99.
       01  W-CUOTA-HALLADA     PIC 99.

      *----------------------------------------------------------------
      * TABLA-ULTIMOS-MOV / TABLA-ULTIMOS-EST: las últimas 10 líneas
      * del cliente en el journal y en estados.log, guardadas en
      * rueda mientras se recorre el fichero; la posición siguiente a
      * la última grabada es la más vieja que sigue guardada.
      *----------------------------------------------------------------
       01  FIN-MOVIMIENTOS     PIC X.
           88  TERMINAR-MOVIMIENTOS VALUE "S".
       01  W-CANT-MOV          PIC 9(05).
       01  IDX-RUEDA-MOV       PIC 99.
       01  TABLA-ULTIMOS-MOV.
           02  TUM-LINEA       PIC X(72) OCCURS 10 TIMES.

       01  FIN-ESTADOS         PIC X.
           88  TERMINAR-ESTADOS    VALUE "S".
       01  W-CANT-EST          PIC 9(05).
       01  IDX-RUEDA-EST       PIC 99.
       01  TABLA-ULTIMOS-EST.
           02  TUE-LINEA       PIC X(36) OCCURS 10 TIMES.

       01  IDX-MUESTRA         PIC 99.
       01  W-CANT-MUESTRA      PIC 99.
       01  W-MOSTRADAS         PIC 99.

       01  W-SALDO-ANTERIOR    PIC S9(7)V9(3).
       01  W-SALDO-NUEVO       PIC S9(7)V9(3).
       01  W-DELTA             PIC S9(8)V9(3).
       01  W-DELTA-EDIT        PIC -(8)9,999.

       PROCEDURE DIVISION.
       PABLO.
           PERFORM ABRO-ARCHIVOS.
           PERFORM PROCESO-CONSULTA THRU F-PROCESO-CONSULTA
              UNTIL TERMINAR-CONSULTA.
           PERFORM CIERRO-ARCHIVOS.
           STOP RUN.

       ABRO-ARCHIVOS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
              DISPLAY "ERROR ABRIENDO CLIENTES - ST-FILE " ST-FILE
              ACCEPT X.
           OPEN INPUT FACTURAS.
           IF ST-FILE-FAC > "07"
              DISPLAY "ERROR ABRIENDO FACTURAS - ST " ST-FILE-FAC
              ACCEPT X.
           OPEN INPUT CONVENIOS.
           IF ST-FILE-CNV > "07"
              DISPLAY "ERROR ABRIENDO CONVENIOS - ST " ST-FILE-CNV
              ACCEPT X.
           OPEN INPUT MOVIMIENTOS.
           IF ST-FILE-MOV > "07"
              DISPLAY "ERROR ABRIENDO MOVIMIENTOS - ST " ST-FILE-MOV
              ACCEPT X.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE FACTURAS.
           CLOSE CONVENIOS.
           CLOSE MOVIMIENTOS.

      *----------------------------------------------------------------
      * PROCESO-CONSULTA: pide el cliente (por número o por nombre) y
      * muestra su ficha.
      *----------------------------------------------------------------
       PROCESO-CONSULTA.
           DISPLAY " ".
           DISPLAY "CLI_ID (0=BUSCA POR NOMBRE, 9999999=FIN): "
              WITH NO ADVANCING.
           ACCEPT W-CLI-PEDIDO.
           IF W-CLI-PEDIDO = 9999999
              MOVE "S" TO FIN-CONSULTA
              GO TO F-PROCESO-CONSULTA.
           IF W-CLI-PEDIDO = 0
              PERFORM BUSCO-POR-NOMBRE THRU F-BUSCO-POR-NOMBRE.
           IF W-CLI-PEDIDO = 0
              GO TO F-PROCESO-CONSULTA.
           MOVE W-CLI-PEDIDO TO CLI_ID.
           READ CLIENTES KEY IS ID_CLIENTE.
           IF ST-FILE NOT = "00"
              DISPLAY "CLIENTE " W-CLI-PEDIDO " NO ENCONTRADO"
              GO TO F-PROCESO-CONSULTA.
           PERFORM MUESTRO-MAESTRO THRU F-MUESTRO-MAESTRO.
           PERFORM MUESTRO-FACTURAS THRU F-MUESTRO-FACTURAS.
           PERFORM MUESTRO-CONVENIO THRU F-MUESTRO-CONVENIO.
           PERFORM MUESTRO-MOVIMIENTOS THRU F-MUESTRO-MOVIMIENTOS.
           PERFORM MUESTRO-ESTADOS THRU F-MUESTRO-ESTADOS.

       F-PROCESO-CONSULTA.
           EXIT.

      *----------------------------------------------------------------
      * BUSCO-POR-NOMBRE: lista los clientes cuyo nombre empieza con
      * lo tipeado, en orden de CLI_NOMBRE y hasta 15 por vez, y pide
      * el CLI_ID elegido (0 = ninguno).
      *----------------------------------------------------------------
       BUSCO-POR-NOMBRE.
           DISPLAY "NOMBRE (COMIENZO): " WITH NO ADVANCING.
           MOVE SPACES TO W-NOMBRE-BUSCADO.
           ACCEPT W-NOMBRE-BUSCADO.
           MOVE 0 TO W-LARGO.
           INSPECT W-NOMBRE-BUSCADO TALLYING W-LARGO
              FOR CHARACTERS BEFORE INITIAL "  ".
           IF W-LARGO = 0
              GO TO F-BUSCO-POR-NOMBRE.
           MOVE W-NOMBRE-BUSCADO TO CLI_NOMBRE.
           START CLIENTES KEY IS NOT LESS THAN CLI_NOMBRE.
           IF ST-FILE NOT = "00"
              DISPLAY "NINGUN CLIENTE CON ESE NOMBRE"
              GO TO F-BUSCO-POR-NOMBRE.
           MOVE 0   TO W-CANT-NOMBRES.
           MOVE "N" TO FIN-NOMBRES.
           PERFORM LEO-NOMBRE THRU F-LEO-NOMBRE.
           PERFORM MUESTRO-NOMBRE THRU F-MUESTRO-NOMBRE
              UNTIL TERMINAR-NOMBRES.
           IF W-CANT-NOMBRES = 0
              DISPLAY "NINGUN CLIENTE CON ESE NOMBRE"
              GO TO F-BUSCO-POR-NOMBRE.
           DISPLAY "CLI_ID ELEGIDO (0=NINGUNO): " WITH NO ADVANCING.
           ACCEPT W-CLI-PEDIDO.

       F-BUSCO-POR-NOMBRE.
           EXIT.

       LEO-NOMBRE.
           READ CLIENTES NEXT RECORD.
           IF ST-FILE NOT = "00"
              MOVE "S" TO FIN-NOMBRES
              GO TO F-LEO-NOMBRE.
           IF CLI_NOMBRE (1:W-LARGO) NOT = W-NOMBRE-BUSCADO (1:W-LARGO)
              MOVE "S" TO FIN-NOMBRES.

       F-LEO-NOMBRE.
           EXIT.

       MUESTRO-NOMBRE.
           ADD 1 TO W-CANT-NOMBRES.
           DISPLAY "  " CLI_ID " " CLI_NOMBRE (1:50) " " CLI_ESTADO.
           IF W-CANT-NOMBRES = 15
              DISPLAY "  (HAY MAS - AFINAR EL NOMBRE)"
              MOVE "S" TO FIN-NOMBRES
              GO TO F-MUESTRO-NOMBRE.
           PERFORM LEO-NOMBRE THRU F-LEO-NOMBRE.

       F-MUESTRO-NOMBRE.
           EXIT.

      *----------------------------------------------------------------
      * MUESTRO-MAESTRO: datos del maestro, estado, límite y crédito
      * disponible (límite menos saldo; sin tope si el límite es 0).
      *----------------------------------------------------------------
       MUESTRO-MAESTRO.
           IF CLI_SALDO NUMERIC
              MOVE CLI_SALDO TO W-SALDO
           ELSE
              MOVE 0 TO W-SALDO.
           IF CLI_LIMITE_CREDITO NUMERIC
              MOVE CLI_LIMITE_CREDITO TO W-LIMITE-CREDITO
           ELSE
              MOVE 0 TO W-LIMITE-CREDITO.
           EVALUATE TRUE
               WHEN CLI-ACTIVO
                   MOVE "ACTIVO"              TO W-DESCRIPCION-ESTADO
               WHEN CLI-RETENIDO
                   MOVE "RETENIDO"            TO W-DESCRIPCION-ESTADO
               WHEN CLI-SUSPENDIDO
                   MOVE "SUSPENDIDO"          TO W-DESCRIPCION-ESTADO
               WHEN CLI-LEGAL
                   MOVE "EN LEGALES"          TO W-DESCRIPCION-ESTADO
               WHEN CLI-DADO-DE-BAJA
                   MOVE "DADO DE BAJA"        TO W-DESCRIPCION-ESTADO
               WHEN OTHER
                   MOVE "DESCONOCIDO"         TO W-DESCRIPCION-ESTADO
           END-EVALUATE.
           DISPLAY "================================================"
              "==============================".
           DISPLAY "CLIENTE.......: " CLI_ID " " CLI_NOMBRE (1:60).
           DISPLAY "RAZON SOCIAL..: " CLI_RAZONSOCIAL.
           DISPLAY "DIRECCION.....: " CLI_DIRECCION (1:60).
           DISPLAY "COD POSTAL....: " CLI_CODPOST
              "  CATEGORIA: " CLI_CATEGORIA
              "  COND PAGO: " CLI_CONDICION_PAGO.
           DISPLAY "TELEFONO......: " CLI_TELEFONO.
           DISPLAY "EMAIL.........: " CLI_EMAIL.
           DISPLAY "ESTADO........: " CLI_ESTADO " "
              W-DESCRIPCION-ESTADO.
           MOVE W-SALDO TO W-SALDO-EDIT.
           DISPLAY "SALDO.........: " W-SALDO-EDIT.
           IF W-LIMITE-CREDITO = 0
              DISPLAY "LIMITE CREDITO: SIN TOPE"
              GO TO F-MUESTRO-MAESTRO.
           MOVE W-LIMITE-CREDITO TO W-SALDO-EDIT.
           DISPLAY "LIMITE CREDITO: " W-SALDO-EDIT.
           COMPUTE W-DISPONIBLE = W-LIMITE-CREDITO - W-SALDO.
           MOVE W-DISPONIBLE TO W-IMPORTE-EDIT.
           IF W-DISPONIBLE < 0
              DISPLAY "DISPONIBLE....: " W-IMPORTE-EDIT " (EXCEDIDO)"
           ELSE
              DISPLAY "DISPONIBLE....: " W-IMPORTE-EDIT.

       F-MUESTRO-MAESTRO.
           EXIT.

      *----------------------------------------------------------------
      * MUESTRO-FACTURAS: facturas con saldo pendiente, por la clave
      * alternativa FAC-CLI-ID, con el próximo vencimiento impago.
      *----------------------------------------------------------------
       MUESTRO-FACTURAS.
           DISPLAY "--- FACTURAS ABIERTAS ---".
           MOVE 0   TO W-CANT-FACTURAS W-TOTAL-PENDIENTE.
           MOVE "N" TO FIN-FACTURAS.
           MOVE CLI_ID TO FAC-CLI-ID.
           START FACTURAS KEY IS EQUAL FAC-CLI-ID.
           IF ST-FILE-FAC NOT = "00"
              MOVE "S" TO FIN-FACTURAS
           ELSE
              PERFORM LEO-FACTURA THRU F-LEO-FACTURA.
           PERFORM MUESTRO-FACTURA THRU F-MUESTRO-FACTURA
              UNTIL TERMINAR-FACTURAS.
           IF W-CANT-FACTURAS = 0
              DISPLAY "SIN FACTURAS ABIERTAS"
              GO TO F-MUESTRO-FACTURAS.
           MOVE W-TOTAL-PENDIENTE TO W-TOTAL-EDIT.
           DISPLAY "FACTURAS ABIERTAS: " W-CANT-FACTURAS
              "  TOTAL PENDIENTE: " W-TOTAL-EDIT.

       F-MUESTRO-FACTURAS.
           EXIT.

       LEO-FACTURA.
           READ FACTURAS NEXT RECORD.
           IF ST-FILE-FAC NOT = "00" OR FAC-CLI-ID NOT = CLI_ID
              MOVE "S" TO FIN-FACTURAS.

       F-LEO-FACTURA.
           EXIT.

       MUESTRO-FACTURA.
           IF FAC-IMPORTE NUMERIC AND FAC-SALDO-PENDIENTE > 0
              ADD 1 TO W-CANT-FACTURAS
              ADD FAC-SALDO-PENDIENTE TO W-TOTAL-PENDIENTE
              PERFORM BUSCO-VENCIMIENTO THRU F-BUSCO-VENCIMIENTO
              MOVE FAC-IMPORTE         TO W-IMPORTE-EDIT
              MOVE FAC-SALDO-PENDIENTE TO W-PENDIENTE-EDIT
              DISPLAY FAC-NROFACTURA " " FAC-FECHA-POSTEO
                 " IMP " W-IMPORTE-EDIT " PEND " W-PENDIENTE-EDIT
                 " VTO " W-PROXIMO-VTO
           END-IF.
           PERFORM LEO-FACTURA THRU F-LEO-FACTURA.

       F-MUESTRO-FACTURA.
           EXIT.

      *----------------------------------------------------------------
      * BUSCO-VENCIMIENTO: lo cobrado se imputa de la primera cuota a
      * la última; el próximo vencimiento es el de la primera cuota
      * que lo cobrado no llega a cubrir. Sin cuotas, la factura
      * vence entera en la fecha de posteo.
      *----------------------------------------------------------------
       BUSCO-VENCIMIENTO.
           MOVE FAC-FECHA-POSTEO TO W-PROXIMO-VTO.
           IF FAC-CANT-VENCIMIENTOS NOT NUMERIC
              OR FAC-CANT-VENCIMIENTOS = 0
              GO TO F-BUSCO-VENCIMIENTO.
           COMPUTE W-COBRADO = FAC-IMPORTE - FAC-SALDO-PENDIENTE.
           MOVE 0 TO W-ACUMULADO.
           MOVE SPACES TO W-PROXIMO-VTO.
           PERFORM SUMO-CUOTA-FACTURA THRU F-SUMO-CUOTA-FACTURA
              VARYING IDX-VTO FROM 1 BY 1
              UNTIL IDX-VTO > FAC-CANT-VENCIMIENTOS
              OR W-PROXIMO-VTO NOT = SPACES.
           IF W-PROXIMO-VTO = SPACES
              MOVE FAC-VTO-FECHA (FAC-CANT-VENCIMIENTOS)
                 TO W-PROXIMO-VTO.

       F-BUSCO-VENCIMIENTO.
           EXIT.

       SUMO-CUOTA-FACTURA.
           ADD FAC-VTO-IMPORTE (IDX-VTO) TO W-ACUMULADO.
           IF W-ACUMULADO > W-COBRADO
              MOVE FAC-VTO-FECHA (IDX-VTO) TO W-PROXIMO-VTO.

       F-SUMO-CUOTA-FACTURA.
           EXIT.

      *----------------------------------------------------------------
      * MUESTRO-CONVENIO: el convenio vigente con su próxima cuota
      * pendiente; uno cumplido o roto sólo se menciona.
      *----------------------------------------------------------------
       MUESTRO-CONVENIO.
           DISPLAY "--- CONVENIO DE PAGO ---".
           MOVE CLI_ID TO CNV-CLI-ID.
           READ CONVENIOS KEY IS CNV-CLI-ID.
           IF ST-FILE-CNV NOT = "00"
              DISPLAY "SIN CONVENIO"
              GO TO F-MUESTRO-CONVENIO.
           IF NOT CNV-VIGENTE
              DISPLAY "SIN CONVENIO VIGENTE (ULTIMO DEL "
                 CNV-FECHA-ALTA ", ESTADO " CNV-ESTADO ")"
              GO TO F-MUESTRO-CONVENIO.
           DISPLAY "VIGENTE DESDE " CNV-FECHA-ALTA
              " - " CNV-CANT-CUOTAS " CUOTAS".
           MOVE 0 TO W-CUOTA-HALLADA.
           PERFORM BUSCO-CUOTA THRU F-BUSCO-CUOTA
              VARYING IDX-CUO FROM 1 BY 1
              UNTIL IDX-CUO > CNV-CANT-CUOTAS
              OR W-CUOTA-HALLADA > 0.
           IF W-CUOTA-HALLADA = 0
              DISPLAY "SIN CUOTAS PENDIENTES"
              GO TO F-MUESTRO-CONVENIO.
           MOVE CUO-IMPORTE (W-CUOTA-HALLADA) TO W-SALDO-EDIT.
           DISPLAY "PROXIMA CUOTA " W-CUOTA-HALLADA
              " VTO " CUO-VENCIMIENTO (W-CUOTA-HALLADA)
              " IMPORTE " W-SALDO-EDIT.

       F-MUESTRO-CONVENIO.
           EXIT.

       BUSCO-CUOTA.
           IF CUO-PENDIENTE (IDX-CUO)
              MOVE IDX-CUO TO W-CUOTA-HALLADA.

       F-BUSCO-CUOTA.
           EXIT.

      *----------------------------------------------------------------
      * MUESTRO-MOVIMIENTOS: recorre el journal vivo del cliente
      * guardando en rueda las últimas 10 líneas y las muestra de la
      * más vieja a la más nueva, con el importe de cada una.
      *----------------------------------------------------------------
       MUESTRO-MOVIMIENTOS.
           DISPLAY "--- ULTIMOS MOVIMIENTOS ---".
           MOVE 0   TO W-CANT-MOV IDX-RUEDA-MOV.
           MOVE "N" TO FIN-MOVIMIENTOS.
           MOVE LOW-VALUES TO MOV-CLAVE.
           MOVE CLI_ID     TO MOV-CLI-ID.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE.
           IF ST-FILE-MOV NOT = "00"
              MOVE "S" TO FIN-MOVIMIENTOS
           ELSE
              PERFORM LEO-MOVIMIENTO THRU F-LEO-MOVIMIENTO.
           PERFORM GUARDO-MOVIMIENTO THRU F-GUARDO-MOVIMIENTO
              UNTIL TERMINAR-MOVIMIENTOS.
           IF W-CANT-MOV = 0
              DISPLAY "SIN MOVIMIENTOS EN EL PERIODO"
              GO TO F-MUESTRO-MOVIMIENTOS.
           IF W-CANT-MOV < 10
              MOVE W-CANT-MOV TO W-CANT-MUESTRA
              MOVE 1 TO IDX-MUESTRA
           ELSE
              MOVE 10 TO W-CANT-MUESTRA
              COMPUTE IDX-MUESTRA = IDX-RUEDA-MOV + 1
              IF IDX-MUESTRA > 10
                 MOVE 1 TO IDX-MUESTRA
              END-IF
           END-IF.
           PERFORM MUESTRO-MOVIMIENTO THRU F-MUESTRO-MOVIMIENTO
              VARYING W-MOSTRADAS FROM 1 BY 1
              UNTIL W-MOSTRADAS > W-CANT-MUESTRA.

       F-MUESTRO-MOVIMIENTOS.
           EXIT.

       LEO-MOVIMIENTO.
           READ MOVIMIENTOS NEXT RECORD.
           IF ST-FILE-MOV NOT = "00" OR MOV-CLI-ID NOT = CLI_ID
              MOVE "S" TO FIN-MOVIMIENTOS.

       F-LEO-MOVIMIENTO.
           EXIT.

       GUARDO-MOVIMIENTO.
           ADD 1 TO W-CANT-MOV.
           ADD 1 TO IDX-RUEDA-MOV.
           IF IDX-RUEDA-MOV > 10
              MOVE 1 TO IDX-RUEDA-MOV.
           MOVE LINEA-MOVIMIENTO TO TUM-LINEA (IDX-RUEDA-MOV).
           PERFORM LEO-MOVIMIENTO THRU F-LEO-MOVIMIENTO.

       F-GUARDO-MOVIMIENTO.
           EXIT.

       MUESTRO-MOVIMIENTO.
           MOVE TUM-LINEA (IDX-MUESTRA) TO LINEA-MOVIMIENTO.
           MOVE MOV-SALDO-ANTERIOR TO W-SALDO-ANTERIOR.
           MOVE MOV-SALDO-NUEVO    TO W-SALDO-NUEVO.
           COMPUTE W-DELTA = W-SALDO-NUEVO - W-SALDO-ANTERIOR.
           MOVE W-DELTA TO W-DELTA-EDIT.
           DISPLAY MOV-FECHA " " MOV-ORIGEN " " W-DELTA-EDIT
              " SALDO " MOV-SALDO-NUEVO " " MOV-MONEDA.
           ADD 1 TO IDX-MUESTRA.
           IF IDX-MUESTRA > 10
              MOVE 1 TO IDX-MUESTRA.

       F-MUESTRO-MOVIMIENTO.
           EXIT.

      *----------------------------------------------------------------
      * MUESTRO-ESTADOS: recorre estados.log guardando en rueda los
      * últimos 10 cambios de estado del cliente.
      *----------------------------------------------------------------
       MUESTRO-ESTADOS.
           DISPLAY "--- ULTIMOS CAMBIOS DE ESTADO ---".
           MOVE 0   TO W-CANT-EST IDX-RUEDA-EST.
           MOVE "N" TO FIN-ESTADOS.
           OPEN INPUT ESTADOS.
           IF ST-FILE-EST NOT = "00"
      *       Un OPEN INPUT de un fichero OPTIONAL ausente devuelve
      *       "05" y deja el fichero abierto igual: hay que cerrarlo.
              CLOSE ESTADOS
              DISPLAY "SIN CAMBIOS DE ESTADO REGISTRADOS"
              GO TO F-MUESTRO-ESTADOS.
           PERFORM LEO-ESTADO THRU F-LEO-ESTADO.
           PERFORM GUARDO-ESTADO THRU F-GUARDO-ESTADO
              UNTIL TERMINAR-ESTADOS.
           CLOSE ESTADOS.
           IF W-CANT-EST = 0
              DISPLAY "SIN CAMBIOS DE ESTADO REGISTRADOS"
              GO TO F-MUESTRO-ESTADOS.
           IF W-CANT-EST < 10
              MOVE W-CANT-EST TO W-CANT-MUESTRA
              MOVE 1 TO IDX-MUESTRA
           ELSE
              MOVE 10 TO W-CANT-MUESTRA
              COMPUTE IDX-MUESTRA = IDX-RUEDA-EST + 1
              IF IDX-MUESTRA > 10
                 MOVE 1 TO IDX-MUESTRA
              END-IF
           END-IF.
           PERFORM MUESTRO-ESTADO THRU F-MUESTRO-ESTADO
              VARYING W-MOSTRADAS FROM 1 BY 1
              UNTIL W-MOSTRADAS > W-CANT-MUESTRA.

       F-MUESTRO-ESTADOS.
           EXIT.

       LEO-ESTADO.
           READ ESTADOS.
           IF ST-FILE-EST NOT = "00"
              MOVE "S" TO FIN-ESTADOS.

       F-LEO-ESTADO.
           EXIT.

       GUARDO-ESTADO.
           IF EST-CLI-ID = CLI_ID
              ADD 1 TO W-CANT-EST
              ADD 1 TO IDX-RUEDA-EST
              IF IDX-RUEDA-EST > 10
                 MOVE 1 TO IDX-RUEDA-EST
              END-IF
              MOVE LINEA-ESTADO TO TUE-LINEA (IDX-RUEDA-EST)
           END-IF.
           PERFORM LEO-ESTADO THRU F-LEO-ESTADO.

       F-GUARDO-ESTADO.
           EXIT.

       MUESTRO-ESTADO.
           MOVE TUE-LINEA (IDX-MUESTRA) TO LINEA-ESTADO.
           DISPLAY EST-FECHA " " EST-ANTERIOR " -> " EST-NUEVO
              " " EST-ORIGEN.
           ADD 1 TO IDX-MUESTRA.
           IF IDX-MUESTRA > 10
              MOVE 1 TO IDX-MUESTRA.

       F-MUESTRO-ESTADO.
           EXIT.

       END PROGRAM "FICHACLI".
