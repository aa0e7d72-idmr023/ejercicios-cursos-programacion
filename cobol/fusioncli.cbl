      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Fusión de clientes duplicados: pasa la cuenta de un
      *           cliente absorbido a un cliente que queda. El journal
      *           vivo de los dos se rearma como una sola cadena del
      *           que queda, en orden de fecha y con los importes de
      *           cada línea intactos; el saldo que el absorbido traía
      *           de períodos ya cerrados se traspasa con una línea de
      *           origen FU de cada lado. Pasan también sus facturas
      *           abiertas, sus saldos a favor, las aplicaciones
      *           vigentes de sus recibos, sus cheques diferidos en
      *           cartera y su convenio de pago. El
      *           absorbido queda con saldo cero y dado de baja, con
      *           todo asentado en auditcli.log y estados.log, y la
      *           purga lo borra después del cierre de período que
      *           archive su línea de traspaso. Se niega si la fusión
      *           supera el límite de crédito del que queda, salvo
      *           que se la fuerce.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "FUSIONCLI".
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

           SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "./movimientos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS MOV-CLAVE
                  STATUS ST-FILE-MOV.

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

           SELECT OPTIONAL SALDOS-FAVOR ASSIGN TO "./saldosfavor.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS SAF-RECIBO
                  ALTERNATE KEY SAF-CLI-ID WITH DUPLICATES
                  STATUS ST-FILE-SAF.

           SELECT OPTIONAL APLICACIONES ASSIGN TO "./aplicaciones.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS APL-CLAVE
                  STATUS ST-FILE-APL.

           SELECT OPTIONAL CHEQUES ASSIGN TO "./cheques.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CHQ-CLAVE
                  ALTERNATE KEY CHQ-CLI-ID WITH DUPLICATES
                  STATUS ST-FILE-CHQ.

           SELECT OPTIONAL AUDITCLI ASSIGN TO "./auditcli.log"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-AUD.

           SELECT OPTIONAL ESTADOS ASSIGN TO "./estados.log"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-EST.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY "regcliente.cpy".

       FD  MOVIMIENTOS.

           COPY "regmov.cpy".

       FD  FACTURAS.

           COPY "regfac.cpy".

       FD  CONVENIOS.

           COPY "regcnv.cpy".

       FD  SALDOS-FAVOR.

           COPY "regsaf.cpy".

       FD  APLICACIONES.

           COPY "regapl.cpy".

       FD  CHEQUES.

           COPY "regchq.cpy".

       FD  AUDITCLI.

           COPY "regaud.cpy".

       FD  ESTADOS.

           COPY "regest.cpy".

       WORKING-STORAGE SECTION.

       01  ST-FILE     PIC XX.
       01  ST-FILE-MOV PIC XX.
       01  ST-FILE-FAC PIC XX.
       01  ST-FILE-CNV PIC XX.
       01  ST-FILE-SAF PIC XX.
       01  ST-FILE-APL PIC XX.
       01  ST-FILE-CHQ PIC XX.
       01  ST-FILE-AUD PIC XX.
       01  ST-FILE-EST PIC XX.
       01  X           PIC X.

           COPY "paramtar.cpy".

           COPY "paramrun.cpy".

           COPY "paramlck.cpy".

       01  W-FECHA-PROCESO     PIC X(08).

       01  W-FUSION-VALIDA     PIC X VALUE "S".
           88  FUSION-VALIDA       VALUE "S".
       01  W-FORZADA           PIC X VALUE "N".
           88  FUSION-FORZADA      VALUE "S".
       01  W-RESPUESTA         PIC X.

       01  W-ID-SOBREVIVIENTE  PIC 9(07).
       01  W-ID-ABSORBIDO      PIC 9(07).
       01  W-NOMBRE-SOBREVIVIENTE PIC X(70).
       01  W-NOMBRE-ABSORBIDO  PIC X(70).
       01  W-ESTADO-ANTERIOR   PIC X.
       01  W-SALDO-SOBREVIVIENTE PIC S9(7)V9(3).
       01  W-SALDO-ABSORBIDO   PIC S9(7)V9(3).
       01  W-SALDO-FUSION      PIC S9(9)V9(3).
       01  W-LIMITE-CREDITO    PIC S9(7)V9(3).

      *    Saldo con el que arranca el journal vivo de cada cliente:
      *    lo que traía de períodos ya cerrados.
       01  W-APERTURA-SOB      PIC S9(7)V9(3).
       01  W-APERTURA-ABS      PIC S9(7)V9(3).
       01  W-CIERRE-JOURNAL    PIC S9(7)V9(3).

       01  W-SALDO-ANTERIOR    PIC S9(7)V9(3).
       01  W-SALDO-NUEVO       PIC S9(7)V9(3).
       01  W-DELTA             PIC S9(8)V9(3).
       01  W-SALDO-CORRIDO     PIC S9(9)V9(3).
       01  W-SALDO-EDIT        PIC -(7)9,999.
       01  W-FECHA-ANT         PIC X(08).
       01  W-SECUENCIA         PIC 9(05).

       01  FIN-MOVIMIENTOS     PIC X VALUE "N".
           88  TERMINAR-MOVIMIENTOS VALUE "S".
       01  FIN-FACTURAS        PIC X VALUE "N".
           88  TERMINAR-FACTURAS   VALUE "S".
       01  FIN-SALDOS          PIC X VALUE "N".
           88  TERMINAR-SALDOS     VALUE "S".
       01  FIN-CHEQUES         PIC X VALUE "N".
           88  TERMINAR-CHEQUES    VALUE "S".
       01  FIN-APLICACIONES    PIC X VALUE "N".
           88  TERMINAR-APLICACIONES VALUE "S".

      *----------------------------------------------------------------
      * TABLA-JOURNAL-SOB / TABLA-JOURNAL-ABS: las líneas vivas de
      * cada cliente tal como están en MOVIMIENTOS, en orden de clave
      * (fecha y secuencia), para rearmarlas en una sola cadena.
      *----------------------------------------------------------------
       01  W-CANT-MOV-SOB      PIC 9(04) VALUE 0.
       01  TABLA-JOURNAL-SOB.
           02  TS-ITEM OCCURS 1000 TIMES.
               03  TS-LINEA         PIC X(72).
               03  TS-LINEA-R REDEFINES TS-LINEA.
                   04  FILLER       PIC X(07).
                   04  TS-FECHA     PIC X(08).
                   04  FILLER       PIC X(57).

       01  W-CANT-MOV-ABS      PIC 9(04) VALUE 0.
       01  TABLA-JOURNAL-ABS.
           02  TA-ITEM OCCURS 1000 TIMES.
               03  TA-LINEA         PIC X(72).
               03  TA-LINEA-R REDEFINES TA-LINEA.
                   04  FILLER       PIC X(07).
                   04  TA-FECHA     PIC X(08).
                   04  FILLER       PIC X(57).

       01  IDX-SOB             PIC 9(04).
       01  IDX-ABS             PIC 9(04).

      *    Claves de facturas abiertas y saldos a favor del absorbido,
      *    juntadas antes de cambiarles el cliente para no recorrer
      *    la clave alternativa mientras se la modifica.
       01  W-CANT-FACTURAS     PIC 9(04) VALUE 0.
       01  TABLA-FACTURAS.
           02  TF-NROFACTURA   PIC 9(08) OCCURS 500 TIMES.
       01  W-CANT-SALDOS       PIC 9(04) VALUE 0.
       01  TABLA-SALDOS.
           02  TSF-RECIBO      PIC 9(08) OCCURS 500 TIMES.
       01  W-CANT-CHEQUES      PIC 9(04) VALUE 0.
       01  TABLA-CHEQUES.
           02  TCH-CLAVE       PIC X(28) OCCURS 500 TIMES.
       01  IDX-TAB             PIC 9(04).

       01  W-HAY-CNV-SOB       PIC X.
           88  HAY-CNV-SOB         VALUE "S".
       01  W-CNV-SOB-VIGENTE   PIC X.
           88  CNV-SOB-VIGENTE     VALUE "S".
       01  W-HAY-CNV-ABS       PIC X.
           88  HAY-CNV-ABS         VALUE "S".
       01  W-CNV-ABS-VIGENTE   PIC X.
           88  CNV-ABS-VIGENTE     VALUE "S".
       01  W-PASO-CONVENIO     PIC X VALUE "N".
           88  PASA-CONVENIO       VALUE "S".
       01  W-REG-CONVENIO      PIC X(470).

       01  W-CANT-REGRABADAS   PIC 9(05) VALUE 0.
       01  W-CANT-FACT-PASADAS PIC 9(05) VALUE 0.
       01  W-CANT-SAF-PASADOS  PIC 9(05) VALUE 0.
       01  W-CANT-APL-PASADAS  PIC 9(05) VALUE 0.
       01  W-CANT-CHQ-PASADOS  PIC 9(05) VALUE 0.

      *----------------------------------------------------------------
      * W-ORIGEN-FUSION: origen de las líneas del traspaso, FU seguido
      * de los seis dígitos finales del otro cliente de la fusión.
      *----------------------------------------------------------------
       01  W-ORIGEN-FUSION.
           02  OFU-TIPO        PIC X(02) VALUE "FU".
           02  OFU-CLIENTE     PIC 9(06).

       01  W-TEXTO-AUDIT.
           02  TXA-LEYENDA     PIC X(16).
           02  TXA-CLIENTE     PIC 9(07).
           02  TXA-FORZADA     PIC X(20).

       PROCEDURE DIVISION.
       PABLO.
           PERFORM TOMO-FECHA THRU F-TOMO-FECHA.
           PERFORM CONTROLO-CIERRE-DIARIO
              THRU F-CONTROLO-CIERRE-DIARIO.
           PERFORM TOMO-CERROJO THRU F-TOMO-CERROJO.
           PERFORM ABRO-ARCHIVOS.
           PERFORM PIDO-CLIENTES THRU F-PIDO-CLIENTES.
           IF FUSION-VALIDA
              PERFORM CARGO-JOURNAL THRU F-CARGO-JOURNAL.
           IF FUSION-VALIDA
              PERFORM CONTROLO-LIMITE THRU F-CONTROLO-LIMITE.
           IF FUSION-VALIDA
              PERFORM CONTROLO-CONVENIOS THRU F-CONTROLO-CONVENIOS.
           IF FUSION-VALIDA
              PERFORM CONFIRMO-FUSION THRU F-CONFIRMO-FUSION.
           IF FUSION-VALIDA
              PERFORM FUSIONO-CLIENTES THRU F-FUSIONO-CLIENTES
           ELSE
              DISPLAY "FUSION CANCELADA".
           PERFORM CIERRO-ARCHIVOS.
           PERFORM LIBERO-CERROJO THRU F-LIBERO-CERROJO.
           STOP RUN.

      *----------------------------------------------------------------
      * TOMO-FECHA: la fecha de proceso sale de la tarjeta de control
      * si está cargada, y si no es la fecha del sistema.
      *----------------------------------------------------------------
       TOMO-FECHA.
           CALL "TARJETA" USING PARAMETROS-TARJETA.
           CANCEL "TARJETA".
           IF TAR-OK AND TAR-FECHA-PROCESO NOT = SPACES
              MOVE TAR-FECHA-PROCESO TO W-FECHA-PROCESO
           ELSE
              ACCEPT W-FECHA-PROCESO FROM DATE YYYYMMDD.

       F-TOMO-FECHA.
           EXIT.

      *----------------------------------------------------------------
      * CONTROLO-CIERRE-DIARIO: la fusión journaliza con la fecha de
      * proceso, así que se niega a arrancar mientras una fecha
      * anterior con pasos corridos no tenga su cierre diario.
      *----------------------------------------------------------------
       CONTROLO-CIERRE-DIARIO.
           INITIALIZE PARAMETROS-CORRIDA.
           MOVE "V"             TO PCO-ACCION.
           MOVE W-FECHA-PROCESO TO PCO-FECHA.
           CALL "RUNCTL" USING PARAMETROS-CORRIDA.
           CANCEL "RUNCTL".
           IF PCO-CIERRE-PENDIENTE
              DISPLAY "EL DIA " PCO-FECHA-PENDIENTE " NO TIENE "
                 "CIERRE DIARIO - FUSION CANCELADA"
              STOP RUN.

       F-CONTROLO-CIERRE-DIARIO.
           EXIT.

      *----------------------------------------------------------------
      * TOMO-CERROJO / LIBERO-CERROJO: CLIENTES se abre I-O, así que
      * la fusión toma el cerrojo de actualización antes de abrir y
      * lo libera al cerrar.
      *----------------------------------------------------------------
       TOMO-CERROJO.
           INITIALIZE PARAMETROS-LOCK.
           MOVE "T"         TO PLK-ACCION.
           MOVE "FUSIONCLI" TO PLK-PROCESO.
           CALL "CLILOCK" USING PARAMETROS-LOCK.
           IF PLK-OCUPADO
              DISPLAY "CLIENTES EN USO POR " PLK-DUENO
                 " DESDE " PLK-FECHA
              DISPLAY "FUSION CANCELADA"
              STOP RUN.

       F-TOMO-CERROJO.
           EXIT.

       LIBERO-CERROJO.
           INITIALIZE PARAMETROS-LOCK.
           MOVE "L"         TO PLK-ACCION.
           MOVE "FUSIONCLI" TO PLK-PROCESO.
           CALL "CLILOCK" USING PARAMETROS-LOCK.
           CANCEL "CLILOCK".

       F-LIBERO-CERROJO.
           EXIT.

       ABRO-ARCHIVOS.
           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
              DISPLAY "ERROR ABRIENDO CLIENTES - ST-FILE " ST-FILE
              ACCEPT X.
           OPEN I-O MOVIMIENTOS.
           IF ST-FILE-MOV > "07"
              DISPLAY "ERROR ABRIENDO MOVIMIENTOS - ST " ST-FILE-MOV
              ACCEPT X.
           OPEN I-O FACTURAS.
           IF ST-FILE-FAC > "07"
              DISPLAY "ERROR ABRIENDO FACTURAS - ST " ST-FILE-FAC
              ACCEPT X.
           OPEN I-O CONVENIOS.
           IF ST-FILE-CNV > "07"
              DISPLAY "ERROR ABRIENDO CONVENIOS - ST " ST-FILE-CNV
              ACCEPT X.
           OPEN I-O SALDOS-FAVOR.
           IF ST-FILE-SAF > "07"
              DISPLAY "ERROR ABRIENDO SALDOS A FAVOR - ST " ST-FILE-SAF
              ACCEPT X.
           OPEN I-O APLICACIONES.
           IF ST-FILE-APL > "07"
              DISPLAY "ERROR ABRIENDO APLICACIONES - ST " ST-FILE-APL
              ACCEPT X.
           OPEN I-O CHEQUES.
           IF ST-FILE-CHQ > "07"
              DISPLAY "ERROR ABRIENDO CHEQUES - ST " ST-FILE-CHQ
              ACCEPT X.
           OPEN EXTEND AUDITCLI.
           IF ST-FILE-AUD > "07"
              DISPLAY "ERROR ABRIENDO AUDITCLI - ST " ST-FILE-AUD
              ACCEPT X.
           OPEN EXTEND ESTADOS.
           IF ST-FILE-EST > "07"
              DISPLAY "ERROR ABRIENDO ESTADOS - ST " ST-FILE-EST
              ACCEPT X.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE MOVIMIENTOS.
           CLOSE FACTURAS.
           CLOSE CONVENIOS.
           CLOSE SALDOS-FAVOR.
           CLOSE APLICACIONES.
           CLOSE CHEQUES.
           CLOSE AUDITCLI.
           CLOSE ESTADOS.

      *----------------------------------------------------------------
      * PIDO-CLIENTES: el que queda tiene que existir y no estar dado
      * de baja; el absorbido, existir y ser otro.
      *----------------------------------------------------------------
       PIDO-CLIENTES.
           DISPLAY "CLIENTE QUE QUEDA......: " WITH NO ADVANCING.
           ACCEPT W-ID-SOBREVIVIENTE.
           DISPLAY "CLIENTE QUE SE ABSORBE.: " WITH NO ADVANCING.
           ACCEPT W-ID-ABSORBIDO.
           IF W-ID-SOBREVIVIENTE = W-ID-ABSORBIDO
              DISPLAY "LOS DOS CLIENTES SON EL MISMO"
              MOVE "N" TO W-FUSION-VALIDA
              GO TO F-PIDO-CLIENTES.
           MOVE W-ID-ABSORBIDO TO CLI_ID.
           READ CLIENTES KEY IS ID_CLIENTE.
           IF ST-FILE NOT = "00"
              DISPLAY "CLIENTE " W-ID-ABSORBIDO " NO ENCONTRADO"
              MOVE "N" TO W-FUSION-VALIDA
              GO TO F-PIDO-CLIENTES.
           MOVE CLI_NOMBRE TO W-NOMBRE-ABSORBIDO.
           IF CLI_SALDO NUMERIC
              MOVE CLI_SALDO TO W-SALDO-ABSORBIDO
           ELSE
              MOVE 0 TO W-SALDO-ABSORBIDO.
           MOVE W-ID-SOBREVIVIENTE TO CLI_ID.
           READ CLIENTES KEY IS ID_CLIENTE.
           IF ST-FILE NOT = "00"
              DISPLAY "CLIENTE " W-ID-SOBREVIVIENTE " NO ENCONTRADO"
              MOVE "N" TO W-FUSION-VALIDA
              GO TO F-PIDO-CLIENTES.
           IF CLI-DADO-DE-BAJA
              DISPLAY "EL CLIENTE QUE QUEDA ESTA DADO DE BAJA"
              MOVE "N" TO W-FUSION-VALIDA
              GO TO F-PIDO-CLIENTES.
           MOVE CLI_NOMBRE TO W-NOMBRE-SOBREVIVIENTE.
           IF CLI_SALDO NUMERIC
              MOVE CLI_SALDO TO W-SALDO-SOBREVIVIENTE
           ELSE
              MOVE 0 TO W-SALDO-SOBREVIVIENTE.
           IF CLI_LIMITE_CREDITO NUMERIC
              MOVE CLI_LIMITE_CREDITO TO W-LIMITE-CREDITO
           ELSE
              MOVE 0 TO W-LIMITE-CREDITO.

       F-PIDO-CLIENTES.
           EXIT.

      *----------------------------------------------------------------
      * CARGO-JOURNAL: levanta las líneas vivas de los dos clientes.
      * La cadena de cada uno tiene que cerrar con su CLI_SALDO; si
      * no, el journal está desparejo (ver la auditoría) y rearmarlo
      * arrastraría la diferencia al que queda.
      *----------------------------------------------------------------
       CARGO-JOURNAL.
           MOVE LOW-VALUES         TO MOV-CLAVE.
           MOVE W-ID-SOBREVIVIENTE TO MOV-CLI-ID.
           PERFORM POSICIONO-MOVIMIENTOS THRU F-POSICIONO-MOVIMIENTOS.
           PERFORM GUARDO-SOBREVIVIENTE THRU F-GUARDO-SOBREVIVIENTE
              UNTIL TERMINAR-MOVIMIENTOS
              OR MOV-CLI-ID NOT = W-ID-SOBREVIVIENTE.
           MOVE LOW-VALUES     TO MOV-CLAVE.
           MOVE W-ID-ABSORBIDO TO MOV-CLI-ID.
           PERFORM POSICIONO-MOVIMIENTOS THRU F-POSICIONO-MOVIMIENTOS.
           PERFORM GUARDO-ABSORBIDO THRU F-GUARDO-ABSORBIDO
              UNTIL TERMINAR-MOVIMIENTOS
              OR MOV-CLI-ID NOT = W-ID-ABSORBIDO.
           IF NOT FUSION-VALIDA
              DISPLAY "DEMASIADAS LINEAS VIVAS EN EL JOURNAL - "
                 "FUSIONAR DESPUES DEL CIERRE DE PERIODO"
              GO TO F-CARGO-JOURNAL.
           MOVE W-SALDO-SOBREVIVIENTE TO W-APERTURA-SOB.
           IF W-CANT-MOV-SOB > 0
              MOVE TS-LINEA (1) TO LINEA-MOVIMIENTO
              MOVE MOV-SALDO-ANTERIOR TO W-APERTURA-SOB
              MOVE TS-LINEA (W-CANT-MOV-SOB) TO LINEA-MOVIMIENTO
              MOVE MOV-SALDO-NUEVO TO W-CIERRE-JOURNAL
              IF W-CIERRE-JOURNAL NOT = W-SALDO-SOBREVIVIENTE
                 DISPLAY "EL JOURNAL DEL CLIENTE " W-ID-SOBREVIVIENTE
                    " NO CIERRA CON SU SALDO"
                 MOVE "N" TO W-FUSION-VALIDA
              END-IF
           END-IF.
           MOVE W-SALDO-ABSORBIDO TO W-APERTURA-ABS.
           IF W-CANT-MOV-ABS > 0
              MOVE TA-LINEA (1) TO LINEA-MOVIMIENTO
              MOVE MOV-SALDO-ANTERIOR TO W-APERTURA-ABS
              MOVE TA-LINEA (W-CANT-MOV-ABS) TO LINEA-MOVIMIENTO
              MOVE MOV-SALDO-NUEVO TO W-CIERRE-JOURNAL
              IF W-CIERRE-JOURNAL NOT = W-SALDO-ABSORBIDO
                 DISPLAY "EL JOURNAL DEL CLIENTE " W-ID-ABSORBIDO
                    " NO CIERRA CON SU SALDO"
                 MOVE "N" TO W-FUSION-VALIDA
              END-IF
           END-IF.

       F-CARGO-JOURNAL.
           EXIT.

       POSICIONO-MOVIMIENTOS.
           MOVE "N" TO FIN-MOVIMIENTOS.
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

       GUARDO-SOBREVIVIENTE.
           IF W-CANT-MOV-SOB = 1000
              MOVE "N" TO W-FUSION-VALIDA
              MOVE "S" TO FIN-MOVIMIENTOS
              GO TO F-GUARDO-SOBREVIVIENTE.
           ADD 1 TO W-CANT-MOV-SOB.
           MOVE LINEA-MOVIMIENTO TO TS-LINEA (W-CANT-MOV-SOB).
           PERFORM LEO-MOVIMIENTO THRU F-LEO-MOVIMIENTO.

       F-GUARDO-SOBREVIVIENTE.
           EXIT.

       GUARDO-ABSORBIDO.
           IF W-CANT-MOV-ABS = 1000
              MOVE "N" TO W-FUSION-VALIDA
              MOVE "S" TO FIN-MOVIMIENTOS
              GO TO F-GUARDO-ABSORBIDO.
           ADD 1 TO W-CANT-MOV-ABS.
           MOVE LINEA-MOVIMIENTO TO TA-LINEA (W-CANT-MOV-ABS).
           PERFORM LEO-MOVIMIENTO THRU F-LEO-MOVIMIENTO.

       F-GUARDO-ABSORBIDO.
           EXIT.

      *----------------------------------------------------------------
      * CONTROLO-LIMITE: el saldo fusionado no puede pasar el límite
      * de crédito del que queda (cero = sin tope) salvo que el
      * operador fuerce la fusión; tampoco puede desbordar CLI_SALDO.
      *----------------------------------------------------------------
       CONTROLO-LIMITE.
           COMPUTE W-SALDO-FUSION =
              W-SALDO-SOBREVIVIENTE + W-SALDO-ABSORBIDO.
           IF W-SALDO-FUSION > 9999999,999
              OR W-SALDO-FUSION < -9999999,999
              DISPLAY "EL SALDO FUSIONADO NO CABE EN CLI_SALDO"
              MOVE "N" TO W-FUSION-VALIDA
              GO TO F-CONTROLO-LIMITE.
           IF W-LIMITE-CREDITO > 0 AND W-SALDO-FUSION > W-LIMITE-CREDITO
              MOVE W-SALDO-FUSION TO W-SALDO-EDIT
              DISPLAY "EL SALDO FUSIONADO " W-SALDO-EDIT
                 " SUPERA EL LIMITE DE CREDITO"
              MOVE W-LIMITE-CREDITO TO W-SALDO-EDIT
              DISPLAY "DEL CLIENTE QUE QUEDA: " W-SALDO-EDIT
              DISPLAY "FORZAR LA FUSION (S/N): " WITH NO ADVANCING
              ACCEPT W-RESPUESTA
              IF W-RESPUESTA = "S" OR W-RESPUESTA = "s"
                 MOVE "S" TO W-FORZADA
              ELSE
                 MOVE "N" TO W-FUSION-VALIDA
              END-IF
           END-IF.

       F-CONTROLO-LIMITE.
           EXIT.

      *----------------------------------------------------------------
      * CONTROLO-CONVENIOS: hay un solo convenio por cliente. El del
      * absorbido pasa al que queda si éste no tiene, o si el del
      * absorbido está vigente y el del que queda ya terminó; con
      * los dos vigentes la fusión se niega hasta que uno termine.
      * Un convenio terminado del absorbido, frente a uno del que
      * queda, se deja donde está.
      *----------------------------------------------------------------
       CONTROLO-CONVENIOS.
           MOVE "N" TO W-HAY-CNV-SOB W-CNV-SOB-VIGENTE.
           MOVE "N" TO W-HAY-CNV-ABS W-CNV-ABS-VIGENTE.
           MOVE W-ID-SOBREVIVIENTE TO CNV-CLI-ID.
           READ CONVENIOS KEY IS CNV-CLI-ID.
           IF ST-FILE-CNV = "00"
              MOVE "S" TO W-HAY-CNV-SOB
              IF CNV-VIGENTE
                 MOVE "S" TO W-CNV-SOB-VIGENTE
              END-IF
           END-IF.
           MOVE W-ID-ABSORBIDO TO CNV-CLI-ID.
           READ CONVENIOS KEY IS CNV-CLI-ID.
           IF ST-FILE-CNV = "00"
              MOVE "S" TO W-HAY-CNV-ABS
              IF CNV-VIGENTE
                 MOVE "S" TO W-CNV-ABS-VIGENTE
              END-IF
           END-IF.
           IF CNV-SOB-VIGENTE AND CNV-ABS-VIGENTE
              DISPLAY "LOS DOS CLIENTES TIENEN CONVENIO VIGENTE"
              MOVE "N" TO W-FUSION-VALIDA
              GO TO F-CONTROLO-CONVENIOS.
           IF HAY-CNV-ABS
              IF NOT HAY-CNV-SOB OR CNV-ABS-VIGENTE
                 MOVE "S" TO W-PASO-CONVENIO
              END-IF
           END-IF.

       F-CONTROLO-CONVENIOS.
           EXIT.

       CONFIRMO-FUSION.
           DISPLAY " ".
           MOVE W-SALDO-SOBREVIVIENTE TO W-SALDO-EDIT.
           DISPLAY "QUEDA....: " W-ID-SOBREVIVIENTE " "
              W-NOMBRE-SOBREVIVIENTE (1:40) " " W-SALDO-EDIT.
           MOVE W-SALDO-ABSORBIDO TO W-SALDO-EDIT.
           DISPLAY "ABSORBIDO: " W-ID-ABSORBIDO " "
              W-NOMBRE-ABSORBIDO (1:40) " " W-SALDO-EDIT.
           MOVE W-SALDO-FUSION TO W-SALDO-EDIT.
           DISPLAY "SALDO FUSIONADO..........: " W-SALDO-EDIT.
           DISPLAY "LINEAS DE JOURNAL A REARMAR: "
              W-CANT-MOV-SOB " + " W-CANT-MOV-ABS.
           IF PASA-CONVENIO
              DISPLAY "EL CONVENIO DEL ABSORBIDO PASA AL QUE QUEDA".
           DISPLAY "CONFIRMA LA FUSION (S/N): " WITH NO ADVANCING.
           ACCEPT W-RESPUESTA.
           IF W-RESPUESTA NOT = "S" AND W-RESPUESTA NOT = "s"
              MOVE "N" TO W-FUSION-VALIDA.

       F-CONFIRMO-FUSION.
           EXIT.

      *----------------------------------------------------------------
      * FUSIONO-CLIENTES: rearma el journal, traspasa el saldo con
      * una línea de cada lado, actualiza los dos clientes y mueve
      * facturas, saldos a favor, aplicaciones, cheques y convenio.
      *----------------------------------------------------------------
       FUSIONO-CLIENTES.
           PERFORM BORRO-SOBREVIVIENTE THRU F-BORRO-SOBREVIVIENTE
              VARYING IDX-SOB FROM 1 BY 1
              UNTIL IDX-SOB > W-CANT-MOV-SOB.
           PERFORM BORRO-ABSORBIDO THRU F-BORRO-ABSORBIDO
              VARYING IDX-ABS FROM 1 BY 1
              UNTIL IDX-ABS > W-CANT-MOV-ABS.
           MOVE W-APERTURA-SOB TO W-SALDO-CORRIDO.
           MOVE SPACES TO W-FECHA-ANT.
           MOVE 1 TO IDX-SOB IDX-ABS.
           PERFORM REGRABO-LINEA THRU F-REGRABO-LINEA
              UNTIL IDX-SOB > W-CANT-MOV-SOB
              AND IDX-ABS > W-CANT-MOV-ABS.
           PERFORM TRASPASO-SOBREVIVIENTE
              THRU F-TRASPASO-SOBREVIVIENTE.
           PERFORM TRASPASO-ABSORBIDO THRU F-TRASPASO-ABSORBIDO.
           PERFORM JUNTO-FACTURAS THRU F-JUNTO-FACTURAS.
           PERFORM PASO-FACTURA THRU F-PASO-FACTURA
              VARYING IDX-TAB FROM 1 BY 1
              UNTIL IDX-TAB > W-CANT-FACTURAS.
           PERFORM JUNTO-SALDOS THRU F-JUNTO-SALDOS.
           PERFORM PASO-SALDO-FAVOR THRU F-PASO-SALDO-FAVOR
              VARYING IDX-TAB FROM 1 BY 1
              UNTIL IDX-TAB > W-CANT-SALDOS.
           PERFORM PASO-APLICACIONES THRU F-PASO-APLICACIONES.
           PERFORM JUNTO-CHEQUES THRU F-JUNTO-CHEQUES.
           PERFORM PASO-CHEQUE THRU F-PASO-CHEQUE
              VARYING IDX-TAB FROM 1 BY 1
              UNTIL IDX-TAB > W-CANT-CHEQUES.
           IF PASA-CONVENIO
              PERFORM PASO-CONVENIO THRU F-PASO-CONVENIO.
           DISPLAY "FUSION TERMINADA".
           DISPLAY "LINEAS DE JOURNAL REARMADAS: " W-CANT-REGRABADAS.
           DISPLAY "FACTURAS ABIERTAS PASADAS..: " W-CANT-FACT-PASADAS.
           DISPLAY "SALDOS A FAVOR PASADOS.....: " W-CANT-SAF-PASADOS.
           DISPLAY "APLICACIONES PASADAS.......: " W-CANT-APL-PASADAS.
           DISPLAY "CHEQUES EN CARTERA PASADOS.: " W-CANT-CHQ-PASADOS.

       F-FUSIONO-CLIENTES.
           EXIT.

       BORRO-SOBREVIVIENTE.
           MOVE TS-LINEA (IDX-SOB) TO LINEA-MOVIMIENTO.
           PERFORM BORRO-LINEA THRU F-BORRO-LINEA.

       F-BORRO-SOBREVIVIENTE.
           EXIT.

       BORRO-ABSORBIDO.
           MOVE TA-LINEA (IDX-ABS) TO LINEA-MOVIMIENTO.
           PERFORM BORRO-LINEA THRU F-BORRO-LINEA.

       F-BORRO-ABSORBIDO.
           EXIT.

       BORRO-LINEA.
           DELETE MOVIMIENTOS RECORD.
           IF ST-FILE-MOV > "07"
              DISPLAY "ERROR BORRANDO ASIENTO " MOV-CLI-ID " "
                 MOV-FECHA " - ST " ST-FILE-MOV
              ACCEPT X.

       F-BORRO-LINEA.
           EXIT.

      *----------------------------------------------------------------
      * REGRABO-LINEA: toma la próxima línea en orden de fecha (a
      * igual fecha, primero las del que queda), la pasa al que queda
      * con la secuencia siguiente de esa fecha y le rehace saldo
      * anterior y nuevo sobre la cadena común, con el mismo importe.
      *----------------------------------------------------------------
       REGRABO-LINEA.
           EVALUATE TRUE
               WHEN IDX-ABS > W-CANT-MOV-ABS
                   MOVE TS-LINEA (IDX-SOB) TO LINEA-MOVIMIENTO
                   ADD 1 TO IDX-SOB
               WHEN IDX-SOB > W-CANT-MOV-SOB
                   MOVE TA-LINEA (IDX-ABS) TO LINEA-MOVIMIENTO
                   ADD 1 TO IDX-ABS
               WHEN TS-FECHA (IDX-SOB) NOT > TA-FECHA (IDX-ABS)
                   MOVE TS-LINEA (IDX-SOB) TO LINEA-MOVIMIENTO
                   ADD 1 TO IDX-SOB
               WHEN OTHER
                   MOVE TA-LINEA (IDX-ABS) TO LINEA-MOVIMIENTO
                   ADD 1 TO IDX-ABS
           END-EVALUATE.
           MOVE MOV-SALDO-ANTERIOR TO W-SALDO-ANTERIOR.
           MOVE MOV-SALDO-NUEVO    TO W-SALDO-NUEVO.
           COMPUTE W-DELTA = W-SALDO-NUEVO - W-SALDO-ANTERIOR.
           MOVE W-SALDO-CORRIDO TO MOV-SALDO-ANTERIOR.
           ADD W-DELTA TO W-SALDO-CORRIDO.
           MOVE W-SALDO-CORRIDO TO MOV-SALDO-NUEVO.
           MOVE W-ID-SOBREVIVIENTE TO MOV-CLI-ID.
           IF MOV-FECHA = W-FECHA-ANT
              ADD 1 TO W-SECUENCIA
           ELSE
              MOVE 1 TO W-SECUENCIA.
           MOVE W-SECUENCIA TO MOV-SECUENCIA.
           MOVE MOV-FECHA   TO W-FECHA-ANT.
           PERFORM GRABO-LINEA THRU F-GRABO-LINEA.
           MOVE MOV-SECUENCIA TO W-SECUENCIA.
           ADD 1 TO W-CANT-REGRABADAS.

       F-REGRABO-LINEA.
           EXIT.

       GRABO-LINEA.
           WRITE LINEA-MOVIMIENTO.
           PERFORM REINTENTO-SECUENCIA THRU F-REINTENTO-SECUENCIA
              UNTIL ST-FILE-MOV NOT = "22".
           IF ST-FILE-MOV > "07"
              DISPLAY "ERROR GRABANDO MOVIMIENTO - ST " ST-FILE-MOV
              ACCEPT X.

       F-GRABO-LINEA.
           EXIT.

       REINTENTO-SECUENCIA.
           ADD 1 TO MOV-SECUENCIA.
           WRITE LINEA-MOVIMIENTO.

       F-REINTENTO-SECUENCIA.
           EXIT.

      *----------------------------------------------------------------
      * TRASPASO-SOBREVIVIENTE: la línea FU del que queda suma el
      * saldo que el absorbido traía de períodos cerrados (lo vivo ya
      * entró con sus propias líneas) y deja la cadena en el saldo
      * fusionado, que pasa a CLI_SALDO.
      *----------------------------------------------------------------
       TRASPASO-SOBREVIVIENTE.
           INITIALIZE LINEA-MOVIMIENTO.
           MOVE W-ID-SOBREVIVIENTE TO MOV-CLI-ID.
           MOVE W-FECHA-PROCESO    TO MOV-FECHA.
           MOVE 1                  TO MOV-SECUENCIA.
           MOVE W-SALDO-CORRIDO    TO MOV-SALDO-ANTERIOR.
           ADD W-APERTURA-ABS      TO W-SALDO-CORRIDO.
           MOVE W-SALDO-CORRIDO    TO MOV-SALDO-NUEVO.
           MOVE W-ID-ABSORBIDO     TO OFU-CLIENTE.
           MOVE W-ORIGEN-FUSION    TO MOV-ORIGEN.
           MOVE SPACES             TO MOV-MONEDA.
           MOVE W-APERTURA-ABS     TO MOV-IMPORTE-ORIG.
           PERFORM GRABO-LINEA THRU F-GRABO-LINEA.
           IF W-SALDO-CORRIDO NOT = W-SALDO-FUSION
              DISPLAY "AVISO: LA CADENA REARMADA NO DA EL SALDO "
                 "FUSIONADO - CORRER LA AUDITORIA".
           MOVE W-ID-SOBREVIVIENTE TO CLI_ID.
           READ CLIENTES KEY IS ID_CLIENTE.
           IF ST-FILE NOT = "00"
              DISPLAY "ERROR LEYENDO CLIENTE " CLI_ID
                 " - ST-FILE " ST-FILE
              ACCEPT X
              GO TO F-TRASPASO-SOBREVIVIENTE.
           MOVE W-SALDO-FUSION TO CLI_SALDO.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
              DISPLAY "ERROR REGRABANDO CLIENTE " CLI_ID
                 " - ST-FILE " ST-FILE
              ACCEPT X.
           MOVE "C"      TO AUD-OPERACION.
           MOVE "SALDO"  TO AUD-CAMPO.
           MOVE W-SALDO-SOBREVIVIENTE TO W-SALDO-EDIT.
           MOVE W-SALDO-EDIT TO AUD-ANTERIOR.
           MOVE CLI_SALDO    TO W-SALDO-EDIT.
           MOVE W-SALDO-EDIT TO AUD-NUEVO.
           PERFORM GRABO-AUDIT THRU F-GRABO-AUDIT.
           MOVE SPACES            TO W-TEXTO-AUDIT.
           MOVE "ABSORBE CLIENTE" TO TXA-LEYENDA.
           MOVE W-ID-ABSORBIDO    TO TXA-CLIENTE.
           IF FUSION-FORZADA
              MOVE " SOBRE EL LIMITE" TO TXA-FORZADA.
           MOVE "C"           TO AUD-OPERACION.
           MOVE "FUSION"      TO AUD-CAMPO.
           MOVE SPACES        TO AUD-ANTERIOR.
           MOVE W-TEXTO-AUDIT TO AUD-NUEVO.
           PERFORM GRABO-AUDIT THRU F-GRABO-AUDIT.

       F-TRASPASO-SOBREVIVIENTE.
           EXIT.

      *----------------------------------------------------------------
      * TRASPASO-ABSORBIDO: su journal vivo ya pasó al que queda; la
      * línea FU le saca el saldo de períodos cerrados, dejando su
      * cadena en cero. Queda dado de baja, con rastro en estados.log
      * y en auditcli.log.
      *----------------------------------------------------------------
       TRASPASO-ABSORBIDO.
           INITIALIZE LINEA-MOVIMIENTO.
           MOVE W-ID-ABSORBIDO     TO MOV-CLI-ID.
           MOVE W-FECHA-PROCESO    TO MOV-FECHA.
           MOVE 1                  TO MOV-SECUENCIA.
           MOVE W-APERTURA-ABS     TO MOV-SALDO-ANTERIOR.
           MOVE 0                  TO MOV-SALDO-NUEVO.
           MOVE W-ID-SOBREVIVIENTE TO OFU-CLIENTE.
           MOVE W-ORIGEN-FUSION    TO MOV-ORIGEN.
           MOVE SPACES             TO MOV-MONEDA.
           MOVE W-APERTURA-ABS     TO MOV-IMPORTE-ORIG.
           PERFORM GRABO-LINEA THRU F-GRABO-LINEA.
           MOVE W-ID-ABSORBIDO TO CLI_ID.
           READ CLIENTES KEY IS ID_CLIENTE.
           IF ST-FILE NOT = "00"
              DISPLAY "ERROR LEYENDO CLIENTE " CLI_ID
                 " - ST-FILE " ST-FILE
              ACCEPT X
              GO TO F-TRASPASO-ABSORBIDO.
           MOVE CLI_ESTADO TO W-ESTADO-ANTERIOR.
           MOVE 0   TO CLI_SALDO.
           MOVE "B" TO CLI_ESTADO.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
              DISPLAY "ERROR REGRABANDO CLIENTE " CLI_ID
                 " - ST-FILE " ST-FILE
              ACCEPT X
              GO TO F-TRASPASO-ABSORBIDO.
           IF W-ESTADO-ANTERIOR NOT = "B"
              PERFORM GRABO-ESTADO-LOG THRU F-GRABO-ESTADO-LOG.
           MOVE "C"      TO AUD-OPERACION.
           MOVE "SALDO"  TO AUD-CAMPO.
           MOVE W-SALDO-ABSORBIDO TO W-SALDO-EDIT.
           MOVE W-SALDO-EDIT TO AUD-ANTERIOR.
           MOVE CLI_SALDO    TO W-SALDO-EDIT.
           MOVE W-SALDO-EDIT TO AUD-NUEVO.
           PERFORM GRABO-AUDIT THRU F-GRABO-AUDIT.
           MOVE SPACES               TO W-TEXTO-AUDIT.
           MOVE "ABSORBIDO POR"      TO TXA-LEYENDA.
           MOVE W-ID-SOBREVIVIENTE   TO TXA-CLIENTE.
           MOVE "C"           TO AUD-OPERACION.
           MOVE "FUSION"      TO AUD-CAMPO.
           MOVE SPACES        TO AUD-ANTERIOR.
           MOVE W-TEXTO-AUDIT TO AUD-NUEVO.
           PERFORM GRABO-AUDIT THRU F-GRABO-AUDIT.
           MOVE "B"        TO AUD-OPERACION.
           MOVE "BAJA"     TO AUD-CAMPO.
           MOVE CLI_NOMBRE TO AUD-ANTERIOR.
           MOVE SPACES     TO AUD-NUEVO.
           PERFORM GRABO-AUDIT THRU F-GRABO-AUDIT.

       F-TRASPASO-ABSORBIDO.
           EXIT.

      *----------------------------------------------------------------
      * JUNTO-FACTURAS / PASO-FACTURA: las facturas del absorbido con
      * saldo pendiente pasan al que queda; las saldadas quedan como
      * historia del absorbido.
      *----------------------------------------------------------------
       JUNTO-FACTURAS.
           MOVE "N" TO FIN-FACTURAS.
           MOVE W-ID-ABSORBIDO TO FAC-CLI-ID.
           START FACTURAS KEY IS EQUAL FAC-CLI-ID.
           IF ST-FILE-FAC NOT = "00"
              GO TO F-JUNTO-FACTURAS.
           PERFORM LEO-FACTURA THRU F-LEO-FACTURA.
           PERFORM GUARDO-FACTURA THRU F-GUARDO-FACTURA
              UNTIL TERMINAR-FACTURAS.

       F-JUNTO-FACTURAS.
           EXIT.

       LEO-FACTURA.
           READ FACTURAS NEXT RECORD.
           IF ST-FILE-FAC NOT = "00" OR FAC-CLI-ID NOT = W-ID-ABSORBIDO
              MOVE "S" TO FIN-FACTURAS.

       F-LEO-FACTURA.
           EXIT.

       GUARDO-FACTURA.
           IF FAC-IMPORTE NUMERIC AND FAC-SALDO-PENDIENTE > 0
              IF W-CANT-FACTURAS < 500
                 ADD 1 TO W-CANT-FACTURAS
                 MOVE FAC-NROFACTURA TO TF-NROFACTURA (W-CANT-FACTURAS)
              ELSE
                 DISPLAY "FACTURA " FAC-NROFACTURA " NO PASADA - "
                    "MAS DE 500 ABIERTAS"
              END-IF
           END-IF.
           PERFORM LEO-FACTURA THRU F-LEO-FACTURA.

       F-GUARDO-FACTURA.
           EXIT.

       PASO-FACTURA.
           MOVE TF-NROFACTURA (IDX-TAB) TO FAC-NROFACTURA.
           READ FACTURAS KEY IS FAC-NROFACTURA.
           IF ST-FILE-FAC NOT = "00"
              GO TO F-PASO-FACTURA.
           MOVE W-ID-SOBREVIVIENTE TO FAC-CLI-ID.
           REWRITE REG-FACTURAS.
           IF ST-FILE-FAC > "07"
              DISPLAY "ERROR REGRABANDO FACTURA " FAC-NROFACTURA
                 " - ST " ST-FILE-FAC
              ACCEPT X
           ELSE
              ADD 1 TO W-CANT-FACT-PASADAS.

       F-PASO-FACTURA.
           EXIT.

      *----------------------------------------------------------------
      * JUNTO-SALDOS / PASO-SALDO-FAVOR: las partidas a favor del
      * absorbido con saldo sin aplicar pasan al que queda, para que
      * se apliquen a sus facturas o se le devuelvan a él.
      *----------------------------------------------------------------
       JUNTO-SALDOS.
           MOVE "N" TO FIN-SALDOS.
           MOVE W-ID-ABSORBIDO TO SAF-CLI-ID.
           START SALDOS-FAVOR KEY IS EQUAL SAF-CLI-ID.
           IF ST-FILE-SAF NOT = "00"
              GO TO F-JUNTO-SALDOS.
           PERFORM LEO-SALDO THRU F-LEO-SALDO.
           PERFORM GUARDO-SALDO THRU F-GUARDO-SALDO
              UNTIL TERMINAR-SALDOS.

       F-JUNTO-SALDOS.
           EXIT.

       LEO-SALDO.
           READ SALDOS-FAVOR NEXT RECORD.
           IF ST-FILE-SAF NOT = "00" OR SAF-CLI-ID NOT = W-ID-ABSORBIDO
              MOVE "S" TO FIN-SALDOS.

       F-LEO-SALDO.
           EXIT.

       GUARDO-SALDO.
           IF SAF-SALDO > 0 AND W-CANT-SALDOS < 500
              ADD 1 TO W-CANT-SALDOS
              MOVE SAF-RECIBO TO TSF-RECIBO (W-CANT-SALDOS).
           PERFORM LEO-SALDO THRU F-LEO-SALDO.

       F-GUARDO-SALDO.
           EXIT.

       PASO-SALDO-FAVOR.
           MOVE TSF-RECIBO (IDX-TAB) TO SAF-RECIBO.
           READ SALDOS-FAVOR KEY IS SAF-RECIBO.
           IF ST-FILE-SAF NOT = "00"
              GO TO F-PASO-SALDO-FAVOR.
           MOVE W-ID-SOBREVIVIENTE TO SAF-CLI-ID.
           REWRITE REG-SALDOS-FAVOR.
           IF ST-FILE-SAF > "07"
              DISPLAY "ERROR REGRABANDO SALDO A FAVOR " SAF-RECIBO
                 " - ST " ST-FILE-SAF
              ACCEPT X
           ELSE
              ADD 1 TO W-CANT-SAF-PASADOS.

       F-PASO-SALDO-FAVOR.
           EXIT.

      *----------------------------------------------------------------
      * JUNTO-CHEQUES / PASO-CHEQUE: los cheques diferidos del
      * absorbido todavía en cartera pasan al que queda, para que la
      * liberación los mande a la cobranza a nombre de él. Se juntan
      * primero en una tabla, como las facturas, para no leer por la
      * clave alternativa mientras se la modifica.
      *----------------------------------------------------------------
       JUNTO-CHEQUES.
           MOVE "N" TO FIN-CHEQUES.
           MOVE W-ID-ABSORBIDO TO CHQ-CLI-ID.
           START CHEQUES KEY IS EQUAL CHQ-CLI-ID.
           IF ST-FILE-CHQ NOT = "00"
              GO TO F-JUNTO-CHEQUES.
           PERFORM LEO-CHEQUE THRU F-LEO-CHEQUE.
           PERFORM GUARDO-CHEQUE THRU F-GUARDO-CHEQUE
              UNTIL TERMINAR-CHEQUES.

       F-JUNTO-CHEQUES.
           EXIT.

       LEO-CHEQUE.
           READ CHEQUES NEXT RECORD.
           IF ST-FILE-CHQ NOT = "00" OR CHQ-CLI-ID NOT = W-ID-ABSORBIDO
              MOVE "S" TO FIN-CHEQUES.

       F-LEO-CHEQUE.
           EXIT.

       GUARDO-CHEQUE.
           IF CHQ-EN-CARTERA AND W-CANT-CHEQUES < 500
              ADD 1 TO W-CANT-CHEQUES
              MOVE CHQ-CLAVE TO TCH-CLAVE (W-CANT-CHEQUES).
           PERFORM LEO-CHEQUE THRU F-LEO-CHEQUE.

       F-GUARDO-CHEQUE.
           EXIT.

       PASO-CHEQUE.
           MOVE TCH-CLAVE (IDX-TAB) TO CHQ-CLAVE.
           READ CHEQUES KEY IS CHQ-CLAVE.
           IF ST-FILE-CHQ NOT = "00"
              GO TO F-PASO-CHEQUE.
           MOVE W-ID-SOBREVIVIENTE TO CHQ-CLI-ID.
           REWRITE REG-CHEQUES.
           IF ST-FILE-CHQ > "07"
              DISPLAY "ERROR REGRABANDO CHEQUE " CHQ-NUMERO
                 " - ST " ST-FILE-CHQ
              ACCEPT X
           ELSE
              ADD 1 TO W-CANT-CHQ-PASADOS.

       F-PASO-CHEQUE.
           EXIT.

      *----------------------------------------------------------------
      * PASO-APLICACIONES: las aplicaciones vigentes de los recibos
      * del absorbido pasan al que queda, para que un rechazo
      * posterior de esos recibos le cargue la reversión a él, que
      * es quien tiene ahora las facturas y el convenio. Las líneas
      * de cuotas sólo pasan si pasó el convenio; si no, quedan con
      * el absorbido para que un rechazo no toque el convenio propio
      * del que queda. Si el convenio del absorbido reemplaza al
      * terminado del que queda, las cuotas de éste se desligan
      * (cuota 0) para que un rechazo no reabra el convenio que llegó.
      *----------------------------------------------------------------
       PASO-APLICACIONES.
           MOVE "N" TO FIN-APLICACIONES.
           MOVE LOW-VALUES TO APL-CLAVE.
           START APLICACIONES KEY IS NOT LESS THAN APL-CLAVE.
           IF ST-FILE-APL NOT = "00"
              GO TO F-PASO-APLICACIONES.
           PERFORM LEO-APLICACION THRU F-LEO-APLICACION.
           PERFORM PASO-APLICACION THRU F-PASO-APLICACION
              UNTIL TERMINAR-APLICACIONES.

       F-PASO-APLICACIONES.
           EXIT.

       LEO-APLICACION.
           READ APLICACIONES NEXT RECORD.
           IF ST-FILE-APL NOT = "00"
              MOVE "S" TO FIN-APLICACIONES.

       F-LEO-APLICACION.
           EXIT.

       PASO-APLICACION.
           IF APL-A-CUOTA AND NOT PASA-CONVENIO
              GO TO SIGO-APLICACIONES.
           IF PASA-CONVENIO AND HAY-CNV-SOB AND APL-A-CUOTA
              AND APL-VIGENTE AND APL-CLI-ID = W-ID-SOBREVIVIENTE
              MOVE 0 TO APL-NRO-CUOTA
              REWRITE REG-APLICACIONES
              IF ST-FILE-APL > "07"
                 DISPLAY "ERROR REGRABANDO APLICACION " APL-RECIBO
                    " - ST " ST-FILE-APL
                 ACCEPT X
              ELSE
                 ADD 1 TO W-CANT-APL-PASADAS
              END-IF
              GO TO SIGO-APLICACIONES.
           IF APL-CLI-ID = W-ID-ABSORBIDO AND APL-VIGENTE
              MOVE W-ID-SOBREVIVIENTE TO APL-CLI-ID
              REWRITE REG-APLICACIONES
              IF ST-FILE-APL > "07"
                 DISPLAY "ERROR REGRABANDO APLICACION " APL-RECIBO
                    " - ST " ST-FILE-APL
                 ACCEPT X
              ELSE
                 ADD 1 TO W-CANT-APL-PASADAS
              END-IF
           END-IF.

       SIGO-APLICACIONES.
           PERFORM LEO-APLICACION THRU F-LEO-APLICACION.

       F-PASO-APLICACION.
           EXIT.

      *----------------------------------------------------------------
      * PASO-CONVENIO: el convenio del absorbido se regraba con el
      * cliente que queda, reemplazando el terminado que éste tuviera.
      *----------------------------------------------------------------
       PASO-CONVENIO.
           MOVE W-ID-ABSORBIDO TO CNV-CLI-ID.
           READ CONVENIOS KEY IS CNV-CLI-ID.
           IF ST-FILE-CNV NOT = "00"
              GO TO F-PASO-CONVENIO.
           MOVE REG-CONVENIOS TO W-REG-CONVENIO.
           DELETE CONVENIOS RECORD.
           IF HAY-CNV-SOB
              MOVE W-ID-SOBREVIVIENTE TO CNV-CLI-ID
              READ CONVENIOS KEY IS CNV-CLI-ID
              IF ST-FILE-CNV = "00"
                 DELETE CONVENIOS RECORD
              END-IF
           END-IF.
           MOVE W-REG-CONVENIO     TO REG-CONVENIOS.
           MOVE W-ID-SOBREVIVIENTE TO CNV-CLI-ID.
           WRITE REG-CONVENIOS.
           IF ST-FILE-CNV > "07"
              DISPLAY "ERROR GRABANDO CONVENIO " CNV-CLI-ID
                 " - ST " ST-FILE-CNV
              ACCEPT X
              GO TO F-PASO-CONVENIO.
           MOVE W-ID-SOBREVIVIENTE TO CLI_ID.
           MOVE "C"           TO AUD-OPERACION.
           MOVE "CONVENIO"    TO AUD-CAMPO.
           MOVE SPACES        TO W-TEXTO-AUDIT.
           MOVE "DEL CLIENTE"  TO TXA-LEYENDA.
           MOVE W-ID-ABSORBIDO TO TXA-CLIENTE.
           MOVE SPACES        TO AUD-ANTERIOR.
           MOVE W-TEXTO-AUDIT TO AUD-NUEVO.
           PERFORM GRABO-AUDIT THRU F-GRABO-AUDIT.

       F-PASO-CONVENIO.
           EXIT.

      *----------------------------------------------------------------
      * GRABO-AUDIT: línea de auditcli.log del cliente en curso con
      * origen FUSION; el que llama carga operación, campo e imágenes.
      *----------------------------------------------------------------
       GRABO-AUDIT.
           MOVE W-FECHA-PROCESO TO AUD-FECHA.
           MOVE CLI_ID          TO AUD-CLI-ID.
           MOVE "FUSION"        TO AUD-ORIGEN.
           MOVE SPACES          TO AUD-SUCURSAL.
           WRITE LINEA-AUDIT.
           IF ST-FILE-AUD > "07"
              DISPLAY "ERROR GRABANDO AUDITCLI - ST " ST-FILE-AUD
              ACCEPT X.

       F-GRABO-AUDIT.
           EXIT.

       GRABO-ESTADO-LOG.
           MOVE W-FECHA-PROCESO   TO EST-FECHA.
           MOVE CLI_ID            TO EST-CLI-ID.
           MOVE W-ESTADO-ANTERIOR TO EST-ANTERIOR.
           MOVE CLI_ESTADO        TO EST-NUEVO.
           MOVE "FUSION"          TO EST-ORIGEN.
           WRITE LINEA-ESTADO.
           IF ST-FILE-EST > "07"
              DISPLAY "ERROR GRABANDO ESTADOS - ST " ST-FILE-EST
              ACCEPT X.

       F-GRABO-ESTADO-LOG.
           EXIT.

       END PROGRAM "FUSIONCLI".
