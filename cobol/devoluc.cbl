      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Corrida de devoluciones de saldos a favor, en tres
      *           opciones. PROPUESTA: lista para aprobación las
      *           partidas de saldo a favor con saldo y más viejas que
      *           los días indicados, de clientes con saldo acreedor,
      *           y las deja propuestas. APROBACION: recorre las
      *           propuestas y el operador aprueba o rechaza cada una.
      *           POSTEO: devuelve las aprobadas (como mucho el saldo
      *           acreedor del cliente), journaliza cada devolución en
      *           MOVIMIENTOS con origen DV más los seis dígitos
      *           finales del recibo, y graba el fichero de pagos
      *           para tesorería.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "DEVOLUC".
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

           SELECT OPTIONAL SALDOS-FAVOR ASSIGN TO "./saldosfavor.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS SAF-RECIBO
                  ALTERNATE KEY SAF-CLI-ID WITH DUPLICATES
                  STATUS ST-FILE-SAF.

           SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "./movimientos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS MOV-CLAVE
                  STATUS ST-FILE-MOV.

           SELECT PAGOS ASSIGN TO "./devoluciones.csv"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-PAG.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY "regcliente.cpy".

       FD  SALDOS-FAVOR.

           COPY "regsaf.cpy".

       FD  MOVIMIENTOS.

           COPY "regmov.cpy".

       FD  PAGOS.

       01  REG-PAGOS                PIC X(120).

       WORKING-STORAGE SECTION.

       01  ST-FILE     PIC XX.
       01  ST-FILE-SAF PIC XX.
       01  ST-FILE-MOV PIC XX.
       01  ST-FILE-PAG PIC XX.
       01  X           PIC X.

           COPY "paramimp.cpy".

           COPY "paramtar.cpy".

           COPY "paramrun.cpy".

           COPY "paramlck.cpy".

       01  OPCION       PIC 9.

       01  FIN-SALDOS-FAVOR PIC X  VALUE "N".
           88  TERMINAR-SALDOS-FAVOR VALUE "S".

       01  W-FECHA-PROCESO.
           02  W-FECHA-PROCESO-9    PIC 9(08).
       01  W-DIAS-PROCESO      PIC 9(07).
       01  W-FECHA-SAF-9       PIC 9(08).
       01  W-DIAS-SAF          PIC 9(07).
       01  W-ANTIGUEDAD        PIC S9(07).
       01  W-DIAS-MINIMOS      PIC 9(03).

       01  W-SALDO-ANTERIOR    PIC S9(7)V9(3).
       01  W-A-DEVOLVER        PIC S9(9)V9(3).
       01  W-RESPUESTA         PIC X.

       01  W-CANT-PROPUESTAS   PIC 9(05) VALUE 0.
       01  W-CANT-APROBADAS    PIC 9(05) VALUE 0.
       01  W-CANT-RECHAZADAS   PIC 9(05) VALUE 0.
       01  W-CANT-DEVUELTAS    PIC 9(05) VALUE 0.
       01  W-CANT-SIN-SALDO    PIC 9(05) VALUE 0.
       01  W-TOTAL-PROPUESTO   PIC S9(11)V9(3) VALUE 0.
       01  W-TOTAL-DEVUELTO    PIC S9(11)V9(3) VALUE 0.

      *----------------------------------------------------------------
      * W-ORIGEN-DV: origen del movimiento de la devolución, DV
      * seguido de los seis dígitos finales del recibo que dejó el
      * saldo a favor, para que el extracto la muestre junto al
      * recibo.
      *----------------------------------------------------------------
       01  W-ORIGEN-DV.
           02  FILLER          PIC X(02) VALUE "DV".
           02  ODV-RECIBO      PIC X(06).

       01  W-RECIBO-X          PIC X(08).

       01  LINEA-COLUMNAS.
           02  FILLER          PIC X(10) VALUE "RECIBO".
           02  FILLER          PIC X(09) VALUE "CLI_ID".
           02  FILLER          PIC X(41) VALUE "CLI_NOMBRE".
           02  FILLER          PIC X(10) VALUE "FECHA".
           02  FILLER          PIC X(06) VALUE "DIAS".
           02  FILLER          PIC X(15) VALUE "SALDO A FAVOR".
           02  FILLER          PIC X(15) VALUE "SALDO CLIENTE".
           02  FILLER          PIC X(15) VALUE "A DEVOLVER".

       01  LINEA-DETALLE.
           02  LD-RECIBO       PIC 9(08).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LD-CLI-ID       PIC Z(6)9.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LD-NOMBRE       PIC X(40).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-FECHA        PIC X(08).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LD-DIAS         PIC ZZZZ9.
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-SALDO-FAVOR  PIC -(9)9,99.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LD-SALDO-CLI    PIC -(9)9,99.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LD-A-DEVOLVER   PIC -(9)9,99.

       01  LINEA-TOTAL.
           02  FILLER          PIC X(30)
               VALUE "TOTAL A DEVOLVER............: ".
           02  LT-TOTAL        PIC -(11)9,99.

      *----------------------------------------------------------------
      * LINEA-PAGO: línea del fichero de pagos para tesorería, con el
      * mismo separador que cobros.csv: cliente, razón social,
      * importe (diez dígitos con dos decimales implícitos), recibo
      * de origen y fecha de la devolución.
      *----------------------------------------------------------------
       01  LINEA-PAGO.
           02  LPG-CLI-ID      PIC 9(07).
           02  FILLER          PIC X     VALUE ";".
           02  LPG-RAZON       PIC X(60).
           02  FILLER          PIC X     VALUE ";".
           02  LPG-IMPORTE     PIC 9(08)V99.
           02  FILLER          PIC X     VALUE ";".
           02  LPG-RECIBO      PIC 9(08).
           02  FILLER          PIC X     VALUE ";".
           02  LPG-FECHA       PIC X(08).

       PROCEDURE DIVISION.
       PABLO.
           PERFORM TOMO-FECHA THRU F-TOMO-FECHA.
           DISPLAY "1-PROPUESTA  2-APROBACION  3-POSTEO DE APROBADAS".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT OPCION.
           EVALUATE OPCION
               WHEN 1
                   PERFORM PROPUESTA THRU F-PROPUESTA
               WHEN 2
                   PERFORM APROBACION THRU F-APROBACION
               WHEN 3
                   PERFORM POSTEO THRU F-POSTEO
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA - CORRIDA CANCELADA"
           END-EVALUATE.
           STOP RUN.

      *----------------------------------------------------------------
      * TOMO-FECHA: la fecha de la corrida sale de la tarjeta de
      * control si está cargada, y si no es la fecha del sistema.
      *----------------------------------------------------------------
       TOMO-FECHA.
           CALL "TARJETA" USING PARAMETROS-TARJETA.
           CANCEL "TARJETA".
           IF TAR-OK AND TAR-FECHA-PROCESO NOT = SPACES
              MOVE TAR-FECHA-PROCESO TO W-FECHA-PROCESO
           ELSE
              ACCEPT W-FECHA-PROCESO FROM DATE YYYYMMDD.
           COMPUTE W-DIAS-PROCESO =
              FUNCTION INTEGER-OF-DATE(W-FECHA-PROCESO-9).

       F-TOMO-FECHA.
           EXIT.

      *----------------------------------------------------------------
      * PROPUESTA: lista y marca propuestas las partidas con saldo de
      * al menos W-DIAS-MINIMOS días. Una propuesta anterior que ya no
      * califica (se aplicó o el cliente dejó de tener saldo
      * acreedor) vuelve a abierta.
      *----------------------------------------------------------------
       PROPUESTA.
           DISPLAY "ANTIGUEDAD MINIMA EN DIAS: " WITH NO ADVANCING.
           ACCEPT W-DIAS-MINIMOS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
              DISPLAY "ERROR ABRIENDO CLIENTES - ST-FILE " ST-FILE
              ACCEPT X.
           OPEN I-O SALDOS-FAVOR.
           IF ST-FILE-SAF > "07"
              DISPLAY "ERROR ABRIENDO SALDOS A FAVOR - ST " ST-FILE-SAF
              ACCEPT X.
           INITIALIZE PARAMETROS-IMPRESOR.
           MOVE "A"                TO PIM-ACCION.
           MOVE "./devoluciones_propuesta.txt" TO PIM-ARCHIVO.
           MOVE "DEVOLUCIONES PROPUESTAS PARA APROBACION"
              TO PIM-TITULO.
           MOVE LINEA-COLUMNAS     TO PIM-ENCABEZADO.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           PERFORM POSICIONO-SALDOS THRU F-POSICIONO-SALDOS.
           PERFORM LEO-SALDO-FAVOR THRU F-LEO-SALDO-FAVOR.
           PERFORM EVALUO-PARTIDA THRU F-EVALUO-PARTIDA
              UNTIL TERMINAR-SALDOS-FAVOR.
           MOVE W-TOTAL-PROPUESTO TO LT-TOTAL.
           MOVE "T"         TO PIM-ACCION.
           MOVE LINEA-TOTAL TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           MOVE "C" TO PIM-ACCION.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           CANCEL "IMPRESOR".
           CLOSE CLIENTES.
           CLOSE SALDOS-FAVOR.
           DISPLAY "PARTIDAS PROPUESTAS: " W-CANT-PROPUESTAS.
           DISPLAY "TOTAL PROPUESTO....: " W-TOTAL-PROPUESTO.

       F-PROPUESTA.
           EXIT.

       POSICIONO-SALDOS.
           MOVE "N" TO FIN-SALDOS-FAVOR.
           MOVE LOW-VALUES TO SAF-RECIBO.
           START SALDOS-FAVOR KEY IS NOT LESS THAN SAF-RECIBO.
           IF ST-FILE-SAF NOT = "00"
              MOVE "S" TO FIN-SALDOS-FAVOR.

       F-POSICIONO-SALDOS.
           EXIT.

       LEO-SALDO-FAVOR.
           IF TERMINAR-SALDOS-FAVOR
              GO TO F-LEO-SALDO-FAVOR.
           READ SALDOS-FAVOR NEXT RECORD.
           IF ST-FILE-SAF NOT = "00"
              MOVE "S" TO FIN-SALDOS-FAVOR.

       F-LEO-SALDO-FAVOR.
           EXIT.

       EVALUO-PARTIDA.
           PERFORM CALIFICO-PARTIDA THRU F-CALIFICO-PARTIDA.
           PERFORM LEO-SALDO-FAVOR THRU F-LEO-SALDO-FAVOR.

       F-EVALUO-PARTIDA.
           EXIT.

      *----------------------------------------------------------------
      * CALIFICO-PARTIDA: una partida abierta o ya propuesta califica
      * si le queda saldo, tiene la antigüedad pedida y el cliente
      * sigue con saldo acreedor; se propone devolver lo menor entre
      * el saldo de la partida y el saldo acreedor del cliente. Las
      * aprobadas no se tocan hasta el posteo.
      *----------------------------------------------------------------
       CALIFICO-PARTIDA.
           IF NOT SAF-ABIERTO AND NOT SAF-PROPUESTO
              GO TO F-CALIFICO-PARTIDA.
           MOVE 0 TO W-A-DEVOLVER.
           IF SAF-SALDO > 0 AND SAF-FECHA NUMERIC
              PERFORM CALCULO-A-DEVOLVER THRU F-CALCULO-A-DEVOLVER.
           IF W-A-DEVOLVER > 0
              MOVE "P" TO SAF-ESTADO
              ADD 1 TO W-CANT-PROPUESTAS
              ADD W-A-DEVOLVER TO W-TOTAL-PROPUESTO
              PERFORM IMPRIMO-DETALLE THRU F-IMPRIMO-DETALLE
           ELSE
              IF SAF-ABIERTO
                 GO TO F-CALIFICO-PARTIDA
              END-IF
              MOVE "A" TO SAF-ESTADO
           END-IF.
           MOVE W-FECHA-PROCESO TO SAF-FECHA-ESTADO.
           REWRITE REG-SALDOS-FAVOR.
           IF ST-FILE-SAF > "07"
              DISPLAY "ERROR REGRABANDO SALDO A FAVOR " SAF-RECIBO
                 " - ST " ST-FILE-SAF
              ACCEPT X.

       F-CALIFICO-PARTIDA.
           EXIT.

       CALCULO-A-DEVOLVER.
           MOVE SAF-FECHA TO W-FECHA-SAF-9.
           COMPUTE W-DIAS-SAF =
              FUNCTION INTEGER-OF-DATE(W-FECHA-SAF-9).
           COMPUTE W-ANTIGUEDAD = W-DIAS-PROCESO - W-DIAS-SAF.
           IF W-ANTIGUEDAD < W-DIAS-MINIMOS
              GO TO F-CALCULO-A-DEVOLVER.
           MOVE SAF-CLI-ID TO CLI_ID.
           READ CLIENTES KEY IS ID_CLIENTE.
           IF ST-FILE NOT = "00"
              GO TO F-CALCULO-A-DEVOLVER.
           IF CLI_SALDO NOT < 0
              GO TO F-CALCULO-A-DEVOLVER.
           IF SAF-SALDO > 0 - CLI_SALDO
              COMPUTE W-A-DEVOLVER = 0 - CLI_SALDO
           ELSE
              MOVE SAF-SALDO TO W-A-DEVOLVER.

       F-CALCULO-A-DEVOLVER.
           EXIT.

       IMPRIMO-DETALLE.
           MOVE SAF-RECIBO   TO LD-RECIBO.
           MOVE SAF-CLI-ID   TO LD-CLI-ID.
           MOVE CLI_NOMBRE   TO LD-NOMBRE.
           MOVE SAF-FECHA    TO LD-FECHA.
           MOVE W-ANTIGUEDAD TO LD-DIAS.
           MOVE SAF-SALDO    TO LD-SALDO-FAVOR.
           MOVE CLI_SALDO    TO LD-SALDO-CLI.
           MOVE W-A-DEVOLVER TO LD-A-DEVOLVER.
           MOVE "D"           TO PIM-ACCION.
           MOVE LINEA-DETALLE TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       F-IMPRIMO-DETALLE.
           EXIT.

      *----------------------------------------------------------------
      * APROBACION: muestra cada partida propuesta y el operador la
      * aprueba (S), la rechaza (N, vuelve a abierta) o la deja
      * propuesta (vacío).
      *----------------------------------------------------------------
       APROBACION.
           OPEN I-O SALDOS-FAVOR.
           IF ST-FILE-SAF > "07"
              DISPLAY "ERROR ABRIENDO SALDOS A FAVOR - ST " ST-FILE-SAF
              ACCEPT X.
           PERFORM POSICIONO-SALDOS THRU F-POSICIONO-SALDOS.
           PERFORM LEO-SALDO-FAVOR THRU F-LEO-SALDO-FAVOR.
           PERFORM APRUEBO-PARTIDA THRU F-APRUEBO-PARTIDA
              UNTIL TERMINAR-SALDOS-FAVOR.
           CLOSE SALDOS-FAVOR.
           DISPLAY "APROBADAS..: " W-CANT-APROBADAS.
           DISPLAY "RECHAZADAS.: " W-CANT-RECHAZADAS.

       F-APROBACION.
           EXIT.

       APRUEBO-PARTIDA.
           IF SAF-PROPUESTO
              PERFORM PIDO-APROBACION THRU F-PIDO-APROBACION.
           PERFORM LEO-SALDO-FAVOR THRU F-LEO-SALDO-FAVOR.

       F-APRUEBO-PARTIDA.
           EXIT.

       PIDO-APROBACION.
           DISPLAY "RECIBO " SAF-RECIBO " CLIENTE " SAF-CLI-ID
              " FECHA " SAF-FECHA " SALDO " SAF-SALDO.
           DISPLAY "APRUEBA LA DEVOLUCION (S/N/VACIO=PENDIENTE): "
              WITH NO ADVANCING.
           MOVE SPACE TO W-RESPUESTA.
           ACCEPT W-RESPUESTA.
           EVALUATE W-RESPUESTA
               WHEN "S"
                   MOVE "V" TO SAF-ESTADO
                   ADD 1 TO W-CANT-APROBADAS
               WHEN "N"
                   MOVE "A" TO SAF-ESTADO
                   ADD 1 TO W-CANT-RECHAZADAS
               WHEN OTHER
                   GO TO F-PIDO-APROBACION
           END-EVALUATE.
           MOVE W-FECHA-PROCESO TO SAF-FECHA-ESTADO.
           REWRITE REG-SALDOS-FAVOR.
           IF ST-FILE-SAF > "07"
              DISPLAY "ERROR REGRABANDO SALDO A FAVOR " SAF-RECIBO
                 " - ST " ST-FILE-SAF
              ACCEPT X.

       F-PIDO-APROBACION.
           EXIT.

      *----------------------------------------------------------------
      * POSTEO: devuelve las partidas aprobadas. Como CLIENTES se abre
      * I-O, toma el cerrojo de actualización y se asienta en el
      * fichero de corridas igual que los demás posteos de la cadena.
      *----------------------------------------------------------------
       POSTEO.
           PERFORM CONTROLO-CIERRE-DIARIO
              THRU F-CONTROLO-CIERRE-DIARIO.
           PERFORM TOMO-CERROJO THRU F-TOMO-CERROJO.
           PERFORM REGISTRO-INICIO THRU F-REGISTRO-INICIO.
           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
              DISPLAY "ERROR ABRIENDO CLIENTES - ST-FILE " ST-FILE
              ACCEPT X.
           OPEN I-O SALDOS-FAVOR.
           IF ST-FILE-SAF > "07"
              DISPLAY "ERROR ABRIENDO SALDOS A FAVOR - ST " ST-FILE-SAF
              ACCEPT X.
           OPEN I-O MOVIMIENTOS.
           IF ST-FILE-MOV > "07"
              DISPLAY "ERROR ABRIENDO MOVIMIENTOS - ST " ST-FILE-MOV
              ACCEPT X.
           OPEN OUTPUT PAGOS.
           IF ST-FILE-PAG > "07"
              DISPLAY "ERROR ABRIENDO DEVOLUCIONES - ST " ST-FILE-PAG
              ACCEPT X.
           PERFORM POSICIONO-SALDOS THRU F-POSICIONO-SALDOS.
           PERFORM LEO-SALDO-FAVOR THRU F-LEO-SALDO-FAVOR.
           PERFORM DEVUELVO-PARTIDA THRU F-DEVUELVO-PARTIDA
              UNTIL TERMINAR-SALDOS-FAVOR.
           CLOSE CLIENTES.
           CLOSE SALDOS-FAVOR.
           CLOSE MOVIMIENTOS.
           CLOSE PAGOS.
           PERFORM LIBERO-CERROJO THRU F-LIBERO-CERROJO.
           PERFORM REGISTRO-FIN THRU F-REGISTRO-FIN.
           DISPLAY "DEVOLUCIONES POSTEADAS: " W-CANT-DEVUELTAS.
           DISPLAY "SIN SALDO A DEVOLVER..: " W-CANT-SIN-SALDO.
           DISPLAY "IMPORTE DEVUELTO......: " W-TOTAL-DEVUELTO.

       F-POSTEO.
           EXIT.

       DEVUELVO-PARTIDA.
           IF SAF-APROBADO
              PERFORM DEVUELVO-APROBADA THRU F-DEVUELVO-APROBADA
              PERFORM ACTUALIZO-PARTIDA THRU F-ACTUALIZO-PARTIDA.
           PERFORM LEO-SALDO-FAVOR THRU F-LEO-SALDO-FAVOR.

       F-DEVUELVO-PARTIDA.
           EXIT.

      *----------------------------------------------------------------
      * DEVUELVO-APROBADA: entre la aprobación y el posteo la partida
      * pudo aplicarse a facturas nuevas o el cliente pudo dejar de
      * tener saldo acreedor; se devuelve lo que quede, como mucho el
      * saldo acreedor. Devuelta o no, ACTUALIZO-PARTIDA deja la
      * partida abierta si le queda saldo y cerrada si no.
      *----------------------------------------------------------------
       DEVUELVO-APROBADA.
           MOVE 0 TO W-A-DEVOLVER.
           MOVE SAF-CLI-ID TO CLI_ID.
           READ CLIENTES KEY IS ID_CLIENTE.
           IF ST-FILE = "00" AND CLI_SALDO < 0 AND SAF-SALDO > 0
              IF SAF-SALDO > 0 - CLI_SALDO
                 COMPUTE W-A-DEVOLVER = 0 - CLI_SALDO
              ELSE
                 MOVE SAF-SALDO TO W-A-DEVOLVER
              END-IF
           END-IF.
           IF W-A-DEVOLVER NOT > 0
              ADD 1 TO W-CANT-SIN-SALDO
              GO TO F-DEVUELVO-APROBADA.
           MOVE CLI_SALDO TO W-SALDO-ANTERIOR.
           ADD W-A-DEVOLVER TO CLI_SALDO.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
              DISPLAY "ERROR REGRABANDO CLIENTE " CLI_ID
                 " - ST-FILE " ST-FILE
              ACCEPT X
              GO TO F-DEVUELVO-APROBADA.
           MOVE SAF-RECIBO      TO W-RECIBO-X.
           MOVE W-RECIBO-X (3:6) TO ODV-RECIBO.
           MOVE W-ORIGEN-DV     TO MOV-ORIGEN.
           PERFORM GRABO-MOVIMIENTO THRU F-GRABO-MOVIMIENTO.
           PERFORM GRABO-PAGO THRU F-GRABO-PAGO.
           SUBTRACT W-A-DEVOLVER FROM SAF-SALDO.
           ADD W-A-DEVOLVER TO SAF-DEVUELTO.
           ADD 1 TO W-CANT-DEVUELTAS.
           ADD W-A-DEVOLVER TO W-TOTAL-DEVUELTO.

       F-DEVUELVO-APROBADA.
           EXIT.

       ACTUALIZO-PARTIDA.
           IF SAF-SALDO > 0
              MOVE "A" TO SAF-ESTADO
           ELSE
              MOVE "C" TO SAF-ESTADO.
           MOVE W-FECHA-PROCESO TO SAF-FECHA-ESTADO.
           REWRITE REG-SALDOS-FAVOR.
           IF ST-FILE-SAF > "07"
              DISPLAY "ERROR REGRABANDO SALDO A FAVOR " SAF-RECIBO
                 " - ST " ST-FILE-SAF
              ACCEPT X.

       F-ACTUALIZO-PARTIDA.
           EXIT.

       GRABO-PAGO.
           MOVE CLI_ID          TO LPG-CLI-ID.
           MOVE CLI_RAZONSOCIAL TO LPG-RAZON.
           MOVE W-A-DEVOLVER    TO LPG-IMPORTE.
           MOVE SAF-RECIBO      TO LPG-RECIBO.
           MOVE W-FECHA-PROCESO TO LPG-FECHA.
           WRITE REG-PAGOS FROM LINEA-PAGO.
           IF ST-FILE-PAG > "07"
              DISPLAY "ERROR GRABANDO DEVOLUCIONES - ST " ST-FILE-PAG
              ACCEPT X.

       F-GRABO-PAGO.
           EXIT.

      *----------------------------------------------------------------
      * GRABO-MOVIMIENTO: agrega una línea al fichero MOVIMIENTOS con
      * el saldo anterior y el nuevo saldo del cliente en curso. El
      * que llama debe dejar cargados W-SALDO-ANTERIOR y MOV-ORIGEN.
      *----------------------------------------------------------------
       GRABO-MOVIMIENTO.
           MOVE CLI_ID           TO MOV-CLI-ID.
           MOVE W-SALDO-ANTERIOR TO MOV-SALDO-ANTERIOR.
           MOVE CLI_SALDO        TO MOV-SALDO-NUEVO.
           MOVE W-FECHA-PROCESO  TO MOV-FECHA.
           MOVE SPACES           TO MOV-MONEDA.
           MOVE W-A-DEVOLVER     TO MOV-IMPORTE-ORIG.
           MOVE 1 TO MOV-SECUENCIA.
           WRITE LINEA-MOVIMIENTO.
           PERFORM REINTENTO-SECUENCIA THRU F-REINTENTO-SECUENCIA
              UNTIL ST-FILE-MOV NOT = "22".
           IF ST-FILE-MOV > "07"
              DISPLAY "ERROR GRABANDO MOVIMIENTO - ST " ST-FILE-MOV
              ACCEPT X.

       F-GRABO-MOVIMIENTO.
           EXIT.

       REINTENTO-SECUENCIA.
           ADD 1 TO MOV-SECUENCIA.
           WRITE LINEA-MOVIMIENTO.

       F-REINTENTO-SECUENCIA.
           EXIT.

       TOMO-CERROJO.
           INITIALIZE PARAMETROS-LOCK.
           MOVE "T"          TO PLK-ACCION.
           MOVE "DEVOLUCION" TO PLK-PROCESO.
           CALL "CLILOCK" USING PARAMETROS-LOCK.
           IF PLK-OCUPADO
              DISPLAY "CLIENTES EN USO POR " PLK-DUENO
                 " DESDE " PLK-FECHA
              DISPLAY "POSTEO DE DEVOLUCIONES CANCELADO"
              STOP RUN.

       F-TOMO-CERROJO.
           EXIT.

       LIBERO-CERROJO.
           INITIALIZE PARAMETROS-LOCK.
           MOVE "L"          TO PLK-ACCION.
           MOVE "DEVOLUCION" TO PLK-PROCESO.
           CALL "CLILOCK" USING PARAMETROS-LOCK.
           CANCEL "CLILOCK".

       F-LIBERO-CERROJO.
           EXIT.

       CONTROLO-CIERRE-DIARIO.
           INITIALIZE PARAMETROS-CORRIDA.
           MOVE "V"             TO PCO-ACCION.
           MOVE W-FECHA-PROCESO TO PCO-FECHA.
           CALL "RUNCTL" USING PARAMETROS-CORRIDA.
           IF PCO-CIERRE-PENDIENTE
              DISPLAY "EL DIA " PCO-FECHA-PENDIENTE " NO TIENE "
                 "CIERRE DIARIO - POSTEO CANCELADO"
              STOP RUN.

       F-CONTROLO-CIERRE-DIARIO.
           EXIT.

       REGISTRO-INICIO.
           INITIALIZE PARAMETROS-CORRIDA.
           MOVE "I"             TO PCO-ACCION.
           MOVE W-FECHA-PROCESO TO PCO-FECHA.
           MOVE "DEVOLUCION"    TO PCO-PROCESO.
           CALL "RUNCTL" USING PARAMETROS-CORRIDA.

       F-REGISTRO-INICIO.
           EXIT.

       REGISTRO-FIN.
           INITIALIZE PARAMETROS-CORRIDA.
           MOVE "F"              TO PCO-ACCION.
           MOVE W-FECHA-PROCESO  TO PCO-FECHA.
           MOVE "DEVOLUCION"     TO PCO-PROCESO.
           MOVE W-CANT-DEVUELTAS TO PCO-CANT-REGISTROS.
           MOVE W-CANT-SIN-SALDO TO PCO-CANT-RECHAZOS.
           MOVE W-TOTAL-DEVUELTO TO PCO-TOTAL.
           CALL "RUNCTL" USING PARAMETROS-CORRIDA.
           CANCEL "RUNCTL".

       F-REGISTRO-FIN.
           EXIT.

       END PROGRAM "DEVOLUC".
