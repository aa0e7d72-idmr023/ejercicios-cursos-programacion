      *           período, con sus datos del maestro CLIENTES, el
      *           saldo anterior arrastrado, cada movimiento del
      *           período con su origen (factura, recibo, NC, MANUAL)
      *           y el saldo al cierre. Los recibos que el banco
      *           rechazó (origen RC), sus gastos (GR) y las
      *           devoluciones de saldos a favor (DV) llevan los seis
      *           dígitos finales del recibo y una leyenda que los
      *           identifica. Al pie de cada extracto van los
      *           cheques diferidos que el cliente entregó y que al
      *           cierre del período seguían en cartera sin depositar
      *           (recibidos pero todavía no acreditados), con el
      *           saldo neto de esos cheques. El journal indexado ya
      *           viene en orden de cliente y fecha, sin ordenar nada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                  RECORD KEY IS MOV-CLAVE
                  STATUS ST-FILE-MOV.

           SELECT OPTIONAL CHEQUES ASSIGN TO "./cheques.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CHQ-CLAVE
                  ALTERNATE KEY CHQ-CLI-ID WITH DUPLICATES
                  STATUS ST-FILE-CHQ.

           SELECT LISTADO ASSIGN TO "./extractos.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-LST.

           COPY "regmov.cpy".

       FD  CHEQUES.

           COPY "regchq.cpy".

       FD  LISTADO.

       01  LINEA-LISTADO            PIC X(100).
       01  ST-FILE     PIC XX.
       01  ST-FILE-MOV PIC XX.
       01  ST-FILE-LST PIC XX.
       01  ST-FILE-CHQ PIC XX.
       01  X           PIC X.

           COPY "paramtar.cpy".
       01  W-CANT-EXTRACTOS    PIC 9(05) VALUE 0.
       01  W-CANT-MOVIMIENTOS  PIC 9(05) VALUE 0.

       01  FIN-CHEQUES         PIC X.
           88  TERMINAR-CHEQUES    VALUE "S".
       01  W-CANT-CHEQUES      PIC 9(03).
       01  W-TOTAL-CHEQUES     PIC S9(9)V99.
       01  W-SALDO-NETO        PIC S9(9)V9(3).

       01  GUIONES       PIC X(70) VALUES ALL "-".

       01  LINEA-TITULO.
           02  LM-IMPORTE      PIC -(8)9,999.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LM-SALDO        PIC -(7)9,999.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LM-LEYENDA      PIC X(20).

       01  LINEA-CIERRE.
           02  FILLER          PIC X(20) VALUE "SALDO AL CIERRE....:".
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LZ-SALDO        PIC -(7)9,999.

       01  LINEA-TITULO-CHEQUES PIC X(50)
           VALUE "CHEQUES RECIBIDOS PENDIENTES DE DEPOSITO:".

       01  LINEA-CHEQUE.
           02  FILLER          PIC X(04) VALUE SPACES.
           02  LQ-BANCO        PIC X(20).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LQ-NUMERO       PIC 9(08).
           02  FILLER          PIC X(11) VALUE "  DEPOSITO ".
           02  LQ-FECHA-DEP    PIC X(08).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LQ-IMPORTE      PIC -(8)9,99.

       01  LINEA-NETO.
           02  FILLER          PIC X(20) VALUE "NETO DE CHEQUES....:".
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LN-SALDO        PIC -(7)9,999.

       PROCEDURE DIVISION.
       PABLO.
           PERFORM PIDO-PERIODO THRU F-PIDO-PERIODO.
           IF ST-FILE-LST > "07"
              DISPLAY "ERROR ABRIENDO LISTADO - ST " ST-FILE-LST
              ACCEPT X.
           OPEN INPUT CHEQUES.
           IF ST-FILE-CHQ > "07"
              DISPLAY "ERROR ABRIENDO CHEQUES - ST " ST-FILE-CHQ
              ACCEPT X.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE MOVIMIENTOS.
           CLOSE LISTADO.
           CLOSE CHEQUES.

      *----------------------------------------------------------------
      * POSICIONO-MOVIMIENTOS: START al principio del journal; la
           MOVE MOV-ORIGEN  TO LM-ORIGEN.
           MOVE W-IMPORTE   TO LM-IMPORTE.
           MOVE W-SALDO-NUEVO TO LM-SALDO.
           PERFORM DESCRIBO-ORIGEN THRU F-DESCRIBO-ORIGEN.
           WRITE LINEA-LISTADO FROM LINEA-MOV.
           MOVE W-SALDO-NUEVO TO W-SALDO-CIERRE.
           ADD 1 TO W-CANT-MOVIMIENTOS.
       F-PROCESO-MOVIMIENTO.
           EXIT.

      *----------------------------------------------------------------
      * DESCRIBO-ORIGEN: leyenda para los orígenes que refieren a un
      * recibo anterior, para leerlos junto al recibo que los generó.
      *----------------------------------------------------------------
       DESCRIBO-ORIGEN.
           EVALUATE MOV-ORIGEN (1:2)
               WHEN "RC"
                   MOVE "RECIBO RECHAZADO"   TO LM-LEYENDA
               WHEN "GR"
                   MOVE "GASTO POR RECHAZO"  TO LM-LEYENDA
               WHEN "DV"
                   MOVE "DEVOLUCION S/FAVOR" TO LM-LEYENDA
               WHEN "FU"
                   MOVE "FUSION DE CUENTAS"  TO LM-LEYENDA
               WHEN OTHER
                   MOVE SPACES               TO LM-LEYENDA
           END-EVALUATE.

       F-DESCRIBO-ORIGEN.
           EXIT.

      *----------------------------------------------------------------
      * ABRO-CLIENTE: encabezado del extracto con los datos del
      * maestro CLIENTES y el saldo de apertura (el saldo anterior
           IF CLIENTE-ABIERTO
              MOVE W-SALDO-CIERRE TO LZ-SALDO
              WRITE LINEA-LISTADO FROM LINEA-CIERRE
              PERFORM LISTO-CHEQUES THRU F-LISTO-CHEQUES
              MOVE SPACES TO LINEA-LISTADO
              WRITE LINEA-LISTADO
              MOVE "N" TO W-CLIENTE-ABIERTO.
       F-CIERRO-CLIENTE.
           EXIT.

      *----------------------------------------------------------------
      * LISTO-CHEQUES: los cheques del cliente recibidos hasta el fin
      * del período que a esa fecha no habían salido de la cartera
      * (liberados o anulados después, o todavía en cartera). No
      * tocan el saldo: se informan aparte con el neto que quedaría
      * al acreditarse.
      *----------------------------------------------------------------
       LISTO-CHEQUES.
           MOVE 0   TO W-CANT-CHEQUES W-TOTAL-CHEQUES.
           MOVE "N" TO FIN-CHEQUES.
           MOVE W-CLI-ANT TO CHQ-CLI-ID.
           START CHEQUES KEY IS EQUAL CHQ-CLI-ID.
           IF ST-FILE-CHQ NOT = "00"
              GO TO F-LISTO-CHEQUES.
           PERFORM LEO-CHEQUE THRU F-LEO-CHEQUE.
           PERFORM LISTO-CHEQUE THRU F-LISTO-CHEQUE
              UNTIL TERMINAR-CHEQUES.
           IF W-CANT-CHEQUES > 0
              COMPUTE W-SALDO-NETO = W-SALDO-CIERRE - W-TOTAL-CHEQUES
              MOVE W-SALDO-NETO TO LN-SALDO
              WRITE LINEA-LISTADO FROM LINEA-NETO.

       F-LISTO-CHEQUES.
           EXIT.

       LEO-CHEQUE.
           READ CHEQUES NEXT RECORD.
           IF ST-FILE-CHQ NOT = "00" OR CHQ-CLI-ID NOT = W-CLI-ANT
              MOVE "S" TO FIN-CHEQUES.

       F-LEO-CHEQUE.
           EXIT.

       LISTO-CHEQUE.
           IF CHQ-FECHA-RECEPCION (1:6) > W-PERIODO
              GO TO SIGO-CHEQUE.
           IF CHQ-ANULADO OR CHQ-LIBERADO
              IF CHQ-FECHA-SALIDA (1:6) NOT > W-PERIODO
                 GO TO SIGO-CHEQUE.
           IF W-CANT-CHEQUES = 0
              WRITE LINEA-LISTADO FROM LINEA-TITULO-CHEQUES.
           ADD 1           TO W-CANT-CHEQUES.
           ADD CHQ-IMPORTE TO W-TOTAL-CHEQUES.
           MOVE CHQ-BANCO          TO LQ-BANCO.
           MOVE CHQ-NUMERO         TO LQ-NUMERO.
           MOVE CHQ-FECHA-DEPOSITO TO LQ-FECHA-DEP.
           MOVE CHQ-IMPORTE        TO LQ-IMPORTE.
           WRITE LINEA-LISTADO FROM LINEA-CHEQUE.

       SIGO-CHEQUE.
           PERFORM LEO-CHEQUE THRU F-LEO-CHEQUE.

       F-LISTO-CHEQUE.
           EXIT.

       INFORMO-TOTALES.
           DISPLAY "EXTRACTOS EMITIDOS.....: " W-CANT-EXTRACTOS.
           DISPLAY "MOVIMIENTOS INCLUIDOS..: " W-CANT-MOVIMIENTOS.
