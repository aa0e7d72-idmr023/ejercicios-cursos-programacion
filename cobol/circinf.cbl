      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Informe de conciliación de la circularización de
      *           saldos para los auditores: dada la fecha de corte,
      *           lista los pedidos con respuesta disconforme (saldo
      *           al corte, saldo según el cliente, diferencia y
      *           observación) y los pedidos sin respuesta o todavía
      *           pendientes, y cierra con el resumen de pedidos y
      *           saldos por tipo de respuesta, impreso por IMPRESOR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CIRCINF".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CIRCULARIZACIONES
                  ASSIGN TO "./circularizacion.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CIR-CLAVE
                  STATUS ST-FILE.

           SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS ID_CLIENTE
                  ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
                  STATUS ST-FILE-CLI.

       DATA DIVISION.
       FILE SECTION.

       FD  CIRCULARIZACIONES.

           COPY "regcir.cpy".

       FD  CLIENTES.

           COPY "regcliente.cpy".

       WORKING-STORAGE SECTION.

       01  ST-FILE      PIC XX.
       01  ST-FILE-CLI  PIC XX.
       01  X            PIC X.

           COPY "paramimp.cpy".

       01  W-FECHA-CORTE   PIC X(08).

       01  FIN-PEDIDOS  PIC X.
           88  TERMINAR-PEDIDOS   VALUE "S".

       01  W-PASADA     PIC 9.
           *>1 = disconformes, 2 = sin respuesta y pendientes.

       01  W-DIFERENCIA     PIC S9(8)V9(3).

      *----------------------------------------------------------------
      * Resumen por tipo de respuesta: 1 conforme, 2 disconforme,
      * 3 sin respuesta, 4 pendiente.
      *----------------------------------------------------------------
       01  IDX-RES      PIC 9.
       01  TABLA-RESUMEN.
           02  RESUMEN-ITEM OCCURS 4 TIMES.
               03  TR-CANTIDAD     PIC 9(05).
               03  TR-SALDO-CORTE  PIC S9(11)V9(3).
               03  TR-INFORMADO    PIC S9(11)V9(3).
       01  TABLA-ETIQUETAS.
           02  FILLER PIC X(16) VALUE "CONFORMES".
           02  FILLER PIC X(16) VALUE "DISCONFORMES".
           02  FILLER PIC X(16) VALUE "SIN RESPUESTA".
           02  FILLER PIC X(16) VALUE "PENDIENTES".
       01  TABLA-ETIQUETAS-R REDEFINES TABLA-ETIQUETAS.
           02  TE-ETIQUETA PIC X(16) OCCURS 4 TIMES.

       01  W-TOTAL-DIFERENCIAS PIC S9(11)V9(3) VALUE 0.

       01  LINEA-TITULO.
           02  FILLER          PIC X(38)
               VALUE "CONCILIACION DE CIRCULARIZACION - ".
           02  LT-CORTE        PIC X(08).

       01  LINEA-COLUMNAS.
           02  FILLER          PIC X(09) VALUE "CLI_ID".
           02  FILLER          PIC X(32) VALUE "RAZON SOCIAL".
           02  FILLER          PIC X(15) VALUE "SALDO CORTE".
           02  FILLER          PIC X(15) VALUE "SALDO CLIENTE".
           02  FILLER          PIC X(15) VALUE "DIFERENCIA".
           02  FILLER          PIC X(30) VALUE "OBSERVACION".

       01  LINEA-SECCION.
           02  FILLER          PIC X(04) VALUE "*** ".
           02  LX-TEXTO        PIC X(50).

       01  LINEA-DETALLE.
           02  LD-CLI-ID       PIC 9(07).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LD-RAZONSOCIAL  PIC X(30).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LD-SALDO-CORTE  PIC -(9)9,999.
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-INFORMADO    PIC X(14).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-DIFERENCIA   PIC X(14).
           02  FILLER          PIC X(01) VALUE SPACES.
           02  LD-OBSERVACION  PIC X(60).

       01  W-IMPORTE-EDIT      PIC -(9)9,999.

       01  LINEA-RESUMEN.
           02  LR-ETIQUETA     PIC X(16).
           02  LR-CANTIDAD     PIC Z(4)9.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LR-SALDO-CORTE  PIC -(11)9,999.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LR-INFORMADO    PIC -(11)9,999.

       01  LINEA-TOTAL-DIF.
           02  FILLER          PIC X(30)
               VALUE "TOTAL DIFERENCIAS...........: ".
           02  LG-TOTAL        PIC -(11)9,999.

       PROCEDURE DIVISION.
       PABLO.
           DISPLAY "FECHA DE CORTE (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT W-FECHA-CORTE.
           PERFORM ABRO-ARCHIVOS.
           INITIALIZE TABLA-RESUMEN.
           MOVE "RESPUESTAS DISCONFORMES" TO LX-TEXTO.
           PERFORM IMPRIMO-SECCION THRU F-IMPRIMO-SECCION.
           MOVE 1 TO W-PASADA.
           PERFORM RECORRO-PEDIDOS THRU F-RECORRO-PEDIDOS.
           MOVE W-TOTAL-DIFERENCIAS TO LG-TOTAL.
           MOVE "T"             TO PIM-ACCION.
           MOVE LINEA-TOTAL-DIF TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           MOVE "SIN RESPUESTA / PENDIENTES" TO LX-TEXTO.
           PERFORM IMPRIMO-SECCION THRU F-IMPRIMO-SECCION.
           MOVE 2 TO W-PASADA.
           PERFORM RECORRO-PEDIDOS THRU F-RECORRO-PEDIDOS.
           MOVE "RESUMEN POR RESPUESTA" TO LX-TEXTO.
           PERFORM IMPRIMO-SECCION THRU F-IMPRIMO-SECCION.
           PERFORM IMPRIMO-RESUMEN THRU F-IMPRIMO-RESUMEN
              VARYING IDX-RES FROM 1 BY 1 UNTIL IDX-RES > 4.
           PERFORM CIERRO-ARCHIVOS.
           STOP RUN.

       ABRO-ARCHIVOS.
           OPEN INPUT CIRCULARIZACIONES.
           IF ST-FILE > "07"
              DISPLAY "ERROR ABRIENDO CIRCULARIZACIONES - ST " ST-FILE
              ACCEPT X.
           OPEN INPUT CLIENTES.
           IF ST-FILE-CLI > "07"
              DISPLAY "ERROR ABRIENDO CLIENTES - ST " ST-FILE-CLI
              ACCEPT X.
           MOVE W-FECHA-CORTE TO LT-CORTE.
           INITIALIZE PARAMETROS-IMPRESOR.
           MOVE "A"                     TO PIM-ACCION.
           MOVE "./circ_conciliacion.txt" TO PIM-ARCHIVO.
           MOVE LINEA-TITULO            TO PIM-TITULO.
           MOVE LINEA-COLUMNAS          TO PIM-ENCABEZADO.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       CIERRO-ARCHIVOS.
           CLOSE CIRCULARIZACIONES.
           CLOSE CLIENTES.
           MOVE "C" TO PIM-ACCION.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           CANCEL "IMPRESOR".

       IMPRIMO-SECCION.
           MOVE "T"    TO PIM-ACCION.
           MOVE SPACES TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           MOVE LINEA-SECCION TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       F-IMPRIMO-SECCION.
           EXIT.

      *----------------------------------------------------------------
      * RECORRO-PEDIDOS: una pasada por los pedidos del corte; en la
      * primera se listan los disconformes y se arma el resumen, en la
      * segunda los sin respuesta y los pendientes.
      *----------------------------------------------------------------
       RECORRO-PEDIDOS.
           MOVE "N" TO FIN-PEDIDOS.
           MOVE W-FECHA-CORTE TO CIR-FECHA-CORTE.
           MOVE 0             TO CIR-CLI-ID.
           START CIRCULARIZACIONES KEY IS NOT LESS THAN CIR-CLAVE.
           IF ST-FILE NOT = "00"
              GO TO F-RECORRO-PEDIDOS.
           PERFORM LEO-PEDIDO THRU F-LEO-PEDIDO.
           PERFORM PROCESO-PEDIDO THRU F-PROCESO-PEDIDO
              UNTIL TERMINAR-PEDIDOS.

       F-RECORRO-PEDIDOS.
           EXIT.

       LEO-PEDIDO.
           READ CIRCULARIZACIONES NEXT RECORD.
           IF ST-FILE NOT = "00"
              MOVE "S" TO FIN-PEDIDOS
           ELSE
              IF CIR-FECHA-CORTE NOT = W-FECHA-CORTE
                 MOVE "S" TO FIN-PEDIDOS.

       F-LEO-PEDIDO.
           EXIT.

       PROCESO-PEDIDO.
           IF W-PASADA = 1
              PERFORM SUMO-RESUMEN THRU F-SUMO-RESUMEN
              IF CIR-DISCONFORME
                 PERFORM IMPRIMO-PEDIDO THRU F-IMPRIMO-PEDIDO
              END-IF
           ELSE
              IF CIR-SIN-RESPUESTA OR CIR-PENDIENTE
                 PERFORM IMPRIMO-PEDIDO THRU F-IMPRIMO-PEDIDO
              END-IF
           END-IF.
           PERFORM LEO-PEDIDO THRU F-LEO-PEDIDO.

       F-PROCESO-PEDIDO.
           EXIT.

       SUMO-RESUMEN.
           EVALUATE TRUE
               WHEN CIR-CONFORME
                   MOVE 1 TO IDX-RES
               WHEN CIR-DISCONFORME
                   MOVE 2 TO IDX-RES
               WHEN CIR-SIN-RESPUESTA
                   MOVE 3 TO IDX-RES
               WHEN OTHER
                   MOVE 4 TO IDX-RES
           END-EVALUATE.
           ADD 1 TO TR-CANTIDAD (IDX-RES).
           ADD CIR-SALDO-CORTE TO TR-SALDO-CORTE (IDX-RES).
           ADD CIR-SALDO-INFORMADO TO TR-INFORMADO (IDX-RES).

       F-SUMO-RESUMEN.
           EXIT.

       IMPRIMO-PEDIDO.
           MOVE CIR-CLI-ID TO CLI_ID LD-CLI-ID.
           READ CLIENTES KEY IS ID_CLIENTE.
           IF ST-FILE-CLI = "00"
              MOVE CLI_RAZONSOCIAL TO LD-RAZONSOCIAL
           ELSE
              MOVE "(NO ESTA EN EL MAESTRO)" TO LD-RAZONSOCIAL.
           MOVE CIR-SALDO-CORTE TO LD-SALDO-CORTE.
           MOVE SPACES TO LD-INFORMADO LD-DIFERENCIA.
           IF CIR-DISCONFORME
              MOVE CIR-SALDO-INFORMADO TO W-IMPORTE-EDIT
              MOVE W-IMPORTE-EDIT TO LD-INFORMADO
              COMPUTE W-DIFERENCIA =
                 CIR-SALDO-INFORMADO - CIR-SALDO-CORTE
              ADD W-DIFERENCIA TO W-TOTAL-DIFERENCIAS
              MOVE W-DIFERENCIA TO W-IMPORTE-EDIT
              MOVE W-IMPORTE-EDIT TO LD-DIFERENCIA
           ELSE
              IF CIR-PENDIENTE
                 MOVE "  (PENDIENTE)" TO LD-INFORMADO
              ELSE
                 MOVE "  (SIN RESP.)" TO LD-INFORMADO
              END-IF
           END-IF.
           MOVE CIR-OBSERVACION TO LD-OBSERVACION.
           MOVE "D"           TO PIM-ACCION.
           MOVE LINEA-DETALLE TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       F-IMPRIMO-PEDIDO.
           EXIT.

       IMPRIMO-RESUMEN.
           MOVE TE-ETIQUETA (IDX-RES)    TO LR-ETIQUETA.
           MOVE TR-CANTIDAD (IDX-RES)    TO LR-CANTIDAD.
           MOVE TR-SALDO-CORTE (IDX-RES) TO LR-SALDO-CORTE.
           MOVE TR-INFORMADO (IDX-RES)   TO LR-INFORMADO.
           MOVE "T"           TO PIM-ACCION.
           MOVE LINEA-RESUMEN TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       F-IMPRIMO-RESUMEN.
           EXIT.

       END PROGRAM "CIRCINF".
