      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Rechazo de cobros: lee el fichero de recibos que el
      *           banco devolvió (recibo, gasto bancario, motivo) y
      *           revierte cada uno exacto según sus APLICACIONES:
      *           devuelve el importe a CLI_SALDO, reabre cada factura
      *           por lo que el recibo le había cancelado, vuelve a
      *           pendiente cada cuota de convenio que había pagado y
      *           anula el saldo a favor que hubiera dejado. La
      *           reversión se journaliza con origen RC más los seis
      *           dígitos finales del recibo, y el gasto bancario, si
      *           viene, como cargo aparte con origen GR. Los recibos
      *           sin aplicaciones registradas o ya revertidos van
      *           al informe como excepción y el proceso sigue.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "RECHCOB".
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

           SELECT ARCHIVO-RECHAZOS ASSIGN TO "./rechazos.csv"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-RCH.

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

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

           COPY "regcliente.cpy".

       FD  ARCHIVO-RECHAZOS.

       01  REGISTRO-RECHAZOS        PIC X(200).

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

       WORKING-STORAGE SECTION.

       01  ST-FILE     PIC XX.
       01  ST-FILE-RCH PIC XX.
       01  ST-FILE-MOV PIC XX.
       01  ST-FILE-FAC PIC XX.
       01  ST-FILE-CNV PIC XX.
       01  ST-FILE-SAF PIC XX.
       01  ST-FILE-APL PIC XX.
       01  X           PIC X.

           COPY "paramimp.cpy".

           COPY "paramtar.cpy".

           COPY "paramrun.cpy".

           COPY "paramlck.cpy".

      *----------------------------------------------------------------
      * REG-RECHAZO: línea de rechazos.csv, separada por ";" como
      * cobros.csv: número de recibo, gasto bancario (diez dígitos
      * con dos decimales implícitos; vacío = sin gasto) y motivo.
      *----------------------------------------------------------------
       01  TEXTO-RECHAZO       PIC X(200).

       01  REG-RECHAZO.
           02  RCH-RECIBO      PIC 9(08).
           02  RCH-GASTO       PIC X(10) JUST RIGHT.
           02  RCH-GASTO-9 REDEFINES RCH-GASTO PIC S9(8)V99.
           02  RCH-MOTIVO      PIC X(30).

       01  W-FECHA-PROCESO     PIC X(08).
       01  W-SALDO-ANTERIOR    PIC S9(7)V9(3).
       01  W-GASTO             PIC S9(9)V9(3).
       01  W-IMPORTE-MOV       PIC S9(9)V9(3).

       01  W-CLI-ID-RECIBO     PIC 9(07).
       01  W-IMPORTE-RECIBO    PIC S9(9)V9(3).
       01  W-ULTIMA-SECUENCIA  PIC 9(03).
       01  W-SECUENCIA         PIC 9(03).
       01  W-MOTIVO-EXCEPCION  PIC X(40).

       01  W-CANT-FACT-REABIERTAS  PIC 9(03).
       01  W-CANT-CUOT-REABIERTAS  PIC 9(03).
       01  W-SAF-ANULADO       PIC S9(9)V9(3).
       01  W-SAF-DEVUELTO      PIC S9(9)V9(3).

       01  W-CANT-REVERTIDOS   PIC 9(05) VALUE 0.
       01  W-CANT-EXCEPCIONES  PIC 9(05) VALUE 0.
       01  W-CANT-GASTOS       PIC 9(05) VALUE 0.
       01  W-TOTAL-REVERTIDO   PIC S9(11)V9(3) VALUE 0.
       01  W-TOTAL-GASTOS      PIC S9(11)V9(3) VALUE 0.

       01  W-RECIBO-X          PIC X(08).

      *----------------------------------------------------------------
      * W-ORIGEN-RECHAZO: origen de los movimientos del rechazo, RC
      * (reversión) o GR (gasto del rechazo) seguido de los seis
      * dígitos finales del recibo, para que el extracto los muestre
      * junto al recibo rechazado.
      *----------------------------------------------------------------
       01  W-ORIGEN-RECHAZO.
           02  ORC-TIPO        PIC X(02).
           02  ORC-RECIBO      PIC X(06).

       01  LINEA-COLUMNAS.
           02  FILLER          PIC X(10) VALUE "RECIBO".
           02  FILLER          PIC X(09) VALUE "CLI_ID".
           02  FILLER          PIC X(15) VALUE "IMPORTE".
           02  FILLER          PIC X(06) VALUE "FACT".
           02  FILLER          PIC X(06) VALUE "CUOT".
           02  FILLER          PIC X(15) VALUE "SALDO A FAVOR".
           02  FILLER          PIC X(15) VALUE "GASTO".
           02  FILLER          PIC X(30) VALUE "MOTIVO".

       01  LINEA-DETALLE.
           02  LD-RECIBO       PIC 9(08).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LD-CLI-ID       PIC Z(6)9.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LD-IMPORTE      PIC -(9)9,99.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LD-FACTURAS     PIC ZZ9.
           02  FILLER          PIC X(03) VALUE SPACES.
           02  LD-CUOTAS       PIC ZZ9.
           02  FILLER          PIC X(03) VALUE SPACES.
           02  LD-SAF          PIC -(9)9,99.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LD-GASTO        PIC -(9)9,99.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LD-MOTIVO       PIC X(30).

      *    Si el saldo a favor del recibo ya se había devuelto al
      *    cliente, la devolución queda como deuda sin factura: se
      *    avisa para que cobranzas la gestione.
       01  LINEA-DEVUELTO.
           02  FILLER          PIC X(10) VALUE SPACES.
           02  FILLER          PIC X(40)
               VALUE "** SALDO A FAVOR YA DEVUELTO AL CLIENTE ".
           02  LV-DEVUELTO     PIC -(9)9,99.

       01  LINEA-EXCEPCION.
           02  LX-RECIBO       PIC 9(08).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  FILLER          PIC X(12) VALUE "EXCEPCION: ".
           02  LX-MOTIVO       PIC X(40).

       01  LINEA-TOTALES.
           02  FILLER          PIC X(22)
               VALUE "RECIBOS REVERTIDOS: ".
           02  LT-CANTIDAD     PIC ZZZZ9.
           02  FILLER          PIC X(12) VALUE "  IMPORTE: ".
           02  LT-IMPORTE      PIC -(11)9,99.
           02  FILLER          PIC X(11) VALUE "  GASTOS: ".
           02  LT-GASTOS       PIC -(11)9,99.

       PROCEDURE DIVISION.
       PABLO.
           PERFORM TOMO-FECHA THRU F-TOMO-FECHA.
           PERFORM CONTROLO-CIERRE-DIARIO
              THRU F-CONTROLO-CIERRE-DIARIO.
           PERFORM TOMO-CERROJO THRU F-TOMO-CERROJO.
           PERFORM REGISTRO-INICIO THRU F-REGISTRO-INICIO.
           PERFORM ABRO-ARCHIVOS.
           PERFORM LEO-RECHAZO THRU F-LEO-RECHAZO.
           PERFORM CICLO-RECHAZOS THRU F-CICLO-RECHAZOS
              UNTIL ST-FILE-RCH NOT = "00".
           PERFORM INFORMO-TOTALES THRU F-INFORMO-TOTALES.
           PERFORM CIERRO-ARCHIVOS.
           PERFORM LIBERO-CERROJO THRU F-LIBERO-CERROJO.
           PERFORM REGISTRO-FIN THRU F-REGISTRO-FIN.
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
      * TOMO-CERROJO / LIBERO-CERROJO: CLIENTES se abre I-O, así que
      * el rechazo toma el cerrojo de actualización antes de abrir y
      * lo libera al cerrar.
      *----------------------------------------------------------------
       TOMO-CERROJO.
           INITIALIZE PARAMETROS-LOCK.
           MOVE "T"        TO PLK-ACCION.
           MOVE "RECHAZOS" TO PLK-PROCESO.
           CALL "CLILOCK" USING PARAMETROS-LOCK.
           IF PLK-OCUPADO
              DISPLAY "CLIENTES EN USO POR " PLK-DUENO
                 " DESDE " PLK-FECHA
              DISPLAY "RECHAZO DE COBROS CANCELADO"
              STOP RUN.

       F-TOMO-CERROJO.
           EXIT.

       LIBERO-CERROJO.
           INITIALIZE PARAMETROS-LOCK.
           MOVE "L"        TO PLK-ACCION.
           MOVE "RECHAZOS" TO PLK-PROCESO.
           CALL "CLILOCK" USING PARAMETROS-LOCK.
           CANCEL "CLILOCK".

       F-LIBERO-CERROJO.
           EXIT.

      *----------------------------------------------------------------
      * CONTROLO-CIERRE-DIARIO: el rechazo se niega a arrancar para
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
                 "CIERRE DIARIO - RECHAZO CANCELADO"
              STOP RUN.

       F-CONTROLO-CIERRE-DIARIO.
           EXIT.

      *----------------------------------------------------------------
      * REGISTRO-INICIO / REGISTRO-FIN: asientan la corrida en el
      * fichero de control de corridas, como paso RECHAZOS de la hoja
      * de control del cierre diario.
      *----------------------------------------------------------------
       REGISTRO-INICIO.
           INITIALIZE PARAMETROS-CORRIDA.
           MOVE "I"             TO PCO-ACCION.
           MOVE W-FECHA-PROCESO TO PCO-FECHA.
           MOVE "RECHAZOS"      TO PCO-PROCESO.
           CALL "RUNCTL" USING PARAMETROS-CORRIDA.

       F-REGISTRO-INICIO.
           EXIT.

       REGISTRO-FIN.
           INITIALIZE PARAMETROS-CORRIDA.
           MOVE "F"                TO PCO-ACCION.
           MOVE W-FECHA-PROCESO    TO PCO-FECHA.
           MOVE "RECHAZOS"         TO PCO-PROCESO.
           MOVE W-CANT-REVERTIDOS  TO PCO-CANT-REGISTROS.
           MOVE W-CANT-EXCEPCIONES TO PCO-CANT-RECHAZOS.
           MOVE W-CANT-GASTOS      TO PCO-CANT-AUX.
           MOVE W-TOTAL-REVERTIDO  TO PCO-TOTAL.
           CALL "RUNCTL" USING PARAMETROS-CORRIDA.
           CANCEL "RUNCTL".

       F-REGISTRO-FIN.
           EXIT.

       ABRO-ARCHIVOS.
           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
              DISPLAY "ERROR ABRIENDO CLIENTES - ST-FILE " ST-FILE
              ACCEPT X.
           OPEN INPUT ARCHIVO-RECHAZOS.
           IF ST-FILE-RCH > "07"
              DISPLAY "ERROR ABRIENDO RECHAZOS - ST " ST-FILE-RCH
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
           INITIALIZE PARAMETROS-IMPRESOR.
           MOVE "A"               TO PIM-ACCION.
           MOVE "./rechazos.txt"  TO PIM-ARCHIVO.
           MOVE "RECHAZO DE COBROS - RECIBOS REVERTIDOS" TO PIM-TITULO.
           MOVE LINEA-COLUMNAS    TO PIM-ENCABEZADO.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE ARCHIVO-RECHAZOS.
           CLOSE MOVIMIENTOS.
           CLOSE FACTURAS.
           CLOSE CONVENIOS.
           CLOSE SALDOS-FAVOR.
           CLOSE APLICACIONES.
           MOVE "C" TO PIM-ACCION.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           CANCEL "IMPRESOR".

       LEO-RECHAZO.
           READ ARCHIVO-RECHAZOS INTO TEXTO-RECHAZO
              AT END
                 CONTINUE
              NOT AT END
                 MOVE SPACES TO REG-RECHAZO
                 UNSTRING TEXTO-RECHAZO DELIMITED BY ";"
                    INTO RCH-RECIBO,
                         RCH-GASTO,
                         RCH-MOTIVO
           END-READ.

       F-LEO-RECHAZO.
           EXIT.

       CICLO-RECHAZOS.
           PERFORM REVIERTO-RECIBO THRU F-REVIERTO-RECIBO.
           PERFORM LEO-RECHAZO THRU F-LEO-RECHAZO.

       F-CICLO-RECHAZOS.
           EXIT.

      *----------------------------------------------------------------
      * REVIERTO-RECIBO: busca la cabecera de aplicaciones del recibo
      * y, si está vigente, revierte el recibo completo: saldo del
      * cliente, facturas, cuotas y saldo a favor, y por último el
      * gasto bancario si vino. La cabecera queda marcada revertida
      * para que el mismo recibo no pueda revertirse dos veces.
      *----------------------------------------------------------------
       REVIERTO-RECIBO.
           MOVE SPACES TO W-MOTIVO-EXCEPCION.
           MOVE RCH-RECIBO TO APL-RECIBO.
           MOVE 0          TO APL-SECUENCIA.
           READ APLICACIONES KEY IS APL-CLAVE.
           IF ST-FILE-APL NOT = "00"
              MOVE "RECIBO SIN APLICACIONES REGISTRADAS"
                 TO W-MOTIVO-EXCEPCION
              GO TO F-REVIERTO-RECIBO-EXC.
           IF APL-REVERTIDO
              MOVE "RECIBO YA REVERTIDO" TO W-MOTIVO-EXCEPCION
              GO TO F-REVIERTO-RECIBO-EXC.
           MOVE APL-CLI-ID           TO W-CLI-ID-RECIBO.
           MOVE APL-IMPORTE          TO W-IMPORTE-RECIBO.
           MOVE APL-ULTIMA-SECUENCIA TO W-ULTIMA-SECUENCIA.
           MOVE W-CLI-ID-RECIBO TO CLI_ID.
           READ CLIENTES KEY IS ID_CLIENTE.
           IF ST-FILE NOT = "00"
              MOVE "CLIENTE DEL RECIBO INEXISTENTE"
                 TO W-MOTIVO-EXCEPCION
              GO TO F-REVIERTO-RECIBO-EXC.
           IF RCH-GASTO-9 NUMERIC
              MOVE RCH-GASTO-9 TO W-GASTO
           ELSE
              MOVE 0 TO W-GASTO.
           MOVE RCH-RECIBO TO W-RECIBO-X.
           MOVE W-RECIBO-X (3:6) TO ORC-RECIBO.
           MOVE "RC" TO ORC-TIPO.
           MOVE W-IMPORTE-RECIBO TO W-IMPORTE-MOV.
           PERFORM CARGO-AL-CLIENTE THRU F-CARGO-AL-CLIENTE.
           MOVE 0 TO W-CANT-FACT-REABIERTAS.
           MOVE 0 TO W-CANT-CUOT-REABIERTAS.
           PERFORM REVIERTO-APLICACION THRU F-REVIERTO-APLICACION
              VARYING W-SECUENCIA FROM 1 BY 1
              UNTIL W-SECUENCIA > W-ULTIMA-SECUENCIA.
           PERFORM ANULO-SALDO-FAVOR THRU F-ANULO-SALDO-FAVOR.
           IF W-GASTO > 0
              MOVE "GR"    TO ORC-TIPO
              MOVE W-GASTO TO W-IMPORTE-MOV
              PERFORM CARGO-AL-CLIENTE THRU F-CARGO-AL-CLIENTE
              ADD 1 TO W-CANT-GASTOS
              ADD W-GASTO TO W-TOTAL-GASTOS.
           PERFORM MARCO-REVERTIDO THRU F-MARCO-REVERTIDO.
           ADD 1 TO W-CANT-REVERTIDOS.
           ADD W-IMPORTE-RECIBO TO W-TOTAL-REVERTIDO.
           PERFORM IMPRIMO-DETALLE THRU F-IMPRIMO-DETALLE.
           GO TO F-REVIERTO-RECIBO.

       F-REVIERTO-RECIBO-EXC.
           PERFORM IMPRIMO-EXCEPCION THRU F-IMPRIMO-EXCEPCION.

       F-REVIERTO-RECIBO.
           EXIT.

      *----------------------------------------------------------------
      * CARGO-AL-CLIENTE: suma W-IMPORTE-MOV a CLI_SALDO y lo
      * journaliza con el origen armado en W-ORIGEN-RECHAZO.
      *----------------------------------------------------------------
       CARGO-AL-CLIENTE.
           MOVE CLI_SALDO TO W-SALDO-ANTERIOR.
           ADD W-IMPORTE-MOV TO CLI_SALDO.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
              DISPLAY "ERROR REGRABANDO CLIENTE " CLI_ID
                 " - ST-FILE " ST-FILE
              ACCEPT X
              GO TO F-CARGO-AL-CLIENTE.
           MOVE W-ORIGEN-RECHAZO TO MOV-ORIGEN.
           PERFORM GRABO-MOVIMIENTO THRU F-GRABO-MOVIMIENTO.

       F-CARGO-AL-CLIENTE.
           EXIT.

      *----------------------------------------------------------------
      * REVIERTO-APLICACION: reabre la factura o la cuota de una línea
      * de aplicación del recibo, por el importe que el recibo le
      * había aplicado, y marca la línea revertida.
      *----------------------------------------------------------------
       REVIERTO-APLICACION.
           MOVE RCH-RECIBO  TO APL-RECIBO.
           MOVE W-SECUENCIA TO APL-SECUENCIA.
           READ APLICACIONES KEY IS APL-CLAVE.
           IF ST-FILE-APL NOT = "00"
              GO TO F-REVIERTO-APLICACION.
           IF APL-REVERTIDO
              GO TO F-REVIERTO-APLICACION.
           IF APL-A-FACTURA
              PERFORM REABRO-FACTURA THRU F-REABRO-FACTURA.
           IF APL-A-CUOTA
              PERFORM REABRO-CUOTA THRU F-REABRO-CUOTA.
           MOVE "R"             TO APL-ESTADO.
           MOVE W-FECHA-PROCESO TO APL-FECHA-REVERSION.
           REWRITE REG-APLICACIONES.
           IF ST-FILE-APL > "07"
              DISPLAY "ERROR REGRABANDO APLICACION " APL-RECIBO
                 "-" APL-SECUENCIA " - ST " ST-FILE-APL
              ACCEPT X.

       F-REVIERTO-APLICACION.
           EXIT.

       REABRO-FACTURA.
           MOVE APL-NROFACTURA TO FAC-NROFACTURA.
           READ FACTURAS KEY IS FAC-NROFACTURA.
           IF ST-FILE-FAC NOT = "00"
              DISPLAY "FACTURA " APL-NROFACTURA " DEL RECIBO "
                 APL-RECIBO " NO ENCONTRADA - ST " ST-FILE-FAC
              GO TO F-REABRO-FACTURA.
           ADD APL-IMPORTE TO FAC-SALDO-PENDIENTE.
           IF FAC-SALDO-PENDIENTE > 0
              MOVE SPACES TO FAC-FECHA-CANCELACION.
      *    La factura reabierta queda a nombre del cliente al que se le
      *    carga el rechazo: si el recibo vino de una fusión, la
      *    factura cancelada pudo haber quedado con el absorbido.
           MOVE W-CLI-ID-RECIBO TO FAC-CLI-ID.
           REWRITE REG-FACTURAS.
           IF ST-FILE-FAC > "07"
              DISPLAY "ERROR REGRABANDO FACTURA " FAC-NROFACTURA
                 " - ST " ST-FILE-FAC
              ACCEPT X
           ELSE
              ADD 1 TO W-CANT-FACT-REABIERTAS.

       F-REABRO-FACTURA.
           EXIT.

      *----------------------------------------------------------------
      * REABRO-CUOTA: la cuota vuelve a pendiente; un convenio que
      * había quedado cumplido con este recibo vuelve a vigente.
      *----------------------------------------------------------------
       REABRO-CUOTA.
           MOVE APL-CLI-ID TO CNV-CLI-ID.
           READ CONVENIOS KEY IS CNV-CLI-ID.
           IF ST-FILE-CNV NOT = "00"
              GO TO F-REABRO-CUOTA.
           IF APL-NRO-CUOTA < 1 OR APL-NRO-CUOTA > CNV-CANT-CUOTAS
              GO TO F-REABRO-CUOTA.
           MOVE "P" TO CUO-ESTADO (APL-NRO-CUOTA).
           IF CNV-CUMPLIDO
              MOVE "V" TO CNV-ESTADO.
           REWRITE REG-CONVENIOS.
           IF ST-FILE-CNV > "07"
              DISPLAY "ERROR REGRABANDO CONVENIO " CNV-CLI-ID
                 " - ST " ST-FILE-CNV
              ACCEPT X
           ELSE
              ADD 1 TO W-CANT-CUOT-REABIERTAS.

       F-REABRO-CUOTA.
           EXIT.

      *----------------------------------------------------------------
      * ANULO-SALDO-FAVOR: lo que el recibo había dejado a favor y
      * todavía no se aplicó desaparece con el recibo (lo aplicado ya
      * se reabrió con las líneas de factura). Si se había devuelto,
      * se informa aparte.
      *----------------------------------------------------------------
       ANULO-SALDO-FAVOR.
           MOVE 0 TO W-SAF-ANULADO.
           MOVE 0 TO W-SAF-DEVUELTO.
           MOVE RCH-RECIBO TO SAF-RECIBO.
           READ SALDOS-FAVOR KEY IS SAF-RECIBO.
           IF ST-FILE-SAF NOT = "00"
              GO TO F-ANULO-SALDO-FAVOR.
           MOVE SAF-SALDO    TO W-SAF-ANULADO.
           MOVE SAF-DEVUELTO TO W-SAF-DEVUELTO.
           MOVE 0               TO SAF-SALDO.
           MOVE "C"             TO SAF-ESTADO.
           MOVE W-FECHA-PROCESO TO SAF-FECHA-ESTADO.
           REWRITE REG-SALDOS-FAVOR.
           IF ST-FILE-SAF > "07"
              DISPLAY "ERROR REGRABANDO SALDO A FAVOR " SAF-RECIBO
                 " - ST " ST-FILE-SAF
              ACCEPT X.

       F-ANULO-SALDO-FAVOR.
           EXIT.

       MARCO-REVERTIDO.
           MOVE RCH-RECIBO TO APL-RECIBO.
           MOVE 0          TO APL-SECUENCIA.
           READ APLICACIONES KEY IS APL-CLAVE.
           IF ST-FILE-APL NOT = "00"
              GO TO F-MARCO-REVERTIDO.
           MOVE "R"             TO APL-ESTADO.
           MOVE W-FECHA-PROCESO TO APL-FECHA-REVERSION.
           REWRITE REG-APLICACIONES.
           IF ST-FILE-APL > "07"
              DISPLAY "ERROR REGRABANDO APLICACIONES DEL RECIBO "
                 RCH-RECIBO " - ST " ST-FILE-APL
              ACCEPT X.

       F-MARCO-REVERTIDO.
           EXIT.

       IMPRIMO-DETALLE.
           MOVE RCH-RECIBO             TO LD-RECIBO.
           MOVE W-CLI-ID-RECIBO        TO LD-CLI-ID.
           MOVE W-IMPORTE-RECIBO       TO LD-IMPORTE.
           MOVE W-CANT-FACT-REABIERTAS TO LD-FACTURAS.
           MOVE W-CANT-CUOT-REABIERTAS TO LD-CUOTAS.
           MOVE W-SAF-ANULADO          TO LD-SAF.
           MOVE W-GASTO                TO LD-GASTO.
           MOVE RCH-MOTIVO             TO LD-MOTIVO.
           MOVE "D"           TO PIM-ACCION.
           MOVE LINEA-DETALLE TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           IF W-SAF-DEVUELTO > 0
              MOVE W-SAF-DEVUELTO TO LV-DEVUELTO
              MOVE "T"            TO PIM-ACCION
              MOVE LINEA-DEVUELTO TO PIM-LINEA
              CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       F-IMPRIMO-DETALLE.
           EXIT.

       IMPRIMO-EXCEPCION.
           ADD 1 TO W-CANT-EXCEPCIONES.
           MOVE RCH-RECIBO         TO LX-RECIBO.
           MOVE W-MOTIVO-EXCEPCION TO LX-MOTIVO.
           MOVE "T"             TO PIM-ACCION.
           MOVE LINEA-EXCEPCION TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.

       F-IMPRIMO-EXCEPCION.
           EXIT.

      *----------------------------------------------------------------
      * GRABO-MOVIMIENTO: agrega una línea al fichero MOVIMIENTOS con
      * el saldo anterior y el nuevo saldo del cliente en curso. El
      * que llama debe dejar cargados W-SALDO-ANTERIOR, MOV-ORIGEN y
      * W-IMPORTE-MOV.
      *----------------------------------------------------------------
       GRABO-MOVIMIENTO.
           MOVE CLI_ID           TO MOV-CLI-ID.
           MOVE W-SALDO-ANTERIOR TO MOV-SALDO-ANTERIOR.
           MOVE CLI_SALDO        TO MOV-SALDO-NUEVO.
           MOVE W-FECHA-PROCESO  TO MOV-FECHA.
           MOVE SPACES           TO MOV-MONEDA.
           MOVE W-IMPORTE-MOV    TO MOV-IMPORTE-ORIG.
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

       INFORMO-TOTALES.
           MOVE W-CANT-REVERTIDOS TO LT-CANTIDAD.
           MOVE W-TOTAL-REVERTIDO TO LT-IMPORTE.
           MOVE W-TOTAL-GASTOS    TO LT-GASTOS.
           MOVE "T"           TO PIM-ACCION.
           MOVE LINEA-TOTALES TO PIM-LINEA.
           CALL "IMPRESOR" USING PARAMETROS-IMPRESOR.
           DISPLAY "RECIBOS REVERTIDOS.: " W-CANT-REVERTIDOS.
           DISPLAY "EXCEPCIONES........: " W-CANT-EXCEPCIONES.
           DISPLAY "IMPORTE REVERTIDO..: " W-TOTAL-REVERTIDO.
           DISPLAY "GASTOS CARGADOS....: " W-TOTAL-GASTOS.

       F-INFORMO-TOTALES.
           EXIT.

       END PROGRAM "RECHCOB".
