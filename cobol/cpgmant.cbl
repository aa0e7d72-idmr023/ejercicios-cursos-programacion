      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Mantenimiento (alta/baja/consulta) del maestro de
      *           CONDICIONES de pago (código, descripción y hasta
      *           cuatro vencimientos con días y porcentaje), usado por
      *           el alta/cambio de CLIENTES para validar
      *           CLI_CONDICION_PAGO y por el posteo de ventas para
      *           estampar los vencimientos de cada factura.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CPGMANT".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CONDICIONES ASSIGN TO "./condpago.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CPG-CODIGO
                  STATUS ST-FILE.

       DATA DIVISION.
       FILE SECTION.

       FD  CONDICIONES.

           COPY "regcpg.cpy".

       WORKING-STORAGE SECTION.

       01  ST-FILE      PIC XX.
       01  X            PIC X.

       01  OPCION       PIC 9.
       01  FIN-MENU     PIC X     VALUE "N".
           88  TERMINAR-MENU      VALUE "S".

       01  IDX-CUOTA    PIC 9.
       01  W-SUMA-PORCENTAJE PIC 9(05)V99.

       PROCEDURE DIVISION.
       PABLO.
           PERFORM ABRO-ARCHIVOS.
           PERFORM PROCESO-MENU THRU F-PROCESO-MENU
              UNTIL TERMINAR-MENU.
           PERFORM CIERRO-ARCHIVOS.
           STOP RUN.

       ABRO-ARCHIVOS.
           OPEN I-O CONDICIONES.
           IF ST-FILE > "07"
              DISPLAY "ERROR ABRIENDO EL ARCHIVO"
              ACCEPT X.

       CIERRO-ARCHIVOS.
           CLOSE CONDICIONES.

      *----------------------------------------------------------------
      * PROCESO-MENU: pide la opción de mantenimiento y la despacha.
      *----------------------------------------------------------------
       PROCESO-MENU.
           DISPLAY " ".
           DISPLAY "1-ALTA  2-BAJA  3-CONSULTA  4-FIN".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT OPCION.
           EVALUATE OPCION
               WHEN 1
                   PERFORM ALTA-CONDICION THRU F-ALTA-CONDICION
               WHEN 2
                   PERFORM BAJA-CONDICION THRU F-BAJA-CONDICION
               WHEN 3
                   PERFORM CONSULTA-CONDICION
                      THRU F-CONSULTA-CONDICION
               WHEN 4
                   MOVE "S" TO FIN-MENU
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       F-PROCESO-MENU.
           EXIT.

      *----------------------------------------------------------------
      * ALTA-CONDICION: da de alta una condición de pago con sus
      * vencimientos; los porcentajes tienen que sumar 100.
      *----------------------------------------------------------------
       ALTA-CONDICION.
           INITIALIZE REG-CONDICIONES.
           DISPLAY "CODIGO (***=CANCELA): " WITH NO ADVANCING.
           ACCEPT CPG-CODIGO.
           IF CPG-CODIGO = "***"
              GO TO F-ALTA-CONDICION.
           DISPLAY "DESCRIPCION.........: " WITH NO ADVANCING.
           ACCEPT CPG-DESCRIPCION.
           DISPLAY "CANTIDAD DE VENCIMIENTOS (1 A 4): "
              WITH NO ADVANCING.
           ACCEPT CPG-CANT-CUOTAS.
           IF CPG-CANT-CUOTAS < 1 OR CPG-CANT-CUOTAS > 4
              DISPLAY "CANTIDAD INVALIDA - ALTA CANCELADA"
              GO TO F-ALTA-CONDICION.
           MOVE 0 TO W-SUMA-PORCENTAJE.
           PERFORM PIDO-CUOTA THRU F-PIDO-CUOTA
              VARYING IDX-CUOTA FROM 1 BY 1
              UNTIL IDX-CUOTA > CPG-CANT-CUOTAS.
           IF W-SUMA-PORCENTAJE NOT = 100
              DISPLAY "LOS PORCENTAJES NO SUMAN 100 - ALTA CANCELADA"
              GO TO F-ALTA-CONDICION.
           WRITE REG-CONDICIONES.
           IF ST-FILE > "07"
              DISPLAY "ERROR GRABANDO EL ARCHIVO - ST-FILE " ST-FILE
              ACCEPT X.

       F-ALTA-CONDICION.
           EXIT.

       PIDO-CUOTA.
           DISPLAY "VENCIMIENTO " IDX-CUOTA " - DIAS......: "
              WITH NO ADVANCING.
           ACCEPT CPG-DIAS (IDX-CUOTA).
           DISPLAY "VENCIMIENTO " IDX-CUOTA " - PORCENTAJE: "
              WITH NO ADVANCING.
           ACCEPT CPG-PORCENTAJE (IDX-CUOTA).
           ADD CPG-PORCENTAJE (IDX-CUOTA) TO W-SUMA-PORCENTAJE.

       F-PIDO-CUOTA.
           EXIT.

      *----------------------------------------------------------------
      * BAJA-CONDICION: elimina una condición de pago del maestro. Los
      * clientes que la tengan cargada pasan a postear como contado.
      *----------------------------------------------------------------
       BAJA-CONDICION.
           DISPLAY "CODIGO A BORRAR.....: " WITH NO ADVANCING.
           ACCEPT CPG-CODIGO.
           READ CONDICIONES KEY IS CPG-CODIGO.
           IF ST-FILE NOT = "00"
              DISPLAY "CONDICION NO ENCONTRADA - ST-FILE " ST-FILE
              GO TO F-BAJA-CONDICION.
           DELETE CONDICIONES RECORD.
           IF ST-FILE > "07"
              DISPLAY "ERROR BORRANDO EL REGISTRO - ST-FILE " ST-FILE
              ACCEPT X.

       F-BAJA-CONDICION.
           EXIT.

      *----------------------------------------------------------------
      * CONSULTA-CONDICION: muestra la descripción y los vencimientos
      * de una condición de pago.
      *----------------------------------------------------------------
       CONSULTA-CONDICION.
           DISPLAY "CODIGO A CONSULTAR..: " WITH NO ADVANCING.
           ACCEPT CPG-CODIGO.
           READ CONDICIONES KEY IS CPG-CODIGO.
           IF ST-FILE NOT = "00"
              DISPLAY "CONDICION NO ENCONTRADA - ST-FILE " ST-FILE
              GO TO F-CONSULTA-CONDICION.
           DISPLAY "DESCRIPCION: " CPG-DESCRIPCION.
           PERFORM MUESTRO-CUOTA THRU F-MUESTRO-CUOTA
              VARYING IDX-CUOTA FROM 1 BY 1
              UNTIL IDX-CUOTA > CPG-CANT-CUOTAS.

       F-CONSULTA-CONDICION.
           EXIT.

       MUESTRO-CUOTA.
           DISPLAY "VENCIMIENTO " IDX-CUOTA ": " CPG-DIAS (IDX-CUOTA)
              " DIAS - " CPG-PORCENTAJE (IDX-CUOTA) " %".

       F-MUESTRO-CUOTA.
           EXIT.

       END PROGRAM "CPGMANT".
