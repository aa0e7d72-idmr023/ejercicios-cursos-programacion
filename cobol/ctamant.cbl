      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Mantenimiento (alta/baja/consulta/cambio) del maestro
      *           de CUENTAS contables de la interfaz con el mayor:
      *           por concepto de movimiento y moneda, la cuenta de
      *           deudores y la de contrapartida que usa la interfaz
      *           para armar los asientos del día.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CTAMANT".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CUENTAS ASSIGN TO "./cuentas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CTA-CLAVE
                  STATUS ST-FILE.

       DATA DIVISION.
       FILE SECTION.

       FD  CUENTAS.

           COPY "regcta.cpy".

       WORKING-STORAGE SECTION.

       01  ST-FILE      PIC XX.
       01  X            PIC X.

       01  OPCION       PIC 9.
       01  FIN-MENU     PIC X     VALUE "N".
           88  TERMINAR-MENU      VALUE "S".

      *----------------------------------------------------------------
      * TABLA-CONCEPTOS: los conceptos que arma la interfaz con el
      * mayor; no se acepta dar de alta una cuenta para otro.
      *----------------------------------------------------------------
       01  TABLA-CONCEPTOS.
           02  FILLER PIC X(08) VALUE "FACTURA".
           02  FILLER PIC X(08) VALUE "FACTURME".
           02  FILLER PIC X(08) VALUE "RECIBO".
           02  FILLER PIC X(08) VALUE "NOTACRED".
           02  FILLER PIC X(08) VALUE "NOTACRME".
           02  FILLER PIC X(08) VALUE "INTERES".
           02  FILLER PIC X(08) VALUE "MANUAL".
           02  FILLER PIC X(08) VALUE "DEVOLUC".
           02  FILLER PIC X(08) VALUE "RECHAZO".
           02  FILLER PIC X(08) VALUE "GASTORCH".
           02  FILLER PIC X(08) VALUE "CASTIGO".
           02  FILLER PIC X(08) VALUE "FUSION".
           02  FILLER PIC X(08) VALUE "OTROS".
       01  TABLA-CONCEPTOS-R REDEFINES TABLA-CONCEPTOS.
           02  TCO-CONCEPTO PIC X(08) OCCURS 13 TIMES.

       01  IDX-CON      PIC 99.
       01  W-CONCEPTO-VALIDO PIC X.
           88  CONCEPTO-VALIDO    VALUE "S".

       PROCEDURE DIVISION.
       PABLO.
           PERFORM ABRO-ARCHIVOS.
           PERFORM PROCESO-MENU THRU F-PROCESO-MENU
              UNTIL TERMINAR-MENU.
           PERFORM CIERRO-ARCHIVOS.
           STOP RUN.

       ABRO-ARCHIVOS.
           OPEN I-O CUENTAS.
           IF ST-FILE > "07"
              DISPLAY "ERROR ABRIENDO EL ARCHIVO"
              ACCEPT X.

       CIERRO-ARCHIVOS.
           CLOSE CUENTAS.

      *----------------------------------------------------------------
      * PROCESO-MENU: pide la opción de mantenimiento y la despacha.
      *----------------------------------------------------------------
       PROCESO-MENU.
           DISPLAY " ".
           DISPLAY "1-ALTA  2-BAJA  3-CONSULTA  4-CAMBIO  5-FIN".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT OPCION.
           EVALUATE OPCION
               WHEN 1
                   PERFORM ALTA-CUENTA THRU F-ALTA-CUENTA
               WHEN 2
                   PERFORM BAJA-CUENTA THRU F-BAJA-CUENTA
               WHEN 3
                   PERFORM CONSULTA-CUENTA THRU F-CONSULTA-CUENTA
               WHEN 4
                   PERFORM CAMBIO-CUENTA THRU F-CAMBIO-CUENTA
               WHEN 5
                   MOVE "S" TO FIN-MENU
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       F-PROCESO-MENU.
           EXIT.

       PIDO-CLAVE.
           DISPLAY "CONCEPTO (***=CANCELA): " WITH NO ADVANCING.
           ACCEPT CTA-CONCEPTO.
           IF CTA-CONCEPTO = "***"
              GO TO F-PIDO-CLAVE.
           DISPLAY "MONEDA (VACIO=TODAS)..: " WITH NO ADVANCING.
           ACCEPT CTA-MONEDA.

       F-PIDO-CLAVE.
           EXIT.

      *----------------------------------------------------------------
      * ALTA-CUENTA: da de alta las cuentas de un concepto conocido
      * por la interfaz, para una moneda o para todas.
      *----------------------------------------------------------------
       ALTA-CUENTA.
           INITIALIZE REG-CUENTAS.
           PERFORM PIDO-CLAVE THRU F-PIDO-CLAVE.
           IF CTA-CONCEPTO = "***"
              GO TO F-ALTA-CUENTA.
           MOVE "N" TO W-CONCEPTO-VALIDO.
           PERFORM VALIDO-CONCEPTO THRU F-VALIDO-CONCEPTO
              VARYING IDX-CON FROM 1 BY 1
              UNTIL IDX-CON > 13 OR CONCEPTO-VALIDO.
           IF NOT CONCEPTO-VALIDO
              DISPLAY "CONCEPTO DESCONOCIDO - ALTA CANCELADA"
              GO TO F-ALTA-CUENTA.
           PERFORM PIDO-DATOS THRU F-PIDO-DATOS.
           WRITE REG-CUENTAS.
           IF ST-FILE > "07"
              DISPLAY "ERROR GRABANDO EL ARCHIVO - ST-FILE " ST-FILE
              ACCEPT X.

       F-ALTA-CUENTA.
           EXIT.

       VALIDO-CONCEPTO.
           IF TCO-CONCEPTO (IDX-CON) = CTA-CONCEPTO
              MOVE "S" TO W-CONCEPTO-VALIDO.

       F-VALIDO-CONCEPTO.
           EXIT.

       PIDO-DATOS.
           DISPLAY "DESCRIPCION...........: " WITH NO ADVANCING.
           ACCEPT CTA-DESCRIPCION.
           DISPLAY "CUENTA DEUDORES.......: " WITH NO ADVANCING.
           ACCEPT CTA-DEUDORES.
           DISPLAY "CUENTA CONTRAPARTIDA..: " WITH NO ADVANCING.
           ACCEPT CTA-CONTRAPARTIDA.

       F-PIDO-DATOS.
           EXIT.

      *----------------------------------------------------------------
      * BAJA-CUENTA: elimina las cuentas de un concepto y moneda; la
      * interfaz se niega a armar el día si un concepto usado queda
      * sin cuentas.
      *----------------------------------------------------------------
       BAJA-CUENTA.
           PERFORM PIDO-CLAVE THRU F-PIDO-CLAVE.
           IF CTA-CONCEPTO = "***"
              GO TO F-BAJA-CUENTA.
           READ CUENTAS KEY IS CTA-CLAVE.
           IF ST-FILE NOT = "00"
              DISPLAY "CUENTA NO ENCONTRADA - ST-FILE " ST-FILE
              GO TO F-BAJA-CUENTA.
           DELETE CUENTAS RECORD.
           IF ST-FILE > "07"
              DISPLAY "ERROR BORRANDO EL REGISTRO - ST-FILE " ST-FILE
              ACCEPT X.

       F-BAJA-CUENTA.
           EXIT.

       CONSULTA-CUENTA.
           PERFORM PIDO-CLAVE THRU F-PIDO-CLAVE.
           IF CTA-CONCEPTO = "***"
              GO TO F-CONSULTA-CUENTA.
           READ CUENTAS KEY IS CTA-CLAVE.
           IF ST-FILE NOT = "00"
              DISPLAY "CUENTA NO ENCONTRADA - ST-FILE " ST-FILE
              GO TO F-CONSULTA-CUENTA.
           DISPLAY "DESCRIPCION.....: " CTA-DESCRIPCION.
           DISPLAY "DEUDORES........: " CTA-DEUDORES.
           DISPLAY "CONTRAPARTIDA...: " CTA-CONTRAPARTIDA.

       F-CONSULTA-CUENTA.
           EXIT.

       CAMBIO-CUENTA.
           PERFORM PIDO-CLAVE THRU F-PIDO-CLAVE.
           IF CTA-CONCEPTO = "***"
              GO TO F-CAMBIO-CUENTA.
           READ CUENTAS KEY IS CTA-CLAVE.
           IF ST-FILE NOT = "00"
              DISPLAY "CUENTA NO ENCONTRADA - ST-FILE " ST-FILE
              GO TO F-CAMBIO-CUENTA.
           PERFORM PIDO-DATOS THRU F-PIDO-DATOS.
           REWRITE REG-CUENTAS.
           IF ST-FILE > "07"
              DISPLAY "ERROR GRABANDO EL ARCHIVO - ST-FILE " ST-FILE
              ACCEPT X.

       F-CAMBIO-CUENTA.
           EXIT.

       END PROGRAM "CTAMANT".
