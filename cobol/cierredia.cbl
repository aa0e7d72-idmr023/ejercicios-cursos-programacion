      * Purpose:  Cierre diario de la cadena batch: para la fecha de
      *           proceso imprime la hoja de control del día con cada
      *           paso de la cadena (facturas posteadas, duplicados,
      *           rechazos por crédito, cheques diferidos liberados,
      *           recibos aplicados, recibos rechazados por el banco,
      *           notas de crédito, devoluciones de saldos a favor,
      *           castigos de incobrables, interfaz con el mayor) y
      *           la cantidad de líneas journalizadas en MOVIMIENTOS,
      *           marcando todo paso obligatorio que no corrió. Si
      *           ningún paso quedó en curso, asienta el CIERRE de la
      *           fecha en el fichero de corridas; hasta ese cierre
      *           los posteos se niegan a arrancar para una fecha
      *           nueva.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  W-CANT-MOV-DIA    PIC 9(07) VALUE 0.
       01  W-CANT-SIN-CORRER PIC 9(02) VALUE 0.

       01  IDX-PASO          PIC 99.

      *----------------------------------------------------------------
      * TABLA-PASOS: los pasos esperados de la cadena nocturna, en el
      * orden en que corren; el último byte marca si el paso es
      * obligatorio (las notas de crédito sólo corren cuando hay
      * devoluciones de mercadería, la liberación de cheques cuando
      * hay cartera de cheques diferidos, los rechazos de cobros
      * cuando el banco devuelve recibos, las devoluciones de saldos
      * a favor cuando tesorería las aprueba y los castigos de
      * incobrables cuando créditos los aprueba; su ausencia no se
      * marca, como tampoco la de la interfaz con el mayor, que sólo
      * corre donde contabilidad tiene cargadas sus cuentas).
      *----------------------------------------------------------------
       01  TABLA-PASOS.
           02  FILLER PIC X(13) VALUE "VALIDAVENTA S".
           02  FILLER PIC X(13) VALUE "POSTVENTAS  S".
           02  FILLER PIC X(13) VALUE "NOTACRED    N".
           02  FILLER PIC X(13) VALUE "CHEQUES     N".
           02  FILLER PIC X(13) VALUE "COBRANZA    S".
           02  FILLER PIC X(13) VALUE "RECHAZOS    N".
           02  FILLER PIC X(13) VALUE "DEVOLUCION  N".
           02  FILLER PIC X(13) VALUE "CASTIGO     N".
           02  FILLER PIC X(13) VALUE "INTERFAZGL  N".
           02  FILLER PIC X(13) VALUE "AUDITORIA   S".

       01  TABLA-PASOS-R REDEFINES TABLA-PASOS.
           02  PASO-ITEM OCCURS 10 TIMES.
               03  TP-PROCESO       PIC X(12).
               03  TP-OBLIGATORIO   PIC X.
                   88  PASO-OBLIGATORIO VALUE "S".
           PERFORM CUENTO-MOVIMIENTOS THRU F-CUENTO-MOVIMIENTOS.
           PERFORM ABRO-LISTADO.
           PERFORM INFORMO-PASO THRU F-INFORMO-PASO
              VARYING IDX-PASO FROM 1 BY 1 UNTIL IDX-PASO > 10.
           PERFORM INFORMO-RESULTADO THRU F-INFORMO-RESULTADO.
           PERFORM CIERRO-LISTADO.
           IF HAY-PASO-EN-CURSO
