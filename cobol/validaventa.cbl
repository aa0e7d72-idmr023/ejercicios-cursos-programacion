      *           reporta facturas con CLI_ID inexistente y cuadra el
      *           total de CSV-IMPORTE contra un total de control dado
      *           por el operador, antes de dejar correr la posteo.
      *           Las líneas que traen detalle de IVA deben traerlo
      *           numérico y con neto más impuesto igual al importe.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  W-TOTAL-CALCULADO   PIC S9(9)V99  VALUE 0.
       01  W-DIFERENCIA        PIC S9(9)V99.
       01  W-CANT-EXCEPCIONES  PIC 9(05)     VALUE 0.
       01  W-SUMA-IVA          PIC S9(9)V99.
       01  IDX-IVA             PIC 9.

       01  W-DETALLE-IVA       PIC X.
           88  DETALLE-IVA-MALO     VALUE "N".

       01  LINEA-DETALLE-EXC.
           02  LE-NROFACTURA   PIC 9(08).
           02  FILLER          PIC X(10) VALUE " NO EXISTE".
           02  FILLER          PIC X(49) VALUE SPACES.

       01  LINEA-DETALLE-IVA.
           02  LI-NROFACTURA   PIC 9(08).
           02  FILLER          PIC X(33)
               VALUE " DETALLE DE IVA NO CUADRA: SUMA ".
           02  LI-SUMA         PIC -(8)9,99.
           02  FILLER          PIC X(09) VALUE " IMPORTE ".
           02  LI-IMPORTE      PIC -(8)9,99.
           02  FILLER          PIC X(06) VALUE SPACES.

       PROCEDURE DIVISION.
       PABLO.
           PERFORM LEO-TARJETA-CONTROL THRU F-LEO-TARJETA-CONTROL.
       LEO-VENTA.
           READ ARCHIVO-CSV INTO TEXTO-CSV.
           IF ST-FILE-CSV NOT = "10"
      *       Una línea vieja de menos campos no pisa CSV-MONEDA,
      *       CSV-VENDEDOR ni el detalle de IVA: hay que blanquearlos
      *       para que no quede lo de la línea anterior.
              MOVE SPACES TO CSV-MONEDA
              MOVE SPACES TO CSV-VENDEDOR
              MOVE SPACES TO CSV-DETALLE-IVA
              UNSTRING TEXTO-CSV DELIMITED BY ";"
                 INTO CSV-FECHA,
                      CSV-IMPORTE,
                      CSV-NROFACTURA,
                      CSV-CLI-ID,
                      CSV-MONEDA,
                      CSV-VENDEDOR,
                      CSV-NETO (1), CSV-IMPUESTO (1), CSV-TASA (1),
                      CSV-NETO (2), CSV-IMPUESTO (2), CSV-TASA (2),
                      CSV-NETO (3), CSV-IMPUESTO (3), CSV-TASA (3).

       F-LEO-VENTA.
           EXIT.
      * CSV-CLI-ID exista en CLIENTES, que, si la línea viene en
      * moneda extranjera, haya tasa cargada en CAMBIOS para la
      * moneda y la fecha de la factura, y que el vendedor, si viene
      * cargado, exista en el maestro VENDEDORES. Si la línea trae
      * detalle de IVA, neto más impuesto de todos los grupos debe
      * dar el importe.
      *----------------------------------------------------------------
       VALIDO-LINEA.
           ADD 1 TO W-CANT-LEIDAS.
                    THRU F-GRABO-EXCEPCION-VEND
              END-IF
           END-IF.
           IF CSV-NETO (1) NOT = SPACES
              PERFORM VALIDO-IVA THRU F-VALIDO-IVA.

       F-VALIDO-LINEA.
           EXIT.

      *----------------------------------------------------------------
      * VALIDO-IVA: suma neto e impuesto de los grupos de IVA; un
      * campo no numérico o una suma distinta del importe es
      * excepción.
      *----------------------------------------------------------------
       VALIDO-IVA.
           MOVE 0   TO W-SUMA-IVA.
           MOVE "S" TO W-DETALLE-IVA.
           PERFORM SUMO-IVA THRU F-SUMO-IVA
              VARYING IDX-IVA FROM 1 BY 1 UNTIL IDX-IVA > 3.
           IF DETALLE-IVA-MALO OR W-SUMA-IVA NOT = CSV-IMPORTE-9
              PERFORM GRABO-EXCEPCION-IVA THRU F-GRABO-EXCEPCION-IVA.

       F-VALIDO-IVA.
           EXIT.

       SUMO-IVA.
           IF CSV-NETO (IDX-IVA) = SPACES AND
              CSV-IMPUESTO (IDX-IVA) = SPACES
              GO TO F-SUMO-IVA.
           IF CSV-NETO-9 (IDX-IVA) NOT NUMERIC OR
              CSV-IMPUESTO-9 (IDX-IVA) NOT NUMERIC OR
              CSV-TASA-9 (IDX-IVA) NOT NUMERIC
              MOVE "N" TO W-DETALLE-IVA
              GO TO F-SUMO-IVA.
           ADD CSV-NETO-9 (IDX-IVA)     TO W-SUMA-IVA.
           ADD CSV-IMPUESTO-9 (IDX-IVA) TO W-SUMA-IVA.

       F-SUMO-IVA.
           EXIT.

       GRABO-EXCEPCION-IVA.
           ADD 1 TO W-CANT-EXCEPCIONES.
           MOVE CSV-NROFACTURA TO LI-NROFACTURA.
           MOVE W-SUMA-IVA     TO LI-SUMA.
           MOVE CSV-IMPORTE-9  TO LI-IMPORTE.
           WRITE LINEA-EXCEPCIONES FROM LINEA-DETALLE-IVA.

       F-GRABO-EXCEPCION-IVA.
           EXIT.

       GRABO-EXCEPCION.
           ADD 1 TO W-CANT-EXCEPCIONES.
           MOVE CSV-NROFACTURA TO LE-NROFACTURA.
