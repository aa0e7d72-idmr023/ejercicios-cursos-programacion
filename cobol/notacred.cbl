      *           journaliza en MOVIMIENTOS con origen NC + factura
      *           para que el extracto muestre las notas distintas de
      *           los pagos. Las notas rechazadas van a un informe con
      *           el motivo y el proceso continúa. Cada nota aplicada
      *           queda en el registro NOTAS-CREDITO con el neto y el
      *           impuesto por tasa (el que trae la línea o, si no lo
      *           trae, el de la factura prorrateado) para el libro
      *           IVA ventas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                  RECORD KEY IS TCA-CLAVE
                  STATUS ST-FILE-TCA.

           SELECT OPTIONAL NOTAS-CREDITO ASSIGN TO "./notascred.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS NCR-CLAVE
                  STATUS ST-FILE-NCR.

           SELECT RECHAZOS ASSIGN TO "./notascred_rechazos.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-REC.

           COPY "regtca.cpy".

       FD  NOTAS-CREDITO.

           COPY "regncr.cpy".

       FD  RECHAZOS.

       01  LINEA-RECHAZOS           PIC X(80).
       01  ST-FILE-FAC PIC XX.
       01  ST-FILE-TCA PIC XX.
       01  ST-FILE-REC PIC XX.
       01  ST-FILE-NCR PIC XX.
       01  X           PIC X.

           COPY "regcsv.cpy".
           88  TASA-OK              VALUE "S".
           88  TASA-FALTANTE        VALUE "N".

       01  W-SUMA-IVA        PIC S9(9)V9(3).
       01  IDX-IVA           PIC 9.
       01  IDX-IVA-ULTIMO    PIC 9.

       01  W-MOTIVO-RECHAZO  PIC X(30).
       01  W-MARGEN-CREDITO  PIC S9(9)V9(3).

           IF ST-FILE-TCA > "07"
              DISPLAY "ERROR ABRIENDO CAMBIOS - ST " ST-FILE-TCA
              ACCEPT X.
           OPEN I-O NOTAS-CREDITO.
           IF ST-FILE-NCR > "07"
              DISPLAY "ERROR ABRIENDO NOTAS-CREDITO - ST " ST-FILE-NCR
              ACCEPT X.
           OPEN OUTPUT RECHAZOS.
           IF ST-FILE-REC > "07"
              DISPLAY "ERROR ABRIENDO RECHAZOS - ST " ST-FILE-REC
           CLOSE MOVIMIENTOS.
           CLOSE FACTURAS.
           CLOSE CAMBIOS.
           CLOSE NOTAS-CREDITO.
           CLOSE RECHAZOS.

       LEO-NOTA.
              AT END
                 CONTINUE
              NOT AT END
      *          Una línea vieja de menos campos no pisa CSV-MONEDA,
      *          CSV-VENDEDOR ni el detalle de IVA: hay que
      *          blanquearlos para que no quede lo de la línea
      *          anterior.
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
                         CSV-NETO (3), CSV-IMPUESTO (3), CSV-TASA (3)
           END-READ.

       F-LEO-NOTA.
           IF W-IMPORTE-NC > W-MARGEN-CREDITO
              MOVE "EXCEDE LO FACTURADO" TO W-MOTIVO-RECHAZO
              GO TO RECHAZO-NOTA.
           PERFORM ARMO-IVA-NOTA THRU F-ARMO-IVA-NOTA.
           IF W-MOTIVO-RECHAZO NOT = SPACES
              GO TO RECHAZO-NOTA.
           PERFORM GRABO-NOTA THRU F-GRABO-NOTA.
           GO TO F-APLICO-NOTA.

       F-CONVIERTO-IMPORTE.
           EXIT.

      *----------------------------------------------------------------
      * ARMO-IVA-NOTA: arma el detalle de IVA de la nota. Si la línea
      * lo trae, neto más impuesto debe dar el importe de la línea
      * (si no, la nota se rechaza); en moneda extranjera se convierte
      * con la tasa de CAMBIOS y el redondeo se absorbe en el impuesto
      * del último grupo. Si la línea no lo trae, se prorratea el
      * detalle de la factura acreditada en la proporción de la nota
      * sobre el importe facturado. Factura sin detalle, nota sin
      * detalle.
      *----------------------------------------------------------------
       ARMO-IVA-NOTA.
           MOVE SPACES TO REG-NOTAS-CREDITO.
           MOVE "N" TO NCR-IVA-INFORMADO.
           MOVE 0   TO W-SUMA-IVA.
           MOVE 0   TO IDX-IVA-ULTIMO.
           PERFORM LIMPIO-IVA THRU F-LIMPIO-IVA
              VARYING IDX-IVA FROM 1 BY 1 UNTIL IDX-IVA > 3.
           IF CSV-NETO (1) = SPACES
              GO TO PRORRATEO-IVA.
           PERFORM SUMO-IVA-LINEA THRU F-SUMO-IVA-LINEA
              VARYING IDX-IVA FROM 1 BY 1 UNTIL IDX-IVA > 3.
           IF W-MOTIVO-RECHAZO NOT = SPACES
              GO TO F-ARMO-IVA-NOTA.
           IF W-SUMA-IVA NOT = CSV-IMPORTE-9 OR IDX-IVA-ULTIMO = 0
              MOVE "DETALLE IVA NO CUADRA" TO W-MOTIVO-RECHAZO
              GO TO F-ARMO-IVA-NOTA.
           MOVE 0 TO W-SUMA-IVA.
           PERFORM PASO-IVA-LINEA THRU F-PASO-IVA-LINEA
              VARYING IDX-IVA FROM 1 BY 1 UNTIL IDX-IVA > 3.
           GO TO AJUSTO-REDONDEO.

       PRORRATEO-IVA.
           IF NOT FAC-CON-IVA OR FAC-IMPORTE = 0
              GO TO F-ARMO-IVA-NOTA.
           PERFORM PRORRATEO-GRUPO THRU F-PRORRATEO-GRUPO
              VARYING IDX-IVA FROM 1 BY 1 UNTIL IDX-IVA > 3.
           IF IDX-IVA-ULTIMO = 0
              GO TO F-ARMO-IVA-NOTA.

       AJUSTO-REDONDEO.
           MOVE "S" TO NCR-IVA-INFORMADO.
           COMPUTE NCR-IVA-IMPUESTO (IDX-IVA-ULTIMO) =
              NCR-IVA-IMPUESTO (IDX-IVA-ULTIMO) +
              W-IMPORTE-NC - W-SUMA-IVA.

       F-ARMO-IVA-NOTA.
           EXIT.

       LIMPIO-IVA.
           MOVE 0 TO NCR-IVA-TASA (IDX-IVA).
           MOVE 0 TO NCR-IVA-NETO (IDX-IVA).
           MOVE 0 TO NCR-IVA-IMPUESTO (IDX-IVA).

       F-LIMPIO-IVA.
           EXIT.

       SUMO-IVA-LINEA.
           IF CSV-NETO (IDX-IVA) = SPACES AND
              CSV-IMPUESTO (IDX-IVA) = SPACES
              GO TO F-SUMO-IVA-LINEA.
           IF CSV-NETO-9 (IDX-IVA) NOT NUMERIC OR
              CSV-IMPUESTO-9 (IDX-IVA) NOT NUMERIC OR
              CSV-TASA-9 (IDX-IVA) NOT NUMERIC
              MOVE "DETALLE IVA NO NUMERICO" TO W-MOTIVO-RECHAZO
              GO TO F-SUMO-IVA-LINEA.
           IF CSV-NETO-9 (IDX-IVA) = 0 AND
              CSV-IMPUESTO-9 (IDX-IVA) = 0
              GO TO F-SUMO-IVA-LINEA.
           MOVE IDX-IVA TO IDX-IVA-ULTIMO.
           ADD CSV-NETO-9 (IDX-IVA)     TO W-SUMA-IVA.
           ADD CSV-IMPUESTO-9 (IDX-IVA) TO W-SUMA-IVA.

       F-SUMO-IVA-LINEA.
           EXIT.

       PASO-IVA-LINEA.
           IF CSV-NETO (IDX-IVA) = SPACES AND
              CSV-IMPUESTO (IDX-IVA) = SPACES
              GO TO F-PASO-IVA-LINEA.
           MOVE CSV-TASA-9 (IDX-IVA) TO NCR-IVA-TASA (IDX-IVA).
           IF CSV-MONEDA-LOCAL
              MOVE CSV-NETO-9 (IDX-IVA) TO NCR-IVA-NETO (IDX-IVA)
              MOVE CSV-IMPUESTO-9 (IDX-IVA)
                 TO NCR-IVA-IMPUESTO (IDX-IVA)
           ELSE
              COMPUTE NCR-IVA-NETO (IDX-IVA) ROUNDED =
                 CSV-NETO-9 (IDX-IVA) * TCA-TASA
              COMPUTE NCR-IVA-IMPUESTO (IDX-IVA) ROUNDED =
                 CSV-IMPUESTO-9 (IDX-IVA) * TCA-TASA
           END-IF.
           ADD NCR-IVA-NETO (IDX-IVA)     TO W-SUMA-IVA.
           ADD NCR-IVA-IMPUESTO (IDX-IVA) TO W-SUMA-IVA.

       F-PASO-IVA-LINEA.
           EXIT.

       PRORRATEO-GRUPO.
           IF FAC-IVA-NETO (IDX-IVA) = 0 AND
              FAC-IVA-IMPUESTO (IDX-IVA) = 0
              GO TO F-PRORRATEO-GRUPO.
           MOVE IDX-IVA TO IDX-IVA-ULTIMO.
           MOVE FAC-IVA-TASA (IDX-IVA) TO NCR-IVA-TASA (IDX-IVA).
           COMPUTE NCR-IVA-NETO (IDX-IVA) ROUNDED =
              FAC-IVA-NETO (IDX-IVA) * W-IMPORTE-NC / FAC-IMPORTE.
           COMPUTE NCR-IVA-IMPUESTO (IDX-IVA) ROUNDED =
              FAC-IVA-IMPUESTO (IDX-IVA) * W-IMPORTE-NC / FAC-IMPORTE.
           ADD NCR-IVA-NETO (IDX-IVA)     TO W-SUMA-IVA.
           ADD NCR-IVA-IMPUESTO (IDX-IVA) TO W-SUMA-IVA.

       F-PRORRATEO-GRUPO.
           EXIT.

      *----------------------------------------------------------------
      * GRABO-NOTA: baja el saldo del cliente, deja la aplicación en
      * MOVIMIENTOS con origen NC + factura, actualiza lo acreditado
      * y el saldo pendiente de la factura (sin dejarlo negativo) y
      * registra la nota con su detalle de IVA en NOTAS-CREDITO.
      *----------------------------------------------------------------
       GRABO-NOTA.
           MOVE CLI_SALDO TO W-SALDO-ANTERIOR.
              FAC-SALDO-PENDIENTE > 0
              IF W-IMPORTE-NC NOT < FAC-SALDO-PENDIENTE
                 MOVE 0 TO FAC-SALDO-PENDIENTE
                 MOVE W-FECHA-PROCESO TO FAC-FECHA-CANCELACION
              ELSE
                 SUBTRACT W-IMPORTE-NC FROM FAC-SALDO-PENDIENTE
              END-IF
              DISPLAY "ERROR REGRABANDO FACTURA " FAC-NROFACTURA
                 " - ST " ST-FILE-FAC
              ACCEPT X.
           PERFORM REGISTRO-NOTA THRU F-REGISTRO-NOTA.
           ADD 1 TO W-CANT-APLICADAS.
           ADD W-IMPORTE-NC TO W-TOTAL-ACREDITADO.

       F-REINTENTO-SECUENCIA.
           EXIT.

      *----------------------------------------------------------------
      * REGISTRO-NOTA: graba la nota en NOTAS-CREDITO; como con los
      * asientos, una segunda nota del mismo día contra la misma
      * factura toma la secuencia siguiente.
      *----------------------------------------------------------------
       REGISTRO-NOTA.
           MOVE CSV-NROFACTURA  TO NCR-NROFACTURA.
           MOVE W-FECHA-PROCESO TO NCR-FECHA.
           MOVE CSV-CLI-ID      TO NCR-CLI-ID.
           MOVE CSV-FECHA       TO NCR-FECHA-NOTA.
           MOVE CSV-MONEDA      TO NCR-MONEDA.
           MOVE W-IMPORTE-NC    TO NCR-IMPORTE.
           MOVE 1 TO NCR-SECUENCIA.
           WRITE REG-NOTAS-CREDITO.
           PERFORM REINTENTO-NOTA THRU F-REINTENTO-NOTA
              UNTIL ST-FILE-NCR NOT = "22".
           IF ST-FILE-NCR > "07"
              DISPLAY "ERROR GRABANDO NOTA DE CREDITO - ST "
                 ST-FILE-NCR
              ACCEPT X.

       F-REGISTRO-NOTA.
           EXIT.

       REINTENTO-NOTA.
           ADD 1 TO NCR-SECUENCIA.
           WRITE REG-NOTAS-CREDITO.

       F-REINTENTO-NOTA.
           EXIT.

       GRABO-RECHAZO.
           ADD 1 TO W-CANT-RECHAZADAS.
           MOVE CSV-NROFACTURA   TO LR-NROFACTURA.
