      * Purpose:  Lector de la tarjeta de control de los procesos
      *           batch: carga en el área PARAMTAR los parámetros de
      *           la corrida (fecha, período, nombres de fichero,
      *           total y cantidad de control, modo, porcentajes de
      *           previsión de incobrables) desde
      *           ./tarjeta.ctl, una línea CLAVE=VALOR por parámetro.
      *           Si la tarjeta no existe deja TAR-AUSENTE, y cada
      *           proceso sigue con sus valores de siempre. Se lo
                   MOVE W-VALOR TO TAR-CANT-REGISTROS-X
               WHEN "MODO"
                   MOVE W-VALOR TO TAR-MODO-INTERES
               WHEN "PREVISION"
                   MOVE W-VALOR TO TAR-PREVISION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
