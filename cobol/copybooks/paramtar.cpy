      *     CANTIDAD=9999999      líneas esperadas en ventas, siete
      *                           dígitos
      *     MODO=X                modo del proceso de intereses (S/R)
      *     PREVISION=p,p,p,p,p   porcentajes enteros de previsión de
      *                           incobrables: sin vencer, 30, 60,
      *                           90+ días y clientes en legales
      * Sin tarjeta los procesos siguen pidiendo los datos por consola
      * y usando los nombres de fichero de siempre.
      ******************************************************************
           02  TAR-CANT-REGISTROS REDEFINES TAR-CANT-REGISTROS-X
                                     PIC 9(07).
           02  TAR-MODO-INTERES      PIC X(01).
           02  TAR-PREVISION         PIC X(20).
