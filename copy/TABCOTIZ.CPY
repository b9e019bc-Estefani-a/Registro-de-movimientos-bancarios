      *****************************************************************
      * TABCOTIZ - TABLA EN MEMORIA CON LA COTIZACION VIGENTE DE CADA
      * MONEDA A UNA FECHA: LA DE ESA FECHA O, SI ESE DIA NO SE
      * COTIZO, LA ULTIMA ANTERIOR. SE CARGA DESDE EL MAESTRO
      * COTIZACIONES CON COT-FECHA-VIGENCIA YA INFORMADA
      *****************************************************************
       01  COT-FECHA-VIGENCIA PIC X(10).
       01  CANT-COTIZACIONES PIC 9(3) VALUE ZEROES.
       01  FIN-COTIZACIONES PIC X.
       01  WS-COT-STATUS PIC X(2).
       01  COT-MONEDA-BUSCADA PIC X(3).
       01  COT-TIPO-HALLADO PIC 9(7)V9(6).
       01  COT-FECHA-HALLADA PIC X(10).
       01  COT-HALLADA PIC X.

       01  TABLA-COTIZACIONES.
           05 TABLA-COTIZACIONES-ITEM OCCURS 30 TIMES
                                      INDEXED BY IX-COTIZACION.
               10 TAB-COT-MONEDA PIC X(3).
               10 TAB-COT-FECHA PIC X(10).
               10 TAB-COT-TIPO PIC 9(7)V9(6).
