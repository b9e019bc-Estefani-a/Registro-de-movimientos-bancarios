      *****************************************************************
      * MOVREG - REGISTRO DEL ARCHIVO INDEXADO DE MOVIMIENTOS. LA
      * MONEDA ES SIEMPRE LA DE LA CUENTA (CODIGO ISO, ARS = PESOS)
      *****************************************************************
       01 MOVIMIENTOS-REGISTRO.
               05 HOJA_NRO PIC 9(1).
               05 COD_OPER PIC X(9).
               05 IMPORTE PIC X(15).
               05 CANAL  PIC X(2).
               05 MONEDA PIC X(3).
