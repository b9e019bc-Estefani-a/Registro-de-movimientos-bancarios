      *****************************************************************
      * COTREG - REGISTRO DEL MAESTRO DE COTIZACIONES. UN TIPO DE
      * CAMBIO POR MONEDA Y FECHA, EXPRESADO EN PESOS POR UNIDAD DE
      * LA MONEDA. EL PESO (ARS) NO SE COTIZA: VALE SIEMPRE UNO
      *****************************************************************
       01 COTIZACIONES-REGISTRO.
               05 COT-CLAVE.
                   10 COT-MONEDA PIC X(3).
                   10 COT-FECHA PIC X(10).
               05 COT-TIPO-CAMBIO PIC 9(7)V9(6).
