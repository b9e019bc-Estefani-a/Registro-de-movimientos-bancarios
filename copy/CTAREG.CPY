      *****************************************************************
      * CTAREG - REGISTRO DEL ARCHIVO MAESTRO DE CUENTAS. GUARDA EL
      * CLIENTE TITULAR, EL TIPO DE CUENTA, EL DIGITO VERIFICADOR,
      * LA FECHA DE APERTURA, EL ESTADO DE LA CUENTA
      * (A = ACTIVA, B = BLOQUEADA, C = CERRADA, I = INACTIVA POR
      * FALTA DE MOVIMIENTOS) Y LA MONEDA EN QUE SE LLEVA
      * (CODIGO ISO, ARS = PESOS)
      *****************************************************************
       01 CUENTAS-REGISTRO.
               05 CTA-CLAVE-CUENTA.
               05 CTA-DIGITO PIC X(5).
               05 CTA-FECHA-ALTA PIC X(10).
               05 CTA-ESTADO PIC X(1).
               05 CTA-MONEDA PIC X(3).
