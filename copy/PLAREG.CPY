      *****************************************************************
      * PLAREG - REGISTRO DEL PLAN DE CUENTAS CONTABLE. CADA CONCEPTO
      * (UN CODIGO DE OPERACION O UN CONCEPTO DE INTERES/COMISION
      * COMO INTDESC) SE IMPUTA CONTRA UNA CUENTA DEL DEBE Y UNA DEL
      * HABER. PARA UNA OPERACION QUE DEBITA AL CLIENTE LA CUENTA DE
      * DEPOSITOS VA AL DEBE; PARA UNA QUE ACREDITA, AL HABER
      *****************************************************************
       01 PLANCTA-REGISTRO.
               05 PLA-CONCEPTO PIC X(9).
               05 PLA-DESCRIPCION PIC X(30).
               05 PLA-CUENTA-DEBE PIC X(12).
               05 PLA-CUENTA-HABER PIC X(12).
