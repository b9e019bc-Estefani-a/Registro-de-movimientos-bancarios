      *****************************************************************
      * CTRREG - REGISTRO DEL ARCHIVO DE CONTRASIENTOS. VINCULA CADA
      * MOVIMIENTO REVERTIDO CON EL CONTRASIENTO QUE LO ANULA. LA
      * CLAVE ES LA DEL MOVIMIENTO ORIGINAL, QUE QUEDA SIN TOCAR EN
      * MOVIMIENTOS; EL CONTRASIENTO ES UN MOVIMIENTO NUEVO DE LA
      * MISMA CUENTA, FECHADO EL DIA EN QUE SE REGISTRO
      *****************************************************************
       01 CONTRASIENTOS-REGISTRO.
               05 CTR-CLAVE-ORIGINAL.
                   10 CTR-ORI-SUCURSAL PIC X(8).
                   10 CTR-ORI-CUENTA PIC X(15).
                   10 CTR-ORI-FECHA-MOV PIC X(13).
               05 CTR-CLAVE-CONTRASIENTO.
                   10 CTR-CON-SUCURSAL PIC X(8).
                   10 CTR-CON-CUENTA PIC X(15).
                   10 CTR-CON-FECHA-MOV PIC X(13).
               05 CTR-USUARIO PIC X(10).
               05 CTR-FECHA PIC X(10).
