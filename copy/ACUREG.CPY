      *****************************************************************
      * ACUREG - REGISTRO DEL MAESTRO DE ACUERDOS DE DESCUBIERTO. UNO
      * POR CUENTA, CON EL LIMITE ACORDADO, LA FECHA DE VENCIMIENTO
      * DEL ACUERDO Y LAS TASAS DIARIAS: LA DEL ACUERDO SE COBRA
      * SOBRE EL DESCUBIERTO DENTRO DEL LIMITE Y LA PUNITORIA SOBRE
      * EL EXCESO. UN ACUERDO VENCIDO EQUIVALE A NO TENER ACUERDO
      *****************************************************************
       01 ACUERDOS-REGISTRO.
               05 ACU-CLAVE-CUENTA.
                   10 ACU-SUCURSAL PIC X(8).
                   10 ACU-CUENTA PIC X(15).
               05 ACU-LIMITE PIC 9(11)V99.
               05 ACU-FECHA-VENCE PIC X(10).
               05 ACU-TASA-ACUERDO PIC 9(1)V9(4).
               05 ACU-TASA-PUNITORIA PIC 9(1)V9(4).
