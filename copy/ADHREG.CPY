      *****************************************************************
      * ADHREG - REGISTRO DEL MAESTRO DE ADHESIONES A DEBITO
      * AUTOMATICO. CADA ADHESION ES LA AUTORIZACION DEL CLIENTE PARA
      * QUE UNA EMPRESA LE DEBITE UNA CUENTA, IDENTIFICADA POR LA
      * REFERENCIA DEL CLIENTE EN ESA EMPRESA, HASTA UN IMPORTE MAXIMO
      * POR DEBITO (CERO = SIN TOPE). ESTADO: A = ACTIVA,
      * S = SUSPENDIDA, B = DADA DE BAJA
      *****************************************************************
       01 ADHESIONES-REGISTRO.
               05 ADH-CLAVE.
                   10 ADH-EMPRESA PIC X(8).
                   10 ADH-REFERENCIA PIC X(20).
               05 ADH-CLAVE-CUENTA.
                   10 ADH-SUCURSAL PIC X(8).
                   10 ADH-CUENTA PIC X(15).
               05 ADH-IMPORTE-MAXIMO PIC 9(11)V99.
               05 ADH-FECHA-ALTA PIC X(10).
               05 ADH-ESTADO PIC X(1).
