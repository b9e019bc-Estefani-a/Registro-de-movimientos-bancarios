      *****************************************************************
      * SHIREG - REGISTRO DEL HISTORICO DE SALDOS. ACTUALIZASALDOS
      * GRABA AL COMPLETAR CADA CIERRE LA IMAGEN DE TODO EL MAESTRO
      * DE SALDOS CON LA FECHA CERRADA EN LA CLAVE. EL SALDO DE UNA
      * CUENTA A UNA FECHA ES EL SALDO FINAL DE SU ULTIMA IMAGEN NO
      * POSTERIOR A ESA FECHA
      *****************************************************************
       01 SALDOS-HISTORICO-REGISTRO.
               05 SHI-CLAVE.
                   10 SHI-CLAVE-CUENTA.
                       15 SHI-SUCURSAL PIC X(8).
                       15 SHI-CUENTA PIC X(15).
                   10 SHI-FECHA PIC X(10).
               05 SHI-FECHA-ULT PIC X(10).
               05 SHI-SALDO-INICIAL PIC S9(11)V99.
               05 SHI-DEBITOS-DIA PIC S9(11)V99.
               05 SHI-CREDITOS-DIA PIC S9(11)V99.
               05 SHI-SALDO-FINAL PIC S9(11)V99.
