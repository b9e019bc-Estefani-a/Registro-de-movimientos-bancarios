      *****************************************************************
      * EMIREG - TRANSFERENCIAS ENVIADAS A LA CAMARA (CAM_EMITIDAS).
      * UNA ENTRADA POR TRANSFERENCIA ENVIADA. LA REFERENCIA ES LA QUE
      * VIAJA EN EL ARCHIVO DE SALIDA Y LA QUE LA CAMARA DEVUELVE; LA
      * CLAVE DEL MOVIMIENTO ORIGINAL IMPIDE ENVIAR DOS VECES EL MISMO
      * DEBITO. ESTADO:
      *    E = ENVIADA   A = ACEPTADA POR LA CAMARA
      *    R = RECHAZADA (YA SE CONTRASENTO EL DEBITO)
      *****************************************************************
       01 EMITIDAS-REGISTRO.
               05 EMI-REFERENCIA PIC X(13).
               05 EMI-CLAVE-MOVIMIENTO.
                   10 EMI-SUCURSAL PIC X(8).
                   10 EMI-CUENTA PIC X(15).
                   10 EMI-FECHA-MOV PIC X(13).
               05 EMI-COD-CLI PIC X(10).
               05 EMI-TIPOCTA PIC X(10).
               05 EMI-DIGITO PIC X(5).
               05 EMI-IMPORTE PIC X(15).
               05 EMI-FECHA-ENVIO PIC X(10).
               05 EMI-ESTADO PIC X(1).
               05 EMI-MOTIVO PIC X(2).
               05 EMI-MONEDA PIC X(3).
