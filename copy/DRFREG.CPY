      *****************************************************************
      * DRFREG - DEBITOS AUTOMATICOS YA APLICADOS (DEB_REFERENCIAS).
      * CLAVE EMPRESA + ID DEL DEBITO; IMPIDE APLICAR DOS VECES LA
      * MISMA SOLICITUD
      *****************************************************************
       01 DEB-REFERENCIAS-REGISTRO.
               05 DRF-CLAVE.
                   10 DRF-EMPRESA PIC X(8).
                   10 DRF-ID-DEBITO PIC X(13).
               05 DRF-FECHA PIC X(10).
               05 DRF-REFERENCIA PIC X(20).
               05 DRF-SUCURSAL PIC X(8).
               05 DRF-CUENTA PIC X(15).
