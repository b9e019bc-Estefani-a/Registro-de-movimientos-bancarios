      *****************************************************************
      * REFREG - REFERENCIAS DE CAMARA YA ACREDITADAS (CAM_REFERENCIAS).
      * IMPIDE ACREDITAR DOS VECES LA MISMA TRANSFERENCIA ENTRANTE
      *****************************************************************
       01 CAM-REFERENCIAS-REGISTRO.
               05 REF-REFERENCIA PIC X(13).
               05 REF-FECHA-LIQ PIC X(10).
               05 REF-SUCURSAL PIC X(8).
               05 REF-CUENTA PIC X(15).
