      *****************************************************************
      * CARGCOT - CARGA DE LA TABLA DE COTIZACIONES VIGENTES A
      * COT-FECHA-VIGENCIA. EL MAESTRO SE LEE EN ORDEN DE MONEDA Y
      * FECHA, ASI QUE LA ULTIMA COTIZACION NO POSTERIOR A LA FECHA
      * DE CADA MONEDA PISA A LAS ANTERIORES
      *****************************************************************
           CARGAR-TABLA-COTIZACIONES.
              MOVE ZEROES TO CANT-COTIZACIONES.
              OPEN INPUT COTIZACIONES.
              IF WS-COT-STATUS = "00"
                 MOVE "1" TO FIN-COTIZACIONES
                 PERFORM CARGAR-UNA-COTIZACION
                 UNTIL FIN-COTIZACIONES = "0"
              END-IF.
              CLOSE COTIZACIONES.

           CARGAR-UNA-COTIZACION.
              READ COTIZACIONES NEXT RECORD
                 AT END MOVE "0" TO FIN-COTIZACIONES
              END-READ.
              IF FIN-COTIZACIONES NOT = "0"
                 AND COT-FECHA NOT > COT-FECHA-VIGENCIA
                 IF CANT-COTIZACIONES > ZEROES
                    AND TAB-COT-MONEDA (CANT-COTIZACIONES) = COT-MONEDA
                    MOVE COT-FECHA TO TAB-COT-FECHA (CANT-COTIZACIONES)
                    MOVE COT-TIPO-CAMBIO
                       TO TAB-COT-TIPO (CANT-COTIZACIONES)
                 ELSE
                    IF CANT-COTIZACIONES < 30
                       ADD 1 TO CANT-COTIZACIONES
                       MOVE COT-MONEDA
                          TO TAB-COT-MONEDA (CANT-COTIZACIONES)
                       MOVE COT-FECHA
                          TO TAB-COT-FECHA (CANT-COTIZACIONES)
                       MOVE COT-TIPO-CAMBIO
                          TO TAB-COT-TIPO (CANT-COTIZACIONES)
                    ELSE
                       DISPLAY "ATENCION: LA TABLA DE COTIZACIONES "
                               "ESTA COMPLETA, SE IGNORA " COT-MONEDA
                    END-IF
                 END-IF
              END-IF.

      *****************************************************************
      * BUSCAR-COTIZACION - DEVUELVE EN COT-TIPO-HALLADO LOS PESOS
      * POR UNIDAD DE COT-MONEDA-BUSCADA. EL PESO VALE UNO; UNA
      * MONEDA SIN COTIZACION HASTA LA FECHA QUEDA CON COT-HALLADA
      * EN "N" Y TIPO CERO
      *****************************************************************
           BUSCAR-COTIZACION.
              MOVE "N" TO COT-HALLADA.
              MOVE ZEROES TO COT-TIPO-HALLADO.
              MOVE SPACES TO COT-FECHA-HALLADA.
              IF COT-MONEDA-BUSCADA = "ARS"
                 OR COT-MONEDA-BUSCADA = SPACES
                 MOVE "S" TO COT-HALLADA
                 MOVE 1 TO COT-TIPO-HALLADO
                 MOVE COT-FECHA-VIGENCIA TO COT-FECHA-HALLADA
              ELSE
                 PERFORM BUSCAR-COTIZACION-ITEM
                    VARYING IX-COTIZACION FROM 1 BY 1
                    UNTIL IX-COTIZACION > CANT-COTIZACIONES
              END-IF.

           BUSCAR-COTIZACION-ITEM.
              IF TAB-COT-MONEDA (IX-COTIZACION) = COT-MONEDA-BUSCADA
                 MOVE "S" TO COT-HALLADA
                 MOVE TAB-COT-TIPO (IX-COTIZACION) TO COT-TIPO-HALLADO
                 MOVE TAB-COT-FECHA (IX-COTIZACION)
                    TO COT-FECHA-HALLADA
                 SET IX-COTIZACION TO CANT-COTIZACIONES.
