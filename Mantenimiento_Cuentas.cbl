              DISPLAY "TIPO DE CTA:   " CTA-TIPOCTA.
              DISPLAY "FECHA DE ALTA: " CTA-FECHA-ALTA.
              DISPLAY "ESTADO:        " CTA-ESTADO " - " WS-DESC-ESTADO.
              DISPLAY "MONEDA:        " CTA-MONEDA.

           DESCRIBIR-ESTADO.
              EVALUATE CTA-ESTADO
                      MOVE "BLOQUEADA" TO WS-DESC-ESTADO
                  WHEN "C"
                      MOVE "CERRADA" TO WS-DESC-ESTADO
                  WHEN "I"
                      MOVE "INACTIVA" TO WS-DESC-ESTADO
                  WHEN OTHER
                      MOVE "DESCONOCIDO" TO WS-DESC-ESTADO
              END-EVALUATE.

      ****************************************************************
      * ALTA-CUENTA - EL DIGITO VERIFICADOR SE VALIDA CON LA MISMA
      * REGLA QUE USAN LOS LISTADOS Y EL MANTENIMIENTO DE MOVIMIENTOS.
      * LA MONEDA SE FIJA AL ABRIR LA CUENTA; SIN INFORMAR ES PESOS
      ****************************************************************
           ALTA-CUENTA.
              MOVE SPACES TO CUENTAS-REGISTRO.
              ACCEPT CTA-TIPOCTA.
              DISPLAY "FECHA DE APERTURA:".
              ACCEPT CTA-FECHA-ALTA.
              DISPLAY "ESTADO (A=ACTIVA B=BLOQUEADA C=CERRADA "
                      "I=INACTIVA):".
              ACCEPT CTA-ESTADO.
              DISPLAY "MONEDA (CODIGO ISO, VACIO = ARS):".
              ACCEPT CTA-MONEDA.
              IF CTA-MONEDA = SPACES
                 MOVE "ARS" TO CTA-MONEDA
              END-IF.
              PERFORM VALIDAR-DIGITO.
              PERFORM VALIDAR-ESTADO.
              EVALUATE TRUE
              END-IF.

      ****************************************************************
      * MODIFICAR-CUENTA - UN CAMPO VACIO CONSERVA EL VALOR ACTUAL.
      * LA MONEDA NO SE CAMBIA: LOS MOVIMIENTOS YA GRABADOS ESTAN EN
      * ELLA. SOLO SE PIDE SI LA CUENTA TODAVIA NO LA TIENE
      ****************************************************************
           MODIFICAR-CUENTA.
              PERFORM LEER-POR-CLAVE.
              ACCEPT WS-CAMPO-INGRESADO.
              IF WS-CAMPO-INGRESADO NOT = SPACES
                 MOVE WS-CAMPO-INGRESADO TO CTA-FECHA-ALTA.
              DISPLAY "ESTADO A/B/C/I (VACIO = NO CAMBIA):".
              ACCEPT WS-CAMPO-INGRESADO.
              IF WS-CAMPO-INGRESADO NOT = SPACES
                 MOVE WS-CAMPO-INGRESADO TO CTA-ESTADO.
              IF CTA-MONEDA = SPACES
                 DISPLAY "MONEDA (CODIGO ISO, VACIO = ARS):"
                 ACCEPT CTA-MONEDA
                 IF CTA-MONEDA = SPACES
                    MOVE "ARS" TO CTA-MONEDA.

      ****************************************************************
      * VALIDAR-DIGITO - RECALCULA EL DIGITO VERIFICADOR DE LA CUENTA
      ****************************************************************
           VALIDAR-ESTADO.
              IF CTA-ESTADO = "A" OR CTA-ESTADO = "B"
                 OR CTA-ESTADO = "C" OR CTA-ESTADO = "I"
                 MOVE "S" TO WS-ESTADO-OK
              ELSE
                 MOVE "N" TO WS-ESTADO-OK
