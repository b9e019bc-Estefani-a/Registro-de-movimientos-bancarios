               05 CAM-REFERENCIA PIC X(13).
               05 CAM-IMPORTE PIC X(15).
               05 CAM-FECHA-LIQ PIC X(10).
               05 CAM-MONEDA PIC X(3).

       FD MOVIMIENTOS.
           COPY "MOVREG.CPY".
           COPY "CTAREG.CPY".

       FD REFERENCIAS.
           COPY "REFREG.CPY".

       FD RESPUESTA-CAMARA.
       01 RESPUESTA-REGISTRO PIC X(80).
       01  WS-FIN-ANORMAL PIC X VALUE "N".
       01  WS-CODIGO-RETORNO PIC X(2).
       01  WS-CUENTA-HABILITADA PIC X.
       01  WS-CUENTA-INACTIVA PIC X.
       01  WS-CANT-REACTIVADAS PIC 9(9) VALUE ZEROES.
       01  WS-SUCURSAL-NUM PIC 9(8).
       01  WS-CUENTA-NUM PIC 9(15).
       01  WS-DIGITO-NUM PIC 9.
       01  WS-RECH-DIGITO PIC 9(9) VALUE ZEROES.
       01  WS-RECH-DUPLICADO PIC 9(9) VALUE ZEROES.
       01  WS-RECH-ERROR PIC 9(9) VALUE ZEROES.
       01  WS-RECH-MONEDA PIC 9(9) VALUE ZEROES.
       01  WS-MONEDA-CUENTA PIC X(3).
       01  WS-SEQ-MOVIMIENTO PIC 9(3) VALUE ZEROES.
       01  WS-MOV-GRABADO PIC X.
       01  WS-IMPORTE-RECIBIDO PIC 9(11)V99 VALUE ZEROES.
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.
              OPEN I-O CUENTAS.
              IF WS-CTA-STATUS NOT = "00" AND WS-CTA-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR CUENTAS - STATUS "
                         WS-CTA-STATUS
      *    DI = DIGITO VERIFICADOR ERRONEO
      *    DU = REFERENCIA DUPLICADA
      *    ER = NO SE PUDO GRABAR EL MOVIMIENTO
      *    MO = MONEDA DISTINTA DE LA DE LA CUENTA
      * EL CONTROL DE DUPLICADOS ES POR LA REFERENCIA COMPLETA EN EL
      * ARCHIVO CAM_REFERENCIAS. UN ITEM SIN MONEDA ES EN PESOS
      ****************************************************************
           PROCESAR-TRANSFERENCIA.
              MOVE "AC" TO WS-CODIGO-RETORNO.
                    ADD 1 TO WS-RECH-DIGITO
                 END-IF
              END-IF.
              IF WS-CODIGO-RETORNO = "AC"
                 PERFORM VALIDAR-MONEDA
                 IF WS-MONEDA-CUENTA NOT = CAM-MONEDA
                    MOVE "MO" TO WS-CODIGO-RETORNO
                    ADD 1 TO WS-RECH-MONEDA
                 END-IF
              END-IF.
              IF WS-CODIGO-RETORNO = "AC"
                 PERFORM REGISTRAR-REFERENCIA
              END-IF.
              MOVE CAM-FECHA-LIQ TO REF-FECHA-LIQ.
              MOVE CAM-SUCURSAL TO REF-SUCURSAL.
              MOVE CAM-CUENTA TO REF-CUENTA.
              WRITE CAM-REFERENCIAS-REGISTRO
                 INVALID KEY
                    MOVE "DU" TO WS-CODIGO-RETORNO
                    ADD 1 TO WS-RECH-DUPLICADO

      ****************************************************************
      * VALIDAR-CUENTA-DESTINO - LA CUENTA BENEFICIARIA DEBE EXISTIR
      * EN EL MAESTRO DE CUENTAS Y ESTAR ACTIVA. UNA CUENTA INACTIVA
      * RECIBE EL CREDITO Y QUEDA REACTIVADA
      ****************************************************************
           VALIDAR-CUENTA-DESTINO.
              MOVE "S" TO WS-CUENTA-HABILITADA.
              MOVE "N" TO WS-CUENTA-INACTIVA.
              MOVE CAM-SUCURSAL TO CTA-SUCURSAL.
              MOVE CAM-CUENTA TO CTA-CUENTA.
              READ CUENTAS RECORD
                 INVALID KEY
                    MOVE "N" TO WS-CUENTA-HABILITADA
              END-READ.
              IF WS-CUENTA-HABILITADA = "S"
                 AND CTA-ESTADO = "I"
                 MOVE "S" TO WS-CUENTA-INACTIVA
              END-IF.
              IF WS-CUENTA-HABILITADA = "S"
                 AND CTA-ESTADO NOT = "A"
                 AND CTA-ESTADO NOT = "I"
                 MOVE "N" TO WS-CUENTA-HABILITADA
              END-IF.

      ****************************************************************
      * VALIDAR-MONEDA - LA TRANSFERENCIA TIENE QUE VENIR EN LA
      * MONEDA DE LA CUENTA BENEFICIARIA
      ****************************************************************
           VALIDAR-MONEDA.
              IF CAM-MONEDA = SPACES
                 MOVE "ARS" TO CAM-MONEDA
              END-IF.
              MOVE CTA-MONEDA TO WS-MONEDA-CUENTA.
              IF WS-MONEDA-CUENTA = SPACES
                 MOVE "ARS" TO WS-MONEDA-CUENTA
              END-IF.

      ****************************************************************
      * REACTIVAR-CUENTA - EL CREDITO ACREDITADO SOBRE UNA CUENTA
      * INACTIVA LA DEVUELVE AL ESTADO ACTIVA
      ****************************************************************
           REACTIVAR-CUENTA.
              IF WS-CUENTA-INACTIVA = "S"
                 AND WS-IMPORTE-NUM > ZEROES
                 MOVE "A" TO CTA-ESTADO
                 REWRITE CUENTAS-REGISTRO
                    INVALID KEY
                       DISPLAY "NO SE PUDO REACTIVAR LA CUENTA "
                               CTA-CLAVE-CUENTA
                    NOT INVALID KEY
                       ADD 1 TO WS-CANT-REACTIVADAS
                 END-REWRITE
              END-IF.

      ****************************************************************
      * VALIDAR-DIGITO - RECALCULA EL DIGITO VERIFICADOR DE LA CUENTA
      * DESTINO Y LO COMPARA CONTRA EL DEL MAESTRO DE CUENTAS, CON
              IF WS-MOV-GRABADO = "S"
                 ADD 1 TO WS-CANT-ACEPTADOS
                 ADD WS-IMPORTE-NUM TO WS-IMPORTE-ACREDITADO
                 PERFORM REACTIVAR-CUENTA
              ELSE
                 MOVE "ER" TO WS-CODIGO-RETORNO
                 ADD 1 TO WS-RECH-ERROR
              MOVE "ACREDITA" TO COD_OPER.
              MOVE CAM-IMPORTE TO IMPORTE.
              MOVE "SU" TO CANAL.
              MOVE WS-MONEDA-CUENTA TO MONEDA.
              WRITE MOVIMIENTOS-REGISTRO
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                      WS-RECH-DUPLICADO.
              DISPLAY "ERRORES DE GRABACION:          "
                      WS-RECH-ERROR.
              DISPLAY "RECHAZOS POR MONEDA:           "
                      WS-RECH-MONEDA.
              DISPLAY "CUENTAS INACTIVAS REACTIVADAS: "
                      WS-CANT-REACTIVADAS.
              MOVE WS-IMPORTE-RECIBIDO TO MUESTRA-IMPORTE-RECIBIDO.
              DISPLAY LINEA-IMPORTE-RECIBIDO.
              MOVE WS-IMPORTE-ACREDITADO
                 COMPUTE LOG-EXCEPCIONES = WS-RECH-IMPORTE
                    + WS-RECH-CUENTA + WS-RECH-DIGITO
                    + WS-RECH-DUPLICADO + WS-RECH-ERROR
                    + WS-RECH-MONEDA
                 MOVE ZEROES TO LOG-CLIENTES
                 MOVE WS-IMPORTE-ACREDITADO TO LOG-HASH-IMPORTE
                 MOVE SPACES TO LOG-ESTADOS
