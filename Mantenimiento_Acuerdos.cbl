       IDENTIFICATION DIVISION.
       PROGRAM-ID.MantenimientoAcuerdos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL ACUERDOS
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\acuerdos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ACU-CLAVE-CUENTA
       FILE STATUS IS WS-ACU-STATUS.

       SELECT OPTIONAL CUENTAS
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\cuentas.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CTA-CLAVE-CUENTA
       ALTERNATE RECORD KEY IS CTA-COD-CLI WITH DUPLICATES
       FILE STATUS IS WS-CTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACUERDOS.
           COPY "ACUREG.CPY".

       FD CUENTAS.
           COPY "CTAREG.CPY".

       WORKING-STORAGE SECTION.

       01  WS-ACU-STATUS PIC X(2).
       01  WS-CTA-STATUS PIC X(2).
       01  WS-OPCION PIC X.
       01  WS-CAMPO-INGRESADO PIC X(18).
       01  WS-REGISTRO-HALLADO PIC X.
       01  WS-CUENTA-OK PIC X.
       01  MUESTRA-LIMITE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  MUESTRA-TASA PIC 9.9999.

      ******************************************************************
           PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.

           MOVE SPACES TO WS-OPCION.
           PERFORM APERTURA_ARCHIVO.
           PERFORM ATENDER-MENU
           UNTIL WS-OPCION = "0".
           PERFORM CERRAR-ARCHIVO.
           STOP RUN.

      ****************************************************************
      * APERTURA DE ARCHIVOS
      ****************************************************************
           APERTURA_ARCHIVO.
              OPEN I-O ACUERDOS.
              IF WS-ACU-STATUS NOT = "00" AND WS-ACU-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR ACUERDOS - STATUS "
                         WS-ACU-STATUS
                 MOVE "0" TO WS-OPCION
              END-IF.
              OPEN INPUT CUENTAS.
              IF WS-CTA-STATUS NOT = "00" AND WS-CTA-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR CUENTAS - STATUS "
                         WS-CTA-STATUS
                 MOVE "0" TO WS-OPCION
              END-IF.

      *****************************************************************
      * CERRAR ARCHIVOS
      *****************************************************************
           CERRAR-ARCHIVO.
             CLOSE ACUERDOS.
             CLOSE CUENTAS.

      ****************************************************************
      * ATENDER-MENU - MUESTRA EL MENU Y DERIVA A CADA OPCION
      ****************************************************************
           ATENDER-MENU.
              DISPLAY " ".
              DISPLAY "MANTENIMIENTO DE ACUERDOS DE DESCUBIERTO".
              DISPLAY "1 - CONSULTA".
              DISPLAY "2 - ALTA".
              DISPLAY "3 - BAJA".
              DISPLAY "4 - MODIFICACION".
              DISPLAY "0 - SALIR".
              DISPLAY "OPCION:".
              ACCEPT WS-OPCION.
              EVALUATE WS-OPCION
                  WHEN "1"
                      PERFORM CONSULTAR-ACUERDO
                  WHEN "2"
                      PERFORM ALTA-ACUERDO
                  WHEN "3"
                      PERFORM BAJA-ACUERDO
                  WHEN "4"
                      PERFORM MODIFICAR-ACUERDO
                  WHEN "0"
                      CONTINUE
                  WHEN OTHER
                      DISPLAY "OPCION INVALIDA."
              END-EVALUATE.

      ****************************************************************
      * LEER-POR-CLAVE - LEE EL ACUERDO DE LA CUENTA PEDIDA
      ****************************************************************
           LEER-POR-CLAVE.
              DISPLAY "SUCURSAL:".
              ACCEPT ACU-SUCURSAL.
              DISPLAY "CUENTA:".
              ACCEPT ACU-CUENTA.
              MOVE "S" TO WS-REGISTRO-HALLADO.
              READ ACUERDOS RECORD
                 INVALID KEY
                    DISPLAY "LA CUENTA NO TIENE ACUERDO REGISTRADO."
                    MOVE "N" TO WS-REGISTRO-HALLADO
              END-READ.

      ****************************************************************
      * CONSULTAR-ACUERDO
      ****************************************************************
           CONSULTAR-ACUERDO.
              PERFORM LEER-POR-CLAVE.
              IF WS-REGISTRO-HALLADO = "S"
                 PERFORM MOSTRAR-ACUERDO
              END-IF.

           MOSTRAR-ACUERDO.
              DISPLAY "CUENTA:          " ACU-SUCURSAL "-" ACU-CUENTA.
              MOVE ACU-LIMITE TO MUESTRA-LIMITE.
              DISPLAY "LIMITE ACORDADO: " MUESTRA-LIMITE.
              DISPLAY "VENCIMIENTO:     " ACU-FECHA-VENCE.
              MOVE ACU-TASA-ACUERDO TO MUESTRA-TASA.
              DISPLAY "TASA ACUERDO:    " MUESTRA-TASA.
              MOVE ACU-TASA-PUNITORIA TO MUESTRA-TASA.
              DISPLAY "TASA PUNITORIA:  " MUESTRA-TASA.

      ****************************************************************
      * ALTA-ACUERDO - SOLO SE ACUERDA DESCUBIERTO A UNA CUENTA QUE
      * EXISTE EN EL MAESTRO DE CUENTAS Y NO ESTA CERRADA
      ****************************************************************
           ALTA-ACUERDO.
              MOVE SPACES TO ACUERDOS-REGISTRO.
              MOVE ZEROES TO ACU-LIMITE.
              MOVE ZEROES TO ACU-TASA-ACUERDO.
              MOVE ZEROES TO ACU-TASA-PUNITORIA.
              DISPLAY "SUCURSAL:".
              ACCEPT ACU-SUCURSAL.
              DISPLAY "CUENTA:".
              ACCEPT ACU-CUENTA.
              PERFORM VALIDAR-CUENTA.
              IF WS-CUENTA-OK = "N"
                 DISPLAY "CUENTA INEXISTENTE O CERRADA - "
                         "NO SE GRABA EL ALTA."
              ELSE
                 DISPLAY "LIMITE ACORDADO (EJ 100000.00):"
                 ACCEPT WS-CAMPO-INGRESADO
                 IF WS-CAMPO-INGRESADO NOT = SPACES
                    COMPUTE ACU-LIMITE =
                       FUNCTION NUMVAL(WS-CAMPO-INGRESADO)
                 END-IF
                 DISPLAY "VENCIMIENTO (VACIO = SIN VENCIMIENTO):"
                 ACCEPT ACU-FECHA-VENCE
                 PERFORM PEDIR-TASAS
                 WRITE ACUERDOS-REGISTRO
                    INVALID KEY
                       DISPLAY "LA CUENTA YA TIENE UN ACUERDO."
                    NOT INVALID KEY
                       DISPLAY "ALTA GRABADA."
                 END-WRITE
              END-IF.

           PEDIR-TASAS.
              DISPLAY "TASA DIARIA DEL ACUERDO (EJ 0.0010):".
              ACCEPT WS-CAMPO-INGRESADO.
              IF WS-CAMPO-INGRESADO NOT = SPACES
                 COMPUTE ACU-TASA-ACUERDO =
                    FUNCTION NUMVAL(WS-CAMPO-INGRESADO).
              DISPLAY "TASA DIARIA PUNITORIA (EJ 0.0025):".
              ACCEPT WS-CAMPO-INGRESADO.
              IF WS-CAMPO-INGRESADO NOT = SPACES
                 COMPUTE ACU-TASA-PUNITORIA =
                    FUNCTION NUMVAL(WS-CAMPO-INGRESADO).

      ****************************************************************
      * VALIDAR-CUENTA - LA CUENTA DEL ACUERDO DEBE EXISTIR ABIERTA
      ****************************************************************
           VALIDAR-CUENTA.
              MOVE ACU-CLAVE-CUENTA TO CTA-CLAVE-CUENTA.
              MOVE "S" TO WS-CUENTA-OK.
              READ CUENTAS RECORD
                 INVALID KEY
                    MOVE "N" TO WS-CUENTA-OK
              END-READ.
              IF WS-CUENTA-OK = "S" AND CTA-ESTADO = "C"
                 MOVE "N" TO WS-CUENTA-OK
              END-IF.

      ****************************************************************
      * BAJA-ACUERDO - SIN ACUERDO LA CUENTA NO PUEDE QUEDAR EN
      * DESCUBIERTO
      ****************************************************************
           BAJA-ACUERDO.
              PERFORM LEER-POR-CLAVE.
              IF WS-REGISTRO-HALLADO = "S"
                 PERFORM MOSTRAR-ACUERDO
                 DELETE ACUERDOS RECORD
                    INVALID KEY
                       DISPLAY "NO SE PUDO ELIMINAR - STATUS "
                               WS-ACU-STATUS
                    NOT INVALID KEY
                       DISPLAY "BAJA GRABADA."
                 END-DELETE
              END-IF.

      ****************************************************************
      * MODIFICAR-ACUERDO - UN CAMPO VACIO CONSERVA EL VALOR ACTUAL
      ****************************************************************
           MODIFICAR-ACUERDO.
              PERFORM LEER-POR-CLAVE.
              IF WS-REGISTRO-HALLADO = "S"
                 PERFORM MOSTRAR-ACUERDO
                 DISPLAY "LIMITE ACORDADO (VACIO = NO CAMBIA):"
                 ACCEPT WS-CAMPO-INGRESADO
                 IF WS-CAMPO-INGRESADO NOT = SPACES
                    COMPUTE ACU-LIMITE =
                       FUNCTION NUMVAL(WS-CAMPO-INGRESADO)
                 END-IF
                 DISPLAY "FECHA DE VENCIMIENTO (VACIO = NO CAMBIA):"
                 ACCEPT WS-CAMPO-INGRESADO
                 IF WS-CAMPO-INGRESADO NOT = SPACES
                    MOVE WS-CAMPO-INGRESADO TO ACU-FECHA-VENCE
                 END-IF
                 DISPLAY "TASA DEL ACUERDO (VACIO = NO CAMBIA):"
                 ACCEPT WS-CAMPO-INGRESADO
                 IF WS-CAMPO-INGRESADO NOT = SPACES
                    COMPUTE ACU-TASA-ACUERDO =
                       FUNCTION NUMVAL(WS-CAMPO-INGRESADO)
                 END-IF
                 DISPLAY "TASA PUNITORIA (VACIO = NO CAMBIA):"
                 ACCEPT WS-CAMPO-INGRESADO
                 IF WS-CAMPO-INGRESADO NOT = SPACES
                    COMPUTE ACU-TASA-PUNITORIA =
                       FUNCTION NUMVAL(WS-CAMPO-INGRESADO)
                 END-IF
                 REWRITE ACUERDOS-REGISTRO
                    INVALID KEY
                       DISPLAY "NO SE PUDO REGRABAR - STATUS "
                               WS-ACU-STATUS
                    NOT INVALID KEY
                       DISPLAY "MODIFICACION GRABADA."
                 END-REWRITE
              END-IF.
