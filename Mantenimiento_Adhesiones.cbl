       IDENTIFICATION DIVISION.
       PROGRAM-ID.MantenimientoAdhesiones.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL ADHESIONES
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\adhesiones.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ADH-CLAVE
       ALTERNATE RECORD KEY IS ADH-CLAVE-CUENTA WITH DUPLICATES
       FILE STATUS IS WS-ADH-STATUS.

       SELECT OPTIONAL CUENTAS
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\cuentas.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CTA-CLAVE-CUENTA
       ALTERNATE RECORD KEY IS CTA-COD-CLI WITH DUPLICATES
       FILE STATUS IS WS-CTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ADHESIONES.
           COPY "ADHREG.CPY".

       FD CUENTAS.
           COPY "CTAREG.CPY".

       WORKING-STORAGE SECTION.

       01  WS-ADH-STATUS PIC X(2).
       01  WS-CTA-STATUS PIC X(2).
       01  WS-OPCION PIC X.
       01  WS-CAMPO-INGRESADO PIC X(18).
       01  WS-REGISTRO-HALLADO PIC X.
       01  WS-CUENTA-OK PIC X.
       01  WS-ESTADO-OK PIC X.
       01  WS-DESC-ESTADO PIC X(10).
       01  WS-FIN-CUENTA PIC X.
       01  WS-CLAVE-BUSCADA.
               05 WS-SUCURSAL-BUSQUEDA PIC X(8).
               05 WS-CUENTA-BUSQUEDA PIC X(15).
       01  WS-CANT-LISTADAS PIC 9(5).
       01  MUESTRA-IMPORTE PIC ZZ,ZZZ,ZZZ,ZZ9.99.

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
              OPEN I-O ADHESIONES.
              IF WS-ADH-STATUS NOT = "00" AND WS-ADH-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR ADHESIONES - STATUS "
                         WS-ADH-STATUS
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
             CLOSE ADHESIONES.
             CLOSE CUENTAS.

      ****************************************************************
      * ATENDER-MENU - MUESTRA EL MENU Y DERIVA A CADA OPCION
      ****************************************************************
           ATENDER-MENU.
              DISPLAY " ".
              DISPLAY "MANTENIMIENTO DE ADHESIONES A DEBITO AUTOMATICO".
              DISPLAY "1 - CONSULTA".
              DISPLAY "2 - ALTA".
              DISPLAY "3 - BAJA".
              DISPLAY "4 - MODIFICACION".
              DISPLAY "5 - ADHESIONES DE UNA CUENTA".
              DISPLAY "0 - SALIR".
              DISPLAY "OPCION:".
              ACCEPT WS-OPCION.
              EVALUATE WS-OPCION
                  WHEN "1"
                      PERFORM CONSULTAR-ADHESION
                  WHEN "2"
                      PERFORM ALTA-ADHESION
                  WHEN "3"
                      PERFORM BAJA-ADHESION
                  WHEN "4"
                      PERFORM MODIFICAR-ADHESION
                  WHEN "5"
                      PERFORM LISTAR-ADHESIONES-CUENTA
                  WHEN "0"
                      CONTINUE
                  WHEN OTHER
                      DISPLAY "OPCION INVALIDA."
              END-EVALUATE.

      ****************************************************************
      * LEER-POR-CLAVE - LEE LA ADHESION POR EMPRESA Y REFERENCIA
      ****************************************************************
           LEER-POR-CLAVE.
              DISPLAY "CODIGO DE EMPRESA:".
              ACCEPT ADH-EMPRESA.
              DISPLAY "REFERENCIA DEL CLIENTE EN LA EMPRESA:".
              ACCEPT ADH-REFERENCIA.
              MOVE "S" TO WS-REGISTRO-HALLADO.
              READ ADHESIONES RECORD
                 INVALID KEY
                    DISPLAY "NO EXISTE ESA ADHESION."
                    MOVE "N" TO WS-REGISTRO-HALLADO
              END-READ.

      ****************************************************************
      * CONSULTAR-ADHESION
      ****************************************************************
           CONSULTAR-ADHESION.
              PERFORM LEER-POR-CLAVE.
              IF WS-REGISTRO-HALLADO = "S"
                 PERFORM MOSTRAR-ADHESION
              END-IF.

           MOSTRAR-ADHESION.
              PERFORM DESCRIBIR-ESTADO.
              DISPLAY "EMPRESA:        " ADH-EMPRESA.
              DISPLAY "REFERENCIA:     " ADH-REFERENCIA.
              DISPLAY "CUENTA:         " ADH-SUCURSAL "-" ADH-CUENTA.
              MOVE ADH-IMPORTE-MAXIMO TO MUESTRA-IMPORTE.
              DISPLAY "IMPORTE MAXIMO: " MUESTRA-IMPORTE.
              DISPLAY "FECHA DE ALTA:  " ADH-FECHA-ALTA.
              DISPLAY "ESTADO:         " ADH-ESTADO " - "
                      WS-DESC-ESTADO.

           DESCRIBIR-ESTADO.
              EVALUATE ADH-ESTADO
                  WHEN "A"
                      MOVE "ACTIVA" TO WS-DESC-ESTADO
                  WHEN "S"
                      MOVE "SUSPENDIDA" TO WS-DESC-ESTADO
                  WHEN "B"
                      MOVE "DE BAJA" TO WS-DESC-ESTADO
                  WHEN OTHER
                      MOVE "DESCONOCIDO" TO WS-DESC-ESTADO
              END-EVALUATE.

      ****************************************************************
      * ALTA-ADHESION - LA CUENTA DEBITADA DEBE EXISTIR Y NO ESTAR
      * CERRADA. LA ADHESION NACE ACTIVA
      ****************************************************************
           ALTA-ADHESION.
              MOVE SPACES TO ADHESIONES-REGISTRO.
              MOVE ZEROES TO ADH-IMPORTE-MAXIMO.
              DISPLAY "CODIGO DE EMPRESA:".
              ACCEPT ADH-EMPRESA.
              DISPLAY "REFERENCIA DEL CLIENTE EN LA EMPRESA:".
              ACCEPT ADH-REFERENCIA.
              DISPLAY "SUCURSAL DE LA CUENTA A DEBITAR:".
              ACCEPT ADH-SUCURSAL.
              DISPLAY "CUENTA A DEBITAR:".
              ACCEPT ADH-CUENTA.
              PERFORM VALIDAR-CUENTA.
              IF WS-CUENTA-OK = "N"
                 DISPLAY "CUENTA INEXISTENTE O CERRADA - "
                         "NO SE GRABA EL ALTA."
              ELSE
                 DISPLAY "IMPORTE MAXIMO POR DEBITO (VACIO = SIN TOPE):"
                 ACCEPT WS-CAMPO-INGRESADO
                 IF WS-CAMPO-INGRESADO NOT = SPACES
                    COMPUTE ADH-IMPORTE-MAXIMO =
                       FUNCTION NUMVAL(WS-CAMPO-INGRESADO)
                 END-IF
                 DISPLAY "FECHA DE ALTA:"
                 ACCEPT ADH-FECHA-ALTA
                 MOVE "A" TO ADH-ESTADO
                 WRITE ADHESIONES-REGISTRO
                    INVALID KEY
                       DISPLAY "YA EXISTE ESA ADHESION."
                    NOT INVALID KEY
                       DISPLAY "ALTA GRABADA."
                 END-WRITE
              END-IF.

      ****************************************************************
      * VALIDAR-CUENTA - LA CUENTA DE LA ADHESION DEBE EXISTIR ABIERTA
      ****************************************************************
           VALIDAR-CUENTA.
              MOVE ADH-CLAVE-CUENTA TO CTA-CLAVE-CUENTA.
              MOVE "S" TO WS-CUENTA-OK.
              READ CUENTAS RECORD
                 INVALID KEY
                    MOVE "N" TO WS-CUENTA-OK
              END-READ.
              IF WS-CUENTA-OK = "S" AND CTA-ESTADO = "C"
                 MOVE "N" TO WS-CUENTA-OK
              END-IF.

      ****************************************************************
      * BAJA-ADHESION - LA ADHESION NO SE BORRA: QUEDA DE BAJA COMO
      * CONSTANCIA DE LA AUTORIZACION QUE TUVO LA EMPRESA
      ****************************************************************
           BAJA-ADHESION.
              PERFORM LEER-POR-CLAVE.
              IF WS-REGISTRO-HALLADO = "S"
                 PERFORM MOSTRAR-ADHESION
                 IF ADH-ESTADO = "B"
                    DISPLAY "LA ADHESION YA ESTA DADA DE BAJA."
                 ELSE
                    MOVE "B" TO ADH-ESTADO
                    REWRITE ADHESIONES-REGISTRO
                       INVALID KEY
                          DISPLAY "NO SE PUDO REGRABAR - STATUS "
                                  WS-ADH-STATUS
                       NOT INVALID KEY
                          DISPLAY "BAJA GRABADA."
                    END-REWRITE
                 END-IF
              END-IF.

      ****************************************************************
      * MODIFICAR-ADHESION - UN CAMPO VACIO CONSERVA EL VALOR ACTUAL
      ****************************************************************
           MODIFICAR-ADHESION.
              PERFORM LEER-POR-CLAVE.
              IF WS-REGISTRO-HALLADO = "S"
                 PERFORM MOSTRAR-ADHESION
                 DISPLAY "IMPORTE MAXIMO (VACIO = NO CAMBIA):"
                 ACCEPT WS-CAMPO-INGRESADO
                 IF WS-CAMPO-INGRESADO NOT = SPACES
                    COMPUTE ADH-IMPORTE-MAXIMO =
                       FUNCTION NUMVAL(WS-CAMPO-INGRESADO)
                 END-IF
                 DISPLAY "ESTADO A/S/B (VACIO = NO CAMBIA):"
                 ACCEPT WS-CAMPO-INGRESADO
                 IF WS-CAMPO-INGRESADO NOT = SPACES
                    MOVE WS-CAMPO-INGRESADO TO ADH-ESTADO
                 END-IF
                 PERFORM VALIDAR-ESTADO
                 IF WS-ESTADO-OK = "N"
                    DISPLAY "ESTADO INVALIDO - "
                            "NO SE GRABA LA MODIFICACION."
                 ELSE
                    REWRITE ADHESIONES-REGISTRO
                       INVALID KEY
                          DISPLAY "NO SE PUDO REGRABAR - STATUS "
                                  WS-ADH-STATUS
                       NOT INVALID KEY
                          DISPLAY "MODIFICACION GRABADA."
                    END-REWRITE
                 END-IF
              END-IF.

      ****************************************************************
      * VALIDAR-ESTADO - SOLO SE ACEPTAN LOS ESTADOS CONOCIDOS
      ****************************************************************
           VALIDAR-ESTADO.
              IF ADH-ESTADO = "A" OR ADH-ESTADO = "S"
                 OR ADH-ESTADO = "B"
                 MOVE "S" TO WS-ESTADO-OK
              ELSE
                 MOVE "N" TO WS-ESTADO-OK
              END-IF.

      ****************************************************************
      * LISTAR-ADHESIONES-CUENTA - TODAS LAS ADHESIONES DE UNA CUENTA
      * POR LA CLAVE ALTERNATIVA
      ****************************************************************
           LISTAR-ADHESIONES-CUENTA.
              DISPLAY "SUCURSAL:".
              ACCEPT WS-SUCURSAL-BUSQUEDA.
              DISPLAY "CUENTA:".
              ACCEPT WS-CUENTA-BUSQUEDA.
              MOVE ZEROES TO WS-CANT-LISTADAS.
              MOVE WS-CLAVE-BUSCADA TO ADH-CLAVE-CUENTA.
              MOVE "1" TO WS-FIN-CUENTA.
              START ADHESIONES KEY IS NOT LESS THAN ADH-CLAVE-CUENTA
                 INVALID KEY
                    MOVE "0" TO WS-FIN-CUENTA
              END-START.
              PERFORM LEER-SIG-DE-CUENTA
              UNTIL WS-FIN-CUENTA = "0".
              IF WS-CANT-LISTADAS = ZEROES
                 DISPLAY "LA CUENTA NO TIENE ADHESIONES."
              END-IF.

           LEER-SIG-DE-CUENTA.
              READ ADHESIONES NEXT RECORD
                 AT END MOVE "0" TO WS-FIN-CUENTA
              END-READ.
              IF WS-FIN-CUENTA NOT = "0"
                 IF ADH-CLAVE-CUENTA = WS-CLAVE-BUSCADA
                    ADD 1 TO WS-CANT-LISTADAS
                    PERFORM DESCRIBIR-ESTADO
                    MOVE ADH-IMPORTE-MAXIMO TO MUESTRA-IMPORTE
                    DISPLAY ADH-EMPRESA " " ADH-REFERENCIA " "
                            MUESTRA-IMPORTE " " WS-DESC-ESTADO
                 ELSE
                    MOVE "0" TO WS-FIN-CUENTA
                 END-IF
              END-IF.
