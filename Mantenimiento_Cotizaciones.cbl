       IDENTIFICATION DIVISION.
       PROGRAM-ID.MantenimientoCotizaciones.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL COTIZACIONES
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\cotizaciones.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS COT-CLAVE
       FILE STATUS IS WS-COT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COTIZACIONES.
           COPY "COTREG.CPY".

       WORKING-STORAGE SECTION.

       01  WS-COT-STATUS PIC X(2).
       01  WS-OPCION PIC X.
       01  WS-CAMPO-INGRESADO PIC X(18).
       01  WS-REGISTRO-HALLADO PIC X.
       01  WS-MONEDA-LISTADO PIC X(3).
       01  FIN_ARCHIVO PIC X.
       01  MUESTRA-TIPO-CAMBIO PIC Z,ZZZ,ZZ9.999999.

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
              OPEN I-O COTIZACIONES.
              IF WS-COT-STATUS NOT = "00" AND WS-COT-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR COTIZACIONES - STATUS "
                         WS-COT-STATUS
                 MOVE "0" TO WS-OPCION
              END-IF.

      *****************************************************************
      * CERRAR ARCHIVOS
      *****************************************************************
           CERRAR-ARCHIVO.
             CLOSE COTIZACIONES.

      ****************************************************************
      * ATENDER-MENU - MUESTRA EL MENU Y DERIVA A CADA OPCION
      ****************************************************************
           ATENDER-MENU.
              DISPLAY " ".
              DISPLAY "MANTENIMIENTO DE COTIZACIONES DE MONEDAS".
              DISPLAY "1 - CONSULTA".
              DISPLAY "2 - ALTA".
              DISPLAY "3 - BAJA".
              DISPLAY "4 - MODIFICACION".
              DISPLAY "5 - HISTORIA DE UNA MONEDA".
              DISPLAY "0 - SALIR".
              DISPLAY "OPCION:".
              ACCEPT WS-OPCION.
              EVALUATE WS-OPCION
                  WHEN "1"
                      PERFORM CONSULTAR-COTIZACION
                  WHEN "2"
                      PERFORM ALTA-COTIZACION
                  WHEN "3"
                      PERFORM BAJA-COTIZACION
                  WHEN "4"
                      PERFORM MODIFICAR-COTIZACION
                  WHEN "5"
                      PERFORM LISTAR-MONEDA
                  WHEN "0"
                      CONTINUE
                  WHEN OTHER
                      DISPLAY "OPCION INVALIDA."
              END-EVALUATE.

      ****************************************************************
      * LEER-POR-CLAVE - LEE LA COTIZACION DE LA MONEDA Y FECHA
      ****************************************************************
           LEER-POR-CLAVE.
              DISPLAY "MONEDA (CODIGO ISO, EJ USD):".
              ACCEPT COT-MONEDA.
              DISPLAY "FECHA (AAAA-MM-DD):".
              ACCEPT COT-FECHA.
              MOVE "S" TO WS-REGISTRO-HALLADO.
              READ COTIZACIONES RECORD
                 INVALID KEY
                    DISPLAY "NO HAY COTIZACION PARA ESA MONEDA Y FECHA."
                    MOVE "N" TO WS-REGISTRO-HALLADO
              END-READ.

      ****************************************************************
      * CONSULTAR-COTIZACION
      ****************************************************************
           CONSULTAR-COTIZACION.
              PERFORM LEER-POR-CLAVE.
              IF WS-REGISTRO-HALLADO = "S"
                 PERFORM MOSTRAR-COTIZACION
              END-IF.

           MOSTRAR-COTIZACION.
              MOVE COT-TIPO-CAMBIO TO MUESTRA-TIPO-CAMBIO.
              DISPLAY "MONEDA: " COT-MONEDA "  FECHA: " COT-FECHA
                      "  PESOS POR UNIDAD: " MUESTRA-TIPO-CAMBIO.

      ****************************************************************
      * ALTA-COTIZACION - EL PESO NO SE COTIZA Y EL TIPO DE CAMBIO
      * DEBE SER MAYOR QUE CERO
      ****************************************************************
           ALTA-COTIZACION.
              MOVE SPACES TO COTIZACIONES-REGISTRO.
              MOVE ZEROES TO COT-TIPO-CAMBIO.
              DISPLAY "MONEDA (CODIGO ISO, EJ USD):".
              ACCEPT COT-MONEDA.
              DISPLAY "FECHA (AAAA-MM-DD):".
              ACCEPT COT-FECHA.
              DISPLAY "PESOS POR UNIDAD (EJ 980.500000):".
              ACCEPT WS-CAMPO-INGRESADO.
              EVALUATE TRUE
                  WHEN COT-MONEDA = SPACES OR COT-MONEDA = "ARS"
                      DISPLAY "MONEDA INVALIDA - NO SE GRABA EL ALTA."
                  WHEN COT-FECHA = SPACES
                      DISPLAY "FALTA LA FECHA - NO SE GRABA EL ALTA."
                  WHEN FUNCTION TEST-NUMVAL(WS-CAMPO-INGRESADO)
                       NOT = ZEROES
                      DISPLAY "TIPO DE CAMBIO INVALIDO - "
                              "NO SE GRABA EL ALTA."
                  WHEN FUNCTION NUMVAL(WS-CAMPO-INGRESADO) NOT > ZEROES
                      DISPLAY "TIPO DE CAMBIO INVALIDO - "
                              "NO SE GRABA EL ALTA."
                  WHEN OTHER
                      COMPUTE COT-TIPO-CAMBIO =
                         FUNCTION NUMVAL(WS-CAMPO-INGRESADO)
                      WRITE COTIZACIONES-REGISTRO
                         INVALID KEY
                            DISPLAY "YA EXISTE LA COTIZACION DE ESA "
                                    "MONEDA Y FECHA."
                         NOT INVALID KEY
                            DISPLAY "ALTA GRABADA."
                      END-WRITE
              END-EVALUATE.

      ****************************************************************
      * BAJA-COTIZACION
      ****************************************************************
           BAJA-COTIZACION.
              PERFORM LEER-POR-CLAVE.
              IF WS-REGISTRO-HALLADO = "S"
                 PERFORM MOSTRAR-COTIZACION
                 DELETE COTIZACIONES RECORD
                    INVALID KEY
                       DISPLAY "NO SE PUDO ELIMINAR - STATUS "
                               WS-COT-STATUS
                    NOT INVALID KEY
                       DISPLAY "BAJA GRABADA."
                 END-DELETE
              END-IF.

      ****************************************************************
      * MODIFICAR-COTIZACION - UN CAMPO VACIO CONSERVA EL VALOR ACTUAL
      ****************************************************************
           MODIFICAR-COTIZACION.
              PERFORM LEER-POR-CLAVE.
              IF WS-REGISTRO-HALLADO = "S"
                 PERFORM MOSTRAR-COTIZACION
                 DISPLAY "PESOS POR UNIDAD (VACIO = NO CAMBIA):"
                 ACCEPT WS-CAMPO-INGRESADO
                 IF WS-CAMPO-INGRESADO NOT = SPACES
                    IF FUNCTION TEST-NUMVAL(WS-CAMPO-INGRESADO) = ZEROES
                       AND FUNCTION NUMVAL(WS-CAMPO-INGRESADO) > ZEROES
                       COMPUTE COT-TIPO-CAMBIO =
                          FUNCTION NUMVAL(WS-CAMPO-INGRESADO)
                    ELSE
                       DISPLAY "TIPO DE CAMBIO INVALIDO - NO CAMBIA."
                    END-IF
                 END-IF
                 REWRITE COTIZACIONES-REGISTRO
                    INVALID KEY
                       DISPLAY "NO SE PUDO REGRABAR - STATUS "
                               WS-COT-STATUS
                    NOT INVALID KEY
                       DISPLAY "MODIFICACION GRABADA."
                 END-REWRITE
              END-IF.

      ****************************************************************
      * LISTAR-MONEDA - TODAS LAS COTIZACIONES DE UNA MONEDA EN
      * ORDEN DE FECHA
      ****************************************************************
           LISTAR-MONEDA.
              DISPLAY "MONEDA (CODIGO ISO, EJ USD):".
              ACCEPT WS-MONEDA-LISTADO.
              MOVE WS-MONEDA-LISTADO TO COT-MONEDA.
              MOVE LOW-VALUES TO COT-FECHA.
              MOVE "1" TO FIN_ARCHIVO.
              START COTIZACIONES KEY IS NOT LESS THAN COT-CLAVE
                 INVALID KEY MOVE "0" TO FIN_ARCHIVO
              END-START.
              IF FIN_ARCHIVO NOT = "0"
                 PERFORM LEER-COTIZACION-MONEDA
              END-IF.
              PERFORM MOSTRAR-COTIZACION-MONEDA
              UNTIL FIN_ARCHIVO = "0".

           MOSTRAR-COTIZACION-MONEDA.
              PERFORM MOSTRAR-COTIZACION.
              PERFORM LEER-COTIZACION-MONEDA.

           LEER-COTIZACION-MONEDA.
              READ COTIZACIONES NEXT RECORD
                 AT END MOVE "0" TO FIN_ARCHIVO
              END-READ.
              IF FIN_ARCHIVO NOT = "0"
                 AND COT-MONEDA NOT = WS-MONEDA-LISTADO
                 MOVE "0" TO FIN_ARCHIVO
              END-IF.
