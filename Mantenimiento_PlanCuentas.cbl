       IDENTIFICATION DIVISION.
       PROGRAM-ID.MantenimientoPlanCuentas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL PLANCTA
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\plan_cuentas.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PLA-CONCEPTO
       FILE STATUS IS WS-PLA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PLANCTA.
           COPY "PLAREG.CPY".

       WORKING-STORAGE SECTION.

       01  WS-PLA-STATUS PIC X(2).
       01  WS-OPCION PIC X.
       01  WS-CAMPO-INGRESADO PIC X(30).
       01  WS-REGISTRO-HALLADO PIC X.

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
              OPEN I-O PLANCTA.
              IF WS-PLA-STATUS NOT = "00" AND WS-PLA-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR PLAN DE CUENTAS - STATUS "
                         WS-PLA-STATUS
                 MOVE "0" TO WS-OPCION
              END-IF.

      *****************************************************************
      * CERRAR ARCHIVOS
      *****************************************************************
           CERRAR-ARCHIVO.
             CLOSE PLANCTA.

      ****************************************************************
      * ATENDER-MENU - MUESTRA EL MENU Y DERIVA A CADA OPCION
      ****************************************************************
           ATENDER-MENU.
              DISPLAY " ".
              DISPLAY "MANTENIMIENTO DEL PLAN DE CUENTAS CONTABLE".
              DISPLAY "1 - CONSULTA".
              DISPLAY "2 - ALTA".
              DISPLAY "3 - BAJA".
              DISPLAY "4 - MODIFICACION".
              DISPLAY "0 - SALIR".
              DISPLAY "OPCION:".
              ACCEPT WS-OPCION.
              EVALUATE WS-OPCION
                  WHEN "1"
                      PERFORM CONSULTAR-CONCEPTO
                  WHEN "2"
                      PERFORM ALTA-CONCEPTO
                  WHEN "3"
                      PERFORM BAJA-CONCEPTO
                  WHEN "4"
                      PERFORM MODIFICAR-CONCEPTO
                  WHEN "0"
                      CONTINUE
                  WHEN OTHER
                      DISPLAY "OPCION INVALIDA."
              END-EVALUATE.

      ****************************************************************
      * LEER-POR-CONCEPTO - LEE LA IMPUTACION DEL CONCEPTO PEDIDO
      ****************************************************************
           LEER-POR-CONCEPTO.
              DISPLAY "CONCEPTO (CODIGO DE OPERACION O INTDESC):".
              ACCEPT PLA-CONCEPTO.
              MOVE "S" TO WS-REGISTRO-HALLADO.
              READ PLANCTA RECORD
                 INVALID KEY
                    DISPLAY "NO EXISTE ESE CONCEPTO EN EL PLAN."
                    MOVE "N" TO WS-REGISTRO-HALLADO
              END-READ.

      ****************************************************************
      * CONSULTAR-CONCEPTO
      ****************************************************************
           CONSULTAR-CONCEPTO.
              PERFORM LEER-POR-CONCEPTO.
              IF WS-REGISTRO-HALLADO = "S"
                 PERFORM MOSTRAR-CONCEPTO
              END-IF.

           MOSTRAR-CONCEPTO.
              DISPLAY "CONCEPTO:     " PLA-CONCEPTO.
              DISPLAY "DESCRIPCION:  " PLA-DESCRIPCION.
              DISPLAY "CUENTA DEBE:  " PLA-CUENTA-DEBE.
              DISPLAY "CUENTA HABER: " PLA-CUENTA-HABER.

      ****************************************************************
      * ALTA-CONCEPTO - LAS DOS CUENTAS SON OBLIGATORIAS: UN CONCEPTO
      * IMPUTADO DE UN SOLO LADO DESCUADRA EL ASIENTO DEL DIA
      ****************************************************************
           ALTA-CONCEPTO.
              MOVE SPACES TO PLANCTA-REGISTRO.
              DISPLAY "CONCEPTO (CODIGO DE OPERACION O INTDESC):".
              ACCEPT PLA-CONCEPTO.
              DISPLAY "DESCRIPCION:".
              ACCEPT PLA-DESCRIPCION.
              DISPLAY "CUENTA CONTABLE DEL DEBE:".
              ACCEPT PLA-CUENTA-DEBE.
              DISPLAY "CUENTA CONTABLE DEL HABER:".
              ACCEPT PLA-CUENTA-HABER.
              IF PLA-CUENTA-DEBE = SPACES
                 OR PLA-CUENTA-HABER = SPACES
                 DISPLAY "FALTA UNA DE LAS CUENTAS - "
                         "NO SE GRABA EL ALTA."
              ELSE
                 WRITE PLANCTA-REGISTRO
                    INVALID KEY
                       DISPLAY "YA EXISTE ESE CONCEPTO EN EL PLAN."
                    NOT INVALID KEY
                       DISPLAY "ALTA GRABADA."
                 END-WRITE
              END-IF.

      ****************************************************************
      * BAJA-CONCEPTO
      ****************************************************************
           BAJA-CONCEPTO.
              PERFORM LEER-POR-CONCEPTO.
              IF WS-REGISTRO-HALLADO = "S"
                 PERFORM MOSTRAR-CONCEPTO
                 DELETE PLANCTA RECORD
                    INVALID KEY
                       DISPLAY "NO SE PUDO ELIMINAR - STATUS "
                               WS-PLA-STATUS
                    NOT INVALID KEY
                       DISPLAY "BAJA GRABADA."
                 END-DELETE
              END-IF.

      ****************************************************************
      * MODIFICAR-CONCEPTO - UN CAMPO VACIO CONSERVA EL VALOR ACTUAL
      ****************************************************************
           MODIFICAR-CONCEPTO.
              PERFORM LEER-POR-CONCEPTO.
              IF WS-REGISTRO-HALLADO = "S"
                 PERFORM MOSTRAR-CONCEPTO
                 DISPLAY "DESCRIPCION (VACIO = NO CAMBIA):"
                 ACCEPT WS-CAMPO-INGRESADO
                 IF WS-CAMPO-INGRESADO NOT = SPACES
                    MOVE WS-CAMPO-INGRESADO TO PLA-DESCRIPCION
                 END-IF
                 DISPLAY "CUENTA DEL DEBE (VACIO = NO CAMBIA):"
                 ACCEPT WS-CAMPO-INGRESADO
                 IF WS-CAMPO-INGRESADO NOT = SPACES
                    MOVE WS-CAMPO-INGRESADO TO PLA-CUENTA-DEBE
                 END-IF
                 DISPLAY "CUENTA DEL HABER (VACIO = NO CAMBIA):"
                 ACCEPT WS-CAMPO-INGRESADO
                 IF WS-CAMPO-INGRESADO NOT = SPACES
                    MOVE WS-CAMPO-INGRESADO TO PLA-CUENTA-HABER
                 END-IF
                 REWRITE PLANCTA-REGISTRO
                    INVALID KEY
                       DISPLAY "NO SE PUDO REGRABAR - STATUS "
                               WS-PLA-STATUS
                    NOT INVALID KEY
                       DISPLAY "MODIFICACION GRABADA."
                 END-REWRITE
              END-IF.
