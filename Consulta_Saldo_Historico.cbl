       IDENTIFICATION DIVISION.
       PROGRAM-ID.ConsultaSaldoHistorico.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL SALDOS-HISTORICO
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\saldos_historico.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS SHI-CLAVE
       FILE STATUS IS WS-SHI-STATUS.

       SELECT OPTIONAL CUENTAS
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\cuentas.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CTA-CLAVE-CUENTA
       ALTERNATE RECORD KEY IS CTA-COD-CLI WITH DUPLICATES
       FILE STATUS IS WS-CTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SALDOS-HISTORICO.
           COPY "SHIREG.CPY".

       FD CUENTAS.
           COPY "CTAREG.CPY".

       WORKING-STORAGE SECTION.

       01  FIN_ARCHIVO PIC X.
       01  WS-SHI-STATUS PIC X(2).
       01  WS-CTA-STATUS PIC X(2).
       01  WS-SALIR PIC X.
       01  WS-FECHA-CONSULTA PIC X(10).
       01  WS-MONEDA-CUENTA PIC X(3).
       01  WS-IMAGEN-HALLADA PIC X.
       01  WS-CLAVE-CONSULTA.
               05 WS-SUCURSAL-CONSULTA PIC X(8).
               05 WS-CUENTA-CONSULTA PIC X(15).
       01  WS-IMAGEN-VIGENTE PIC X(95).
       01  MUESTRA-SALDO PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  MUESTRA-DEBITOS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  MUESTRA-CREDITOS PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      ******************************************************************
           PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.

           MOVE "N" TO WS-SALIR.
           PERFORM APERTURA_ARCHIVO.
           PERFORM ATENDER-CONSULTA
           UNTIL WS-SALIR = "S".
           PERFORM CERRAR-ARCHIVO.
           STOP RUN.

      ****************************************************************
      * APERTURA DE ARCHIVOS
      ****************************************************************
           APERTURA_ARCHIVO.
              OPEN INPUT SALDOS-HISTORICO.
              IF WS-SHI-STATUS NOT = "00" AND WS-SHI-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR SALDOS_HISTORICO.DAT - "
                         "STATUS " WS-SHI-STATUS
                 MOVE "S" TO WS-SALIR
              END-IF.
              OPEN INPUT CUENTAS.
              IF WS-CTA-STATUS NOT = "00" AND WS-CTA-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR CUENTAS - STATUS "
                         WS-CTA-STATUS
                 MOVE "S" TO WS-SALIR
              END-IF.

      *****************************************************************
      * CERRAR ARCHIVOS
      *****************************************************************
           CERRAR-ARCHIVO.
             CLOSE SALDOS-HISTORICO.
             CLOSE CUENTAS.

      ****************************************************************
      * ATENDER-CONSULTA - PIDE CUENTA Y FECHA; UNA SUCURSAL VACIA
      * TERMINA EL PROGRAMA
      ****************************************************************
           ATENDER-CONSULTA.
              DISPLAY " ".
              DISPLAY "CONSULTA DE SALDO A UNA FECHA".
              DISPLAY "SUCURSAL (VACIO = SALIR):".
              ACCEPT WS-SUCURSAL-CONSULTA.
              IF WS-SUCURSAL-CONSULTA = SPACES
                 MOVE "S" TO WS-SALIR
              ELSE
                 DISPLAY "CUENTA:"
                 ACCEPT WS-CUENTA-CONSULTA
                 DISPLAY "FECHA (AAAA-MM-DD):"
                 ACCEPT WS-FECHA-CONSULTA
                 PERFORM BUSCAR-MONEDA-CUENTA
                 PERFORM BUSCAR-IMAGEN-VIGENTE
                 PERFORM MOSTRAR-SALDO
              END-IF.

      ****************************************************************
      * BUSCAR-MONEDA-CUENTA - LA MONEDA SALE DEL MAESTRO DE CUENTAS;
      * SIN CUENTA O SIN MONEDA SE INFORMA EN PESOS
      ****************************************************************
           BUSCAR-MONEDA-CUENTA.
              MOVE "ARS" TO WS-MONEDA-CUENTA.
              MOVE WS-CLAVE-CONSULTA TO CTA-CLAVE-CUENTA.
              READ CUENTAS RECORD
                 INVALID KEY
                    DISPLAY "LA CUENTA NO ESTA EN EL MAESTRO DE "
                            "CUENTAS."
                 NOT INVALID KEY
                    IF CTA-MONEDA NOT = SPACES
                       MOVE CTA-MONEDA TO WS-MONEDA-CUENTA
                    END-IF
              END-READ.

      ****************************************************************
      * BUSCAR-IMAGEN-VIGENTE - RECORRE LAS IMAGENES DE LA CUENTA EN
      * ORDEN DE FECHA Y SE QUEDA CON LA ULTIMA NO POSTERIOR A LA
      * FECHA PEDIDA: UN DIA SIN CIERRE TIENE EL SALDO DEL CIERRE
      * ANTERIOR
      ****************************************************************
           BUSCAR-IMAGEN-VIGENTE.
              MOVE "N" TO WS-IMAGEN-HALLADA.
              MOVE WS-CLAVE-CONSULTA TO SHI-CLAVE-CUENTA.
              MOVE LOW-VALUES TO SHI-FECHA.
              MOVE "1" TO FIN_ARCHIVO.
              START SALDOS-HISTORICO KEY IS NOT LESS THAN SHI-CLAVE
                 INVALID KEY MOVE "0" TO FIN_ARCHIVO
              END-START.
              PERFORM LEER-IMAGEN
              UNTIL FIN_ARCHIVO = "0".
              IF WS-IMAGEN-HALLADA = "S"
                 MOVE WS-IMAGEN-VIGENTE TO SALDOS-HISTORICO-REGISTRO
              END-IF.

           LEER-IMAGEN.
              READ SALDOS-HISTORICO NEXT RECORD
                 AT END MOVE "0" TO FIN_ARCHIVO
              END-READ.
              IF FIN_ARCHIVO NOT = "0"
                 IF SHI-CLAVE-CUENTA = WS-CLAVE-CONSULTA
                    AND SHI-FECHA NOT > WS-FECHA-CONSULTA
                    MOVE "S" TO WS-IMAGEN-HALLADA
                    MOVE SALDOS-HISTORICO-REGISTRO
                       TO WS-IMAGEN-VIGENTE
                 ELSE
                    MOVE "0" TO FIN_ARCHIVO
                 END-IF
              END-IF.

      ****************************************************************
      * MOSTRAR-SALDO - EL DEBITO Y EL CREDITO DEL DIA SOLO SE
      * MUESTRAN SI LA CUENTA OPERO EN LA FECHA DEL CIERRE HALLADO
      ****************************************************************
           MOSTRAR-SALDO.
              IF WS-IMAGEN-HALLADA = "N"
                 DISPLAY "NO HAY SALDO REGISTRADO DE LA CUENTA AL "
                         WS-FECHA-CONSULTA "."
              ELSE
                 MOVE SHI-SALDO-FINAL TO MUESTRA-SALDO
                 DISPLAY "CUENTA: " SHI-SUCURSAL "-" SHI-CUENTA
                         "  MONEDA: " WS-MONEDA-CUENTA
                 DISPLAY "SALDO AL " WS-FECHA-CONSULTA ": "
                         MUESTRA-SALDO
                 IF SHI-FECHA NOT = WS-FECHA-CONSULTA
                    DISPLAY "(TOMADO DEL CIERRE DEL " SHI-FECHA
                            ", ULTIMO ANTERIOR A LA FECHA)"
                 END-IF
                 IF SHI-FECHA-ULT = SHI-FECHA
                    MOVE SHI-DEBITOS-DIA TO MUESTRA-DEBITOS
                    MOVE SHI-CREDITOS-DIA TO MUESTRA-CREDITOS
                    DISPLAY "DEBITOS DEL " SHI-FECHA ": "
                            MUESTRA-DEBITOS
                    DISPLAY "CREDITOS DEL " SHI-FECHA ": "
                            MUESTRA-CREDITOS
                 ELSE
                    DISPLAY "SIN MOVIMIENTOS EL " SHI-FECHA
                            " - ULTIMA OPERACION: " SHI-FECHA-ULT
                 END-IF
              END-IF.
