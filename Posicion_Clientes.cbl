       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REP-STATUS.

       SELECT OPTIONAL COTIZACIONES
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\cotizaciones.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS COT-CLAVE
       FILE STATUS IS WS-COT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       FD REPORTE-POSICION.
       01 REPORTE-REGISTRO PIC X(132).

       FD COTIZACIONES.
           COPY "COTREG.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-TITULO-POSICION.

       01 LINEA-COLUMNAS.
               05 FILLER PIC X(26) VALUE "CUENTA".
               05 FILLER PIC X(4) VALUE "MON".
               05 FILLER PIC X(19) VALUE "SALDO FINAL".
               05 FILLER PIC X(19) VALUE "DEBITOS PERIODO".
               05 FILLER PIC X(19) VALUE "CREDITOS PERIODO".
               05 FILLER PIC X(19) VALUE "COMISIONES".
               05 FILLER PIC X(19) VALUE "SALDO EN PESOS".

       01 LINEA-DETALLE.
               05 DET-SUCURSAL PIC X(8).
               05 FILLER PIC X(1) VALUE "-".
               05 DET-CUENTA PIC X(15).
               05 FILLER PIC X(2) VALUE " ".
               05 DET-MONEDA PIC X(4).
               05 DET-SALDO PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE " ".
               05 DET-DEBITOS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 DET-CREDITOS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE " ".
               05 DET-COMISIONES PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE " ".
               05 DET-PESOS PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01 LINEA-TOTAL-CLIENTE.
               05 TOT-TEXTO PIC X(26).
               05 TOT-MONEDA PIC X(4).
               05 TOT-SALDO PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE " ".
               05 TOT-DEBITOS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 TOT-CREDITOS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE " ".
               05 TOT-COMISIONES PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE " ".
               05 TOT-PESOS PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

      *****************************************************************
      * TABLA-CTAS-CLIENTE - LAS CUENTAS DEL CLIENTE EN PROCESO. SE
      * CARGAN DESDE EL MAESTRO DE CUENTAS Y SE COMPLETAN CON LAS
      * CUENTAS QUE SOLO APARECEN EN MOVIMIENTOS, QUE TOMAN LA
      * MONEDA DEL PRIMER MOVIMIENTO LEIDO
      *****************************************************************
       01 TABLA-CTAS-CLIENTE.
               05 POS-CTA-ITEM OCCURS 200 TIMES.
                   10 POS-CLAVE-CUENTA.
                       15 POS-SUCURSAL PIC X(8).
                       15 POS-CUENTA PIC X(15).
                   10 POS-MONEDA PIC X(3).

      *****************************************************************
      * TABLA-MONEDAS-CLIENTE - TOTALES DEL CLIENTE EN CADA MONEDA.
      * LA POSICION CONSOLIDADA SE DA EN PESOS A LA COTIZACION DE LA
      * FECHA HASTA DEL REPORTE (O DE HOY SI NO SE INFORMO)
      *****************************************************************
       01 TABLA-MONEDAS-CLIENTE.
               05 CMO-ITEM OCCURS 20 TIMES.
                   10 CMO-CODIGO PIC X(3).
                   10 CMO-SALDO PIC S9(13)V99.
                   10 CMO-DEBITOS PIC 9(13)V99.
                   10 CMO-CREDITOS PIC 9(13)V99.
                   10 CMO-COMISIONES PIC 9(13)V99.
                   10 CMO-PESOS PIC S9(13)V99.

       01  FIN_ARCHIVO PIC X.
       01  WS-FIN-CLIENTE PIC X.
       01  WS-DEB-PERIODO PIC 9(11)V99.
       01  WS-CRE-PERIODO PIC 9(11)V99.
       01  WS-COM-PERIODO PIC 9(11)V99.
       01  WS-TOT-PESOS PIC S9(13)V99.
       01  WS-SALDO-PESOS PIC S9(13)V99.
       01  WS-CANT-MONEDAS PIC 9(3).
       01  WS-POS-MONEDA PIC 9(3).
       01  WS-IND-MONEDA PIC 9(3).
       01  WS-MONEDA-BUSQUEDA PIC X(3).
       01  WS-CANT-SIN-COTIZ PIC 9(9) VALUE ZEROES.
       01  WS-FECHA-SISTEMA PIC X(8).
       01  WS-CANT-CLIENTES PIC 9(9) VALUE ZEROES.
       01  WS-CLAVE-BUSQUEDA.
               05 WS-SUCURSAL-BUSQUEDA PIC X(8).
               05 WS-CUENTA-BUSQUEDA PIC X(15).

           COPY "TABCODOP.CPY".
           COPY "TABCOTIZ.CPY".

      ******************************************************************
           PROCEDURE DIVISION.
           DISPLAY "FECHA HASTA (VACIO = SIN LIMITE):".
           ACCEPT WS-FECHA-HASTA.
           IF WS-FECHA-HASTA = SPACES
              PERFORM ARMAR-FECHA-HOY
              MOVE HIGH-VALUES TO WS-FECHA-HASTA
           ELSE
              MOVE WS-FECHA-HASTA (1:10) TO COT-FECHA-VIGENCIA.
           PERFORM CARGAR-TABLA-COTIZACIONES.
           MOVE "1" TO FIN_ARCHIVO.
           PERFORM APERTURA_ARCHIVO.
           IF FIN_ARCHIVO NOT = "0"
              END-IF
           END-IF.
           DISPLAY "CLIENTES INFORMADOS: " WS-CANT-CLIENTES.
           IF WS-CANT-SIN-COTIZ > ZEROES
              DISPLAY "ATENCION: " WS-CANT-SIN-COTIZ
                      " CUENTAS SIN COTIZACION AL "
                      COT-FECHA-VIGENCIA
                      ", SE INFORMAN EN CERO PESOS."
           END-IF.
           DISPLAY "REPORTE GRABADO EN POS_CLIENTES.TXT".
           PERFORM CERRAR-ARCHIVO.
           STOP RUN.

      ****************************************************************
      * ARMAR-POSICION-CLIENTE - ENCABEZADO CON LOS DATOS DEL
      * CLIENTE, UNA LINEA POR CUENTA Y EL TOTAL DEL CLIENTE EN CADA
      * MONEDA Y EN PESOS
      ****************************************************************
           ARMAR-POSICION-CLIENTE.
              ADD 1 TO WS-CANT-CLIENTES.
              MOVE CLI-COD-CLI TO WS-CLIENTE-ACTUAL.
              MOVE ZEROES TO WS-CANT-CTAS.
              MOVE ZEROES TO WS-CANT-DESBORDE.
              MOVE ZEROES TO WS-CANT-MONEDAS.
              MOVE ZEROES TO WS-TOT-PESOS.
              PERFORM GRABAR-ENCABEZADO-CLIENTE.
              PERFORM CARGAR-CUENTAS-DEL-MAESTRO.
              PERFORM CARGAR-CUENTAS-DE-MOVIMIENTOS.
              IF WS-FIN-CLIENTE NOT = "0"
                 IF CTA-COD-CLI = WS-CLIENTE-ACTUAL
                    MOVE CTA-CLAVE-CUENTA TO WS-CLAVE-BUSQUEDA
                    MOVE CTA-MONEDA TO WS-MONEDA-BUSQUEDA
                    PERFORM AGREGAR-CUENTA-TABLA
                 ELSE
                    MOVE "0" TO WS-FIN-CLIENTE
              IF WS-FIN-CLIENTE NOT = "0"
                 IF COD_CLI = WS-CLIENTE-ACTUAL
                    MOVE CLAVE-CUENTA TO WS-CLAVE-BUSQUEDA
                    MOVE MONEDA TO WS-MONEDA-BUSQUEDA
                    PERFORM AGREGAR-CUENTA-TABLA
                 ELSE
                    MOVE "0" TO WS-FIN-CLIENTE
              END-IF.

      ****************************************************************
      * AGREGAR-CUENTA-TABLA - ALTA EN LA TABLA SI NO ESTABA YA. UNA
      * CUENTA SIN MONEDA ES EN PESOS
      ****************************************************************
           AGREGAR-CUENTA-TABLA.
              IF WS-MONEDA-BUSQUEDA = SPACES
                 MOVE "ARS" TO WS-MONEDA-BUSQUEDA
              END-IF.
              MOVE ZEROES TO WS-POS-HALLADA.
              PERFORM BUSCAR-CUENTA-TABLA
                 VARYING WS-I FROM 1 BY 1
                    ADD 1 TO WS-CANT-CTAS
                    MOVE WS-CLAVE-BUSQUEDA
                       TO POS-CLAVE-CUENTA (WS-CANT-CTAS)
                    MOVE WS-MONEDA-BUSQUEDA
                       TO POS-MONEDA (WS-CANT-CTAS)
                 ELSE
                    ADD 1 TO WS-CANT-DESBORDE
                 END-IF

      ****************************************************************
      * INFORMAR-CUENTA - SALDO DEL MAESTRO MAS LA ACTIVIDAD DEL
      * PERIODO LEIDA DE MOVIMIENTOS POR LA CLAVE DE CUENTA, CON EL
      * SALDO CONVERTIDO A PESOS
      ****************************************************************
           INFORMAR-CUENTA.
              MOVE ZEROES TO WS-SALDO-CTA.
              PERFORM SUMAR-ACTIVIDAD-PERIODO.
              MOVE POS-SUCURSAL (WS-I) TO DET-SUCURSAL.
              MOVE POS-CUENTA (WS-I) TO DET-CUENTA.
              MOVE POS-MONEDA (WS-I) TO DET-MONEDA.
              MOVE POS-MONEDA (WS-I) TO COT-MONEDA-BUSCADA.
              PERFORM BUSCAR-COTIZACION.
              IF COT-HALLADA = "N"
                 ADD 1 TO WS-CANT-SIN-COTIZ
              END-IF.
              COMPUTE WS-SALDO-PESOS ROUNDED =
                 WS-SALDO-CTA * COT-TIPO-HALLADO.
              MOVE WS-SALDO-CTA TO DET-SALDO.
              MOVE WS-DEB-PERIODO TO DET-DEBITOS.
              MOVE WS-CRE-PERIODO TO DET-CREDITOS.
              MOVE WS-COM-PERIODO TO DET-COMISIONES.
              MOVE WS-SALDO-PESOS TO DET-PESOS.
              WRITE REPORTE-REGISTRO FROM LINEA-DETALLE.
              PERFORM ACUMULAR-MONEDA.
              ADD WS-SALDO-PESOS TO WS-TOT-PESOS.

      ****************************************************************
      * ACUMULAR-MONEDA - SUMA LA CUENTA EN EL TOTAL DEL CLIENTE EN
      * SU MONEDA
      ****************************************************************
           ACUMULAR-MONEDA.
              MOVE ZEROES TO WS-POS-MONEDA.
              PERFORM BUSCAR-MONEDA
                 VARYING WS-IND-MONEDA FROM 1 BY 1
                 UNTIL WS-IND-MONEDA > WS-CANT-MONEDAS
                    OR WS-POS-MONEDA > ZEROES.
              IF WS-POS-MONEDA = ZEROES
                 AND WS-CANT-MONEDAS < 20
                 ADD 1 TO WS-CANT-MONEDAS
                 MOVE WS-CANT-MONEDAS TO WS-POS-MONEDA
                 MOVE POS-MONEDA (WS-I) TO CMO-CODIGO (WS-POS-MONEDA)
                 MOVE ZEROES TO CMO-SALDO (WS-POS-MONEDA)
                 MOVE ZEROES TO CMO-DEBITOS (WS-POS-MONEDA)
                 MOVE ZEROES TO CMO-CREDITOS (WS-POS-MONEDA)
                 MOVE ZEROES TO CMO-COMISIONES (WS-POS-MONEDA)
                 MOVE ZEROES TO CMO-PESOS (WS-POS-MONEDA)
              END-IF.
              IF WS-POS-MONEDA > ZEROES
                 ADD WS-SALDO-CTA TO CMO-SALDO (WS-POS-MONEDA)
                 ADD WS-DEB-PERIODO TO CMO-DEBITOS (WS-POS-MONEDA)
                 ADD WS-CRE-PERIODO TO CMO-CREDITOS (WS-POS-MONEDA)
                 ADD WS-COM-PERIODO TO CMO-COMISIONES (WS-POS-MONEDA)
                 ADD WS-SALDO-PESOS TO CMO-PESOS (WS-POS-MONEDA)
              END-IF.

           BUSCAR-MONEDA.
              IF CMO-CODIGO (WS-IND-MONEDA) = POS-MONEDA (WS-I)
                 MOVE WS-IND-MONEDA TO WS-POS-MONEDA.

           SUMAR-ACTIVIDAD-PERIODO.
              MOVE ZEROES TO WS-DEB-PERIODO.
                 MOVE TAB-NAT-OPER (IX-COD-OPER) TO WS-NAT-OPER
                 SET IX-COD-OPER TO CANT-COD-OPER.

      ****************************************************************
      * GRABAR-TOTAL-CLIENTE - UN TOTAL POR MONEDA Y LA POSICION
      * CONSOLIDADA EN PESOS
      ****************************************************************
           GRABAR-TOTAL-CLIENTE.
              PERFORM GRABAR-TOTAL-MONEDA
                 VARYING WS-IND-MONEDA FROM 1 BY 1
                 UNTIL WS-IND-MONEDA > WS-CANT-MONEDAS.
              MOVE SPACES TO LINEA-TOTAL-CLIENTE.
              MOVE "TOTAL DEL CLIENTE EN PESOS" TO TOT-TEXTO.
              MOVE "ARS" TO TOT-MONEDA.
              MOVE WS-TOT-PESOS TO TOT-PESOS.
              WRITE REPORTE-REGISTRO FROM LINEA-TOTAL-CLIENTE.

           GRABAR-TOTAL-MONEDA.
              MOVE SPACES TO LINEA-TOTAL-CLIENTE.
              MOVE "TOTAL DEL CLIENTE" TO TOT-TEXTO.
              MOVE CMO-CODIGO (WS-IND-MONEDA) TO TOT-MONEDA.
              MOVE CMO-SALDO (WS-IND-MONEDA) TO TOT-SALDO.
              MOVE CMO-DEBITOS (WS-IND-MONEDA) TO TOT-DEBITOS.
              MOVE CMO-CREDITOS (WS-IND-MONEDA) TO TOT-CREDITOS.
              MOVE CMO-COMISIONES (WS-IND-MONEDA) TO TOT-COMISIONES.
              MOVE CMO-PESOS (WS-IND-MONEDA) TO TOT-PESOS.
              WRITE REPORTE-REGISTRO FROM LINEA-TOTAL-CLIENTE.

      ****************************************************************
      * ARMAR-FECHA-HOY - FECHA DEL SISTEMA EN FORMATO AAAA-MM-DD,
      * PARA LA COTIZACION CUANDO NO SE INFORMA FECHA HASTA
      ****************************************************************
           ARMAR-FECHA-HOY.
              ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
              MOVE SPACES TO COT-FECHA-VIGENCIA.
              STRING WS-FECHA-SISTEMA (1:4) DELIMITED BY SIZE
                     "-"                    DELIMITED BY SIZE
                     WS-FECHA-SISTEMA (5:2) DELIMITED BY SIZE
                     "-"                    DELIMITED BY SIZE
                     WS-FECHA-SISTEMA (7:2) DELIMITED BY SIZE
                 INTO COT-FECHA-VIGENCIA.

      *****************************************************************
      * LEE SIGUIENTE CLIENTE
      *****************************************************************
           MOVE "0" TO FIN_ARCHIVO.

           COPY "CARGCOD.CPY".
           COPY "CARGCOT.CPY".
