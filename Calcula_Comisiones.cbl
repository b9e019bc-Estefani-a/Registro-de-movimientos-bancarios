       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-COM-STATUS.

       SELECT OPTIONAL COTIZACIONES
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\cotizaciones.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS COT-CLAVE
       FILE STATUS IS WS-COT-STATUS.

       SELECT OPTIONAL CIERRES
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\cierre_control.dat"
       FD COMISIONES.
       01 COMISION-REGISTRO PIC X(130).

       FD COTIZACIONES.
           COPY "COTREG.CPY".

       FD CIERRES.
           COPY "CIEREG.CPY".

                   10 COM-COD-CLI PIC X(10).
                   10 COM-TIPOCTA PIC X(10).
                   10 COM-DIGITO PIC X(5).
                   10 COM-MONEDA PIC X(3).
                   10 COM-IMPORTE PIC 9(11)V99.

       01  FIN_ARCHIVO PIC X.
       01  WS-CANT-TARIFADOS PIC 9(9) VALUE ZEROES.
       01  WS-CANT-SIN-TARIFA PIC 9(9) VALUE ZEROES.
       01  WS-CANT-COMISION-CERO PIC 9(9) VALUE ZEROES.
       01  WS-CANT-SIN-COTIZ PIC 9(9) VALUE ZEROES.
       01  WS-TOTAL-COMISIONES PIC 9(11)V99 VALUE ZEROES.
       01  WS-CANT-CUENTAS-COM PIC 9(5) VALUE ZEROES.
       01  WS-CANT-DESBORDE-COM PIC 9(5) VALUE ZEROES.
       01  MUESTRA-IMPORTE-MOV PIC 9(11).99.

           COPY "TABCODOP.CPY".
           COPY "TABCOTIZ.CPY".

      ******************************************************************
           PROCEDURE DIVISION.
           PERFORM CARGAR-TABLA-CODOPER.
           DISPLAY "FECHA DEL DIA A TARIFAR:".
           ACCEPT WS-FECHA-PROCESO.
           MOVE WS-FECHA-PROCESO TO COT-FECHA-VIGENCIA.
           PERFORM CARGAR-TABLA-COTIZACIONES.
           MOVE "1" TO FIN_ARCHIVO.
           PERFORM APERTURA_ARCHIVO.
           IF FIN_ARCHIVO NOT = "0"
                 SET IX-COD-OPER TO CANT-COD-OPER.

      ****************************************************************
      * CALCULAR-COMISION - IMPORTE POR TASA MAS CARGO FIJO. LA
      * COMISION SE COBRA EN LA MONEDA DE LA CUENTA; EL CARGO FIJO
      * ESTA EN PESOS Y SE CONVIERTE A LA COTIZACION DEL DIA. SIN
      * COTIZACION NO SE TARIFA Y QUEDA COMO SIN TARIFA
      ****************************************************************
           CALCULAR-COMISION.
              IF MONEDA = SPACES
                 MOVE "ARS" TO COT-MONEDA-BUSCADA
              ELSE
                 MOVE MONEDA TO COT-MONEDA-BUSCADA
              END-IF.
              PERFORM BUSCAR-COTIZACION.
              IF COT-HALLADA = "N"
                 ADD 1 TO WS-CANT-SIN-COTIZ
                 ADD 1 TO WS-CANT-SIN-TARIFA
              ELSE
                 PERFORM APLICAR-TARIFA
              END-IF.

           APLICAR-TARIFA.
              COMPUTE WS-IMPORTE-NUM = FUNCTION NUMVAL(IMPORTE).
              COMPUTE WS-COMISION ROUNDED =
                 WS-IMPORTE-NUM * TAB-TASA (WS-POS-OPER, WS-IND-CANAL)
                 + TAB-FIJO (WS-POS-OPER, WS-IND-CANAL)
                 / COT-TIPO-HALLADO.
              IF WS-COMISION > ZEROES
                 PERFORM GRABAR-ASIENTO-COMISION
                 PERFORM ACUMULAR-COMISION-CUENTA
                    MOVE COD_CLI TO COM-COD-CLI (WS-POS-CUENTA)
                    MOVE TIPOCTA TO COM-TIPOCTA (WS-POS-CUENTA)
                    MOVE DIGITO TO COM-DIGITO (WS-POS-CUENTA)
                    MOVE MONEDA TO COM-MONEDA (WS-POS-CUENTA)
                    MOVE ZEROES TO COM-IMPORTE (WS-POS-CUENTA)
                 ELSE
                    ADD 1 TO WS-CANT-DESBORDE-COM
              MOVE COM-IMPORTE (WS-J) TO MUESTRA-IMPORTE-MOV.
              MOVE MUESTRA-IMPORTE-MOV TO IMPORTE.
              MOVE "SU" TO CANAL.
              MOVE COM-MONEDA (WS-J) TO MONEDA.
              WRITE MOVIMIENTOS-REGISTRO
                 INVALID KEY
                    ADD 1 TO WS-CANT-YA-COBRADOS
              DISPLAY "MOVIMIENTOS DEL DIA:      " WS-CANT-LEIDOS.
              DISPLAY "ASIENTOS GENERADOS:       " WS-CANT-TARIFADOS.
              DISPLAY "SIN TARIFA O SIN CANAL:   " WS-CANT-SIN-TARIFA.
              IF WS-CANT-SIN-COTIZ > ZEROES
                 DISPLAY "ATENCION: " WS-CANT-SIN-COTIZ
                         " MOVIMIENTOS SIN COTIZACION AL "
                         WS-FECHA-PROCESO " NO SE TARIFAN."
              END-IF.
              DISPLAY "CON COMISION CERO:        "
                      WS-CANT-COMISION-CERO.
              DISPLAY "MOV. DE COMISION OMITIDOS:"
              CLOSE RUNLOG.

           COPY "CARGCOD.CPY".
           COPY "CARGCOT.CPY".
