       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-EST-STATUS.

       SELECT OPTIONAL COTIZACIONES
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\cotizaciones.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS COT-CLAVE
       FILE STATUS IS WS-COT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MOVIMIENTOS.
       FD ESTADISTICAS.
       01 ESTADISTICA-REGISTRO PIC X(132).

       FD COTIZACIONES.
           COPY "COTREG.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-TITULO.
               05 FILLER PIC X(10) VALUE "SUCURSAL".
               05 FILLER PIC X(6) VALUE "CANAL".
               05 FILLER PIC X(11) VALUE "OPERACION".
               05 FILLER PIC X(4) VALUE "MON".
               05 FILLER PIC X(9) VALUE "CANTIDAD".
               05 FILLER PIC X(18) VALUE "IMPORTE".
               05 FILLER PIC X(9) VALUE "CANT.ANT".
               05 FILLER PIC X(18) VALUE "IMPORTE ANTERIOR".
               05 FILLER PIC X(22) VALUE "VARIACION".
               05 FILLER PIC X(17) VALUE "PESOS AL CIERRE".

       01 LINEA-DETALLE.
               05 DET-SUCURSAL PIC X(10).
               05 DET-CANAL PIC X(6).
               05 DET-OPER PIC X(11).
               05 DET-MONEDA PIC X(4).
               05 DET-CANT PIC ZZZ,ZZ9.
               05 FILLER PIC X(2) VALUE " ".
               05 DET-IMPORTE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 DET-IMPORTE-ANT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE " ".
               05 DET-VARIACION PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE " ".
               05 DET-PESOS PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 LINEA-SUBTOTAL-EST.
               05 SUB-TEXTO PIC X(27).
               05 SUB-MONEDA PIC X(4).
               05 SUB-CANT PIC ZZZ,ZZ9.
               05 FILLER PIC X(2) VALUE " ".
               05 SUB-IMPORTE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 SUB-IMPORTE-ANT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE " ".
               05 SUB-VARIACION PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE " ".
               05 SUB-PESOS PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 TABLA-ESTADISTICA.
               05 EST-ITEM OCCURS 2000 TIMES.
                       15 EST-SUCURSAL PIC X(8).
                       15 EST-CANAL PIC X(2).
                       15 EST-COD-OPER PIC X(9).
                       15 EST-MONEDA PIC X(3).
                   10 EST-CANT-ACT PIC 9(9).
                   10 EST-IMP-ACT PIC 9(13)V99.
                   10 EST-CANT-ANT PIC 9(9).
               05 WS-CLAVE-SUCURSAL PIC X(8).
               05 WS-CLAVE-CANAL PIC X(2).
               05 WS-CLAVE-OPER PIC X(9).
               05 WS-CLAVE-MONEDA PIC X(3).
       01  WS-IMPORTE-NUM PIC 9(11)V99.
       01  WS-SUC-CORTE PIC X(8).
       01  WS-CANAL-CORTE PIC X(2).
       01  LINEA-IMPRESION PIC X(132).
       01  WS-PESOS-ACT PIC 9(13)V99.
       01  WS-PESOS-ANT PIC 9(13)V99.
       01  WS-CANT-SIN-COTIZ PIC 9(5) VALUE ZEROES.
       01  WS-CANT-MONEDAS PIC 9(3) VALUE ZEROES.
       01  WS-POS-MONEDA PIC 9(3).
       01  WS-IND-MONEDA PIC 9(3).

      ****************************************************************
      * TABLA-MONEDAS - TOTALES DE CADA MONEDA EN SU PROPIA MONEDA.
      * LOS SUBTOTALES Y EL TOTAL GENERAL SE EXPRESAN EN PESOS A LA
      * COTIZACION DEL ULTIMO DIA DEL MES INFORMADO
      ****************************************************************
       01 TABLA-MONEDAS.
               05 MON-ITEM OCCURS 20 TIMES.
                   10 MON-CODIGO PIC X(3).
                   10 MON-CANT-ACT PIC 9(9).
                   10 MON-IMP-ACT PIC 9(13)V99.
                   10 MON-CANT-ANT PIC 9(9).
                   10 MON-IMP-ANT PIC 9(13)V99.

       01 TOTALES-CANAL-CORTE.
               05 TCA-CANT-ACT PIC 9(9).
               05 TGE-CANT-ANT PIC 9(9).
               05 TGE-IMP-ANT PIC 9(13)V99.

           COPY "TABCOTIZ.CPY".

      ******************************************************************
           PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.

           PERFORM SOLICITAR-PERIODOS.
           MOVE WS-FECHA-HASTA (1:10) TO COT-FECHA-VIGENCIA.
           PERFORM CARGAR-TABLA-COTIZACIONES.
           MOVE "1" TO FIN_ARCHIVO.
           PERFORM APERTURA_ARCHIVO.
           PERFORM LEER-MOVIMIENTO.

      ****************************************************************
      * ACUMULAR-MOVIMIENTO - SUMA EL MOVIMIENTO EN LA CELDA DE SU
      * SUCURSAL, CANAL, OPERACION Y MONEDA, EN EL MES ACTUAL O EL
      * ANTERIOR
      ****************************************************************
           ACUMULAR-MOVIMIENTO.
              MOVE SPACES TO WS-PERIODO.

      ****************************************************************
      * UBICAR-ENTRADA - BUSCA LA CELDA DE ESTADISTICA Y SI NO
      * EXISTE LA INSERTA ORDENADA POR SUCURSAL, CANAL, OPERACION Y
      * MONEDA. UN MOVIMIENTO SIN MONEDA ES EN PESOS
      ****************************************************************
           UBICAR-ENTRADA.
              MOVE SUCURSAL TO WS-CLAVE-SUCURSAL.
              MOVE CANAL TO WS-CLAVE-CANAL.
              MOVE COD_OPER TO WS-CLAVE-OPER.
              MOVE MONEDA TO WS-CLAVE-MONEDA.
              IF WS-CLAVE-MONEDA = SPACES
                 MOVE "ARS" TO WS-CLAVE-MONEDA
              END-IF.
              MOVE ZEROES TO WS-POS-ENT.
              PERFORM COMPARAR-ENTRADA
                 VARYING WS-I FROM 1 BY 1

      *****************************************************************
      * IMPRIMIR-REPORTE - RECORRE LA TABLA ORDENADA CON CORTES DE
      * CONTROL POR SUCURSAL Y POR CANAL DENTRO DE LA SUCURSAL. CADA
      * LINEA LLEVA SU EQUIVALENTE EN PESOS A LA COTIZACION DEL CIERRE
      * DEL MES INFORMADO; LOS CORTES SUMAN ESOS EQUIVALENTES PORQUE
      * NO SE PUEDEN SUMAR IMPORTES DE MONEDAS DISTINTAS
      *****************************************************************
           IMPRIMIR-REPORTE.
              MOVE LINEA-TITULO TO LINEA-IMPRESION.
                 PERFORM IMPRIMIR-SUBTOTAL-SUCURSAL
              END-IF.
              PERFORM IMPRIMIR-TOTAL-GENERAL.
              PERFORM IMPRIMIR-TOTALES-MONEDA.
              IF WS-CANT-SIN-COTIZ > ZEROES
                 DISPLAY "ATENCION: " WS-CANT-SIN-COTIZ
                         " LINEAS SIN COTIZACION AL "
                         COT-FECHA-VIGENCIA
                         ", SE INFORMAN EN CERO PESOS."
              END-IF.
              IF WS-CANT-OMITIDAS > ZEROES
                 DISPLAY "ATENCION: " WS-CANT-OMITIDAS
                         " COMBINACIONES NO ENTRARON EN LA TABLA "
              MOVE EST-SUCURSAL (WS-I) TO DET-SUCURSAL.
              MOVE EST-CANAL (WS-I) TO DET-CANAL.
              MOVE EST-COD-OPER (WS-I) TO DET-OPER.
              MOVE EST-MONEDA (WS-I) TO DET-MONEDA.
              PERFORM CALCULAR-PESOS.
              MOVE WS-PESOS-ACT TO DET-PESOS.
              MOVE EST-CANT-ACT (WS-I) TO DET-CANT.
              MOVE EST-IMP-ACT (WS-I) TO DET-IMPORTE.
              MOVE EST-CANT-ANT (WS-I) TO DET-CANT-ANT.
              MOVE LINEA-DETALLE TO LINEA-IMPRESION.
              PERFORM GRABAR-LINEA.
              ADD EST-CANT-ACT (WS-I) TO TCA-CANT-ACT.
              ADD WS-PESOS-ACT TO TCA-IMP-ACT.
              ADD EST-CANT-ANT (WS-I) TO TCA-CANT-ANT.
              ADD WS-PESOS-ANT TO TCA-IMP-ANT.
              PERFORM ACUMULAR-MONEDA.

      *****************************************************************
      * CALCULAR-PESOS - EQUIVALENTE EN PESOS DE AMBOS MESES DE LA
      * LINEA, A LA MISMA COTIZACION PARA QUE LA VARIACION NO MEZCLE
      * EL EFECTO DEL TIPO DE CAMBIO
      *****************************************************************
           CALCULAR-PESOS.
              MOVE EST-MONEDA (WS-I) TO COT-MONEDA-BUSCADA.
              PERFORM BUSCAR-COTIZACION.
              IF COT-HALLADA = "N"
                 ADD 1 TO WS-CANT-SIN-COTIZ
              END-IF.
              COMPUTE WS-PESOS-ACT ROUNDED =
                 EST-IMP-ACT (WS-I) * COT-TIPO-HALLADO.
              COMPUTE WS-PESOS-ANT ROUNDED =
                 EST-IMP-ANT (WS-I) * COT-TIPO-HALLADO.

      *****************************************************************
      * ACUMULAR-MONEDA - SUMA LA LINEA EN EL TOTAL DE SU MONEDA
      *****************************************************************
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
                 MOVE EST-MONEDA (WS-I) TO MON-CODIGO (WS-POS-MONEDA)
                 MOVE ZEROES TO MON-CANT-ACT (WS-POS-MONEDA)
                 MOVE ZEROES TO MON-IMP-ACT (WS-POS-MONEDA)
                 MOVE ZEROES TO MON-CANT-ANT (WS-POS-MONEDA)
                 MOVE ZEROES TO MON-IMP-ANT (WS-POS-MONEDA)
              END-IF.
              IF WS-POS-MONEDA > ZEROES
                 ADD EST-CANT-ACT (WS-I) TO MON-CANT-ACT (WS-POS-MONEDA)
                 ADD EST-IMP-ACT (WS-I) TO MON-IMP-ACT (WS-POS-MONEDA)
                 ADD EST-CANT-ANT (WS-I) TO MON-CANT-ANT (WS-POS-MONEDA)
                 ADD EST-IMP-ANT (WS-I) TO MON-IMP-ANT (WS-POS-MONEDA)
              END-IF.

           BUSCAR-MONEDA.
              IF MON-CODIGO (WS-IND-MONEDA) = EST-MONEDA (WS-I)
                 MOVE WS-IND-MONEDA TO WS-POS-MONEDA.

           IMPRIMIR-SUBTOTAL-CANAL.
              MOVE SPACES TO LINEA-SUBTOTAL-EST.
              MOVE TCA-CANT-ANT TO SUB-CANT-ANT.
              MOVE TCA-IMP-ANT TO SUB-IMPORTE-ANT.
              COMPUTE SUB-VARIACION = TCA-IMP-ACT - TCA-IMP-ANT.
              MOVE "ARS" TO SUB-MONEDA.
              MOVE TCA-IMP-ACT TO SUB-PESOS.
              MOVE LINEA-SUBTOTAL-EST TO LINEA-IMPRESION.
              PERFORM GRABAR-LINEA.
              ADD TCA-CANT-ACT TO TSU-CANT-ACT.
              MOVE TSU-CANT-ANT TO SUB-CANT-ANT.
              MOVE TSU-IMP-ANT TO SUB-IMPORTE-ANT.
              COMPUTE SUB-VARIACION = TSU-IMP-ACT - TSU-IMP-ANT.
              MOVE "ARS" TO SUB-MONEDA.
              MOVE TSU-IMP-ACT TO SUB-PESOS.
              MOVE LINEA-SUBTOTAL-EST TO LINEA-IMPRESION.
              PERFORM GRABAR-LINEA.
              ADD TSU-CANT-ACT TO TGE-CANT-ACT.
              MOVE TGE-CANT-ANT TO SUB-CANT-ANT.
              MOVE TGE-IMP-ANT TO SUB-IMPORTE-ANT.
              COMPUTE SUB-VARIACION = TGE-IMP-ACT - TGE-IMP-ANT.
              MOVE "ARS" TO SUB-MONEDA.
              MOVE TGE-IMP-ACT TO SUB-PESOS.
              MOVE LINEA-SUBTOTAL-EST TO LINEA-IMPRESION.
              PERFORM GRABAR-LINEA.
              DISPLAY "ESTADISTICA GENERADA - COMBINACIONES: "
                      CANT-EST.

      *****************************************************************
      * IMPRIMIR-TOTALES-MONEDA - TOTAL DE CADA MONEDA EN SU PROPIA
      * MONEDA, CON SU EQUIVALENTE EN PESOS AL CIERRE DEL MES
      *****************************************************************
           IMPRIMIR-TOTALES-MONEDA.
              MOVE SPACES TO LINEA-IMPRESION.
              PERFORM GRABAR-LINEA.
              MOVE SPACES TO LINEA-IMPRESION.
              STRING "TOTALES POR MONEDA - COTIZACION AL "
                                          DELIMITED BY SIZE
                     COT-FECHA-VIGENCIA   DELIMITED BY SIZE
                 INTO LINEA-IMPRESION.
              PERFORM GRABAR-LINEA.
              PERFORM IMPRIMIR-TOTAL-MONEDA
                 VARYING WS-IND-MONEDA FROM 1 BY 1
                 UNTIL WS-IND-MONEDA > WS-CANT-MONEDAS.

           IMPRIMIR-TOTAL-MONEDA.
              MOVE SPACES TO LINEA-SUBTOTAL-EST.
              MOVE MON-CODIGO (WS-IND-MONEDA) TO COT-MONEDA-BUSCADA.
              PERFORM BUSCAR-COTIZACION.
              IF COT-HALLADA = "S"
                 MOVE "TOTAL MONEDA" TO SUB-TEXTO
              ELSE
                 MOVE "TOTAL MONEDA (SIN COTIZ.)" TO SUB-TEXTO
              END-IF.
              MOVE MON-CODIGO (WS-IND-MONEDA) TO SUB-MONEDA.
              MOVE MON-CANT-ACT (WS-IND-MONEDA) TO SUB-CANT.
              MOVE MON-IMP-ACT (WS-IND-MONEDA) TO SUB-IMPORTE.
              MOVE MON-CANT-ANT (WS-IND-MONEDA) TO SUB-CANT-ANT.
              MOVE MON-IMP-ANT (WS-IND-MONEDA) TO SUB-IMPORTE-ANT.
              COMPUTE SUB-VARIACION = MON-IMP-ACT (WS-IND-MONEDA)
                                    - MON-IMP-ANT (WS-IND-MONEDA).
              COMPUTE WS-PESOS-ACT ROUNDED =
                 MON-IMP-ACT (WS-IND-MONEDA) * COT-TIPO-HALLADO.
              MOVE WS-PESOS-ACT TO SUB-PESOS.
              MOVE LINEA-SUBTOTAL-EST TO LINEA-IMPRESION.
              PERFORM GRABAR-LINEA.

      *****************************************************************
      * GRABAR-LINEA - ESCRIBE UNA LINEA DEL REPORTE
      *****************************************************************
           GRABAR-LINEA.
              WRITE ESTADISTICA-REGISTRO FROM LINEA-IMPRESION.

           COPY "CARGCOT.CPY".
