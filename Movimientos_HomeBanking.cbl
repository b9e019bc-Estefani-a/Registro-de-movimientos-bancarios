       RECORD KEY IS COP-COD-OPER
       FILE STATUS IS WS-COP-STATUS.

       SELECT OPTIONAL CONTRASIENTOS
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\mov_contrasientos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CTR-CLAVE-ORIGINAL
       ALTERNATE RECORD KEY IS CTR-CLAVE-CONTRASIENTO
       FILE STATUS IS WS-CTR-STATUS.

       SELECT OPTIONAL EXPORT-MOVIMIENTOS
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\mov_export.csv"
       ORGANIZATION IS LINE SEQUENTIAL
       FD CODOPER.
           COPY "CODREG.CPY".

       FD CONTRASIENTOS.
           COPY "CTRREG.CPY".

       FD EXPORT-MOVIMIENTOS.
       01 EXPORT-REGISTRO PIC X(180).

               05 CKPT-CONTADOR PIC 9(9).
               05 CKPT-HOJA-NRO PIC 9(3).
               05 CKPT-COD-CLI PIC X(10).
               05 FILLER PIC X(39).
               05 CKPT-TOTALES-MONEDA PIC X(163).
               05 CKPT-SUBTOTALES-MONEDA PIC X(163).
               05 CKPT-SALDOS-CUENTA PIC X(723).

       FD PARAMETROS.
       01 PARAMETROS-REGISTRO.
               05 NDECUENTA PIC x(18) VALUE "Numero de cuenta".
               05 TEXTOFECHAMOV PIC X(12) VALUE 'Fecha'.
               05 TEXTOCODIGO PIC X(24) VALUE 'Codigo de operacion'.
               05 TEXTOIMPORTE PIC X(15) VALUE 'Importe'.
               05 TEXTOMONEDA PIC X(5) VALUE 'Mon'.
               05 TEXTOCANAL PIC X(16) VALUE 'Canal'.
               05 TEXTOSALDO PIC X(10) VALUE 'Saldo'.

                 05 MUESTRA_FECHA_MOV PIC X(18).
                 05 MUESTRA_COD_OPER PIC X(18).
                 05 MUESTRA_IMPORTE PIC X(15).
                 05 MUESTRA_MONEDA PIC X(5).
                 05 MUESTRA_CANAL PIC X(15).
                 05 MUESTRA_SALDO PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
                 05 FILLER PIC X(2) VALUE " ".
                 05 MUESTRA_MARCA PIC X(10).

       01 LINEA-SUBTOTAL.
               05 TEXTOSUBTOTAL PIC X(20) VALUE 'Subtotal de hoja en '.
               05 MUESTRA_MONEDA_SUBTOTAL PIC X(3).
               05 FILLER PIC X(2) VALUE ':'.
               05 MUESTRA_SUBTOTAL PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01 LINEA-TOTAL-MONEDA.
               05 TEXTOTOTALMON PIC X(9) VALUE 'Total en '.
               05 MUESTRA_MONEDA_TOTAL PIC X(3).
               05 FILLER PIC X(13) VALUE ':'.
               05 MUESTRA_TOTAL_MONEDA PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

      *****************************************************************
      * TOTALES-MONEDA-CLIENTE - TOTAL DEL CLIENTE EN CADA MONEDA.
      * IMPORTES DE MONEDAS DISTINTAS NO SE SUMAN ENTRE SI, POR ESO NO
      * HAY UN TOTAL GENERAL UNICO. VIAJA ENTERO EN EL PUNTO DE CONTROL
      *****************************************************************
       01 TOTALES-MONEDA-CLIENTE.
               05 WS-CANT-MONEDAS PIC 9(3).
               05 TMO-ITEM OCCURS 10 TIMES.
                   10 TMO-CODIGO PIC X(3).
                   10 TMO-TOTAL PIC S9(11)V99.

      *****************************************************************
      * TOTALES-MONEDA-HOJA - SUBTOTAL DE LA HOJA EN CADA MONEDA
      *****************************************************************
       01 TOTALES-MONEDA-HOJA.
               05 WS-CANT-MONEDAS-HOJA PIC 9(3).
               05 SMO-ITEM OCCURS 10 TIMES.
                   10 SMO-CODIGO PIC X(3).
                   10 SMO-SUBTOTAL PIC S9(11)V99.

      *****************************************************************
      * SALDOS-CUENTA-CLIENTE - SALDO CORRIDO DE CADA CUENTA DEL
      * CLIENTE. LOS MOVIMIENTOS DE UN CLIENTE SE LEEN POR SU CODIGO Y
      * LAS CUENTAS PUEDEN VENIR INTERCALADAS, ASI QUE CADA CUENTA
      * LLEVA SU PROPIO SALDO EN SU MONEDA
      *****************************************************************
       01 SALDOS-CUENTA-CLIENTE.
               05 WS-CANT-CUENTAS-CLI PIC 9(3).
               05 SCU-ITEM OCCURS 20 TIMES.
                   10 SCU-CLAVE-CUENTA PIC X(23).
                   10 SCU-SALDO PIC S9(11)V99.

       01  FIN_ARCHIVO PIC X.
       01  MAXIMO-REGISTROS PIC 99.
       01  WS-IMPORTE-SIGNADO PIC S9(11)V99.
       01  WS-NAT-OPER PIC X.
       01  WS-SALDO-CORRIDO PIC S9(11)V99 VALUE ZEROES.
       01  WS-MONEDA-MOV PIC X(3).
       01  WS-POS-MONEDA PIC 9(3).
       01  WS-IND-MONEDA PIC 9(3).
       01  WS-POS-CUENTA PIC 9(3).
       01  WS-IND-CUENTA PIC 9(3).
       01  WS-HOJA-NRO PIC 9(3).
       01  WS-DESC-CANAL PIC X(15).
       01  WS-DESC-OPER PIC X(18).
       01  WS-RESPUESTA-CKPT PIC X.
       01  WS-MOV-STATUS PIC X(2).
       01  WS-CLI-STATUS PIC X(2).
       01  WS-CTR-STATUS PIC X(2).
       01  WS-CLIENTE-HALLADO PIC X.
       01  WS-NOMBRE-CLI PIC X(30).
       01  WS-DIRECCION-CLI PIC X(40).
           END-IF.
           MOVE ZEROES TO MAXIMO-REGISTROS.
           MOVE ZEROES TO WS-HOJA-NRO.
           MOVE ZEROES TO WS-CANT-MONEDAS.
           MOVE ZEROES TO WS-CANT-MONEDAS-HOJA.
           MOVE ZEROES TO WS-CANT-CUENTAS-CLI.
           MOVE SPACES TO WS-COD-CLI-ANTERIOR.
           MOVE "1" TO FIN_ARCHIVO.
           PERFORM APERTURA_ARCHIVO.
                       MOVE CKPT-CONTADOR TO WS-CONTADOR-LEIDOS
                       MOVE CKPT-HOJA-NRO TO WS-HOJA-NRO
                       MOVE CKPT-COD-CLI TO WS-COD-CLI-ANTERIOR
                       IF CKPT-TOTALES-MONEDA NOT = SPACES
                          MOVE CKPT-TOTALES-MONEDA
                             TO TOTALES-MONEDA-CLIENTE
                       END-IF
                       IF CKPT-SUBTOTALES-MONEDA NOT = SPACES
                          MOVE CKPT-SUBTOTALES-MONEDA
                             TO TOTALES-MONEDA-HOJA
                       END-IF
                       IF CKPT-SALDOS-CUENTA NOT = SPACES
                          MOVE CKPT-SALDOS-CUENTA
                             TO SALDOS-CUENTA-CLIENTE
                       END-IF
                       MOVE "S" TO WS-RESUME
                    END-IF
                 END-IF
      * GUARDAR-CHECKPOINT - GRABA EL PUNTO DE CONTROL ACTUAL
      ****************************************************************
           GUARDAR-CHECKPOINT.
              MOVE SPACES TO CHECKPOINT-REGISTRO.
              MOVE WS-CONTADOR-LEIDOS TO CKPT-CONTADOR.
              MOVE WS-HOJA-NRO TO CKPT-HOJA-NRO.
              MOVE WS-COD-CLI-ANTERIOR TO CKPT-COD-CLI.
              MOVE TOTALES-MONEDA-CLIENTE TO CKPT-TOTALES-MONEDA.
              MOVE TOTALES-MONEDA-HOJA TO CKPT-SUBTOTALES-MONEDA.
              MOVE SALDOS-CUENTA-CLIENTE TO CKPT-SALDOS-CUENTA.
              OPEN OUTPUT CHECKPOINT-FILE.
              WRITE CHECKPOINT-REGISTRO.
              CLOSE CHECKPOINT-FILE.
      * FINALIZAR-CHECKPOINT - LIMPIA EL PUNTO DE CONTROL AL TERMINAR
      ****************************************************************
           FINALIZAR-CHECKPOINT.
              MOVE SPACES TO CHECKPOINT-REGISTRO.
              MOVE ZEROES TO CKPT-CONTADOR.
              MOVE ZEROES TO CKPT-HOJA-NRO.
              OPEN OUTPUT CHECKPOINT-FILE.
              WRITE CHECKPOINT-REGISTRO.
              CLOSE CHECKPOINT-FILE.
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.
              OPEN INPUT CONTRASIENTOS.
              IF WS-CTR-STATUS NOT = "00" AND WS-CTR-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR MOV_CONTRASIENTOS.DAT - "
                         "STATUS " WS-CTR-STATUS
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.
              IF WS-BUSQUEDA-ACTIVA = "S"
                 AND FIN_ARCHIVO NOT = "0"
                 MOVE WS-SUCURSAL-BUSQUEDA TO SUCURSAL
           CERRAR-ARCHIVO.
             CLOSE MOVIMIENTOS.
             CLOSE CLIENTES.
             CLOSE CONTRASIENTOS.
             IF WS-HIST-ABIERTO = "S"
                CLOSE HISTORICO.
             CLOSE EXPORT-MOVIMIENTOS.
                   END-IF
                   MOVE ZEROES TO MAXIMO-REGISTROS
                   MOVE ZEROES TO WS-HOJA-NRO
                   MOVE ZEROES TO WS-CANT-MONEDAS-HOJA
                   MOVE ZEROES TO WS-CANT-MONEDAS
                   MOVE ZEROES TO WS-CANT-CUENTAS-CLI
                   MOVE COD_CLI TO WS-COD-CLI-ANTERIOR
                   ADD 1 TO WS-CANT-CLIENTES
                   PERFORM BUSCAR-CLIENTE
           PERFORM BUSCAR-COD-OPER.
           MOVE WS-DESC-OPER TO MUESTRA_COD_OPER.
           MOVE IMPORTE TO MUESTRA_IMPORTE.
           MOVE MONEDA TO WS-MONEDA-MOV.
           IF WS-MONEDA-MOV = SPACES
              MOVE "ARS" TO WS-MONEDA-MOV
           END-IF.
           MOVE WS-MONEDA-MOV TO MUESTRA_MONEDA.

           COMPUTE WS-IMPORTE-NUM = FUNCTION NUMVAL(IMPORTE).
           ADD WS-IMPORTE-NUM TO WS-HASH-IMPORTE.
           ELSE
              MOVE WS-IMPORTE-NUM TO WS-IMPORTE-SIGNADO
           END-IF.
           PERFORM ACUMULAR-SALDO-CUENTA.
           MOVE WS-SALDO-CORRIDO TO MUESTRA_SALDO.

           EVALUATE CANAL
                   MOVE "OTRO" TO WS-DESC-CANAL
           END-EVALUATE.
           MOVE WS-DESC-CANAL TO MUESTRA_CANAL.
           PERFORM BUSCAR-CONTRASIENTO.

           MOVE PRESENTACION TO LINEA-IMPRESION.
           PERFORM GRABAR-LINEA.
           ADD 1 TO MAXIMO-REGISTROS.
           PERFORM GENERAR-EXPORTACION.

           PERFORM ACUMULAR-SUBTOTAL-MONEDA.
           PERFORM ACUMULAR-TOTAL-MONEDA.

      *****************************************************************
      * ACUMULAR-SALDO-CUENTA - SUMA EL MOVIMIENTO AL SALDO CORRIDO DE
      * SU CUENTA Y LO DEJA EN WS-SALDO-CORRIDO PARA LA LINEA
      *****************************************************************
           ACUMULAR-SALDO-CUENTA.
              MOVE ZEROES TO WS-POS-CUENTA.
              PERFORM BUSCAR-SALDO-CUENTA
                 VARYING WS-IND-CUENTA FROM 1 BY 1
                 UNTIL WS-IND-CUENTA > WS-CANT-CUENTAS-CLI
                    OR WS-POS-CUENTA > ZEROES.
              IF WS-POS-CUENTA = ZEROES
                 AND WS-CANT-CUENTAS-CLI < 20
                 ADD 1 TO WS-CANT-CUENTAS-CLI
                 MOVE WS-CANT-CUENTAS-CLI TO WS-POS-CUENTA
                 MOVE CLAVE-CUENTA TO SCU-CLAVE-CUENTA (WS-POS-CUENTA)
                 MOVE ZEROES TO SCU-SALDO (WS-POS-CUENTA)
              END-IF.
              IF WS-POS-CUENTA > ZEROES
                 ADD WS-IMPORTE-SIGNADO TO SCU-SALDO (WS-POS-CUENTA)
                 MOVE SCU-SALDO (WS-POS-CUENTA) TO WS-SALDO-CORRIDO
              ELSE
                 MOVE WS-IMPORTE-SIGNADO TO WS-SALDO-CORRIDO
              END-IF.

           BUSCAR-SALDO-CUENTA.
              IF SCU-CLAVE-CUENTA (WS-IND-CUENTA) = CLAVE-CUENTA
                 MOVE WS-IND-CUENTA TO WS-POS-CUENTA.

      *****************************************************************
      * ACUMULAR-SUBTOTAL-MONEDA - SUMA EL MOVIMIENTO EN EL SUBTOTAL
      * DE LA HOJA EN SU MONEDA
      *****************************************************************
           ACUMULAR-SUBTOTAL-MONEDA.
              MOVE ZEROES TO WS-POS-MONEDA.
              PERFORM BUSCAR-SUBTOTAL-MONEDA
                 VARYING WS-IND-MONEDA FROM 1 BY 1
                 UNTIL WS-IND-MONEDA > WS-CANT-MONEDAS-HOJA
                    OR WS-POS-MONEDA > ZEROES.
              IF WS-POS-MONEDA = ZEROES
                 AND WS-CANT-MONEDAS-HOJA < 10
                 ADD 1 TO WS-CANT-MONEDAS-HOJA
                 MOVE WS-CANT-MONEDAS-HOJA TO WS-POS-MONEDA
                 MOVE WS-MONEDA-MOV TO SMO-CODIGO (WS-POS-MONEDA)
                 MOVE ZEROES TO SMO-SUBTOTAL (WS-POS-MONEDA)
              END-IF.
              IF WS-POS-MONEDA > ZEROES
                 ADD WS-IMPORTE-SIGNADO TO SMO-SUBTOTAL (WS-POS-MONEDA)
              END-IF.

           BUSCAR-SUBTOTAL-MONEDA.
              IF SMO-CODIGO (WS-IND-MONEDA) = WS-MONEDA-MOV
                 MOVE WS-IND-MONEDA TO WS-POS-MONEDA.

      *****************************************************************
      * ACUMULAR-TOTAL-MONEDA - SUMA EL MOVIMIENTO EN EL TOTAL DEL
      * CLIENTE EN SU MONEDA
      *****************************************************************
           ACUMULAR-TOTAL-MONEDA.
              MOVE ZEROES TO WS-POS-MONEDA.
              PERFORM BUSCAR-TOTAL-MONEDA
                 VARYING WS-IND-MONEDA FROM 1 BY 1
                 UNTIL WS-IND-MONEDA > WS-CANT-MONEDAS
                    OR WS-POS-MONEDA > ZEROES.
              IF WS-POS-MONEDA = ZEROES
                 AND WS-CANT-MONEDAS < 10
                 ADD 1 TO WS-CANT-MONEDAS
                 MOVE WS-CANT-MONEDAS TO WS-POS-MONEDA
                 MOVE WS-MONEDA-MOV TO TMO-CODIGO (WS-POS-MONEDA)
                 MOVE ZEROES TO TMO-TOTAL (WS-POS-MONEDA)
              END-IF.
              IF WS-POS-MONEDA > ZEROES
                 ADD WS-IMPORTE-SIGNADO TO TMO-TOTAL (WS-POS-MONEDA)
              END-IF.

           BUSCAR-TOTAL-MONEDA.
              IF TMO-CODIGO (WS-IND-MONEDA) = WS-MONEDA-MOV
                 MOVE WS-IND-MONEDA TO WS-POS-MONEDA.

      *****************************************************************
      * GENERAR-EXPORTACION - ARMA LA LINEA DELIMITADA DE ARCHIVO
                    MOVE CLI-DIRECCION TO WS-DIRECCION-CLI
              END-READ.

      *****************************************************************
      * BUSCAR-CONTRASIENTO - UN MOVIMIENTO ANULADO POR CONTRASIENTO
      * SIGUE SUMANDO EN EL RESUMEN, JUNTO CON SU CONTRASIENTO, PERO
      * SE LO MARCA COMO REVERTIDO
      *****************************************************************
           BUSCAR-CONTRASIENTO.
              MOVE SPACES TO MUESTRA_MARCA.
              MOVE CLAVE-MOVIMIENTO TO CTR-CLAVE-ORIGINAL.
              READ CONTRASIENTOS RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "REVERTIDO" TO MUESTRA_MARCA
              END-READ.

      *****************************************************************
      * BUSCAR-COD-OPER - TRADUCE COD_OPER A SU DESCRIPCION
      *****************************************************************
                 SET IX-COD-OPER TO CANT-COD-OPER.

      *****************************************************************
      * MOSTRAR-SUBTOTAL - UN SUBTOTAL DE LA HOJA POR MONEDA
      *****************************************************************
           MOSTRAR-SUBTOTAL.
              PERFORM MOSTRAR-SUBTOTAL-MONEDA
                 VARYING WS-IND-MONEDA FROM 1 BY 1
                 UNTIL WS-IND-MONEDA > WS-CANT-MONEDAS-HOJA.
              MOVE ZEROES TO WS-CANT-MONEDAS-HOJA.

           MOSTRAR-SUBTOTAL-MONEDA.
              MOVE SMO-CODIGO (WS-IND-MONEDA)
                 TO MUESTRA_MONEDA_SUBTOTAL.
              MOVE SMO-SUBTOTAL (WS-IND-MONEDA) TO MUESTRA_SUBTOTAL.
              MOVE LINEA-SUBTOTAL TO LINEA-IMPRESION.
              PERFORM GRABAR-LINEA.

      *****************************************************************
      * MOSTRAR-TOTAL-GENERAL - UN TOTAL DEL CLIENTE POR MONEDA
      *****************************************************************
           MOSTRAR-TOTAL-GENERAL.
              PERFORM MOSTRAR-TOTAL-MONEDA
                 VARYING WS-IND-MONEDA FROM 1 BY 1
                 UNTIL WS-IND-MONEDA > WS-CANT-MONEDAS.

           MOSTRAR-TOTAL-MONEDA.
              MOVE TMO-CODIGO (WS-IND-MONEDA) TO MUESTRA_MONEDA_TOTAL.
              MOVE TMO-TOTAL (WS-IND-MONEDA) TO MUESTRA_TOTAL_MONEDA.
              MOVE LINEA-TOTAL-MONEDA TO LINEA-IMPRESION.
              PERFORM GRABAR-LINEA.

      *****************************************************************
