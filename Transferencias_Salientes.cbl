       IDENTIFICATION DIVISION.
       PROGRAM-ID.TransferenciasSalientes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL MOVIMIENTOS
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\movimientos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CLAVE-MOVIMIENTO
       ALTERNATE RECORD KEY IS CLAVE-CUENTA WITH DUPLICATES
       ALTERNATE RECORD KEY IS COD_CLI WITH DUPLICATES
       FILE STATUS IS WS-MOV-STATUS.

       SELECT OPTIONAL EMITIDAS
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\cam_emitidas.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EMI-REFERENCIA
       ALTERNATE RECORD KEY IS EMI-CLAVE-MOVIMIENTO
       FILE STATUS IS WS-EMI-STATUS.

       SELECT OPTIONAL CAMARA-SALIDA
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\cam_salida.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SAL-STATUS.

       SELECT OPTIONAL DEVOLUCIONES
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\cam_devolucion.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-DEV-STATUS.

       SELECT OPTIONAL LISTADO-RECHAZOS
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\cam_rechazadas.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REC-STATUS.

       SELECT OPTIONAL RUNLOG
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\run_log.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MOVIMIENTOS.
           COPY "MOVREG.CPY".

       FD EMITIDAS.
           COPY "EMIREG.CPY".

      *****************************************************************
      * CAMARA-SALIDA - ARCHIVO DE TRANSFERENCIAS PARA LA CAMARA. UN
      * REGISTRO D POR TRANSFERENCIA Y AL FINAL UN REGISTRO T POR
      * MONEDA CON LA CANTIDAD DE ITEMS Y EL IMPORTE TOTAL EN ESA
      * MONEDA
      *****************************************************************
       FD CAMARA-SALIDA.
       01 SALIDA-REGISTRO.
               05 ENV-TIPO-REG PIC X(1).
               05 ENV-DETALLE.
                   10 ENV-REFERENCIA PIC X(13).
                   10 ENV-SUCURSAL PIC X(8).
                   10 ENV-CUENTA PIC X(15).
                   10 ENV-DIGITO PIC X(5).
                   10 ENV-IMPORTE PIC X(15).
                   10 ENV-FECHA-LIQ PIC X(10).
                   10 ENV-MONEDA PIC X(3).
               05 ENV-TOTALES REDEFINES ENV-DETALLE.
                   10 ENV-FECHA-ARCHIVO PIC X(10).
                   10 ENV-CANT-ITEMS PIC 9(9).
                   10 ENV-TOTAL-IMPORTE PIC 9(15)V99.
                   10 ENV-MONEDA-TOTAL PIC X(3).
                   10 FILLER PIC X(30).

       FD DEVOLUCIONES.
       01 DEVOLUCION-REGISTRO PIC X(80).

       FD LISTADO-RECHAZOS.
       01 RECHAZO-REGISTRO PIC X(132).

       FD RUNLOG.
           COPY "RUNLOG.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-TITULO-RECHAZOS.
               05 FILLER PIC X(10) VALUE " ".
               05 FILLER PIC X(40)
                  VALUE "TRANSFERENCIAS RECHAZADAS POR LA CAMARA ".
               05 FILLER PIC X(7) VALUE "AL DIA ".
               05 TIT-FECHA PIC X(10).

       01 LINEA-COLUMNAS-RECHAZOS.
               05 FILLER PIC X(15) VALUE "REFERENCIA".
               05 FILLER PIC X(10) VALUE "SUCURSAL".
               05 FILLER PIC X(17) VALUE "CUENTA".
               05 FILLER PIC X(15) VALUE "FECHA ORIGINAL".
               05 FILLER PIC X(19) VALUE "IMPORTE".
               05 FILLER PIC X(5) VALUE "MON".
               05 FILLER PIC X(25) VALUE "MOTIVO".

       01 LINEA-DETALLE-RECHAZO.
               05 DET-REFERENCIA PIC X(13).
               05 FILLER PIC X(2) VALUE " ".
               05 DET-SUCURSAL PIC X(8).
               05 FILLER PIC X(2) VALUE " ".
               05 DET-CUENTA PIC X(15).
               05 FILLER PIC X(2) VALUE " ".
               05 DET-FECHA-MOV PIC X(13).
               05 FILLER PIC X(2) VALUE " ".
               05 DET-IMPORTE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE " ".
               05 DET-MONEDA PIC X(3).
               05 FILLER PIC X(2) VALUE " ".
               05 DET-MOTIVO PIC X(35).

       01 LINEA-TOTAL-RECHAZOS.
               05 FILLER PIC X(15)
                  VALUE "TOTAL DEVUELTO ".
               05 TOT-REC-MONEDA PIC X(3).
               05 FILLER PIC X(7) VALUE ": ".
               05 TOT-REC-CANT PIC ZZZ,ZZ9.
               05 FILLER PIC X(19) VALUE " TRANSFERENCIAS POR".
               05 TOT-REC-IMPORTE PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 LINEA-IMPORTE-ENVIADO.
               05 FILLER PIC X(25)
                  VALUE "IMPORTE TOTAL ENVIADO ".
               05 MUESTRA-MONEDA-ENVIADO PIC X(3).
               05 FILLER PIC X(2) VALUE ": ".
               05 MUESTRA-IMPORTE-ENVIADO PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 LINEA-IMPORTE-DEVUELTO.
               05 FILLER PIC X(25)
                  VALUE "IMPORTE CONTRASENTADO ".
               05 MUESTRA-MONEDA-DEVUELTO PIC X(3).
               05 FILLER PIC X(2) VALUE ": ".
               05 MUESTRA-IMPORTE-DEVUELTO PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *****************************************************************
      * TABLA-MONEDAS-ENVIO - CANTIDADES E IMPORTES ENVIADOS Y
      * CONTRASENTADOS EN CADA MONEDA. IMPORTES DE MONEDAS DISTINTAS
      * NO SE SUMAN: CADA MONEDA TIENE SU REGISTRO T Y SU TOTAL
      *****************************************************************
       01 TABLA-MONEDAS-ENVIO.
               05 MEN-ITEM OCCURS 20 TIMES.
                   10 MEN-MONEDA PIC X(3).
                   10 MEN-CANT-ENVIADOS PIC 9(9).
                   10 MEN-IMPORTE-ENVIADO PIC 9(15)V99.
                   10 MEN-CANT-DEVUELTOS PIC 9(9).
                   10 MEN-IMPORTE-DEVUELTO PIC 9(15)V99.

       01 WS-DEVOLUCION.
               05 WS-DEV-REFERENCIA PIC X(13).
               05 WS-DEV-CODIGO PIC X(2).
               05 WS-DEV-SUCURSAL PIC X(8).
               05 WS-DEV-CUENTA PIC X(15).
               05 WS-DEV-IMPORTE PIC X(15).

       01 WS-REFERENCIA-NUEVA.
               05 WS-REF-FECHA PIC 9(8).
               05 WS-REF-SECUENCIA PIC 9(5).

       01  FIN_ARCHIVO PIC X.
       01  WS-FIN-DEVOLUCIONES PIC X.
       01  WS-MOV-STATUS PIC X(2).
       01  WS-EMI-STATUS PIC X(2).
       01  WS-SAL-STATUS PIC X(2).
       01  WS-DEV-STATUS PIC X(2).
       01  WS-REC-STATUS PIC X(2).
       01  WS-LOG-STATUS PIC X(2).
       01  WS-HORA-INICIO PIC 9(8).
       01  WS-FIN-ANORMAL PIC X VALUE "N".
       01  WS-FECHA-PROCESO PIC X(10).
       01  WS-EMITIDA-HALLADA PIC X.
       01  WS-REF-GRABADA PIC X.
       01  WS-MOV-GRABADO PIC X.
       01  WS-SEQ-MOVIMIENTO PIC 9(3) VALUE ZEROES.
       01  WS-IMPORTE-NUM PIC 9(11)V99.
       01  WS-CANT-LEIDOS PIC 9(9) VALUE ZEROES.
       01  WS-CANT-ENVIADOS PIC 9(9) VALUE ZEROES.
       01  WS-CANT-REENVIADOS PIC 9(9) VALUE ZEROES.
       01  WS-CANT-YA-ENVIADOS PIC 9(9) VALUE ZEROES.
       01  WS-CANT-ERRORES PIC 9(9) VALUE ZEROES.
       01  WS-CANT-DEVOLUCIONES PIC 9(9) VALUE ZEROES.
       01  WS-CANT-ACEPTADAS PIC 9(9) VALUE ZEROES.
       01  WS-CANT-RECHAZADAS PIC 9(9) VALUE ZEROES.
       01  WS-CANT-DEV-DESCONOCIDAS PIC 9(9) VALUE ZEROES.
       01  WS-CANT-DEV-REPETIDAS PIC 9(9) VALUE ZEROES.
       01  WS-CANT-DEV-ERRORES PIC 9(9) VALUE ZEROES.
       01  WS-IMPORTE-ENVIADO PIC 9(15)V99 VALUE ZEROES.
       01  WS-IMPORTE-DEVUELTO PIC 9(11)V99 VALUE ZEROES.
       01  WS-CANT-DEV-DIFERENTES PIC 9(9) VALUE ZEROES.
       01  WS-DEV-COINCIDE PIC X.
       01  WS-IMPORTE-DEV-NUM PIC 9(11)V99.
       01  WS-MONEDA-BUSCADA PIC X(3).
       01  WS-CANT-MONEDAS PIC 9(3) VALUE ZEROES.
       01  WS-POS-MONEDA PIC 9(3).
       01  WS-IND-MONEDA PIC 9(3).

      ******************************************************************
           PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.

           ACCEPT WS-HORA-INICIO FROM TIME.
           DISPLAY "FECHA DEL DIA A ENVIAR A CAMARA:".
           ACCEPT WS-FECHA-PROCESO.
           ACCEPT WS-REF-FECHA FROM DATE YYYYMMDD.
           MOVE ZEROES TO WS-REF-SECUENCIA.
           MOVE "1" TO FIN_ARCHIVO.
           PERFORM APERTURA_ARCHIVO.
           PERFORM GRABAR-TITULO-RECHAZOS.
           IF FIN_ARCHIVO NOT = "0"
              PERFORM PROCESAR-DEVOLUCIONES
              PERFORM LEER-MOVIMIENTO
           END-IF.
           PERFORM EXAMINAR-MOVIMIENTO
           UNTIL FIN_ARCHIVO = "0".
           PERFORM GRABAR-TOTALES-SALIDA.
           PERFORM GRABAR-TOTAL-RECHAZOS.
           PERFORM MOSTRAR-CONTROL-SALIENTES.
           PERFORM GRABAR-RUN-LOG.
           PERFORM CERRAR-ARCHIVO.
           STOP RUN.

      ****************************************************************
      * APERTURA DE ARCHIVOS
      ****************************************************************
           APERTURA_ARCHIVO.
              OPEN I-O MOVIMIENTOS.
              IF WS-MOV-STATUS NOT = "00" AND WS-MOV-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR MOVIMIENTOS - STATUS "
                         WS-MOV-STATUS
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.
              OPEN I-O EMITIDAS.
              IF WS-EMI-STATUS NOT = "00" AND WS-EMI-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR CAM_EMITIDAS.DAT - STATUS "
                         WS-EMI-STATUS
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.
              OPEN OUTPUT CAMARA-SALIDA.
              IF WS-SAL-STATUS NOT = "00" AND WS-SAL-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR CAM_SALIDA.DAT - STATUS "
                         WS-SAL-STATUS
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.
              OPEN INPUT DEVOLUCIONES.
              IF WS-DEV-STATUS NOT = "00" AND WS-DEV-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR CAM_DEVOLUCION.DAT - STATUS "
                         WS-DEV-STATUS
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.
              OPEN OUTPUT LISTADO-RECHAZOS.
              IF WS-REC-STATUS NOT = "00" AND WS-REC-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR CAM_RECHAZADAS.TXT - STATUS "
                         WS-REC-STATUS
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.

      *****************************************************************
      * CERRAR ARCHIVOS
      *****************************************************************
           CERRAR-ARCHIVO.
             CLOSE MOVIMIENTOS.
             CLOSE EMITIDAS.
             CLOSE CAMARA-SALIDA.
             CLOSE DEVOLUCIONES.
             CLOSE LISTADO-RECHAZOS.

      ****************************************************************
      * PROCESAR-DEVOLUCIONES - PRIMERO SE APLICA LA RESPUESTA DE LA
      * CAMARA A LOS ENVIOS ANTERIORES, CON EL MISMO FORMATO QUE
      * NUESTRO CAM_RESPUESTA (REF;CODIGO;SUC;CTA;IMPORTE). LOS
      * CONTRASIENTOS QUEDAN CON FECHA DEL PROCESO Y ENTRAN EN EL
      * CIERRE DE SALDOS DE ESE MISMO DIA
      ****************************************************************
           PROCESAR-DEVOLUCIONES.
              MOVE "1" TO WS-FIN-DEVOLUCIONES.
              PERFORM LEER-DEVOLUCION.
              PERFORM APLICAR-DEVOLUCION
              UNTIL WS-FIN-DEVOLUCIONES = "0".

      ****************************************************************
      * APLICAR-DEVOLUCION - UBICA EL ENVIO ORIGINAL POR SU
      * REFERENCIA. AC = LA CAMARA LA ACEPTO; CUALQUIER OTRO CODIGO
      * ES UN RECHAZO (CI = CUENTA DESTINO INEXISTENTE O CERRADA,
      * DI = DIGITO VERIFICADOR ERRONEO) Y SE DEVUELVE EL IMPORTE A
      * LA CUENTA DE ORIGEN. UNA REFERENCIA YA RESUELTA NO SE
      * VUELVE A APLICAR. SI LA SUCURSAL, LA CUENTA O EL IMPORTE DE
      * LA RESPUESTA NO COINCIDEN CON LOS DEL ENVIO NO SE APLICA: VA
      * AL LISTADO DE RECHAZADAS Y EL ENVIO QUEDA PENDIENTE
      ****************************************************************
           APLICAR-DEVOLUCION.
              ADD 1 TO WS-CANT-DEVOLUCIONES.
              MOVE "S" TO WS-EMITIDA-HALLADA.
              MOVE WS-DEV-REFERENCIA TO EMI-REFERENCIA.
              READ EMITIDAS RECORD
                 INVALID KEY
                    MOVE "N" TO WS-EMITIDA-HALLADA
              END-READ.
              EVALUATE TRUE
                  WHEN WS-EMITIDA-HALLADA = "N"
                      ADD 1 TO WS-CANT-DEV-DESCONOCIDAS
                      DISPLAY "REFERENCIA DEVUELTA INEXISTENTE: "
                              WS-DEV-REFERENCIA
                  WHEN EMI-ESTADO NOT = "E"
                      ADD 1 TO WS-CANT-DEV-REPETIDAS
                      DISPLAY "REFERENCIA YA RESUELTA: "
                              WS-DEV-REFERENCIA
                  WHEN OTHER
                      PERFORM VERIFICAR-DATOS-DEVOLUCION
              END-EVALUATE.
              IF WS-EMITIDA-HALLADA = "S"
                 AND EMI-ESTADO = "E"
                 AND WS-DEV-COINCIDE = "S"
                 PERFORM RESOLVER-ENVIO
              END-IF.
              PERFORM LEER-DEVOLUCION.

      ****************************************************************
      * VERIFICAR-DATOS-DEVOLUCION - LA RESPUESTA TIENE QUE TRAER LA
      * MISMA SUCURSAL, CUENTA E IMPORTE QUE EL ENVIO ORIGINAL
      ****************************************************************
           VERIFICAR-DATOS-DEVOLUCION.
              MOVE "S" TO WS-DEV-COINCIDE.
              MOVE ZEROES TO WS-IMPORTE-DEV-NUM.
              IF FUNCTION TEST-NUMVAL(WS-DEV-IMPORTE) = ZEROES
                 COMPUTE WS-IMPORTE-DEV-NUM =
                    FUNCTION NUMVAL(WS-DEV-IMPORTE)
              ELSE
                 MOVE "N" TO WS-DEV-COINCIDE
              END-IF.
              COMPUTE WS-IMPORTE-NUM = FUNCTION NUMVAL(EMI-IMPORTE).
              IF WS-DEV-SUCURSAL NOT = EMI-SUCURSAL
                 OR WS-DEV-CUENTA NOT = EMI-CUENTA
                 OR WS-IMPORTE-DEV-NUM NOT = WS-IMPORTE-NUM
                 MOVE "N" TO WS-DEV-COINCIDE
              END-IF.
              IF WS-DEV-COINCIDE = "N"
                 ADD 1 TO WS-CANT-DEV-DIFERENTES
                 DISPLAY "DEVOLUCION QUE NO COINCIDE CON EL ENVIO: "
                         WS-DEV-REFERENCIA
                 PERFORM GRABAR-LINEA-NO-COINCIDE
              END-IF.

      ****************************************************************
      * RESOLVER-ENVIO - ACEPTACION O RECHAZO DE UN ENVIO PENDIENTE
      ****************************************************************
           RESOLVER-ENVIO.
              EVALUATE TRUE
                  WHEN WS-DEV-CODIGO = "AC"
                      MOVE "A" TO EMI-ESTADO
                      MOVE WS-DEV-CODIGO TO EMI-MOTIVO
                      PERFORM REGRABAR-EMITIDA
                      ADD 1 TO WS-CANT-ACEPTADAS
                  WHEN OTHER
                      PERFORM CONTRASENTAR-TRANSFERENCIA
              END-EVALUATE.

      ****************************************************************
      * CONTRASENTAR-TRANSFERENCIA - CREDITO DE DEVOLUCION A LA
      * CUENTA QUE ORIGINO LA TRANSFERENCIA, CON LA SECUENCIA DE LA
      * CORRIDA EN LA FECHA DEL MOVIMIENTO IGUAL QUE LAS
      * ACREDITACIONES DE CAMARA. SI NO SE PUEDE GRABAR EL ENVIO
      * QUEDA PENDIENTE PARA LA PROXIMA DEVOLUCION
      ****************************************************************
           CONTRASENTAR-TRANSFERENCIA.
              MOVE "N" TO WS-MOV-GRABADO.
              PERFORM INTENTAR-GRABAR-CONTRASIENTO
              UNTIL WS-MOV-GRABADO = "S"
                 OR WS-SEQ-MOVIMIENTO >= 999.
              IF WS-MOV-GRABADO = "S"
                 MOVE "R" TO EMI-ESTADO
                 MOVE WS-DEV-CODIGO TO EMI-MOTIVO
                 PERFORM REGRABAR-EMITIDA
                 ADD 1 TO WS-CANT-RECHAZADAS
                 COMPUTE WS-IMPORTE-NUM =
                    FUNCTION NUMVAL(EMI-IMPORTE)
                 ADD WS-IMPORTE-NUM TO WS-IMPORTE-DEVUELTO
                 MOVE EMI-MONEDA TO WS-MONEDA-BUSCADA
                 PERFORM UBICAR-MONEDA
                 IF WS-POS-MONEDA > ZEROES
                    ADD 1 TO MEN-CANT-DEVUELTOS (WS-POS-MONEDA)
                    ADD WS-IMPORTE-NUM
                       TO MEN-IMPORTE-DEVUELTO (WS-POS-MONEDA)
                 END-IF
                 PERFORM GRABAR-LINEA-RECHAZO
              ELSE
                 ADD 1 TO WS-CANT-DEV-ERRORES
                 DISPLAY "NO SE PUDO CONTRASENTAR LA REFERENCIA "
                         EMI-REFERENCIA
              END-IF.

           INTENTAR-GRABAR-CONTRASIENTO.
              ADD 1 TO WS-SEQ-MOVIMIENTO.
              MOVE SPACES TO MOVIMIENTOS-REGISTRO.
              MOVE ZEROES TO HOJA_NRO.
              MOVE EMI-COD-CLI TO COD_CLI.
              MOVE EMI-TIPOCTA TO TIPOCTA.
              MOVE EMI-SUCURSAL TO SUCURSAL.
              MOVE EMI-CUENTA TO CUENTA.
              MOVE SPACES TO FECHA_MOV.
              STRING WS-FECHA-PROCESO  DELIMITED BY SIZE
                     WS-SEQ-MOVIMIENTO DELIMITED BY SIZE
                 INTO FECHA_MOV.
              MOVE EMI-DIGITO TO DIGITO.
              MOVE "DEVTRANS" TO COD_OPER.
              MOVE EMI-IMPORTE TO IMPORTE.
              MOVE "SU" TO CANAL.
              MOVE EMI-MONEDA TO MONEDA.
              WRITE MOVIMIENTOS-REGISTRO
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE "S" TO WS-MOV-GRABADO
              END-WRITE.

           REGRABAR-EMITIDA.
              REWRITE EMITIDAS-REGISTRO
                 INVALID KEY
                    DISPLAY "NO SE PUDO REGRABAR LA REFERENCIA "
                            EMI-REFERENCIA
              END-REWRITE.

      ****************************************************************
      * EXAMINAR-MOVIMIENTO - LOS DEBITOS TRANSFER DEL DIA VAN AL
      * ARCHIVO DE SALIDA. UN DEBITO QUE YA TIENE REFERENCIA DE ESTA
      * MISMA FECHA SE REEMITE CON LA SUYA, ASI UNA REPETICION DE LA
      * CORRIDA REGENERA EL ARCHIVO COMPLETO SIN DUPLICAR ENVIOS
      ****************************************************************
           EXAMINAR-MOVIMIENTO.
              IF FECHA_MOV (1:10) = WS-FECHA-PROCESO
                 AND COD_OPER = "TRANSFER"
                 ADD 1 TO WS-CANT-LEIDOS
                 PERFORM BUSCAR-ENVIO-ANTERIOR
                 EVALUATE TRUE
                     WHEN WS-EMITIDA-HALLADA = "N"
                         PERFORM REGISTRAR-ENVIO
                     WHEN EMI-FECHA-ENVIO = WS-FECHA-PROCESO
                         ADD 1 TO WS-CANT-REENVIADOS
                         PERFORM GRABAR-DETALLE-SALIDA
                     WHEN OTHER
                         ADD 1 TO WS-CANT-YA-ENVIADOS
                 END-EVALUATE
              END-IF.
              PERFORM LEER-MOVIMIENTO.

           BUSCAR-ENVIO-ANTERIOR.
              MOVE "S" TO WS-EMITIDA-HALLADA.
              MOVE CLAVE-MOVIMIENTO TO EMI-CLAVE-MOVIMIENTO.
              READ EMITIDAS RECORD
                 KEY IS EMI-CLAVE-MOVIMIENTO
                 INVALID KEY
                    MOVE "N" TO WS-EMITIDA-HALLADA
              END-READ.

      ****************************************************************
      * REGISTRAR-ENVIO - ASIGNA LA REFERENCIA UNICA (FECHA DE LA
      * CORRIDA MAS SECUENCIA) Y LA ANOTA EN CAM_EMITIDAS. SI LA
      * REFERENCIA YA EXISTE DE UNA CORRIDA ANTERIOR DEL MISMO DIA
      * SE REINTENTA CON LA SECUENCIA SIGUIENTE
      ****************************************************************
           REGISTRAR-ENVIO.
              MOVE "N" TO WS-REF-GRABADA.
              PERFORM INTENTAR-GRABAR-REFERENCIA
              UNTIL WS-REF-GRABADA = "S"
                 OR WS-REF-SECUENCIA >= 99999.
              IF WS-REF-GRABADA = "S"
                 PERFORM GRABAR-DETALLE-SALIDA
              ELSE
                 ADD 1 TO WS-CANT-ERRORES
                 DISPLAY "NO SE PUDO ASIGNAR REFERENCIA A "
                         CLAVE-MOVIMIENTO
              END-IF.

           INTENTAR-GRABAR-REFERENCIA.
              ADD 1 TO WS-REF-SECUENCIA.
              MOVE WS-REFERENCIA-NUEVA TO EMI-REFERENCIA.
              MOVE CLAVE-MOVIMIENTO TO EMI-CLAVE-MOVIMIENTO.
              MOVE COD_CLI TO EMI-COD-CLI.
              MOVE TIPOCTA TO EMI-TIPOCTA.
              MOVE DIGITO TO EMI-DIGITO.
              MOVE IMPORTE TO EMI-IMPORTE.
              MOVE WS-FECHA-PROCESO TO EMI-FECHA-ENVIO.
              MOVE "E" TO EMI-ESTADO.
              MOVE SPACES TO EMI-MOTIVO.
              MOVE MONEDA TO EMI-MONEDA.
              WRITE EMITIDAS-REGISTRO
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE "S" TO WS-REF-GRABADA
              END-WRITE.

      ****************************************************************
      * GRABAR-DETALLE-SALIDA - UN REGISTRO D POR TRANSFERENCIA
      ****************************************************************
           GRABAR-DETALLE-SALIDA.
              MOVE SPACES TO SALIDA-REGISTRO.
              MOVE "D" TO ENV-TIPO-REG.
              MOVE EMI-REFERENCIA TO ENV-REFERENCIA.
              MOVE EMI-SUCURSAL TO ENV-SUCURSAL.
              MOVE EMI-CUENTA TO ENV-CUENTA.
              MOVE EMI-DIGITO TO ENV-DIGITO.
              MOVE EMI-IMPORTE TO ENV-IMPORTE.
              MOVE WS-FECHA-PROCESO TO ENV-FECHA-LIQ.
              MOVE EMI-MONEDA TO ENV-MONEDA.
              WRITE SALIDA-REGISTRO.
              ADD 1 TO WS-CANT-ENVIADOS.
              COMPUTE WS-IMPORTE-NUM = FUNCTION NUMVAL(EMI-IMPORTE).
              ADD WS-IMPORTE-NUM TO WS-IMPORTE-ENVIADO.
              MOVE EMI-MONEDA TO WS-MONEDA-BUSCADA.
              PERFORM UBICAR-MONEDA.
              IF WS-POS-MONEDA > ZEROES
                 ADD 1 TO MEN-CANT-ENVIADOS (WS-POS-MONEDA)
                 ADD WS-IMPORTE-NUM
                    TO MEN-IMPORTE-ENVIADO (WS-POS-MONEDA)
              END-IF.

      ****************************************************************
      * UBICAR-MONEDA - POSICION DE LA MONEDA EN LA TABLA DE TOTALES;
      * SIN MONEDA SE TOMA PESOS
      ****************************************************************
           UBICAR-MONEDA.
              IF WS-MONEDA-BUSCADA = SPACES
                 MOVE "ARS" TO WS-MONEDA-BUSCADA
              END-IF.
              MOVE ZEROES TO WS-POS-MONEDA.
              PERFORM BUSCAR-MONEDA
                 VARYING WS-IND-MONEDA FROM 1 BY 1
                 UNTIL WS-IND-MONEDA > WS-CANT-MONEDAS
                    OR WS-POS-MONEDA > ZEROES.
              IF WS-POS-MONEDA = ZEROES
                 AND WS-CANT-MONEDAS < 20
                 ADD 1 TO WS-CANT-MONEDAS
                 MOVE WS-CANT-MONEDAS TO WS-POS-MONEDA
                 MOVE WS-MONEDA-BUSCADA TO MEN-MONEDA (WS-POS-MONEDA)
                 MOVE ZEROES TO MEN-CANT-ENVIADOS (WS-POS-MONEDA)
                 MOVE ZEROES TO MEN-IMPORTE-ENVIADO (WS-POS-MONEDA)
                 MOVE ZEROES TO MEN-CANT-DEVUELTOS (WS-POS-MONEDA)
                 MOVE ZEROES TO MEN-IMPORTE-DEVUELTO (WS-POS-MONEDA)
              END-IF.

           BUSCAR-MONEDA.
              IF MEN-MONEDA (WS-IND-MONEDA) = WS-MONEDA-BUSCADA
                 MOVE WS-IND-MONEDA TO WS-POS-MONEDA.

      ****************************************************************
      * GRABAR-TOTALES-SALIDA - UN REGISTRO T DE CONTROL POR MONEDA
      * PARA QUE LA CAMARA VERIFIQUE QUE RECIBIO EL ARCHIVO COMPLETO.
      * UN ARCHIVO SIN ITEMS LLEVA UN SOLO REGISTRO T EN CERO
      ****************************************************************
           GRABAR-TOTALES-SALIDA.
              IF WS-SAL-STATUS = "00" OR WS-SAL-STATUS = "05"
                 IF WS-CANT-MONEDAS = ZEROES
                    MOVE SPACES TO SALIDA-REGISTRO
                    MOVE "T" TO ENV-TIPO-REG
                    MOVE WS-FECHA-PROCESO TO ENV-FECHA-ARCHIVO
                    MOVE ZEROES TO ENV-CANT-ITEMS
                    MOVE ZEROES TO ENV-TOTAL-IMPORTE
                    MOVE "ARS" TO ENV-MONEDA-TOTAL
                    WRITE SALIDA-REGISTRO
                 ELSE
                    PERFORM GRABAR-TOTAL-MONEDA-SALIDA
                       VARYING WS-IND-MONEDA FROM 1 BY 1
                       UNTIL WS-IND-MONEDA > WS-CANT-MONEDAS
                 END-IF
              END-IF.

           GRABAR-TOTAL-MONEDA-SALIDA.
              IF MEN-CANT-ENVIADOS (WS-IND-MONEDA) > ZEROES
                 MOVE SPACES TO SALIDA-REGISTRO
                 MOVE "T" TO ENV-TIPO-REG
                 MOVE WS-FECHA-PROCESO TO ENV-FECHA-ARCHIVO
                 MOVE MEN-CANT-ENVIADOS (WS-IND-MONEDA)
                    TO ENV-CANT-ITEMS
                 MOVE MEN-IMPORTE-ENVIADO (WS-IND-MONEDA)
                    TO ENV-TOTAL-IMPORTE
                 MOVE MEN-MONEDA (WS-IND-MONEDA) TO ENV-MONEDA-TOTAL
                 WRITE SALIDA-REGISTRO
              END-IF.

      ****************************************************************
      * LISTADO DE TRANSFERENCIAS RECHAZADAS
      ****************************************************************
           GRABAR-TITULO-RECHAZOS.
              MOVE WS-FECHA-PROCESO TO TIT-FECHA.
              WRITE RECHAZO-REGISTRO FROM LINEA-TITULO-RECHAZOS.
              MOVE SPACES TO RECHAZO-REGISTRO.
              WRITE RECHAZO-REGISTRO.
              WRITE RECHAZO-REGISTRO FROM LINEA-COLUMNAS-RECHAZOS.

           GRABAR-LINEA-RECHAZO.
              MOVE EMI-REFERENCIA TO DET-REFERENCIA.
              MOVE EMI-SUCURSAL TO DET-SUCURSAL.
              MOVE EMI-CUENTA TO DET-CUENTA.
              MOVE EMI-FECHA-MOV TO DET-FECHA-MOV.
              MOVE WS-IMPORTE-NUM TO DET-IMPORTE.
              MOVE EMI-MONEDA TO DET-MONEDA.
              IF DET-MONEDA = SPACES
                 MOVE "ARS" TO DET-MONEDA
              END-IF.
              EVALUATE WS-DEV-CODIGO
                  WHEN "CI"
                      MOVE "CUENTA DESTINO CERRADA" TO DET-MOTIVO
                  WHEN "DI"
                      MOVE "DIGITO VERIFICADOR ERRONEO" TO DET-MOTIVO
                  WHEN OTHER
                      MOVE SPACES TO DET-MOTIVO
                      STRING "RECHAZO DE CAMARA " DELIMITED BY SIZE
                             WS-DEV-CODIGO        DELIMITED BY SIZE
                         INTO DET-MOTIVO
              END-EVALUATE.
              WRITE RECHAZO-REGISTRO FROM LINEA-DETALLE-RECHAZO.

      ****************************************************************
      * GRABAR-LINEA-NO-COINCIDE - LA RESPUESTA SE LISTA CON LOS
      * DATOS QUE TRAJO LA CAMARA
      ****************************************************************
           GRABAR-LINEA-NO-COINCIDE.
              MOVE WS-DEV-REFERENCIA TO DET-REFERENCIA.
              MOVE WS-DEV-SUCURSAL TO DET-SUCURSAL.
              MOVE WS-DEV-CUENTA TO DET-CUENTA.
              MOVE EMI-FECHA-MOV TO DET-FECHA-MOV.
              MOVE WS-IMPORTE-DEV-NUM TO DET-IMPORTE.
              MOVE EMI-MONEDA TO DET-MONEDA.
              IF DET-MONEDA = SPACES
                 MOVE "ARS" TO DET-MONEDA
              END-IF.
              MOVE "NO COINCIDE CON EL ENVIO - NO APLICADA"
                 TO DET-MOTIVO.
              WRITE RECHAZO-REGISTRO FROM LINEA-DETALLE-RECHAZO.

      ****************************************************************
      * GRABAR-TOTAL-RECHAZOS - UN TOTAL DEVUELTO POR MONEDA
      ****************************************************************
           GRABAR-TOTAL-RECHAZOS.
              MOVE SPACES TO RECHAZO-REGISTRO.
              WRITE RECHAZO-REGISTRO.
              IF WS-CANT-RECHAZADAS = ZEROES
                 MOVE "ARS" TO TOT-REC-MONEDA
                 MOVE ZEROES TO TOT-REC-CANT
                 MOVE ZEROES TO TOT-REC-IMPORTE
                 WRITE RECHAZO-REGISTRO FROM LINEA-TOTAL-RECHAZOS
              ELSE
                 PERFORM GRABAR-TOTAL-RECHAZOS-MONEDA
                    VARYING WS-IND-MONEDA FROM 1 BY 1
                    UNTIL WS-IND-MONEDA > WS-CANT-MONEDAS
              END-IF.

           GRABAR-TOTAL-RECHAZOS-MONEDA.
              IF MEN-CANT-DEVUELTOS (WS-IND-MONEDA) > ZEROES
                 MOVE MEN-MONEDA (WS-IND-MONEDA) TO TOT-REC-MONEDA
                 MOVE MEN-CANT-DEVUELTOS (WS-IND-MONEDA)
                    TO TOT-REC-CANT
                 MOVE MEN-IMPORTE-DEVUELTO (WS-IND-MONEDA)
                    TO TOT-REC-IMPORTE
                 WRITE RECHAZO-REGISTRO FROM LINEA-TOTAL-RECHAZOS
              END-IF.

      *****************************************************************
      * LEE SIGUIENTE DEVOLUCION Y LA SEPARA EN SUS CAMPOS
      *****************************************************************
           LEER-DEVOLUCION.
           READ DEVOLUCIONES NEXT RECORD
           AT END
           MOVE "0" TO WS-FIN-DEVOLUCIONES.

           IF WS-FIN-DEVOLUCIONES NOT = "0"
              MOVE SPACES TO WS-DEVOLUCION
              UNSTRING DEVOLUCION-REGISTRO DELIMITED BY ";"
                 INTO WS-DEV-REFERENCIA WS-DEV-CODIGO
                      WS-DEV-SUCURSAL WS-DEV-CUENTA WS-DEV-IMPORTE
              END-UNSTRING
           END-IF.

      *****************************************************************
      * LEE SIGUIENTE MOVIMIENTO
      *****************************************************************
           LEER-MOVIMIENTO.
           READ MOVIMIENTOS NEXT RECORD
           AT END
           MOVE "0" TO FIN_ARCHIVO.

      *****************************************************************
      * MOSTRAR-CONTROL-SALIENTES - CIFRAS DE IDA Y VUELTA PARA
      * CONCILIAR CON LA CAMARA
      *****************************************************************
           MOSTRAR-CONTROL-SALIENTES.
              DISPLAY " ".
              DISPLAY "TRANSFERENCIAS SALIENTES - " WS-FECHA-PROCESO.
              DISPLAY "DEVOLUCIONES LEIDAS:           "
                      WS-CANT-DEVOLUCIONES.
              DISPLAY "ACEPTADAS POR LA CAMARA:       "
                      WS-CANT-ACEPTADAS.
              DISPLAY "RECHAZADAS Y CONTRASENTADAS:   "
                      WS-CANT-RECHAZADAS.
              DISPLAY "REFERENCIAS INEXISTENTES:      "
                      WS-CANT-DEV-DESCONOCIDAS.
              DISPLAY "REFERENCIAS YA RESUELTAS:      "
                      WS-CANT-DEV-REPETIDAS.
              DISPLAY "NO COINCIDEN CON EL ENVIO:     "
                      WS-CANT-DEV-DIFERENTES.
              DISPLAY "ERRORES DE CONTRASIENTO:       "
                      WS-CANT-DEV-ERRORES.
              DISPLAY "TRANSFERENCIAS DEL DIA:        "
                      WS-CANT-LEIDOS.
              DISPLAY "ENVIADAS EN EL ARCHIVO:        "
                      WS-CANT-ENVIADOS.
              DISPLAY "  DE ELLAS REEMITIDAS:         "
                      WS-CANT-REENVIADOS.
              DISPLAY "ENVIADAS EN OTRA FECHA:        "
                      WS-CANT-YA-ENVIADOS.
              DISPLAY "ERRORES DE REFERENCIA:         "
                      WS-CANT-ERRORES.
              PERFORM MOSTRAR-TOTAL-MONEDA
                 VARYING WS-IND-MONEDA FROM 1 BY 1
                 UNTIL WS-IND-MONEDA > WS-CANT-MONEDAS.

           MOSTRAR-TOTAL-MONEDA.
              MOVE MEN-MONEDA (WS-IND-MONEDA) TO MUESTRA-MONEDA-ENVIADO.
              MOVE MEN-IMPORTE-ENVIADO (WS-IND-MONEDA)
                 TO MUESTRA-IMPORTE-ENVIADO.
              DISPLAY LINEA-IMPORTE-ENVIADO.
              MOVE MEN-MONEDA (WS-IND-MONEDA)
                 TO MUESTRA-MONEDA-DEVUELTO.
              MOVE MEN-IMPORTE-DEVUELTO (WS-IND-MONEDA)
                 TO MUESTRA-IMPORTE-DEVUELTO.
              DISPLAY LINEA-IMPORTE-DEVUELTO.

      *****************************************************************
      * GRABAR-RUN-LOG - AGREGA EL CIERRE DE ESTA EJECUCION A LA
      * BITACORA COMUN DE LA CADENA NOCTURNA. EL HASH ES LA SUMA DE
      * CONTROL DE LOS REGISTROS T DEL ARCHIVO (TODAS LAS MONEDAS);
      * NO ES UN IMPORTE SINO UNA CIFRA PARA CONCILIAR LA CORRIDA
      *****************************************************************
           GRABAR-RUN-LOG.
              OPEN EXTEND RUNLOG.
              IF WS-LOG-STATUS = "00" OR WS-LOG-STATUS = "05"
                 MOVE "TRANSF SALIENTES" TO LOG-PROGRAMA
                 ACCEPT LOG-FECHA FROM DATE YYYYMMDD
                 MOVE WS-HORA-INICIO TO LOG-HORA-INICIO
                 ACCEPT LOG-HORA-FIN FROM TIME
                 MOVE WS-CANT-LEIDOS TO LOG-LEIDOS
                 MOVE WS-CANT-ENVIADOS TO LOG-GRABADOS
                 COMPUTE LOG-EXCEPCIONES = WS-CANT-RECHAZADAS
                    + WS-CANT-DEV-DESCONOCIDAS + WS-CANT-DEV-ERRORES
                    + WS-CANT-ERRORES + WS-CANT-DEV-DIFERENTES
                 MOVE ZEROES TO LOG-CLIENTES
                 MOVE WS-IMPORTE-ENVIADO TO LOG-HASH-IMPORTE
                 MOVE SPACES TO LOG-ESTADOS
                 STRING WS-MOV-STATUS DELIMITED BY SIZE
                        WS-EMI-STATUS DELIMITED BY SIZE
                        WS-SAL-STATUS DELIMITED BY SIZE
                        WS-DEV-STATUS DELIMITED BY SIZE
                    INTO LOG-ESTADOS
                 IF WS-FIN-ANORMAL = "A"
                    MOVE "A" TO LOG-FIN-NORMAL
                 ELSE
                    MOVE "N" TO LOG-FIN-NORMAL
                 END-IF
                 WRITE RUNLOG-REGISTRO
              ELSE
                 DISPLAY "ERROR AL ABRIR RUN_LOG.DAT - STATUS "
                         WS-LOG-STATUS
              END-IF.
              CLOSE RUNLOG.
