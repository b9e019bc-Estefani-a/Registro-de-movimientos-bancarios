       IDENTIFICATION DIVISION.
       PROGRAM-ID.RestauraCierre.
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

       SELECT OPTIONAL SALDOS
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\saldos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS SAL-CLAVE-CUENTA
       FILE STATUS IS WS-SAL-STATUS.

       SELECT OPTIONAL DESCUBIERTOS
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\descubiertos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DES-CLAVE-CUENTA
       FILE STATUS IS WS-DES-STATUS.

       SELECT OPTIONAL CIERRES
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\cierre_control.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CIE-CLAVE
       FILE STATUS IS WS-CIE-STATUS.

       SELECT OPTIONAL CAM-REFERENCIAS
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\cam_referencias.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS REF-REFERENCIA
       FILE STATUS IS WS-REF-STATUS.

       SELECT OPTIONAL DEB-REFERENCIAS
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\deb_referencias.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DRF-CLAVE
       FILE STATUS IS WS-DRF-STATUS.

       SELECT OPTIONAL EMITIDAS
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\cam_emitidas.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EMI-REFERENCIA
       ALTERNATE RECORD KEY IS EMI-CLAVE-MOVIMIENTO
       FILE STATUS IS WS-EMI-STATUS.

       SELECT OPTIONAL RESGUARDO
       ASSIGN TO WS-NOMBRE-RESGUARDO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RSG-STATUS.

       SELECT OPTIONAL GENERACIONES
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\resg_generaciones.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-GEN-STATUS.

       SELECT OPTIONAL RUNLOG
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\run_log.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MOVIMIENTOS.
           COPY "MOVREG.CPY".

       FD SALDOS.
           COPY "SALREG.CPY".

       FD DESCUBIERTOS.
           COPY "DESCREG.CPY".

       FD CIERRES.
           COPY "CIEREG.CPY".

       FD CAM-REFERENCIAS.
           COPY "REFREG.CPY".

       FD DEB-REFERENCIAS.
           COPY "DRFREG.CPY".

       FD EMITIDAS.
           COPY "EMIREG.CPY".

       FD RESGUARDO.
       01 RESGUARDO-REGISTRO PIC X(120).

       FD GENERACIONES.
       01 GENERACIONES-REGISTRO.
               05 GEN-FECHA PIC X(10).
               05 GEN-REGISTROS PIC 9(9).
               05 GEN-FECHA-GRABACION PIC 9(8).
               05 GEN-HORA-GRABACION PIC 9(8).

       FD RUNLOG.
           COPY "RUNLOG.CPY".

       WORKING-STORAGE SECTION.

      *****************************************************************
      * TABLA-ARCHIVOS - ARCHIVOS DE LA GENERACION, EN EL MISMO ORDEN
      * EN QUE LOS GRABA EL RESGUARDO
      *****************************************************************
       01 TABLA-ARCHIVOS-INIC.
               05 FILLER PIC X(20) VALUE "movimientos".
               05 FILLER PIC X(20) VALUE "saldos".
               05 FILLER PIC X(20) VALUE "descubiertos".
               05 FILLER PIC X(20) VALUE "cierre_control".
               05 FILLER PIC X(20) VALUE "cam_referencias".
               05 FILLER PIC X(20) VALUE "deb_referencias".
               05 FILLER PIC X(20) VALUE "cam_emitidas".

       01 TABLA-ARCHIVOS REDEFINES TABLA-ARCHIVOS-INIC.
               05 ARC-NOMBRE OCCURS 7 TIMES PIC X(20).

       01  FIN_ARCHIVO PIC X.
       01  FIN-GENERACIONES PIC X.
       01  WS-MOV-STATUS PIC X(2).
       01  WS-SAL-STATUS PIC X(2).
       01  WS-DES-STATUS PIC X(2).
       01  WS-CIE-STATUS PIC X(2).
       01  WS-REF-STATUS PIC X(2).
       01  WS-DRF-STATUS PIC X(2).
       01  WS-EMI-STATUS PIC X(2).
       01  WS-RSG-STATUS PIC X(2).
       01  WS-GEN-STATUS PIC X(2).
       01  WS-LOG-STATUS PIC X(2).
       01  WS-DST-STATUS PIC X(2).
       01  WS-HORA-INICIO PIC 9(8).
       01  WS-FIN-ANORMAL PIC X VALUE "N".
       01  WS-FECHA-GENERACION PIC X(10).
       01  WS-NOMBRE-RESGUARDO PIC X(80).
       01  WS-ARCHIVO PIC 9(2).
       01  WS-GENERACION-EXISTE PIC X VALUE "N".
       01  WS-CONFIRMA PIC X.
       01  WS-ARC-GRABADOS PIC 9(9).
       01  WS-CANT-LEIDOS PIC 9(9) VALUE ZEROES.
       01  WS-CANT-GRABADOS PIC 9(9) VALUE ZEROES.
       01  WS-CANT-ERRORES PIC 9(9) VALUE ZEROES.
       01  WS-CANT-CIERRES PIC 9(9) VALUE ZEROES.

      ******************************************************************
           PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.

           ACCEPT WS-HORA-INICIO FROM TIME.
           PERFORM SOLICITAR-FECHA-GENERACION.
           PERFORM BUSCAR-GENERACION.
           IF WS-FIN-ANORMAL NOT = "A"
              PERFORM VERIFICAR-RESGUARDO
                 VARYING WS-ARCHIVO FROM 1 BY 1
                 UNTIL WS-ARCHIVO > 7
           END-IF.
           IF WS-FIN-ANORMAL NOT = "A"
              PERFORM SOLICITAR-CONFIRMACION
           END-IF.
           IF WS-FIN-ANORMAL NOT = "A"
              PERFORM RESTAURAR-ARCHIVO
                 VARYING WS-ARCHIVO FROM 1 BY 1
                 UNTIL WS-ARCHIVO > 7 OR WS-FIN-ANORMAL = "A"
           END-IF.
           IF WS-FIN-ANORMAL NOT = "A"
              PERFORM RESETEAR-CIERRES
           END-IF.
           PERFORM MOSTRAR-CONTROL-RESTAURACION.
           PERFORM GRABAR-RUN-LOG.
           STOP RUN.

      ****************************************************************
      * SOLICITAR-FECHA-GENERACION - FECHA DE PROCESO CUYA IMAGEN
      * PREVIA A LA CADENA SE QUIERE VOLVER A PONER EN LINEA
      ****************************************************************
           SOLICITAR-FECHA-GENERACION.
              DISPLAY "FECHA DE LA GENERACION A RESTAURAR:".
              ACCEPT WS-FECHA-GENERACION.

      ****************************************************************
      * BUSCAR-GENERACION - LA FECHA TIENE QUE FIGURAR EN EL CATALOGO;
      * UN RESGUARDO QUE NO TERMINO NO SE CATALOGA Y NO SE RESTAURA
      ****************************************************************
           BUSCAR-GENERACION.
              MOVE "1" TO FIN-GENERACIONES.
              OPEN INPUT GENERACIONES.
              IF WS-GEN-STATUS NOT = "00" AND WS-GEN-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR RESG_GENERACIONES.DAT - "
                         "STATUS " WS-GEN-STATUS
                 MOVE "0" TO FIN-GENERACIONES
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.
              PERFORM LEER-GENERACION
              UNTIL FIN-GENERACIONES = "0".
              CLOSE GENERACIONES.
              IF WS-FIN-ANORMAL NOT = "A"
                 AND WS-GENERACION-EXISTE = "N"
                 DISPLAY "NO EXISTE LA GENERACION "
                         WS-FECHA-GENERACION
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.

           LEER-GENERACION.
              READ GENERACIONES NEXT RECORD
                 AT END MOVE "0" TO FIN-GENERACIONES
              END-READ.
              IF FIN-GENERACIONES NOT = "0"
                 AND GEN-FECHA = WS-FECHA-GENERACION
                 MOVE "S" TO WS-GENERACION-EXISTE
                 MOVE "0" TO FIN-GENERACIONES
                 DISPLAY "GENERACION " GEN-FECHA " GRABADA EL "
                         GEN-FECHA-GRABACION " - REGISTROS "
                         GEN-REGISTROS
              END-IF.

      ****************************************************************
      * VERIFICAR-RESGUARDO - ANTES DE TOCAR NINGUN ARCHIVO SE
      * CONTROLA QUE ESTEN TODAS LAS IMAGENES DE LA GENERACION
      ****************************************************************
           VERIFICAR-RESGUARDO.
              PERFORM ARMAR-NOMBRE-RESGUARDO.
              OPEN INPUT RESGUARDO.
              IF WS-RSG-STATUS NOT = "00"
                 DISPLAY "FALTA EL RESGUARDO " WS-NOMBRE-RESGUARDO
                         " - STATUS " WS-RSG-STATUS
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.
              CLOSE RESGUARDO.

           SOLICITAR-CONFIRMACION.
              DISPLAY "SE REEMPLAZARAN LOS ARCHIVOS DEL CIERRE POR LA "
                      "GENERACION " WS-FECHA-GENERACION.
              DISPLAY "CONFIRMA LA RESTAURACION? (S/N):".
              ACCEPT WS-CONFIRMA.
              IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                 DISPLAY "RESTAURACION CANCELADA"
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.

      ****************************************************************
      * RESTAURAR-ARCHIVO - VUELVE A CREAR EL ARCHIVO INDEXADO Y LO
      * CARGA CON LA IMAGEN DE LA GENERACION. SI EL RESGUARDO NO SE
      * PUEDE ABRIR EL ARCHIVO DEL CIERRE NO SE TOCA
      ****************************************************************
           RESTAURAR-ARCHIVO.
              PERFORM ARMAR-NOMBRE-RESGUARDO.
              MOVE ZEROES TO WS-ARC-GRABADOS.
              OPEN INPUT RESGUARDO.
              IF WS-RSG-STATUS NOT = "00"
                 DISPLAY "ERROR AL ABRIR " WS-NOMBRE-RESGUARDO
                         " - STATUS " WS-RSG-STATUS
                 MOVE "A" TO WS-FIN-ANORMAL
              ELSE
                 PERFORM CARGAR-DESTINO
                 CLOSE RESGUARDO
              END-IF.

           CARGAR-DESTINO.
              PERFORM ABRIR-DESTINO.
              IF WS-DST-STATUS NOT = "00" AND WS-DST-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR " ARC-NOMBRE (WS-ARCHIVO)
                         " - STATUS " WS-DST-STATUS
                 MOVE "A" TO WS-FIN-ANORMAL
              ELSE
                 MOVE "1" TO FIN_ARCHIVO
                 PERFORM LEER-RESGUARDO
                 PERFORM RESTAURAR-REGISTRO
                    UNTIL FIN_ARCHIVO = "0"
                 PERFORM CERRAR-DESTINO
                 DISPLAY "RESTAURADO " ARC-NOMBRE (WS-ARCHIVO)
                         " REGISTROS " WS-ARC-GRABADOS
              END-IF.

           LEER-RESGUARDO.
              READ RESGUARDO NEXT RECORD
                 AT END MOVE "0" TO FIN_ARCHIVO
                 NOT AT END ADD 1 TO WS-CANT-LEIDOS
              END-READ.

           RESTAURAR-REGISTRO.
              PERFORM GRABAR-DESTINO.
              PERFORM LEER-RESGUARDO.

      ****************************************************************
      * ARMAR-NOMBRE-RESGUARDO - RESG_<FECHA>_<ARCHIVO>.DAT
      ****************************************************************
           ARMAR-NOMBRE-RESGUARDO.
              MOVE SPACES TO WS-NOMBRE-RESGUARDO.
              STRING "C:\Users\Usuario\OneDrive\Escritorio\resg_"
                        DELIMITED BY SIZE
                     WS-FECHA-GENERACION DELIMITED BY SIZE
                     "_" DELIMITED BY SIZE
                     FUNCTION TRIM(ARC-NOMBRE (WS-ARCHIVO))
                        DELIMITED BY SIZE
                     ".dat" DELIMITED BY SIZE
                 INTO WS-NOMBRE-RESGUARDO.

      ****************************************************************
      * ABRIR-DESTINO / GRABAR-DESTINO / CERRAR-DESTINO - ACCESO AL
      * ARCHIVO INDEXADO QUE CORRESPONDE AL NUMERO DE ARCHIVO
      ****************************************************************
           ABRIR-DESTINO.
              EVALUATE WS-ARCHIVO
                  WHEN 1
                      OPEN OUTPUT MOVIMIENTOS
                      MOVE WS-MOV-STATUS TO WS-DST-STATUS
                  WHEN 2
                      OPEN OUTPUT SALDOS
                      MOVE WS-SAL-STATUS TO WS-DST-STATUS
                  WHEN 3
                      OPEN OUTPUT DESCUBIERTOS
                      MOVE WS-DES-STATUS TO WS-DST-STATUS
                  WHEN 4
                      OPEN OUTPUT CIERRES
                      MOVE WS-CIE-STATUS TO WS-DST-STATUS
                  WHEN 5
                      OPEN OUTPUT CAM-REFERENCIAS
                      MOVE WS-REF-STATUS TO WS-DST-STATUS
                  WHEN 6
                      OPEN OUTPUT DEB-REFERENCIAS
                      MOVE WS-DRF-STATUS TO WS-DST-STATUS
                  WHEN 7
                      OPEN OUTPUT EMITIDAS
                      MOVE WS-EMI-STATUS TO WS-DST-STATUS
              END-EVALUATE.

           GRABAR-DESTINO.
              EVALUATE WS-ARCHIVO
                  WHEN 1
                      MOVE RESGUARDO-REGISTRO TO MOVIMIENTOS-REGISTRO
                      WRITE MOVIMIENTOS-REGISTRO
                         INVALID KEY PERFORM INFORMAR-RECHAZO
                         NOT INVALID KEY PERFORM CONTAR-GRABADO
                      END-WRITE
                  WHEN 2
                      MOVE RESGUARDO-REGISTRO TO SALDOS-REGISTRO
                      WRITE SALDOS-REGISTRO
                         INVALID KEY PERFORM INFORMAR-RECHAZO
                         NOT INVALID KEY PERFORM CONTAR-GRABADO
                      END-WRITE
                  WHEN 3
                      MOVE RESGUARDO-REGISTRO TO DESCUBIERTOS-REGISTRO
                      WRITE DESCUBIERTOS-REGISTRO
                         INVALID KEY PERFORM INFORMAR-RECHAZO
                         NOT INVALID KEY PERFORM CONTAR-GRABADO
                      END-WRITE
                  WHEN 4
                      MOVE RESGUARDO-REGISTRO TO CIERRE-REGISTRO
                      WRITE CIERRE-REGISTRO
                         INVALID KEY PERFORM INFORMAR-RECHAZO
                         NOT INVALID KEY PERFORM CONTAR-GRABADO
                      END-WRITE
                  WHEN 5
                      MOVE RESGUARDO-REGISTRO
                         TO CAM-REFERENCIAS-REGISTRO
                      WRITE CAM-REFERENCIAS-REGISTRO
                         INVALID KEY PERFORM INFORMAR-RECHAZO
                         NOT INVALID KEY PERFORM CONTAR-GRABADO
                      END-WRITE
                  WHEN 6
                      MOVE RESGUARDO-REGISTRO
                         TO DEB-REFERENCIAS-REGISTRO
                      WRITE DEB-REFERENCIAS-REGISTRO
                         INVALID KEY PERFORM INFORMAR-RECHAZO
                         NOT INVALID KEY PERFORM CONTAR-GRABADO
                      END-WRITE
                  WHEN 7
                      MOVE RESGUARDO-REGISTRO TO EMITIDAS-REGISTRO
                      WRITE EMITIDAS-REGISTRO
                         INVALID KEY PERFORM INFORMAR-RECHAZO
                         NOT INVALID KEY PERFORM CONTAR-GRABADO
                      END-WRITE
              END-EVALUATE.

           CERRAR-DESTINO.
              EVALUATE WS-ARCHIVO
                  WHEN 1
                      CLOSE MOVIMIENTOS
                  WHEN 2
                      CLOSE SALDOS
                  WHEN 3
                      CLOSE DESCUBIERTOS
                  WHEN 4
                      CLOSE CIERRES
                  WHEN 5
                      CLOSE CAM-REFERENCIAS
                  WHEN 6
                      CLOSE DEB-REFERENCIAS
                  WHEN 7
                      CLOSE EMITIDAS
              END-EVALUATE.

           CONTAR-GRABADO.
              ADD 1 TO WS-ARC-GRABADOS.
              ADD 1 TO WS-CANT-GRABADOS.

           INFORMAR-RECHAZO.
              ADD 1 TO WS-CANT-ERRORES.
              DISPLAY "NO SE PUDO RESTAURAR EN " ARC-NOMBRE (WS-ARCHIVO)
                      ": " RESGUARDO-REGISTRO (1:40).

      ****************************************************************
      * RESETEAR-CIERRES - BORRA LOS REGISTROS DE CONTROL DE CIERRE
      * DE LA FECHA RESTAURADA PARA QUE TODOS LOS PASOS DE LA CADENA
      * VUELVAN A PROCESARLA
      ****************************************************************
           RESETEAR-CIERRES.
              MOVE "1" TO FIN_ARCHIVO.
              OPEN I-O CIERRES.
              IF WS-CIE-STATUS NOT = "00" AND WS-CIE-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR CIERRE_CONTROL.DAT - STATUS "
                         WS-CIE-STATUS
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.
              IF FIN_ARCHIVO NOT = "0"
                 MOVE WS-FECHA-GENERACION TO CIE-FECHA
                 MOVE LOW-VALUES TO CIE-PROGRAMA
                 START CIERRES KEY IS NOT LESS THAN CIE-CLAVE
                    INVALID KEY MOVE "0" TO FIN_ARCHIVO
                 END-START
              END-IF.
              IF FIN_ARCHIVO NOT = "0"
                 PERFORM LEER-CIERRE
              END-IF.
              PERFORM BORRAR-CIERRE
              UNTIL FIN_ARCHIVO = "0".
              CLOSE CIERRES.

           LEER-CIERRE.
              READ CIERRES NEXT RECORD
                 AT END MOVE "0" TO FIN_ARCHIVO
              END-READ.
              IF FIN_ARCHIVO NOT = "0"
                 AND CIE-FECHA NOT = WS-FECHA-GENERACION
                 MOVE "0" TO FIN_ARCHIVO
              END-IF.

           BORRAR-CIERRE.
              DELETE CIERRES RECORD
                 INVALID KEY
                    DISPLAY "NO SE PUDO BORRAR EL CIERRE "
                            CIE-PROGRAMA
                    ADD 1 TO WS-CANT-ERRORES
                 NOT INVALID KEY
                    DISPLAY "CIERRE LIBERADO: " CIE-PROGRAMA
                    ADD 1 TO WS-CANT-CIERRES
              END-DELETE.
              PERFORM LEER-CIERRE.

      *****************************************************************
      * MOSTRAR-CONTROL-RESTAURACION - CIFRAS DE CONTROL DE LA CORRIDA
      *****************************************************************
           MOSTRAR-CONTROL-RESTAURACION.
              DISPLAY "REGISTROS LEIDOS:         " WS-CANT-LEIDOS.
              DISPLAY "REGISTROS RESTAURADOS:    " WS-CANT-GRABADOS.
              DISPLAY "REGISTROS RECHAZADOS:     " WS-CANT-ERRORES.
              DISPLAY "CIERRES LIBERADOS:        " WS-CANT-CIERRES.
              IF WS-FIN-ANORMAL NOT = "A"
                 DISPLAY "LAS ALTAS, BAJAS Y MODIFICACIONES EN LINEA "
                         "POSTERIORES AL RESGUARDO SE REAPLICAN DESDE "
                         "EL JOURNAL (AUDITAJOURNAL OPCION 2)."
              END-IF.

      *****************************************************************
      * GRABAR-RUN-LOG - AGREGA LA RESTAURACION A LA BITACORA COMUN
      * DE LA CADENA NOCTURNA
      *****************************************************************
           GRABAR-RUN-LOG.
              OPEN EXTEND RUNLOG.
              IF WS-LOG-STATUS = "00" OR WS-LOG-STATUS = "05"
                 MOVE "RESTAURACION CIERRE" TO LOG-PROGRAMA
                 ACCEPT LOG-FECHA FROM DATE YYYYMMDD
                 MOVE WS-HORA-INICIO TO LOG-HORA-INICIO
                 ACCEPT LOG-HORA-FIN FROM TIME
                 MOVE WS-CANT-LEIDOS TO LOG-LEIDOS
                 MOVE WS-CANT-GRABADOS TO LOG-GRABADOS
                 MOVE WS-CANT-ERRORES TO LOG-EXCEPCIONES
                 MOVE WS-CANT-CIERRES TO LOG-CLIENTES
                 MOVE ZEROES TO LOG-HASH-IMPORTE
                 MOVE SPACES TO LOG-ESTADOS
                 STRING WS-DST-STATUS DELIMITED BY SIZE
                        WS-RSG-STATUS DELIMITED BY SIZE
                        WS-CIE-STATUS DELIMITED BY SIZE
                        WS-GEN-STATUS DELIMITED BY SIZE
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
