       IDENTIFICATION DIVISION.
       PROGRAM-ID.ResguardoCierre.
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

       SELECT OPTIONAL PARAM-RESGUARDO
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\resg_param.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PAR-STATUS.

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

       FD PARAM-RESGUARDO.
       01 PARAM-RESGUARDO-REGISTRO.
               05 PAR-GENERACIONES PIC X(3).

       FD RUNLOG.
           COPY "RUNLOG.CPY".

       WORKING-STORAGE SECTION.

      *****************************************************************
      * TABLA-ARCHIVOS - ARCHIVOS QUE LA CADENA NOCTURNA ACTUALIZA Y
      * QUE SE RESGUARDAN ANTES DEL PRIMER PASO. EL ORDEN DEBE SER EL
      * MISMO QUE EN LA RESTAURACION
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

      *****************************************************************
      * TABLA-GENERACIONES - CATALOGO DE GENERACIONES EN EL ORDEN EN
      * QUE SE GRABARON; LAS PRIMERAS SON LAS MAS VIEJAS
      *****************************************************************
       01 TABLA-GENERACIONES.
               05 GEN-TAB-ITEM OCCURS 100 TIMES.
                   10 GEN-TAB-FECHA PIC X(10).
                   10 GEN-TAB-REGISTROS PIC 9(9).
                   10 GEN-TAB-FECHA-GRABACION PIC 9(8).
                   10 GEN-TAB-HORA-GRABACION PIC 9(8).

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
       01  WS-PAR-STATUS PIC X(2).
       01  WS-LOG-STATUS PIC X(2).
       01  WS-ORI-STATUS PIC X(2).
       01  WS-HORA-INICIO PIC 9(8).
       01  WS-FIN-ANORMAL PIC X VALUE "N".
       01  WS-FECHA-PROCESO PIC X(10).
       01  WS-FECHA-GENERACION PIC X(10).
       01  WS-NOMBRE-RESGUARDO PIC X(80).
       01  WS-ARCHIVO PIC 9(2).
       01  WS-IND-GEN PIC 9(3).
       01  WS-CANT-GENERACIONES PIC 9(3) VALUE ZEROES.
       01  WS-CANT-A-BORRAR PIC 9(3) VALUE ZEROES.
       01  WS-GENERACIONES-A-CONSERVAR PIC 9(2) VALUE 7.
       01  WS-GENERACION-EXISTE PIC X VALUE "N".
       01  WS-RESULTADO-BORRADO PIC S9(9) COMP-5.
       01  WS-ARC-LEIDOS PIC 9(9).
       01  WS-CANT-LEIDOS PIC 9(9) VALUE ZEROES.
       01  WS-CANT-GRABADOS PIC 9(9) VALUE ZEROES.
       01  WS-CANT-ARCHIVOS PIC 9(9) VALUE ZEROES.
       01  WS-CANT-DEPURADAS PIC 9(9) VALUE ZEROES.

      ******************************************************************
           PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.

           ACCEPT WS-HORA-INICIO FROM TIME.
           PERFORM SOLICITAR-FECHA-PROCESO.
           PERFORM LEER-PARAMETROS.
           PERFORM CARGAR-GENERACIONES.
           IF WS-FIN-ANORMAL NOT = "A"
              AND WS-GENERACION-EXISTE = "S"
              DISPLAY "YA EXISTE LA GENERACION " WS-FECHA-PROCESO
                      " - SE CONSERVA LA IMAGEN PREVIA A LA PRIMERA "
                      "CORRIDA DE LA FECHA."
           END-IF.
           IF WS-FIN-ANORMAL NOT = "A"
              AND WS-GENERACION-EXISTE = "N"
              MOVE WS-FECHA-PROCESO TO WS-FECHA-GENERACION
              PERFORM RESGUARDAR-ARCHIVO
                 VARYING WS-ARCHIVO FROM 1 BY 1
                 UNTIL WS-ARCHIVO > 7 OR WS-FIN-ANORMAL = "A"
           END-IF.
           IF WS-FIN-ANORMAL NOT = "A"
              AND WS-GENERACION-EXISTE = "N"
              PERFORM AGREGAR-GENERACION
              PERFORM GRABAR-GENERACIONES
              PERFORM DEPURAR-GENERACIONES
           END-IF.
           PERFORM MOSTRAR-CONTROL-RESGUARDO.
           PERFORM GRABAR-RUN-LOG.
           STOP RUN.

      ****************************************************************
      * SOLICITAR-FECHA-PROCESO - PIDE LA FECHA DE LA CADENA QUE SE
      * VA A PROCESAR; CON ELLA SE NOMBRA LA GENERACION
      ****************************************************************
           SOLICITAR-FECHA-PROCESO.
              DISPLAY "FECHA DEL PROCESO A RESGUARDAR:".
              ACCEPT WS-FECHA-PROCESO.

      ****************************************************************
      * LEER-PARAMETROS - TOMA LA CANTIDAD DE GENERACIONES A
      * CONSERVAR. SI EL ARCHIVO NO ESTA O EL VALOR NO ES NUMERICO
      * SE USA EL VALOR POR DEFECTO
      ****************************************************************
           LEER-PARAMETROS.
              OPEN INPUT PARAM-RESGUARDO.
              IF WS-PAR-STATUS = "00"
                 READ PARAM-RESGUARDO
                    AT END CONTINUE
                    NOT AT END PERFORM TOMAR-PARAMETROS
                 END-READ
              END-IF.
              CLOSE PARAM-RESGUARDO.
              DISPLAY "GENERACIONES A CONSERVAR: "
                      WS-GENERACIONES-A-CONSERVAR.

           TOMAR-PARAMETROS.
              IF FUNCTION TEST-NUMVAL(PAR-GENERACIONES) = ZEROES
                 AND FUNCTION NUMVAL(PAR-GENERACIONES) > ZEROES
                 AND FUNCTION NUMVAL(PAR-GENERACIONES) < 100
                 COMPUTE WS-GENERACIONES-A-CONSERVAR =
                    FUNCTION NUMVAL(PAR-GENERACIONES)
              END-IF.

      ****************************************************************
      * CARGAR-GENERACIONES - SUBE EL CATALOGO A LA TABLA Y VERIFICA
      * SI LA FECHA YA TIENE SU GENERACION. UNA CADENA QUE SE REPITE
      * PARA LA MISMA FECHA NO PISA LA IMAGEN TOMADA ANTES DE SU
      * PRIMERA CORRIDA
      ****************************************************************
           CARGAR-GENERACIONES.
              MOVE ZEROES TO WS-CANT-GENERACIONES.
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

           LEER-GENERACION.
              READ GENERACIONES NEXT RECORD
                 AT END MOVE "0" TO FIN-GENERACIONES
              END-READ.
              IF FIN-GENERACIONES NOT = "0"
                 IF GEN-FECHA = WS-FECHA-PROCESO
                    MOVE "S" TO WS-GENERACION-EXISTE
                 END-IF
                 IF WS-CANT-GENERACIONES < 99
                    ADD 1 TO WS-CANT-GENERACIONES
                    MOVE GENERACIONES-REGISTRO
                       TO GEN-TAB-ITEM (WS-CANT-GENERACIONES)
                 ELSE
                    DISPLAY "ATENCION: CATALOGO COMPLETO, SE IGNORA "
                            "LA GENERACION " GEN-FECHA
                 END-IF
              END-IF.

      ****************************************************************
      * RESGUARDAR-ARCHIVO - COPIA REGISTRO POR REGISTRO UN ARCHIVO
      * INDEXADO A SU IMAGEN SECUENCIAL DE LA GENERACION, EN ORDEN DE
      * CLAVE. UN ARCHIVO QUE TODAVIA NO EXISTE SE RESGUARDA VACIO
      ****************************************************************
           RESGUARDAR-ARCHIVO.
              PERFORM ARMAR-NOMBRE-RESGUARDO.
              MOVE ZEROES TO WS-ARC-LEIDOS.
              MOVE "1" TO FIN_ARCHIVO.
              PERFORM ABRIR-ORIGEN.
              IF WS-ORI-STATUS NOT = "00" AND WS-ORI-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR " ARC-NOMBRE (WS-ARCHIVO)
                         " - STATUS " WS-ORI-STATUS
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.
              OPEN OUTPUT RESGUARDO.
              IF WS-RSG-STATUS NOT = "00" AND WS-RSG-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR " WS-NOMBRE-RESGUARDO
                         " - STATUS " WS-RSG-STATUS
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.
              IF FIN_ARCHIVO NOT = "0"
                 PERFORM LEER-ORIGEN
              END-IF.
              PERFORM COPIAR-REGISTRO
              UNTIL FIN_ARCHIVO = "0".
              PERFORM CERRAR-ORIGEN.
              CLOSE RESGUARDO.
              IF WS-FIN-ANORMAL NOT = "A"
                 ADD 1 TO WS-CANT-ARCHIVOS
                 DISPLAY "RESGUARDADO " ARC-NOMBRE (WS-ARCHIVO)
                         " REGISTROS " WS-ARC-LEIDOS
              END-IF.

           COPIAR-REGISTRO.
              WRITE RESGUARDO-REGISTRO.
              IF WS-RSG-STATUS NOT = "00"
                 DISPLAY "ERROR AL GRABAR " WS-NOMBRE-RESGUARDO
                         " - STATUS " WS-RSG-STATUS
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              ELSE
                 ADD 1 TO WS-CANT-GRABADOS
                 PERFORM LEER-ORIGEN
              END-IF.

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
      * ABRIR-ORIGEN / LEER-ORIGEN / CERRAR-ORIGEN - ACCESO AL
      * ARCHIVO INDEXADO QUE CORRESPONDE AL NUMERO DE ARCHIVO
      ****************************************************************
           ABRIR-ORIGEN.
              EVALUATE WS-ARCHIVO
                  WHEN 1
                      OPEN INPUT MOVIMIENTOS
                      MOVE WS-MOV-STATUS TO WS-ORI-STATUS
                  WHEN 2
                      OPEN INPUT SALDOS
                      MOVE WS-SAL-STATUS TO WS-ORI-STATUS
                  WHEN 3
                      OPEN INPUT DESCUBIERTOS
                      MOVE WS-DES-STATUS TO WS-ORI-STATUS
                  WHEN 4
                      OPEN INPUT CIERRES
                      MOVE WS-CIE-STATUS TO WS-ORI-STATUS
                  WHEN 5
                      OPEN INPUT CAM-REFERENCIAS
                      MOVE WS-REF-STATUS TO WS-ORI-STATUS
                  WHEN 6
                      OPEN INPUT DEB-REFERENCIAS
                      MOVE WS-DRF-STATUS TO WS-ORI-STATUS
                  WHEN 7
                      OPEN INPUT EMITIDAS
                      MOVE WS-EMI-STATUS TO WS-ORI-STATUS
              END-EVALUATE.

           LEER-ORIGEN.
              EVALUATE WS-ARCHIVO
                  WHEN 1
                      READ MOVIMIENTOS NEXT RECORD
                         AT END MOVE "0" TO FIN_ARCHIVO
                         NOT AT END
                            MOVE MOVIMIENTOS-REGISTRO
                               TO RESGUARDO-REGISTRO
                      END-READ
                  WHEN 2
                      READ SALDOS NEXT RECORD
                         AT END MOVE "0" TO FIN_ARCHIVO
                         NOT AT END
                            MOVE SALDOS-REGISTRO TO RESGUARDO-REGISTRO
                      END-READ
                  WHEN 3
                      READ DESCUBIERTOS NEXT RECORD
                         AT END MOVE "0" TO FIN_ARCHIVO
                         NOT AT END
                            MOVE DESCUBIERTOS-REGISTRO
                               TO RESGUARDO-REGISTRO
                      END-READ
                  WHEN 4
                      READ CIERRES NEXT RECORD
                         AT END MOVE "0" TO FIN_ARCHIVO
                         NOT AT END
                            MOVE CIERRE-REGISTRO TO RESGUARDO-REGISTRO
                      END-READ
                  WHEN 5
                      READ CAM-REFERENCIAS NEXT RECORD
                         AT END MOVE "0" TO FIN_ARCHIVO
                         NOT AT END
                            MOVE CAM-REFERENCIAS-REGISTRO
                               TO RESGUARDO-REGISTRO
                      END-READ
                  WHEN 6
                      READ DEB-REFERENCIAS NEXT RECORD
                         AT END MOVE "0" TO FIN_ARCHIVO
                         NOT AT END
                            MOVE DEB-REFERENCIAS-REGISTRO
                               TO RESGUARDO-REGISTRO
                      END-READ
                  WHEN 7
                      READ EMITIDAS NEXT RECORD
                         AT END MOVE "0" TO FIN_ARCHIVO
                         NOT AT END
                            MOVE EMITIDAS-REGISTRO
                               TO RESGUARDO-REGISTRO
                      END-READ
              END-EVALUATE.
              IF FIN_ARCHIVO NOT = "0"
                 ADD 1 TO WS-ARC-LEIDOS
                 ADD 1 TO WS-CANT-LEIDOS
              END-IF.

           CERRAR-ORIGEN.
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

      ****************************************************************
      * AGREGAR-GENERACION - LA GENERACION RECIEN TOMADA PASA AL
      * FINAL DEL CATALOGO. RECIEN AHORA QUEDA DISPONIBLE PARA LA
      * RESTAURACION; UN RESGUARDO INTERRUMPIDO NO FIGURA Y SE VUELVE
      * A TOMAR COMPLETO
      ****************************************************************
           AGREGAR-GENERACION.
              ADD 1 TO WS-CANT-GENERACIONES.
              MOVE WS-FECHA-PROCESO
                 TO GEN-TAB-FECHA (WS-CANT-GENERACIONES).
              MOVE WS-CANT-GRABADOS
                 TO GEN-TAB-REGISTROS (WS-CANT-GENERACIONES).
              ACCEPT GEN-TAB-FECHA-GRABACION (WS-CANT-GENERACIONES)
                 FROM DATE YYYYMMDD.
              ACCEPT GEN-TAB-HORA-GRABACION (WS-CANT-GENERACIONES)
                 FROM TIME.
              MOVE ZEROES TO WS-CANT-A-BORRAR.
              IF WS-CANT-GENERACIONES > WS-GENERACIONES-A-CONSERVAR
                 COMPUTE WS-CANT-A-BORRAR =
                    WS-CANT-GENERACIONES - WS-GENERACIONES-A-CONSERVAR
              END-IF.

      ****************************************************************
      * GRABAR-GENERACIONES - REGRABA EL CATALOGO SOLO CON LAS
      * ULTIMAS GENERACIONES A CONSERVAR
      ****************************************************************
           GRABAR-GENERACIONES.
              OPEN OUTPUT GENERACIONES.
              IF WS-GEN-STATUS NOT = "00" AND WS-GEN-STATUS NOT = "05"
                 DISPLAY "ERROR AL GRABAR RESG_GENERACIONES.DAT - "
                         "STATUS " WS-GEN-STATUS
                 MOVE ZEROES TO WS-CANT-A-BORRAR
                 MOVE "A" TO WS-FIN-ANORMAL
              ELSE
                 PERFORM GRABAR-UNA-GENERACION
                    VARYING WS-IND-GEN FROM WS-CANT-A-BORRAR BY 1
                    UNTIL WS-IND-GEN >= WS-CANT-GENERACIONES
              END-IF.
              CLOSE GENERACIONES.

           GRABAR-UNA-GENERACION.
              MOVE GEN-TAB-ITEM (WS-IND-GEN + 1)
                 TO GENERACIONES-REGISTRO.
              WRITE GENERACIONES-REGISTRO.

      ****************************************************************
      * DEPURAR-GENERACIONES - BORRA LOS ARCHIVOS DE LAS GENERACIONES
      * QUE YA SALIERON DEL CATALOGO
      ****************************************************************
           DEPURAR-GENERACIONES.
              PERFORM BORRAR-GENERACION
                 VARYING WS-IND-GEN FROM 1 BY 1
                 UNTIL WS-IND-GEN > WS-CANT-A-BORRAR.

           BORRAR-GENERACION.
              MOVE GEN-TAB-FECHA (WS-IND-GEN) TO WS-FECHA-GENERACION.
              PERFORM BORRAR-ARCHIVO-GENERACION
                 VARYING WS-ARCHIVO FROM 1 BY 1
                 UNTIL WS-ARCHIVO > 7.
              ADD 1 TO WS-CANT-DEPURADAS.
              DISPLAY "GENERACION DEPURADA: " WS-FECHA-GENERACION.

           BORRAR-ARCHIVO-GENERACION.
              PERFORM ARMAR-NOMBRE-RESGUARDO.
              CALL "CBL_DELETE_FILE" USING WS-NOMBRE-RESGUARDO
                 RETURNING WS-RESULTADO-BORRADO.
              IF WS-RESULTADO-BORRADO NOT = ZEROES
                 DISPLAY "ATENCION: NO SE PUDO BORRAR "
                         WS-NOMBRE-RESGUARDO
              END-IF.

      *****************************************************************
      * MOSTRAR-CONTROL-RESGUARDO - CIFRAS DE CONTROL DE LA CORRIDA
      *****************************************************************
           MOSTRAR-CONTROL-RESGUARDO.
              DISPLAY "ARCHIVOS RESGUARDADOS:    " WS-CANT-ARCHIVOS.
              DISPLAY "REGISTROS LEIDOS:         " WS-CANT-LEIDOS.
              DISPLAY "REGISTROS RESGUARDADOS:   " WS-CANT-GRABADOS.
              DISPLAY "GENERACIONES DEPURADAS:   " WS-CANT-DEPURADAS.

      *****************************************************************
      * GRABAR-RUN-LOG - AGREGA EL CIERRE DE ESTA EJECUCION A LA
      * BITACORA COMUN DE LA CADENA NOCTURNA
      *****************************************************************
           GRABAR-RUN-LOG.
              OPEN EXTEND RUNLOG.
              IF WS-LOG-STATUS = "00" OR WS-LOG-STATUS = "05"
                 MOVE "RESGUARDO CIERRE" TO LOG-PROGRAMA
                 ACCEPT LOG-FECHA FROM DATE YYYYMMDD
                 MOVE WS-HORA-INICIO TO LOG-HORA-INICIO
                 ACCEPT LOG-HORA-FIN FROM TIME
                 MOVE WS-CANT-LEIDOS TO LOG-LEIDOS
                 MOVE WS-CANT-GRABADOS TO LOG-GRABADOS
                 MOVE WS-CANT-DEPURADAS TO LOG-EXCEPCIONES
                 MOVE WS-CANT-ARCHIVOS TO LOG-CLIENTES
                 MOVE ZEROES TO LOG-HASH-IMPORTE
                 MOVE SPACES TO LOG-ESTADOS
                 STRING WS-ORI-STATUS DELIMITED BY SIZE
                        WS-RSG-STATUS DELIMITED BY SIZE
                        WS-GEN-STATUS DELIMITED BY SIZE
                        WS-PAR-STATUS DELIMITED BY SIZE
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
