       RECORD KEY IS DES-CLAVE-CUENTA
       FILE STATUS IS WS-DES-STATUS.

       SELECT OPTIONAL CUENTAS
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\cuentas.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CTA-CLAVE-CUENTA
       ALTERNATE RECORD KEY IS CTA-COD-CLI WITH DUPLICATES
       FILE STATUS IS WS-CTA-STATUS.

       SELECT OPTIONAL ACUERDOS
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\acuerdos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ACU-CLAVE-CUENTA
       FILE STATUS IS WS-ACU-STATUS.

       SELECT OPTIONAL PARAM-DESCUBIERTOS
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\desc_param.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ASI-STATUS.

       SELECT OPTIONAL ASIENTOS-ANTERIORES
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\desc_asientos.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ANT-STATUS.

       SELECT OPTIONAL REPORTE-DESCUBIERTO
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\desc_reporte.txt"
       FD DESCUBIERTOS.
           COPY "DESCREG.CPY".

       FD CUENTAS.
           COPY "CTAREG.CPY".

       FD ACUERDOS.
           COPY "ACUREG.CPY".

       FD PARAM-DESCUBIERTOS.
       01 PARAM-REGISTRO.
               05 PAR-TASA-DIARIA PIC X(8).
       FD ASIENTOS-DESCUBIERTO.
       01 ASIENTO-REGISTRO PIC X(130).

       FD ASIENTOS-ANTERIORES.
       01 ANTERIOR-REGISTRO PIC X(130).

       FD REPORTE-DESCUBIERTO.
       01 REPORTE-REGISTRO PIC X(132).

               05 FILLER PIC X(12) VALUE " CUENTAS POR".
               05 TOT-GRAL-INTERES PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-ASIENTO-LEIDO.
               05 WS-LEI-SUCURSAL PIC X(8).
               05 WS-LEI-CUENTA PIC X(15).
               05 WS-LEI-FECHA PIC X(10).

       01  FIN_ARCHIVO PIC X.
       01  WS-SAL-STATUS PIC X(2).
       01  WS-CTA-STATUS PIC X(2).
       01  WS-ANT-STATUS PIC X(2).
       01  WS-DES-STATUS PIC X(2).
       01  WS-ACU-STATUS PIC X(2).
       01  WS-PAR-STATUS PIC X(2).
       01  WS-ASI-STATUS PIC X(2).
       01  WS-REP-STATUS PIC X(2).
       01  WS-HORA-INICIO PIC 9(8).
       01  WS-FIN-ANORMAL PIC X VALUE "N".
       01  WS-FECHA-PROCESO PIC X(10).
       01  WS-FIN-ANTERIORES PIC X.
       01  WS-MONEDA-CUENTA PIC X(3).
       01  WS-CANT-ASIENTOS-ANT PIC 9(9) VALUE ZEROES.
       01  WS-TASA-DIARIA PIC 9(1)V9(4) VALUE 0.0010.
       01  WS-LIMITE-DESCUBIERTO PIC 9(11)V99 VALUE 50000.
       01  WS-DESCUBIERTO-HALLADO PIC X.
       01  WS-SUCURSAL-ANTERIOR PIC X(8).
       01  WS-IMPORTE-DESCUBIERTO PIC 9(11)V99.
       01  WS-INTERES-DIA PIC 9(11)V99.
       01  WS-ACUERDO-VIGENTE PIC X.
       01  WS-LIMITE-CUENTA PIC 9(11)V99.
       01  WS-EXCESO-ACUERDO PIC 9(11)V99.
       01  WS-CANT-CON-ACUERDO PIC 9(9) VALUE ZEROES.
       01  MUESTRA-INTERES PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-CANT-LEIDOS PIC 9(9) VALUE ZEROES.
       01  WS-CANT-DESCUBIERTOS PIC 9(9) VALUE ZEROES.
           PERFORM LEER-PARAMETROS.
           MOVE "1" TO FIN_ARCHIVO.
           MOVE SPACES TO WS-SUCURSAL-ANTERIOR.
           PERFORM DEPURAR-ASIENTOS-FECHA.
           IF FIN_ARCHIVO NOT = "0"
              PERFORM APERTURA_ARCHIVO
              PERFORM GRABAR-TITULO-REPORTE
              PERFORM LEER-SALDO
           END-IF.
           PERFORM EXAMINAR-SALDO
           UNTIL FIN_ARCHIVO = "0".
           IF WS-SUCURSAL-ANTERIOR NOT = SPACES
                    FUNCTION NUMVAL(PAR-LIMITE-DESCUBIERTO)
              END-IF.

      ****************************************************************
      * DEPURAR-ASIENTOS-FECHA - EL ARCHIVO DE ASIENTOS ACUMULA LOS
      * DIAS HASTA QUE LOS TOMA LA INTERFAZ CONTABLE, POR LO QUE SE
      * AMPLIA Y NO SE PISA. ANTES DE DEVENGAR SE QUITAN LAS LINEAS
      * QUE YA TENGA LA FECHA EN PROCESO (UNA CORRIDA REPETIDA O UNA
      * FECHA RESTAURADA), PORQUE ESTA CORRIDA LAS VUELVE A EMITIR
      * COMPLETAS. LAS LINEAS DE OTRAS FECHAS PASAN POR UN ARCHIVO
      * AUXILIAR Y VUELVEN AL ARCHIVO DE ASIENTOS
      ****************************************************************
           DEPURAR-ASIENTOS-FECHA.
              OPEN INPUT ASIENTOS-DESCUBIERTO.
              IF WS-ASI-STATUS = "00"
                 OPEN OUTPUT ASIENTOS-ANTERIORES
              END-IF.
              IF WS-ASI-STATUS = "00"
                 AND WS-ANT-STATUS NOT = "00"
                 DISPLAY "ERROR AL ABRIR DESC_ASIENTOS.TMP - STATUS "
                         WS-ANT-STATUS
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.
              IF WS-ASI-STATUS = "00"
                 AND WS-ANT-STATUS = "00"
                 MOVE "1" TO WS-FIN-ANTERIORES
                 PERFORM SEPARAR-ASIENTO-ANTERIOR
                 UNTIL WS-FIN-ANTERIORES = "0"
                 CLOSE ASIENTOS-ANTERIORES
                 CLOSE ASIENTOS-DESCUBIERTO
                 PERFORM REGRABAR-ASIENTOS
              END-IF.
              CLOSE ASIENTOS-DESCUBIERTO.

      ****************************************************************
      * REGRABAR-ASIENTOS - VUELCA AL ARCHIVO DE ASIENTOS LAS LINEAS
      * DE OTRAS FECHAS. SI NO SE PUEDE ABRIR ALGUNO DE LOS DOS
      * ARCHIVOS SE CORTA LA CORRIDA SIN DEVENGAR; SI EL DE ASIENTOS
      * YA QUEDO VACIO, LAS LINEAS SIGUEN EN DESC_ASIENTOS.TMP
      ****************************************************************
           REGRABAR-ASIENTOS.
              OPEN OUTPUT ASIENTOS-DESCUBIERTO.
              IF WS-ASI-STATUS NOT = "00"
                 DISPLAY "ERROR AL ABRIR DESC_ASIENTOS.CSV - STATUS "
                         WS-ASI-STATUS
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              ELSE
                 OPEN INPUT ASIENTOS-ANTERIORES
                 IF WS-ANT-STATUS NOT = "00"
                    DISPLAY "ERROR AL ABRIR DESC_ASIENTOS.TMP - STATUS "
                            WS-ANT-STATUS
                    DISPLAY "LAS LINEAS DE OTRAS FECHAS QUEDAN EN "
                            "DESC_ASIENTOS.TMP"
                    MOVE "0" TO FIN_ARCHIVO
                    MOVE "A" TO WS-FIN-ANORMAL
                 ELSE
                    MOVE "1" TO WS-FIN-ANTERIORES
                    PERFORM DEVOLVER-ASIENTO-ANTERIOR
                    UNTIL WS-FIN-ANTERIORES = "0"
                    CLOSE ASIENTOS-ANTERIORES
                 END-IF
              END-IF.

           SEPARAR-ASIENTO-ANTERIOR.
              READ ASIENTOS-DESCUBIERTO NEXT RECORD
                 AT END MOVE "0" TO WS-FIN-ANTERIORES
              END-READ.
              IF WS-FIN-ANTERIORES NOT = "0"
                 MOVE SPACES TO WS-ASIENTO-LEIDO
                 UNSTRING ASIENTO-REGISTRO DELIMITED BY ";"
                    INTO WS-LEI-SUCURSAL WS-LEI-CUENTA WS-LEI-FECHA
                 END-UNSTRING
                 IF WS-LEI-FECHA NOT = WS-FECHA-PROCESO
                    WRITE ANTERIOR-REGISTRO FROM ASIENTO-REGISTRO
                 END-IF
              END-IF.

           DEVOLVER-ASIENTO-ANTERIOR.
              READ ASIENTOS-ANTERIORES NEXT RECORD
                 AT END MOVE "0" TO WS-FIN-ANTERIORES
              END-READ.
              IF WS-FIN-ANTERIORES NOT = "0"
                 WRITE ASIENTO-REGISTRO FROM ANTERIOR-REGISTRO
                 ADD 1 TO WS-CANT-ASIENTOS-ANT
              END-IF.

      ****************************************************************
      * APERTURA DE ARCHIVOS
      ****************************************************************
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.
              OPEN INPUT ACUERDOS.
              IF WS-ACU-STATUS NOT = "00" AND WS-ACU-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR ACUERDOS - STATUS "
                         WS-ACU-STATUS
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.
              OPEN INPUT CUENTAS.
              IF WS-CTA-STATUS NOT = "00" AND WS-CTA-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR CUENTAS - STATUS "
                         WS-CTA-STATUS
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.
              OPEN EXTEND ASIENTOS-DESCUBIERTO.
              IF WS-ASI-STATUS NOT = "00" AND WS-ASI-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR DESC_ASIENTOS.CSV - STATUS "
                         WS-ASI-STATUS
           CERRAR-ARCHIVO.
             CLOSE SALDOS.
             CLOSE DESCUBIERTOS.
             CLOSE ACUERDOS.
             CLOSE CUENTAS.
             CLOSE ASIENTOS-DESCUBIERTO.
             CLOSE REPORTE-DESCUBIERTO.

      * DEVENGAR-DESCUBIERTO - ACTUALIZA LOS DIAS EN DESCUBIERTO Y
      * DEVENGA EL INTERES DIARIO. SI LA FECHA YA FUE DEVENGADA EN
      * UNA CORRIDA ANTERIOR NO SE VUELVE A ACUMULAR, PERO EL
      * ASIENTO DEL DIA SE RECALCULA Y SE REEMITE: LAS LINEAS DE LA
      * FECHA SE QUITARON DEL ARCHIVO DE ASIENTOS AL EMPEZAR Y NO
      * PUEDEN FALTAR TRAS UNA REPETICION. UNA CUENTA CON ACUERDO
      * VIGENTE PAGA LA TASA DEL ACUERDO DENTRO DEL LIMITE Y LA
      * PUNITORIA SOBRE EL EXCESO; SIN ACUERDO SE APLICA LA TASA
      * GENERAL DE LOS PARAMETROS
      ****************************************************************
           DEVENGAR-DESCUBIERTO.
              ADD 1 TO WS-CANT-DESCUBIERTOS.
              END-IF.
              COMPUTE WS-IMPORTE-DESCUBIERTO =
                 ZEROES - SAL-SALDO-FINAL.
              PERFORM LEER-ACUERDO.
              PERFORM CALCULAR-INTERES-DIA.
              IF DES-FECHA-ULT = WS-FECHA-PROCESO
                 ADD 1 TO WS-CANT-YA-DEVENGADOS
              ELSE
              PERFORM GRABAR-ASIENTO-INTERES.
              PERFORM GRABAR-LINEA-REPORTE.

      ****************************************************************
      * LEER-ACUERDO - EL ACUERDO VALE SI NO TIENE VENCIMIENTO O SI
      * VENCE EN LA FECHA DEL DEVENGO O DESPUES. EL LIMITE DE LA
      * CUENTA ES EL ACORDADO O, SIN ACUERDO, EL GENERAL
      ****************************************************************
           LEER-ACUERDO.
              MOVE "N" TO WS-ACUERDO-VIGENTE.
              MOVE WS-LIMITE-DESCUBIERTO TO WS-LIMITE-CUENTA.
              MOVE SAL-CLAVE-CUENTA TO ACU-CLAVE-CUENTA.
              READ ACUERDOS RECORD
                 INVALID KEY
                    MOVE SPACES TO ACU-CLAVE-CUENTA
              END-READ.
              IF ACU-CLAVE-CUENTA = SAL-CLAVE-CUENTA
                 IF ACU-FECHA-VENCE = SPACES
                    OR ACU-FECHA-VENCE NOT < WS-FECHA-PROCESO
                    MOVE "S" TO WS-ACUERDO-VIGENTE
                    MOVE ACU-LIMITE TO WS-LIMITE-CUENTA
                    ADD 1 TO WS-CANT-CON-ACUERDO
                 END-IF
              END-IF.

           CALCULAR-INTERES-DIA.
              IF WS-ACUERDO-VIGENTE = "N"
                 COMPUTE WS-INTERES-DIA ROUNDED =
                    WS-IMPORTE-DESCUBIERTO * WS-TASA-DIARIA
              ELSE
                 IF WS-IMPORTE-DESCUBIERTO > ACU-LIMITE
                    COMPUTE WS-EXCESO-ACUERDO =
                       WS-IMPORTE-DESCUBIERTO - ACU-LIMITE
                    COMPUTE WS-INTERES-DIA ROUNDED =
                       ACU-LIMITE * ACU-TASA-ACUERDO
                       + WS-EXCESO-ACUERDO * ACU-TASA-PUNITORIA
                 ELSE
                    COMPUTE WS-INTERES-DIA ROUNDED =
                       WS-IMPORTE-DESCUBIERTO * ACU-TASA-ACUERDO
                 END-IF
              END-IF.

           GRABAR-DESCUBIERTO.
              IF WS-DESCUBIERTO-HALLADO = "N"
                 WRITE DESCUBIERTOS-REGISTRO

      ****************************************************************
      * GRABAR-ASIENTO-INTERES - ASIENTO DEL INTERES DEVENGADO PARA
      * CONTADURIA, EN EL MISMO FORMATO DELIMITADO QUE COMISIONES.
      * EL INTERES ESTA EN LA MONEDA DE LA CUENTA, QUE VA AL FINAL
      * DE LA LINEA (SIN CUENTA EN EL MAESTRO O SIN MONEDA, PESOS)
      ****************************************************************
           GRABAR-ASIENTO-INTERES.
              MOVE "ARS" TO WS-MONEDA-CUENTA.
              MOVE SAL-CLAVE-CUENTA TO CTA-CLAVE-CUENTA.
              READ CUENTAS RECORD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF CTA-MONEDA NOT = SPACES
                       MOVE CTA-MONEDA TO WS-MONEDA-CUENTA
                    END-IF
              END-READ.
              MOVE WS-INTERES-DIA TO MUESTRA-INTERES.
              MOVE SPACES TO ASIENTO-REGISTRO.
              STRING FUNCTION TRIM(SAL-SUCURSAL)  DELIMITED BY SIZE
                     ";"                          DELIMITED BY SIZE
                     FUNCTION TRIM(MUESTRA-INTERES)
                                                  DELIMITED BY SIZE
                     ";"                          DELIMITED BY SIZE
                     WS-MONEDA-CUENTA             DELIMITED BY SIZE
                 INTO ASIENTO-REGISTRO.
              WRITE ASIENTO-REGISTRO.

              MOVE WS-INTERES-DIA TO DET-INTERES.
              COMPUTE WS-IMPORTE-DESCUBIERTO =
                 ZEROES - SAL-SALDO-FINAL.
              IF WS-IMPORTE-DESCUBIERTO > WS-LIMITE-CUENTA
                 MOVE "CORTAR TARJETA" TO DET-OBSERVACION
                 ADD 1 TO WS-CANT-EXCEDIDOS
              ELSE
           MOSTRAR-CONTROL-DESCUBIERTOS.
              DISPLAY " ".
              DISPLAY "DEVENGO DE DESCUBIERTOS - " WS-FECHA-PROCESO.
              DISPLAY "ASIENTOS DE OTRAS FECHAS: "
                      WS-CANT-ASIENTOS-ANT.
              DISPLAY "SALDOS LEIDOS:            " WS-CANT-LEIDOS.
              DISPLAY "CUENTAS EN DESCUBIERTO:   "
                      WS-CANT-DESCUBIERTOS.
                      WS-CANT-REGULARIZADOS.
              DISPLAY "YA DEVENGADAS EN EL DIA:  "
                      WS-CANT-YA-DEVENGADOS.
              DISPLAY "CON ACUERDO VIGENTE:      "
                      WS-CANT-CON-ACUERDO.
              DISPLAY "EXCEDEN EL LIMITE:        " WS-CANT-EXCEDIDOS.
              MOVE WS-TOTAL-INTERES TO MUESTRA-INTERES.
              DISPLAY "INTERES TOTAL DEVENGADO:  " MUESTRA-INTERES.
                 STRING WS-SAL-STATUS DELIMITED BY SIZE
                        WS-DES-STATUS DELIMITED BY SIZE
                        WS-ASI-STATUS DELIMITED BY SIZE
                        WS-ACU-STATUS DELIMITED BY SIZE
                        WS-CTA-STATUS DELIMITED BY SIZE
                    INTO LOG-ESTADOS
                 IF WS-FIN-ANORMAL = "A"
                    MOVE "A" TO LOG-FIN-NORMAL
