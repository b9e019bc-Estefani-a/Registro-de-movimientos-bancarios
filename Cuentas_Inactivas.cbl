       IDENTIFICATION DIVISION.
       PROGRAM-ID.CuentasInactivas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL CUENTAS
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\cuentas.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CTA-CLAVE-CUENTA
       ALTERNATE RECORD KEY IS CTA-COD-CLI WITH DUPLICATES
       FILE STATUS IS WS-CTA-STATUS.

       SELECT OPTIONAL MOVIMIENTOS
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\movimientos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CLAVE-MOVIMIENTO
       ALTERNATE RECORD KEY IS CLAVE-CUENTA WITH DUPLICATES
       ALTERNATE RECORD KEY IS COD_CLI WITH DUPLICATES
       FILE STATUS IS WS-MOV-STATUS.

       SELECT OPTIONAL HISTORICO
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\historico.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HIS-CLAVE-MOVIMIENTO
       ALTERNATE RECORD KEY IS HIS-CLAVE-CUENTA WITH DUPLICATES
       ALTERNATE RECORD KEY IS HIS-COD-CLI WITH DUPLICATES
       FILE STATUS IS WS-HIST-STATUS.

       SELECT OPTIONAL CLIENTES
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\clientes.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CLI-COD-CLI
       FILE STATUS IS WS-CLI-STATUS.

       SELECT OPTIONAL SALDOS
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\saldos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS SAL-CLAVE-CUENTA
       FILE STATUS IS WS-SAL-STATUS.

       SELECT OPTIONAL PARAM-INACTIVAS
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\inact_param.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PAR-STATUS.

       SELECT OPTIONAL REPORTE-INACTIVAS
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\inact_reporte.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REP-STATUS.

       SELECT OPTIONAL RUNLOG
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\run_log.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUENTAS.
           COPY "CTAREG.CPY".

       FD MOVIMIENTOS.
           COPY "MOVREG.CPY".

       FD HISTORICO.
           COPY "HISTREG.CPY".

       FD CLIENTES.
           COPY "CLIREG.CPY".

       FD SALDOS.
           COPY "SALREG.CPY".

       FD PARAM-INACTIVAS.
       01 PARAM-REGISTRO.
               05 PAR-MESES-INACTIVIDAD PIC X(3).

       FD REPORTE-INACTIVAS.
       01 REPORTE-REGISTRO PIC X(132).

       FD RUNLOG.
           COPY "RUNLOG.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-TITULO-REPORTE.
               05 FILLER PIC X(10) VALUE " ".
               05 FILLER PIC X(24)
                  VALUE "CUENTAS INACTIVAS AL ".
               05 TIT-FECHA PIC X(10).
               05 FILLER PIC X(25)
                  VALUE " - SIN MOVIMIENTOS DESDE ".
               05 TIT-FECHA-LIMITE PIC X(10).

       01 LINEA-COLUMNAS.
               05 FILLER PIC X(25) VALUE "CUENTA".
               05 FILLER PIC X(11) VALUE "CLIENTE".
               05 FILLER PIC X(31) VALUE "TITULAR".
               05 FILLER PIC X(14) VALUE "CUIT".
               05 FILLER PIC X(11) VALUE "ULT. MOV.".
               05 FILLER PIC X(19) VALUE "SALDO".
               05 FILLER PIC X(4) VALUE "MON".
               05 FILLER PIC X(12) VALUE "OBSERVACION".

       01 LINEA-DETALLE.
               05 DET-SUCURSAL PIC X(8).
               05 FILLER PIC X(1) VALUE "-".
               05 DET-CUENTA PIC X(15).
               05 FILLER PIC X(1) VALUE " ".
               05 DET-COD-CLI PIC X(10).
               05 FILLER PIC X(1) VALUE " ".
               05 DET-NOMBRE PIC X(30).
               05 FILLER PIC X(1) VALUE " ".
               05 DET-CUIT PIC X(13).
               05 FILLER PIC X(1) VALUE " ".
               05 DET-ULT-MOV PIC X(10).
               05 FILLER PIC X(1) VALUE " ".
               05 DET-SALDO PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(1) VALUE " ".
               05 DET-MONEDA PIC X(3).
               05 FILLER PIC X(1) VALUE " ".
               05 DET-OBSERVACION PIC X(12).

       01 LINEA-TOTAL-INACTIVADAS.
               05 FILLER PIC X(30)
                  VALUE "CUENTAS INACTIVADAS HOY: ".
               05 TOT-INACTIVADAS PIC ZZZ,ZZ9.

       01 LINEA-TOTAL-YA-INACTIVAS.
               05 FILLER PIC X(30)
                  VALUE "CUENTAS YA INACTIVAS: ".
               05 TOT-YA-INACTIVAS PIC ZZZ,ZZ9.

       01 LINEA-TOTAL-SALDO.
               05 FILLER PIC X(25)
                  VALUE "SALDO TOTAL INMOVILIZADO ".
               05 TOT-MONEDA PIC X(3).
               05 FILLER PIC X(2) VALUE ": ".
               05 TOT-SALDO PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

      *****************************************************************
      * TABLA-MONEDAS-SALDO - SALDO INMOVILIZADO EN CADA MONEDA. LOS
      * SALDOS DE MONEDAS DISTINTAS NO SE SUMAN ENTRE SI
      *****************************************************************
       01 TABLA-MONEDAS-SALDO.
               05 MSA-ITEM OCCURS 20 TIMES.
                   10 MSA-MONEDA PIC X(3).
                   10 MSA-SALDO PIC S9(13)V99.

       01  FIN_ARCHIVO PIC X.
       01  WS-FIN-CUENTA PIC X.
       01  WS-CTA-STATUS PIC X(2).
       01  WS-MOV-STATUS PIC X(2).
       01  WS-HIST-STATUS PIC X(2).
       01  WS-CLI-STATUS PIC X(2).
       01  WS-SAL-STATUS PIC X(2).
       01  WS-PAR-STATUS PIC X(2).
       01  WS-REP-STATUS PIC X(2).
       01  WS-LOG-STATUS PIC X(2).
       01  WS-HORA-INICIO PIC 9(8).
       01  WS-FIN-ANORMAL PIC X VALUE "N".
       01  WS-FECHA-PROCESO PIC X(10).
       01  WS-FECHA-LIMITE PIC X(10).
       01  WS-ULT-MOVIMIENTO PIC X(10).
       01  WS-MESES-INACTIVIDAD PIC 9(3) VALUE 12.
       01  WS-ANIO-LIMITE PIC 9(4).
       01  WS-MES-LIMITE PIC S9(4).
       01  MUESTRA-ANIO PIC 9(4).
       01  MUESTRA-MES PIC 9(2).
       01  WS-SALDO-CUENTA PIC S9(11)V99.
       01  WS-CANT-LEIDAS PIC 9(9) VALUE ZEROES.
       01  WS-CANT-EXAMINADAS PIC 9(9) VALUE ZEROES.
       01  WS-CANT-INACTIVADAS PIC 9(9) VALUE ZEROES.
       01  WS-CANT-YA-INACTIVAS PIC 9(9) VALUE ZEROES.
       01  WS-CANT-ERRORES PIC 9(9) VALUE ZEROES.
       01  WS-MONEDA-CUENTA PIC X(3).
       01  WS-CANT-MONEDAS PIC 9(3) VALUE ZEROES.
       01  WS-POS-MONEDA PIC 9(3).
       01  WS-IND-MONEDA PIC 9(3).
       01  WS-HASH-SALDOS PIC 9(13)V99 VALUE ZEROES.

      ******************************************************************
           PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.

           ACCEPT WS-HORA-INICIO FROM TIME.
           DISPLAY "FECHA DEL PROCESO MENSUAL (AAAA-MM-DD):".
           ACCEPT WS-FECHA-PROCESO.
           PERFORM LEER-PARAMETROS.
           MOVE "1" TO FIN_ARCHIVO.
           PERFORM CALCULAR-FECHA-LIMITE.
           IF FIN_ARCHIVO NOT = "0"
              PERFORM APERTURA_ARCHIVO
           END-IF.
           IF FIN_ARCHIVO NOT = "0"
              PERFORM GRABAR-TITULO-REPORTE
              PERFORM LEER-CUENTA
           END-IF.
           PERFORM EXAMINAR-CUENTA
           UNTIL FIN_ARCHIVO = "0".
           IF WS-REP-STATUS = "00"
              PERFORM GRABAR-TOTALES
           END-IF.
           PERFORM MOSTRAR-CONTROL-INACTIVAS.
           PERFORM GRABAR-RUN-LOG.
           PERFORM CERRAR-ARCHIVO.
           STOP RUN.

      ****************************************************************
      * LEER-PARAMETROS - TOMA LA CANTIDAD DE MESES SIN MOVIMIENTOS
      * QUE DEJAN INACTIVA A UNA CUENTA. SI EL ARCHIVO NO ESTA O EL
      * VALOR NO ES NUMERICO SE USA EL VALOR POR DEFECTO
      ****************************************************************
           LEER-PARAMETROS.
              OPEN INPUT PARAM-INACTIVAS.
              IF WS-PAR-STATUS = "00"
                 READ PARAM-INACTIVAS
                    AT END CONTINUE
                    NOT AT END PERFORM TOMAR-PARAMETROS
                 END-READ
              END-IF.
              CLOSE PARAM-INACTIVAS.
              DISPLAY "MESES SIN MOVIMIENTOS PARA INACTIVAR: "
                      WS-MESES-INACTIVIDAD.

           TOMAR-PARAMETROS.
              IF FUNCTION TEST-NUMVAL(PAR-MESES-INACTIVIDAD) = ZEROES
                 AND FUNCTION NUMVAL(PAR-MESES-INACTIVIDAD) > ZEROES
                 COMPUTE WS-MESES-INACTIVIDAD =
                    FUNCTION NUMVAL(PAR-MESES-INACTIVIDAD)
              END-IF.

      ****************************************************************
      * CALCULAR-FECHA-LIMITE - RESTA LOS MESES DE INACTIVIDAD A LA
      * FECHA DEL PROCESO. UNA CUENTA SIN MOVIMIENTOS DESDE ESA FECHA
      * (INCLUSIVE) QUEDA INACTIVA
      ****************************************************************
           CALCULAR-FECHA-LIMITE.
              IF WS-FECHA-PROCESO (1:4) NOT NUMERIC
                 OR WS-FECHA-PROCESO (6:2) NOT NUMERIC
                 OR WS-FECHA-PROCESO (9:2) NOT NUMERIC
                 DISPLAY "FECHA DEL PROCESO INVALIDA - "
                         "SE ESPERA AAAA-MM-DD."
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              ELSE
                 MOVE WS-FECHA-PROCESO (1:4) TO WS-ANIO-LIMITE
                 MOVE WS-FECHA-PROCESO (6:2) TO WS-MES-LIMITE
                 SUBTRACT WS-MESES-INACTIVIDAD FROM WS-MES-LIMITE
                 PERFORM RETROCEDER-ANIO
                 UNTIL WS-MES-LIMITE > ZEROES
                 MOVE WS-ANIO-LIMITE TO MUESTRA-ANIO
                 MOVE WS-MES-LIMITE TO MUESTRA-MES
                 MOVE SPACES TO WS-FECHA-LIMITE
                 STRING MUESTRA-ANIO              DELIMITED BY SIZE
                        "-"                       DELIMITED BY SIZE
                        MUESTRA-MES               DELIMITED BY SIZE
                        "-"                       DELIMITED BY SIZE
                        WS-FECHA-PROCESO (9:2)    DELIMITED BY SIZE
                    INTO WS-FECHA-LIMITE
                 DISPLAY "SE INACTIVAN LAS CUENTAS SIN MOVIMIENTOS "
                         "DESDE " WS-FECHA-LIMITE
              END-IF.

           RETROCEDER-ANIO.
              ADD 12 TO WS-MES-LIMITE.
              SUBTRACT 1 FROM WS-ANIO-LIMITE.

      ****************************************************************
      * APERTURA DE ARCHIVOS
      ****************************************************************
           APERTURA_ARCHIVO.
              OPEN I-O CUENTAS.
              IF WS-CTA-STATUS NOT = "00" AND WS-CTA-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR CUENTAS - STATUS "
                         WS-CTA-STATUS
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.
              OPEN INPUT MOVIMIENTOS.
              IF WS-MOV-STATUS NOT = "00" AND WS-MOV-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR MOVIMIENTOS - STATUS "
                         WS-MOV-STATUS
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.
              OPEN INPUT HISTORICO.
              IF WS-HIST-STATUS NOT = "00"
                 AND WS-HIST-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR HISTORICO - STATUS "
                         WS-HIST-STATUS
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.
              OPEN INPUT CLIENTES.
              IF WS-CLI-STATUS NOT = "00" AND WS-CLI-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR CLIENTES - STATUS "
                         WS-CLI-STATUS
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.
              OPEN INPUT SALDOS.
              IF WS-SAL-STATUS NOT = "00" AND WS-SAL-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR SALDOS - STATUS "
                         WS-SAL-STATUS
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.
              OPEN OUTPUT REPORTE-INACTIVAS.
              IF WS-REP-STATUS NOT = "00" AND WS-REP-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR INACT_REPORTE.TXT - STATUS "
                         WS-REP-STATUS
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.

      *****************************************************************
      * CERRAR ARCHIVOS
      *****************************************************************
           CERRAR-ARCHIVO.
             CLOSE CUENTAS.
             CLOSE MOVIMIENTOS.
             CLOSE HISTORICO.
             CLOSE CLIENTES.
             CLOSE SALDOS.
             CLOSE REPORTE-INACTIVAS.

      ****************************************************************
      * EXAMINAR-CUENTA - SOLO SE EXAMINAN LAS CUENTAS ACTIVAS Y LAS
      * YA INACTIVAS; LAS BLOQUEADAS Y CERRADAS NO CAMBIAN DE ESTADO.
      * SI LA CUENTA NUNCA OPERO SE TOMA LA FECHA DE APERTURA COMO
      * ULTIMA ACTIVIDAD
      ****************************************************************
           EXAMINAR-CUENTA.
              IF CTA-ESTADO = "A" OR CTA-ESTADO = "I"
                 ADD 1 TO WS-CANT-EXAMINADAS
                 MOVE SPACES TO WS-ULT-MOVIMIENTO
                 PERFORM BUSCAR-ULTIMO-MOVIMIENTO
                 PERFORM BUSCAR-ULTIMO-HISTORICO
                 IF WS-ULT-MOVIMIENTO = SPACES
                    MOVE CTA-FECHA-ALTA TO WS-ULT-MOVIMIENTO
                 END-IF
                 IF WS-ULT-MOVIMIENTO < WS-FECHA-LIMITE
                    PERFORM REGISTRAR-CUENTA-INACTIVA
                 END-IF
              END-IF.
              PERFORM LEER-CUENTA.

      ****************************************************************
      * BUSCAR-ULTIMO-MOVIMIENTO - RECORRE LOS MOVIMIENTOS VIVOS DE
      * LA CUENTA POR LA CLAVE ALTERNATIVA Y SE QUEDA CON LA FECHA
      * MAS RECIENTE. LA COMISION Y EL INTERES LOS GENERA EL BANCO Y
      * NO CUENTAN COMO ACTIVIDAD DEL CLIENTE
      ****************************************************************
           BUSCAR-ULTIMO-MOVIMIENTO.
              MOVE CTA-CLAVE-CUENTA TO CLAVE-CUENTA.
              MOVE "1" TO WS-FIN-CUENTA.
              START MOVIMIENTOS KEY IS NOT LESS THAN CLAVE-CUENTA
                 INVALID KEY
                    MOVE "0" TO WS-FIN-CUENTA
              END-START.
              PERFORM LEER-UN-MOVIMIENTO
              UNTIL WS-FIN-CUENTA = "0".

           LEER-UN-MOVIMIENTO.
              READ MOVIMIENTOS NEXT RECORD
                 AT END MOVE "0" TO WS-FIN-CUENTA
              END-READ.
              IF WS-FIN-CUENTA NOT = "0"
                 IF CLAVE-CUENTA = CTA-CLAVE-CUENTA
                    IF COD_OPER NOT = "COMISION"
                       AND COD_OPER NOT = "INTERES"
                       AND FECHA_MOV (1:10) > WS-ULT-MOVIMIENTO
                       MOVE FECHA_MOV (1:10) TO WS-ULT-MOVIMIENTO
                    END-IF
                 ELSE
                    MOVE "0" TO WS-FIN-CUENTA
                 END-IF
              END-IF.

      ****************************************************************
      * BUSCAR-ULTIMO-HISTORICO - LO MISMO SOBRE LOS MOVIMIENTOS YA
      * PURGADOS AL HISTORICO
      ****************************************************************
           BUSCAR-ULTIMO-HISTORICO.
              MOVE CTA-CLAVE-CUENTA TO HIS-CLAVE-CUENTA.
              MOVE "1" TO WS-FIN-CUENTA.
              START HISTORICO KEY IS NOT LESS THAN HIS-CLAVE-CUENTA
                 INVALID KEY
                    MOVE "0" TO WS-FIN-CUENTA
              END-START.
              PERFORM LEER-UN-HISTORICO
              UNTIL WS-FIN-CUENTA = "0".

           LEER-UN-HISTORICO.
              READ HISTORICO NEXT RECORD
                 AT END MOVE "0" TO WS-FIN-CUENTA
              END-READ.
              IF WS-FIN-CUENTA NOT = "0"
                 IF HIS-CLAVE-CUENTA = CTA-CLAVE-CUENTA
                    IF HIS-COD-OPER NOT = "COMISION"
                       AND HIS-COD-OPER NOT = "INTERES"
                       AND HIS-FECHA-MOV (1:10) > WS-ULT-MOVIMIENTO
                       MOVE HIS-FECHA-MOV (1:10) TO WS-ULT-MOVIMIENTO
                    END-IF
                 ELSE
                    MOVE "0" TO WS-FIN-CUENTA
                 END-IF
              END-IF.

      ****************************************************************
      * REGISTRAR-CUENTA-INACTIVA - UNA CUENTA ACTIVA PASA A ESTADO
      * INACTIVA; UNA YA INACTIVA SOLO SE INFORMA. AMBAS SALEN EN EL
      * LISTADO CON LOS DATOS DEL TITULAR Y SU SALDO
      ****************************************************************
           REGISTRAR-CUENTA-INACTIVA.
              IF CTA-ESTADO = "A"
                 MOVE "I" TO CTA-ESTADO
                 REWRITE CUENTAS-REGISTRO
                    INVALID KEY
                       DISPLAY "NO SE PUDO INACTIVAR LA CUENTA "
                               CTA-CLAVE-CUENTA
                       MOVE "A" TO CTA-ESTADO
                       ADD 1 TO WS-CANT-ERRORES
                    NOT INVALID KEY
                       ADD 1 TO WS-CANT-INACTIVADAS
                       MOVE "INACTIVADA" TO DET-OBSERVACION
                 END-REWRITE
              ELSE
                 ADD 1 TO WS-CANT-YA-INACTIVAS
                 MOVE "YA INACTIVA" TO DET-OBSERVACION
              END-IF.
              IF CTA-ESTADO = "I"
                 PERFORM GRABAR-DETALLE
              END-IF.

           GRABAR-DETALLE.
              MOVE CTA-COD-CLI TO CLI-COD-CLI.
              READ CLIENTES RECORD
                 INVALID KEY
                    MOVE "CLIENTE NO REGISTRADO" TO CLI-NOMBRE
                    MOVE SPACES TO CLI-CUIT
              END-READ.
              MOVE CTA-CLAVE-CUENTA TO SAL-CLAVE-CUENTA.
              READ SALDOS RECORD
                 INVALID KEY
                    MOVE ZEROES TO SAL-SALDO-FINAL
              END-READ.
              MOVE SAL-SALDO-FINAL TO WS-SALDO-CUENTA.
              MOVE CTA-MONEDA TO WS-MONEDA-CUENTA.
              IF WS-MONEDA-CUENTA = SPACES
                 MOVE "ARS" TO WS-MONEDA-CUENTA
              END-IF.
              PERFORM ACUMULAR-MONEDA.
              IF WS-SALDO-CUENTA < ZEROES
                 SUBTRACT WS-SALDO-CUENTA FROM WS-HASH-SALDOS
              ELSE
                 ADD WS-SALDO-CUENTA TO WS-HASH-SALDOS
              END-IF.
              MOVE CTA-SUCURSAL TO DET-SUCURSAL.
              MOVE CTA-CUENTA TO DET-CUENTA.
              MOVE CTA-COD-CLI TO DET-COD-CLI.
              MOVE CLI-NOMBRE TO DET-NOMBRE.
              MOVE CLI-CUIT TO DET-CUIT.
              MOVE WS-ULT-MOVIMIENTO TO DET-ULT-MOV.
              MOVE WS-SALDO-CUENTA TO DET-SALDO.
              MOVE WS-MONEDA-CUENTA TO DET-MONEDA.
              WRITE REPORTE-REGISTRO FROM LINEA-DETALLE.

      ****************************************************************
      * ACUMULAR-MONEDA - SUMA EL SALDO EN EL TOTAL DE SU MONEDA
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
                 MOVE WS-MONEDA-CUENTA TO MSA-MONEDA (WS-POS-MONEDA)
                 MOVE ZEROES TO MSA-SALDO (WS-POS-MONEDA)
              END-IF.
              IF WS-POS-MONEDA > ZEROES
                 ADD WS-SALDO-CUENTA TO MSA-SALDO (WS-POS-MONEDA)
              END-IF.

           BUSCAR-MONEDA.
              IF MSA-MONEDA (WS-IND-MONEDA) = WS-MONEDA-CUENTA
                 MOVE WS-IND-MONEDA TO WS-POS-MONEDA.

      ****************************************************************
      * TITULO Y TOTALES DEL LISTADO
      ****************************************************************
           GRABAR-TITULO-REPORTE.
              MOVE WS-FECHA-PROCESO TO TIT-FECHA.
              MOVE WS-FECHA-LIMITE TO TIT-FECHA-LIMITE.
              WRITE REPORTE-REGISTRO FROM LINEA-TITULO-REPORTE.
              MOVE SPACES TO REPORTE-REGISTRO.
              WRITE REPORTE-REGISTRO.
              WRITE REPORTE-REGISTRO FROM LINEA-COLUMNAS.

           GRABAR-TOTALES.
              MOVE SPACES TO REPORTE-REGISTRO.
              WRITE REPORTE-REGISTRO.
              MOVE WS-CANT-INACTIVADAS TO TOT-INACTIVADAS.
              WRITE REPORTE-REGISTRO FROM LINEA-TOTAL-INACTIVADAS.
              MOVE WS-CANT-YA-INACTIVAS TO TOT-YA-INACTIVAS.
              WRITE REPORTE-REGISTRO FROM LINEA-TOTAL-YA-INACTIVAS.
              IF WS-CANT-MONEDAS = ZEROES
                 MOVE "ARS" TO TOT-MONEDA
                 MOVE ZEROES TO TOT-SALDO
                 WRITE REPORTE-REGISTRO FROM LINEA-TOTAL-SALDO
              ELSE
                 PERFORM GRABAR-TOTAL-MONEDA
                    VARYING WS-IND-MONEDA FROM 1 BY 1
                    UNTIL WS-IND-MONEDA > WS-CANT-MONEDAS
              END-IF.

           GRABAR-TOTAL-MONEDA.
              MOVE MSA-MONEDA (WS-IND-MONEDA) TO TOT-MONEDA.
              MOVE MSA-SALDO (WS-IND-MONEDA) TO TOT-SALDO.
              WRITE REPORTE-REGISTRO FROM LINEA-TOTAL-SALDO.

      *****************************************************************
      * LEE SIGUIENTE CUENTA
      *****************************************************************
           LEER-CUENTA.
           READ CUENTAS NEXT RECORD
           AT END
           MOVE "0" TO FIN_ARCHIVO.

           IF FIN_ARCHIVO NOT = "0"
              ADD 1 TO WS-CANT-LEIDAS.

      *****************************************************************
      * MOSTRAR-CONTROL-INACTIVAS - CIFRAS DE CONTROL DE LA CORRIDA
      *****************************************************************
           MOSTRAR-CONTROL-INACTIVAS.
              DISPLAY " ".
              DISPLAY "CUENTAS INACTIVAS - " WS-FECHA-PROCESO.
              DISPLAY "CUENTAS LEIDAS:           " WS-CANT-LEIDAS.
              DISPLAY "CUENTAS EXAMINADAS:       " WS-CANT-EXAMINADAS.
              DISPLAY "CUENTAS INACTIVADAS:      " WS-CANT-INACTIVADAS.
              DISPLAY "CUENTAS YA INACTIVAS:     " WS-CANT-YA-INACTIVAS.
              DISPLAY "ERRORES DE GRABACION:     " WS-CANT-ERRORES.

      *****************************************************************
      * GRABAR-RUN-LOG - AGREGA EL CIERRE DE ESTA EJECUCION A LA
      * BITACORA COMUN DE LA CADENA NOCTURNA. EL HASH SUMA LOS SALDOS
      * SIN SIGNO Y DE TODAS LAS MONEDAS: ES SOLO UNA CIFRA DE CONTROL
      *****************************************************************
           GRABAR-RUN-LOG.
              OPEN EXTEND RUNLOG.
              IF WS-LOG-STATUS = "00" OR WS-LOG-STATUS = "05"
                 MOVE "CUENTAS INACTIVAS" TO LOG-PROGRAMA
                 ACCEPT LOG-FECHA FROM DATE YYYYMMDD
                 MOVE WS-HORA-INICIO TO LOG-HORA-INICIO
                 ACCEPT LOG-HORA-FIN FROM TIME
                 MOVE WS-CANT-LEIDAS TO LOG-LEIDOS
                 MOVE WS-CANT-INACTIVADAS TO LOG-GRABADOS
                 MOVE WS-CANT-ERRORES TO LOG-EXCEPCIONES
                 MOVE ZEROES TO LOG-CLIENTES
                 MOVE WS-HASH-SALDOS TO LOG-HASH-IMPORTE
                 MOVE SPACES TO LOG-ESTADOS
                 STRING WS-CTA-STATUS  DELIMITED BY SIZE
                        WS-MOV-STATUS  DELIMITED BY SIZE
                        WS-HIST-STATUS DELIMITED BY SIZE
                        WS-CLI-STATUS  DELIMITED BY SIZE
                        WS-SAL-STATUS  DELIMITED BY SIZE
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
