       ALTERNATE RECORD KEY IS CTA-COD-CLI WITH DUPLICATES
       FILE STATUS IS WS-CTA-STATUS.

       SELECT OPTIONAL SALDOS
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\saldos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS SAL-CLAVE-CUENTA
       FILE STATUS IS WS-SAL-STATUS.

       SELECT OPTIONAL ACUERDOS
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\acuerdos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ACU-CLAVE-CUENTA
       FILE STATUS IS WS-ACU-STATUS.

       SELECT OPTIONAL LISTADO-FONDOS
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\rech_fondos.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LIS-STATUS.

       SELECT OPTIONAL RUNLOG
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\run_log.dat"
       ORGANIZATION IS LINE SEQUENTIAL
               05 NOV-COD-OPER PIC X(9).
               05 NOV-IMPORTE PIC X(15).
               05 NOV-CANAL PIC X(2).
               05 NOV-MONEDA PIC X(3).

       FD MOVIMIENTOS.
           COPY "MOVREG.CPY".
       FD CUENTAS.
           COPY "CTAREG.CPY".

       FD SALDOS.
           COPY "SALREG.CPY".

       FD ACUERDOS.
           COPY "ACUREG.CPY".

       FD LISTADO-FONDOS.
       01 FONDOS-REGISTRO PIC X(132).

       FD RUNLOG.
           COPY "RUNLOG.CPY".

                  VALUE "IMPORTE TOTAL CARGADO: ".
               05 MUESTRA-IMPORTE-CARGADO PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 LINEA-TITULO-FONDOS.
               05 FILLER PIC X(10) VALUE " ".
               05 FILLER PIC X(38)
                  VALUE "RECHAZOS POR FONDOS INSUFICIENTES - ".
               05 FILLER PIC X(15) VALUE "CARGA DEL DIA ".
               05 TIT-FECHA PIC X(10).

       01 LINEA-COLUMNAS-FONDOS.
               05 FILLER PIC X(10) VALUE "ORIGEN".
               05 FILLER PIC X(10) VALUE "SUCURSAL".
               05 FILLER PIC X(17) VALUE "CUENTA".
               05 FILLER PIC X(15) VALUE "FECHA MOV".
               05 FILLER PIC X(11) VALUE "OPERACION".
               05 FILLER PIC X(19) VALUE "IMPORTE".
               05 FILLER PIC X(20) VALUE "SALDO DISPONIBLE".
               05 FILLER PIC X(17) VALUE "LIMITE ACORDADO".

       01 LINEA-DETALLE-FONDOS.
               05 DET-ORIGEN PIC X(8).
               05 FILLER PIC X(2) VALUE " ".
               05 DET-SUCURSAL PIC X(8).
               05 FILLER PIC X(2) VALUE " ".
               05 DET-CUENTA PIC X(15).
               05 FILLER PIC X(2) VALUE " ".
               05 DET-FECHA-MOV PIC X(13).
               05 FILLER PIC X(2) VALUE " ".
               05 DET-COD-OPER PIC X(9).
               05 FILLER PIC X(2) VALUE " ".
               05 DET-IMPORTE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE " ".
               05 DET-SALDO PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE " ".
               05 DET-LIMITE PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  FIN_ARCHIVO PIC X.
       01  WS-NOV-STATUS PIC X(2).
       01  WS-MOV-STATUS PIC X(2).
       01  WS-CTA-STATUS PIC X(2).
       01  WS-SAL-STATUS PIC X(2).
       01  WS-ACU-STATUS PIC X(2).
       01  WS-LIS-STATUS PIC X(2).
       01  WS-LOG-STATUS PIC X(2).
       01  WS-HORA-INICIO PIC 9(8).
       01  WS-FIN-ANORMAL PIC X VALUE "N".
       01  WS-REGISTRO-OK PIC X.
       01  WS-OPER-HALLADA PIC X.
       01  WS-CUENTA-HABILITADA PIC X.
       01  WS-CUENTA-INACTIVA PIC X.
       01  WS-FECHA-PROCESO PIC X(10).
       01  WS-IMPORTE-NUM PIC 9(11)V99.
       01  WS-IMPORTE-CARGADO PIC 9(11)V99 VALUE ZEROES.
       01  WS-RECH-FECHA PIC 9(9) VALUE ZEROES.
       01  WS-RECH-DUPLICADO PIC 9(9) VALUE ZEROES.
       01  WS-RECH-CUENTA PIC 9(9) VALUE ZEROES.
       01  WS-RECH-FONDOS PIC 9(9) VALUE ZEROES.
       01  WS-RECH-INACTIVA PIC 9(9) VALUE ZEROES.
       01  WS-RECH-MONEDA PIC 9(9) VALUE ZEROES.
       01  WS-MONEDA-CUENTA PIC X(3).
       01  WS-CANT-REACTIVADAS PIC 9(9) VALUE ZEROES.
       01  WS-NAT-OPER PIC X.
       01  WS-FONDOS-OK PIC X.
       01  WS-LIS-ABIERTO PIC X VALUE "N".
       01  WS-TITULO-FONDOS PIC X VALUE "N".
       01  WS-SALDO-DISPONIBLE PIC S9(11)V99.
       01  WS-LIMITE-ACORDADO PIC 9(11)V99.
       01  WS-FIN-PENDIENTES PIC X.
       01  WS-NAT-PENDIENTE PIC X.
       01  WS-IMPORTE-PENDIENTE PIC 9(11)V99.

           COPY "TABCODOP.CPY".

                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.
              OPEN I-O CUENTAS.
              IF WS-CTA-STATUS NOT = "00" AND WS-CTA-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR CUENTAS - STATUS "
                         WS-CTA-STATUS
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
              OPEN INPUT ACUERDOS.
              IF WS-ACU-STATUS NOT = "00" AND WS-ACU-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR ACUERDOS - STATUS "
                         WS-ACU-STATUS
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.
              OPEN EXTEND LISTADO-FONDOS.
              IF WS-LIS-STATUS = "00" OR WS-LIS-STATUS = "05"
                 MOVE "S" TO WS-LIS-ABIERTO
              ELSE
                 DISPLAY "ERROR AL ABRIR RECH_FONDOS.TXT - STATUS "
                         WS-LIS-STATUS
              END-IF.

      *****************************************************************
      * CERRAR ARCHIVOS
             CLOSE NOVEDADES.
             CLOSE MOVIMIENTOS.
             CLOSE CUENTAS.
             CLOSE SALDOS.
             CLOSE ACUERDOS.
             IF WS-LIS-ABIERTO = "S"
                CLOSE LISTADO-FONDOS.

      ****************************************************************
      * PROCESAR-NOVEDAD - VALIDA Y GRABA UNA NOVEDAD DEL DIA
      ****************************************************************
           VALIDAR-NOVEDAD.
              MOVE "S" TO WS-REGISTRO-OK.
              MOVE "N" TO WS-CUENTA-INACTIVA.

              IF FUNCTION TEST-NUMVAL(NOV-IMPORTE) NOT = ZEROES
                 MOVE "N" TO WS-REGISTRO-OK
                 END-IF
              END-IF.

              IF WS-REGISTRO-OK = "S"
                 AND NOV-MONEDA NOT = WS-MONEDA-CUENTA
                 MOVE "N" TO WS-REGISTRO-OK
                 ADD 1 TO WS-RECH-MONEDA
                 DISPLAY "RECHAZADO POR MONEDA: "
                         NOV-CLAVE-MOVIMIENTO " " NOV-MONEDA
                         " CUENTA EN " WS-MONEDA-CUENTA
              END-IF.

              IF WS-REGISTRO-OK = "S"
                 AND WS-CUENTA-INACTIVA = "S"
                 AND WS-NAT-OPER = "D"
                 MOVE "N" TO WS-REGISTRO-OK
                 ADD 1 TO WS-RECH-INACTIVA
                 DISPLAY "RECHAZADO POR CUENTA INACTIVA: "
                         NOV-CLAVE-MOVIMIENTO
              END-IF.

              IF WS-REGISTRO-OK = "S"
                 PERFORM VALIDAR-FONDOS
                 IF WS-FONDOS-OK = "N"
                    MOVE "N" TO WS-REGISTRO-OK
                    ADD 1 TO WS-RECH-FONDOS
                    DISPLAY "RECHAZADO POR FONDOS INSUFICIENTES: "
                            NOV-CLAVE-MOVIMIENTO
                    PERFORM GRABAR-RECHAZO-FONDOS
                 END-IF
              END-IF.

      *****************************************************************
      * VALIDAR-CUENTA - LA CUENTA DEBE EXISTIR EN EL MAESTRO DE
      * CUENTAS Y ESTAR ACTIVA. UNA CUENTA BLOQUEADA O CERRADA NO
      * RECIBE MOVIMIENTOS. UNA CUENTA INACTIVA SOLO RECIBE CREDITOS,
      * QUE LA VUELVEN A ACTIVAR AL GRABARSE. LA NOVEDAD TIENE QUE
      * VENIR EN LA MONEDA DE LA CUENTA; SIN MONEDA SE TOMA PESOS
      *****************************************************************
           VALIDAR-CUENTA.
              MOVE "S" TO WS-CUENTA-HABILITADA.
              IF NOV-MONEDA = SPACES
                 MOVE "ARS" TO NOV-MONEDA
              END-IF.
              MOVE NOV-CLAVE-CUENTA TO CTA-CLAVE-CUENTA.
              READ CUENTAS RECORD
                 INVALID KEY
                    MOVE "N" TO WS-CUENTA-HABILITADA
              END-READ.
              IF WS-CUENTA-HABILITADA = "S"
                 AND CTA-ESTADO = "I"
                 MOVE "S" TO WS-CUENTA-INACTIVA
              END-IF.
              MOVE CTA-MONEDA TO WS-MONEDA-CUENTA.
              IF WS-MONEDA-CUENTA = SPACES
                 MOVE "ARS" TO WS-MONEDA-CUENTA
              END-IF.
              IF WS-CUENTA-HABILITADA = "S"
                 AND CTA-ESTADO NOT = "A"
                 AND CTA-ESTADO NOT = "I"
                 MOVE "N" TO WS-CUENTA-HABILITADA
              END-IF.

      *****************************************************************
      * REACTIVAR-CUENTA - UN CREDITO GRABADO SOBRE UNA CUENTA
      * INACTIVA LA DEVUELVE AL ESTADO ACTIVA
      *****************************************************************
           REACTIVAR-CUENTA.
              IF WS-CUENTA-INACTIVA = "S"
                 AND WS-NAT-OPER NOT = "D"
                 AND WS-IMPORTE-NUM > ZEROES
                 MOVE "A" TO CTA-ESTADO
                 REWRITE CUENTAS-REGISTRO
                    INVALID KEY
                       DISPLAY "NO SE PUDO REACTIVAR LA CUENTA "
                               CTA-CLAVE-CUENTA
                    NOT INVALID KEY
                       ADD 1 TO WS-CANT-REACTIVADAS
                       MOVE "N" TO WS-CUENTA-INACTIVA
                 END-REWRITE
              END-IF.

      *****************************************************************
      * BUSCAR-COD-OPER - VERIFICA EL CODIGO CONTRA LA TABLA
      *****************************************************************
           BUSCAR-COD-OPER-ITEM.
              IF TAB-COD-OPER (IX-COD-OPER) = NOV-COD-OPER
                 MOVE "S" TO WS-OPER-HALLADA
                 MOVE TAB-NAT-OPER (IX-COD-OPER) TO WS-NAT-OPER
                 SET IX-COD-OPER TO CANT-COD-OPER.

      *****************************************************************
      * VALIDAR-FONDOS - UN DEBITO NO PUEDE DEJAR LA CUENTA POR DEBAJO
      * DEL LIMITE DE DESCUBIERTO ACORDADO. EL DISPONIBLE ES EL SALDO
      * FINAL DEL ULTIMO CIERRE MAS EL NETO DE LOS MOVIMIENTOS DE LA
      * CUENTA POSTERIORES A ESE CIERRE, INCLUIDOS LOS YA ACEPTADOS EN
      * ESTA CARGA. NO SE CUENTA UN MOVIMIENTO CON LA MISMA CLAVE QUE
      * LA NOVEDAD: EN UNA CARGA REPETIDA LA NOVEDAD SE RECHAZA COMO
      * DUPLICADA AL GRABAR. UNA CUENTA SIN ACUERDO VIGENTE TIENE
      * LIMITE CERO
      *****************************************************************
           VALIDAR-FONDOS.
              MOVE "S" TO WS-FONDOS-OK.
              IF WS-NAT-OPER = "D"
                 COMPUTE WS-IMPORTE-NUM = FUNCTION NUMVAL(NOV-IMPORTE)
                 PERFORM LEER-SALDO-DISPONIBLE
                 PERFORM LEER-LIMITE-ACORDADO
                 IF WS-SALDO-DISPONIBLE - WS-IMPORTE-NUM
                    + WS-LIMITE-ACORDADO < ZEROES
                    MOVE "N" TO WS-FONDOS-OK
                 END-IF
              END-IF.

           LEER-SALDO-DISPONIBLE.
              MOVE NOV-CLAVE-CUENTA TO SAL-CLAVE-CUENTA.
              READ SALDOS RECORD
                 INVALID KEY
                    MOVE ZEROES TO SAL-SALDO-FINAL
                    MOVE SPACES TO SAL-FECHA-ULT
              END-READ.
              MOVE SAL-SALDO-FINAL TO WS-SALDO-DISPONIBLE.
              MOVE NOV-CLAVE-CUENTA TO CLAVE-CUENTA.
              MOVE "1" TO WS-FIN-PENDIENTES.
              START MOVIMIENTOS KEY IS NOT LESS THAN CLAVE-CUENTA
                 INVALID KEY
                    MOVE "0" TO WS-FIN-PENDIENTES
              END-START.
              PERFORM SUMAR-MOV-PENDIENTE
              UNTIL WS-FIN-PENDIENTES = "0".

           SUMAR-MOV-PENDIENTE.
              READ MOVIMIENTOS NEXT RECORD
                 AT END MOVE "0" TO WS-FIN-PENDIENTES
              END-READ.
              IF WS-FIN-PENDIENTES NOT = "0"
                 IF CLAVE-CUENTA NOT = NOV-CLAVE-CUENTA
                    MOVE "0" TO WS-FIN-PENDIENTES
                 ELSE
                    IF FECHA_MOV (1:10) > SAL-FECHA-ULT
                       AND CLAVE-MOVIMIENTO NOT = NOV-CLAVE-MOVIMIENTO
                       AND FUNCTION TEST-NUMVAL(IMPORTE) = ZEROES
                       PERFORM BUSCAR-NAT-PENDIENTE
                       COMPUTE WS-IMPORTE-PENDIENTE =
                          FUNCTION NUMVAL(IMPORTE)
                       IF WS-NAT-PENDIENTE = "D"
                          SUBTRACT WS-IMPORTE-PENDIENTE
                             FROM WS-SALDO-DISPONIBLE
                       ELSE
                          ADD WS-IMPORTE-PENDIENTE
                             TO WS-SALDO-DISPONIBLE
                       END-IF
                    END-IF
                 END-IF
              END-IF.

           BUSCAR-NAT-PENDIENTE.
              MOVE "C" TO WS-NAT-PENDIENTE.
              PERFORM BUSCAR-NAT-PENDIENTE-ITEM
                 VARYING IX-COD-OPER FROM 1 BY 1
                 UNTIL IX-COD-OPER > CANT-COD-OPER.

           BUSCAR-NAT-PENDIENTE-ITEM.
              IF TAB-COD-OPER (IX-COD-OPER) = COD_OPER
                 MOVE TAB-NAT-OPER (IX-COD-OPER) TO WS-NAT-PENDIENTE
                 SET IX-COD-OPER TO CANT-COD-OPER.

           LEER-LIMITE-ACORDADO.
              MOVE ZEROES TO WS-LIMITE-ACORDADO.
              MOVE NOV-CLAVE-CUENTA TO ACU-CLAVE-CUENTA.
              READ ACUERDOS RECORD
                 INVALID KEY
                    MOVE SPACES TO ACU-CLAVE-CUENTA
              END-READ.
              IF ACU-CLAVE-CUENTA = NOV-CLAVE-CUENTA
                 IF ACU-FECHA-VENCE = SPACES
                    OR ACU-FECHA-VENCE NOT < WS-FECHA-PROCESO
                    MOVE ACU-LIMITE TO WS-LIMITE-ACORDADO
                 END-IF
              END-IF.

      *****************************************************************
      * GRABAR-RECHAZO-FONDOS - DEJA EL DEBITO RECHAZADO EN EL LISTADO
      * DE FONDOS INSUFICIENTES, COMUN CON EL MANTENIMIENTO
      *****************************************************************
           GRABAR-RECHAZO-FONDOS.
              IF WS-LIS-ABIERTO = "S"
                 IF WS-TITULO-FONDOS = "N"
                    MOVE WS-FECHA-PROCESO TO TIT-FECHA
                    WRITE FONDOS-REGISTRO FROM LINEA-TITULO-FONDOS
                    WRITE FONDOS-REGISTRO FROM LINEA-COLUMNAS-FONDOS
                    MOVE "S" TO WS-TITULO-FONDOS
                 END-IF
                 MOVE "CARGA" TO DET-ORIGEN
                 MOVE NOV-SUCURSAL TO DET-SUCURSAL
                 MOVE NOV-CUENTA TO DET-CUENTA
                 MOVE NOV-FECHA-MOV TO DET-FECHA-MOV
                 MOVE NOV-COD-OPER TO DET-COD-OPER
                 MOVE WS-IMPORTE-NUM TO DET-IMPORTE
                 MOVE WS-SALDO-DISPONIBLE TO DET-SALDO
                 MOVE WS-LIMITE-ACORDADO TO DET-LIMITE
                 WRITE FONDOS-REGISTRO FROM LINEA-DETALLE-FONDOS
              END-IF.

      ****************************************************************
      * GRABAR-MOVIMIENTO - GRABA EN EL INDEXADO Y RECHAZA DUPLICADOS
      ****************************************************************
                    COMPUTE WS-IMPORTE-NUM =
                       FUNCTION NUMVAL(NOV-IMPORTE)
                    ADD WS-IMPORTE-NUM TO WS-IMPORTE-CARGADO
                    PERFORM REACTIVAR-CUENTA
              END-WRITE.

      *****************************************************************
                      WS-RECH-DUPLICADO.
              DISPLAY "RECHAZOS POR CUENTA:           "
                      WS-RECH-CUENTA.
              DISPLAY "RECHAZOS POR FONDOS:           "
                      WS-RECH-FONDOS.
              DISPLAY "RECHAZOS POR CUENTA INACTIVA:  "
                      WS-RECH-INACTIVA.
              DISPLAY "RECHAZOS POR MONEDA:           "
                      WS-RECH-MONEDA.
              DISPLAY "CUENTAS INACTIVAS REACTIVADAS: "
                      WS-CANT-REACTIVADAS.
              MOVE WS-IMPORTE-CARGADO TO MUESTRA-IMPORTE-CARGADO.
              DISPLAY LINEA-IMPORTE-CARGADO.

                 COMPUTE WS-TOTAL-RECHAZOS = WS-RECH-IMPORTE
                    + WS-RECH-CANAL + WS-RECH-OPER
                    + WS-RECH-FECHA + WS-RECH-DUPLICADO
                    + WS-RECH-CUENTA + WS-RECH-FONDOS
                    + WS-RECH-INACTIVA + WS-RECH-MONEDA
                 MOVE WS-TOTAL-RECHAZOS TO LOG-EXCEPCIONES
                 MOVE ZEROES TO LOG-CLIENTES
                 MOVE WS-IMPORTE-CARGADO TO LOG-HASH-IMPORTE
                 STRING WS-NOV-STATUS DELIMITED BY SIZE
                        WS-MOV-STATUS DELIMITED BY SIZE
                        WS-CTA-STATUS DELIMITED BY SIZE
                        WS-SAL-STATUS DELIMITED BY SIZE
                        WS-ACU-STATUS DELIMITED BY SIZE
                    INTO LOG-ESTADOS
                 IF WS-FIN-ANORMAL = "A"
                    MOVE "A" TO LOG-FIN-NORMAL
