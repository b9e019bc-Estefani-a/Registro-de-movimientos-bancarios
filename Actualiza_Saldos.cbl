       RECORD KEY IS SAL-CLAVE-CUENTA
       FILE STATUS IS WS-SAL-STATUS.

       SELECT OPTIONAL SALDOS-HISTORICO
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\saldos_historico.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS SHI-CLAVE
       FILE STATUS IS WS-SHI-STATUS.

       SELECT OPTIONAL CODOPER
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\codoper.dat"
       ORGANIZATION IS INDEXED
       FD SALDOS.
           COPY "SALREG.CPY".

       FD SALDOS-HISTORICO.
           COPY "SHIREG.CPY".

       FD CODOPER.
           COPY "CODREG.CPY".

                  VALUE "TOTAL CREDITOS DEL DIA: ".
               05 MUESTRA-TOTAL-CREDITOS PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 LINEA-TOTAL-MONEDA.
               05 FILLER PIC X(9) VALUE "  MONEDA ".
               05 MUESTRA-MONEDA PIC X(3).
               05 FILLER PIC X(7) VALUE " MOVS: ".
               05 MUESTRA-CANT-MONEDA PIC ZZZ,ZZZ,ZZ9.
               05 FILLER PIC X(11) VALUE " DEBITOS: ".
               05 MUESTRA-DEBITOS-MONEDA PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(12) VALUE " CREDITOS: ".
               05 MUESTRA-CREDITOS-MONEDA PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *****************************************************************
      * TABLA-MONEDAS - TOTALES DEL DIA POR MONEDA. LOS TOTALES
      * GENERALES SOLO SIRVEN COMO HASH DE CONTROL: SUMAN IMPORTES
      * DE MONEDAS DISTINTAS
      *****************************************************************
       01 TABLA-MONEDAS.
               05 MON-ITEM OCCURS 20 TIMES.
                   10 MON-CODIGO PIC X(3).
                   10 MON-CANT PIC 9(9).
                   10 MON-DEBITOS PIC 9(11)V99.
                   10 MON-CREDITOS PIC 9(11)V99.

       01  FIN_ARCHIVO PIC X.
       01  WS-MOV-STATUS PIC X(2).
       01  WS-SAL-STATUS PIC X(2).
       01  WS-SHI-STATUS PIC X(2).
       01  WS-CIE-STATUS PIC X(2).
       01  WS-LOG-STATUS PIC X(2).
       01  WS-HORA-INICIO PIC 9(8).
       01  WS-IMPORTE-NUM PIC 9(11)V99.
       01  WS-CANT-APLICADOS PIC 9(9) VALUE ZEROES.
       01  WS-CANT-CUENTAS-NUEVAS PIC 9(9) VALUE ZEROES.
       01  WS-CANT-HISTORICO PIC 9(9) VALUE ZEROES.
       01  WS-CANT-HISTORICO-REGRABADO PIC 9(9) VALUE ZEROES.
       01  WS-TOTAL-DEBITOS PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOTAL-CREDITOS PIC 9(11)V99 VALUE ZEROES.
       01  WS-CANT-MONEDAS PIC 9(3) VALUE ZEROES.
       01  WS-POS-MONEDA PIC 9(3).
       01  WS-IND-MONEDA PIC 9(3).
       01  WS-MONEDA-MOV PIC X(3).

           COPY "TABCODOP.CPY".

           END-IF.
           PERFORM APLICAR-MOVIMIENTO
           UNTIL FIN_ARCHIVO = "0".
           IF WS-CIERRE-RECHAZADO = "N"
              AND WS-FIN-ANORMAL = "N"
              PERFORM GRABAR-HISTORICO-SALDOS
           END-IF.
           PERFORM GRABAR-CIERRE-COMPLETO.
           PERFORM MOSTRAR-CONTROL-SALDOS.
           PERFORM GRABAR-RUN-LOG.
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.
              OPEN I-O SALDOS-HISTORICO.
              IF WS-SHI-STATUS NOT = "00" AND WS-SHI-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR SALDOS_HISTORICO.DAT - "
                         "STATUS " WS-SHI-STATUS
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.
              OPEN I-O CIERRES.
              IF WS-CIE-STATUS NOT = "00" AND WS-CIE-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR CIERRE_CONTROL.DAT - STATUS "
           CERRAR-ARCHIVO.
             CLOSE MOVIMIENTOS.
             CLOSE SALDOS.
             CLOSE SALDOS-HISTORICO.
             CLOSE CIERRES.

      ****************************************************************
                 END-REWRITE
              END-IF.

      ****************************************************************
      * GRABAR-HISTORICO-SALDOS - CON EL DIA YA APLICADO SE GUARDA LA
      * IMAGEN DE TODO EL MAESTRO DE SALDOS CON LA FECHA CERRADA,
      * TAMBIEN DE LAS CUENTAS QUE NO OPERARON, PARA QUE CADA DIA
      * CERRADO TENGA EL SALDO DE TODAS LAS CUENTAS. SI LA FECHA SE
      * VUELVE A CERRAR (CORRIDA INTERRUMPIDA O RESTAURACION DEL
      * RESGUARDO) LA IMAGEN EXISTENTE SE REGRABA
      ****************************************************************
           GRABAR-HISTORICO-SALDOS.
              MOVE LOW-VALUES TO SAL-CLAVE-CUENTA.
              START SALDOS KEY IS NOT LESS THAN SAL-CLAVE-CUENTA
                 INVALID KEY CONTINUE
              END-START.
              IF WS-SAL-STATUS = "00"
                 MOVE "1" TO WS-FIN-SALDOS
              ELSE
                 MOVE "0" TO WS-FIN-SALDOS
              END-IF.
              PERFORM GRABAR-UN-HISTORICO
              UNTIL WS-FIN-SALDOS = "0".

           GRABAR-UN-HISTORICO.
              READ SALDOS NEXT RECORD
                 AT END MOVE "0" TO WS-FIN-SALDOS
              END-READ.
              IF WS-FIN-SALDOS NOT = "0"
                 MOVE SAL-CLAVE-CUENTA TO SHI-CLAVE-CUENTA
                 MOVE WS-FECHA-PROCESO TO SHI-FECHA
                 MOVE SAL-FECHA-ULT TO SHI-FECHA-ULT
                 MOVE SAL-SALDO-INICIAL TO SHI-SALDO-INICIAL
                 MOVE SAL-DEBITOS-DIA TO SHI-DEBITOS-DIA
                 MOVE SAL-CREDITOS-DIA TO SHI-CREDITOS-DIA
                 MOVE SAL-SALDO-FINAL TO SHI-SALDO-FINAL
                 WRITE SALDOS-HISTORICO-REGISTRO
                    INVALID KEY
                       PERFORM REGRABAR-HISTORICO
                    NOT INVALID KEY
                       ADD 1 TO WS-CANT-HISTORICO
                 END-WRITE
              END-IF.

           REGRABAR-HISTORICO.
              REWRITE SALDOS-HISTORICO-REGISTRO
                 INVALID KEY
                    DISPLAY "NO SE PUDO GRABAR EL HISTORICO DE "
                            SHI-CLAVE-CUENTA
                    MOVE "A" TO WS-FIN-ANORMAL
                 NOT INVALID KEY
                    ADD 1 TO WS-CANT-HISTORICO-REGRABADO
              END-REWRITE.

      ****************************************************************
      * APLICAR-MOVIMIENTO - SUMA EL MOVIMIENTO DEL DIA A SU CUENTA
      ****************************************************************
                 ADD WS-IMPORTE-NUM TO SAL-CREDITOS-DIA
                 ADD WS-IMPORTE-NUM TO WS-TOTAL-CREDITOS
              END-IF.
              PERFORM ACUMULAR-MONEDA.
              COMPUTE SAL-SALDO-FINAL = SAL-SALDO-INICIAL
                 - SAL-DEBITOS-DIA + SAL-CREDITOS-DIA.
              IF WS-SALDO-HALLADO = "N"
              END-IF.
              ADD 1 TO WS-CANT-APLICADOS.

      ****************************************************************
      * ACUMULAR-MONEDA - SUMA EL MOVIMIENTO EN EL TOTAL DE SU
      * MONEDA. UN MOVIMIENTO SIN MONEDA ES EN PESOS
      ****************************************************************
           ACUMULAR-MONEDA.
              MOVE MONEDA TO WS-MONEDA-MOV.
              IF WS-MONEDA-MOV = SPACES
                 MOVE "ARS" TO WS-MONEDA-MOV
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
                 MOVE WS-MONEDA-MOV TO MON-CODIGO (WS-POS-MONEDA)
                 MOVE ZEROES TO MON-CANT (WS-POS-MONEDA)
                 MOVE ZEROES TO MON-DEBITOS (WS-POS-MONEDA)
                 MOVE ZEROES TO MON-CREDITOS (WS-POS-MONEDA)
              END-IF.
              IF WS-POS-MONEDA > ZEROES
                 ADD 1 TO MON-CANT (WS-POS-MONEDA)
                 IF WS-NAT-OPER = "D"
                    ADD WS-IMPORTE-NUM TO MON-DEBITOS (WS-POS-MONEDA)
                 ELSE
                    ADD WS-IMPORTE-NUM TO MON-CREDITOS (WS-POS-MONEDA)
                 END-IF
              END-IF.

           BUSCAR-MONEDA.
              IF MON-CODIGO (WS-IND-MONEDA) = WS-MONEDA-MOV
                 MOVE WS-IND-MONEDA TO WS-POS-MONEDA.

      *****************************************************************
      * LEE SIGUIENTE MOVIMIENTO
      *****************************************************************
              DISPLAY "CIERRE DIARIO DE SALDOS - " WS-FECHA-PROCESO.
              DISPLAY "MOVIMIENTOS APLICADOS: " WS-CANT-APLICADOS.
              DISPLAY "CUENTAS NUEVAS:        " WS-CANT-CUENTAS-NUEVAS.
              DISPLAY "SALDOS AL HISTORICO:   " WS-CANT-HISTORICO.
              DISPLAY "HISTORICOS REGRABADOS: "
                      WS-CANT-HISTORICO-REGRABADO.
              MOVE WS-TOTAL-DEBITOS TO MUESTRA-TOTAL-DEBITOS.
              DISPLAY LINEA-TOTAL-DEBITOS.
              MOVE WS-TOTAL-CREDITOS TO MUESTRA-TOTAL-CREDITOS.
              DISPLAY LINEA-TOTAL-CREDITOS.
              DISPLAY "TOTALES POR MONEDA:".
              PERFORM MOSTRAR-TOTAL-MONEDA
                 VARYING WS-IND-MONEDA FROM 1 BY 1
                 UNTIL WS-IND-MONEDA > WS-CANT-MONEDAS.

           MOSTRAR-TOTAL-MONEDA.
              MOVE MON-CODIGO (WS-IND-MONEDA) TO MUESTRA-MONEDA.
              MOVE MON-CANT (WS-IND-MONEDA) TO MUESTRA-CANT-MONEDA.
              MOVE MON-DEBITOS (WS-IND-MONEDA)
                 TO MUESTRA-DEBITOS-MONEDA.
              MOVE MON-CREDITOS (WS-IND-MONEDA)
                 TO MUESTRA-CREDITOS-MONEDA.
              DISPLAY LINEA-TOTAL-MONEDA.

      *****************************************************************
      * GRABAR-RUN-LOG - AGREGA EL CIERRE DE ESTA EJECUCION A LA
                 MOVE SPACES TO LOG-ESTADOS
                 STRING WS-MOV-STATUS DELIMITED BY SIZE
                        WS-SAL-STATUS DELIMITED BY SIZE
                        WS-SHI-STATUS DELIMITED BY SIZE
                    INTO LOG-ESTADOS
                 IF WS-FIN-ANORMAL = "A"
                    MOVE "A" TO LOG-FIN-NORMAL
