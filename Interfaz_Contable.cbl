       IDENTIFICATION DIVISION.
       PROGRAM-ID.InterfazContable.
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

       SELECT OPTIONAL PLANCTA
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\plan_cuentas.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PLA-CONCEPTO
       FILE STATUS IS WS-PLA-STATUS.

       SELECT OPTIONAL ASIENTOS-DESCUBIERTO
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\desc_asientos.csv"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ASI-STATUS.

       SELECT OPTIONAL DIARIO
       ASSIGN TO WS-NOMBRE-DIARIO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-DIA-STATUS.

       SELECT OPTIONAL CIERRES
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\cierre_control.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CIE-CLAVE
       FILE STATUS IS WS-CIE-STATUS.

       SELECT OPTIONAL RUNLOG
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\run_log.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MOVIMIENTOS.
           COPY "MOVREG.CPY".

       FD PLANCTA.
           COPY "PLAREG.CPY".

       FD ASIENTOS-DESCUBIERTO.
       01 ASIENTO-REGISTRO PIC X(130).

       FD DIARIO.
       01 DIARIO-REGISTRO PIC X(130).

       FD CIERRES.
           COPY "CIEREG.CPY".

       FD RUNLOG.
           COPY "RUNLOG.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-TOTAL-DEBE.
               05 FILLER PIC X(25)
                  VALUE "TOTAL DEBE DEL DIA: ".
               05 MUESTRA-TOTAL-DEBE PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 LINEA-TOTAL-HABER.
               05 FILLER PIC X(25)
                  VALUE "TOTAL HABER DEL DIA: ".
               05 MUESTRA-TOTAL-HABER PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 LINEA-TOTAL-ORIGEN.
               05 FILLER PIC X(25)
                  VALUE "TOTAL DE LOS ORIGENES: ".
               05 MUESTRA-TOTAL-ORIGEN PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 LINEA-TOTAL-MONEDA.
               05 FILLER PIC X(9) VALUE "  MONEDA ".
               05 MUESTRA-MONEDA PIC X(3).
               05 FILLER PIC X(13) VALUE " DEBE/HABER: ".
               05 MUESTRA-TOTAL-MONEDA PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *****************************************************************
      * TABLA-CONCEPTOS - ACUMULA EL IMPORTE DEL DIA POR CONCEPTO
      * (CODIGO DE OPERACION O INTDESC) Y MONEDA, CON SU IMPUTACION
      * CONTABLE. CADA CONCEPTO Y MONEDA GENERA UN ASIENTO DE DOS
      * LINEAS EN EL DIARIO: NO SE SUMAN IMPORTES DE MONEDAS
      * DISTINTAS EN UN MISMO ASIENTO
      *****************************************************************
       01 TABLA-CONCEPTOS.
               05 CON-ITEM OCCURS 100 TIMES.
                   10 CON-CONCEPTO PIC X(9).
                   10 CON-MONEDA PIC X(3).
                   10 CON-DESCRIPCION PIC X(30).
                   10 CON-CUENTA-DEBE PIC X(12).
                   10 CON-CUENTA-HABER PIC X(12).
                   10 CON-CANT PIC 9(9).
                   10 CON-IMPORTE PIC 9(13)V99.

       01 WS-ASIENTO-INTERES.
               05 WS-ASI-SUCURSAL PIC X(8).
               05 WS-ASI-CUENTA PIC X(15).
               05 WS-ASI-FECHA PIC X(10).
               05 WS-ASI-CONCEPTO PIC X(20).
               05 WS-ASI-IMPORTE PIC X(20).
               05 WS-ASI-MONEDA PIC X(3).

      *****************************************************************
      * TABLA-MONEDAS - TOTAL DEL DEBE (IGUAL AL DEL HABER) DEL DIARIO
      * POR MONEDA. LOS TOTALES DEL DIA SON CIFRAS DE CONTROL QUE
      * SUMAN TODAS LAS MONEDAS
      *****************************************************************
       01 TABLA-MONEDAS.
               05 MON-ITEM OCCURS 20 TIMES.
                   10 MON-MONEDA PIC X(3).
                   10 MON-TOTAL PIC 9(13)V99.

       01  FIN_ARCHIVO PIC X.
       01  WS-MOV-STATUS PIC X(2).
       01  WS-PLA-STATUS PIC X(2).
       01  WS-ASI-STATUS PIC X(2).
       01  WS-DIA-STATUS PIC X(2).
       01  WS-CIE-STATUS PIC X(2).
       01  WS-LOG-STATUS PIC X(2).
       01  WS-HORA-INICIO PIC 9(8).
       01  WS-FIN-ANORMAL PIC X VALUE "N".
       01  WS-FECHA-PROCESO PIC X(10).
       01  WS-NOMBRE-DIARIO PIC X(80).
       01  WS-CIERRE-HALLADO PIC X.
       01  WS-CIERRE-RECHAZADO PIC X VALUE "N".
       01  WS-DIA-BALANCEADO PIC X VALUE "N".
       01  WS-FIN-ASIENTOS PIC X.
       01  WS-CONCEPTO PIC X(9).
       01  WS-MONEDA-CONCEPTO PIC X(3).
       01  WS-CANT-MONEDAS PIC 9(3) VALUE ZEROES.
       01  WS-POS-MONEDA PIC 9(3).
       01  WS-K PIC 9(3).
       01  WS-CUENTA-LINEA PIC X(12).
       01  WS-IMPORTE-NUM PIC 9(11)V99.
       01  WS-CANT-CONCEPTOS PIC 9(3) VALUE ZEROES.
       01  WS-CANT-DESBORDE PIC 9(5) VALUE ZEROES.
       01  WS-POS-CONCEPTO PIC 9(3).
       01  WS-J PIC 9(3).
       01  WS-NRO-ASIENTO PIC 9(5) VALUE ZEROES.
       01  WS-CANT-MOV-DIA PIC 9(9) VALUE ZEROES.
       01  WS-CANT-INTERESES PIC 9(9) VALUE ZEROES.
       01  WS-CANT-SIN-IMPUTAR PIC 9(9) VALUE ZEROES.
       01  WS-CANT-LINEAS PIC 9(9) VALUE ZEROES.
       01  WS-TOTAL-ORIGEN PIC 9(13)V99 VALUE ZEROES.
       01  WS-TOTAL-DEBE PIC 9(13)V99 VALUE ZEROES.
       01  WS-TOTAL-HABER PIC 9(13)V99 VALUE ZEROES.
       01  MUESTRA-NRO-ASIENTO PIC 9(5).
       01  MUESTRA-DEBE PIC Z(12)9.99.
       01  MUESTRA-HABER PIC Z(12)9.99.

      ******************************************************************
           PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.

           ACCEPT WS-HORA-INICIO FROM TIME.
           DISPLAY "FECHA DEL DIA A CONTABILIZAR:".
           ACCEPT WS-FECHA-PROCESO.
           MOVE "1" TO FIN_ARCHIVO.
           PERFORM APERTURA_ARCHIVO.
           IF FIN_ARCHIVO NOT = "0"
              PERFORM VERIFICAR-CIERRE-ANTERIOR
           END-IF.
           IF FIN_ARCHIVO NOT = "0"
              PERFORM LEER-MOVIMIENTO
           END-IF.
           PERFORM ACUMULAR-MOVIMIENTO
           UNTIL FIN_ARCHIVO = "0".
           IF WS-CIERRE-RECHAZADO = "N"
              AND WS-FIN-ANORMAL = "N"
              PERFORM ACUMULAR-INTERESES
              PERFORM IMPUTAR-CONCEPTOS
              PERFORM VERIFICAR-BALANCE
           END-IF.
           IF WS-DIA-BALANCEADO = "S"
              PERFORM GRABAR-DIARIO
           END-IF.
           PERFORM GRABAR-CIERRE-COMPLETO.
           PERFORM MOSTRAR-CONTROL-CONTABLE.
           PERFORM GRABAR-RUN-LOG.
           PERFORM CERRAR-ARCHIVO.
           STOP RUN.

      ****************************************************************
      * APERTURA DE ARCHIVOS. EL DIARIO NO SE ABRE TODAVIA: RECIEN SE
      * GRABA CUANDO EL DIA BALANCEA, PARA QUE UN DIA RECHAZADO NO
      * DEJE UN DIARIO A MEDIAS PARA IMPORTAR
      ****************************************************************
           APERTURA_ARCHIVO.
              OPEN INPUT MOVIMIENTOS.
              IF WS-MOV-STATUS NOT = "00" AND WS-MOV-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR MOVIMIENTOS - STATUS "
                         WS-MOV-STATUS
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.
              OPEN INPUT PLANCTA.
              IF WS-PLA-STATUS NOT = "00" AND WS-PLA-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR PLAN DE CUENTAS - STATUS "
                         WS-PLA-STATUS
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.
              OPEN I-O CIERRES.
              IF WS-CIE-STATUS NOT = "00" AND WS-CIE-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR CIERRE_CONTROL.DAT - STATUS "
                         WS-CIE-STATUS
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.

      *****************************************************************
      * CERRAR ARCHIVOS
      *****************************************************************
           CERRAR-ARCHIVO.
             CLOSE MOVIMIENTOS.
             CLOSE PLANCTA.
             CLOSE CIERRES.

      ****************************************************************
      * VERIFICAR-CIERRE-ANTERIOR - CONTROL DE REPROCESO POR FECHA.
      * UNA FECHA YA CONTABILIZADA SE RECHAZA; UNA FECHA QUE QUEDO
      * INICIADA SE REGENERA COMPLETA
      ****************************************************************
           VERIFICAR-CIERRE-ANTERIOR.
              MOVE "S" TO WS-CIERRE-HALLADO.
              MOVE WS-FECHA-PROCESO TO CIE-FECHA.
              MOVE "CONTABILIDAD" TO CIE-PROGRAMA.
              READ CIERRES RECORD
                 INVALID KEY
                    MOVE "N" TO WS-CIERRE-HALLADO
              END-READ.
              EVALUATE TRUE
                  WHEN WS-CIERRE-HALLADO = "N"
                      MOVE WS-FECHA-PROCESO TO CIE-FECHA
                      MOVE "CONTABILIDAD" TO CIE-PROGRAMA
                      MOVE "I" TO CIE-ESTADO
                      MOVE ZEROES TO CIE-CANT-APLICADOS
                      MOVE ZEROES TO CIE-HASH-IMPORTE
                      WRITE CIERRE-REGISTRO
                         INVALID KEY
                            DISPLAY "NO SE PUDO GRABAR EL CONTROL "
                                    "DE CIERRE."
                      END-WRITE
                  WHEN CIE-ESTADO = "C"
                      DISPLAY "LA FECHA " WS-FECHA-PROCESO
                              " YA ESTA CONTABILIZADA - "
                              "NO SE REPROCESA."
                      MOVE "0" TO FIN_ARCHIVO
                      MOVE "A" TO WS-FIN-ANORMAL
                      MOVE "S" TO WS-CIERRE-RECHAZADO
                  WHEN OTHER
                      DISPLAY "LA FECHA " WS-FECHA-PROCESO
                              " QUEDO INICIADA EN UNA CORRIDA "
                              "ANTERIOR - SE REGENERA EL DIARIO."
              END-EVALUATE.

      ****************************************************************
      * ACUMULAR-MOVIMIENTO - LOS MOVIMIENTOS DE LA FECHA (INCLUIDAS
      * LAS COMISIONES COBRADAS, QUE EL TARIFADO GRABA COMO
      * MOVIMIENTOS COMISION) SE ACUMULAN POR CODIGO DE OPERACION
      ****************************************************************
           ACUMULAR-MOVIMIENTO.
              IF FECHA_MOV (1:10) = WS-FECHA-PROCESO
                 ADD 1 TO WS-CANT-MOV-DIA
                 COMPUTE WS-IMPORTE-NUM = FUNCTION NUMVAL(IMPORTE)
                 IF WS-IMPORTE-NUM > ZEROES
                    MOVE COD_OPER TO WS-CONCEPTO
                    MOVE MONEDA TO WS-MONEDA-CONCEPTO
                    PERFORM ACUMULAR-CONCEPTO
                 END-IF
              END-IF.
              PERFORM LEER-MOVIMIENTO.

      ****************************************************************
      * ACUMULAR-INTERESES - EL INTERES DE DESCUBIERTO DEVENGADO EN
      * LA FECHA SE TOMA DEL ARCHIVO DE ASIENTOS DEL DEVENGO, BAJO EL
      * CONCEPTO INTDESC, EN LA MONEDA DE LA CUENTA QUE TRAE LA
      * LINEA. LAS LINEAS DE OTRAS FECHAS SE IGNORAN
      ****************************************************************
           ACUMULAR-INTERESES.
              OPEN INPUT ASIENTOS-DESCUBIERTO.
              IF WS-ASI-STATUS = "00"
                 MOVE "1" TO WS-FIN-ASIENTOS
                 PERFORM LEER-ASIENTO-INTERES
                 UNTIL WS-FIN-ASIENTOS = "0"
              END-IF.
              CLOSE ASIENTOS-DESCUBIERTO.

           LEER-ASIENTO-INTERES.
              READ ASIENTOS-DESCUBIERTO NEXT RECORD
                 AT END MOVE "0" TO WS-FIN-ASIENTOS
              END-READ.
              IF WS-FIN-ASIENTOS NOT = "0"
                 MOVE SPACES TO WS-ASIENTO-INTERES
                 UNSTRING ASIENTO-REGISTRO DELIMITED BY ";"
                    INTO WS-ASI-SUCURSAL WS-ASI-CUENTA WS-ASI-FECHA
                         WS-ASI-CONCEPTO WS-ASI-IMPORTE WS-ASI-MONEDA
                 END-UNSTRING
                 IF WS-ASI-FECHA = WS-FECHA-PROCESO
                    AND FUNCTION TEST-NUMVAL-C(WS-ASI-IMPORTE) = ZEROES
                    COMPUTE WS-IMPORTE-NUM =
                       FUNCTION NUMVAL-C(WS-ASI-IMPORTE)
                    IF WS-IMPORTE-NUM > ZEROES
                       ADD 1 TO WS-CANT-INTERESES
                       MOVE "INTDESC" TO WS-CONCEPTO
                       MOVE WS-ASI-MONEDA TO WS-MONEDA-CONCEPTO
                       PERFORM ACUMULAR-CONCEPTO
                    END-IF
                 END-IF
              END-IF.

      ****************************************************************
      * ACUMULAR-CONCEPTO - SUMA EL IMPORTE A SU CONCEPTO Y MONEDA
      * EN LA TABLA. SIN MONEDA EL IMPORTE ES EN PESOS
      ****************************************************************
           ACUMULAR-CONCEPTO.
              IF WS-MONEDA-CONCEPTO = SPACES
                 MOVE "ARS" TO WS-MONEDA-CONCEPTO
              END-IF.
              ADD WS-IMPORTE-NUM TO WS-TOTAL-ORIGEN.
              MOVE ZEROES TO WS-POS-CONCEPTO.
              PERFORM BUSCAR-CONCEPTO
                 VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-CANT-CONCEPTOS
                    OR WS-POS-CONCEPTO > ZEROES.
              IF WS-POS-CONCEPTO = ZEROES
                 IF WS-CANT-CONCEPTOS < 100
                    ADD 1 TO WS-CANT-CONCEPTOS
                    MOVE WS-CANT-CONCEPTOS TO WS-POS-CONCEPTO
                    MOVE WS-CONCEPTO TO CON-CONCEPTO (WS-POS-CONCEPTO)
                    MOVE WS-MONEDA-CONCEPTO
                       TO CON-MONEDA (WS-POS-CONCEPTO)
                    MOVE SPACES TO CON-DESCRIPCION (WS-POS-CONCEPTO)
                    MOVE SPACES TO CON-CUENTA-DEBE (WS-POS-CONCEPTO)
                    MOVE SPACES TO CON-CUENTA-HABER (WS-POS-CONCEPTO)
                    MOVE ZEROES TO CON-CANT (WS-POS-CONCEPTO)
                    MOVE ZEROES TO CON-IMPORTE (WS-POS-CONCEPTO)
                 ELSE
                    ADD 1 TO WS-CANT-DESBORDE
                 END-IF
              END-IF.
              IF WS-POS-CONCEPTO > ZEROES
                 ADD 1 TO CON-CANT (WS-POS-CONCEPTO)
                 ADD WS-IMPORTE-NUM TO CON-IMPORTE (WS-POS-CONCEPTO)
              END-IF.

           BUSCAR-CONCEPTO.
              IF CON-CONCEPTO (WS-J) = WS-CONCEPTO
                 AND CON-MONEDA (WS-J) = WS-MONEDA-CONCEPTO
                 MOVE WS-J TO WS-POS-CONCEPTO.

      ****************************************************************
      * IMPUTAR-CONCEPTOS - BUSCA CADA CONCEPTO EN EL PLAN DE CUENTAS.
      * SOLO SE SUMA AL DEBE O AL HABER EL LADO QUE TIENE CUENTA; UN
      * CONCEPTO SIN IMPUTAR DESCUADRA EL DIA
      ****************************************************************
           IMPUTAR-CONCEPTOS.
              PERFORM IMPUTAR-UN-CONCEPTO
                 VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-CANT-CONCEPTOS.

           IMPUTAR-UN-CONCEPTO.
              MOVE CON-CONCEPTO (WS-J) TO PLA-CONCEPTO.
              READ PLANCTA RECORD
                 INVALID KEY
                    MOVE SPACES TO PLA-CUENTA-DEBE
                    MOVE SPACES TO PLA-CUENTA-HABER
                    MOVE SPACES TO PLA-DESCRIPCION
              END-READ.
              MOVE PLA-DESCRIPCION TO CON-DESCRIPCION (WS-J).
              MOVE PLA-CUENTA-DEBE TO CON-CUENTA-DEBE (WS-J).
              MOVE PLA-CUENTA-HABER TO CON-CUENTA-HABER (WS-J).
              IF CON-CUENTA-DEBE (WS-J) = SPACES
                 OR CON-CUENTA-HABER (WS-J) = SPACES
                 ADD 1 TO WS-CANT-SIN-IMPUTAR
                 DISPLAY "CONCEPTO SIN IMPUTACION CONTABLE: "
                         CON-CONCEPTO (WS-J)
              END-IF.
              IF CON-CUENTA-DEBE (WS-J) NOT = SPACES
                 ADD CON-IMPORTE (WS-J) TO WS-TOTAL-DEBE
                 PERFORM ACUMULAR-MONEDA
              END-IF.
              IF CON-CUENTA-HABER (WS-J) NOT = SPACES
                 ADD CON-IMPORTE (WS-J) TO WS-TOTAL-HABER
              END-IF.

           ACUMULAR-MONEDA.
              MOVE ZEROES TO WS-POS-MONEDA.
              PERFORM BUSCAR-MONEDA
                 VARYING WS-K FROM 1 BY 1
                 UNTIL WS-K > WS-CANT-MONEDAS
                    OR WS-POS-MONEDA > ZEROES.
              IF WS-POS-MONEDA = ZEROES AND WS-CANT-MONEDAS < 20
                 ADD 1 TO WS-CANT-MONEDAS
                 MOVE WS-CANT-MONEDAS TO WS-POS-MONEDA
                 MOVE CON-MONEDA (WS-J) TO MON-MONEDA (WS-POS-MONEDA)
                 MOVE ZEROES TO MON-TOTAL (WS-POS-MONEDA)
              END-IF.
              IF WS-POS-MONEDA > ZEROES
                 ADD CON-IMPORTE (WS-J) TO MON-TOTAL (WS-POS-MONEDA)
              END-IF.

           BUSCAR-MONEDA.
              IF MON-MONEDA (WS-K) = CON-MONEDA (WS-J)
                 MOVE WS-K TO WS-POS-MONEDA.

      ****************************************************************
      * VERIFICAR-BALANCE - EL DIA SE ACEPTA SOLO SI EL DEBE IGUALA
      * AL HABER Y AMBOS IGUALAN AL TOTAL DE LOS ORIGENES. SI NO, NO
      * SE GRABA EL DIARIO Y LA FECHA QUEDA INICIADA
      ****************************************************************
           VERIFICAR-BALANCE.
              IF WS-CANT-DESBORDE > ZEROES
                 DISPLAY "ATENCION: " WS-CANT-DESBORDE
                         " IMPORTES NO ENTRARON EN LA TABLA DE "
                         "CONCEPTOS."
              END-IF.
              IF WS-TOTAL-DEBE = WS-TOTAL-HABER
                 AND WS-TOTAL-DEBE = WS-TOTAL-ORIGEN
                 AND WS-CANT-DESBORDE = ZEROES
                 MOVE "S" TO WS-DIA-BALANCEADO
              ELSE
                 MOVE "N" TO WS-DIA-BALANCEADO
                 MOVE "A" TO WS-FIN-ANORMAL
                 DISPLAY "EL DIA " WS-FECHA-PROCESO
                         " NO BALANCEA - NO SE GRABA EL DIARIO."
              END-IF.

      ****************************************************************
      * GRABAR-DIARIO - UN ARCHIVO POR FECHA DE PROCESO, UN ASIENTO
      * POR CONCEPTO Y MONEDA CON SU LINEA DEL DEBE Y SU LINEA DEL
      * HABER. LA MONEDA VA AL FINAL DE CADA LINEA
      ****************************************************************
           GRABAR-DIARIO.
              MOVE SPACES TO WS-NOMBRE-DIARIO.
              STRING "C:\Users\Usuario\OneDrive\Escritorio\diario_"
                                                DELIMITED BY SIZE
                     WS-FECHA-PROCESO           DELIMITED BY SIZE
                     ".csv"                     DELIMITED BY SIZE
                 INTO WS-NOMBRE-DIARIO.
              OPEN OUTPUT DIARIO.
              IF WS-DIA-STATUS NOT = "00" AND WS-DIA-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR EL DIARIO - STATUS "
                         WS-DIA-STATUS
                 MOVE "A" TO WS-FIN-ANORMAL
              ELSE
                 PERFORM GRABAR-ASIENTO-CONCEPTO
                    VARYING WS-J FROM 1 BY 1
                    UNTIL WS-J > WS-CANT-CONCEPTOS
                 CLOSE DIARIO
              END-IF.

           GRABAR-ASIENTO-CONCEPTO.
              ADD 1 TO WS-NRO-ASIENTO.
              MOVE WS-NRO-ASIENTO TO MUESTRA-NRO-ASIENTO.
              MOVE CON-IMPORTE (WS-J) TO MUESTRA-DEBE.
              MOVE ZEROES TO MUESTRA-HABER.
              MOVE CON-CUENTA-DEBE (WS-J) TO WS-CUENTA-LINEA.
              PERFORM GRABAR-LINEA-DIARIO.
              MOVE ZEROES TO MUESTRA-DEBE.
              MOVE CON-IMPORTE (WS-J) TO MUESTRA-HABER.
              MOVE CON-CUENTA-HABER (WS-J) TO WS-CUENTA-LINEA.
              PERFORM GRABAR-LINEA-DIARIO.

           GRABAR-LINEA-DIARIO.
              MOVE SPACES TO DIARIO-REGISTRO.
              STRING WS-FECHA-PROCESO             DELIMITED BY SIZE
                     ";"                          DELIMITED BY SIZE
                     MUESTRA-NRO-ASIENTO          DELIMITED BY SIZE
                     ";"                          DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CUENTA-LINEA)
                                                  DELIMITED BY SIZE
                     ";"                          DELIMITED BY SIZE
                     FUNCTION TRIM(CON-CONCEPTO (WS-J))
                                                  DELIMITED BY SIZE
                     ";"                          DELIMITED BY SIZE
                     FUNCTION TRIM(CON-DESCRIPCION (WS-J))
                                                  DELIMITED BY SIZE
                     ";"                          DELIMITED BY SIZE
                     FUNCTION TRIM(MUESTRA-DEBE)  DELIMITED BY SIZE
                     ";"                          DELIMITED BY SIZE
                     FUNCTION TRIM(MUESTRA-HABER) DELIMITED BY SIZE
                     ";"                          DELIMITED BY SIZE
                     CON-MONEDA (WS-J)            DELIMITED BY SIZE
                 INTO DIARIO-REGISTRO.
              WRITE DIARIO-REGISTRO.
              ADD 1 TO WS-CANT-LINEAS.

      ****************************************************************
      * GRABAR-CIERRE-COMPLETO - MARCA LA FECHA COMO CONTABILIZADA
      * CON LOS MOVIMIENTOS TOMADOS Y EL TOTAL DEL DEBE
      ****************************************************************
           GRABAR-CIERRE-COMPLETO.
              IF WS-CIERRE-RECHAZADO = "N"
                 AND WS-FIN-ANORMAL = "N"
                 MOVE WS-FECHA-PROCESO TO CIE-FECHA
                 MOVE "CONTABILIDAD" TO CIE-PROGRAMA
                 MOVE "C" TO CIE-ESTADO
                 MOVE WS-CANT-MOV-DIA TO CIE-CANT-APLICADOS
                 MOVE WS-TOTAL-DEBE TO CIE-HASH-IMPORTE
                 REWRITE CIERRE-REGISTRO
                    INVALID KEY
                       DISPLAY "NO SE PUDO COMPLETAR EL CONTROL "
                               "DE CIERRE."
                 END-REWRITE
              END-IF.

      *****************************************************************
      * LEE SIGUIENTE MOVIMIENTO
      *****************************************************************
           LEER-MOVIMIENTO.
           READ MOVIMIENTOS NEXT RECORD
           AT END
           MOVE "0" TO FIN_ARCHIVO.

      *****************************************************************
      * MOSTRAR-CONTROL-CONTABLE - CIFRAS DE CONTROL DEL DIARIO
      *****************************************************************
           MOSTRAR-CONTROL-CONTABLE.
              DISPLAY " ".
              DISPLAY "INTERFAZ CONTABLE - " WS-FECHA-PROCESO.
              DISPLAY "MOVIMIENTOS DEL DIA:      " WS-CANT-MOV-DIA.
              DISPLAY "INTERESES DEVENGADOS:     " WS-CANT-INTERESES.
              DISPLAY "CONCEPTOS:                " WS-CANT-CONCEPTOS.
              DISPLAY "CONCEPTOS SIN IMPUTAR:    " WS-CANT-SIN-IMPUTAR.
              DISPLAY "LINEAS DEL DIARIO:        " WS-CANT-LINEAS.
              MOVE WS-TOTAL-ORIGEN TO MUESTRA-TOTAL-ORIGEN.
              DISPLAY LINEA-TOTAL-ORIGEN.
              MOVE WS-TOTAL-DEBE TO MUESTRA-TOTAL-DEBE.
              DISPLAY LINEA-TOTAL-DEBE.
              MOVE WS-TOTAL-HABER TO MUESTRA-TOTAL-HABER.
              DISPLAY LINEA-TOTAL-HABER.
              PERFORM MOSTRAR-TOTAL-MONEDA
                 VARYING WS-K FROM 1 BY 1
                 UNTIL WS-K > WS-CANT-MONEDAS.

           MOSTRAR-TOTAL-MONEDA.
              MOVE MON-MONEDA (WS-K) TO MUESTRA-MONEDA.
              MOVE MON-TOTAL (WS-K) TO MUESTRA-TOTAL-MONEDA.
              DISPLAY LINEA-TOTAL-MONEDA.

      *****************************************************************
      * GRABAR-RUN-LOG - AGREGA EL CIERRE DE ESTA EJECUCION A LA
      * BITACORA COMUN DE LA CADENA NOCTURNA. LOS LEIDOS SON LOS
      * MOVIMIENTOS DE LA FECHA, PARA CRUZAR CONTRA EL CIERRE DE
      * SALDOS, Y EL HASH ES EL TOTAL DEL DEBE
      *****************************************************************
           GRABAR-RUN-LOG.
              OPEN EXTEND RUNLOG.
              IF WS-LOG-STATUS = "00" OR WS-LOG-STATUS = "05"
                 MOVE "CONTABILIDAD" TO LOG-PROGRAMA
                 ACCEPT LOG-FECHA FROM DATE YYYYMMDD
                 MOVE WS-HORA-INICIO TO LOG-HORA-INICIO
                 ACCEPT LOG-HORA-FIN FROM TIME
                 MOVE WS-CANT-MOV-DIA TO LOG-LEIDOS
                 MOVE WS-CANT-LINEAS TO LOG-GRABADOS
                 MOVE WS-CANT-SIN-IMPUTAR TO LOG-EXCEPCIONES
                 MOVE ZEROES TO LOG-CLIENTES
                 MOVE WS-TOTAL-DEBE TO LOG-HASH-IMPORTE
                 MOVE SPACES TO LOG-ESTADOS
                 STRING WS-MOV-STATUS DELIMITED BY SIZE
                        WS-PLA-STATUS DELIMITED BY SIZE
                        WS-ASI-STATUS DELIMITED BY SIZE
                        WS-DIA-STATUS DELIMITED BY SIZE
                        WS-CIE-STATUS DELIMITED BY SIZE
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
