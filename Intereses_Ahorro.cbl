       IDENTIFICATION DIVISION.
       PROGRAM-ID.InteresesAhorro.
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

       SELECT OPTIONAL SALDOS-HISTORICO
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\saldos_historico.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS SHI-CLAVE
       FILE STATUS IS WS-SHI-STATUS.

       SELECT OPTIONAL MOVIMIENTOS
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\movimientos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CLAVE-MOVIMIENTO
       ALTERNATE RECORD KEY IS CLAVE-CUENTA WITH DUPLICATES
       ALTERNATE RECORD KEY IS COD_CLI WITH DUPLICATES
       FILE STATUS IS WS-MOV-STATUS.

       SELECT OPTIONAL CODOPER
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\codoper.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS COP-COD-OPER
       FILE STATUS IS WS-COP-STATUS.

       SELECT OPTIONAL CIERRES
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\cierre_control.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CIE-CLAVE
       FILE STATUS IS WS-CIE-STATUS.

       SELECT OPTIONAL PARAM-INTERESES
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\int_ahorro_param.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PAR-STATUS.

       SELECT OPTIONAL REPORTE-INTERESES
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\int_ahorro_reporte.txt"
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

       FD SALDOS-HISTORICO.
           COPY "SHIREG.CPY".

       FD MOVIMIENTOS.
           COPY "MOVREG.CPY".

       FD CODOPER.
           COPY "CODREG.CPY".

       FD CIERRES.
           COPY "CIEREG.CPY".

      *****************************************************************
      * PARAM-INTERESES - UNA LINEA POR TIPO DE CUENTA QUE COBRA
      * INTERES: EL TIPO (CTA-TIPOCTA) Y LA TASA NOMINAL ANUAL COMO
      * FRACCION (0.35 = 35% ANUAL). UN TIPO QUE NO FIGURA NO COBRA
      *****************************************************************
       FD PARAM-INTERESES.
       01 PARAM-REGISTRO.
               05 PAR-TIPOCTA PIC X(10).
               05 PAR-TASA-ANUAL PIC X(10).

       FD REPORTE-INTERESES.
       01 REPORTE-REGISTRO PIC X(132).

       FD RUNLOG.
           COPY "RUNLOG.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-TITULO-REPORTE.
               05 FILLER PIC X(10) VALUE " ".
               05 FILLER PIC X(38)
                  VALUE "INTERESES PAGADOS EN CAJAS DE AHORRO ".
               05 FILLER PIC X(4) VALUE "MES ".
               05 TIT-MES PIC X(7).
               05 FILLER PIC X(18) VALUE " - ACREDITADOS EL ".
               05 TIT-FECHA PIC X(10).

       01 LINEA-SUCURSAL.
               05 FILLER PIC X(10) VALUE "SUCURSAL: ".
               05 SUC-MUESTRA PIC X(8).

       01 LINEA-COLUMNAS.
               05 FILLER PIC X(17) VALUE "CUENTA".
               05 FILLER PIC X(12) VALUE "TIPO".
               05 FILLER PIC X(5) VALUE "MON".
               05 FILLER PIC X(20) VALUE "SALDO PROMEDIO".
               05 FILLER PIC X(11) VALUE "TASA ANUAL".
               05 FILLER PIC X(19) VALUE "INTERES".
               05 FILLER PIC X(16) VALUE "OBSERVACION".

       01 LINEA-DETALLE.
               05 DET-CUENTA PIC X(15).
               05 FILLER PIC X(2) VALUE " ".
               05 DET-TIPOCTA PIC X(10).
               05 FILLER PIC X(2) VALUE " ".
               05 DET-MONEDA PIC X(3).
               05 FILLER PIC X(2) VALUE " ".
               05 DET-PROMEDIO PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE " ".
               05 DET-TASA PIC ZZ9.9999.
               05 FILLER PIC X(1) VALUE "%".
               05 FILLER PIC X(2) VALUE " ".
               05 DET-INTERES PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE " ".
               05 DET-OBSERVACION PIC X(16).

       01 LINEA-TOTAL-MONEDA.
               05 TOT-TITULO PIC X(25).
               05 FILLER PIC X(7) VALUE "MONEDA ".
               05 TOT-MONEDA PIC X(3).
               05 FILLER PIC X(2) VALUE ": ".
               05 TOT-CANT PIC ZZZ,ZZ9.
               05 FILLER PIC X(13) VALUE " CUENTAS POR ".
               05 TOT-INTERES PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *****************************************************************
      * TABLA-TASAS - TASA NOMINAL ANUAL POR TIPO DE CUENTA, CARGADA
      * DEL ARCHIVO DE PARAMETROS
      *****************************************************************
       01 TABLA-TASAS.
               05 TAS-ITEM OCCURS 20 TIMES.
                   10 TAS-TIPOCTA PIC X(10).
                   10 TAS-TASA-ANUAL PIC 9(1)V9(6).

      *****************************************************************
      * TABLA-MONEDAS-SUCURSAL Y TABLA-MONEDAS - INTERES PAGADO POR
      * MONEDA EN LA SUCURSAL Y EN TOTAL. EL INTERES SE PAGA EN LA
      * MONEDA DE LA CUENTA Y NO SE SUMAN IMPORTES DE MONEDAS
      * DISTINTAS
      *****************************************************************
       01 TABLA-MONEDAS-SUCURSAL.
               05 MSU-ITEM OCCURS 20 TIMES.
                   10 MSU-MONEDA PIC X(3).
                   10 MSU-CANT PIC 9(9).
                   10 MSU-INTERES PIC 9(13)V99.

       01 TABLA-MONEDAS.
               05 MON-ITEM OCCURS 20 TIMES.
                   10 MON-MONEDA PIC X(3).
                   10 MON-CANT PIC 9(9).
                   10 MON-INTERES PIC 9(13)V99.

       01  FIN_ARCHIVO PIC X.
       01  WS-CTA-STATUS PIC X(2).
       01  WS-SHI-STATUS PIC X(2).
       01  WS-MOV-STATUS PIC X(2).
       01  WS-CIE-STATUS PIC X(2).
       01  WS-PAR-STATUS PIC X(2).
       01  WS-REP-STATUS PIC X(2).
       01  WS-LOG-STATUS PIC X(2).
       01  WS-HORA-INICIO PIC 9(8).
       01  WS-FIN-ANORMAL PIC X VALUE "N".
       01  WS-CIERRE-HALLADO PIC X.
       01  WS-CIERRE-RECHAZADO PIC X VALUE "N".
       01  WS-REP-ABIERTO PIC X VALUE "N".
       01  WS-INTERES-HABILITADO PIC X.
       01  WS-FIN-PARAMETROS PIC X.
       01  WS-FIN-HISTORICO PIC X.
       01  WS-MES-LIQUIDAR PIC X(7).
       01  WS-FECHA-DESDE PIC X(10).
       01  WS-FECHA-HASTA PIC X(10).
       01  WS-FECHA-ACREDITACION PIC X(10).
       01  WS-ANIO-CALCULO PIC 9(4).
       01  WS-MES-CALCULO PIC 9(2).
       01  WS-DIAS-MES PIC 9(2).
       01  MUESTRA-ANIO PIC 9(4).
       01  MUESTRA-MES PIC 9(2).
       01  WS-CANT-TASAS PIC 9(3) VALUE ZEROES.
       01  WS-POS-TASA PIC 9(3).
       01  WS-CANT-MONEDAS-SUC PIC 9(3) VALUE ZEROES.
       01  WS-CANT-MONEDAS PIC 9(3) VALUE ZEROES.
       01  WS-POS-MONEDA PIC 9(3).
       01  WS-J PIC 9(3).
       01  WS-SUCURSAL-ANTERIOR PIC X(8).
       01  WS-MONEDA-CUENTA PIC X(3).
       01  WS-SALDO-VIGENTE PIC S9(11)V99.
       01  WS-DIA-DESDE PIC 9(2).
       01  WS-DIA-IMAGEN PIC 9(2).
       01  WS-DIAS-TRAMO PIC 9(2).
       01  WS-NUMERAL PIC 9(15)V99.
       01  WS-PROMEDIO PIC 9(13)V99.
       01  WS-INTERES PIC 9(11)V99.
       01  WS-OBSERVACION PIC X(16).
       01  MUESTRA-INTERES PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  MUESTRA-TASA PIC Z9.999999.
       01  MUESTRA-IMPORTE-MOV PIC 9(11).99.
       01  WS-CANT-LEIDOS PIC 9(9) VALUE ZEROES.
       01  WS-CANT-CERRADAS PIC 9(9) VALUE ZEROES.
       01  WS-CANT-SIN-TASA PIC 9(9) VALUE ZEROES.
       01  WS-CANT-INTERES-CERO PIC 9(9) VALUE ZEROES.
       01  WS-CANT-LIQUIDADAS PIC 9(9) VALUE ZEROES.
       01  WS-CANT-MOV-GRABADOS PIC 9(9) VALUE ZEROES.
       01  WS-CANT-YA-ACREDITADOS PIC 9(9) VALUE ZEROES.
       01  WS-TOTAL-INTERES PIC 9(15)V99 VALUE ZEROES.

           COPY "TABCODOP.CPY".

      ******************************************************************
           PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.

           ACCEPT WS-HORA-INICIO FROM TIME.
           PERFORM CARGAR-TABLA-CODOPER.
           DISPLAY "MES A LIQUIDAR (AAAA-MM):".
           ACCEPT WS-MES-LIQUIDAR.
           DISPLAY "FECHA DE ACREDITACION (VACIO = PRIMER DIA DEL "
                   "MES SIGUIENTE):".
           ACCEPT WS-FECHA-ACREDITACION.
           MOVE "1" TO FIN_ARCHIVO.
           MOVE SPACES TO WS-SUCURSAL-ANTERIOR.
           PERFORM CALCULAR-PERIODO.
           IF FIN_ARCHIVO NOT = "0"
              PERFORM LEER-PARAMETROS
           END-IF.
           IF FIN_ARCHIVO NOT = "0"
              PERFORM APERTURA_ARCHIVO
           END-IF.
           IF FIN_ARCHIVO NOT = "0"
              PERFORM VERIFICAR-FECHA-ACREDITACION
           END-IF.
           IF FIN_ARCHIVO NOT = "0"
              PERFORM VERIFICAR-OPER-INTERES
           END-IF.
           IF FIN_ARCHIVO NOT = "0"
              PERFORM VERIFICAR-CIERRE-ANTERIOR
           END-IF.
           IF FIN_ARCHIVO NOT = "0"
              PERFORM ABRIR-REPORTE-INTERESES
           END-IF.
           IF FIN_ARCHIVO NOT = "0"
              PERFORM GRABAR-TITULO-REPORTE
              PERFORM LEER-CUENTA
           END-IF.
           PERFORM LIQUIDAR-CUENTA
           UNTIL FIN_ARCHIVO = "0".
           IF WS-SUCURSAL-ANTERIOR NOT = SPACES
              PERFORM GRABAR-TOTAL-SUCURSAL
           END-IF.
           IF WS-REP-ABIERTO = "S"
              PERFORM GRABAR-TOTAL-GENERAL
           END-IF.
           PERFORM GRABAR-CIERRE-COMPLETO.
           PERFORM MOSTRAR-CONTROL-INTERESES.
           PERFORM GRABAR-RUN-LOG.
           PERFORM CERRAR-ARCHIVO.
           STOP RUN.

      ****************************************************************
      * CALCULAR-PERIODO - PRIMER Y ULTIMO DIA DEL MES LIQUIDADO, LA
      * CANTIDAD DE DIAS DEL MES Y LA FECHA DE ACREDITACION. SIN
      * FECHA INFORMADA SE ACREDITA EL PRIMER DIA DEL MES SIGUIENTE
      ****************************************************************
           CALCULAR-PERIODO.
              IF WS-MES-LIQUIDAR (1:4) NOT NUMERIC
                 OR WS-MES-LIQUIDAR (6:2) NOT NUMERIC
                 OR WS-MES-LIQUIDAR (6:2) < "01"
                 OR WS-MES-LIQUIDAR (6:2) > "12"
                 DISPLAY "MES INVALIDO - SE ESPERA AAAA-MM."
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              ELSE
                 MOVE WS-MES-LIQUIDAR (1:4) TO WS-ANIO-CALCULO
                 MOVE WS-MES-LIQUIDAR (6:2) TO WS-MES-CALCULO
                 PERFORM CALCULAR-DIAS-MES
                 MOVE SPACES TO WS-FECHA-DESDE
                 STRING WS-MES-LIQUIDAR DELIMITED BY SIZE
                        "-01"           DELIMITED BY SIZE
                    INTO WS-FECHA-DESDE
                 MOVE WS-DIAS-MES TO MUESTRA-MES
                 MOVE SPACES TO WS-FECHA-HASTA
                 STRING WS-MES-LIQUIDAR DELIMITED BY SIZE
                        "-"             DELIMITED BY SIZE
                        MUESTRA-MES     DELIMITED BY SIZE
                    INTO WS-FECHA-HASTA
                 IF WS-FECHA-ACREDITACION = SPACES
                    PERFORM ARMAR-FECHA-ACREDITACION
                 END-IF
              END-IF.

           CALCULAR-DIAS-MES.
              EVALUATE WS-MES-CALCULO
                  WHEN 4
                  WHEN 6
                  WHEN 9
                  WHEN 11
                      MOVE 30 TO WS-DIAS-MES
                  WHEN 2
                      IF FUNCTION MOD(WS-ANIO-CALCULO, 4) = ZEROES
                         AND (FUNCTION MOD(WS-ANIO-CALCULO, 100)
                                 NOT = ZEROES
                           OR FUNCTION MOD(WS-ANIO-CALCULO, 400)
                                 = ZEROES)
                         MOVE 29 TO WS-DIAS-MES
                      ELSE
                         MOVE 28 TO WS-DIAS-MES
                      END-IF
                  WHEN OTHER
                      MOVE 31 TO WS-DIAS-MES
              END-EVALUATE.

           ARMAR-FECHA-ACREDITACION.
              IF WS-MES-CALCULO = 12
                 COMPUTE MUESTRA-ANIO = WS-ANIO-CALCULO + 1
                 MOVE 1 TO MUESTRA-MES
              ELSE
                 MOVE WS-ANIO-CALCULO TO MUESTRA-ANIO
                 COMPUTE MUESTRA-MES = WS-MES-CALCULO + 1
              END-IF.
              MOVE SPACES TO WS-FECHA-ACREDITACION.
              STRING MUESTRA-ANIO DELIMITED BY SIZE
                     "-"          DELIMITED BY SIZE
                     MUESTRA-MES  DELIMITED BY SIZE
                     "-01"        DELIMITED BY SIZE
                 INTO WS-FECHA-ACREDITACION.

      ****************************************************************
      * LEER-PARAMETROS - CARGA LA TASA ANUAL DE CADA TIPO DE CUENTA.
      * SIN NINGUNA TASA VALIDA NO HAY NADA QUE LIQUIDAR Y LA
      * CORRIDA TERMINA ANORMAL PARA QUE SE CORRIJA EL ARCHIVO
      ****************************************************************
           LEER-PARAMETROS.
              MOVE "1" TO WS-FIN-PARAMETROS.
              OPEN INPUT PARAM-INTERESES.
              IF WS-PAR-STATUS NOT = "00"
                 MOVE "0" TO WS-FIN-PARAMETROS
              END-IF.
              PERFORM TOMAR-PARAMETRO
              UNTIL WS-FIN-PARAMETROS = "0".
              CLOSE PARAM-INTERESES.
              IF WS-CANT-TASAS = ZEROES
                 DISPLAY "NO HAY TASAS VALIDAS EN INT_AHORRO_PARAM.DAT"
                         " - NO SE LIQUIDA."
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.

           TOMAR-PARAMETRO.
              READ PARAM-INTERESES
                 AT END MOVE "0" TO WS-FIN-PARAMETROS
              END-READ.
              IF WS-FIN-PARAMETROS NOT = "0"
                 AND PAR-TIPOCTA NOT = SPACES
                 IF FUNCTION TEST-NUMVAL(PAR-TASA-ANUAL) = ZEROES
                    AND FUNCTION NUMVAL(PAR-TASA-ANUAL) > ZEROES
                    AND FUNCTION NUMVAL(PAR-TASA-ANUAL) < 10
                    PERFORM AGREGAR-TASA
                 ELSE
                    DISPLAY "TASA INVALIDA PARA EL TIPO " PAR-TIPOCTA
                            " - SE IGNORA."
                 END-IF
              END-IF.

           AGREGAR-TASA.
              IF WS-CANT-TASAS < 20
                 ADD 1 TO WS-CANT-TASAS
                 MOVE PAR-TIPOCTA TO TAS-TIPOCTA (WS-CANT-TASAS)
                 COMPUTE TAS-TASA-ANUAL (WS-CANT-TASAS) =
                    FUNCTION NUMVAL(PAR-TASA-ANUAL)
                 MOVE TAS-TASA-ANUAL (WS-CANT-TASAS) TO MUESTRA-TASA
                 DISPLAY "TASA ANUAL " PAR-TIPOCTA ": " MUESTRA-TASA
              ELSE
                 DISPLAY "DEMASIADOS TIPOS DE CUENTA - SE IGNORA "
                         PAR-TIPOCTA
              END-IF.

      ****************************************************************
      * APERTURA DE ARCHIVOS. EL REPORTE NO SE ABRE TODAVIA: RECIEN
      * SE TRUNCA CUANDO SE SABE QUE EL MES REALMENTE SE LIQUIDA,
      * PARA QUE UNA CORRIDA RECHAZADA NO PISE EL REPORTE YA EMITIDO
      ****************************************************************
           APERTURA_ARCHIVO.
              OPEN INPUT CUENTAS.
              IF WS-CTA-STATUS NOT = "00" AND WS-CTA-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR CUENTAS - STATUS "
                         WS-CTA-STATUS
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.
              OPEN INPUT SALDOS-HISTORICO.
              IF WS-SHI-STATUS NOT = "00" AND WS-SHI-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR SALDOS_HISTORICO.DAT - "
                         "STATUS " WS-SHI-STATUS
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.
              OPEN I-O MOVIMIENTOS.
              IF WS-MOV-STATUS NOT = "00" AND WS-MOV-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR MOVIMIENTOS - STATUS "
                         WS-MOV-STATUS
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

           ABRIR-REPORTE-INTERESES.
              OPEN OUTPUT REPORTE-INTERESES.
              IF WS-REP-STATUS NOT = "00" AND WS-REP-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR INT_AHORRO_REPORTE.TXT - "
                         "STATUS " WS-REP-STATUS
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              ELSE
                 MOVE "S" TO WS-REP-ABIERTO
              END-IF.

      *****************************************************************
      * CERRAR ARCHIVOS
      *****************************************************************
           CERRAR-ARCHIVO.
             CLOSE CUENTAS.
             CLOSE SALDOS-HISTORICO.
             CLOSE MOVIMIENTOS.
             CLOSE CIERRES.
             IF WS-REP-ABIERTO = "S"
                CLOSE REPORTE-INTERESES.

      ****************************************************************
      * VERIFICAR-FECHA-ACREDITACION - EL CREDITO SE GRABA CON LA
      * FECHA DE ACREDITACION Y LO APLICA EL CIERRE DE SALDOS DE ESA
      * FECHA, POR LO QUE DEBE SER POSTERIOR AL MES LIQUIDADO Y SU
      * CIERRE NO PUEDE ESTAR COMPLETADO: EL CREDITO NUNCA LLEGARIA
      * AL SALDO. SI EL ULTIMO DIA DEL MES NO TIENE CIERRE DE SALDOS
      * COMPLETO SOLO SE AVISA, PORQUE PUEDE SER UN DIA NO HABIL
      ****************************************************************
           VERIFICAR-FECHA-ACREDITACION.
              IF WS-FECHA-ACREDITACION (1:4) NOT NUMERIC
                 OR WS-FECHA-ACREDITACION (5:1) NOT = "-"
                 OR WS-FECHA-ACREDITACION (6:2) NOT NUMERIC
                 OR WS-FECHA-ACREDITACION (8:1) NOT = "-"
                 OR WS-FECHA-ACREDITACION (9:2) NOT NUMERIC
                 DISPLAY "FECHA DE ACREDITACION INVALIDA - SE ESPERA "
                         "AAAA-MM-DD."
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              ELSE
                 IF WS-FECHA-ACREDITACION NOT > WS-FECHA-HASTA
                    DISPLAY "LA FECHA DE ACREDITACION DEBE SER "
                            "POSTERIOR AL " WS-FECHA-HASTA "."
                    MOVE "0" TO FIN_ARCHIVO
                    MOVE "A" TO WS-FIN-ANORMAL
                 ELSE
                    MOVE WS-FECHA-ACREDITACION TO CIE-FECHA
                    MOVE "SALDOS" TO CIE-PROGRAMA
                    READ CIERRES RECORD
                       INVALID KEY
                          MOVE SPACES TO CIE-ESTADO
                    END-READ
                    IF CIE-ESTADO = "C"
                       DISPLAY "EL CIERRE DE SALDOS DEL "
                               WS-FECHA-ACREDITACION
                               " YA ESTA COMPLETADO - EL INTERES "
                               "NO SE APLICARIA. NO SE LIQUIDA."
                       MOVE "0" TO FIN_ARCHIVO
                       MOVE "A" TO WS-FIN-ANORMAL
                    END-IF
                 END-IF
              END-IF.
              IF FIN_ARCHIVO NOT = "0"
                 MOVE WS-FECHA-HASTA TO CIE-FECHA
                 MOVE "SALDOS" TO CIE-PROGRAMA
                 READ CIERRES RECORD
                    INVALID KEY
                       MOVE SPACES TO CIE-ESTADO
                 END-READ
                 IF CIE-ESTADO NOT = "C"
                    DISPLAY "ATENCION: EL " WS-FECHA-HASTA
                            " NO TIENE CIERRE DE SALDOS COMPLETADO. "
                            "SI FUE DIA HABIL, EL PROMEDIO NO "
                            "INCLUYE SUS MOVIMIENTOS."
                 END-IF
              END-IF.

      ****************************************************************
      * VERIFICAR-OPER-INTERES - EL CODIGO INTERES DEBE EXISTIR EN
      * LA TABLA DE OPERACIONES CARGADA (MAESTRO CODOPER O TABLA
      * FIJA) Y ACREDITAR; SI NO, EL CIERRE DE SALDOS APLICARIA EL
      * INTERES COMO DEBITO, ASI QUE NO SE GENERA NADA Y LA CORRIDA
      * TERMINA ANORMAL PARA QUE SE CORRIJA EL MAESTRO
      ****************************************************************
           VERIFICAR-OPER-INTERES.
              MOVE "N" TO WS-INTERES-HABILITADO.
              PERFORM VERIFICAR-OPER-INTERES-ITEM
                 VARYING IX-COD-OPER FROM 1 BY 1
                 UNTIL IX-COD-OPER > CANT-COD-OPER.
              IF WS-INTERES-HABILITADO = "N"
                 DISPLAY "LA OPERACION INTERES NO ESTA EN EL "
                         "MAESTRO CODOPER CON NATURALEZA C - "
                         "NO SE LIQUIDA. CORRIJA EL MAESTRO."
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.

           VERIFICAR-OPER-INTERES-ITEM.
              IF TAB-COD-OPER (IX-COD-OPER) = "INTERES"
                 AND TAB-NAT-OPER (IX-COD-OPER) = "C"
                 MOVE "S" TO WS-INTERES-HABILITADO
                 SET IX-COD-OPER TO CANT-COD-OPER.

      ****************************************************************
      * VERIFICAR-CIERRE-ANTERIOR - CONTROL DE REPROCESO POR MES,
      * CON LA FECHA DEL ULTIMO DIA DEL MES LIQUIDADO. UN MES YA
      * LIQUIDADO SE RECHAZA; UN MES QUE QUEDO INICIADO SE
      * REPROCESA COMPLETO: LOS CREDITOS YA GRABADOS CAEN COMO
      * DUPLICADOS EN LA CLAVE, POR LO QUE NO SE PAGAN DOS VECES
      ****************************************************************
           VERIFICAR-CIERRE-ANTERIOR.
              MOVE "S" TO WS-CIERRE-HALLADO.
              MOVE WS-FECHA-HASTA TO CIE-FECHA.
              MOVE "INT AHORRO" TO CIE-PROGRAMA.
              READ CIERRES RECORD
                 INVALID KEY
                    MOVE "N" TO WS-CIERRE-HALLADO
              END-READ.
              EVALUATE TRUE
                  WHEN WS-CIERRE-HALLADO = "N"
                      MOVE WS-FECHA-HASTA TO CIE-FECHA
                      MOVE "INT AHORRO" TO CIE-PROGRAMA
                      MOVE "I" TO CIE-ESTADO
                      MOVE ZEROES TO CIE-CANT-APLICADOS
                      MOVE ZEROES TO CIE-HASH-IMPORTE
                      WRITE CIERRE-REGISTRO
                         INVALID KEY
                            DISPLAY "NO SE PUDO GRABAR EL CONTROL "
                                    "DE CIERRE."
                      END-WRITE
                  WHEN CIE-ESTADO = "C"
                      DISPLAY "EL MES " WS-MES-LIQUIDAR
                              " YA TIENE LOS INTERESES LIQUIDADOS - "
                              "NO SE REPROCESA."
                      MOVE "0" TO FIN_ARCHIVO
                      MOVE "A" TO WS-FIN-ANORMAL
                      MOVE "S" TO WS-CIERRE-RECHAZADO
                  WHEN OTHER
                      DISPLAY "EL MES " WS-MES-LIQUIDAR
                              " QUEDO INICIADO EN UNA CORRIDA "
                              "ANTERIOR - SE REGENERA LA LIQUIDACION."
              END-EVALUATE.

      ****************************************************************
      * GRABAR-CIERRE-COMPLETO - MARCA EL MES COMO LIQUIDADO CON SUS
      * CIFRAS DE CONTROL
      ****************************************************************
           GRABAR-CIERRE-COMPLETO.
              IF WS-CIERRE-RECHAZADO = "N"
                 AND WS-FIN-ANORMAL = "N"
                 MOVE WS-FECHA-HASTA TO CIE-FECHA
                 MOVE "INT AHORRO" TO CIE-PROGRAMA
                 MOVE "C" TO CIE-ESTADO
                 MOVE WS-CANT-LIQUIDADAS TO CIE-CANT-APLICADOS
                 MOVE WS-TOTAL-INTERES TO CIE-HASH-IMPORTE
                 REWRITE CIERRE-REGISTRO
                    INVALID KEY
                       DISPLAY "NO SE PUDO COMPLETAR EL CONTROL "
                               "DE CIERRE."
                 END-REWRITE
              END-IF.

      ****************************************************************
      * LIQUIDAR-CUENTA - UNA CUENTA NO CERRADA CUYO TIPO TIENE TASA
      * COBRA EL INTERES DEL MES SOBRE SU SALDO PROMEDIO ACREEDOR
      ****************************************************************
           LIQUIDAR-CUENTA.
              ADD 1 TO WS-CANT-LEIDOS.
              IF CTA-ESTADO = "C"
                 ADD 1 TO WS-CANT-CERRADAS
              ELSE
                 PERFORM BUSCAR-TASA
                 IF WS-POS-TASA = ZEROES
                    ADD 1 TO WS-CANT-SIN-TASA
                 ELSE
                    PERFORM CALCULAR-PROMEDIO
                    COMPUTE WS-INTERES ROUNDED =
                       WS-PROMEDIO * TAS-TASA-ANUAL (WS-POS-TASA)
                       * WS-DIAS-MES / 365
                    IF WS-INTERES > ZEROES
                       PERFORM ACREDITAR-INTERES
                    ELSE
                       ADD 1 TO WS-CANT-INTERES-CERO
                    END-IF
                 END-IF
              END-IF.
              PERFORM LEER-CUENTA.

           BUSCAR-TASA.
              MOVE ZEROES TO WS-POS-TASA.
              PERFORM BUSCAR-TASA-ITEM
                 VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-CANT-TASAS
                    OR WS-POS-TASA > ZEROES.

           BUSCAR-TASA-ITEM.
              IF TAS-TIPOCTA (WS-J) = CTA-TIPOCTA
                 MOVE WS-J TO WS-POS-TASA.

      ****************************************************************
      * CALCULAR-PROMEDIO - SALDO PROMEDIO DIARIO ACREEDOR DEL MES A
      * PARTIR DE LAS IMAGENES DEL HISTORICO DE SALDOS. CADA IMAGEN
      * ES EL SALDO AL CIERRE DE SU FECHA Y RIGE HASTA LA IMAGEN
      * SIGUIENTE; EL PRIMER TRAMO DEL MES TOMA LA ULTIMA IMAGEN
      * ANTERIOR AL MES (SIN IMAGEN ANTERIOR EL SALDO ES CERO). LOS
      * DIAS EN DESCUBIERTO SUMAN CERO
      ****************************************************************
           CALCULAR-PROMEDIO.
              MOVE ZEROES TO WS-SALDO-VIGENTE.
              MOVE ZEROES TO WS-NUMERAL.
              MOVE 1 TO WS-DIA-DESDE.
              MOVE CTA-CLAVE-CUENTA TO SHI-CLAVE-CUENTA.
              MOVE LOW-VALUES TO SHI-FECHA.
              MOVE "1" TO WS-FIN-HISTORICO.
              START SALDOS-HISTORICO KEY IS NOT LESS THAN SHI-CLAVE
                 INVALID KEY MOVE "0" TO WS-FIN-HISTORICO
              END-START.
              PERFORM LEER-IMAGEN-CUENTA
              UNTIL WS-FIN-HISTORICO = "0".
              COMPUTE WS-DIAS-TRAMO = WS-DIAS-MES + 1 - WS-DIA-DESDE.
              PERFORM SUMAR-TRAMO.
              COMPUTE WS-PROMEDIO ROUNDED = WS-NUMERAL / WS-DIAS-MES.

           LEER-IMAGEN-CUENTA.
              READ SALDOS-HISTORICO NEXT RECORD
                 AT END MOVE "0" TO WS-FIN-HISTORICO
              END-READ.
              IF WS-FIN-HISTORICO NOT = "0"
                 EVALUATE TRUE
                     WHEN SHI-CLAVE-CUENTA NOT = CTA-CLAVE-CUENTA
                     WHEN SHI-FECHA > WS-FECHA-HASTA
                         MOVE "0" TO WS-FIN-HISTORICO
                     WHEN SHI-FECHA < WS-FECHA-DESDE
                         MOVE SHI-SALDO-FINAL TO WS-SALDO-VIGENTE
                     WHEN OTHER
                         MOVE SHI-FECHA (9:2) TO WS-DIA-IMAGEN
                         COMPUTE WS-DIAS-TRAMO =
                            WS-DIA-IMAGEN - WS-DIA-DESDE
                         PERFORM SUMAR-TRAMO
                         MOVE SHI-SALDO-FINAL TO WS-SALDO-VIGENTE
                         MOVE WS-DIA-IMAGEN TO WS-DIA-DESDE
                 END-EVALUATE
              END-IF.

           SUMAR-TRAMO.
              IF WS-SALDO-VIGENTE > ZEROES
                 COMPUTE WS-NUMERAL =
                    WS-NUMERAL + WS-SALDO-VIGENTE * WS-DIAS-TRAMO
              END-IF.

      ****************************************************************
      * ACREDITAR-INTERES - GRABA EL CREDITO DEL INTERES EN LA
      * MONEDA DE LA CUENTA, FECHADO EL DIA DE ACREDITACION. LA
      * CLAVE LLEVA LA MARCA INT EN LA FECHA: SI LA CORRIDA SE
      * REPITE EL DUPLICADO SE RECHAZA Y NO SE PAGA DOS VECES, PERO
      * LA CUENTA SIGUE FIGURANDO EN EL REPORTE
      ****************************************************************
           ACREDITAR-INTERES.
              IF CTA-MONEDA = SPACES
                 MOVE "ARS" TO WS-MONEDA-CUENTA
              ELSE
                 MOVE CTA-MONEDA TO WS-MONEDA-CUENTA
              END-IF.
              MOVE SPACES TO MOVIMIENTOS-REGISTRO.
              MOVE ZEROES TO HOJA_NRO.
              MOVE CTA-COD-CLI TO COD_CLI.
              MOVE CTA-TIPOCTA TO TIPOCTA.
              MOVE CTA-CLAVE-CUENTA TO CLAVE-CUENTA.
              MOVE SPACES TO FECHA_MOV.
              STRING WS-FECHA-ACREDITACION DELIMITED BY SIZE
                     "INT"                 DELIMITED BY SIZE
                 INTO FECHA_MOV.
              MOVE CTA-DIGITO TO DIGITO.
              MOVE "INTERES" TO COD_OPER.
              MOVE WS-INTERES TO MUESTRA-IMPORTE-MOV.
              MOVE MUESTRA-IMPORTE-MOV TO IMPORTE.
              MOVE "SU" TO CANAL.
              MOVE WS-MONEDA-CUENTA TO MONEDA.
              WRITE MOVIMIENTOS-REGISTRO
                 INVALID KEY
                    ADD 1 TO WS-CANT-YA-ACREDITADOS
                    MOVE "YA ACREDITADO" TO WS-OBSERVACION
                 NOT INVALID KEY
                    ADD 1 TO WS-CANT-MOV-GRABADOS
                    MOVE SPACES TO WS-OBSERVACION
              END-WRITE.
              ADD 1 TO WS-CANT-LIQUIDADAS.
              ADD WS-INTERES TO WS-TOTAL-INTERES.
              PERFORM GRABAR-LINEA-REPORTE.

      ****************************************************************
      * GRABAR-LINEA-REPORTE - DETALLE DEL REPORTE POR SUCURSAL. EL
      * MAESTRO DE CUENTAS VIENE ORDENADO POR SUCURSAL Y CUENTA, POR
      * LO QUE EL CORTE DE CONTROL ES DIRECTO
      ****************************************************************
           GRABAR-LINEA-REPORTE.
              IF CTA-SUCURSAL NOT = WS-SUCURSAL-ANTERIOR
                 IF WS-SUCURSAL-ANTERIOR NOT = SPACES
                    PERFORM GRABAR-TOTAL-SUCURSAL
                 END-IF
                 MOVE CTA-SUCURSAL TO WS-SUCURSAL-ANTERIOR
                 PERFORM GRABAR-ENCABEZADO-SUCURSAL
              END-IF.
              MOVE CTA-CUENTA TO DET-CUENTA.
              MOVE CTA-TIPOCTA TO DET-TIPOCTA.
              MOVE WS-MONEDA-CUENTA TO DET-MONEDA.
              MOVE WS-PROMEDIO TO DET-PROMEDIO.
              COMPUTE DET-TASA = TAS-TASA-ANUAL (WS-POS-TASA) * 100.
              MOVE WS-INTERES TO DET-INTERES.
              MOVE WS-OBSERVACION TO DET-OBSERVACION.
              WRITE REPORTE-REGISTRO FROM LINEA-DETALLE.
              PERFORM ACUMULAR-MONEDA-SUCURSAL.
              PERFORM ACUMULAR-MONEDA-GENERAL.

           ACUMULAR-MONEDA-SUCURSAL.
              MOVE ZEROES TO WS-POS-MONEDA.
              PERFORM BUSCAR-MONEDA-SUCURSAL
                 VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-CANT-MONEDAS-SUC
                    OR WS-POS-MONEDA > ZEROES.
              IF WS-POS-MONEDA = ZEROES AND WS-CANT-MONEDAS-SUC < 20
                 ADD 1 TO WS-CANT-MONEDAS-SUC
                 MOVE WS-CANT-MONEDAS-SUC TO WS-POS-MONEDA
                 MOVE WS-MONEDA-CUENTA TO MSU-MONEDA (WS-POS-MONEDA)
                 MOVE ZEROES TO MSU-CANT (WS-POS-MONEDA)
                 MOVE ZEROES TO MSU-INTERES (WS-POS-MONEDA)
              END-IF.
              IF WS-POS-MONEDA > ZEROES
                 ADD 1 TO MSU-CANT (WS-POS-MONEDA)
                 ADD WS-INTERES TO MSU-INTERES (WS-POS-MONEDA)
              END-IF.

           BUSCAR-MONEDA-SUCURSAL.
              IF MSU-MONEDA (WS-J) = WS-MONEDA-CUENTA
                 MOVE WS-J TO WS-POS-MONEDA.

           ACUMULAR-MONEDA-GENERAL.
              MOVE ZEROES TO WS-POS-MONEDA.
              PERFORM BUSCAR-MONEDA-GENERAL
                 VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-CANT-MONEDAS
                    OR WS-POS-MONEDA > ZEROES.
              IF WS-POS-MONEDA = ZEROES AND WS-CANT-MONEDAS < 20
                 ADD 1 TO WS-CANT-MONEDAS
                 MOVE WS-CANT-MONEDAS TO WS-POS-MONEDA
                 MOVE WS-MONEDA-CUENTA TO MON-MONEDA (WS-POS-MONEDA)
                 MOVE ZEROES TO MON-CANT (WS-POS-MONEDA)
                 MOVE ZEROES TO MON-INTERES (WS-POS-MONEDA)
              END-IF.
              IF WS-POS-MONEDA > ZEROES
                 ADD 1 TO MON-CANT (WS-POS-MONEDA)
                 ADD WS-INTERES TO MON-INTERES (WS-POS-MONEDA)
              END-IF.

           BUSCAR-MONEDA-GENERAL.
              IF MON-MONEDA (WS-J) = WS-MONEDA-CUENTA
                 MOVE WS-J TO WS-POS-MONEDA.

           GRABAR-TITULO-REPORTE.
              MOVE WS-MES-LIQUIDAR TO TIT-MES.
              MOVE WS-FECHA-ACREDITACION TO TIT-FECHA.
              WRITE REPORTE-REGISTRO FROM LINEA-TITULO-REPORTE.

           GRABAR-ENCABEZADO-SUCURSAL.
              MOVE SPACES TO REPORTE-REGISTRO.
              WRITE REPORTE-REGISTRO.
              MOVE CTA-SUCURSAL TO SUC-MUESTRA.
              WRITE REPORTE-REGISTRO FROM LINEA-SUCURSAL.
              WRITE REPORTE-REGISTRO FROM LINEA-COLUMNAS.

      ****************************************************************
      * GRABAR-TOTAL-SUCURSAL - UNA LINEA POR MONEDA PAGADA EN LA
      * SUCURSAL
      ****************************************************************
           GRABAR-TOTAL-SUCURSAL.
              PERFORM GRABAR-TOTAL-MONEDA-SUCURSAL
                 VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-CANT-MONEDAS-SUC.
              MOVE ZEROES TO WS-CANT-MONEDAS-SUC.

           GRABAR-TOTAL-MONEDA-SUCURSAL.
              MOVE "TOTAL DE LA SUCURSAL" TO TOT-TITULO.
              MOVE MSU-MONEDA (WS-J) TO TOT-MONEDA.
              MOVE MSU-CANT (WS-J) TO TOT-CANT.
              MOVE MSU-INTERES (WS-J) TO TOT-INTERES.
              WRITE REPORTE-REGISTRO FROM LINEA-TOTAL-MONEDA.

      ****************************************************************
      * GRABAR-TOTAL-GENERAL - TOTALES POR MONEDA PARA CONTADURIA
      ****************************************************************
           GRABAR-TOTAL-GENERAL.
              MOVE SPACES TO REPORTE-REGISTRO.
              WRITE REPORTE-REGISTRO.
              PERFORM GRABAR-TOTAL-MONEDA-GENERAL
                 VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-CANT-MONEDAS.

           GRABAR-TOTAL-MONEDA-GENERAL.
              MOVE "TOTAL GENERAL" TO TOT-TITULO.
              MOVE MON-MONEDA (WS-J) TO TOT-MONEDA.
              MOVE MON-CANT (WS-J) TO TOT-CANT.
              MOVE MON-INTERES (WS-J) TO TOT-INTERES.
              WRITE REPORTE-REGISTRO FROM LINEA-TOTAL-MONEDA.

      *****************************************************************
      * LEE SIGUIENTE CUENTA
      *****************************************************************
           LEER-CUENTA.
           READ CUENTAS NEXT RECORD
           AT END
           MOVE "0" TO FIN_ARCHIVO.

      *****************************************************************
      * MOSTRAR-CONTROL-INTERESES - CIFRAS DE CONTROL DE LA
      * LIQUIDACION
      *****************************************************************
           MOSTRAR-CONTROL-INTERESES.
              DISPLAY " ".
              DISPLAY "INTERESES DE CAJAS DE AHORRO - " WS-MES-LIQUIDAR
                      " - ACREDITACION " WS-FECHA-ACREDITACION.
              DISPLAY "CUENTAS LEIDAS:           " WS-CANT-LEIDOS.
              DISPLAY "CUENTAS CERRADAS:         " WS-CANT-CERRADAS.
              DISPLAY "TIPO SIN TASA:            " WS-CANT-SIN-TASA.
              DISPLAY "CON INTERES CERO:         "
                      WS-CANT-INTERES-CERO.
              DISPLAY "CUENTAS LIQUIDADAS:       " WS-CANT-LIQUIDADAS.
              DISPLAY "CREDITOS DE INTERES:      "
                      WS-CANT-MOV-GRABADOS.
              DISPLAY "YA ACREDITADOS (DUPLIC.): "
                      WS-CANT-YA-ACREDITADOS.
              PERFORM MOSTRAR-TOTAL-MONEDA
                 VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-CANT-MONEDAS.

           MOSTRAR-TOTAL-MONEDA.
              MOVE MON-INTERES (WS-J) TO MUESTRA-INTERES.
              DISPLAY "INTERES PAGADO EN " MON-MONEDA (WS-J) ":    "
                      MUESTRA-INTERES.

      *****************************************************************
      * GRABAR-RUN-LOG - AGREGA EL CIERRE DE ESTA EJECUCION A LA
      * BITACORA COMUN DE LA CADENA NOCTURNA
      *****************************************************************
           GRABAR-RUN-LOG.
              OPEN EXTEND RUNLOG.
              IF WS-LOG-STATUS = "00" OR WS-LOG-STATUS = "05"
                 MOVE "INTERESES AHORRO" TO LOG-PROGRAMA
                 ACCEPT LOG-FECHA FROM DATE YYYYMMDD
                 MOVE WS-HORA-INICIO TO LOG-HORA-INICIO
                 ACCEPT LOG-HORA-FIN FROM TIME
                 MOVE WS-CANT-LEIDOS TO LOG-LEIDOS
                 MOVE WS-CANT-LIQUIDADAS TO LOG-GRABADOS
                 MOVE WS-CANT-SIN-TASA TO LOG-EXCEPCIONES
                 MOVE WS-CANT-MOV-GRABADOS TO LOG-CLIENTES
                 MOVE WS-TOTAL-INTERES TO LOG-HASH-IMPORTE
                 MOVE SPACES TO LOG-ESTADOS
                 STRING WS-CTA-STATUS DELIMITED BY SIZE
                        WS-SHI-STATUS DELIMITED BY SIZE
                        WS-MOV-STATUS DELIMITED BY SIZE
                        WS-CIE-STATUS DELIMITED BY SIZE
                        WS-REP-STATUS DELIMITED BY SIZE
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

           COPY "CARGCOD.CPY".
