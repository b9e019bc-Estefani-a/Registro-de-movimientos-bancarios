       IDENTIFICATION DIVISION.
       PROGRAM-ID.PrevencionLavado.
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

       SELECT OPTIONAL HISTORICO
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\historico.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HIS-CLAVE-MOVIMIENTO
       ALTERNATE RECORD KEY IS HIS-CLAVE-CUENTA WITH DUPLICATES
       ALTERNATE RECORD KEY IS HIS-COD-CLI WITH DUPLICATES
       FILE STATUS IS WS-HIST-STATUS.

       SELECT OPTIONAL CUENTAS
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\cuentas.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CTA-CLAVE-CUENTA
       ALTERNATE RECORD KEY IS CTA-COD-CLI WITH DUPLICATES
       FILE STATUS IS WS-CTA-STATUS.

       SELECT OPTIONAL CLIENTES
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\clientes.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CLI-COD-CLI
       FILE STATUS IS WS-CLI-STATUS.

       SELECT OPTIONAL COTIZACIONES
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\cotizaciones.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS COT-CLAVE
       FILE STATUS IS WS-COT-STATUS.

       SELECT OPTIONAL PARAM-LAVADO
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\lavado_param.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PAR-STATUS.

       SELECT OPTIONAL REPORTE-LAVADO
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\lavado_reporte.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REP-STATUS.

       SELECT OPTIONAL REGULADOR
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\lavado_regulador.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REG-STATUS.

       SELECT OPTIONAL RUNLOG
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\run_log.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MOVIMIENTOS.
           COPY "MOVREG.CPY".

       FD HISTORICO.
           COPY "HISTREG.CPY".

       FD CUENTAS.
           COPY "CTAREG.CPY".

       FD CLIENTES.
           COPY "CLIREG.CPY".

       FD COTIZACIONES.
           COPY "COTREG.CPY".

       FD PARAM-LAVADO.
       01 PARAM-REGISTRO.
               05 PAR-UMBRAL PIC X(15).
               05 PAR-DIAS-VENTANA PIC X(3).
               05 PAR-MIN-OPERACIONES PIC X(3).
               05 PAR-MESES-SIN-ACTIVIDAD PIC X(3).
               05 PAR-IMPORTE-SUBITO PIC X(15).

       FD REPORTE-LAVADO.
       01 REPORTE-REGISTRO PIC X(132).

      *****************************************************************
      * ARCHIVO PARA EL ORGANISMO DE CONTROL. CABECERA CON EL PERIODO,
      * UN DETALLE POR CASO DETECTADO Y PIE CON CANTIDAD E IMPORTE.
      * CASO: U = OPERACION SOBRE EL UMBRAL, F = FRACCIONAMIENTO,
      * S = ACTIVIDAD SUBITA EN CUENTA SIN MOVIMIENTOS. EL IMPORTE
      * ESTA EN PESOS; LA MONEDA Y EL IMPORTE ORIGINAL SON LOS DE LA
      * OPERACION O LA CUENTA (UNA VENTANA CON MONEDAS DISTINTAS SE
      * INFORMA EN PESOS)
      *****************************************************************
       FD REGULADOR.
       01 REG-DETALLE.
               05 REG-TIPO-REGISTRO PIC X(1).
               05 REG-CASO PIC X(1).
               05 REG-CUIT PIC X(13).
               05 REG-NOMBRE PIC X(30).
               05 REG-SUCURSAL PIC X(8).
               05 REG-CUENTA PIC X(15).
               05 REG-FECHA-DESDE PIC X(10).
               05 REG-FECHA-HASTA PIC X(10).
               05 REG-COD-OPER PIC X(9).
               05 REG-CANTIDAD PIC 9(5).
               05 REG-IMPORTE PIC 9(13)V99.
               05 REG-MONEDA PIC X(3).
               05 REG-IMPORTE-ORIGINAL PIC 9(13)V99.
       01 REG-CABECERA.
               05 CAB-TIPO-REGISTRO PIC X(1).
               05 CAB-PERIODO PIC X(7).
               05 CAB-FECHA-GENERACION PIC 9(8).
               05 FILLER PIC X(119).
       01 REG-PIE.
               05 PIE-TIPO-REGISTRO PIC X(1).
               05 PIE-CANTIDAD PIC 9(7).
               05 PIE-IMPORTE PIC 9(15)V99.
               05 FILLER PIC X(110).

       FD RUNLOG.
           COPY "RUNLOG.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-TITULO-REPORTE.
               05 FILLER PIC X(10) VALUE " ".
               05 FILLER PIC X(45)
                  VALUE "REVISION DE PREVENCION DE LAVADO - MES ".
               05 TIT-MES PIC X(7).

       01 LINEA-PARAMETROS.
               05 FILLER PIC X(8) VALUE "UMBRAL: ".
               05 PRM-UMBRAL PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(10) VALUE " VENTANA: ".
               05 PRM-DIAS PIC ZZ9.
               05 FILLER PIC X(16) VALUE " DIAS - MINIMO: ".
               05 PRM-MINIMO PIC ZZ9.
               05 FILLER PIC X(27)
                  VALUE " OPERACIONES - SIN ACTIV.: ".
               05 PRM-MESES PIC ZZ9.
               05 FILLER PIC X(7) VALUE " MESES".

       01 LINEA-COLUMNAS-UMBRAL.
               05 FILLER PIC X(14) VALUE "CUIT".
               05 FILLER PIC X(31) VALUE "TITULAR".
               05 FILLER PIC X(25) VALUE "CUENTA".
               05 FILLER PIC X(14) VALUE "FECHA".
               05 FILLER PIC X(10) VALUE "OPERACION".
               05 FILLER PIC X(17) VALUE "IMPORTE EN PESOS".

       01 LINEA-COLUMNAS-FRACCION.
               05 FILLER PIC X(14) VALUE "CUIT".
               05 FILLER PIC X(31) VALUE "TITULAR".
               05 FILLER PIC X(11) VALUE "DESDE".
               05 FILLER PIC X(11) VALUE "HASTA".
               05 FILLER PIC X(8) VALUE "CANT.".
               05 FILLER PIC X(17) VALUE "TOTAL EN PESOS".

       01 LINEA-COLUMNAS-SUBITA.
               05 FILLER PIC X(14) VALUE "CUIT".
               05 FILLER PIC X(31) VALUE "TITULAR".
               05 FILLER PIC X(25) VALUE "CUENTA".
               05 FILLER PIC X(8) VALUE "CANT.".
               05 FILLER PIC X(19) VALUE "MES EN PESOS".
               05 FILLER PIC X(16) VALUE "SIN MOV. DESDE".

       01 LINEA-DETALLE-OPERACION.
               05 DOP-CUIT PIC X(13).
               05 FILLER PIC X(1) VALUE " ".
               05 DOP-NOMBRE PIC X(30).
               05 FILLER PIC X(1) VALUE " ".
               05 DOP-SUCURSAL PIC X(8).
               05 FILLER PIC X(1) VALUE "-".
               05 DOP-CUENTA PIC X(15).
               05 FILLER PIC X(1) VALUE " ".
               05 DOP-FECHA PIC X(13).
               05 FILLER PIC X(1) VALUE " ".
               05 DOP-COD-OPER PIC X(9).
               05 FILLER PIC X(1) VALUE " ".
               05 DOP-IMPORTE PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 LINEA-DETALLE-FRACCION.
               05 DFR-CUIT PIC X(13).
               05 FILLER PIC X(1) VALUE " ".
               05 DFR-NOMBRE PIC X(30).
               05 FILLER PIC X(1) VALUE " ".
               05 DFR-DESDE PIC X(10).
               05 FILLER PIC X(1) VALUE " ".
               05 DFR-HASTA PIC X(10).
               05 FILLER PIC X(1) VALUE " ".
               05 DFR-CANT PIC ZZ,ZZ9.
               05 FILLER PIC X(2) VALUE " ".
               05 DFR-IMPORTE PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 LINEA-DETALLE-SUBITA.
               05 DSU-CUIT PIC X(13).
               05 FILLER PIC X(1) VALUE " ".
               05 DSU-NOMBRE PIC X(30).
               05 FILLER PIC X(1) VALUE " ".
               05 DSU-SUCURSAL PIC X(8).
               05 FILLER PIC X(1) VALUE "-".
               05 DSU-CUENTA PIC X(15).
               05 FILLER PIC X(1) VALUE " ".
               05 DSU-CANT PIC ZZ,ZZ9.
               05 FILLER PIC X(2) VALUE " ".
               05 DSU-IMPORTE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE " ".
               05 DSU-SIN-MOV-DESDE PIC X(10).

       01 LINEA-TOTAL-CASOS.
               05 TOT-TEXTO PIC X(45).
               05 TOT-CANT PIC ZZZ,ZZ9.

      *****************************************************************
      * TABLA-OPERACIONES - DEPOSITOS, EXTRACCIONES Y TRANSFERENCIAS
      * DEL MES, ORDENADAS POR TITULAR (CUIT) Y FECHA PARA PODER
      * RECORRER JUNTAS TODAS LAS CUENTAS DE UN MISMO CLIENTE. EL
      * IMPORTE ESTA EN PESOS; SE GUARDAN TAMBIEN LA MONEDA Y EL
      * IMPORTE ORIGINALES DE LA OPERACION.
      * MARCA: U = SOBRE EL UMBRAL, F = YA INFORMADA EN UN
      * FRACCIONAMIENTO, ESPACIO = LIBRE
      *****************************************************************
       01 TABLA-OPERACIONES.
               05 OPE-ITEM OCCURS 5000 TIMES.
                   10 OPE-CLAVE.
                       15 OPE-TITULAR PIC X(13).
                       15 OPE-FECHA PIC X(13).
                       15 OPE-CLAVE-CUENTA.
                           20 OPE-SUCURSAL PIC X(8).
                           20 OPE-CUENTA PIC X(15).
                   10 OPE-NOMBRE PIC X(30).
                   10 OPE-COD-OPER PIC X(9).
                   10 OPE-IMPORTE PIC 9(11)V99.
                   10 OPE-MONEDA PIC X(3).
                   10 OPE-IMPORTE-ORIGINAL PIC 9(11)V99.
                   10 OPE-DIA PIC 9(7).
                   10 OPE-MARCA PIC X(1).

      *****************************************************************
      * TABLA-ACTIVIDAD - CUENTAS QUE OPERARON EN EL MES CON SU
      * CANTIDAD E IMPORTE EN PESOS Y EN LA MONEDA DE LA CUENTA,
      * PARA DETECTAR LA ACTIVIDAD SUBITA
      *****************************************************************
       01 TABLA-ACTIVIDAD.
               05 ACT-ITEM OCCURS 2000 TIMES.
                   10 ACT-CLAVE-CUENTA PIC X(23).
                   10 ACT-TITULAR PIC X(13).
                   10 ACT-NOMBRE PIC X(30).
                   10 ACT-FECHA-ALTA PIC X(10).
                   10 ACT-CANT PIC 9(7).
                   10 ACT-IMPORTE PIC 9(13)V99.
                   10 ACT-MONEDA PIC X(3).
                   10 ACT-IMPORTE-ORIGINAL PIC 9(13)V99.

       01 WS-OPERACION-NUEVA.
               05 NUE-CLAVE.
                   10 NUE-TITULAR PIC X(13).
                   10 NUE-FECHA PIC X(13).
                   10 NUE-CLAVE-CUENTA PIC X(23).
               05 NUE-NOMBRE PIC X(30).
               05 NUE-COD-OPER PIC X(9).
               05 NUE-IMPORTE PIC 9(11)V99.
               05 NUE-MONEDA PIC X(3).
               05 NUE-IMPORTE-ORIGINAL PIC 9(11)V99.
               05 NUE-DIA PIC 9(7).
               05 NUE-MARCA PIC X(1).

       01 WS-FECHA-AAAAMMDD.
               05 WS-FECHA-ANIO PIC X(4).
               05 WS-FECHA-MES PIC X(2).
               05 WS-FECHA-DIA PIC X(2).
       01 WS-FECHA-NUMERICA REDEFINES WS-FECHA-AAAAMMDD PIC 9(8).

       01  FIN_ARCHIVO PIC X.
       01  WS-FIN-CUENTA PIC X.
       01  WS-MOV-STATUS PIC X(2).
       01  WS-HIST-STATUS PIC X(2).
       01  WS-CTA-STATUS PIC X(2).
       01  WS-CLI-STATUS PIC X(2).
       01  WS-PAR-STATUS PIC X(2).
       01  WS-REP-STATUS PIC X(2).
       01  WS-REG-STATUS PIC X(2).
       01  WS-LOG-STATUS PIC X(2).
       01  WS-HORA-INICIO PIC 9(8).
       01  WS-FIN-ANORMAL PIC X VALUE "N".
       01  WS-MES-CONTROL PIC X(7).
       01  WS-FECHA-DESDE PIC X(10).
       01  WS-FECHA-HASTA PIC X(10).
       01  WS-FECHA-SIN-ACTIVIDAD PIC X(10).
       01  WS-UMBRAL PIC 9(11)V99 VALUE 1000000.
       01  WS-DIAS-VENTANA PIC 9(3) VALUE 7.
       01  WS-MIN-OPERACIONES PIC 9(3) VALUE 3.
       01  WS-MESES-SIN-ACTIVIDAD PIC 9(3) VALUE 6.
       01  WS-IMPORTE-SUBITO PIC 9(11)V99 VALUE 100000.
       01  WS-ANIO-CALCULO PIC 9(4).
       01  WS-MES-CALCULO PIC S9(4).
       01  MUESTRA-ANIO PIC 9(4).
       01  MUESTRA-MES PIC 9(2).
       01  WS-TITULAR PIC X(13).
       01  WS-NOMBRE PIC X(30).
       01  WS-FECHA-ALTA PIC X(10).
       01  WS-IMPORTE-NUM PIC 9(11)V99.
       01  WS-IMPORTE-ORIGINAL PIC 9(11)V99.
       01  WS-MONEDA-MOV PIC X(3).
       01  WS-VENTANA-MONEDA PIC X(3).
       01  WS-VENTANA-ORIGINAL PIC 9(13)V99.
       01  WS-CANT-SIN-COTIZ PIC 9(9) VALUE ZEROES.
       01  WS-HAY-ACTIVIDAD-PREVIA PIC X.
       01  WS-CLAVE-BUSCADA PIC X(23).
       01  CANT-OPE PIC 9(5) VALUE ZEROES.
       01  CANT-ACT PIC 9(5) VALUE ZEROES.
       01  WS-I PIC 9(5).
       01  WS-J PIC 9(5).
       01  WS-K PIC 9(5).
       01  WS-POS-INS PIC 9(5).
       01  WS-POS-ACT PIC 9(5).
       01  WS-VENTANA-CANT PIC 9(5).
       01  WS-VENTANA-IMPORTE PIC 9(13)V99.
       01  WS-VENTANA-HASTA PIC 9(5).
       01  WS-CANT-LEIDOS PIC 9(9) VALUE ZEROES.
       01  WS-CANT-DEL-MES PIC 9(9) VALUE ZEROES.
       01  WS-CANT-OMITIDAS PIC 9(9) VALUE ZEROES.
       01  WS-CASOS-UMBRAL PIC 9(9) VALUE ZEROES.
       01  WS-CASOS-FRACCION PIC 9(9) VALUE ZEROES.
       01  WS-CASOS-SUBITA PIC 9(9) VALUE ZEROES.
       01  WS-CANT-REGULADOR PIC 9(7) VALUE ZEROES.
       01  WS-IMPORTE-REGULADOR PIC 9(15)V99 VALUE ZEROES.

           COPY "TABCOTIZ.CPY".

      ******************************************************************
           PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.

           ACCEPT WS-HORA-INICIO FROM TIME.
           DISPLAY "MES A CONTROLAR (AAAA-MM):".
           ACCEPT WS-MES-CONTROL.
           PERFORM LEER-PARAMETROS.
           MOVE "1" TO FIN_ARCHIVO.
           PERFORM CALCULAR-PERIODO.
           IF FIN_ARCHIVO NOT = "0"
              MOVE WS-FECHA-HASTA TO COT-FECHA-VIGENCIA
              PERFORM CARGAR-TABLA-COTIZACIONES
              PERFORM APERTURA_ARCHIVO
           END-IF.
           IF FIN_ARCHIVO NOT = "0"
              PERFORM LEER-MOVIMIENTO
           END-IF.
           PERFORM TOMAR-MOVIMIENTO
           UNTIL FIN_ARCHIVO = "0".
           IF WS-FIN-ANORMAL NOT = "A"
              MOVE "1" TO FIN_ARCHIVO
              PERFORM LEER-HISTORICO
              PERFORM TOMAR-HISTORICO
              UNTIL FIN_ARCHIVO = "0"
              PERFORM GRABAR-TITULO-REPORTE
              PERFORM INFORMAR-OPERACIONES-UMBRAL
              PERFORM INFORMAR-FRACCIONAMIENTO
              PERFORM INFORMAR-ACTIVIDAD-SUBITA
              PERFORM GRABAR-TOTALES
           END-IF.
           PERFORM MOSTRAR-CONTROL-LAVADO.
           PERFORM GRABAR-RUN-LOG.
           PERFORM CERRAR-ARCHIVO.
           STOP RUN.

      ****************************************************************
      * LEER-PARAMETROS - UMBRAL DE REPORTE, VENTANA EN DIAS Y
      * CANTIDAD MINIMA DE OPERACIONES DEL FRACCIONAMIENTO, MESES SIN
      * ACTIVIDAD E IMPORTE MINIMO DE LA ACTIVIDAD SUBITA. SI EL
      * ARCHIVO NO ESTA O UN VALOR NO ES NUMERICO SE USA EL VALOR POR
      * DEFECTO
      ****************************************************************
           LEER-PARAMETROS.
              OPEN INPUT PARAM-LAVADO.
              IF WS-PAR-STATUS = "00"
                 READ PARAM-LAVADO
                    AT END CONTINUE
                    NOT AT END PERFORM TOMAR-PARAMETROS
                 END-READ
              END-IF.
              CLOSE PARAM-LAVADO.

           TOMAR-PARAMETROS.
              IF FUNCTION TEST-NUMVAL(PAR-UMBRAL) = ZEROES
                 AND FUNCTION NUMVAL(PAR-UMBRAL) > ZEROES
                 COMPUTE WS-UMBRAL = FUNCTION NUMVAL(PAR-UMBRAL)
              END-IF.
              IF FUNCTION TEST-NUMVAL(PAR-DIAS-VENTANA) = ZEROES
                 AND FUNCTION NUMVAL(PAR-DIAS-VENTANA) > ZEROES
                 COMPUTE WS-DIAS-VENTANA =
                    FUNCTION NUMVAL(PAR-DIAS-VENTANA)
              END-IF.
              IF FUNCTION TEST-NUMVAL(PAR-MIN-OPERACIONES) = ZEROES
                 AND FUNCTION NUMVAL(PAR-MIN-OPERACIONES) > 1
                 COMPUTE WS-MIN-OPERACIONES =
                    FUNCTION NUMVAL(PAR-MIN-OPERACIONES)
              END-IF.
              IF FUNCTION TEST-NUMVAL(PAR-MESES-SIN-ACTIVIDAD) = ZEROES
                 AND FUNCTION NUMVAL(PAR-MESES-SIN-ACTIVIDAD) > ZEROES
                 COMPUTE WS-MESES-SIN-ACTIVIDAD =
                    FUNCTION NUMVAL(PAR-MESES-SIN-ACTIVIDAD)
              END-IF.
              IF FUNCTION TEST-NUMVAL(PAR-IMPORTE-SUBITO) = ZEROES
                 AND FUNCTION NUMVAL(PAR-IMPORTE-SUBITO) > ZEROES
                 COMPUTE WS-IMPORTE-SUBITO =
                    FUNCTION NUMVAL(PAR-IMPORTE-SUBITO)
              END-IF.

      ****************************************************************
      * CALCULAR-PERIODO - PRIMER Y ULTIMO DIA DEL MES CONTROLADO Y
      * EL COMIENZO DEL PERIODO SIN ACTIVIDAD QUE SE EXIGE ANTES DEL
      * MES PARA CONSIDERAR SUBITA LA ACTIVIDAD DE UNA CUENTA. EL
      * ULTIMO DIA SE TOMA COMO 31 PORQUE LAS FECHAS SE COMPARAN COMO
      * TEXTO AAAA-MM-DD
      ****************************************************************
           CALCULAR-PERIODO.
              IF WS-MES-CONTROL (1:4) NOT NUMERIC
                 OR WS-MES-CONTROL (6:2) NOT NUMERIC
                 OR WS-MES-CONTROL (6:2) < "01"
                 OR WS-MES-CONTROL (6:2) > "12"
                 DISPLAY "MES INVALIDO - SE ESPERA AAAA-MM."
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              ELSE
                 MOVE SPACES TO WS-FECHA-DESDE
                 STRING WS-MES-CONTROL DELIMITED BY SIZE
                        "-01"          DELIMITED BY SIZE
                    INTO WS-FECHA-DESDE
                 MOVE SPACES TO WS-FECHA-HASTA
                 STRING WS-MES-CONTROL DELIMITED BY SIZE
                        "-31"          DELIMITED BY SIZE
                    INTO WS-FECHA-HASTA
                 MOVE WS-MES-CONTROL (1:4) TO WS-ANIO-CALCULO
                 MOVE WS-MES-CONTROL (6:2) TO WS-MES-CALCULO
                 SUBTRACT WS-MESES-SIN-ACTIVIDAD FROM WS-MES-CALCULO
                 PERFORM RETROCEDER-ANIO
                 UNTIL WS-MES-CALCULO > ZEROES
                 MOVE WS-ANIO-CALCULO TO MUESTRA-ANIO
                 MOVE WS-MES-CALCULO TO MUESTRA-MES
                 MOVE SPACES TO WS-FECHA-SIN-ACTIVIDAD
                 STRING MUESTRA-ANIO DELIMITED BY SIZE
                        "-"          DELIMITED BY SIZE
                        MUESTRA-MES  DELIMITED BY SIZE
                        "-01"        DELIMITED BY SIZE
                    INTO WS-FECHA-SIN-ACTIVIDAD
              END-IF.

           RETROCEDER-ANIO.
              ADD 12 TO WS-MES-CALCULO.
              SUBTRACT 1 FROM WS-ANIO-CALCULO.

      ****************************************************************
      * APERTURA DE ARCHIVOS
      ****************************************************************
           APERTURA_ARCHIVO.
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
              OPEN INPUT CUENTAS.
              IF WS-CTA-STATUS NOT = "00" AND WS-CTA-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR CUENTAS - STATUS "
                         WS-CTA-STATUS
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
              OPEN OUTPUT REPORTE-LAVADO.
              IF WS-REP-STATUS NOT = "00" AND WS-REP-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR LAVADO_REPORTE.TXT - STATUS "
                         WS-REP-STATUS
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.
              OPEN OUTPUT REGULADOR.
              IF WS-REG-STATUS NOT = "00" AND WS-REG-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR LAVADO_REGULADOR.DAT - "
                         "STATUS " WS-REG-STATUS
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.

      *****************************************************************
      * CERRAR ARCHIVOS
      *****************************************************************
           CERRAR-ARCHIVO.
             CLOSE MOVIMIENTOS.
             CLOSE HISTORICO.
             CLOSE CUENTAS.
             CLOSE CLIENTES.
             CLOSE REPORTE-LAVADO.
             CLOSE REGULADOR.

      ****************************************************************
      * TOMAR-MOVIMIENTO / TOMAR-HISTORICO - LOS MOVIMIENTOS VIVOS Y
      * LOS YA PURGADOS AL HISTORICO SE EVALUAN IGUAL: EL REGISTRO
      * DEL HISTORICO SE PASA AL AREA DE MOVIMIENTOS, QUE YA FUE
      * LEIDO HASTA EL FINAL
      ****************************************************************
           TOMAR-MOVIMIENTO.
              PERFORM EVALUAR-MOVIMIENTO.
              PERFORM LEER-MOVIMIENTO.

           TOMAR-HISTORICO.
              MOVE HISTORICO-REGISTRO TO MOVIMIENTOS-REGISTRO.
              PERFORM EVALUAR-MOVIMIENTO.
              PERFORM LEER-HISTORICO.

      ****************************************************************
      * EVALUAR-MOVIMIENTO - SOLO INTERESAN LOS MOVIMIENTOS DEL MES.
      * TODO MOVIMIENTO DEL CLIENTE CUENTA COMO ACTIVIDAD DE LA
      * CUENTA (LA COMISION Y EL INTERES LOS GENERA EL BANCO); LOS
      * DEPOSITOS, EXTRACCIONES Y TRANSFERENCIAS ENTRAN ADEMAS EN LA
      * TABLA DE OPERACIONES DEL TITULAR. LOS UMBRALES ESTAN EN
      * PESOS: EL IMPORTE SE CONVIERTE A LA COTIZACION VIGENTE AL
      * ULTIMO DIA DEL MES Y TODAS LAS COMPARACIONES Y SUMAS SE
      * HACEN EN PESOS. UN MOVIMIENTO EN UNA MONEDA SIN COTIZACION
      * NO SE PUEDE EVALUAR Y SE INFORMA COMO EXCEPCION
      ****************************************************************
           EVALUAR-MOVIMIENTO.
              IF FECHA_MOV (1:10) NOT < WS-FECHA-DESDE
                 AND FECHA_MOV (1:10) NOT > WS-FECHA-HASTA
                 AND COD_OPER NOT = "COMISION"
                 AND COD_OPER NOT = "INTERES"
                 AND FUNCTION TEST-NUMVAL(IMPORTE) = ZEROES
                 ADD 1 TO WS-CANT-DEL-MES
                 PERFORM CONVERTIR-A-PESOS
              END-IF.

           CONVERTIR-A-PESOS.
              COMPUTE WS-IMPORTE-ORIGINAL = FUNCTION NUMVAL(IMPORTE).
              IF MONEDA = SPACES
                 MOVE "ARS" TO WS-MONEDA-MOV
              ELSE
                 MOVE MONEDA TO WS-MONEDA-MOV
              END-IF.
              MOVE WS-MONEDA-MOV TO COT-MONEDA-BUSCADA.
              PERFORM BUSCAR-COTIZACION.
              IF COT-HALLADA = "N"
                 ADD 1 TO WS-CANT-SIN-COTIZ
              ELSE
                 COMPUTE WS-IMPORTE-NUM ROUNDED =
                    WS-IMPORTE-ORIGINAL * COT-TIPO-HALLADO
                 PERFORM BUSCAR-TITULAR
                 PERFORM ACUMULAR-ACTIVIDAD
                 IF COD_OPER = "DEPOSITO" OR COD_OPER = "EXTRACCI"
                    OR COD_OPER = "TRANSFER"
                    PERFORM AGREGAR-OPERACION
                 END-IF
              END-IF.

      ****************************************************************
      * BUSCAR-TITULAR - EL TITULAR SE IDENTIFICA POR EL CUIT DEL
      * CLIENTE DE LA CUENTA. SI LA CUENTA O EL CLIENTE NO ESTAN EN
      * LOS MAESTROS SE AGRUPA POR EL CODIGO DE CLIENTE DEL
      * MOVIMIENTO
      ****************************************************************
           BUSCAR-TITULAR.
              MOVE COD_CLI TO WS-TITULAR.
              MOVE "CLIENTE NO REGISTRADO" TO WS-NOMBRE.
              MOVE SPACES TO WS-FECHA-ALTA.
              MOVE CLAVE-CUENTA TO CTA-CLAVE-CUENTA.
              READ CUENTAS RECORD
                 INVALID KEY
                    MOVE COD_CLI TO CTA-COD-CLI
                 NOT INVALID KEY
                    MOVE CTA-FECHA-ALTA TO WS-FECHA-ALTA
              END-READ.
              MOVE CTA-COD-CLI TO CLI-COD-CLI.
              READ CLIENTES RECORD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE CLI-NOMBRE TO WS-NOMBRE
                    IF CLI-CUIT NOT = SPACES
                       MOVE CLI-CUIT TO WS-TITULAR
                    ELSE
                       MOVE CLI-COD-CLI TO WS-TITULAR
                    END-IF
              END-READ.

      ****************************************************************
      * ACUMULAR-ACTIVIDAD - CANTIDAD E IMPORTE DEL MES POR CUENTA
      ****************************************************************
           ACUMULAR-ACTIVIDAD.
              MOVE ZEROES TO WS-POS-ACT.
              PERFORM BUSCAR-ACTIVIDAD
                 VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > CANT-ACT
                    OR WS-POS-ACT > ZEROES.
              IF WS-POS-ACT = ZEROES
                 IF CANT-ACT < 2000
                    ADD 1 TO CANT-ACT
                    MOVE CANT-ACT TO WS-POS-ACT
                    MOVE CLAVE-CUENTA TO ACT-CLAVE-CUENTA (WS-POS-ACT)
                    MOVE WS-TITULAR TO ACT-TITULAR (WS-POS-ACT)
                    MOVE WS-NOMBRE TO ACT-NOMBRE (WS-POS-ACT)
                    MOVE WS-FECHA-ALTA TO ACT-FECHA-ALTA (WS-POS-ACT)
                    MOVE ZEROES TO ACT-CANT (WS-POS-ACT)
                    MOVE ZEROES TO ACT-IMPORTE (WS-POS-ACT)
                    MOVE WS-MONEDA-MOV TO ACT-MONEDA (WS-POS-ACT)
                    MOVE ZEROES TO ACT-IMPORTE-ORIGINAL (WS-POS-ACT)
                 ELSE
                    ADD 1 TO WS-CANT-OMITIDAS
                 END-IF
              END-IF.
              IF WS-POS-ACT > ZEROES
                 ADD 1 TO ACT-CANT (WS-POS-ACT)
                 ADD WS-IMPORTE-NUM TO ACT-IMPORTE (WS-POS-ACT)
                 ADD WS-IMPORTE-ORIGINAL
                    TO ACT-IMPORTE-ORIGINAL (WS-POS-ACT)
              END-IF.

           BUSCAR-ACTIVIDAD.
              IF ACT-CLAVE-CUENTA (WS-I) = CLAVE-CUENTA
                 MOVE WS-I TO WS-POS-ACT.

      ****************************************************************
      * AGREGAR-OPERACION - INSERTA LA OPERACION ORDENADA POR TITULAR,
      * FECHA Y CUENTA. EL DIA SE GUARDA COMO NUMERO CORRELATIVO PARA
      * MEDIR LA VENTANA DEL FRACCIONAMIENTO
      ****************************************************************
           AGREGAR-OPERACION.
              MOVE WS-TITULAR TO NUE-TITULAR.
              MOVE FECHA_MOV TO NUE-FECHA.
              MOVE CLAVE-CUENTA TO NUE-CLAVE-CUENTA.
              MOVE WS-NOMBRE TO NUE-NOMBRE.
              MOVE COD_OPER TO NUE-COD-OPER.
              MOVE WS-IMPORTE-NUM TO NUE-IMPORTE.
              MOVE WS-MONEDA-MOV TO NUE-MONEDA.
              MOVE WS-IMPORTE-ORIGINAL TO NUE-IMPORTE-ORIGINAL.
              MOVE SPACES TO NUE-MARCA.
              IF WS-IMPORTE-NUM > WS-UMBRAL
                 MOVE "U" TO NUE-MARCA
              END-IF.
              MOVE FECHA_MOV (1:4) TO WS-FECHA-ANIO.
              MOVE FECHA_MOV (6:2) TO WS-FECHA-MES.
              MOVE FECHA_MOV (9:2) TO WS-FECHA-DIA.
              IF WS-FECHA-NUMERICA NUMERIC
                 COMPUTE NUE-DIA =
                    FUNCTION INTEGER-OF-DATE(WS-FECHA-NUMERICA)
              ELSE
                 MOVE ZEROES TO NUE-DIA
              END-IF.
              IF CANT-OPE = 5000
                 ADD 1 TO WS-CANT-OMITIDAS
              ELSE
                 MOVE ZEROES TO WS-POS-INS
                 PERFORM UBICAR-POSICION-INSERCION
                    VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > CANT-OPE
                       OR WS-POS-INS > ZEROES
                 IF WS-POS-INS = ZEROES
                    COMPUTE WS-POS-INS = CANT-OPE + 1
                 END-IF
                 PERFORM DESPLAZAR-OPERACION
                    VARYING WS-J FROM CANT-OPE BY -1
                    UNTIL WS-J < WS-POS-INS
                 ADD 1 TO CANT-OPE
                 MOVE WS-OPERACION-NUEVA TO OPE-ITEM (WS-POS-INS)
              END-IF.

           UBICAR-POSICION-INSERCION.
              IF OPE-CLAVE (WS-I) > NUE-CLAVE
                 MOVE WS-I TO WS-POS-INS.

           DESPLAZAR-OPERACION.
              COMPUTE WS-K = WS-J + 1.
              MOVE OPE-ITEM (WS-J) TO OPE-ITEM (WS-K).

      ****************************************************************
      * INFORMAR-OPERACIONES-UMBRAL - CASO 1: CADA DEPOSITO,
      * EXTRACCION O TRANSFERENCIA INDIVIDUAL SOBRE EL UMBRAL
      ****************************************************************
           INFORMAR-OPERACIONES-UMBRAL.
              MOVE SPACES TO REPORTE-REGISTRO.
              WRITE REPORTE-REGISTRO.
              MOVE "1 - OPERACIONES INDIVIDUALES SOBRE EL UMBRAL"
                 TO REPORTE-REGISTRO.
              WRITE REPORTE-REGISTRO.
              WRITE REPORTE-REGISTRO FROM LINEA-COLUMNAS-UMBRAL.
              PERFORM INFORMAR-UNA-OPERACION-UMBRAL
                 VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > CANT-OPE.

           INFORMAR-UNA-OPERACION-UMBRAL.
              IF OPE-MARCA (WS-I) = "U"
                 ADD 1 TO WS-CASOS-UMBRAL
                 PERFORM GRABAR-DETALLE-OPERACION
                 MOVE SPACES TO REG-DETALLE
                 MOVE "U" TO REG-CASO
                 MOVE OPE-TITULAR (WS-I) TO REG-CUIT
                 MOVE OPE-NOMBRE (WS-I) TO REG-NOMBRE
                 MOVE OPE-SUCURSAL (WS-I) TO REG-SUCURSAL
                 MOVE OPE-CUENTA (WS-I) TO REG-CUENTA
                 MOVE OPE-FECHA (WS-I) (1:10) TO REG-FECHA-DESDE
                 MOVE OPE-FECHA (WS-I) (1:10) TO REG-FECHA-HASTA
                 MOVE OPE-COD-OPER (WS-I) TO REG-COD-OPER
                 MOVE 1 TO REG-CANTIDAD
                 MOVE OPE-IMPORTE (WS-I) TO REG-IMPORTE
                 MOVE OPE-MONEDA (WS-I) TO REG-MONEDA
                 MOVE OPE-IMPORTE-ORIGINAL (WS-I)
                    TO REG-IMPORTE-ORIGINAL
                 PERFORM GRABAR-DETALLE-REGULADOR
              END-IF.

           GRABAR-DETALLE-OPERACION.
              MOVE OPE-TITULAR (WS-I) TO DOP-CUIT.
              MOVE OPE-NOMBRE (WS-I) TO DOP-NOMBRE.
              MOVE OPE-SUCURSAL (WS-I) TO DOP-SUCURSAL.
              MOVE OPE-CUENTA (WS-I) TO DOP-CUENTA.
              MOVE OPE-FECHA (WS-I) TO DOP-FECHA.
              MOVE OPE-COD-OPER (WS-I) TO DOP-COD-OPER.
              MOVE OPE-IMPORTE (WS-I) TO DOP-IMPORTE.
              WRITE REPORTE-REGISTRO FROM LINEA-DETALLE-OPERACION.

      ****************************************************************
      * INFORMAR-FRACCIONAMIENTO - CASO 2: DESDE CADA OPERACION LIBRE
      * DEBAJO DEL UMBRAL SE ABRE UNA VENTANA DE DIAS SOBRE TODAS LAS
      * CUENTAS DEL MISMO TITULAR. SI LA VENTANA JUNTA LA CANTIDAD
      * MINIMA DE OPERACIONES Y SU SUMA SUPERA EL UMBRAL SE INFORMA
      * UNA VEZ CON EL DETALLE, Y SUS OPERACIONES NO VUELVEN A ABRIR
      * NI A INTEGRAR OTRA VENTANA
      ****************************************************************
           INFORMAR-FRACCIONAMIENTO.
              MOVE SPACES TO REPORTE-REGISTRO.
              WRITE REPORTE-REGISTRO.
              MOVE "2 - POSIBLE FRACCIONAMIENTO DEBAJO DEL UMBRAL"
                 TO REPORTE-REGISTRO.
              WRITE REPORTE-REGISTRO.
              WRITE REPORTE-REGISTRO FROM LINEA-COLUMNAS-FRACCION.
              PERFORM EVALUAR-VENTANA
                 VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > CANT-OPE.

           EVALUAR-VENTANA.
              IF OPE-MARCA (WS-I) = SPACES
                 AND OPE-DIA (WS-I) > ZEROES
                 MOVE ZEROES TO WS-VENTANA-CANT
                 MOVE ZEROES TO WS-VENTANA-IMPORTE
                 MOVE ZEROES TO WS-VENTANA-ORIGINAL
                 MOVE OPE-MONEDA (WS-I) TO WS-VENTANA-MONEDA
                 MOVE WS-I TO WS-VENTANA-HASTA
                 PERFORM SUMAR-EN-VENTANA
                    VARYING WS-J FROM WS-I BY 1
                    UNTIL WS-J > CANT-OPE
                       OR OPE-TITULAR (WS-J) NOT = OPE-TITULAR (WS-I)
                       OR OPE-DIA (WS-J) - OPE-DIA (WS-I)
                          NOT < WS-DIAS-VENTANA
                 IF WS-VENTANA-CANT NOT < WS-MIN-OPERACIONES
                    AND WS-VENTANA-IMPORTE > WS-UMBRAL
                    PERFORM INFORMAR-VENTANA
                 END-IF
              END-IF.

           SUMAR-EN-VENTANA.
              IF OPE-MARCA (WS-J) = SPACES
                 ADD 1 TO WS-VENTANA-CANT
                 ADD OPE-IMPORTE (WS-J) TO WS-VENTANA-IMPORTE
                 ADD OPE-IMPORTE-ORIGINAL (WS-J) TO WS-VENTANA-ORIGINAL
                 IF OPE-MONEDA (WS-J) NOT = WS-VENTANA-MONEDA
                    MOVE "ARS" TO WS-VENTANA-MONEDA
                 END-IF
                 MOVE WS-J TO WS-VENTANA-HASTA
              END-IF.

           INFORMAR-VENTANA.
              ADD 1 TO WS-CASOS-FRACCION.
              MOVE OPE-TITULAR (WS-I) TO DFR-CUIT.
              MOVE OPE-NOMBRE (WS-I) TO DFR-NOMBRE.
              MOVE OPE-FECHA (WS-I) (1:10) TO DFR-DESDE.
              MOVE OPE-FECHA (WS-VENTANA-HASTA) (1:10) TO DFR-HASTA.
              MOVE WS-VENTANA-CANT TO DFR-CANT.
              MOVE WS-VENTANA-IMPORTE TO DFR-IMPORTE.
              WRITE REPORTE-REGISTRO FROM LINEA-DETALLE-FRACCION.
              MOVE SPACES TO REG-DETALLE.
              MOVE "F" TO REG-CASO.
              MOVE OPE-TITULAR (WS-I) TO REG-CUIT.
              MOVE OPE-NOMBRE (WS-I) TO REG-NOMBRE.
              MOVE OPE-FECHA (WS-I) (1:10) TO REG-FECHA-DESDE.
              MOVE OPE-FECHA (WS-VENTANA-HASTA) (1:10)
                 TO REG-FECHA-HASTA.
              MOVE WS-VENTANA-CANT TO REG-CANTIDAD.
              MOVE WS-VENTANA-IMPORTE TO REG-IMPORTE.
              MOVE WS-VENTANA-MONEDA TO REG-MONEDA.
              IF WS-VENTANA-MONEDA = "ARS"
                 MOVE WS-VENTANA-IMPORTE TO REG-IMPORTE-ORIGINAL
              ELSE
                 MOVE WS-VENTANA-ORIGINAL TO REG-IMPORTE-ORIGINAL
              END-IF.
              PERFORM GRABAR-DETALLE-REGULADOR.
              MOVE WS-I TO WS-K.
              PERFORM MARCAR-EN-VENTANA
                 VARYING WS-J FROM WS-K BY 1
                 UNTIL WS-J > WS-VENTANA-HASTA.
              MOVE WS-K TO WS-I.
              MOVE SPACES TO REPORTE-REGISTRO.
              WRITE REPORTE-REGISTRO.

           MARCAR-EN-VENTANA.
              IF OPE-MARCA (WS-J) = SPACES
                 MOVE "F" TO OPE-MARCA (WS-J)
                 MOVE WS-J TO WS-I
                 PERFORM GRABAR-DETALLE-OPERACION
              END-IF.

      ****************************************************************
      * INFORMAR-ACTIVIDAD-SUBITA - CASO 3: CUENTAS QUE YA EXISTIAN Y
      * NO TUVIERON MOVIMIENTOS DEL CLIENTE EN LOS MESES PREVIOS AL
      * CONTROLADO, Y EN EL MES MOVIERON AL MENOS EL IMPORTE MINIMO.
      * LAS CUENTAS ABIERTAS DENTRO DEL PERIODO SIN ACTIVIDAD NO
      * TIENEN HISTORIA CONTRA LA CUAL COMPARAR Y NO SE INFORMAN
      ****************************************************************
           INFORMAR-ACTIVIDAD-SUBITA.
              MOVE SPACES TO REPORTE-REGISTRO.
              WRITE REPORTE-REGISTRO.
              MOVE "3 - ACTIVIDAD SUBITA EN CUENTAS SIN MOVIMIENTOS"
                 TO REPORTE-REGISTRO.
              WRITE REPORTE-REGISTRO.
              WRITE REPORTE-REGISTRO FROM LINEA-COLUMNAS-SUBITA.
              PERFORM EVALUAR-CUENTA-SUBITA
                 VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > CANT-ACT.

           EVALUAR-CUENTA-SUBITA.
              IF ACT-IMPORTE (WS-I) NOT < WS-IMPORTE-SUBITO
                 AND ACT-FECHA-ALTA (WS-I) NOT = SPACES
                 AND ACT-FECHA-ALTA (WS-I) < WS-FECHA-SIN-ACTIVIDAD
                 MOVE ACT-CLAVE-CUENTA (WS-I) TO WS-CLAVE-BUSCADA
                 MOVE "N" TO WS-HAY-ACTIVIDAD-PREVIA
                 PERFORM BUSCAR-PREVIA-MOVIMIENTOS
                 IF WS-HAY-ACTIVIDAD-PREVIA = "N"
                    PERFORM BUSCAR-PREVIA-HISTORICO
                 END-IF
                 IF WS-HAY-ACTIVIDAD-PREVIA = "N"
                    PERFORM INFORMAR-CUENTA-SUBITA
                 END-IF
              END-IF.

      ****************************************************************
      * BUSCAR-PREVIA-MOVIMIENTOS / BUSCAR-PREVIA-HISTORICO - BUSCA
      * UN MOVIMIENTO DEL CLIENTE ENTRE EL COMIENZO DEL PERIODO SIN
      * ACTIVIDAD Y EL PRIMER DIA DEL MES CONTROLADO
      ****************************************************************
           BUSCAR-PREVIA-MOVIMIENTOS.
              MOVE WS-CLAVE-BUSCADA TO CLAVE-CUENTA.
              MOVE "1" TO WS-FIN-CUENTA.
              START MOVIMIENTOS KEY IS NOT LESS THAN CLAVE-CUENTA
                 INVALID KEY
                    MOVE "0" TO WS-FIN-CUENTA
              END-START.
              PERFORM LEER-PREVIA-MOVIMIENTO
              UNTIL WS-FIN-CUENTA = "0".

           LEER-PREVIA-MOVIMIENTO.
              READ MOVIMIENTOS NEXT RECORD
                 AT END MOVE "0" TO WS-FIN-CUENTA
              END-READ.
              IF WS-FIN-CUENTA NOT = "0"
                 IF CLAVE-CUENTA = WS-CLAVE-BUSCADA
                    IF COD_OPER NOT = "COMISION"
                       AND COD_OPER NOT = "INTERES"
                       AND FECHA_MOV (1:10) NOT < WS-FECHA-SIN-ACTIVIDAD
                       AND FECHA_MOV (1:10) < WS-FECHA-DESDE
                       MOVE "S" TO WS-HAY-ACTIVIDAD-PREVIA
                       MOVE "0" TO WS-FIN-CUENTA
                    END-IF
                 ELSE
                    MOVE "0" TO WS-FIN-CUENTA
                 END-IF
              END-IF.

           BUSCAR-PREVIA-HISTORICO.
              MOVE WS-CLAVE-BUSCADA TO HIS-CLAVE-CUENTA.
              MOVE "1" TO WS-FIN-CUENTA.
              START HISTORICO KEY IS NOT LESS THAN HIS-CLAVE-CUENTA
                 INVALID KEY
                    MOVE "0" TO WS-FIN-CUENTA
              END-START.
              PERFORM LEER-PREVIA-HISTORICO
              UNTIL WS-FIN-CUENTA = "0".

           LEER-PREVIA-HISTORICO.
              READ HISTORICO NEXT RECORD
                 AT END MOVE "0" TO WS-FIN-CUENTA
              END-READ.
              IF WS-FIN-CUENTA NOT = "0"
                 IF HIS-CLAVE-CUENTA = WS-CLAVE-BUSCADA
                    IF HIS-COD-OPER NOT = "COMISION"
                       AND HIS-COD-OPER NOT = "INTERES"
                       AND HIS-FECHA-MOV (1:10)
                           NOT < WS-FECHA-SIN-ACTIVIDAD
                       AND HIS-FECHA-MOV (1:10) < WS-FECHA-DESDE
                       MOVE "S" TO WS-HAY-ACTIVIDAD-PREVIA
                       MOVE "0" TO WS-FIN-CUENTA
                    END-IF
                 ELSE
                    MOVE "0" TO WS-FIN-CUENTA
                 END-IF
              END-IF.

           INFORMAR-CUENTA-SUBITA.
              ADD 1 TO WS-CASOS-SUBITA.
              MOVE ACT-TITULAR (WS-I) TO DSU-CUIT.
              MOVE ACT-NOMBRE (WS-I) TO DSU-NOMBRE.
              MOVE ACT-CLAVE-CUENTA (WS-I) (1:8) TO DSU-SUCURSAL.
              MOVE ACT-CLAVE-CUENTA (WS-I) (9:15) TO DSU-CUENTA.
              MOVE ACT-CANT (WS-I) TO DSU-CANT.
              MOVE ACT-IMPORTE (WS-I) TO DSU-IMPORTE.
              MOVE WS-FECHA-SIN-ACTIVIDAD TO DSU-SIN-MOV-DESDE.
              WRITE REPORTE-REGISTRO FROM LINEA-DETALLE-SUBITA.
              MOVE SPACES TO REG-DETALLE.
              MOVE "S" TO REG-CASO.
              MOVE ACT-TITULAR (WS-I) TO REG-CUIT.
              MOVE ACT-NOMBRE (WS-I) TO REG-NOMBRE.
              MOVE ACT-CLAVE-CUENTA (WS-I) (1:8) TO REG-SUCURSAL.
              MOVE ACT-CLAVE-CUENTA (WS-I) (9:15) TO REG-CUENTA.
              MOVE WS-FECHA-DESDE TO REG-FECHA-DESDE.
              MOVE WS-FECHA-HASTA TO REG-FECHA-HASTA.
              MOVE ACT-CANT (WS-I) TO REG-CANTIDAD.
              MOVE ACT-IMPORTE (WS-I) TO REG-IMPORTE.
              MOVE ACT-MONEDA (WS-I) TO REG-MONEDA.
              MOVE ACT-IMPORTE-ORIGINAL (WS-I) TO REG-IMPORTE-ORIGINAL.
              PERFORM GRABAR-DETALLE-REGULADOR.

      ****************************************************************
      * ARCHIVO DEL REGULADOR - CABECERA, DETALLES Y PIE
      ****************************************************************
           GRABAR-DETALLE-REGULADOR.
              MOVE "D" TO REG-TIPO-REGISTRO.
              WRITE REG-DETALLE.
              ADD 1 TO WS-CANT-REGULADOR.
              ADD REG-IMPORTE TO WS-IMPORTE-REGULADOR.

           GRABAR-PIE-REGULADOR.
              MOVE SPACES TO REG-PIE.
              MOVE "T" TO PIE-TIPO-REGISTRO.
              MOVE WS-CANT-REGULADOR TO PIE-CANTIDAD.
              MOVE WS-IMPORTE-REGULADOR TO PIE-IMPORTE.
              WRITE REG-PIE.

      ****************************************************************
      * TITULO Y TOTALES DEL REPORTE DE REVISION
      ****************************************************************
           GRABAR-TITULO-REPORTE.
              MOVE WS-MES-CONTROL TO TIT-MES.
              WRITE REPORTE-REGISTRO FROM LINEA-TITULO-REPORTE.
              MOVE WS-UMBRAL TO PRM-UMBRAL.
              MOVE WS-DIAS-VENTANA TO PRM-DIAS.
              MOVE WS-MIN-OPERACIONES TO PRM-MINIMO.
              MOVE WS-MESES-SIN-ACTIVIDAD TO PRM-MESES.
              WRITE REPORTE-REGISTRO FROM LINEA-PARAMETROS.
              MOVE SPACES TO REG-CABECERA.
              MOVE "C" TO CAB-TIPO-REGISTRO.
              MOVE WS-MES-CONTROL TO CAB-PERIODO.
              ACCEPT CAB-FECHA-GENERACION FROM DATE YYYYMMDD.
              WRITE REG-CABECERA.

           GRABAR-TOTALES.
              MOVE SPACES TO REPORTE-REGISTRO.
              WRITE REPORTE-REGISTRO.
              MOVE "OPERACIONES SOBRE EL UMBRAL:" TO TOT-TEXTO.
              MOVE WS-CASOS-UMBRAL TO TOT-CANT.
              WRITE REPORTE-REGISTRO FROM LINEA-TOTAL-CASOS.
              MOVE "POSIBLES FRACCIONAMIENTOS:" TO TOT-TEXTO.
              MOVE WS-CASOS-FRACCION TO TOT-CANT.
              WRITE REPORTE-REGISTRO FROM LINEA-TOTAL-CASOS.
              MOVE "CUENTAS CON ACTIVIDAD SUBITA:" TO TOT-TEXTO.
              MOVE WS-CASOS-SUBITA TO TOT-CANT.
              WRITE REPORTE-REGISTRO FROM LINEA-TOTAL-CASOS.
              IF WS-CANT-OMITIDAS > ZEROES
                 MOVE "ATENCION - MOVIMIENTOS FUERA DE TABLA:"
                    TO TOT-TEXTO
                 MOVE WS-CANT-OMITIDAS TO TOT-CANT
                 WRITE REPORTE-REGISTRO FROM LINEA-TOTAL-CASOS
              END-IF.
              IF WS-CANT-SIN-COTIZ > ZEROES
                 MOVE "ATENCION - MOVIMIENTOS SIN COTIZACION:"
                    TO TOT-TEXTO
                 MOVE WS-CANT-SIN-COTIZ TO TOT-CANT
                 WRITE REPORTE-REGISTRO FROM LINEA-TOTAL-CASOS
              END-IF.
              PERFORM GRABAR-PIE-REGULADOR.

      *****************************************************************
      * LEE SIGUIENTE MOVIMIENTO
      *****************************************************************
           LEER-MOVIMIENTO.
           READ MOVIMIENTOS NEXT RECORD
           AT END
           MOVE "0" TO FIN_ARCHIVO.

           IF FIN_ARCHIVO NOT = "0"
              ADD 1 TO WS-CANT-LEIDOS.

      *****************************************************************
      * LEE SIGUIENTE MOVIMIENTO DEL HISTORICO
      *****************************************************************
           LEER-HISTORICO.
           READ HISTORICO NEXT RECORD
           AT END
           MOVE "0" TO FIN_ARCHIVO.

           IF FIN_ARCHIVO NOT = "0"
              ADD 1 TO WS-CANT-LEIDOS.

      *****************************************************************
      * MOSTRAR-CONTROL-LAVADO - CIFRAS DE CONTROL DE LA CORRIDA
      *****************************************************************
           MOSTRAR-CONTROL-LAVADO.
              DISPLAY " ".
              DISPLAY "PREVENCION DE LAVADO - MES " WS-MES-CONTROL.
              DISPLAY "MOVIMIENTOS LEIDOS:          " WS-CANT-LEIDOS.
              DISPLAY "MOVIMIENTOS DEL MES:         " WS-CANT-DEL-MES.
              DISPLAY "OPERACIONES SOBRE EL UMBRAL: " WS-CASOS-UMBRAL.
              DISPLAY "POSIBLES FRACCIONAMIENTOS:   "
                      WS-CASOS-FRACCION.
              DISPLAY "CUENTAS CON ACTIVIDAD SUBITA:" WS-CASOS-SUBITA.
              DISPLAY "REGISTROS PARA EL REGULADOR: "
                      WS-CANT-REGULADOR.
              IF WS-CANT-OMITIDAS > ZEROES
                 DISPLAY "ATENCION: " WS-CANT-OMITIDAS
                         " MOVIMIENTOS NO ENTRARON EN LAS TABLAS "
                         "Y NO SE EVALUAN."
              END-IF.
              IF WS-CANT-SIN-COTIZ > ZEROES
                 DISPLAY "ATENCION: " WS-CANT-SIN-COTIZ
                         " MOVIMIENTOS SIN COTIZACION AL "
                         WS-FECHA-HASTA " NO SE EVALUAN."
              END-IF.

      *****************************************************************
      * GRABAR-RUN-LOG - AGREGA EL CIERRE DE ESTA EJECUCION A LA
      * BITACORA COMUN DE LA CADENA NOCTURNA
      *****************************************************************
           GRABAR-RUN-LOG.
              OPEN EXTEND RUNLOG.
              IF WS-LOG-STATUS = "00" OR WS-LOG-STATUS = "05"
                 MOVE "PREVENCION LAVADO" TO LOG-PROGRAMA
                 ACCEPT LOG-FECHA FROM DATE YYYYMMDD
                 MOVE WS-HORA-INICIO TO LOG-HORA-INICIO
                 ACCEPT LOG-HORA-FIN FROM TIME
                 MOVE WS-CANT-LEIDOS TO LOG-LEIDOS
                 MOVE WS-CANT-REGULADOR TO LOG-GRABADOS
                 COMPUTE LOG-EXCEPCIONES =
                    WS-CANT-OMITIDAS + WS-CANT-SIN-COTIZ
                 MOVE ZEROES TO LOG-CLIENTES
                 MOVE WS-IMPORTE-REGULADOR TO LOG-HASH-IMPORTE
                 MOVE SPACES TO LOG-ESTADOS
                 STRING WS-MOV-STATUS  DELIMITED BY SIZE
                        WS-HIST-STATUS DELIMITED BY SIZE
                        WS-CTA-STATUS  DELIMITED BY SIZE
                        WS-CLI-STATUS  DELIMITED BY SIZE
                        WS-REG-STATUS  DELIMITED BY SIZE
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

           COPY "CARGCOT.CPY".
