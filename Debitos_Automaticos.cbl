       IDENTIFICATION DIVISION.
       PROGRAM-ID.DebitosAutomaticos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       SELECT OPTIONAL EMPRESAS
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\deb_empresas.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-EMP-STATUS.

       SELECT OPTIONAL SOLICITUDES
       ASSIGN TO WS-NOMBRE-SOLICITUDES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SOL-STATUS.

       SELECT OPTIONAL RESPUESTA-EMPRESA
       ASSIGN TO WS-NOMBRE-RESPUESTA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RES-STATUS.

       SELECT OPTIONAL ADHESIONES
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\adhesiones.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ADH-CLAVE
       ALTERNATE RECORD KEY IS ADH-CLAVE-CUENTA WITH DUPLICATES
       FILE STATUS IS WS-ADH-STATUS.

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

       SELECT OPTIONAL CUENTAS
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\cuentas.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CTA-CLAVE-CUENTA
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

       SELECT OPTIONAL REFERENCIAS
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\deb_referencias.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DRF-CLAVE
       FILE STATUS IS WS-REF-STATUS.

       SELECT OPTIONAL RUNLOG
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\run_log.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPRESAS.
       01 EMPRESAS-REGISTRO.
               05 EMP-CODIGO PIC X(8).
               05 EMP-NOMBRE PIC X(30).

       FD SOLICITUDES.
       01 SOLICITUDES-REGISTRO.
               05 SOL-ID-DEBITO PIC X(13).
               05 SOL-REFERENCIA PIC X(20).
               05 SOL-IMPORTE PIC X(15).
               05 SOL-FECHA-VTO PIC X(10).

       FD RESPUESTA-EMPRESA.
       01 RESPUESTA-REGISTRO PIC X(80).

       FD ADHESIONES.
           COPY "ADHREG.CPY".

       FD MOVIMIENTOS.
           COPY "MOVREG.CPY".

       FD CODOPER.
           COPY "CODREG.CPY".

       FD CUENTAS.
           COPY "CTAREG.CPY".

       FD SALDOS.
           COPY "SALREG.CPY".

       FD ACUERDOS.
           COPY "ACUREG.CPY".

       FD REFERENCIAS.
           COPY "DRFREG.CPY".

       FD RUNLOG.
           COPY "RUNLOG.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-IMPORTE-SOLICITADO.
               05 FILLER PIC X(30)
                  VALUE "IMPORTE TOTAL SOLICITADO: ".
               05 MUESTRA-IMPORTE-SOLICITADO PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 LINEA-IMPORTE-DEBITADO.
               05 FILLER PIC X(30)
                  VALUE "IMPORTE TOTAL DEBITADO: ".
               05 MUESTRA-IMPORTE-DEBITADO PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  FIN_ARCHIVO PIC X.
       01  FIN-SOLICITUDES PIC X.
       01  FIN-MOV-CUENTA PIC X.
       01  WS-EMP-STATUS PIC X(2).
       01  WS-SOL-STATUS PIC X(2).
       01  WS-RES-STATUS PIC X(2).
       01  WS-ADH-STATUS PIC X(2).
       01  WS-MOV-STATUS PIC X(2).
       01  WS-CTA-STATUS PIC X(2).
       01  WS-SAL-STATUS PIC X(2).
       01  WS-ACU-STATUS PIC X(2).
       01  WS-REF-STATUS PIC X(2).
       01  WS-LOG-STATUS PIC X(2).
       01  WS-HORA-INICIO PIC 9(8).
       01  WS-FIN-ANORMAL PIC X VALUE "N".
       01  WS-NOMBRE-SOLICITUDES PIC X(80).
       01  WS-NOMBRE-RESPUESTA PIC X(80).
       01  WS-FECHA-PROCESO PIC X(10).
       01  WS-CODIGO-RETORNO PIC X(2).
       01  WS-ADHESION-HALLADA PIC X.
       01  WS-CUENTA-HABILITADA PIC X.
       01  WS-NAT-OPER PIC X.
       01  WS-IMPORTE-NUM PIC 9(11)V99.
       01  WS-IMPORTE-MOV PIC 9(11)V99.
       01  WS-SALDO-DISPONIBLE PIC S9(11)V99.
       01  WS-LIMITE-ACORDADO PIC 9(11)V99.
       01  WS-SEQ-MOVIMIENTO PIC 9(3) VALUE ZEROES.
       01  WS-MOV-GRABADO PIC X.
       01  WS-CANT-EMPRESAS PIC 9(9) VALUE ZEROES.
       01  WS-CANT-LEIDOS PIC 9(9) VALUE ZEROES.
       01  WS-CANT-ACEPTADOS PIC 9(9) VALUE ZEROES.
       01  WS-RECH-IMPORTE PIC 9(9) VALUE ZEROES.
       01  WS-RECH-ADHESION PIC 9(9) VALUE ZEROES.
       01  WS-RECH-ADH-INACTIVA PIC 9(9) VALUE ZEROES.
       01  WS-RECH-MAXIMO PIC 9(9) VALUE ZEROES.
       01  WS-RECH-CUENTA PIC 9(9) VALUE ZEROES.
       01  WS-RECH-FONDOS PIC 9(9) VALUE ZEROES.
       01  WS-RECH-DUPLICADO PIC 9(9) VALUE ZEROES.
       01  WS-RECH-ERROR PIC 9(9) VALUE ZEROES.
       01  WS-EMP-LEIDOS PIC 9(9).
       01  WS-EMP-ACEPTADOS PIC 9(9).
       01  WS-IMPORTE-SOLICITADO PIC 9(11)V99 VALUE ZEROES.
       01  WS-IMPORTE-DEBITADO PIC 9(11)V99 VALUE ZEROES.

           COPY "TABCODOP.CPY".

      ******************************************************************
           PROCEDURE DIVISION.

           EMPIEZA-PROGRAMA.

           ACCEPT WS-HORA-INICIO FROM TIME.
           PERFORM CARGAR-TABLA-CODOPER.
           PERFORM SOLICITAR-FECHA-PROCESO.
           MOVE "1" TO FIN_ARCHIVO.
           PERFORM APERTURA_ARCHIVO.
           PERFORM LEER-EMPRESA.
           PERFORM PROCESAR-EMPRESA
           UNTIL FIN_ARCHIVO = "0".
           PERFORM MOSTRAR-CONTROL-DEBITOS.
           PERFORM GRABAR-RUN-LOG.
           PERFORM CERRAR-ARCHIVO.
           STOP RUN.

      ****************************************************************
      * SOLICITAR-FECHA-PROCESO - PIDE EL DIA HABIL QUE SE DEBITA
      ****************************************************************
           SOLICITAR-FECHA-PROCESO.
              DISPLAY "FECHA DEL DIA HABIL A DEBITAR:".
              ACCEPT WS-FECHA-PROCESO.

      ****************************************************************
      * APERTURA DE ARCHIVOS
      ****************************************************************
           APERTURA_ARCHIVO.
              OPEN INPUT EMPRESAS.
              IF WS-EMP-STATUS NOT = "00" AND WS-EMP-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR DEB_EMPRESAS.DAT - STATUS "
                         WS-EMP-STATUS
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.
              OPEN INPUT ADHESIONES.
              IF WS-ADH-STATUS NOT = "00" AND WS-ADH-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR ADHESIONES - STATUS "
                         WS-ADH-STATUS
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
              OPEN INPUT CUENTAS.
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
              OPEN I-O REFERENCIAS.
              IF WS-REF-STATUS NOT = "00" AND WS-REF-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR DEB_REFERENCIAS.DAT - "
                         "STATUS " WS-REF-STATUS
                 MOVE "0" TO FIN_ARCHIVO
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.

      *****************************************************************
      * CERRAR ARCHIVOS
      *****************************************************************
           CERRAR-ARCHIVO.
             CLOSE EMPRESAS.
             CLOSE ADHESIONES.
             CLOSE MOVIMIENTOS.
             CLOSE CUENTAS.
             CLOSE SALDOS.
             CLOSE ACUERDOS.
             CLOSE REFERENCIAS.

      ****************************************************************
      * PROCESAR-EMPRESA - CADA EMPRESA DEL ARCHIVO DE CONTROL ENVIA
      * SU PROPIO ARCHIVO DE SOLICITUDES DEB_<EMPRESA>.DAT Y RECIBE
      * SU PROPIA RESPUESTA DEB_RESP_<EMPRESA>.DAT. UNA EMPRESA SIN
      * ARCHIVO DE SOLICITUDES RECIBE UNA RESPUESTA VACIA
      ****************************************************************
           PROCESAR-EMPRESA.
              ADD 1 TO WS-CANT-EMPRESAS.
              MOVE ZEROES TO WS-EMP-LEIDOS.
              MOVE ZEROES TO WS-EMP-ACEPTADOS.
              MOVE SPACES TO WS-NOMBRE-SOLICITUDES.
              STRING "C:\Users\Usuario\OneDrive\Escritorio\deb_"
                        DELIMITED BY SIZE
                     FUNCTION TRIM(EMP-CODIGO) DELIMITED BY SIZE
                     ".dat" DELIMITED BY SIZE
                 INTO WS-NOMBRE-SOLICITUDES.
              MOVE SPACES TO WS-NOMBRE-RESPUESTA.
              STRING "C:\Users\Usuario\OneDrive\Escritorio\deb_resp_"
                        DELIMITED BY SIZE
                     FUNCTION TRIM(EMP-CODIGO) DELIMITED BY SIZE
                     ".dat" DELIMITED BY SIZE
                 INTO WS-NOMBRE-RESPUESTA.
              MOVE "1" TO FIN-SOLICITUDES.
              OPEN INPUT SOLICITUDES.
              IF WS-SOL-STATUS NOT = "00" AND WS-SOL-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR SOLICITUDES DE " EMP-CODIGO
                         " - STATUS " WS-SOL-STATUS
                 MOVE "0" TO FIN-SOLICITUDES
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.
              OPEN OUTPUT RESPUESTA-EMPRESA.
              IF WS-RES-STATUS NOT = "00" AND WS-RES-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR RESPUESTA DE " EMP-CODIGO
                         " - STATUS " WS-RES-STATUS
                 MOVE "0" TO FIN-SOLICITUDES
                 MOVE "A" TO WS-FIN-ANORMAL
              END-IF.
              IF FIN-SOLICITUDES NOT = "0"
                 PERFORM LEER-SOLICITUD
              END-IF.
              PERFORM PROCESAR-SOLICITUD
              UNTIL FIN-SOLICITUDES = "0".
              CLOSE SOLICITUDES.
              CLOSE RESPUESTA-EMPRESA.
              DISPLAY "EMPRESA " EMP-CODIGO " " EMP-NOMBRE
                      " LEIDOS " WS-EMP-LEIDOS
                      " DEBITADOS " WS-EMP-ACEPTADOS.
              PERFORM LEER-EMPRESA.

      ****************************************************************
      * PROCESAR-SOLICITUD - VALIDA EL PEDIDO DE DEBITO CONTRA LA
      * ADHESION, LA CUENTA Y EL SALDO, LO DEBITA COMO MOVIMIENTO Y
      * RESPONDE A LA EMPRESA CON UN CODIGO DE RETORNO POR ITEM:
      *    AC = ACEPTADO          IM = IMPORTE INVALIDO
      *    SA = SIN ADHESION      AB = ADHESION SUSPENDIDA O DE BAJA
      *    EX = EXCEDE EL IMPORTE MAXIMO ADHERIDO
      *    CI = CUENTA INEXISTENTE O INHABILITADA
      *    SF = SALDO INSUFICIENTE
      *    DU = DEBITO DUPLICADO
      *    ER = NO SE PUDO GRABAR EL MOVIMIENTO
      * EL CONTROL DE DUPLICADOS ES POR EMPRESA E IDENTIFICADOR DEL
      * DEBITO EN EL ARCHIVO DEB_REFERENCIAS, ASI UNA SEGUNDA CORRIDA
      * SOBRE EL MISMO ARCHIVO NO DEBITA DOS VECES. SE CONSULTA ANTES
      * QUE EL RESTO DE LAS VALIDACIONES PARA QUE UN DEBITO YA COBRADO
      * SE VUELVA A INFORMAR COMO DUPLICADO Y NO COMO UN RECHAZO
      ****************************************************************
           PROCESAR-SOLICITUD.
              MOVE "AC" TO WS-CODIGO-RETORNO.
              MOVE ZEROES TO WS-IMPORTE-NUM.
              IF FUNCTION TEST-NUMVAL(SOL-IMPORTE) NOT = ZEROES
                 MOVE "IM" TO WS-CODIGO-RETORNO
                 ADD 1 TO WS-RECH-IMPORTE
              ELSE
                 COMPUTE WS-IMPORTE-NUM =
                    FUNCTION NUMVAL(SOL-IMPORTE)
                 IF WS-IMPORTE-NUM = ZEROES
                    MOVE "IM" TO WS-CODIGO-RETORNO
                    ADD 1 TO WS-RECH-IMPORTE
                 ELSE
                    ADD WS-IMPORTE-NUM TO WS-IMPORTE-SOLICITADO
                 END-IF
              END-IF.
              IF WS-CODIGO-RETORNO = "AC"
                 PERFORM VERIFICAR-DUPLICADO
              END-IF.
              IF WS-CODIGO-RETORNO = "AC"
                 PERFORM VALIDAR-ADHESION
              END-IF.
              IF WS-CODIGO-RETORNO = "AC"
                 PERFORM VALIDAR-CUENTA-DEBITO
                 IF WS-CUENTA-HABILITADA = "N"
                    MOVE "CI" TO WS-CODIGO-RETORNO
                    ADD 1 TO WS-RECH-CUENTA
                 END-IF
              END-IF.
              IF WS-CODIGO-RETORNO = "AC"
                 PERFORM VALIDAR-FONDOS
              END-IF.
              IF WS-CODIGO-RETORNO = "AC"
                 PERFORM REGISTRAR-REFERENCIA
              END-IF.
              IF WS-CODIGO-RETORNO = "AC"
                 PERFORM DEBITAR-SOLICITUD
              END-IF.
              PERFORM GRABAR-RESPUESTA.
              PERFORM LEER-SOLICITUD.

      ****************************************************************
      * VALIDAR-ADHESION - LA REFERENCIA DEL CLIENTE DEBE ESTAR
      * ADHERIDA A LA EMPRESA, ACTIVA Y EL IMPORTE DENTRO DEL MAXIMO
      * AUTORIZADO (UN MAXIMO EN CERO NO PONE TOPE)
      ****************************************************************
           VALIDAR-ADHESION.
              MOVE "S" TO WS-ADHESION-HALLADA.
              MOVE EMP-CODIGO TO ADH-EMPRESA.
              MOVE SOL-REFERENCIA TO ADH-REFERENCIA.
              READ ADHESIONES RECORD
                 INVALID KEY
                    MOVE "N" TO WS-ADHESION-HALLADA
              END-READ.
              IF WS-ADHESION-HALLADA = "N"
                 MOVE "SA" TO WS-CODIGO-RETORNO
                 ADD 1 TO WS-RECH-ADHESION
              ELSE
                 IF ADH-ESTADO NOT = "A"
                    MOVE "AB" TO WS-CODIGO-RETORNO
                    ADD 1 TO WS-RECH-ADH-INACTIVA
                 ELSE
                    IF ADH-IMPORTE-MAXIMO > ZEROES
                       AND WS-IMPORTE-NUM > ADH-IMPORTE-MAXIMO
                       MOVE "EX" TO WS-CODIGO-RETORNO
                       ADD 1 TO WS-RECH-MAXIMO
                    END-IF
                 END-IF
              END-IF.

      ****************************************************************
      * VALIDAR-CUENTA-DEBITO - LA CUENTA ADHERIDA DEBE EXISTIR Y
      * ESTAR ACTIVA. UNA CUENTA INACTIVA SOLO ADMITE CREDITOS
      ****************************************************************
           VALIDAR-CUENTA-DEBITO.
              MOVE "S" TO WS-CUENTA-HABILITADA.
              MOVE ADH-CLAVE-CUENTA TO CTA-CLAVE-CUENTA.
              READ CUENTAS RECORD
                 INVALID KEY
                    MOVE "N" TO WS-CUENTA-HABILITADA
              END-READ.
              IF WS-CUENTA-HABILITADA = "S"
                 AND CTA-ESTADO NOT = "A"
                 MOVE "N" TO WS-CUENTA-HABILITADA
              END-IF.

      *****************************************************************
      * VALIDAR-FONDOS - EL DEBITO NO PUEDE DEJAR LA CUENTA POR DEBAJO
      * DEL LIMITE DE DESCUBIERTO ACORDADO. EL DISPONIBLE ES EL SALDO
      * FINAL DEL ULTIMO CIERRE MAS EL NETO DE LOS MOVIMIENTOS DE LA
      * CUENTA POSTERIORES A ESE CIERRE, INCLUIDOS LOS DEBITOS YA
      * GRABADOS EN ESTA CORRIDA
      *****************************************************************
           VALIDAR-FONDOS.
              PERFORM LEER-SALDO-DISPONIBLE.
              PERFORM LEER-LIMITE-ACORDADO.
              IF WS-SALDO-DISPONIBLE - WS-IMPORTE-NUM
                 + WS-LIMITE-ACORDADO < ZEROES
                 MOVE "SF" TO WS-CODIGO-RETORNO
                 ADD 1 TO WS-RECH-FONDOS
              END-IF.

           LEER-SALDO-DISPONIBLE.
              MOVE ADH-CLAVE-CUENTA TO SAL-CLAVE-CUENTA.
              READ SALDOS RECORD
                 INVALID KEY
                    MOVE ZEROES TO SAL-SALDO-FINAL
                    MOVE SPACES TO SAL-FECHA-ULT
              END-READ.
              MOVE SAL-SALDO-FINAL TO WS-SALDO-DISPONIBLE.
              MOVE ADH-CLAVE-CUENTA TO CLAVE-CUENTA.
              MOVE "1" TO FIN-MOV-CUENTA.
              START MOVIMIENTOS KEY IS NOT LESS THAN CLAVE-CUENTA
                 INVALID KEY
                    MOVE "0" TO FIN-MOV-CUENTA
              END-START.
              PERFORM SUMAR-MOV-PENDIENTE
              UNTIL FIN-MOV-CUENTA = "0".

           SUMAR-MOV-PENDIENTE.
              READ MOVIMIENTOS NEXT RECORD
                 AT END MOVE "0" TO FIN-MOV-CUENTA
              END-READ.
              IF FIN-MOV-CUENTA NOT = "0"
                 IF CLAVE-CUENTA NOT = ADH-CLAVE-CUENTA
                    MOVE "0" TO FIN-MOV-CUENTA
                 ELSE
                    IF FECHA_MOV (1:10) > SAL-FECHA-ULT
                       AND FUNCTION TEST-NUMVAL(IMPORTE) = ZEROES
                       PERFORM BUSCAR-NATURALEZA
                       COMPUTE WS-IMPORTE-MOV =
                          FUNCTION NUMVAL(IMPORTE)
                       IF WS-NAT-OPER = "D"
                          SUBTRACT WS-IMPORTE-MOV
                             FROM WS-SALDO-DISPONIBLE
                       ELSE
                          ADD WS-IMPORTE-MOV TO WS-SALDO-DISPONIBLE
                       END-IF
                    END-IF
                 END-IF
              END-IF.

           LEER-LIMITE-ACORDADO.
              MOVE ZEROES TO WS-LIMITE-ACORDADO.
              MOVE ADH-CLAVE-CUENTA TO ACU-CLAVE-CUENTA.
              READ ACUERDOS RECORD
                 INVALID KEY
                    MOVE SPACES TO ACU-CLAVE-CUENTA
              END-READ.
              IF ACU-CLAVE-CUENTA = ADH-CLAVE-CUENTA
                 IF ACU-FECHA-VENCE = SPACES
                    OR ACU-FECHA-VENCE NOT < WS-FECHA-PROCESO
                    MOVE ACU-LIMITE TO WS-LIMITE-ACORDADO
                 END-IF
              END-IF.

      *****************************************************************
      * BUSCAR-NATURALEZA - NATURALEZA DEL CODIGO DEL MOVIMIENTO LEIDO
      *****************************************************************
           BUSCAR-NATURALEZA.
              MOVE "C" TO WS-NAT-OPER.
              PERFORM BUSCAR-NATURALEZA-ITEM
                 VARYING IX-COD-OPER FROM 1 BY 1
                 UNTIL IX-COD-OPER > CANT-COD-OPER.

           BUSCAR-NATURALEZA-ITEM.
              IF TAB-COD-OPER (IX-COD-OPER) = COD_OPER
                 MOVE TAB-NAT-OPER (IX-COD-OPER) TO WS-NAT-OPER
                 SET IX-COD-OPER TO CANT-COD-OPER.

      ****************************************************************
      * VERIFICAR-DUPLICADO - UN DEBITO DE LA EMPRESA QUE YA ESTA EN
      * DEB_REFERENCIAS FUE COBRADO EN ESTA O EN UNA CORRIDA ANTERIOR
      ****************************************************************
           VERIFICAR-DUPLICADO.
              MOVE EMP-CODIGO TO DRF-EMPRESA.
              MOVE SOL-ID-DEBITO TO DRF-ID-DEBITO.
              READ REFERENCIAS RECORD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE "DU" TO WS-CODIGO-RETORNO
                    ADD 1 TO WS-RECH-DUPLICADO
              END-READ.

      ****************************************************************
      * REGISTRAR-REFERENCIA - ANOTA EL DEBITO DE LA EMPRESA EN SU
      * ARCHIVO INDEXADO; UN DEBITO YA APLICADO EN ESTA O EN UNA
      * CORRIDA ANTERIOR SE RECHAZA COMO DUPLICADO
      ****************************************************************
           REGISTRAR-REFERENCIA.
              MOVE EMP-CODIGO TO DRF-EMPRESA.
              MOVE SOL-ID-DEBITO TO DRF-ID-DEBITO.
              MOVE WS-FECHA-PROCESO TO DRF-FECHA.
              MOVE SOL-REFERENCIA TO DRF-REFERENCIA.
              MOVE ADH-SUCURSAL TO DRF-SUCURSAL.
              MOVE ADH-CUENTA TO DRF-CUENTA.
              WRITE DEB-REFERENCIAS-REGISTRO
                 INVALID KEY
                    MOVE "DU" TO WS-CODIGO-RETORNO
                    ADD 1 TO WS-RECH-DUPLICADO
              END-WRITE.

           ANULAR-REFERENCIA.
              MOVE EMP-CODIGO TO DRF-EMPRESA.
              MOVE SOL-ID-DEBITO TO DRF-ID-DEBITO.
              DELETE REFERENCIAS RECORD
                 INVALID KEY CONTINUE
              END-DELETE.

      ****************************************************************
      * DEBITAR-SOLICITUD - MAPEA EL PEDIDO ACEPTADO A UN MOVIMIENTO
      * DEBAUTOM. LA FECHA DEL MOVIMIENTO LLEVA UN NUMERO DE
      * SECUENCIA DE LA CORRIDA Y SE REINTENTA CON LA SECUENCIA
      * SIGUIENTE SI LA CLAVE YA ESTA OCUPADA, IGUAL QUE LAS
      * ACREDITACIONES DE CAMARA. SI NO SE PUEDE GRABAR, EL DEBITO SE
      * ANULA EN DEB_REFERENCIAS PARA QUE LA EMPRESA LO PUEDA REENVIAR
      ****************************************************************
           DEBITAR-SOLICITUD.
              MOVE "N" TO WS-MOV-GRABADO.
              PERFORM INTENTAR-GRABAR-DEBITO
              UNTIL WS-MOV-GRABADO = "S"
                 OR WS-SEQ-MOVIMIENTO >= 999.
              IF WS-MOV-GRABADO = "S"
                 ADD 1 TO WS-CANT-ACEPTADOS
                 ADD 1 TO WS-EMP-ACEPTADOS
                 ADD WS-IMPORTE-NUM TO WS-IMPORTE-DEBITADO
              ELSE
                 MOVE "ER" TO WS-CODIGO-RETORNO
                 ADD 1 TO WS-RECH-ERROR
                 PERFORM ANULAR-REFERENCIA
              END-IF.

           INTENTAR-GRABAR-DEBITO.
              ADD 1 TO WS-SEQ-MOVIMIENTO.
              MOVE SPACES TO MOVIMIENTOS-REGISTRO.
              MOVE ZEROES TO HOJA_NRO.
              MOVE CTA-COD-CLI TO COD_CLI.
              MOVE CTA-TIPOCTA TO TIPOCTA.
              MOVE ADH-SUCURSAL TO SUCURSAL.
              MOVE ADH-CUENTA TO CUENTA.
              MOVE SPACES TO FECHA_MOV.
              STRING WS-FECHA-PROCESO  DELIMITED BY SIZE
                     WS-SEQ-MOVIMIENTO DELIMITED BY SIZE
                 INTO FECHA_MOV.
              MOVE CTA-DIGITO TO DIGITO.
              MOVE "DEBAUTOM" TO COD_OPER.
              MOVE SOL-IMPORTE TO IMPORTE.
              MOVE "SU" TO CANAL.
              MOVE CTA-MONEDA TO MONEDA.
              IF MONEDA = SPACES
                 MOVE "ARS" TO MONEDA
              END-IF.
              WRITE MOVIMIENTOS-REGISTRO
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE "S" TO WS-MOV-GRABADO
              END-WRITE.

      ****************************************************************
      * GRABAR-RESPUESTA - UN ITEM DE RESPUESTA POR SOLICITUD
      ****************************************************************
           GRABAR-RESPUESTA.
              MOVE SPACES TO RESPUESTA-REGISTRO.
              STRING FUNCTION TRIM(SOL-ID-DEBITO)  DELIMITED BY SIZE
                     ";"                           DELIMITED BY SIZE
                     WS-CODIGO-RETORNO             DELIMITED BY SIZE
                     ";"                           DELIMITED BY SIZE
                     FUNCTION TRIM(SOL-REFERENCIA) DELIMITED BY SIZE
                     ";"                           DELIMITED BY SIZE
                     FUNCTION TRIM(SOL-IMPORTE)    DELIMITED BY SIZE
                     ";"                           DELIMITED BY SIZE
                     FUNCTION TRIM(SOL-FECHA-VTO)  DELIMITED BY SIZE
                 INTO RESPUESTA-REGISTRO.
              WRITE RESPUESTA-REGISTRO.

      *****************************************************************
      * LEE SIGUIENTE EMPRESA DEL ARCHIVO DE CONTROL
      *****************************************************************
           LEER-EMPRESA.
           READ EMPRESAS NEXT RECORD
           AT END
           MOVE "0" TO FIN_ARCHIVO.

      *****************************************************************
      * LEE SIGUIENTE SOLICITUD DE LA EMPRESA
      *****************************************************************
           LEER-SOLICITUD.
           READ SOLICITUDES NEXT RECORD
           AT END
           MOVE "0" TO FIN-SOLICITUDES.

           IF FIN-SOLICITUDES NOT = "0"
              ADD 1 TO WS-CANT-LEIDOS
              ADD 1 TO WS-EMP-LEIDOS.

      *****************************************************************
      * MOSTRAR-CONTROL-DEBITOS - CANTIDADES E IMPORTES DE IDA Y
      * VUELTA PARA CONCILIAR CON LAS EMPRESAS
      *****************************************************************
           MOSTRAR-CONTROL-DEBITOS.
              DISPLAY " ".
              DISPLAY "CONTROL DE DEBITOS AUTOMATICOS".
              DISPLAY "FECHA DEL PROCESO: " WS-FECHA-PROCESO.
              DISPLAY "EMPRESAS PROCESADAS:           "
                      WS-CANT-EMPRESAS.
              DISPLAY "SOLICITUDES LEIDAS:            "
                      WS-CANT-LEIDOS.
              DISPLAY "DEBITOS APLICADOS:             "
                      WS-CANT-ACEPTADOS.
              DISPLAY "RECHAZOS POR IMPORTE INVALIDO: "
                      WS-RECH-IMPORTE.
              DISPLAY "RECHAZOS SIN ADHESION:         "
                      WS-RECH-ADHESION.
              DISPLAY "RECHAZOS ADHESION NO ACTIVA:   "
                      WS-RECH-ADH-INACTIVA.
              DISPLAY "RECHAZOS POR EXCEDER MAXIMO:   "
                      WS-RECH-MAXIMO.
              DISPLAY "RECHAZOS POR CUENTA:           "
                      WS-RECH-CUENTA.
              DISPLAY "RECHAZOS POR FONDOS:           "
                      WS-RECH-FONDOS.
              DISPLAY "RECHAZOS POR DUPLICADO:        "
                      WS-RECH-DUPLICADO.
              DISPLAY "ERRORES DE GRABACION:          "
                      WS-RECH-ERROR.
              MOVE WS-IMPORTE-SOLICITADO TO MUESTRA-IMPORTE-SOLICITADO.
              DISPLAY LINEA-IMPORTE-SOLICITADO.
              MOVE WS-IMPORTE-DEBITADO TO MUESTRA-IMPORTE-DEBITADO.
              DISPLAY LINEA-IMPORTE-DEBITADO.

      *****************************************************************
      * GRABAR-RUN-LOG - AGREGA EL CIERRE DE ESTA EJECUCION A LA
      * BITACORA COMUN DE LA CADENA NOCTURNA
      *****************************************************************
           GRABAR-RUN-LOG.
              OPEN EXTEND RUNLOG.
              IF WS-LOG-STATUS = "00" OR WS-LOG-STATUS = "05"
                 MOVE "DEBITOS AUTOMATICOS" TO LOG-PROGRAMA
                 ACCEPT LOG-FECHA FROM DATE YYYYMMDD
                 MOVE WS-HORA-INICIO TO LOG-HORA-INICIO
                 ACCEPT LOG-HORA-FIN FROM TIME
                 MOVE WS-CANT-LEIDOS TO LOG-LEIDOS
                 MOVE WS-CANT-ACEPTADOS TO LOG-GRABADOS
                 COMPUTE LOG-EXCEPCIONES = WS-RECH-IMPORTE
                    + WS-RECH-ADHESION + WS-RECH-ADH-INACTIVA
                    + WS-RECH-MAXIMO + WS-RECH-CUENTA
                    + WS-RECH-FONDOS + WS-RECH-DUPLICADO
                    + WS-RECH-ERROR
                 MOVE WS-CANT-EMPRESAS TO LOG-CLIENTES
                 MOVE WS-IMPORTE-DEBITADO TO LOG-HASH-IMPORTE
                 MOVE SPACES TO LOG-ESTADOS
                 STRING WS-EMP-STATUS DELIMITED BY SIZE
                        WS-ADH-STATUS DELIMITED BY SIZE
                        WS-MOV-STATUS DELIMITED BY SIZE
                        WS-CTA-STATUS DELIMITED BY SIZE
                        WS-REF-STATUS DELIMITED BY SIZE
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
