       ALTERNATE RECORD KEY IS CTA-COD-CLI WITH DUPLICATES
       FILE STATUS IS WS-CTA-STATUS.

       SELECT OPTIONAL CODOPER
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\codoper.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS COP-COD-OPER
       FILE STATUS IS WS-COP-STATUS.

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

       SELECT OPTIONAL JOURNAL-MOVIMIENTOS
       ASSIGN TO "C:\Users\Usuario\OneDrive\Escritorio\mov_journal.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-JRN-STATUS.

       SELECT OPTIONAL CIERRES
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\cierre_control.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CIE-CLAVE
       FILE STATUS IS WS-CIE-STATUS.

       SELECT OPTIONAL CONTRASIENTOS
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\mov_contrasientos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CTR-CLAVE-ORIGINAL
       ALTERNATE RECORD KEY IS CTR-CLAVE-CONTRASIENTO
       FILE STATUS IS WS-CTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MOVIMIENTOS.
       FD CUENTAS.
           COPY "CTAREG.CPY".

       FD CODOPER.
           COPY "CODREG.CPY".

       FD SALDOS.
           COPY "SALREG.CPY".

       FD ACUERDOS.
           COPY "ACUREG.CPY".

       FD LISTADO-FONDOS.
       01 FONDOS-REGISTRO PIC X(132).

       FD JOURNAL-MOVIMIENTOS.
       01 JOURNAL-REGISTRO.
               05 JRN-USUARIO PIC X(10).
               05 JRN-FECHA PIC 9(8).
               05 JRN-HORA PIC 9(8).
               05 JRN-ACCION PIC X(1).
               05 JRN-IMAGEN-ANTES PIC X(91).
               05 JRN-IMAGEN-DESPUES PIC X(91).

       FD CIERRES.
           COPY "CIEREG.CPY".

       FD CONTRASIENTOS.
           COPY "CTRREG.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-TITULO-FONDOS.
               05 FILLER PIC X(10) VALUE " ".
               05 FILLER PIC X(38)
                  VALUE "RECHAZOS POR FONDOS INSUFICIENTES - ".
               05 FILLER PIC X(23) VALUE "MANTENIMIENTO USUARIO ".
               05 TIT-USUARIO PIC X(10).

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

       01  WS-MOV-STATUS PIC X(2).
       01  WS-CTA-STATUS PIC X(2).
       01  WS-SAL-STATUS PIC X(2).
       01  WS-ACU-STATUS PIC X(2).
       01  WS-LIS-STATUS PIC X(2).
       01  WS-JRN-STATUS PIC X(2).
       01  WS-CIE-STATUS PIC X(2).
       01  WS-CTR-STATUS PIC X(2).
       01  WS-CUENTA-HABILITADA PIC X.
       01  WS-CUENTA-INACTIVA PIC X.
       01  WS-USUARIO PIC X(10).
       01  WS-OPCION PIC X.
       01  WS-ACCION PIC X.
       01  WS-CAMPO-INGRESADO PIC X(15).
       01  WS-IMAGEN-ANTES PIC X(91).
       01  WS-FIN-CUENTA PIC X.
       01  WS-REGISTRO-HALLADO PIC X.
       01  WS-SUCURSAL-NUM PIC 9(8).
       01  WS-CLAVE-BUSQUEDA.
               05 WS-SUCURSAL-BUSQUEDA PIC X(8).
               05 WS-CUENTA-BUSQUEDA PIC X(15).
       01  WS-NAT-OPER PIC X.
       01  WS-FONDOS-OK PIC X.
       01  WS-LIS-ABIERTO PIC X VALUE "N".
       01  WS-TITULO-FONDOS PIC X VALUE "N".
       01  WS-IMPORTE-NUM PIC 9(11)V99.
       01  WS-SALDO-DISPONIBLE PIC S9(11)V99.
       01  WS-LIMITE-ACORDADO PIC 9(11)V99.
       01  WS-FECHA-CONSULTA PIC X(10).
       01  WS-FECHA-CERRADA PIC X.
       01  WS-REVERTIDO PIC X.
       01  WS-SOLO-LECTURA PIC X.
       01  WS-CONTRASIENTO-OK PIC X.
       01  WS-FECHA-SISTEMA PIC X(8).
       01  WS-FECHA-HOY PIC X(10).
       01  WS-COD-CONTRASIENTO PIC X(9).
       01  WS-NAT-CONTRASIENTO PIC X.
       01  WS-SEQ-CONTRASIENTO PIC 9(3).
       01  WS-MOV-GRABADO PIC X.
       01  WS-CLAVE-ORIGINAL PIC X(36).
       01  WS-FIN-PENDIENTES PIC X.
       01  WS-NAT-PENDIENTE PIC X.
       01  WS-IMPORTE-PENDIENTE PIC 9(11)V99.
       01  WS-MOV-EN-CURSO.
               05 FILLER PIC X(21).
               05 WS-CLAVE-EN-CURSO.
                   10 WS-CUENTA-EN-CURSO PIC X(23).
                   10 FILLER PIC X(13).
               05 FILLER PIC X(34).

           COPY "TABCODOP.CPY".

      ******************************************************************
           PROCEDURE DIVISION.

           DISPLAY "USUARIO QUE REALIZA EL MANTENIMIENTO:".
           ACCEPT WS-USUARIO.
           PERFORM CARGAR-TABLA-CODOPER.
           MOVE SPACES TO WS-OPCION.
           PERFORM APERTURA_ARCHIVO.
           PERFORM ATENDER-MENU
                         WS-MOV-STATUS
                 MOVE "0" TO WS-OPCION
              END-IF.
              OPEN I-O CUENTAS.
              IF WS-CTA-STATUS NOT = "00" AND WS-CTA-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR CUENTAS - STATUS "
                         WS-CTA-STATUS
                 MOVE "0" TO WS-OPCION
              END-IF.
              OPEN INPUT SALDOS.
              IF WS-SAL-STATUS NOT = "00" AND WS-SAL-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR SALDOS - STATUS "
                         WS-SAL-STATUS
                 MOVE "0" TO WS-OPCION
              END-IF.
              OPEN INPUT ACUERDOS.
              IF WS-ACU-STATUS NOT = "00" AND WS-ACU-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR ACUERDOS - STATUS "
                         WS-ACU-STATUS
                 MOVE "0" TO WS-OPCION
              END-IF.
              OPEN EXTEND LISTADO-FONDOS.
              IF WS-LIS-STATUS = "00" OR WS-LIS-STATUS = "05"
                 MOVE "S" TO WS-LIS-ABIERTO
              ELSE
                 DISPLAY "ERROR AL ABRIR RECH_FONDOS.TXT - STATUS "
                         WS-LIS-STATUS
              END-IF.
              OPEN EXTEND JOURNAL-MOVIMIENTOS.
              IF WS-JRN-STATUS NOT = "00" AND WS-JRN-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR MOV_JOURNAL.DAT - STATUS "
                         WS-JRN-STATUS
                 MOVE "0" TO WS-OPCION
              END-IF.
              OPEN INPUT CIERRES.
              IF WS-CIE-STATUS NOT = "00" AND WS-CIE-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR CIERRE_CONTROL.DAT - STATUS "
                         WS-CIE-STATUS
                 MOVE "0" TO WS-OPCION
              END-IF.
              OPEN I-O CONTRASIENTOS.
              IF WS-CTR-STATUS NOT = "00" AND WS-CTR-STATUS NOT = "05"
                 DISPLAY "ERROR AL ABRIR MOV_CONTRASIENTOS.DAT - "
                         "STATUS " WS-CTR-STATUS
                 MOVE "0" TO WS-OPCION
              END-IF.

      *****************************************************************
      * CERRAR ARCHIVOS
           CERRAR-ARCHIVO.
             CLOSE MOVIMIENTOS.
             CLOSE CUENTAS.
             CLOSE SALDOS.
             CLOSE ACUERDOS.
             CLOSE JOURNAL-MOVIMIENTOS.
             CLOSE CIERRES.
             CLOSE CONTRASIENTOS.
             IF WS-LIS-ABIERTO = "S"
                CLOSE LISTADO-FONDOS.

      ****************************************************************
      * ATENDER-MENU - MUESTRA EL MENU Y DERIVA A CADA OPCION
              DISPLAY "3 - ALTA".
              DISPLAY "4 - BAJA".
              DISPLAY "5 - MODIFICACION".
              DISPLAY "6 - CONTRASIENTO".
              DISPLAY "0 - SALIR".
              DISPLAY "OPCION:".
              ACCEPT WS-OPCION.
                      PERFORM BAJA-MOVIMIENTO
                  WHEN "5"
                      PERFORM MODIFICAR-MOVIMIENTO
                  WHEN "6"
                      PERFORM CONTRASIENTO-MOVIMIENTO
                  WHEN "0"
                      CONTINUE
                  WHEN OTHER
              DISPLAY "FECHA: " FECHA_MOV
                      " OPERACION: " COD_OPER
                      " IMPORTE: " IMPORTE
                      " CANAL: " CANAL
                      " MONEDA: " MONEDA.
              PERFORM VERIFICAR-REVERTIDO.
              IF WS-REVERTIDO = "S"
                 DISPLAY "REVERTIDO POR EL CONTRASIENTO DEL "
                         CTR-CON-FECHA-MOV " (" CTR-USUARIO ")"
              END-IF.

      ****************************************************************
      * ALTA-MOVIMIENTO - INSERTA UN MOVIMIENTO NUEVO, EN LA MONEDA
      * DE SU CUENTA
      ****************************************************************
           ALTA-MOVIMIENTO.
              MOVE SPACES TO MOVIMIENTOS-REGISTRO.
              DISPLAY "CANAL:".
              ACCEPT CANAL.
              MOVE ZEROES TO HOJA_NRO.
              MOVE FECHA_MOV (1:10) TO WS-FECHA-CONSULTA.
              PERFORM VERIFICAR-FECHA-CERRADA.
              PERFORM VALIDAR-DIGITO.
              PERFORM VALIDAR-CUENTA.
              MOVE CTA-MONEDA TO MONEDA.
              IF MONEDA = SPACES
                 MOVE "ARS" TO MONEDA
              END-IF.
              PERFORM VALIDAR-FONDOS.
              EVALUATE TRUE
                  WHEN WS-FECHA-CERRADA = "S"
                      DISPLAY "LA FECHA " WS-FECHA-CONSULTA
                              " YA FUE CERRADA EN SALDOS - "
                              "NO SE GRABA EL ALTA."
                  WHEN COD_OPER = "CONTRADB"
                     OR COD_OPER = "CONTRACR"
                      DISPLAY "LOS CONTRASIENTOS SE REGISTRAN POR LA "
                              "OPCION 6 - NO SE GRABA EL ALTA."
                  WHEN WS-DIGITO-OK = "N"
                      DISPLAY "DIGITO VERIFICADOR INVALIDO - "
                              "NO SE GRABA EL ALTA."
                  WHEN WS-CUENTA-HABILITADA = "N"
                      DISPLAY "CUENTA INEXISTENTE, BLOQUEADA O "
                              "CERRADA - NO SE GRABA EL ALTA."
                  WHEN WS-NAT-OPER = SPACES
                      DISPLAY "CODIGO DE OPERACION INEXISTENTE - "
                              "NO SE GRABA EL ALTA."
                  WHEN WS-CUENTA-INACTIVA = "S"
                     AND WS-NAT-OPER = "D"
                      DISPLAY "CUENTA INACTIVA - SOLO ADMITE "
                              "CREDITOS - NO SE GRABA EL ALTA."
                  WHEN WS-FONDOS-OK = "N"
                      DISPLAY "FONDOS INSUFICIENTES PARA EL LIMITE "
                              "ACORDADO - NO SE GRABA EL ALTA."
                      PERFORM GRABAR-RECHAZO-FONDOS
                  WHEN OTHER
                      WRITE MOVIMIENTOS-REGISTRO
                         INVALID KEY
                            MOVE "A" TO WS-ACCION
                            PERFORM GRABAR-JOURNAL
                            DISPLAY "ALTA GRABADA."
                            PERFORM REACTIVAR-CUENTA
                      END-WRITE
              END-EVALUATE.

      ****************************************************************
      * BAJA-MOVIMIENTO - ELIMINA UN MOVIMIENTO EXISTENTE. UN
      * MOVIMIENTO DE FECHA CERRADA SOLO SE CORRIGE POR CONTRASIENTO
      ****************************************************************
           BAJA-MOVIMIENTO.
              PERFORM PEDIR-CLAVE.
              PERFORM LEER-POR-CLAVE.
              IF WS-REGISTRO-HALLADO = "S"
                 PERFORM MOSTRAR-MOVIMIENTO
                 PERFORM VERIFICAR-SOLO-LECTURA
              END-IF.
              IF WS-REGISTRO-HALLADO = "S"
                 AND WS-SOLO-LECTURA = "N"
                 MOVE MOVIMIENTOS-REGISTRO TO WS-IMAGEN-ANTES
                 DELETE MOVIMIENTOS RECORD
                    INVALID KEY

      ****************************************************************
      * MODIFICAR-MOVIMIENTO - CORRIGE LOS CAMPOS DE UN MOVIMIENTO.
      * UN CAMPO INGRESADO VACIO CONSERVA EL VALOR ACTUAL. UN
      * MOVIMIENTO DE FECHA CERRADA SOLO SE CORRIGE POR CONTRASIENTO.
      * LOS DATOS NUEVOS SE VALIDAN COMO EN EL ALTA: LA CUENTA TIENE
      * QUE ESTAR HABILITADA Y EL CODIGO DE OPERACION EXISTIR, Y NO
      * PUEDE SER UN CONTRASIENTO NI UN DEBITO SOBRE UNA CUENTA
      * INACTIVA
      ****************************************************************
           MODIFICAR-MOVIMIENTO.
              PERFORM PEDIR-CLAVE.
              PERFORM LEER-POR-CLAVE.
              IF WS-REGISTRO-HALLADO = "S"
                 PERFORM MOSTRAR-MOVIMIENTO
                 PERFORM VERIFICAR-SOLO-LECTURA
              END-IF.
              IF WS-REGISTRO-HALLADO = "S"
                 AND WS-SOLO-LECTURA = "N"
                 MOVE MOVIMIENTOS-REGISTRO TO WS-IMAGEN-ANTES
                 PERFORM PEDIR-CAMPOS-NUEVOS
                 PERFORM VALIDAR-DIGITO
                 PERFORM VALIDAR-CUENTA
                 PERFORM VALIDAR-FONDOS
                 EVALUATE TRUE
                     WHEN COD_OPER = "CONTRADB"
                        OR COD_OPER = "CONTRACR"
                         DISPLAY "LOS CONTRASIENTOS SE REGISTRAN POR "
                                 "LA OPCION 6 - NO SE GRABA LA "
                                 "MODIFICACION."
                         MOVE WS-IMAGEN-ANTES TO MOVIMIENTOS-REGISTRO
                     WHEN WS-DIGITO-OK = "N"
                         DISPLAY "DIGITO VERIFICADOR INVALIDO - "
                                 "NO SE GRABA LA MODIFICACION."
                         MOVE WS-IMAGEN-ANTES TO MOVIMIENTOS-REGISTRO
                     WHEN WS-CUENTA-HABILITADA = "N"
                         DISPLAY "CUENTA INEXISTENTE, BLOQUEADA O "
                                 "CERRADA - NO SE GRABA LA "
                                 "MODIFICACION."
                         MOVE WS-IMAGEN-ANTES TO MOVIMIENTOS-REGISTRO
                     WHEN WS-NAT-OPER = SPACES
                         DISPLAY "CODIGO DE OPERACION INEXISTENTE - "
                                 "NO SE GRABA LA MODIFICACION."
                         MOVE WS-IMAGEN-ANTES TO MOVIMIENTOS-REGISTRO
                     WHEN WS-CUENTA-INACTIVA = "S"
                        AND WS-NAT-OPER = "D"
                         DISPLAY "CUENTA INACTIVA - SOLO ADMITE "
                                 "CREDITOS - NO SE GRABA LA "
                                 "MODIFICACION."
                         MOVE WS-IMAGEN-ANTES TO MOVIMIENTOS-REGISTRO
                     WHEN WS-FONDOS-OK = "N"
                         DISPLAY "FONDOS INSUFICIENTES PARA EL LIMITE "
                                 "ACORDADO - NO SE GRABA LA "
                                 "MODIFICACION."
                         PERFORM GRABAR-RECHAZO-FONDOS
                         MOVE WS-IMAGEN-ANTES TO MOVIMIENTOS-REGISTRO
                     WHEN OTHER
                         REWRITE MOVIMIENTOS-REGISTRO
                            INVALID KEY
                               DISPLAY "NO SE PUDO REGRABAR - STATUS "
                                       WS-MOV-STATUS
                            NOT INVALID KEY
                               MOVE "M" TO WS-ACCION
                               PERFORM GRABAR-JOURNAL
                               DISPLAY "MODIFICACION GRABADA."
                         END-REWRITE
                 END-EVALUATE
              END-IF.

      ****************************************************************
      * CONTRASIENTO-MOVIMIENTO - ANULA UN MOVIMIENTO CON OTRO DE
      * NATURALEZA OPUESTA, MISMA CUENTA E IMPORTE, FECHADO HOY. EL
      * ORIGINAL QUEDA COMO ESTA Y SE VINCULA CON SU CONTRASIENTO EN
      * MOV_CONTRASIENTOS.DAT; EL CIERRE DE SALDOS DE HOY LO APLICA
      * COMO A CUALQUIER OTRO MOVIMIENTO
      ****************************************************************
           CONTRASIENTO-MOVIMIENTO.
              PERFORM PEDIR-CLAVE.
              PERFORM LEER-POR-CLAVE.
              IF WS-REGISTRO-HALLADO = "S"
                 PERFORM MOSTRAR-MOVIMIENTO
                 PERFORM VALIDAR-CONTRASIENTO
              END-IF.
              IF WS-REGISTRO-HALLADO = "S"
                 AND WS-CONTRASIENTO-OK = "S"
                 PERFORM GRABAR-CONTRASIENTO
              END-IF.

      ****************************************************************
      * VALIDAR-CONTRASIENTO - EL CODIGO DEL CONTRASIENTO DEPENDE DE
      * LA NATURALEZA DEL ORIGINAL Y TIENE QUE ESTAR EN LA TABLA DE
      * OPERACIONES CON LA NATURALEZA OPUESTA, PARA QUE EL CIERRE LO
      * APLIQUE AL REVES. NO SE REVIERTE DOS VECES EL MISMO
      * MOVIMIENTO NI UN CONTRASIENTO, Y HOY NO DEBE ESTAR CERRADO
      ****************************************************************
           VALIDAR-CONTRASIENTO.
              MOVE "S" TO WS-CONTRASIENTO-OK.
              PERFORM VERIFICAR-REVERTIDO.
              PERFORM BUSCAR-NATURALEZA.
              IF WS-NAT-OPER = "D"
                 MOVE "CONTRADB" TO WS-COD-CONTRASIENTO
              ELSE
                 MOVE "CONTRACR" TO WS-COD-CONTRASIENTO
              END-IF.
              MOVE SPACES TO WS-NAT-CONTRASIENTO.
              PERFORM BUSCAR-COD-CONTRASIENTO
                 VARYING IX-COD-OPER FROM 1 BY 1
                 UNTIL IX-COD-OPER > CANT-COD-OPER.
              PERFORM ARMAR-FECHA-HOY.
              MOVE WS-FECHA-HOY TO WS-FECHA-CONSULTA.
              PERFORM VERIFICAR-FECHA-CERRADA.
              EVALUATE TRUE
                  WHEN COD_OPER = "CONTRADB"
                     OR COD_OPER = "CONTRACR"
                      DISPLAY "EL MOVIMIENTO ES UN CONTRASIENTO - "
                              "NO SE REVIERTE."
                      MOVE "N" TO WS-CONTRASIENTO-OK
                  WHEN WS-REVERTIDO = "S"
                      DISPLAY "EL MOVIMIENTO YA FUE REVERTIDO - "
                              "NO SE GRABA EL CONTRASIENTO."
                      MOVE "N" TO WS-CONTRASIENTO-OK
                  WHEN FUNCTION TEST-NUMVAL(IMPORTE) NOT = ZEROES
                      DISPLAY "IMPORTE INVALIDO EN EL ORIGINAL - "
                              "NO SE GRABA EL CONTRASIENTO."
                      MOVE "N" TO WS-CONTRASIENTO-OK
                  WHEN WS-NAT-CONTRASIENTO = SPACES
                     OR WS-NAT-CONTRASIENTO = WS-NAT-OPER
                      DISPLAY "EL CODIGO " WS-COD-CONTRASIENTO
                              " NO ESTA EN EL MAESTRO DE OPERACIONES "
                              "CON LA NATURALEZA OPUESTA."
                      MOVE "N" TO WS-CONTRASIENTO-OK
                  WHEN WS-FECHA-CERRADA = "S"
                      DISPLAY "LA FECHA DE HOY " WS-FECHA-HOY
                              " YA FUE CERRADA EN SALDOS - "
                              "NO SE GRABA EL CONTRASIENTO."
                      MOVE "N" TO WS-CONTRASIENTO-OK
              END-EVALUATE.

           BUSCAR-COD-CONTRASIENTO.
              IF TAB-COD-OPER (IX-COD-OPER) = WS-COD-CONTRASIENTO
                 MOVE TAB-NAT-OPER (IX-COD-OPER) TO WS-NAT-CONTRASIENTO
                 SET IX-COD-OPER TO CANT-COD-OPER.

      ****************************************************************
      * GRABAR-CONTRASIENTO - LA FECHA DEL CONTRASIENTO LLEVA UN
      * NUMERO DE SECUENCIA Y SE REINTENTA CON EL SIGUIENTE SI LA
      * CLAVE YA ESTA OCUPADA. SI NO SE PUEDE VINCULAR CON EL
      * ORIGINAL, EL CONTRASIENTO SE ELIMINA PARA NO DEJARLO SUELTO
      ****************************************************************
           GRABAR-CONTRASIENTO.
              MOVE MOVIMIENTOS-REGISTRO TO WS-IMAGEN-ANTES.
              MOVE CLAVE-MOVIMIENTO TO WS-CLAVE-ORIGINAL.
              MOVE ZEROES TO WS-SEQ-CONTRASIENTO.
              MOVE "N" TO WS-MOV-GRABADO.
              PERFORM INTENTAR-GRABAR-CONTRASIENTO
              UNTIL WS-MOV-GRABADO = "S"
                 OR WS-SEQ-CONTRASIENTO >= 999.
              IF WS-MOV-GRABADO = "S"
                 PERFORM VINCULAR-CONTRASIENTO
              ELSE
                 DISPLAY "NO SE PUDO GRABAR EL CONTRASIENTO - STATUS "
                         WS-MOV-STATUS
              END-IF.
              IF WS-MOV-GRABADO = "S"
                 MOVE "R" TO WS-ACCION
                 PERFORM GRABAR-JOURNAL
                 DISPLAY "CONTRASIENTO GRABADO CON FECHA " FECHA_MOV
              END-IF.

           INTENTAR-GRABAR-CONTRASIENTO.
              ADD 1 TO WS-SEQ-CONTRASIENTO.
              MOVE WS-IMAGEN-ANTES TO MOVIMIENTOS-REGISTRO.
              MOVE ZEROES TO HOJA_NRO.
              MOVE SPACES TO FECHA_MOV.
              STRING WS-FECHA-HOY        DELIMITED BY SIZE
                     WS-SEQ-CONTRASIENTO DELIMITED BY SIZE
                 INTO FECHA_MOV.
              MOVE WS-COD-CONTRASIENTO TO COD_OPER.
              MOVE "SU" TO CANAL.
              WRITE MOVIMIENTOS-REGISTRO
                 INVALID KEY
                    IF WS-MOV-STATUS NOT = "22"
                       MOVE 999 TO WS-SEQ-CONTRASIENTO
                    END-IF
                 NOT INVALID KEY
                    MOVE "S" TO WS-MOV-GRABADO
              END-WRITE.

           VINCULAR-CONTRASIENTO.
              MOVE WS-CLAVE-ORIGINAL TO CTR-CLAVE-ORIGINAL.
              MOVE CLAVE-MOVIMIENTO TO CTR-CLAVE-CONTRASIENTO.
              MOVE WS-USUARIO TO CTR-USUARIO.
              MOVE WS-FECHA-HOY TO CTR-FECHA.
              WRITE CONTRASIENTOS-REGISTRO
                 INVALID KEY
                    DISPLAY "NO SE PUDO VINCULAR EL CONTRASIENTO - "
                            "STATUS " WS-CTR-STATUS
                    DELETE MOVIMIENTOS RECORD
                       INVALID KEY CONTINUE
                    END-DELETE
                    MOVE "N" TO WS-MOV-GRABADO
              END-WRITE.

      ****************************************************************
      * ARMAR-FECHA-HOY - FECHA DEL SISTEMA EN FORMATO AAAA-MM-DD
      ****************************************************************
           ARMAR-FECHA-HOY.
              ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
              MOVE SPACES TO WS-FECHA-HOY.
              STRING WS-FECHA-SISTEMA (1:4) DELIMITED BY SIZE
                     "-"                    DELIMITED BY SIZE
                     WS-FECHA-SISTEMA (5:2) DELIMITED BY SIZE
                     "-"                    DELIMITED BY SIZE
                     WS-FECHA-SISTEMA (7:2) DELIMITED BY SIZE
                 INTO WS-FECHA-HOY.

      ****************************************************************
      * VERIFICAR-SOLO-LECTURA - NO SE DA DE BAJA NI SE MODIFICA UN
      * MOVIMIENTO CUYA FECHA YA CERRO ACTUALIZASALDOS, NI UNO QUE
      * ESTE VINCULADO CON UN CONTRASIENTO
      ****************************************************************
           VERIFICAR-SOLO-LECTURA.
              MOVE "N" TO WS-SOLO-LECTURA.
              MOVE FECHA_MOV (1:10) TO WS-FECHA-CONSULTA.
              PERFORM VERIFICAR-FECHA-CERRADA.
              PERFORM VERIFICAR-REVERTIDO.
              EVALUATE TRUE
                  WHEN WS-FECHA-CERRADA = "S"
                      DISPLAY "LA FECHA " WS-FECHA-CONSULTA
                              " YA FUE CERRADA EN SALDOS - EL "
                              "MOVIMIENTO ES DE SOLO LECTURA."
                      DISPLAY "PARA CORREGIRLO USE LA OPCION 6 - "
                              "CONTRASIENTO."
                      MOVE "S" TO WS-SOLO-LECTURA
                  WHEN WS-REVERTIDO = "S"
                      DISPLAY "EL MOVIMIENTO TIENE UN CONTRASIENTO - "
                              "ES DE SOLO LECTURA."
                      MOVE "S" TO WS-SOLO-LECTURA
                  WHEN COD_OPER = "CONTRADB"
                     OR COD_OPER = "CONTRACR"
                      DISPLAY "EL MOVIMIENTO ES UN CONTRASIENTO - "
                              "ES DE SOLO LECTURA."
                      MOVE "S" TO WS-SOLO-LECTURA
              END-EVALUATE.

      ****************************************************************
      * VERIFICAR-FECHA-CERRADA - UNA FECHA ESTA CERRADA CUANDO EL
      * CIERRE DE SALDOS DE ESE DIA QUEDO COMPLETADO EN CIERRES
      ****************************************************************
           VERIFICAR-FECHA-CERRADA.
              MOVE "N" TO WS-FECHA-CERRADA.
              MOVE WS-FECHA-CONSULTA TO CIE-FECHA.
              MOVE "SALDOS" TO CIE-PROGRAMA.
              READ CIERRES RECORD
                 INVALID KEY
                    MOVE SPACES TO CIE-ESTADO
              END-READ.
              IF CIE-ESTADO = "C"
                 MOVE "S" TO WS-FECHA-CERRADA
              END-IF.

      ****************************************************************
      * VERIFICAR-REVERTIDO - BUSCA SI EL MOVIMIENTO LEIDO YA TIENE
      * UN CONTRASIENTO QUE LO ANULE
      ****************************************************************
           VERIFICAR-REVERTIDO.
              MOVE "N" TO WS-REVERTIDO.
              MOVE CLAVE-MOVIMIENTO TO CTR-CLAVE-ORIGINAL.
              READ CONTRASIENTOS RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "S" TO WS-REVERTIDO
              END-READ.

           PEDIR-CAMPOS-NUEVOS.
              DISPLAY "DIGITO VERIFICADOR (VACIO = NO CAMBIA):".
              ACCEPT WS-CAMPO-INGRESADO.

      ****************************************************************
      * VALIDAR-CUENTA - LA CUENTA DEL MOVIMIENTO DEBE EXISTIR EN EL
      * MAESTRO DE CUENTAS Y ESTAR ACTIVA. UNA CUENTA INACTIVA SOLO
      * ADMITE CREDITOS, COMO EL DEPOSITO EN LA SUCURSAL
      ****************************************************************
           VALIDAR-CUENTA.
              MOVE "S" TO WS-CUENTA-HABILITADA.
              MOVE "N" TO WS-CUENTA-INACTIVA.
              MOVE CLAVE-CUENTA TO CTA-CLAVE-CUENTA.
              READ CUENTAS RECORD
                 INVALID KEY
                    MOVE "N" TO WS-CUENTA-HABILITADA
              END-READ.
              IF WS-CUENTA-HABILITADA = "S"
                 AND CTA-ESTADO = "I"
                 MOVE "S" TO WS-CUENTA-INACTIVA
              END-IF.
              IF WS-CUENTA-HABILITADA = "S"
                 AND CTA-ESTADO NOT = "A"
                 AND CTA-ESTADO NOT = "I"
                 MOVE "N" TO WS-CUENTA-HABILITADA
              END-IF.

      ****************************************************************
      * REACTIVAR-CUENTA - EL CREDITO GRABADO SOBRE UNA CUENTA
      * INACTIVA LA DEVUELVE AL ESTADO ACTIVA
      ****************************************************************
           REACTIVAR-CUENTA.
              IF WS-CUENTA-INACTIVA = "S"
                 AND WS-NAT-OPER NOT = "D"
                 AND FUNCTION NUMVAL(IMPORTE) > ZEROES
                 MOVE "A" TO CTA-ESTADO
                 REWRITE CUENTAS-REGISTRO
                    INVALID KEY
                       DISPLAY "NO SE PUDO REACTIVAR LA CUENTA - "
                               "STATUS " WS-CTA-STATUS
                    NOT INVALID KEY
                       DISPLAY "LA CUENTA INACTIVA QUEDA REACTIVADA."
                 END-REWRITE
              END-IF.

      ****************************************************************
      * VALIDAR-FONDOS - UN DEBITO NO PUEDE DEJAR LA CUENTA POR DEBAJO
      * DEL LIMITE DE DESCUBIERTO ACORDADO. EL DISPONIBLE ES EL SALDO
      * FINAL DEL ULTIMO CIERRE MAS EL NETO DE LOS MOVIMIENTOS DE LA
      * CUENTA POSTERIORES A ESE CIERRE, SIN CONTAR EL QUE SE ESTA
      * MODIFICANDO. EL ACUERDO DEBE ESTAR VIGENTE A LA FECHA DEL
      * MOVIMIENTO; SIN ACUERDO VIGENTE EL LIMITE ES CERO
      ****************************************************************
           VALIDAR-FONDOS.
              MOVE "S" TO WS-FONDOS-OK.
              PERFORM BUSCAR-NATURALEZA.
              IF WS-NAT-OPER = "D"
                 AND FUNCTION TEST-NUMVAL(IMPORTE) = ZEROES
                 COMPUTE WS-IMPORTE-NUM = FUNCTION NUMVAL(IMPORTE)
                 PERFORM LEER-SALDO-DISPONIBLE
                 PERFORM LEER-LIMITE-ACORDADO
                 IF WS-SALDO-DISPONIBLE - WS-IMPORTE-NUM
                    + WS-LIMITE-ACORDADO < ZEROES
                    MOVE "N" TO WS-FONDOS-OK
                 END-IF
              END-IF.

      ****************************************************************
      * LEER-SALDO-DISPONIBLE - RECORRE LOS MOVIMIENTOS DE LA CUENTA
      * POR LA CLAVE ALTERNATIVA. EL REGISTRO EN CURSO SE GUARDA Y SE
      * REPONE AL TERMINAR
      ****************************************************************
           LEER-SALDO-DISPONIBLE.
              MOVE MOVIMIENTOS-REGISTRO TO WS-MOV-EN-CURSO.
              MOVE CLAVE-CUENTA TO SAL-CLAVE-CUENTA.
              READ SALDOS RECORD
                 INVALID KEY
                    MOVE ZEROES TO SAL-SALDO-FINAL
                    MOVE SPACES TO SAL-FECHA-ULT
              END-READ.
              MOVE SAL-SALDO-FINAL TO WS-SALDO-DISPONIBLE.
              MOVE "1" TO WS-FIN-PENDIENTES.
              START MOVIMIENTOS KEY IS NOT LESS THAN CLAVE-CUENTA
                 INVALID KEY
                    MOVE "0" TO WS-FIN-PENDIENTES
              END-START.
              PERFORM SUMAR-MOV-PENDIENTE
              UNTIL WS-FIN-PENDIENTES = "0".
              MOVE WS-MOV-EN-CURSO TO MOVIMIENTOS-REGISTRO.

           SUMAR-MOV-PENDIENTE.
              READ MOVIMIENTOS NEXT RECORD
                 AT END MOVE "0" TO WS-FIN-PENDIENTES
              END-READ.
              IF WS-FIN-PENDIENTES NOT = "0"
                 IF CLAVE-CUENTA NOT = WS-CUENTA-EN-CURSO
                    MOVE "0" TO WS-FIN-PENDIENTES
                 ELSE
                    IF FECHA_MOV (1:10) > SAL-FECHA-ULT
                       AND CLAVE-MOVIMIENTO NOT = WS-CLAVE-EN-CURSO
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
              MOVE CLAVE-CUENTA TO ACU-CLAVE-CUENTA.
              READ ACUERDOS RECORD
                 INVALID KEY
                    MOVE SPACES TO ACU-CLAVE-CUENTA
              END-READ.
              IF ACU-CLAVE-CUENTA = CLAVE-CUENTA
                 IF ACU-FECHA-VENCE = SPACES
                    OR ACU-FECHA-VENCE NOT < FECHA_MOV (1:10)
                    MOVE ACU-LIMITE TO WS-LIMITE-ACORDADO
                 END-IF
              END-IF.

      ****************************************************************
      * BUSCAR-NATURALEZA - OBTIENE D/C DE LA TABLA DE OPERACIONES.
      * UN CODIGO QUE NO ESTA EN LA TABLA DEJA LA NATURALEZA EN BLANCO
      ****************************************************************
           BUSCAR-NATURALEZA.
              MOVE SPACES TO WS-NAT-OPER.
              PERFORM BUSCAR-NATURALEZA-ITEM
                 VARYING IX-COD-OPER FROM 1 BY 1
                 UNTIL IX-COD-OPER > CANT-COD-OPER.

           BUSCAR-NATURALEZA-ITEM.
              IF TAB-COD-OPER (IX-COD-OPER) = COD_OPER
                 MOVE TAB-NAT-OPER (IX-COD-OPER) TO WS-NAT-OPER
                 SET IX-COD-OPER TO CANT-COD-OPER.

      ****************************************************************
      * GRABAR-RECHAZO-FONDOS - DEJA EL DEBITO RECHAZADO EN EL LISTADO
      * DE FONDOS INSUFICIENTES, COMUN CON LA CARGA DE NOVEDADES
      ****************************************************************
           GRABAR-RECHAZO-FONDOS.
              IF WS-LIS-ABIERTO = "S"
                 IF WS-TITULO-FONDOS = "N"
                    MOVE WS-USUARIO TO TIT-USUARIO
                    WRITE FONDOS-REGISTRO FROM LINEA-TITULO-FONDOS
                    WRITE FONDOS-REGISTRO FROM LINEA-COLUMNAS-FONDOS
                    MOVE "S" TO WS-TITULO-FONDOS
                 END-IF
                 MOVE "MANTENIM" TO DET-ORIGEN
                 MOVE SUCURSAL TO DET-SUCURSAL
                 MOVE CUENTA TO DET-CUENTA
                 MOVE FECHA_MOV TO DET-FECHA-MOV
                 MOVE COD_OPER TO DET-COD-OPER
                 MOVE WS-IMPORTE-NUM TO DET-IMPORTE
                 MOVE WS-SALDO-DISPONIBLE TO DET-SALDO
                 MOVE WS-LIMITE-ACORDADO TO DET-LIMITE
                 WRITE FONDOS-REGISTRO FROM LINEA-DETALLE-FONDOS
              END-IF.

      ****************************************************************
      * GRABAR-JOURNAL - DEJA RASTRO DE QUIEN, CUANDO Y QUE CAMBIO
      ****************************************************************
              MOVE WS-IMAGEN-ANTES TO JRN-IMAGEN-ANTES.
              MOVE MOVIMIENTOS-REGISTRO TO JRN-IMAGEN-DESPUES.
              WRITE JOURNAL-REGISTRO.

           COPY "CARGCOD.CPY".
