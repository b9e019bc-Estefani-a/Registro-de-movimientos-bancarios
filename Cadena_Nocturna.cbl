               05 VER-HASH PIC Z(13)9.99.

      *****************************************************************
      * TABLA-PASOS - LOS NUEVE PASOS DE LA CADENA EN SU ORDEN. EL
      * NOMBRE DEBE COINCIDIR CON EL LOG-PROGRAMA QUE GRABA CADA
      * PROGRAMA EN LA BITACORA
      *****************************************************************
       01 TABLA-PASOS.
               05 PASO-ITEM OCCURS 9 TIMES.
                   10 PASO-NOMBRE PIC X(20).
                   10 PASO-ESTADO PIC X(12).
                   10 PASO-LEIDOS PIC 9(9).
       01  WS-CIERRE-CANT PIC 9(9).
       01  WS-CIERRE-HASH PIC 9(15)V99.
       01  WS-FECHA-PROCESO PIC X(10).
       01  WS-PASO PIC 9(2).
       01  WS-CADENA-CORTADA PIC X VALUE "N".
       01  WS-COMANDO PIC X(80).
       01  WS-CANT-LOG-ANTES PIC 9(9).
       01  WS-CANT-LOG-DESPUES PIC 9(9).
       01  WS-CANT-LOG PIC 9(9).
       01  WS-MENSAJE-CORTE PIC X(80).
       01  WS-RESGUARDO-ESTADO PIC X(12).

      ******************************************************************
           PROCEDURE DIVISION.
              MOVE "S" TO WS-CADENA-CORTADA
           END-IF.
           PERFORM GRABAR-TITULO-VEREDICTO.
           IF WS-CADENA-CORTADA NOT = "S"
              PERFORM EJECUTAR-RESGUARDO
           END-IF.
           PERFORM EJECUTAR-PASO
           VARYING WS-PASO FROM 1 BY 1
           UNTIL WS-PASO > 9 OR WS-CADENA-CORTADA = "S".
           PERFORM GRABAR-CIERRE-VEREDICTO.
           CLOSE VEREDICTO.
           STOP RUN.

      ****************************************************************
      * INICIALIZAR-PASOS - ORDEN Y NOMBRES DE LA CADENA. LOS
      * DEBITOS AUTOMATICOS CORREN DESPUES DE LA CARGA PARA QUE EL
      * CONTROL DE FONDOS VEA LOS CREDITOS DEL DIA. EL
      * TARIFADO CORRE ANTES DEL CIERRE DE SALDOS PARA QUE LOS
      * DEBITOS DE COMISION DEL DIA ENTREN EN ESE MISMO CIERRE; LO
      * MISMO LAS TRANSFERENCIAS SALIENTES, CUYOS CONTRASIENTOS POR
      * DEVOLUCION DE CAMARA QUEDAN CON LA FECHA DEL PROCESO. EL
      * DEVENGO DE DESCUBIERTOS CORRE SOBRE LOS SALDOS YA CERRADOS Y
      * ANTES DE LA CONTABILIDAD, QUE TOMA SUS ASIENTOS DE INTERES
      * DE LA FECHA; LA CONTABILIDAD CORRE DESPUES DEL CIERRE DE
      * SALDOS PARA TOMAR EXACTAMENTE LOS MISMOS MOVIMIENTOS DEL DIA
      ****************************************************************
           INICIALIZAR-PASOS.
              MOVE ZEROES TO TABLA-PASOS.
              MOVE "CARGA NOVEDADES" TO PASO-NOMBRE (1).
              MOVE "DEBITOS AUTOMATICOS" TO PASO-NOMBRE (2).
              MOVE "COMISIONES" TO PASO-NOMBRE (3).
              MOVE "TRANSF SALIENTES" TO PASO-NOMBRE (4).
              MOVE "CIERRE SALDOS" TO PASO-NOMBRE (5).
              MOVE "DESCUBIERTOS" TO PASO-NOMBRE (6).
              MOVE "CONTABILIDAD" TO PASO-NOMBRE (7).
              MOVE "CONCILIACION" TO PASO-NOMBRE (8).
              MOVE "LISTADO MOVIMIENTOS" TO PASO-NOMBRE (9).

      ****************************************************************
      * EJECUTAR-RESGUARDO - ANTES DEL PRIMER PASO SE TOMA LA
      * GENERACION DE RESGUARDO DE LOS ARCHIVOS QUE LA CADENA
      * ACTUALIZA. SIN RESGUARDO LA CADENA NO ARRANCA, PORQUE UN
      * PASO QUE FALLE NO TENDRIA A DONDE VOLVER
      ****************************************************************
           EJECUTAR-RESGUARDO.
              DISPLAY "EJECUTANDO RESGUARDO PREVIO A LA CADENA".
              PERFORM CONTAR-RUNLOG.
              MOVE WS-CANT-LOG TO WS-CANT-LOG-ANTES.
              MOVE SPACES TO WS-COMANDO.
              STRING "echo " WS-FECHA-PROCESO
                     "| ResguardoCierre"
                     DELIMITED BY SIZE INTO WS-COMANDO.
              CALL "SYSTEM" USING WS-COMANDO.
              PERFORM CONTAR-RUNLOG.
              MOVE WS-CANT-LOG TO WS-CANT-LOG-DESPUES.
              EVALUATE TRUE
                  WHEN WS-CANT-LOG-DESPUES = WS-CANT-LOG-ANTES
                      MOVE "SIN LOG" TO WS-RESGUARDO-ESTADO
                      MOVE "EL RESGUARDO NO GRABO SU CIERRE EN LA "
                           & "BITACORA"
                         TO WS-MENSAJE-CORTE
                  WHEN ULT-PROGRAMA NOT = "RESGUARDO CIERRE"
                      MOVE "LOG AJENO" TO WS-RESGUARDO-ESTADO
                      MOVE SPACES TO WS-MENSAJE-CORTE
                      STRING "EL ULTIMO CIERRE DE LA BITACORA ES DE "
                                                  DELIMITED BY SIZE
                             ULT-PROGRAMA         DELIMITED BY SIZE
                         INTO WS-MENSAJE-CORTE
                  WHEN ULT-FIN-NORMAL NOT = "N"
                      MOVE "ABEND" TO WS-RESGUARDO-ESTADO
                      MOVE "EL RESGUARDO TERMINO EN FORMA ANORMAL"
                         TO WS-MENSAJE-CORTE
                  WHEN OTHER
                      MOVE "OK" TO WS-RESGUARDO-ESTADO
              END-EVALUATE.
              IF WS-RESGUARDO-ESTADO NOT = "OK"
                 MOVE "S" TO WS-CADENA-CORTADA
                 DISPLAY "CADENA DETENIDA ANTES DEL PRIMER PASO - "
                         WS-MENSAJE-CORTE
              END-IF.
              PERFORM GRABAR-LINEA-RESGUARDO.

      ****************************************************************
      * EJECUTAR-PASO - LANZA EL PROGRAMA DEL PASO, RELEE SU CIERRE
                             DELIMITED BY SIZE INTO WS-COMANDO
                  WHEN 2
                      STRING "echo " WS-FECHA-PROCESO
                             "| DebitosAutomaticos"
                             DELIMITED BY SIZE INTO WS-COMANDO
                  WHEN 3
                      STRING "echo " WS-FECHA-PROCESO
                             "| CalculaComisiones"
                             DELIMITED BY SIZE INTO WS-COMANDO
                  WHEN 4
                      STRING "echo " WS-FECHA-PROCESO
                             "| TransferenciasSalientes"
                             DELIMITED BY SIZE INTO WS-COMANDO
                  WHEN 5
                      STRING "echo " WS-FECHA-PROCESO
                             "| ActualizaSaldos"
                             DELIMITED BY SIZE INTO WS-COMANDO
                  WHEN 6
                      STRING "echo " WS-FECHA-PROCESO
                             "| InteresesDescubiertos"
                             DELIMITED BY SIZE INTO WS-COMANDO
                  WHEN 7
                      STRING "echo " WS-FECHA-PROCESO
                             "| InterfazContable"
                             DELIMITED BY SIZE INTO WS-COMANDO
                  WHEN 8
                      STRING "echo " WS-FECHA-PROCESO
                             "| ConciliaMovimientos"
                             DELIMITED BY SIZE INTO WS-COMANDO
                  WHEN 9
                      PERFORM GRABAR-PARAMETROS-LISTADO
                      MOVE "SassoneEstefaniaEj1" TO WS-COMANDO
              END-EVALUATE.
      * REGISTRO DE CONTROL DE CIERRE (FECHA COMPLETADA Y MISMAS
      * CIFRAS QUE LA BITACORA). CONTRA LA CARGA SOLO SE EXIGE QUE
      * SALDOS NO APLIQUE MENOS QUE LO ACEPTADO: SALDOS TAMBIEN
      * APLICA COMISIONES, DEBITOS AUTOMATICOS, ACREDITACIONES DE
      * CAMARA, ALTAS MANUALES Y DEVOLUCIONES DE TRANSFERENCIAS DE
      * LA FECHA, Y EN UNA RECUPERACION LA CARGA RECHAZA TODO COMO
      * DUPLICADO MIENTRAS SALDOS REAPLICA EL DIA. LA CONTABILIDAD
      * SE CRUZA CONTRA SU CONTROL DE CIERRE Y DEBE HABER TOMADO LOS
      * MISMOS MOVIMIENTOS DE LA FECHA QUE EL CIERRE DE SALDOS
      ****************************************************************
           VERIFICAR-CRUCES.
              EVALUATE WS-PASO
                  WHEN 3
                      PERFORM VERIFICAR-CIERRE-COMISIONES
                  WHEN 5
                      PERFORM VERIFICAR-CIERRE-SALDOS
                  WHEN 7
                      PERFORM VERIFICAR-CIERRE-CONTABILIDAD
              END-EVALUATE.

           VERIFICAR-CIERRE-COMISIONES.
              EVALUATE TRUE
                  WHEN WS-CIERRE-HALLADO = "N"
                     OR WS-CIERRE-ESTADO NOT = "C"
                      MOVE "DESCUADRE" TO PASO-ESTADO (3)
                      MOVE "EL TARIFADO NO DEJO LA FECHA COMPLETADA "
                           & "EN EL CONTROL DE CIERRE"
                         TO WS-MENSAJE-CORTE
                      PERFORM CORTAR-CADENA
                  WHEN WS-CIERRE-CANT NOT = PASO-GRABADOS (3)
                     OR WS-CIERRE-HASH NOT = PASO-HASH (3)
                      MOVE "DESCUADRE" TO PASO-ESTADO (3)
                      MOVE "LAS CIFRAS DEL TARIFADO NO ATAN CON SU "
                           & "CONTROL DE CIERRE"
                         TO WS-MENSAJE-CORTE
              EVALUATE TRUE
                  WHEN WS-CIERRE-HALLADO = "N"
                     OR WS-CIERRE-ESTADO NOT = "C"
                      MOVE "DESCUADRE" TO PASO-ESTADO (5)
                      MOVE "EL CIERRE DE SALDOS NO DEJO LA FECHA "
                           & "COMPLETADA EN EL CONTROL DE CIERRE"
                         TO WS-MENSAJE-CORTE
                      PERFORM CORTAR-CADENA
                  WHEN WS-CIERRE-CANT NOT = PASO-LEIDOS (5)
                     OR WS-CIERRE-HASH NOT = PASO-HASH (5)
                      MOVE "DESCUADRE" TO PASO-ESTADO (5)
                      MOVE "LAS CIFRAS DEL CIERRE DE SALDOS NO ATAN "
                           & "CON SU CONTROL DE CIERRE"
                         TO WS-MENSAJE-CORTE
                      PERFORM CORTAR-CADENA
                  WHEN PASO-LEIDOS (5) < PASO-GRABADOS (1)
                      MOVE "DESCUADRE" TO PASO-ESTADO (5)
                      MOVE "SALDOS APLICO MENOS MOVIMIENTOS QUE LOS "
                           & "ACEPTADOS POR LA CARGA"
                         TO WS-MENSAJE-CORTE
                      PERFORM CORTAR-CADENA
                  WHEN PASO-HASH (5) < PASO-HASH (1)
                      MOVE "DESCUADRE" TO PASO-ESTADO (5)
                      MOVE "EL HASH APLICADO POR SALDOS ES MENOR QUE "
                           & "EL CARGADO POR LA CARGA"
                         TO WS-MENSAJE-CORTE
                      PERFORM CORTAR-CADENA
              END-EVALUATE.

           VERIFICAR-CIERRE-CONTABILIDAD.
              MOVE "CONTABILIDAD" TO WS-CIERRE-PROGRAMA.
              PERFORM LEER-CIERRE-CONTROL.
              EVALUATE TRUE
                  WHEN WS-CIERRE-HALLADO = "N"
                     OR WS-CIERRE-ESTADO NOT = "C"
                      MOVE "DESCUADRE" TO PASO-ESTADO (7)
                      MOVE "LA CONTABILIDAD NO DEJO LA FECHA "
                           & "COMPLETADA EN EL CONTROL DE CIERRE"
                         TO WS-MENSAJE-CORTE
                      PERFORM CORTAR-CADENA
                  WHEN WS-CIERRE-CANT NOT = PASO-LEIDOS (7)
                     OR WS-CIERRE-HASH NOT = PASO-HASH (7)
                      MOVE "DESCUADRE" TO PASO-ESTADO (7)
                      MOVE "LAS CIFRAS DE LA CONTABILIDAD NO ATAN "
                           & "CON SU CONTROL DE CIERRE"
                         TO WS-MENSAJE-CORTE
                      PERFORM CORTAR-CADENA
                  WHEN PASO-LEIDOS (7) NOT = PASO-LEIDOS (5)
                      MOVE "DESCUADRE" TO PASO-ESTADO (7)
                      MOVE "LA CONTABILIDAD NO TOMO LOS MISMOS "
                           & "MOVIMIENTOS QUE EL CIERRE DE SALDOS"
                         TO WS-MENSAJE-CORTE
                      PERFORM CORTAR-CADENA
              END-EVALUATE.

      ****************************************************************
      * LEER-CIERRE-CONTROL - TRAE EL REGISTRO DE CONTROL DE CIERRE
      * DE LA FECHA EN PROCESO PARA EL PROGRAMA PEDIDO
              MOVE WS-FECHA-PROCESO TO TIT-FECHA.
              WRITE VEREDICTO-REGISTRO FROM LINEA-TITULO-VEREDICTO.

           GRABAR-LINEA-RESGUARDO.
              MOVE "RESGUARDO CIERRE" TO VER-NOMBRE.
              MOVE WS-RESGUARDO-ESTADO TO VER-ESTADO.
              MOVE ZEROES TO VER-LEIDOS.
              MOVE ZEROES TO VER-GRABADOS.
              MOVE ZEROES TO VER-EXCEPCIONES.
              MOVE ZEROES TO VER-HASH.
              IF WS-RESGUARDO-ESTADO = "OK"
                 OR WS-RESGUARDO-ESTADO = "ABEND"
                 MOVE ULT-LEIDOS TO VER-LEIDOS
                 MOVE ULT-GRABADOS TO VER-GRABADOS
                 MOVE ULT-EXCEPCIONES TO VER-EXCEPCIONES
              END-IF.
              WRITE VEREDICTO-REGISTRO FROM LINEA-PASO.

           GRABAR-LINEA-PASO.
              MOVE PASO-NOMBRE (WS-PASO) TO VER-NOMBRE.
              MOVE PASO-ESTADO (WS-PASO) TO VER-ESTADO.
