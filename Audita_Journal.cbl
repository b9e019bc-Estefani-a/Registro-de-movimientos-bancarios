       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-JRN-STATUS.

       SELECT OPTIONAL CONTRASIENTOS
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\mov_contrasientos.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CTR-CLAVE-ORIGINAL
       ALTERNATE RECORD KEY IS CTR-CLAVE-CONTRASIENTO
       FILE STATUS IS WS-CTR-STATUS.

       SELECT OPTIONAL REPORTE-AUDITORIA
       ASSIGN TO
       "C:\Users\Usuario\OneDrive\Escritorio\jrn_auditoria.txt"
               05 JRN-FECHA PIC 9(8).
               05 JRN-HORA PIC 9(8).
               05 JRN-ACCION PIC X(1).
               05 JRN-IMAGEN-ANTES PIC X(91).
               05 JRN-IMAGEN-DESPUES PIC X(91).

       FD CONTRASIENTOS.
           COPY "CTRREG.CPY".

       FD REPORTE-AUDITORIA.
       01 REPORTE-REGISTRO PIC X(132).
      * TRAZADO QUE EL REGISTRO DE MOVIMIENTOS PARA COMPARAR CAMPO
      * POR CAMPO
      *****************************************************************
       01 WS-IMAGEN-ANTES PIC X(91).
       01 WS-IMAGEN-ANTES-R REDEFINES WS-IMAGEN-ANTES.
               05 ANT-HOJA-NRO PIC X(1).
               05 ANT-COD-CLI PIC X(10).
               05 ANT-COD-OPER PIC X(9).
               05 ANT-IMPORTE PIC X(15).
               05 ANT-CANAL PIC X(2).
               05 ANT-MONEDA PIC X(3).

       01 WS-IMAGEN-DESPUES PIC X(91).
       01 WS-IMAGEN-DESPUES-R REDEFINES WS-IMAGEN-DESPUES.
               05 DES-HOJA-NRO PIC X(1).
               05 DES-COD-CLI PIC X(10).
               05 DES-COD-OPER PIC X(9).
               05 DES-IMPORTE PIC X(15).
               05 DES-CANAL PIC X(2).
               05 DES-MONEDA PIC X(3).

      *****************************************************************
      * TABLA-JOURNAL - PARA RETROCEDER CAMBIOS HAY QUE APLICARLOS EN
      * SE RECORREN DEL ULTIMO AL PRIMERO
      *****************************************************************
       01 TABLA-JOURNAL.
               05 TAB-JRN-ITEM OCCURS 5000 TIMES PIC X(209).

       01  WS-MOV-STATUS PIC X(2).
       01  WS-JRN-STATUS PIC X(2).
       01  WS-CTR-STATUS PIC X(2).
       01  WS-REP-STATUS PIC X(2).
       01  WS-OPCION PIC X.
       01  WS-FIN-JOURNAL PIC X.
                         WS-MOV-STATUS
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
      *****************************************************************
           CERRAR-ARCHIVO.
             CLOSE MOVIMIENTOS.
             CLOSE CONTRASIENTOS.

      ****************************************************************
      * ATENDER-MENU - MUESTRA EL MENU Y DERIVA A CADA OPCION
              END-IF.
              MOVE WS-FIL-SUCURSAL TO WS-FIL-CLAVE-SUC.
              MOVE WS-FIL-CUENTA TO WS-FIL-CLAVE-CTA.
              DISPLAY "ACCION A/B/M/R (VACIO = TODAS):".
              ACCEPT WS-FIL-ACCION.

      ****************************************************************
                      MOVE "BAJA" TO CAB-ACCION
                  WHEN "M"
                      MOVE "MODIFICACION" TO CAB-ACCION
                  WHEN "R"
                      MOVE "CONTRASIENTO" TO CAB-ACCION
                  WHEN OTHER
                      MOVE JRN-ACCION TO CAB-ACCION
              END-EVALUATE.
                 MOVE ANT-CANAL TO CAM-ANTES
                 MOVE DES-CANAL TO CAM-DESPUES
                 WRITE REPORTE-REGISTRO FROM LINEA-CAMPO.
              IF ANT-MONEDA NOT = DES-MONEDA
                 MOVE "MONEDA" TO CAM-NOMBRE
                 MOVE ANT-MONEDA TO CAM-ANTES
                 MOVE DES-MONEDA TO CAM-DESPUES
                 WRITE REPORTE-REGISTRO FROM LINEA-CAMPO.

      ****************************************************************
      * REAPLICAR-CAMBIOS - TRAS RESTAURAR MOVIMIENTOS DESDE UN
                         NOT INVALID KEY
                            ADD 1 TO WS-CANT-APLICADOS
                      END-REWRITE
                  WHEN "R"
                      MOVE WS-IMAGEN-DESPUES TO MOVIMIENTOS-REGISTRO
                      WRITE MOVIMIENTOS-REGISTRO
                         INVALID KEY
                            ADD 1 TO WS-CANT-OMITIDOS
                         NOT INVALID KEY
                            ADD 1 TO WS-CANT-APLICADOS
                      END-WRITE
                      PERFORM GRABAR-VINCULO-CONTRASIENTO
                  WHEN OTHER
                      ADD 1 TO WS-CANT-ERRORES
              END-EVALUATE.
                         NOT INVALID KEY
                            ADD 1 TO WS-CANT-APLICADOS
                      END-REWRITE
                  WHEN "R"
                      MOVE WS-IMAGEN-DESPUES TO MOVIMIENTOS-REGISTRO
                      DELETE MOVIMIENTOS RECORD
                         INVALID KEY
                            ADD 1 TO WS-CANT-OMITIDOS
                         NOT INVALID KEY
                            ADD 1 TO WS-CANT-APLICADOS
                      END-DELETE
                      MOVE ANT-CLAVE-MOVIMIENTO TO CTR-CLAVE-ORIGINAL
                      DELETE CONTRASIENTOS RECORD
                         INVALID KEY CONTINUE
                      END-DELETE
                  WHEN OTHER
                      ADD 1 TO WS-CANT-ERRORES
              END-EVALUATE.

      ****************************************************************
      * GRABAR-VINCULO-CONTRASIENTO - UN CONTRASIENTO REAPLICADO
      * VUELVE A QUEDAR VINCULADO CON EL MOVIMIENTO QUE ANULA; SI EL
      * VINCULO YA EXISTE SE LO DEJA COMO ESTA
      ****************************************************************
           GRABAR-VINCULO-CONTRASIENTO.
              MOVE ANT-CLAVE-MOVIMIENTO TO CTR-CLAVE-ORIGINAL.
              MOVE DES-CLAVE-MOVIMIENTO TO CTR-CLAVE-CONTRASIENTO.
              MOVE JRN-USUARIO TO CTR-USUARIO.
              MOVE DES-FECHA-MOV (1:10) TO CTR-FECHA.
              WRITE CONTRASIENTOS-REGISTRO
                 INVALID KEY CONTINUE
              END-WRITE.

      *****************************************************************
      * LEE SIGUIENTE CAMBIO DEL JOURNAL Y PREPARA LAS IMAGENES
      *****************************************************************
