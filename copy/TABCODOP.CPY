           05 FILLER PIC X(28) VALUE 'DEBAUTOM DEBITO AUTOMATICO D'.
           05 FILLER PIC X(28) VALUE 'COMPRA   COMPRA CON DEBITO D'.
           05 FILLER PIC X(28) VALUE 'COMISION COMISION COBRADA  D'.
           05 FILLER PIC X(28) VALUE 'DEVTRANS DEVOLUCION TRANSF C'.
           05 FILLER PIC X(28) VALUE 'CONTRADB CONTRASIENTO DEB  C'.
           05 FILLER PIC X(28) VALUE 'CONTRACR CONTRASIENTO CRED D'.
           05 FILLER PIC X(28) VALUE 'INTERES  INTERES GANADO    C'.

       01  TABLA-COD-OPER-FIJA REDEFINES TABLA-COD-OPER-INIC.
           05 TABLA-COD-OPER-FIJA-ITEM OCCURS 13 TIMES.
               10 TAB-FIJA-COD PIC X(9).
               10 TAB-FIJA-DESC PIC X(18).
               10 TAB-FIJA-NAT PIC X(1).
