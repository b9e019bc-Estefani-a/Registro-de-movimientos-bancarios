               05 HIS-COD-OPER PIC X(9).
               05 HIS-IMPORTE PIC X(15).
               05 HIS-CANAL PIC X(2).
               05 HIS-MONEDA PIC X(3).
