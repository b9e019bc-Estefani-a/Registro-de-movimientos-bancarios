              IF CANT-COD-OPER = ZEROES
                 PERFORM CARGAR-TABLA-FIJA
                 VARYING IND-CARGA-COD-OPER FROM 1 BY 1
                 UNTIL IND-CARGA-COD-OPER > 13.

           CARGAR-UN-CODOPER.
              READ CODOPER NEXT RECORD
