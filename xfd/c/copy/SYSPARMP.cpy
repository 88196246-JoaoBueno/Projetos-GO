           IF  SP-ENCODING-FIXO NOT = "U" AND NOT = "L" AND NOT = "A"
               MOVE "A" TO SP-ENCODING-FIXO
           END-IF.
           IF  SP-RELATORIO-RETENCAO-DIAS IS NOT NUMERIC
               MOVE 60 TO SP-RELATORIO-RETENCAO-DIAS
           END-IF.
           IF  SP-LACRE-DATA-SELO IS NOT NUMERIC
               MOVE ZEROS TO SP-LACRE-DATA-SELO
           END-IF.
