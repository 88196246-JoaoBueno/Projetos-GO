      *------------------------------------------------------------------------------*
      * PARAGRAFOS DA NORMALIZACAO DE TELEFONE E E-MAIL (COPY CONTNORM NA            *
      * WORKING-STORAGE).                                                            *
      * NORMALIZA-TELEFONE: FICA SO COM OS DIGITOS; TIRA O 55 DO PAIS E O ZERO DE    *
      *   LONGA DISTANCIA (COM OU SEM OS DOIS DIGITOS DA OPERADORA). SOBRANDO 10     *
      *   DIGITOS COM O NUMERO COMECANDO EM 2-5 E FIXO; 11 DIGITOS COM O NUMERO      *
      *   COMECANDO EM 9 E CELULAR. 0800/0300 COM 11 DIGITOS E FIXO SEM DDD. O DDD   *
      *   TEM DE EXISTIR NA TABELA DA ANATEL (CTN-DDD-TAB).                          *
      * VALIDA-EMAIL......: UM "@" SO, PARTE LOCAL PREENCHIDA, PONTO NO DOMINIO E    *
      *   NENHUM ESPACO NO MEIO (A MESMA REGRA 2 DO GO-FCO-QUALIDADE).               *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       NORMALIZA-TELEFONE.
           MOVE SPACES TO CTN-SAIDA CTN-DIGITOS CTN-MOTIVO CTN-DDD
                          CTN-DDD-UF.
           MOVE "T"    TO CTN-TIPO.
           MOVE "N"    TO CTN-VALIDO.
           MOVE ZEROS  TO CTN-QTDE-DIG.
           PERFORM VARYING CTN-IDX FROM 1 BY 1 UNTIL CTN-IDX > 60
               IF  CTN-ENTRADA(CTN-IDX:1) IS NUMERIC
                   ADD 1 TO CTN-QTDE-DIG
                   IF  CTN-QTDE-DIG <= 20
                       MOVE CTN-ENTRADA(CTN-IDX:1)
                           TO CTN-DIGITOS(CTN-QTDE-DIG:1)
                   END-IF
               END-IF
           END-PERFORM.

      * PAIS (55) NA FRENTE DE UM NUMERO COM DDD.
           IF  (CTN-QTDE-DIG = 12 OR CTN-QTDE-DIG = 13)
               AND CTN-DIGITOS(1:2) = "55"
               MOVE CTN-DIGITOS(3:18) TO CTN-TRABALHO
               MOVE CTN-TRABALHO      TO CTN-DIGITOS
               SUBTRACT 2 FROM CTN-QTDE-DIG
           END-IF.
      * ZERO DE LONGA DISTANCIA: 0+DDD+NUMERO OU 0+OPERADORA+DDD+NUMERO.
      * 0800/0300 NAO TEM DDD E FICA COMO ESTA.
           IF  CTN-DIGITOS(1:1) = "0"
               AND CTN-DIGITOS(1:4) NOT = "0800"
               AND CTN-DIGITOS(1:4) NOT = "0300"
               IF  CTN-QTDE-DIG = 11 OR CTN-QTDE-DIG = 12
                   MOVE CTN-DIGITOS(2:19) TO CTN-TRABALHO
                   MOVE CTN-TRABALHO      TO CTN-DIGITOS
                   SUBTRACT 1 FROM CTN-QTDE-DIG
               ELSE
                   IF  CTN-QTDE-DIG = 13 OR CTN-QTDE-DIG = 14
                       MOVE CTN-DIGITOS(4:17) TO CTN-TRABALHO
                       MOVE CTN-TRABALHO      TO CTN-DIGITOS
                       SUBTRACT 3 FROM CTN-QTDE-DIG
                   END-IF
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN CTN-QTDE-DIG = ZEROS
                   MOVE "SEM DIGITOS"        TO CTN-MOTIVO
               WHEN CTN-QTDE-DIG = 11
                    AND (CTN-DIGITOS(1:4) = "0800"
                         OR CTN-DIGITOS(1:4) = "0300")
                   MOVE "F"                  TO CTN-TIPO
                   MOVE "S"                  TO CTN-VALIDO
               WHEN CTN-QTDE-DIG = 8 OR CTN-QTDE-DIG = 9
                   MOVE "SEM DDD"            TO CTN-MOTIVO
               WHEN CTN-QTDE-DIG = 10
                   MOVE CTN-DIGITOS(1:2)     TO CTN-DDD
                   IF  CTN-DIGITOS(3:1) >= "2"
                       AND CTN-DIGITOS(3:1) <= "5"
                       MOVE "F"              TO CTN-TIPO
                       MOVE "S"              TO CTN-VALIDO
                   ELSE
                       MOVE "NUMERO INVALIDO" TO CTN-MOTIVO
                   END-IF
               WHEN CTN-QTDE-DIG = 11
                   MOVE CTN-DIGITOS(1:2)     TO CTN-DDD
                   IF  CTN-DIGITOS(3:1) = "9"
                       MOVE "C"              TO CTN-TIPO
                       MOVE "S"              TO CTN-VALIDO
                   ELSE
                       MOVE "NUMERO INVALIDO" TO CTN-MOTIVO
                   END-IF
               WHEN OTHER
                   MOVE "QTDE DE DIGITOS"    TO CTN-MOTIVO
           END-EVALUATE.

           IF  CTN-DDD NOT = SPACES
               PERFORM VARYING CTN-IDX FROM 1 BY 1
                       UNTIL CTN-IDX > 67
                   IF  CTN-DDD-COD(CTN-IDX) = CTN-DDD
                       MOVE CTN-DDD-SIGLA(CTN-IDX) TO CTN-DDD-UF
                   END-IF
               END-PERFORM
               IF  CTN-DDD-UF = SPACES AND CTN-VALIDO = "S"
                   MOVE "N"              TO CTN-VALIDO
                   MOVE "DDD INEXISTENTE" TO CTN-MOTIVO
               END-IF
           END-IF.

           IF  CTN-QTDE-DIG > 20
               MOVE CTN-ENTRADA TO CTN-SAIDA
           ELSE
               MOVE CTN-DIGITOS TO CTN-SAIDA
           END-IF.

       VALIDA-EMAIL.
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(CTN-ENTRADA))
               TO CTN-SAIDA.
           MOVE "E"    TO CTN-TIPO.
           MOVE "S"    TO CTN-VALIDO.
           MOVE SPACES TO CTN-MOTIVO CTN-DDD CTN-DDD-UF.
           MOVE ZEROS  TO CTN-TAM CTN-QTDE-ARROBA CTN-POS-ARROBA
                          CTN-QTDE-ESPACO.
           IF  CTN-SAIDA NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(CTN-SAIDA))
                   TO CTN-TAM
           END-IF.
           IF  CTN-TAM < 5
               MOVE "N"               TO CTN-VALIDO
               MOVE "E-MAIL CURTO"    TO CTN-MOTIVO
           ELSE
               INSPECT CTN-SAIDA(1:CTN-TAM)
                   TALLYING CTN-QTDE-ARROBA FOR ALL "@"
                            CTN-QTDE-ESPACO FOR ALL " "
               PERFORM VARYING CTN-IDX FROM 1 BY 1
                       UNTIL CTN-IDX > CTN-TAM
                   IF  CTN-SAIDA(CTN-IDX:1) = "@"
                       MOVE CTN-IDX TO CTN-POS-ARROBA
                   END-IF
               END-PERFORM
               MOVE "N" TO CTN-PONTO-DEPOIS
               PERFORM VARYING CTN-IDX FROM 1 BY 1
                       UNTIL CTN-IDX >= CTN-TAM
                   IF  CTN-SAIDA(CTN-IDX:1) = "."
                       AND CTN-POS-ARROBA > ZEROS
                       AND CTN-IDX > CTN-POS-ARROBA + 1
                       MOVE "S" TO CTN-PONTO-DEPOIS
                   END-IF
               END-PERFORM
               IF  CTN-QTDE-ARROBA NOT = 1
                   OR CTN-POS-ARROBA < 2
                   OR CTN-PONTO-DEPOIS NOT = "S"
                   OR CTN-QTDE-ESPACO > ZEROS
                   MOVE "N"                 TO CTN-VALIDO
                   MOVE "E-MAIL MAL FORMADO" TO CTN-MOTIVO
               END-IF
           END-IF.
