      *------------------------------------------------------------------------------*
      * PARAGRAFOS DA MASCARA DE DADO PESSOAL (COPY MASCARA NA WORKING-STORAGE).     *
      * CARREGA-MASCARA......: LE O PERFIL DO AMBIENTE E LIGA MSK-LIBERADO.          *
      * MASCARA-CPF..........: MSK-CPF -> MSK-CPF-FMT (999.999.999-99 OU             *
      *                        ***.999.999-**).                                      *
      * MASCARA-EMAIL........: MSK-TEXTO -> ***@DOMINIO.                             *
      * MASCARA-TELEFONE-PF..: MSK-TEXTO -> (OCULTO).                                *
      * MASCARA-NOME.........: MSK-TEXTO -> PRIMEIRO NOME E INICIAIS.                *
      * MASCARA-CPF-NO-TEXTO.: 11 DIGITOS SEGUIDOS EM MSK-TEXTO -> ***999999**.      *
      * REGISTRA-SEM-MASCARA.: LINHA SEM-MASC NO AUDIT.LOG QUANDO O PERFIL E         *
      *                        LIBERADO E ALGUM DOS PARAGRAFOS ACIMA ACHOU DADO      *
      *                        PESSOAL (MSK-TINHA-DADO) DESDE O ULTIMO REGISTRO -    *
      *                        UMA LINHA POR REGISTRO MOSTRADO, NAO POR CAMPO. NAO   *
      *                        MEXE NO WA-AU- DE QUEM CHAMOU.                        *
      * PERFIL LIBERADO SAI DOS PARAGRAFOS DE MASCARA COM O CAMPO INTACTO (O CPF SO  *
      * FORMATADO).                                                                  *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       CARREGA-MASCARA.
           MOVE SPACES TO MSK-PERFIL.
           ACCEPT MSK-PERFIL FROM ENVIRONMENT "GO-PERFIL".
           MOVE FUNCTION UPPER-CASE(MSK-PERFIL) TO MSK-PERFIL.
           MOVE "N" TO MSK-LIBERADO.
           IF  MSK-PERFIL NOT = SPACES
               PERFORM VARYING MSK-IDX FROM 1 BY 1
                       UNTIL MSK-IDX > 10
                   IF  MSK-PERFIS-LIBERADOS(MSK-IDX:1) = MSK-PERFIL
                       MOVE "S" TO MSK-LIBERADO
                   END-IF
               END-PERFORM
           END-IF.

      * O CPF CHEGA COMO O VALIDA-DOCUMENTO NORMALIZA: 14 POSICOES,
      * "000" + OS 11 DIGITOS.
       MASCARA-CPF.
           MOVE SPACES TO MSK-CPF-FMT.
           MOVE "S"    TO MSK-TINHA-DADO.
           IF  MSK-LIBERADO = "S"
               STRING MSK-CPF(4:3) "." MSK-CPF(7:3) "."
                      MSK-CPF(10:3) "-" MSK-CPF(13:2)
                   DELIMITED BY SIZE INTO MSK-CPF-FMT
               END-STRING
           ELSE
               STRING "***." MSK-CPF(7:3) "." MSK-CPF(10:3) "-**"
                   DELIMITED BY SIZE INTO MSK-CPF-FMT
               END-STRING
           END-IF.

       MASCARA-EMAIL.
           IF  MSK-TEXTO NOT = SPACES
               MOVE "S" TO MSK-TINHA-DADO
           END-IF.
           IF  MSK-LIBERADO = "N" AND MSK-TEXTO NOT = SPACES
               MOVE FUNCTION TRIM(MSK-TEXTO) TO MSK-TEXTO
               MOVE ZEROS  TO MSK-POS
               INSPECT MSK-TEXTO TALLYING MSK-POS
                   FOR CHARACTERS BEFORE INITIAL "@"
               MOVE SPACES TO MSK-SAIDA
               IF  MSK-POS < 60
                   STRING "***" MSK-TEXTO(MSK-POS + 1:)
                       DELIMITED BY SIZE INTO MSK-SAIDA
                   END-STRING
               ELSE
                   MOVE "***" TO MSK-SAIDA
               END-IF
               MOVE MSK-SAIDA TO MSK-TEXTO
           END-IF.

       MASCARA-TELEFONE-PF.
           IF  MSK-TEXTO NOT = SPACES
               MOVE "S" TO MSK-TINHA-DADO
           END-IF.
           IF  MSK-LIBERADO = "N" AND MSK-TEXTO NOT = SPACES
               MOVE "(OCULTO)" TO MSK-TEXTO
           END-IF.

      * "JOAO DA SILVA PEREIRA" -> "JOAO D. S. P.".
       MASCARA-NOME.
           IF  MSK-TEXTO NOT = SPACES
               MOVE "S" TO MSK-TINHA-DADO
           END-IF.
           IF  MSK-LIBERADO = "N" AND MSK-TEXTO NOT = SPACES
               MOVE FUNCTION TRIM(MSK-TEXTO) TO MSK-TEXTO
               MOVE SPACES TO MSK-SAIDA
               MOVE ZEROS  TO MSK-POS
               MOVE "S"    TO MSK-NO-PRIMEIRO
               MOVE "N"    TO MSK-INICIO-PALAVRA
               PERFORM VARYING MSK-IDX FROM 1 BY 1
                       UNTIL MSK-IDX > 60
                   IF  MSK-TEXTO(MSK-IDX:1) = SPACE
                       MOVE "N" TO MSK-NO-PRIMEIRO
                       MOVE "S" TO MSK-INICIO-PALAVRA
                   ELSE
                   IF  MSK-NO-PRIMEIRO = "S"
                       ADD 1 TO MSK-POS
                       MOVE MSK-TEXTO(MSK-IDX:1) TO MSK-SAIDA(MSK-POS:1)
                   ELSE
                   IF  MSK-INICIO-PALAVRA = "S" AND MSK-POS < 57
                       MOVE "N" TO MSK-INICIO-PALAVRA
                       ADD 2 TO MSK-POS
                       MOVE MSK-TEXTO(MSK-IDX:1) TO MSK-SAIDA(MSK-POS:1)
                       ADD 1 TO MSK-POS
                       MOVE "." TO MSK-SAIDA(MSK-POS:1)
                   END-IF
                   END-IF
                   END-IF
               END-PERFORM
               MOVE MSK-SAIDA TO MSK-TEXTO
           END-IF.

      * NOME EMPRESARIAL DE MEI/EMPRESARIO INDIVIDUAL LEVA O CPF DO
      * TITULAR NO FIM ("JOAO DA SILVA 12345678901"). UMA SEQUENCIA
      * DE EXATAMENTE 11 DIGITOS E TRATADA COMO CPF.
       MASCARA-CPF-NO-TEXTO.
           MOVE ZEROS TO MSK-DIGITOS.
           MOVE "N"   TO MSK-ACHOU-CPF.
           PERFORM VARYING MSK-IDX FROM 1 BY 1
                   UNTIL MSK-IDX > 61
               MOVE "X" TO MSK-CARACTER
               IF  MSK-IDX <= 60
                   MOVE MSK-TEXTO(MSK-IDX:1) TO MSK-CARACTER
               END-IF
               IF  MSK-CARACTER IS NUMERIC
                   ADD 1 TO MSK-DIGITOS
               ELSE
                   IF  MSK-DIGITOS = 11
                       MOVE "S" TO MSK-TINHA-DADO MSK-ACHOU-CPF
                       IF  MSK-LIBERADO = "N"
                           COMPUTE MSK-POS = MSK-IDX - 11
                           MOVE "***" TO MSK-TEXTO(MSK-POS:3)
                           ADD 9 TO MSK-POS
                           MOVE "**"  TO MSK-TEXTO(MSK-POS:2)
                       END-IF
                   END-IF
                   MOVE ZEROS TO MSK-DIGITOS
               END-IF
           END-PERFORM.

       REGISTRA-SEM-MASCARA.
           IF  MSK-LIBERADO = "S" AND MSK-TINHA-DADO = "S"
               MOVE WA-AU-EVENTO    TO MSK-SALVA-EVENTO
               MOVE WA-AU-ENTRADA   TO MSK-SALVA-ENTRADA
               MOVE WA-AU-RESULTADO TO MSK-SALVA-RESULTADO
               MOVE "SEM-MASC"      TO WA-AU-EVENTO
               MOVE MSK-DOCUMENTO   TO WA-AU-ENTRADA
               MOVE MSK-ONDE        TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               MOVE MSK-SALVA-EVENTO    TO WA-AU-EVENTO
               MOVE MSK-SALVA-ENTRADA   TO WA-AU-ENTRADA
               MOVE MSK-SALVA-RESULTADO TO WA-AU-RESULTADO
           END-IF.
           MOVE "N" TO MSK-TINHA-DADO.
