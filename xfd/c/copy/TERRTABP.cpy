      *------------------------------------------------------------------------------*
      * PARAGRAFOS DA TABELA DE TERRITORIOS DE VENDA (COPY TERRTAB NA                *
      * WORKING-STORAGE).                                                            *
      * CARREGA-TERRITORIOS: LE O TERRITORIOS.TXT PARA A TABELA; SEM O ARQUIVO A     *
      *   TABELA FICA VAZIA (TER-CARREGADO = "N") E NENHUM CNPJ TEM TERRITORIO.      *
      * BUSCA-TERRITORIO...: ENTRADA EM TER-BUSCA-UF / TER-BUSCA-IBGE (BRANCO QUANDO *
      *   O MUNICIPIO NAO ESTA NO DOMINIO) / TER-BUSCA-SECAO (CNAE-SECAO-ACHADA);    *
      *   SAIDA EM TER-REPR-ACHADO / TER-NOME-ACHADO / TER-PESO-ACHADO (BRANCO E     *
      *   ZERO QUANDO NENHUMA REGRA COBRE).                                          *
      * NOME-REPRESENTANTE.: TER-REPR-TESTE -> TER-NOME-ACHADO (PRIMEIRA REGRA DO    *
      *   REPRESENTANTE).                                                            *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       CARREGA-TERRITORIOS.
           MOVE "N"   TO TER-CARREGADO TER-EOF.
           MOVE ZEROS TO TER-QTDE.

           OPEN INPUT TERRITORIO-FILE.
           IF  WA-FS-TERRITORIO = "00"
               PERFORM UNTIL TER-EOF = "S"
                   READ TERRITORIO-FILE INTO TER-LINHA
                       AT END MOVE "S" TO TER-EOF
                   END-READ
                   IF  TER-EOF NOT = "S"
                       AND TER-LINHA NOT = SPACES
                       AND TER-LINHA(1:1) NOT = "*"
                       MOVE SPACES TO TER-TOKEN-1 TER-TOKEN-2
                                      TER-TOKEN-3 TER-TOKEN-4
                                      TER-TOKEN-5
                       UNSTRING TER-LINHA DELIMITED BY ";" INTO
                           TER-TOKEN-1
                           TER-TOKEN-2
                           TER-TOKEN-3
                           TER-TOKEN-4
                           TER-TOKEN-5
                       END-UNSTRING
                       IF  TER-TOKEN-1 NOT = SPACES
                           AND TER-QTDE < 500
                           ADD 1 TO TER-QTDE
                           MOVE FUNCTION UPPER-CASE(TER-TOKEN-1(1:6))
                               TO TER-REPRESENTANTE(TER-QTDE)
                           MOVE FUNCTION UPPER-CASE(TER-TOKEN-2)
                               TO TER-NOME-REPR(TER-QTDE)
                           MOVE FUNCTION UPPER-CASE(TER-TOKEN-3(1:2))
                               TO TER-UF(TER-QTDE)
                           MOVE TER-TOKEN-4(1:7)
                               TO TER-IBGE(TER-QTDE)
                           MOVE FUNCTION UPPER-CASE(TER-TOKEN-5)
                               TO TER-SECAO(TER-QTDE)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TERRITORIO-FILE
               IF  TER-QTDE > ZEROS
                   MOVE "S" TO TER-CARREGADO
               END-IF
           END-IF.

       BUSCA-TERRITORIO.
           MOVE SPACES TO TER-REPR-ACHADO TER-NOME-ACHADO.
           MOVE ZEROS  TO TER-PESO-ACHADO.
           PERFORM VARYING TER-IDX FROM 1 BY 1
                   UNTIL TER-IDX > TER-QTDE
               MOVE ZEROS TO TER-PESO
               IF  TER-IBGE(TER-IDX) NOT = SPACES
                   IF  TER-IBGE(TER-IDX) = TER-BUSCA-IBGE
                       MOVE 3 TO TER-PESO
                   END-IF
               ELSE
                   IF  TER-UF(TER-IDX) = TER-BUSCA-UF
                       AND TER-BUSCA-UF NOT = SPACES
                       MOVE 1 TO TER-PESO
                   END-IF
               END-IF
               IF  TER-PESO > ZEROS AND TER-SECAO(TER-IDX) NOT = SPACES
                   PERFORM BUSCA-TERRITORIO-SECAO
                   IF  TER-SECAO-OK = "S"
                       ADD 1 TO TER-PESO
                   ELSE
                       MOVE ZEROS TO TER-PESO
                   END-IF
               END-IF
               IF  TER-PESO > TER-PESO-ACHADO
                   MOVE TER-PESO               TO TER-PESO-ACHADO
                   MOVE TER-REPRESENTANTE(TER-IDX)
                                               TO TER-REPR-ACHADO
                   MOVE TER-NOME-REPR(TER-IDX) TO TER-NOME-ACHADO
               END-IF
           END-PERFORM.

      * SECAO DA REGRA COM UMA LETRA SO COMPARA COM A LETRA QUE ABRE A
      * SECAO DO CNAE-DOMINIO ("C - INDUSTRIAS..."); MAIS LONGA, COM O
      * TEXTO INTEIRO.
       BUSCA-TERRITORIO-SECAO.
           MOVE "N" TO TER-SECAO-OK.
           IF  TER-SECAO(TER-IDX)(2:39) = SPACES
               IF  TER-SECAO(TER-IDX)(1:1)
                   = FUNCTION UPPER-CASE(TER-BUSCA-SECAO(1:1))
                   MOVE "S" TO TER-SECAO-OK
               END-IF
           ELSE
               IF  TER-SECAO(TER-IDX)
                   = FUNCTION UPPER-CASE(TER-BUSCA-SECAO)
                   MOVE "S" TO TER-SECAO-OK
               END-IF
           END-IF.

       NOME-REPRESENTANTE.
           MOVE SPACES TO TER-NOME-ACHADO.
           PERFORM VARYING TER-IDX FROM 1 BY 1
                   UNTIL TER-IDX > TER-QTDE
               IF  TER-REPRESENTANTE(TER-IDX) = TER-REPR-TESTE
                   MOVE TER-NOME-REPR(TER-IDX) TO TER-NOME-ACHADO
                   MOVE TER-QTDE TO TER-IDX
               END-IF
           END-PERFORM.
