      *------------------------------------------------------------------------------*
      * PARAGRAFOS DA TABELA DE FINALIDADES (COPY FINALTAB NA WORKING-STORAGE).      *
      * CARREGA-FINALIDADES.......: LE O FINALIDADES.TXT; ARQUIVO AUSENTE OU VAZIO   *
      *   CAI NA TABELA PADRAO (FIN-CARREGADO = "N" AVISA QUE E A PADRAO).           *
      * LOCALIZA-FINALIDADE.......: FIN-CODIGO-TESTE -> FIN-ACHOU / FIN-POSICAO.     *
      * PEDE-FINALIDADE...........: MOSTRA A TABELA E SO SAI COM UM CODIGO VALIDO    *
      *   EM FIN-FINALIDADE-ATUAL, JA COLOCADO NO AMBIENTE.                          *
      * DEFINE-FINALIDADE.........: COLOCA FIN-FINALIDADE-ATUAL NO AMBIENTE          *
      *   (GO-FINALIDADE), DE ONDE O GRAVA-AUDITORIA O LE.                           *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       CARREGA-FINALIDADES.
           MOVE "N"   TO FIN-CARREGADO FIN-EOF.
           MOVE ZEROS TO FIN-QTDE.

           OPEN INPUT FINALIDADE-FILE.
           IF  WA-FS-FINALIDADE = "00"
               PERFORM UNTIL FIN-EOF = "S"
                   READ FINALIDADE-FILE INTO FIN-LINHA
                       AT END MOVE "S" TO FIN-EOF
                   END-READ
                   IF  FIN-EOF NOT = "S"
                       AND FIN-LINHA NOT = SPACES
                       AND FIN-LINHA(1:1) NOT = "*"
                       MOVE SPACES TO FIN-TOKEN-1 FIN-TOKEN-2
                                      FIN-TOKEN-3
                       UNSTRING FIN-LINHA DELIMITED BY ";" INTO
                           FIN-TOKEN-1
                           FIN-TOKEN-2
                           FIN-TOKEN-3
                       END-UNSTRING
                       IF  FIN-TOKEN-1 NOT = SPACES
                           AND FIN-QTDE < 50
                           ADD 1 TO FIN-QTDE
                           MOVE FUNCTION UPPER-CASE(FIN-TOKEN-1(1:4))
                               TO FIN-CODIGO(FIN-QTDE)
                           MOVE FIN-TOKEN-2
                               TO FIN-DESCRICAO(FIN-QTDE)
                           IF  FUNCTION TRIM(FIN-TOKEN-3) IS NUMERIC
                               COMPUTE FIN-LIMITE-CPF(FIN-QTDE) =
                                   FUNCTION NUMVAL(FIN-TOKEN-3)
                           ELSE
                               MOVE ZEROS TO FIN-LIMITE-CPF(FIN-QTDE)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FINALIDADE-FILE
               IF  FIN-QTDE > ZEROS
                   MOVE "S" TO FIN-CARREGADO
               END-IF
           END-IF.

           IF  FIN-CARREGADO = "N"
               PERFORM CARREGA-FINALIDADES-PADRAO
           END-IF.

      * TABELA DE PARTIDA - A MESMA QUE O FINALIDADE-MANUT GRAVA NA
      * PRIMEIRA VEZ. O CODIGO DO BATCH (FIN-CODIGO-LOTE) TEM DE EXISTIR.
       CARREGA-FINALIDADES-PADRAO.
           MOVE 5 TO FIN-QTDE.
           MOVE "ONBD" TO FIN-CODIGO(1).
           MOVE "CADASTRO DE CLIENTE NOVO (ONBOARDING)"
               TO FIN-DESCRICAO(1).
           MOVE ZEROS  TO FIN-LIMITE-CPF(1).
           MOVE "CRED" TO FIN-CODIGO(2).
           MOVE "ANALISE DE CREDITO" TO FIN-DESCRICAO(2).
           MOVE 100    TO FIN-LIMITE-CPF(2).
           MOVE "RENO" TO FIN-CODIGO(3).
           MOVE "RENOVACAO DE CONTRATO" TO FIN-DESCRICAO(3).
           MOVE 100    TO FIN-LIMITE-CPF(3).
           MOVE "COBR" TO FIN-CODIGO(4).
           MOVE "COBRANCA" TO FIN-DESCRICAO(4).
           MOVE 100    TO FIN-LIMITE-CPF(4).
           MOVE FIN-CODIGO-LOTE TO FIN-CODIGO(5).
           MOVE "ATUALIZACAO CADASTRAL (BATCH)" TO FIN-DESCRICAO(5).
           MOVE ZEROS  TO FIN-LIMITE-CPF(5).

       LOCALIZA-FINALIDADE.
           MOVE "N"   TO FIN-ACHOU.
           MOVE ZEROS TO FIN-POSICAO.
           PERFORM VARYING FIN-IDX FROM 1 BY 1
                   UNTIL FIN-IDX > FIN-QTDE OR FIN-ACHOU = "S"
               IF  FIN-CODIGO(FIN-IDX) = FIN-CODIGO-TESTE
                   AND FIN-CODIGO-TESTE NOT = SPACES
                   MOVE "S"     TO FIN-ACHOU
                   MOVE FIN-IDX TO FIN-POSICAO
               END-IF
           END-PERFORM.

       PEDE-FINALIDADE.
           DISPLAY "Finalidade da consulta:".
           PERFORM VARYING FIN-IDX FROM 1 BY 1
                   UNTIL FIN-IDX > FIN-QTDE
               IF  FIN-CODIGO(FIN-IDX) NOT = FIN-CODIGO-LOTE
                   DISPLAY "  " FIN-CODIGO(FIN-IDX) " - "
                           FIN-DESCRICAO(FIN-IDX)
               END-IF
           END-PERFORM.
           MOVE "N" TO FIN-ACHOU.
           PERFORM UNTIL FIN-ACHOU = "S"
               DISPLAY "Codigo da finalidade: " WITH NO ADVANCING
               MOVE SPACES TO FIN-CODIGO-TESTE
               ACCEPT FIN-CODIGO-TESTE
               MOVE FUNCTION UPPER-CASE(FIN-CODIGO-TESTE)
                   TO FIN-CODIGO-TESTE
               PERFORM LOCALIZA-FINALIDADE
               IF  FIN-ACHOU = "S"
                   AND FIN-CODIGO-TESTE = FIN-CODIGO-LOTE
                   MOVE "N" TO FIN-ACHOU
               END-IF
               IF  FIN-ACHOU = "N"
                   DISPLAY "FINALIDADE INVALIDA - ESCOLHA UMA DA LISTA."
               END-IF
           END-PERFORM.
           MOVE FIN-CODIGO-TESTE TO FIN-FINALIDADE-ATUAL.
           PERFORM DEFINE-FINALIDADE.

       DEFINE-FINALIDADE.
           SET ENVIRONMENT "GO-FINALIDADE" TO FIN-FINALIDADE-ATUAL.
