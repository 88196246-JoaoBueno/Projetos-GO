      *------------------------------------------------------------------------------*
      * REGISTRO DO ARQUIVO INDEXADO LGPD-PEDIDOS (LGPD-PEDIDOS.DAT): UM PEDIDO DE   *
      * TITULAR DE DADOS PESSOAIS (LGPD ART. 18), CHAVEADO PELA DATA DE RECEBIMENTO  *
      * + SEQUENCIA DO DIA (O PROTOCOLO AAAAMMDD-NNNN).                              *
      * LG-TIPO.....: "A" ACESSO (RELATORIO DE ONDE O TITULAR APARECE)               *
      *               "E" ELIMINACAO/ANONIMIZACAO DOS DADOS PESSOAIS                 *
      * LG-SITUACAO.: "P" PENDENTE, "R" RESPONDIDO                                   *
      * LG-CPF......: CPF NORMALIZADO EM 14 POSICOES (ZEROS SE SO VEIO O NOME)       *
      * LG-DATA-PRAZO: RECEBIMENTO + PRAZO LEGAL; RESPOSTA DEPOIS DELE SAI COMO      *
      *               FORA DO PRAZO NA LISTAGEM DO REGISTRO.                         *
      * LG-ACAO.....: O QUE FOI FEITO (RELATORIO ENTREGUE / REGISTROS ANONIMIZADOS)  *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       01  LGPD-PEDIDO-REC.
           03  LG-CHAVE.
               05  LG-DATA-RECEBIDO      PIC 9(008).
               05  LG-SEQ                PIC 9(004).
           03  LG-TIPO                   PIC X(001).
           03  LG-SITUACAO               PIC X(001).
           03  LG-CPF                    PIC X(014).
           03  LG-NOME                   PIC X(060).
           03  LG-DATA-PRAZO             PIC 9(008).
           03  LG-DATA-RESPOSTA          PIC 9(008).
           03  LG-ACAO                   PIC X(080).
           03  LG-QTDE-REGISTROS         PIC 9(005).
           03  LG-ARQUIVO-RESPOSTA       PIC X(060).
           03  LG-OPERADOR-REGISTRO      PIC X(008).
           03  LG-OPERADOR-RESPOSTA      PIC X(008).
