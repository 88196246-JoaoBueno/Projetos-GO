      *------------------------------------------------------------------------------*
      * TABELA DE FINALIDADES DAS CONSULTAS AO SERPRO (FINALIDADES.TXT, MANTIDA PELO *
      * FINALIDADE-MANUT). TODA CONSULTA PAGA (E TODA RESPOSTA DE CACHE) DE DADO DE  *
      * PESSOA FISICA OU JURIDICA PRECISA DIZER POR QUE FOI FEITA: O INTERATIVO      *
      * ESCOLHE NA TELA, O PEDIDO DO PORTAL TRAZ O CODIGO E O BATCH USA O CODIGO     *
      * FIXO DE ATUALIZACAO (FIN-CODIGO-LOTE). O CODIGO VAI PARA O AMBIENTE          *
      * (GO-FINALIDADE) E O GRAVA-AUDITORIA O GRAVA EM AU-FINALIDADE NAS LINHAS      *
      * CONSULTA/CACHE DO AUDIT.LOG - O RASTRO QUE A FATURA JA LE.                   *
      * FORMATO: UMA LINHA "CODIGO;DESCRICAO;LIMITE" POR FINALIDADE; LIMITE E A      *
      * QUANTIDADE DE CPFs QUE UM OPERADOR PODE CONSULTAR NO MES COM AQUELA          *
      * FINALIDADE ANTES DE SAIR COMO PADRAO ATIPICO NO SERPRO-FINALIDADE-REL (ZERO  *
      * = SEM LIMITE, CASO DO CADASTRO DE CLIENTE NOVO); LINHA EM BRANCO OU          *
      * COMECANDO COM "*" E COMENTARIO. SEM O ARQUIVO, VALE A TABELA PADRAO DO       *
      * CARREGA-FINALIDADES-PADRAO.                                                  *
      * QUEM COPIA PRECISA DO SELECT/FD DO FINALIDADE-FILE (01 FINALIDADE-REC PIC    *
      * X(100)) E DOS 77 WA-ARQ-FINALIDADE / WA-FS-FINALIDADE.                       *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       01  FIN-FINALIDADES-TAB.
           03  FIN-FINALIDADE OCCURS 50 TIMES.
               05  FIN-CODIGO          PIC X(004).
               05  FIN-DESCRICAO       PIC X(040).
               05  FIN-LIMITE-CPF      PIC 9(005).
       77  FIN-QTDE                    PIC 9(003)      VALUE ZEROS.
       77  FIN-IDX                     PIC 9(003)      VALUE ZEROS.
       77  FIN-CARREGADO               PIC X(001)      VALUE "N".
       77  FIN-EOF                     PIC X(001)      VALUE "N".
       77  FIN-LINHA                   PIC X(100)      VALUE SPACES.
       77  FIN-TOKEN-1                 PIC X(010)      VALUE SPACES.
       77  FIN-TOKEN-2                 PIC X(040)      VALUE SPACES.
       77  FIN-TOKEN-3                 PIC X(010)      VALUE SPACES.
       77  FIN-CODIGO-LOTE             PIC X(004)      VALUE "REFR".
      * ENTRADA/SAIDA DO LOCALIZA-FINALIDADE E DO PEDE-FINALIDADE:
       77  FIN-CODIGO-TESTE            PIC X(004)      VALUE SPACES.
       77  FIN-ACHOU                   PIC X(001)      VALUE "N".
       77  FIN-POSICAO                 PIC 9(003)      VALUE ZEROS.
       77  FIN-FINALIDADE-ATUAL        PIC X(004)      VALUE SPACES.
