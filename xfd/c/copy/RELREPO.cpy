      *------------------------------------------------------------------------------*
      * PARAMETROS DO ARQUIVAMENTO DE RELATORIO NO REPOSITORIO (SUBROTINA            *
      * RELATORIO-ARQUIVA, CHAMADA PELO PARAGRAFO ARQUIVA-RELATORIO DO COPY          *
      * RELREPOP). TODO RELATORIO ERA SOBRESCRITO NA RODADA SEGUINTE; DEPOIS DE      *
      * FECHAR O ARQUIVO, O PROGRAMA PREENCHE:                                       *
      *   RR-RELATORIO: NOME LOGICO DO RELATORIO (O MESMO DA TABELA DE               *
      *                 DISTRIBUICAO RELATORIO-DISTRIB.TXT), EX. CNAE-SETOR-REL.TXT  *
      *                 OU SERPRO-FATURA-AAAAMM.TXT PARA O NOME QUE MUDA NO MES;     *
      *   RR-ARQUIVO..: ARQUIVO QUE A RODADA ACABOU DE GRAVAR;                       *
      *   RR-FONTE....: DE ONDE VIERAM OS DADOS ("SNAPSHOT AAAAMMDD HHMMSS",         *
      *                 "LEITURA DIRETA"; EM BRANCO SAI "-").                        *
      * NA VOLTA: RR-RETORNO ("00" ARQUIVADO, "35" RELATORIO NAO ENCONTRADO, "30"    *
      * ERRO DE GRAVACAO NO REPOSITORIO, "99" SUBROTINA INDISPONIVEL), RR-VERSAO     *
      * (RELATORIOS/<ARQUIVO>.AAAAMMDD-HHMMSS) E RR-LINHAS. FALHA NO ARQUIVAMENTO    *
      * NAO DERRUBA O RELATORIO - SO SAI AVISO E LINHA NO AUDIT.LOG.                 *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       01  RR-PARAMETROS.
           03  RR-RELATORIO              PIC X(040).
           03  RR-ARQUIVO                PIC X(100).
           03  RR-FONTE                  PIC X(030).
           03  RR-RETORNO                PIC X(002).
           03  RR-VERSAO                 PIC X(100).
           03  RR-LINHAS                 PIC 9(007).
           03  RR-RC-CHAMADOR            PIC S9(009).
