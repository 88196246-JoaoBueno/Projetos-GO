      *             INICIO E PAREADO, NA ORDEM DO LOG, COM O EVENTO TERMINAL DO      *
      *             PROPRIO PROGRAMA (TABELA NO RT07): INICIO EM CIMA DE RUN AINDA   *
      *             ABERTO, OU RUN ABERTO NO FIM DO LOG, E RUN QUE CAIU NO MEIO.     *
      * ALTERACAO.: 15/10/2026 - BUENO - CADA RODADA E ARQUIVADA NO REPOSITORIO DE   *
      *             RELATORIOS (COPY RELREPOP / RELATORIO-ARQUIVA) COM DATA, HORA,   *
      *             OPERADOR E FONTE - A VERSAO ANTERIOR NAO SE PERDE MAIS.          *
      *             GO-FCO-RELREPO ENTROU NA TABELA DE EVENTOS TERMINAIS (RELREPO NA *
      *             RODADA NOTURNA, CONSULTA NA SAIDA DA TELA).                      *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03  TR-RESULTADO            PIC X(020).
           03  TR-QTDE                 PIC 9(005).

           COPY RELREPO.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           OPEN INPUT AUDIT-LOG-FILE.
           PERFORM RT04-00-IMPRIME-RESUMO.
           PERFORM RT05-00-IMPRIME-INTERROMPIDOS.
           CLOSE REPORT-FILE.
           MOVE "AUDIT-REL.TXT"  TO RR-RELATORIO.
           MOVE WA-ARQ-RELATORIO TO RR-ARQUIVO.
           MOVE "LEITURA DIRETA" TO RR-FONTE.
           PERFORM ARQUIVA-RELATORIO.

           DISPLAY "Linhas lidas do AUDIT.LOG..........: "
                   WN-QTDE-LINHAS.
                   IF  AU-EVENTO = "SETOR"
                       MOVE "S" TO WA-EVENTO-TERMINAL
                   END-IF
               WHEN "GO-FCO-RELREPO"
                   IF  AU-EVENTO = "RELREPO" OR AU-EVENTO = "CONSULTA"
                       MOVE "S" TO WA-EVENTO-TERMINAL
                   END-IF
               WHEN OTHER
                   IF  AU-EVENTO NOT = "INICIO"
                       MOVE "S" TO WA-EVENTO-TERMINAL
               MOVE "NENHUM - TODOS OS RUNS FECHARAM." TO REPORT-REC
               WRITE REPORT-REC
           END-IF.

           COPY RELREPOP.
