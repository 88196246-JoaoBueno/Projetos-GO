      *             (CNPJ-MASTER); AS PESSOAS FISICAS, QUE AGORA MORAM NO            *
      *             CPF-MASTER.DAT, SAEM NUMA CONTAGEM PROPRIA NO RODAPE PARA O     *
      *             RELATORIO NAO CONTA-LAS COMO EMPRESA NEM ESCONDE-LAS.           *
      * ALTERACAO.: 15/10/2026 - BUENO - CADA RODADA E ARQUIVADA NO REPOSITORIO DE   *
      *             RELATORIOS (COPY RELREPOP / RELATORIO-ARQUIVA) COM DATA, HORA,   *
      *             OPERADOR E FONTE - A VERSAO ANTERIOR NAO SE PERDE MAIS.          *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY SNAPTAB.

           COPY RELREPO.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           MOVE "INICIO"   TO WA-AU-EVENTO.
           OPEN OUTPUT REPORT-FILE.
           PERFORM RT04-00-IMPRIME-RELATORIO.
           CLOSE REPORT-FILE.
           MOVE "GO-FCO-ESTAT.REL" TO RR-RELATORIO.
           MOVE WA-ARQ-RELATORIO   TO RR-ARQUIVO.
           MOVE SPACES             TO RR-FONTE.
           IF  WA-SNAPSHOT-OK = "S"
               STRING "SNAPSHOT " WA-SNAP-DATA " " WA-SNAP-HORA
                   DELIMITED BY SIZE INTO RR-FONTE
               END-STRING
           ELSE
               MOVE "LEITURA DIRETA" TO RR-FONTE
           END-IF.
           PERFORM ARQUIVA-RELATORIO.

           DISPLAY "Relatorio gravado em " WA-ARQ-RELATORIO.
           DISPLAY "Empresas na base: " WN-QTDE-REGS.
           COPY SNAPP.

           COPY AUDITP.

           COPY RELREPOP.
