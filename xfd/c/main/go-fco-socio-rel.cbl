      * INDICE PERDIDO.                                                               *
      *                                                                              *
      * CRIACAO...: 03/09/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - CADA RODADA E ARQUIVADA NO REPOSITORIO DE   *
      *             RELATORIOS (COPY RELREPOP / RELATORIO-ARQUIVA) COM DATA, HORA,   *
      *             OPERADOR E FONTE - A VERSAO ANTERIOR NAO SE PERDE MAIS.          *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY NOMENORM.

           COPY RELREPO.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           MOVE "INICIO"   TO WA-AU-EVENTO.
           IF  WA-MASTER-DISPONIVEL = "S"
               CLOSE CNPJ-MASTER-FILE
           END-IF.
           MOVE "SOCIO-NOME-REL.TXT" TO RR-RELATORIO.
           MOVE WA-ARQ-RELATORIO     TO RR-ARQUIVO.
           MOVE "LEITURA DIRETA"     TO RR-FONTE.
           PERFORM ARQUIVA-RELATORIO.

           DISPLAY "Participacoes encontradas: " WN-QTDE-ACHADOS.
           DISPLAY "Gravado em " WA-ARQ-RELATORIO.
           COPY NOMENORMP.

           COPY AUDITP.

           COPY RELREPOP.
