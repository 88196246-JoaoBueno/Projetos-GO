      * PARA CONVERGIR.                                                               *
      *                                                                              *
      * CRIACAO...: 03/09/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - CADA RODADA E ARQUIVADA NO REPOSITORIO DE   *
      *             RELATORIOS (COPY RELREPOP / RELATORIO-ARQUIVA) COM DATA, HORA,   *
      *             OPERADOR E FONTE - A VERSAO ANTERIOR NAO SE PERDE MAIS.          *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WA-AU-RESULTADO             PIC X(020)          VALUE SPACES.
       77  WA-AU-OPERADOR              PIC X(008)          VALUE SPACES.

           COPY RELREPO.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           MOVE "INICIO"   TO WA-AU-EVENTO.
           OPEN OUTPUT REPORT-FILE.
           PERFORM RT06-00-RESUMO.
           CLOSE REPORT-FILE.
           MOVE "POSICAO-RECONCILIA.TXT" TO RR-RELATORIO.
           MOVE WA-ARQ-RELATORIO         TO RR-ARQUIVO.
           MOVE "LEITURA DIRETA"         TO RR-FONTE.
           PERFORM ARQUIVA-RELATORIO.

           DISPLAY "Registros no CNPJ-MASTER...: " WN-QTDE-MASTER.
           DISPLAY "Registros na posicao deles.: " WN-QTDE-POSICAO.
           WRITE REPORT-REC.

           COPY AUDITP.

           COPY RELREPOP.
