      *   ESTABELECIMENTO, COM OS TOTAIS NO FIM. SAIDA EM GRUPO-REL.TXT.              *
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
           END-STRING.
           WRITE REPORT-REC.
           CLOSE REPORT-FILE.
           MOVE "GRUPO-REL.TXT"  TO RR-RELATORIO.
           MOVE WA-ARQ-RELATORIO TO RR-ARQUIVO.
           MOVE "LEITURA DIRETA" TO RR-FONTE.
           PERFORM ARQUIVA-RELATORIO.

           DISPLAY "Registros na base...........: " WN-QTDE-REGS.
           DISPLAY "Radicais (empresas).........: " WN-QTDE-RADICAIS.
           COPY CPFVALP.

           COPY AUDITP.

           COPY RELREPOP.
