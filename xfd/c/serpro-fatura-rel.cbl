      * SERPRO-FATURA-AAAAMM.TXT.                                                     *
      *                                                                              *
      * CRIACAO...: 03/09/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - CADA RODADA E ARQUIVADA NO REPOSITORIO DE   *
      *             RELATORIOS (COPY RELREPOP / RELATORIO-ARQUIVA) COM DATA, HORA,   *
      *             OPERADOR E FONTE - A VERSAO ANTERIOR NAO SE PERDE MAIS.          *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WN-DATA-ATUAL               PIC 9(008)          VALUE ZEROS.
       77  WN-TOTAL-DIA                PIC 9(007)          VALUE ZEROS.

           COPY RELREPO.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           DISPLAY "Mes da fatura (AAAAMM): " WITH NO ADVANCING.
           OPEN OUTPUT REPORT-FILE.
           PERFORM RT05-00-IMPRIME.
           CLOSE REPORT-FILE.
           MOVE "SERPRO-FATURA-AAAAMM.TXT"
               TO RR-RELATORIO.
           MOVE WA-ARQ-RELATORIO TO RR-ARQUIVO.
           MOVE "LEITURA DIRETA" TO RR-FONTE.
           PERFORM ARQUIVA-RELATORIO.

           DISPLAY "Linhas de auditoria lidas.....: " WN-QTDE-LINHAS.
           DISPLAY "Consultas faturaveis no mes...: " WN-TOTAL-MES.
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.

           COPY RELREPOP.
