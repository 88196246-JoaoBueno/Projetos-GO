      * CENTESIMOS DE SEGUNDO. SAIDA EM SERPRO-METRICA-AAAAMM.TXT.                    *
      *                                                                              *
      * CRIACAO...: 03/09/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - CADA RODADA E ARQUIVADA NO REPOSITORIO DE   *
      *             RELATORIOS (COPY RELREPOP / RELATORIO-ARQUIVA) COM DATA, HORA,   *
      *             OPERADOR E FONTE - A VERSAO ANTERIOR NAO SE PERDE MAIS.          *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-IDX-HORA                 PIC 9(002)          VALUE ZEROS.
       77  WN-HORA-REL                 PIC 9(002)          VALUE ZEROS.

           COPY RELREPO.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           DISPLAY "Mes da metrica (AAAAMM): " WITH NO ADVANCING.
           OPEN OUTPUT REPORT-FILE.
           PERFORM RT03-00-IMPRIME.
           CLOSE REPORT-FILE.
           MOVE "SERPRO-METRICA-AAAAMM.TXT"
               TO RR-RELATORIO.
           MOVE WA-ARQ-RELATORIO TO RR-ARQUIVO.
           MOVE "LEITURA DIRETA" TO RR-FONTE.
           PERFORM ARQUIVA-RELATORIO.

           DISPLAY "Linhas de metrica lidas....: " WN-QTDE-LINHAS.
           DISPLAY "Chamadas no mes............: " WN-TOTAL-MES.
                   MOVE WA-FAIXA-NOME(WS-IDX-FX) TO WA-FAIXA-P90
               END-IF
           END-PERFORM.

           COPY RELREPOP.
