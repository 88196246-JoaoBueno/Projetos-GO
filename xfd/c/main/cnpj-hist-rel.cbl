      *             DE UM REFRESH COM A DO SEGUINTE (E COM O CNPJ-MASTER ATUAL NO   *
      *             ULTIMO) - O REGISTRO JA DIZ TUDO. ARQUIVO NO FORMATO ANTIGO     *
      *             PRECISA PASSAR ANTES PELO CNPJ-HIST-MIGRA.                      *
      * ALTERACAO.: 15/10/2026 - BUENO - MOSTRA A FONTE QUE VENCEU EM CADA CAMPO     *
      *             (SERPRO, CORRECAO MANUAL, IMPORTACAO COMERCIAL - CH-FONTE) E, NO *
      *             CAMPO PROTEGIDO POR UMA CORRECAO, O VALOR DO SERPRO QUE FOI      *
      *             RECUSADO (CH-VALOR-PRETERIDO).                                   *
      * ALTERACAO.: 15/10/2026 - BUENO - CADA RODADA E ARQUIVADA NO REPOSITORIO DE   *
      *             RELATORIOS (COPY RELREPOP / RELATORIO-ARQUIVA) COM DATA, HORA,   *
      *             OPERADOR E FONTE - A VERSAO ANTERIOR NAO SE PERDE MAIS.          *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WA-PARA-HIST                PIC X(001)          VALUE "N".
       77  WA-CNPJ-ATUAL               PIC X(014)          VALUE SPACES.
       77  WN-DATA-ATUAL               PIC 9(008)          VALUE ZEROS.
       77  WA-FONTE-DESC               PIC X(020)          VALUE SPACES.
       77  WN-HORA-ATUAL               PIC 9(006)          VALUE ZEROS.
       77  WN-QTDE-EVENTOS             PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-CAMPOS              PIC 9(007)          VALUE ZEROS.
      *LINKAGE SECTION.
       77  LNK-FCO                     PIC X(014)          VALUE ZEROS.

           COPY RELREPO.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           MOVE "INICIO"   TO WA-AU-EVENTO.

           CLOSE CNPJ-HISTORY-FILE.
           CLOSE REPORT-FILE.
           MOVE "CNPJ-HIST-REL.TXT" TO RR-RELATORIO.
           MOVE WA-ARQ-RELATORIO    TO RR-ARQUIVO.
           MOVE "LEITURA DIRETA"    TO RR-FONTE.
           PERFORM ARQUIVA-RELATORIO.

           DISPLAY "Eventos de mudanca no relatorio: " WN-QTDE-EVENTOS.
           DISPLAY "Campos alterados...............: " WN-QTDE-CAMPOS.
           END-STRING.
           WRITE REPORT-REC.

      * FONTE QUE VENCEU; NO CAMPO PROTEGIDO, O VALOR DO SERPRO QUE
      * FOI RECUSADO. REGISTRO ANTERIOR AO CONTROLE DE FONTE NAO TEM.
           EVALUATE CH-FONTE
               WHEN "S"
                   MOVE "SERPRO"               TO WA-FONTE-DESC
               WHEN "M"
                   MOVE "CORRECAO MANUAL"      TO WA-FONTE-DESC
               WHEN "C"
                   MOVE "IMPORTACAO COMERCIAL" TO WA-FONTE-DESC
               WHEN OTHER
                   MOVE SPACES                 TO WA-FONTE-DESC
           END-EVALUATE.
           IF  WA-FONTE-DESC NOT = SPACES
               MOVE SPACES TO REPORT-REC
               STRING
                   "  " CH-CAMPO " FONTE..: " WA-FONTE-DESC
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF.
           IF  CH-VALOR-PRETERIDO NOT = SPACES
               MOVE SPACES TO REPORT-REC
               STRING
                   "  " CH-CAMPO " SERPRO.: " CH-VALOR-PRETERIDO
                   " (RECUSADO)"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF.

           COPY AUDITP.

           COPY CNPJVALP.

           COPY CPFVALP.

           COPY RELREPOP.
