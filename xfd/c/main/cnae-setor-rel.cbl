      *             EXPLODIDAS NO CNPJ-CNAE-SEC.DAT (COPY CNAESREC) - CLIENTE COM    *
      *             SECUNDARIA NUM SETOR ACOMPANHADO DEIXA DE SER INVISIVEL NO       *
      *             RELATORIO DAQUELE SETOR. NO MODO (P) NADA MUDA.                  *
      * ALTERACAO.: 15/10/2026 - BUENO - CADA RODADA E ARQUIVADA NO REPOSITORIO DE   *
      *             RELATORIOS (COPY RELREPOP / RELATORIO-ARQUIVA) COM DATA, HORA,   *
      *             OPERADOR E FONTE - A VERSAO ANTERIOR NAO SE PERDE MAIS.          *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           COPY CNAETAB.

           COPY RELREPO.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           MOVE "INICIO"   TO WA-AU-EVENTO.
           DISPLAY REPORT-REC.

           CLOSE REPORT-FILE.
           MOVE "CNAE-SETOR-REL.TXT" TO RR-RELATORIO.
           MOVE WA-ARQ-RELATORIO     TO RR-ARQUIVO.
           MOVE SPACES               TO RR-FONTE.
           IF  WA-SNAPSHOT-OK = "S"
               STRING "SNAPSHOT " WA-SNAP-DATA " " WA-SNAP-HORA
                   DELIMITED BY SIZE INTO RR-FONTE
               END-STRING
           ELSE
               MOVE "LEITURA DIRETA" TO RR-FONTE
           END-IF.
           PERFORM ARQUIVA-RELATORIO.
           DISPLAY "Gravado em " WA-ARQ-RELATORIO.

           COPY CNAETABP.
           COPY SNAPP.

           COPY AUDITP.

           COPY RELREPOP.
