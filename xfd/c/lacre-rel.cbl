       IDENTIFICATION DIVISION.
       PROGRAM-ID.      LACRE-REL.
      *------------------------------------------------------------------------------*
      * RELATORIO DAS ALTERACOES APROVADAS NO LACRE (LIVRO LACRE-APROVADO.TXT,       *
      * COPY LACRETAB/LACRETABP): UMA ENTRADA POR INCLUSAO, APROVACAO DE             *
      * IMPRESSAO NOVA, REGRAVACAO DO SYSTEM.PARM PELO SYSPARM-MANUT E EXCLUSAO,     *
      * COM DATA, HORA, OPERADOR E AS IMPRESSOES ANTERIOR E NOVA, A PARTIR DA        *
      * DATA PEDIDA (ENTER = O LIVRO INTEIRO). NO FIM, A BASE VIGENTE - QUEM         *
      * APROVOU POR ULTIMO CADA ARQUIVO. SAIDA EM LACRE-ALTERACOES-AAAAMMDD.TXT.     *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - CADA RODADA E ARQUIVADA NO REPOSITORIO DE   *
      *             RELATORIOS (COPY RELREPOP / RELATORIO-ARQUIVA) COM DATA, HORA,   *
      *             OPERADOR E FONTE - A VERSAO ANTERIOR NAO SE PERDE MAIS.          *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LACRE-FILE
               ASSIGN TO WA-ARQ-LACRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-LACRE.

           SELECT REPORT-FILE
               ASSIGN TO WA-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO WA-ARQ-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
       FD  LACRE-FILE.
       01  LACRE-REC                   PIC X(250).

       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(132).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  WA-ARQ-LACRE                PIC X(100)          VALUE
               "LACRE-APROVADO.TXT".
       77  WA-FS-LACRE                 PIC X(002)          VALUE "00".
       77  WA-ARQ-RELATORIO            PIC X(100)          VALUE SPACES.
       77  WA-EOF-ARQ                  PIC X(001)          VALUE "N".
       77  WA-PAUSA                    PIC X(001)          VALUE SPACES.
       77  WN-DATA-HOJE                PIC 9(008)          VALUE ZEROS.
       77  WA-DATA-DESDE               PIC X(008)          VALUE SPACES.
       77  WN-DATA-DESDE               PIC 9(008)          VALUE ZEROS.
       77  WN-QTDE-ALTERACOES          PIC 9(005)          VALUE ZEROS.

       01  LR-CABEC-1.
           03  FILLER                  PIC X(010)          VALUE
               "DATA".
           03  FILLER                  PIC X(001)          VALUE SPACES.
           03  FILLER                  PIC X(008)          VALUE
               "HORA".
           03  FILLER                  PIC X(001)          VALUE SPACES.
           03  FILLER                  PIC X(008)          VALUE
               "OPERADOR".
           03  FILLER                  PIC X(001)          VALUE SPACES.
           03  FILLER                  PIC X(008)          VALUE
               "ACAO".
           03  FILLER                  PIC X(001)          VALUE SPACES.
           03  FILLER                  PIC X(020)          VALUE
               "ARQUIVO".

       01  LR-LINHA-1.
           03  LR-DATA                 PIC X(010).
           03  FILLER                  PIC X(001)          VALUE SPACES.
           03  LR-HORA                 PIC X(008).
           03  FILLER                  PIC X(001)          VALUE SPACES.
           03  LR-OPERADOR             PIC X(008).
           03  FILLER                  PIC X(001)          VALUE SPACES.
           03  LR-ACAO                 PIC X(008).
           03  FILLER                  PIC X(001)          VALUE SPACES.
           03  LR-ARQUIVO              PIC X(094).

       01  LR-LINHA-2.
           03  FILLER                  PIC X(011)          VALUE SPACES.
           03  FILLER                  PIC X(010)          VALUE
               "ANTERIOR: ".
           03  LR-MD5-ANTERIOR         PIC X(032).
           03  FILLER                  PIC X(008)          VALUE
               "  NOVO: ".
           03  LR-MD5-NOVO             PIC X(032).

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-FS-AUDIT                 PIC X(002)          VALUE "00".
       77  WA-AU-DATA                  PIC 9(008).
       77  WA-AU-HORA                  PIC 9(006).
       77  WA-AU-PROGRAM-ID            PIC X(020)
               VALUE "LACRE-REL".
       77  WA-AU-EVENTO                PIC X(010)          VALUE SPACES.
       77  WA-AU-ENTRADA               PIC X(030)          VALUE SPACES.
       77  WA-AU-RESULTADO             PIC X(020)          VALUE SPACES.
       77  WA-AU-OPERADOR              PIC X(008)          VALUE SPACES.

           COPY LACRETAB.

           COPY RELREPO.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           MOVE "INICIO"   TO WA-AU-EVENTO.
           MOVE SPACES     TO WA-AU-ENTRADA.
           MOVE SPACES     TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

           ACCEPT WN-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "Alteracoes desde (AAAAMMDD, Enter = todas): "
               WITH NO ADVANCING.
           MOVE SPACES TO WA-DATA-DESDE.
           ACCEPT WA-DATA-DESDE.
           MOVE ZEROS TO WN-DATA-DESDE.
           IF  WA-DATA-DESDE IS NUMERIC
               MOVE WA-DATA-DESDE TO WN-DATA-DESDE
           END-IF.

           MOVE SPACES TO WA-ARQ-RELATORIO.
           STRING "LACRE-ALTERACOES-" WN-DATA-HOJE ".TXT"
               DELIMITED BY SIZE INTO WA-ARQ-RELATORIO
           END-STRING.
           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES TO REPORT-REC.
           STRING "ALTERACOES APROVADAS NO LACRE - EMITIDO EM "
                  WN-DATA-HOJE(7:2) "/" WN-DATA-HOJE(5:2) "/"
                  WN-DATA-HOJE(1:4)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           IF  WN-DATA-DESDE > ZEROS
               STRING "A PARTIR DE " WN-DATA-DESDE(7:2) "/"
                      WN-DATA-DESDE(5:2) "/" WN-DATA-DESDE(1:4)
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           ELSE
               MOVE "LIVRO INTEIRO" TO REPORT-REC
           END-IF.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           WRITE REPORT-REC FROM LR-CABEC-1.
           MOVE ALL "-" TO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM RT01-00-LISTA-ALTERACOES.

           PERFORM CARREGA-LACRE.
           PERFORM RT02-00-BASE-VIGENTE.

           CLOSE REPORT-FILE.
           MOVE "LACRE-ALTERACOES-AAAAMMDD.TXT"
               TO RR-RELATORIO.
           MOVE WA-ARQ-RELATORIO TO RR-ARQUIVO.
           MOVE "LEITURA DIRETA" TO RR-FONTE.
           PERFORM ARQUIVA-RELATORIO.

           DISPLAY "Alteracoes listadas.: " WN-QTDE-ALTERACOES.
           DISPLAY "Arquivos na base....: " LCR-QTDE.
           DISPLAY "Gravado em " FUNCTION TRIM(WA-ARQ-RELATORIO).

           MOVE "RELATORIO"        TO WA-AU-EVENTO.
           MOVE WA-ARQ-RELATORIO   TO WA-AU-ENTRADA.
           MOVE WN-QTDE-ALTERACOES TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

           ACCEPT WA-PAUSA.
           GOBACK.

       RT01-00-LISTA-ALTERACOES.
           MOVE ZEROS TO WN-QTDE-ALTERACOES.
           OPEN INPUT LACRE-FILE.
           IF  WA-FS-LACRE = "00"
               MOVE "N" TO WA-EOF-ARQ
               PERFORM UNTIL WA-EOF-ARQ = "S"
                   READ LACRE-FILE INTO LCR-LINHA
                       AT END MOVE "S" TO WA-EOF-ARQ
                   END-READ
                   IF  WA-EOF-ARQ NOT = "S"
                       AND LCR-LINHA NOT = SPACES
                       AND LCR-LINHA(1:1) NOT = "*"
                       PERFORM RT01A-IMPRIME-ALTERACAO
                   END-IF
               END-PERFORM
               CLOSE LACRE-FILE
           ELSE
               MOVE "SEM LIVRO DO LACRE - NENHUMA APROVACAO AINDA."
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF.

       RT01A-IMPRIME-ALTERACAO.
           MOVE SPACES TO LCR-TK-DATA LCR-TK-HORA LCR-TK-OPERADOR
                          LCR-TK-ACAO LCR-TK-MD5-NOVO LCR-TK-MD5-ANT
                          LCR-TK-ARQUIVO.
           UNSTRING LCR-LINHA DELIMITED BY ";" INTO
               LCR-TK-DATA
               LCR-TK-HORA
               LCR-TK-OPERADOR
               LCR-TK-ACAO
               LCR-TK-MD5-NOVO
               LCR-TK-MD5-ANT
               LCR-TK-ARQUIVO
           END-UNSTRING.
           IF  LCR-TK-DATA IS NUMERIC
               AND (WN-DATA-DESDE = ZEROS
                    OR LCR-TK-DATA >= WA-DATA-DESDE)
               ADD 1 TO WN-QTDE-ALTERACOES
               MOVE SPACES TO LR-DATA LR-HORA
               STRING LCR-TK-DATA(7:2) "/" LCR-TK-DATA(5:2) "/"
                      LCR-TK-DATA(1:4)
                   DELIMITED BY SIZE INTO LR-DATA
               END-STRING
               STRING LCR-TK-HORA(1:2) ":" LCR-TK-HORA(3:2) ":"
                      LCR-TK-HORA(5:2)
                   DELIMITED BY SIZE INTO LR-HORA
               END-STRING
               MOVE LCR-TK-OPERADOR TO LR-OPERADOR
               MOVE LCR-TK-ACAO     TO LR-ACAO
               MOVE LCR-TK-ARQUIVO  TO LR-ARQUIVO
               WRITE REPORT-REC FROM LR-LINHA-1
               MOVE LCR-TK-MD5-ANT  TO LR-MD5-ANTERIOR
               MOVE LCR-TK-MD5-NOVO TO LR-MD5-NOVO
               WRITE REPORT-REC FROM LR-LINHA-2
           END-IF.

       RT02-00-BASE-VIGENTE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "BASE VIGENTE (ULTIMA APROVACAO DE CADA ARQUIVO)"
               TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE ALL "-" TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING LCR-IDX FROM 1 BY 1
                   UNTIL LCR-IDX > LCR-QTDE
               MOVE SPACES TO LR-DATA LR-HORA
               STRING LCR-DATA(LCR-IDX)(7:2) "/"
                      LCR-DATA(LCR-IDX)(5:2) "/"
                      LCR-DATA(LCR-IDX)(1:4)
                   DELIMITED BY SIZE INTO LR-DATA
               END-STRING
               STRING LCR-HORA(LCR-IDX)(1:2) ":"
                      LCR-HORA(LCR-IDX)(3:2) ":"
                      LCR-HORA(LCR-IDX)(5:2)
                   DELIMITED BY SIZE INTO LR-HORA
               END-STRING
               MOVE LCR-OPERADOR(LCR-IDX) TO LR-OPERADOR
               MOVE "VIGENTE"             TO LR-ACAO
               MOVE LCR-ARQUIVO(LCR-IDX)  TO LR-ARQUIVO
               WRITE REPORT-REC FROM LR-LINHA-1
               MOVE SPACES                TO LR-MD5-ANTERIOR
               MOVE LCR-MD5(LCR-IDX)      TO LR-MD5-NOVO
               WRITE REPORT-REC FROM LR-LINHA-2
           END-PERFORM.

           COPY LACRETABP.

           COPY AUDITP.

           COPY RELREPOP.
