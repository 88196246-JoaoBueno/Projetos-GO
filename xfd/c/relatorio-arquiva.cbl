       IDENTIFICATION DIVISION.
       PROGRAM-ID.      RELATORIO-ARQUIVA.
      *------------------------------------------------------------------------------*
      * ARQUIVAMENTO DE RELATORIO NO REPOSITORIO. QUASE TODO RELATORIO (AUDIT-REL,   *
      * GO-FCO-ESTAT, CNAE-SETOR-REL, INATIVOS-REL, QUALIDADE-REL, SIMPLES-REL,      *
      * SERPRO-FATURA...) ABRE O ARQUIVO COM OUTPUT E SOBRESCREVE A RODADA           *
      * ANTERIOR - "A VERSAO DE TERCA PASSADA" NAO EXISTIA MAIS. CHAMADA PELO        *
      * PARAGRAFO ARQUIVA-RELATORIO (COPY RELREPOP) DEPOIS QUE O RELATORIO E         *
      * FECHADO: COPIA O ARQUIVO LINHA A LINHA PARA                                  *
      * RELATORIOS/<ARQUIVO>.AAAAMMDD-HHMMSS E ACRESCENTA UMA LINHA NO INDICE        *
      * RELATORIOS/RELATORIO-INDICE.TXT (COPY RELIDXREC) COM RELATORIO, DATA/HORA,   *
      * OPERADOR, FONTE (SNAPSHOT OU LEITURA DIRETA), CONTAGEM DE LINHAS E A         *
      * MARCA DE DISTRIBUICAO PENDENTE. O ORIGINAL FICA ONDE ESTAVA - QUEM JA LE O   *
      * RELATORIO PELO NOME DE SEMPRE NAO MUDA NADA. LISTAGEM, REIMPRESSAO,          *
      * DISTRIBUICAO E RETENCAO FICAM NO GO-FCO-RELREPO.                             *
      * CHAMADA: CALL "RELATORIO-ARQUIVA" USING RR-PARAMETROS (COPY RELREPO).        *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-IN-FILE
               ASSIGN TO WA-ARQ-ENTRADA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-ENTRADA.

           SELECT VERSAO-OUT-FILE
               ASSIGN TO WA-ARQ-SAIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-SAIDA.

           SELECT INDICE-FILE
               ASSIGN TO WA-ARQ-INDICE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-INDICE.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO WA-ARQ-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
       FD  RELATORIO-IN-FILE.
       01  RELATORIO-IN-REC            PIC X(400).

       FD  VERSAO-OUT-FILE.
       01  VERSAO-OUT-REC              PIC X(400).

       FD  INDICE-FILE.
           COPY RELIDXREC.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  WA-ARQ-ENTRADA              PIC X(100)          VALUE SPACES.
       77  WA-FS-ENTRADA               PIC X(002)          VALUE "00".
       77  WA-ARQ-SAIDA                PIC X(100)          VALUE SPACES.
       77  WA-FS-SAIDA                 PIC X(002)          VALUE "00".
       77  WA-ARQ-INDICE               PIC X(100)          VALUE
               "RELATORIOS/RELATORIO-INDICE.TXT".
       77  WA-FS-INDICE                PIC X(002)          VALUE "00".
       77  WA-DIR-REPOSITORIO          PIC X(020)          VALUE
               "RELATORIOS".
       77  WA-COMANDO-EXEC             PIC X(200)          VALUE SPACES.
       77  WA-NOME-BASE                PIC X(100)          VALUE SPACES.
       77  WA-EOF-ENTRADA              PIC X(001)          VALUE "N".
       77  WA-OPERADOR                 PIC X(008)          VALUE SPACES.
       77  WN-DATA-HOJE                PIC 9(008)          VALUE ZEROS.
       77  WN-HORA-COMPLETA            PIC 9(008)          VALUE ZEROS.
       77  WN-HORA-AGORA               PIC 9(006)          VALUE ZEROS.
       77  WN-QTDE-LINHAS              PIC 9(007)          VALUE ZEROS.
       77  WN-POS                      PIC 9(003)          VALUE ZEROS.
       77  WN-POS-BARRA                PIC 9(003)          VALUE ZEROS.

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-FS-AUDIT                 PIC X(002)          VALUE "00".
       77  WA-AU-DATA                  PIC 9(008).
       77  WA-AU-HORA                  PIC 9(006).
       77  WA-AU-PROGRAM-ID            PIC X(020)
               VALUE "RELATORIO-ARQUIVA".
       77  WA-AU-EVENTO                PIC X(010)          VALUE SPACES.
       77  WA-AU-ENTRADA               PIC X(030)          VALUE SPACES.
       77  WA-AU-RESULTADO             PIC X(020)          VALUE SPACES.
       77  WA-AU-OPERADOR              PIC X(008)          VALUE SPACES.

       LINKAGE SECTION.
           COPY RELREPO.

       PROCEDURE DIVISION USING RR-PARAMETROS.
       RT00-00-INICIO.
           MOVE "00"   TO RR-RETORNO.
           MOVE SPACES TO RR-VERSAO.
           MOVE ZEROS  TO RR-LINHAS.
           ACCEPT WN-DATA-HOJE     FROM DATE YYYYMMDD.
           ACCEPT WN-HORA-COMPLETA FROM TIME.
           MOVE WN-HORA-COMPLETA(1:6) TO WN-HORA-AGORA.

           MOVE RR-ARQUIVO TO WA-ARQ-ENTRADA.
           OPEN INPUT RELATORIO-IN-FILE.
           IF  WA-FS-ENTRADA NOT = "00"
               MOVE "35" TO RR-RETORNO
               DISPLAY "AVISO: " FUNCTION TRIM(RR-ARQUIVO)
                       " NAO ENCONTRADO - NADA FOI PARA O "
                       "REPOSITORIO DE RELATORIOS."
               MOVE "ARQUIVA"          TO WA-AU-EVENTO
               MOVE RR-RELATORIO       TO WA-AU-ENTRADA
               MOVE "SEM-RELATORIO"    TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM RT01-00-MONTA-VERSAO.
           PERFORM RT02-00-COPIA-VERSAO.
           CLOSE RELATORIO-IN-FILE.

           IF  RR-RETORNO = "00"
               PERFORM RT03-00-GRAVA-INDICE
           END-IF.

           MOVE "ARQUIVA"    TO WA-AU-EVENTO.
           MOVE RR-RELATORIO TO WA-AU-ENTRADA.
           MOVE SPACES       TO WA-AU-RESULTADO.
           IF  RR-RETORNO = "00"
               STRING "LINHAS=" RR-LINHAS
                   DELIMITED BY SIZE INTO WA-AU-RESULTADO
               END-STRING
               DISPLAY "Relatorio arquivado em "
                       FUNCTION TRIM(RR-VERSAO)
                       " (" RR-LINHAS " linha(s))"
           ELSE
               MOVE "ERRO-GRAVACAO" TO WA-AU-RESULTADO
               DISPLAY "AVISO: NAO FOI POSSIVEL GRAVAR "
                       FUNCTION TRIM(WA-ARQ-SAIDA)
                       " NO REPOSITORIO DE RELATORIOS."
           END-IF.
           PERFORM GRAVA-AUDITORIA.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *---------------------------------------------------------------*
      * NOME DA VERSAO: RELATORIOS/<ARQUIVO SEM DIRETORIO>.AAAAMMDD-  *
      * HHMMSS - DUAS RODADAS NO MESMO DIA NAO SE SOBREPOEM. O        *
      * DIRETORIO E CRIADO NA PRIMEIRA VEZ.                           *
      *---------------------------------------------------------------*
       RT01-00-MONTA-VERSAO.
           MOVE SPACES TO WA-COMANDO-EXEC.
           STRING "mkdir -p " FUNCTION TRIM(WA-DIR-REPOSITORIO)
                  " 2>/dev/null"
               DELIMITED BY SIZE INTO WA-COMANDO-EXEC
           END-STRING.
           CALL "SYSTEM" USING WA-COMANDO-EXEC
           END-CALL.
           MOVE 0 TO RETURN-CODE.

           MOVE ZEROS TO WN-POS-BARRA.
           PERFORM VARYING WN-POS FROM 1 BY 1 UNTIL WN-POS > 99
               IF  RR-ARQUIVO(WN-POS:1) = "/"
                   MOVE WN-POS TO WN-POS-BARRA
               END-IF
           END-PERFORM.
           MOVE SPACES TO WA-NOME-BASE.
           MOVE RR-ARQUIVO(WN-POS-BARRA + 1:100 - WN-POS-BARRA)
               TO WA-NOME-BASE.

           MOVE SPACES TO WA-ARQ-SAIDA.
           STRING FUNCTION TRIM(WA-DIR-REPOSITORIO) DELIMITED BY SIZE
                  "/"                               DELIMITED BY SIZE
                  FUNCTION TRIM(WA-NOME-BASE)       DELIMITED BY SIZE
                  "."                               DELIMITED BY SIZE
                  WN-DATA-HOJE                      DELIMITED BY SIZE
                  "-"                               DELIMITED BY SIZE
                  WN-HORA-AGORA                     DELIMITED BY SIZE
               INTO WA-ARQ-SAIDA
           END-STRING.

       RT02-00-COPIA-VERSAO.
           OPEN OUTPUT VERSAO-OUT-FILE.
           IF  WA-FS-SAIDA NOT = "00"
               MOVE "30" TO RR-RETORNO
           ELSE
               MOVE ZEROS TO WN-QTDE-LINHAS
               MOVE "N"   TO WA-EOF-ENTRADA
               PERFORM UNTIL WA-EOF-ENTRADA = "S"
                   READ RELATORIO-IN-FILE
                       AT END MOVE "S" TO WA-EOF-ENTRADA
                   END-READ
                   IF  WA-EOF-ENTRADA NOT = "S"
                       ADD 1 TO WN-QTDE-LINHAS
                       MOVE RELATORIO-IN-REC TO VERSAO-OUT-REC
                       WRITE VERSAO-OUT-REC
                   END-IF
               END-PERFORM
               CLOSE VERSAO-OUT-FILE
               MOVE WA-ARQ-SAIDA   TO RR-VERSAO
               MOVE WN-QTDE-LINHAS TO RR-LINHAS
           END-IF.

      *---------------------------------------------------------------*
      * LINHA DO INDICE. A MARCA DE DISTRIBUICAO NASCE PENDENTE; QUEM *
      * DECIDE SE HA DESTINATARIO E O PASSO NOTURNO DO GO-FCO-RELREPO.*
      *---------------------------------------------------------------*
       RT03-00-GRAVA-INDICE.
           MOVE SPACES TO WA-OPERADOR.
           ACCEPT WA-OPERADOR FROM ENVIRONMENT "GO-OPERADOR".
           IF  WA-OPERADOR = SPACES
               MOVE "BATCH" TO WA-OPERADOR
           END-IF.

           OPEN EXTEND INDICE-FILE.
           IF  WA-FS-INDICE = "35"
               OPEN OUTPUT INDICE-FILE
           END-IF.
           IF  WA-FS-INDICE NOT = "00"
               MOVE "30" TO RR-RETORNO
           ELSE
               MOVE SPACES        TO RELATORIO-INDICE-REC
               MOVE RR-RELATORIO  TO RI-RELATORIO
               MOVE WN-DATA-HOJE  TO RI-DATA
               MOVE WN-HORA-AGORA TO RI-HORA
               MOVE WA-OPERADOR   TO RI-OPERADOR
               MOVE RR-FONTE      TO RI-FONTE
               IF  RI-FONTE = SPACES
                   MOVE "-" TO RI-FONTE
               END-IF
               MOVE RR-LINHAS     TO RI-LINHAS
               MOVE "N"           TO RI-DISTRIBUIDO
               MOVE RR-VERSAO     TO RI-VERSAO
               MOVE ";" TO RI-SEP-1 RI-SEP-2 RI-SEP-3 RI-SEP-4
                           RI-SEP-5 RI-SEP-6 RI-SEP-7
               WRITE RELATORIO-INDICE-REC
               CLOSE INDICE-FILE
           END-IF.

           COPY AUDITP.
