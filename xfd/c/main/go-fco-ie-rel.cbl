       IDENTIFICATION DIVISION.
       PROGRAM-ID.      GO-FCO-IE-REL.
      *------------------------------------------------------------------------------*
      * RELATORIO DE PENDENCIAS DE INSCRICAO ESTADUAL, PARA O FATURAMENTO NAO        *
      * EMITIR NOTA COM ICMS ERRADO. PERCORRE O CNPJ-MASTER E, PARA CADA CLIENTE     *
      * COM SITUACAO CADASTRAL ATIVA, OLHA AS IEs DO CNPJ-IE.DAT (GRAVADO PELO       *
      * GO-FCO-MASTER A CADA CONSULTA NOVA, VIA "serpro_ie"). DUAS SECOES:           *
      *   - ATIVAS SEM INSCRICAO ESTADUAL: NENHUMA IE ARMAZENADA, OU SO "ISENTO"/    *
      *     SEM NUMERO (CNPJ AINDA NAO RECONSULTADO DESDE QUE A CONSULTA DE IE       *
      *     ENTROU TAMBEM CAI AQUI - A COLUNA DIZ QUAL DOS CASOS);                   *
      *   - ATIVAS COM IE NAO HABILITADA: UMA LINHA POR UF COM IE-HABILITADA = N     *
      *     (NAO HABILITADA, SUSPENSA, BAIXADA...), COM A SITUACAO E A DATA.         *
      * SAIDA EM IE-REL.TXT E RESUMO NO CONSOLE.                                     *
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
           SELECT CNPJ-MASTER-FILE
               ASSIGN TO "CNPJ-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CNPJ
               ALTERNATE RECORD KEY IS CM-NOME-EMPRESARIAL
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-ENDERECO-MUN-UF
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-CNAE-PRINCIPAL
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WA-FS-MASTER.

           SELECT CNPJ-IE-FILE
               ASSIGN TO "CNPJ-IE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IE-CHAVE
               FILE STATUS IS WA-FS-IE.

           SELECT REPORT-FILE
               ASSIGN TO WA-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO WA-ARQ-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
       FD  CNPJ-MASTER-FILE.
           COPY CNPJREC.

       FD  CNPJ-IE-FILE.
           COPY IEREC.

       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(132).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  WA-FS-MASTER                PIC X(002)          VALUE "00".
       77  WA-FS-IE                    PIC X(002)          VALUE "00".
       77  WA-ARQ-RELATORIO            PIC X(100)          VALUE
               "IE-REL.TXT".
       77  WA-PARA-LEITURA             PIC X(001)          VALUE "N".
       77  WA-PARA-IE                  PIC X(001)          VALUE "N".
       77  WA-IE-DISPONIVEL            PIC X(001)          VALUE "N".
       77  WA-SECAO-ALVO               PIC X(001)          VALUE SPACES.
       77  WA-MOTIVO                   PIC X(030)          VALUE SPACES.
       77  WA-PAUSA                    PIC X(001)          VALUE SPACES.
       77  WN-QTDE-IE-CNPJ             PIC 9(003)          VALUE ZEROS.
       77  WN-QTDE-IE-NUMERO           PIC 9(003)          VALUE ZEROS.
       77  WN-QTDE-MASTER              PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-ATIVAS              PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-SEM-IE              PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-NAO-HABIL           PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-CNPJ-NAO-HABIL      PIC 9(007)          VALUE ZEROS.
       77  WA-CNPJ-CONTADO             PIC X(001)          VALUE "N".

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-FS-AUDIT                 PIC X(002)          VALUE "00".
       77  WA-AU-DATA                  PIC 9(008).
       77  WA-AU-HORA                  PIC 9(006).
       77  WA-AU-PROGRAM-ID            PIC X(020)
               VALUE "GO-FCO-IE-REL".
       77  WA-AU-EVENTO                PIC X(010)          VALUE SPACES.
       77  WA-AU-ENTRADA               PIC X(030)          VALUE SPACES.
       77  WA-AU-RESULTADO             PIC X(020)          VALUE SPACES.
       77  WA-AU-OPERADOR              PIC X(008)          VALUE SPACES.

           COPY RELREPO.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           MOVE "INICIO"   TO WA-AU-EVENTO.
           MOVE SPACES     TO WA-AU-ENTRADA.
           MOVE SPACES     TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

           OPEN INPUT CNPJ-MASTER-FILE.
           IF  WA-FS-MASTER NOT = "00"
               DISPLAY "CNPJ-MASTER.DAT INDISPONIVEL (FILE STATUS "
                       WA-FS-MASTER ") - SEM CLIENTES PARA CONFERIR."
               MOVE "IE-REL"           TO WA-AU-EVENTO
               MOVE "SEM-MASTER"       TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               MOVE 8 TO RETURN-CODE
               ACCEPT WA-PAUSA
               GOBACK
           END-IF.

      * SEM O CNPJ-IE.DAT (NENHUMA CONSULTA TROUXE IE AINDA) TODA
      * ATIVA SAI COMO SEM IE - E O RETRATO CERTO PARA O FATURAMENTO.
           OPEN INPUT CNPJ-IE-FILE.
           IF  WA-FS-IE = "00"
               MOVE "S" TO WA-IE-DISPONIVEL
           ELSE
               DISPLAY "AVISO: CNPJ-IE.DAT AINDA NAO EXISTE - NENHUMA "
                       "CONSULTA TROUXE INSCRICAO ESTADUAL ATE AGORA."
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           MOVE "CLIENTES ATIVOS SEM IE OU COM IE NAO HABILITADA"
               TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE ALL "=" TO REPORT-REC.
           WRITE REPORT-REC.

           MOVE "S" TO WA-SECAO-ALVO.
           MOVE "ATIVAS SEM INSCRICAO ESTADUAL" TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM RT01-00-VARRE-MASTER.

           MOVE "N" TO WA-SECAO-ALVO.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "ATIVAS COM INSCRICAO ESTADUAL NAO HABILITADA"
               TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM RT01-00-VARRE-MASTER.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "CNPJ NO CACHE: " WN-QTDE-MASTER
               "  ATIVAS: " WN-QTDE-ATIVAS
               "  SEM IE: " WN-QTDE-SEM-IE
               "  IE NAO HABILITADA: " WN-QTDE-NAO-HABIL
               " (EM " WN-QTDE-CNPJ-NAO-HABIL " CNPJ)"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.

           CLOSE CNPJ-MASTER-FILE.
           IF  WA-IE-DISPONIVEL = "S"
               CLOSE CNPJ-IE-FILE
           END-IF.
           CLOSE REPORT-FILE.
           MOVE "IE-REL.TXT"     TO RR-RELATORIO.
           MOVE WA-ARQ-RELATORIO TO RR-ARQUIVO.
           MOVE "LEITURA DIRETA" TO RR-FONTE.
           PERFORM ARQUIVA-RELATORIO.

           DISPLAY "CNPJ no cache.........: " WN-QTDE-MASTER.
           DISPLAY "Ativas................: " WN-QTDE-ATIVAS.
           DISPLAY "Ativas sem IE.........: " WN-QTDE-SEM-IE.
           DISPLAY "IE nao habilitada.....: " WN-QTDE-NAO-HABIL
                   " (em " WN-QTDE-CNPJ-NAO-HABIL " CNPJ)".
           DISPLAY "Gravado em " WA-ARQ-RELATORIO.

           MOVE "IE-REL"          TO WA-AU-EVENTO.
           MOVE WN-QTDE-SEM-IE    TO WA-AU-ENTRADA.
           MOVE "OK"              TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

           ACCEPT WA-PAUSA.
           GOBACK.

      *---------------------------------------------------------------*
      * UMA PASSADA POR SECAO, COMO NO GO-FCO-SIMPLES-REL. OS TOTAIS  *
      * DO CACHE E DAS ATIVAS SO SAO ACUMULADOS NA PRIMEIRA, A S.     *
      *---------------------------------------------------------------*
       RT01-00-VARRE-MASTER.
           MOVE LOW-VALUES TO CM-CNPJ.
           MOVE "N"        TO WA-PARA-LEITURA.
           START CNPJ-MASTER-FILE
               KEY IS NOT LESS THAN CM-CNPJ
               INVALID KEY
                   MOVE "S" TO WA-PARA-LEITURA
           END-START.

           PERFORM UNTIL WA-PARA-LEITURA = "S"
               READ CNPJ-MASTER-FILE NEXT RECORD
                   AT END MOVE "S" TO WA-PARA-LEITURA
               END-READ
               IF  WA-PARA-LEITURA NOT = "S"
                   IF  WA-SECAO-ALVO = "S"
                       ADD 1 TO WN-QTDE-MASTER
                   END-IF
                   IF  FUNCTION UPPER-CASE(
                           FUNCTION TRIM(CM-SITUACAO-CADASTRAL))
                       = "ATIVA"
                       IF  WA-SECAO-ALVO = "S"
                           ADD 1 TO WN-QTDE-ATIVAS
                       END-IF
                       PERFORM RT02-00-CONFERE-IE
                   END-IF
               END-IF
           END-PERFORM.

      * SECAO S: CONTA AS IEs DO CNPJ E QUANTAS TEM NUMERO; SECAO N:
      * IMPRIME CADA IE NAO HABILITADA.
       RT02-00-CONFERE-IE.
           MOVE ZEROS TO WN-QTDE-IE-CNPJ WN-QTDE-IE-NUMERO.
           MOVE "N"   TO WA-CNPJ-CONTADO.
           IF  WA-IE-DISPONIVEL = "S"
               MOVE CM-CNPJ TO IE-CNPJ
               MOVE SPACES  TO IE-UF
               MOVE "N"     TO WA-PARA-IE
               START CNPJ-IE-FILE
                   KEY IS NOT LESS THAN IE-CHAVE
                   INVALID KEY
                       MOVE "S" TO WA-PARA-IE
               END-START
               PERFORM UNTIL WA-PARA-IE = "S"
                   READ CNPJ-IE-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-PARA-IE
                   END-READ
                   IF  WA-PARA-IE NOT = "S"
                       IF  IE-CNPJ = CM-CNPJ
                           PERFORM RT02A-UMA-IE
                       ELSE
                           MOVE "S" TO WA-PARA-IE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF  WA-SECAO-ALVO = "S" AND WN-QTDE-IE-NUMERO = ZEROS
               IF  WN-QTDE-IE-CNPJ = ZEROS
                   MOVE "NENHUMA IE ARMAZENADA" TO WA-MOTIVO
               ELSE
                   MOVE "SO ISENTO / SEM NUMERO" TO WA-MOTIVO
               END-IF
               ADD 1 TO WN-QTDE-SEM-IE
               MOVE SPACES TO REPORT-REC
               STRING
                   "  " CM-CNPJ "  " CM-ENDERECO-UF(1:2) "  "
                   WA-MOTIVO "  "
                   FUNCTION TRIM(CM-NOME-EMPRESARIAL)
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF.

       RT02A-UMA-IE.
           ADD 1 TO WN-QTDE-IE-CNPJ.
           IF  IE-INSCRICAO NOT = SPACES
               AND IE-INSCRICAO(1:6) NOT = "ISENTO"
               ADD 1 TO WN-QTDE-IE-NUMERO
               IF  WA-SECAO-ALVO = "N" AND IE-HABILITADA NOT = "S"
                   ADD 1 TO WN-QTDE-NAO-HABIL
                   IF  WA-CNPJ-CONTADO = "N"
                       ADD 1 TO WN-QTDE-CNPJ-NAO-HABIL
                       MOVE "S" TO WA-CNPJ-CONTADO
                   END-IF
                   MOVE SPACES TO REPORT-REC
                   STRING
                       "  " CM-CNPJ "  IE " IE-UF " "
                       IE-INSCRICAO " "
                       IE-SITUACAO " (" IE-DATA-SITUACAO ")  "
                       FUNCTION TRIM(CM-NOME-EMPRESARIAL)
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
               END-IF
           END-IF.

           COPY AUDITP.

           COPY RELREPOP.
