       IDENTIFICATION DIVISION.
       PROGRAM-ID.      GO-FCO-MOVIMENTO.
      *------------------------------------------------------------------------------*
      * MOVIMENTO MES A MES DA BASE CNPJ-MASTER. GO-FCO-ESTAT E CNAE-SETOR-REL DAO A *
      * FOTO DA BASE NUM INSTANTE; A DIRETORIA QUER SABER O QUE MUDOU NO MES - E     *
      * ATE AQUI ALGUEM MONTAVA ISSO NA MAO NUMA PLANILHA. O GO-FCO-SNAPSHOT GUARDA  *
      * O ULTIMO SNAPSHOT DE CADA MES EM CNPJ-SNAPSHOT-AAAAMM.SEQ (POSICAO DE        *
      * FECHAMENTO); ESTE RELATORIO CASA DOIS FECHAMENTOS PELO CNPJ (OS DOIS SAEM    *
      * DO WALK PELA CHAVE PRIMARIA, JA ORDENADOS) E CLASSIFICA O MOVIMENTO:         *
      *   1 NOVOS..........: CNPJ SO NO FECHAMENTO FINAL;                            *
      *   2 EXPURGADOS.....: SO NO INICIAL E PRESENTE NO CNPJ-MASTER-ARQUIVO.SEQ     *
      *                      (CNPJ-MASTER-PURGE);                                    *
      *   3 EXCLUIDOS......: SO NO INICIAL E FORA DO ARQUIVO MORTO (EXCLUSAO);       *
      *   4 ATIVA -> SUSPENSA/BAIXADA (CM-SITUACAO-CADASTRAL);                       *
      *   5 MUDOU DE UF/MUNICIPIO;                                                   *
      *   6 MUDOU DE PORTE;                                                          *
      *   7 MUDOU DE CNAE PRINCIPAL.                                                 *
      * UM CNPJ PODE CAIR EM MAIS DE UM DOS TIPOS 4 A 7. O RELATORIO (80 COLUNAS,    *
      * GO-FCO-MOVIMENTO.REL) TRAZ O RESUMO POR TIPO, A QUEBRA POR UF (UF DO         *
      * FECHAMENTO FINAL; NAS SAIDAS, A DO INICIAL) E UMA SECAO DE DETALHE POR TIPO. *
      * OS MOVIMENTOS PASSAM POR UM ARQUIVO DE TRABALHO (GO-FCO-MOVIMENTO.TMP),      *
      * APAGADO NO FIM.                                                              *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - CADA RODADA E ARQUIVADA NO REPOSITORIO DE   *
      *             RELATORIOS (COPY RELREPOP / RELATORIO-ARQUIVA) COM DATA, HORA,   *
      *             OPERADOR E FONTE - A VERSAO ANTERIOR NAO SE PERDE MAIS.          *
      * ALTERACAO.: 15/10/2026 - BUENO - FALHA AO CRIAR O ARQUIVO DE TRABALHO OU O   *
      *             RELATORIO AUDITA E TERMINA COM RETURN-CODE 8 (ANTES GRAVAVA NO   *
      *             VAZIO E AUDITAVA COMO RODADA BOA). TOTAIS POR TIPO ZERADOS NA    *
      *             SUBIDA.                                                          *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MES-INI-FILE
               ASSIGN TO WA-ARQ-MES-INI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-MES-INI.

           SELECT MES-FIM-FILE
               ASSIGN TO WA-ARQ-MES-FIM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-MES-FIM.

           SELECT ARQUIVO-MORTO-FILE
               ASSIGN TO WA-ARQ-MORTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-MORTO.

           SELECT MOVIMENTO-FILE
               ASSIGN TO WA-ARQ-MOVIMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-MOVIMENTO.

           SELECT REPORT-FILE
               ASSIGN TO WA-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-RELATORIO.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO WA-ARQ-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
       FD  MES-INI-FILE.
       01  MES-INI-REC                 PIC X(1080).

       FD  MES-FIM-FILE.
       01  MES-FIM-REC                 PIC X(1080).

       FD  ARQUIVO-MORTO-FILE.
       01  ARQUIVO-MORTO-REC           PIC X(1063).

       FD  MOVIMENTO-FILE.
       01  MOVIMENTO-REC.
           03  MW-TIPO                 PIC 9(001).
           03  MW-CNPJ                 PIC X(014).
           03  MW-UF                   PIC X(002).
           03  MW-NOME                 PIC X(024).
           03  MW-DE                   PIC X(017).
           03  MW-PARA                 PIC X(017).

       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(080).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-FS-AUDIT                 PIC X(002)          VALUE "00".
       77  WA-AU-DATA                  PIC 9(008).
       77  WA-AU-HORA                  PIC 9(006).
       77  WA-AU-PROGRAM-ID            PIC X(020)
               VALUE "GO-FCO-MOVIMENTO".
       77  WA-AU-EVENTO                PIC X(010)          VALUE SPACES.
       77  WA-AU-ENTRADA               PIC X(030)          VALUE SPACES.
       77  WA-AU-RESULTADO             PIC X(020)          VALUE SPACES.
       77  WA-AU-OPERADOR              PIC X(008)          VALUE SPACES.

       77  WA-ARQ-MES-INI              PIC X(100)          VALUE SPACES.
       77  WA-ARQ-MES-FIM              PIC X(100)          VALUE SPACES.
       77  WA-FS-MES-INI               PIC X(002)          VALUE "00".
       77  WA-FS-MES-FIM               PIC X(002)          VALUE "00".
       77  WA-ARQ-MORTO                PIC X(100)          VALUE
               "CNPJ-MASTER-ARQUIVO.SEQ".
       77  WA-FS-MORTO                 PIC X(002)          VALUE "00".
       77  WA-ARQ-MOVIMENTO            PIC X(100)          VALUE
               "GO-FCO-MOVIMENTO.TMP".
       77  WA-FS-MOVIMENTO             PIC X(002)          VALUE "00".
       77  WA-ARQ-RELATORIO            PIC X(100)          VALUE
               "GO-FCO-MOVIMENTO.REL".
       77  WA-FS-RELATORIO             PIC X(002)          VALUE "00".
       77  WA-ARQ-FALHA                PIC X(100)          VALUE SPACES.
       77  WA-FS-FALHA                 PIC X(002)          VALUE "00".
       77  WA-PAUSA                    PIC X(001)          VALUE SPACES.

       77  WN-DATA-HOJE                PIC 9(008)          VALUE ZEROS.
       77  WA-MES-INI                  PIC X(006)          VALUE SPACES.
       77  WA-MES-FIM                  PIC X(006)          VALUE SPACES.
       77  WN-ANO-CALC                 PIC 9(004)          VALUE ZEROS.
       77  WN-MES-CALC                 PIC 9(002)          VALUE ZEROS.
       77  WA-MESES-OK                 PIC X(001)          VALUE "N".
       77  WA-DATA-POS-INI             PIC X(008)          VALUE SPACES.
       77  WA-DATA-POS-FIM             PIC X(008)          VALUE SPACES.
       77  WA-MORTO-OK                 PIC X(001)          VALUE "N".
       77  WA-EOF-MORTO                PIC X(001)          VALUE "N".
       77  WA-EOF-MOVIMENTO            PIC X(001)          VALUE "N".

      * IMAGEM DO CNPJ-MASTER-REC NO FECHAMENTO INICIAL (MI-) E NO
      * FINAL (MF-) - SO OS CAMPOS QUE O MOVIMENTO COMPARA TEM NOME.
       01  MV-INI-REG.
           03  MI-CNPJ                 PIC X(014).
           03  MI-NOME                 PIC X(060).
           03  FILLER                  PIC X(180).
           03  MI-PORTE                PIC X(060).
           03  FILLER                  PIC X(180).
           03  MI-MUNICIPIO            PIC X(060).
           03  MI-UF                   PIC X(060).
           03  FILLER                  PIC X(300).
           03  MI-CNAE-PRINCIPAL       PIC X(060).
           03  FILLER                  PIC X(060).
           03  MI-SITUACAO             PIC X(020).
           03  FILLER                  PIC X(009).

       01  MV-FIM-REG.
           03  MF-CNPJ                 PIC X(014).
           03  MF-NOME                 PIC X(060).
           03  FILLER                  PIC X(180).
           03  MF-PORTE                PIC X(060).
           03  FILLER                  PIC X(180).
           03  MF-MUNICIPIO            PIC X(060).
           03  MF-UF                   PIC X(060).
           03  FILLER                  PIC X(300).
           03  MF-CNAE-PRINCIPAL       PIC X(060).
           03  FILLER                  PIC X(060).
           03  MF-SITUACAO             PIC X(020).
           03  FILLER                  PIC X(009).

       77  WA-SIT-INI                  PIC X(020)          VALUE SPACES.
       77  WA-SIT-FIM                  PIC X(020)          VALUE SPACES.
       77  WA-END-INI                  PIC X(017)          VALUE SPACES.
       77  WA-END-FIM                  PIC X(017)          VALUE SPACES.

       77  WN-QTDE-INI                 PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-FIM                 PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-MOVIMENTOS          PIC 9(007)          VALUE ZEROS.

      * CNPJS QUE SAIRAM DA BASE, NA ORDEM DO CASAMENTO (CRESCENTE), E
      * SE FORAM ACHADOS NO ARQUIVO MORTO. ALEM DA CAPACIDADE, A SAIDA
      * CONTA COMO EXCLUSAO E O RELATORIO AVISA.
       01  WS-SAIDAS-TAB.
           03  WS-SAIDA OCCURS 5000 TIMES.
               05  SD-CNPJ             PIC X(014).
               05  SD-MORTO            PIC X(001).
       77  WN-QTDE-SAIDAS              PIC 9(005)          VALUE ZEROS.
       77  WN-SAIDAS-FORA              PIC 9(005)          VALUE ZEROS.
       77  WS-IDX-SAIDA                PIC 9(005)          VALUE ZEROS.
       77  WA-CNPJ-BUSCA               PIC X(014)          VALUE SPACES.
       77  WA-ACHOU                    PIC X(001)          VALUE "N".
       77  WA-PARA-BUSCA               PIC X(001)          VALUE "N".

       01  WS-UF-MOV-TAB.
           03  WS-UF-MOV OCCURS 40 TIMES.
               05  UM-SIGLA            PIC X(002).
               05  UM-QTDE OCCURS 7 TIMES
                                       PIC 9(006).
       77  WN-QTDE-UFS                 PIC 9(002)          VALUE ZEROS.
       01  WS-TOTAL-TIPO-TAB.
           03  TT-QTDE OCCURS 7 TIMES  PIC 9(007).

       01  WS-TIPO-NOMES.
           03  PIC X(040)     VALUE "NOVOS NA BASE".
           03  PIC X(040)     VALUE "EXPURGADOS PARA O ARQUIVO MORTO".
           03  PIC X(040)     VALUE "EXCLUIDOS (FORA DO ARQUIVO MORTO)".
           03  PIC X(040)     VALUE "ATIVA -> SUSPENSA/BAIXADA".
           03  PIC X(040)     VALUE "MUDARAM DE UF/MUNICIPIO".
           03  PIC X(040)     VALUE "MUDARAM DE PORTE".
           03  PIC X(040)     VALUE "MUDARAM DE CNAE PRINCIPAL".
       01  WS-TIPO-NOMES-TAB REDEFINES WS-TIPO-NOMES.
           03  TP-NOME                  OCCURS 7 TIMES
                                        PIC X(040).

       77  WN-TIPO                     PIC 9(001)          VALUE ZEROS.
       77  WN-TIPO-SECAO               PIC 9(001)          VALUE ZEROS.
       77  WN-QTDE-SECAO               PIC 9(007)          VALUE ZEROS.
       77  WS-IDX                      PIC 9(003)          VALUE ZEROS.
       77  WS-IDX-TIPO                 PIC 9(001)          VALUE ZEROS.

       01  WA-LINHA-UF.
           03  FILLER                  PIC X(002)          VALUE SPACES.
           03  LU-UF                   PIC X(002)          VALUE SPACES.
           03  LU-COL OCCURS 7 TIMES.
               05  FILLER              PIC X(002).
               05  LU-QTDE             PIC ZZZZZ9.

       77  WN-PAGINA                   PIC 9(003)          VALUE ZEROS.
       77  WN-LINHAS-PAGINA            PIC 9(002)          VALUE 99.
       77  WN-TAM-PAGINA               PIC 9(002)          VALUE 55.
       77  WA-LINHA-DET                PIC X(080)          VALUE SPACES.

           COPY RELREPO.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           MOVE "INICIO"   TO WA-AU-EVENTO.
           MOVE SPACES     TO WA-AU-ENTRADA.
           MOVE SPACES     TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

           ACCEPT WN-DATA-HOJE FROM DATE YYYYMMDD.
           INITIALIZE WS-TOTAL-TIPO-TAB.
           PERFORM RT01-00-PEDE-MESES.
           IF  WA-MESES-OK NOT = "S"
               ACCEPT WA-PAUSA
               GOBACK
           END-IF.

           PERFORM RT02-00-ABRE-FECHAMENTOS.
           IF  WA-MESES-OK NOT = "S"
               MOVE "MOVIMENTO"       TO WA-AU-EVENTO
               MOVE SPACES            TO WA-AU-ENTRADA
               STRING WA-MES-INI " X " WA-MES-FIM
                   DELIMITED BY SIZE INTO WA-AU-ENTRADA
               END-STRING
               MOVE "SEM-FECHAMENTO"  TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               ACCEPT WA-PAUSA
               GOBACK
           END-IF.

           OPEN OUTPUT MOVIMENTO-FILE.
           IF  WA-FS-MOVIMENTO NOT = "00"
               CLOSE MES-INI-FILE MES-FIM-FILE
               MOVE WA-ARQ-MOVIMENTO TO WA-ARQ-FALHA
               MOVE WA-FS-MOVIMENTO  TO WA-FS-FALHA
               PERFORM RT00A-FALHA-ABERTURA
               GOBACK
           END-IF.
           PERFORM RT03-00-CASA-FECHAMENTOS.
           CLOSE MOVIMENTO-FILE.
           CLOSE MES-INI-FILE MES-FIM-FILE.

           PERFORM RT04-00-CONFERE-ARQUIVO-MORTO.

           OPEN OUTPUT REPORT-FILE.
           IF  WA-FS-RELATORIO NOT = "00"
               CALL "CBL_DELETE_FILE" USING WA-ARQ-MOVIMENTO
               MOVE WA-ARQ-RELATORIO TO WA-ARQ-FALHA
               MOVE WA-FS-RELATORIO  TO WA-FS-FALHA
               PERFORM RT00A-FALHA-ABERTURA
               GOBACK
           END-IF.
           PERFORM RT05-00-IMPRIME-RELATORIO.
           CLOSE REPORT-FILE.
           MOVE "GO-FCO-MOVIMENTO.REL" TO RR-RELATORIO.
           MOVE WA-ARQ-RELATORIO       TO RR-ARQUIVO.
           MOVE "LEITURA DIRETA"       TO RR-FONTE.
           PERFORM ARQUIVA-RELATORIO.

           CALL "CBL_DELETE_FILE" USING WA-ARQ-MOVIMENTO.

           DISPLAY "Relatorio gravado em " WA-ARQ-RELATORIO.
           DISPLAY "Movimentos " WA-MES-INI " x " WA-MES-FIM ": "
                   WN-QTDE-MOVIMENTOS.

           MOVE "MOVIMENTO"        TO WA-AU-EVENTO.
           MOVE SPACES             TO WA-AU-ENTRADA.
           STRING WA-MES-INI " X " WA-MES-FIM
               DELIMITED BY SIZE INTO WA-AU-ENTRADA
           END-STRING.
           MOVE WN-QTDE-MOVIMENTOS TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

           ACCEPT WA-PAUSA.
           GOBACK.

       RT00A-FALHA-ABERTURA.
           DISPLAY "ERRO AO CRIAR " FUNCTION TRIM(WA-ARQ-FALHA)
                   " (FILE STATUS " WA-FS-FALHA
                   ") - MOVIMENTO ABORTADO.".
           MOVE "MOVIMENTO"  TO WA-AU-EVENTO.
           MOVE WA-ARQ-FALHA TO WA-AU-ENTRADA.
           MOVE SPACES       TO WA-AU-RESULTADO.
           STRING "FS " WA-FS-FALHA
               DELIMITED BY SIZE INTO WA-AU-RESULTADO
           END-STRING.
           PERFORM GRAVA-AUDITORIA.
           ACCEPT WA-PAUSA.
           MOVE 8 TO RETURN-CODE.

      *---------------------------------------------------------------*
      * MES FINAL EM BRANCO = MES CORRENTE; MES INICIAL EM BRANCO =   *
      * O MES ANTERIOR AO FINAL.                                      *
      *---------------------------------------------------------------*
       RT01-00-PEDE-MESES.
           MOVE "S" TO WA-MESES-OK.
           DISPLAY "Mes final (AAAAMM, ENTER = mes corrente): "
               WITH NO ADVANCING.
           MOVE SPACES TO WA-MES-FIM.
           ACCEPT WA-MES-FIM.
           IF  WA-MES-FIM = SPACES
               MOVE WN-DATA-HOJE(1:6) TO WA-MES-FIM
           END-IF.

           DISPLAY "Mes inicial (AAAAMM, ENTER = mes anterior): "
               WITH NO ADVANCING.
           MOVE SPACES TO WA-MES-INI.
           ACCEPT WA-MES-INI.

           IF  WA-MES-FIM IS NOT NUMERIC
               OR WA-MES-FIM(5:2) < "01" OR WA-MES-FIM(5:2) > "12"
               DISPLAY "MES FINAL INVALIDO: " WA-MES-FIM
               MOVE "N" TO WA-MESES-OK
           END-IF.

           IF  WA-MESES-OK = "S" AND WA-MES-INI = SPACES
               MOVE WA-MES-FIM(1:4) TO WN-ANO-CALC
               MOVE WA-MES-FIM(5:2) TO WN-MES-CALC
               IF  WN-MES-CALC = 1
                   SUBTRACT 1 FROM WN-ANO-CALC
                   MOVE 12 TO WN-MES-CALC
               ELSE
                   SUBTRACT 1 FROM WN-MES-CALC
               END-IF
               MOVE WN-ANO-CALC TO WA-MES-INI(1:4)
               MOVE WN-MES-CALC TO WA-MES-INI(5:2)
           END-IF.

           IF  WA-MESES-OK = "S"
               IF  WA-MES-INI IS NOT NUMERIC
                   OR WA-MES-INI(5:2) < "01" OR WA-MES-INI(5:2) > "12"
                   DISPLAY "MES INICIAL INVALIDO: " WA-MES-INI
                   MOVE "N" TO WA-MESES-OK
               ELSE
                   IF  WA-MES-INI NOT < WA-MES-FIM
                       DISPLAY "MES INICIAL TEM QUE SER ANTERIOR AO "
                               "FINAL."
                       MOVE "N" TO WA-MESES-OK
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * ABRE OS DOIS FECHAMENTOS E VALIDA O CABECALHO "SNAPSHOT;".    *
      *---------------------------------------------------------------*
       RT02-00-ABRE-FECHAMENTOS.
           MOVE SPACES TO WA-ARQ-MES-INI WA-ARQ-MES-FIM.
           STRING "CNPJ-SNAPSHOT-" WA-MES-INI ".SEQ"
               DELIMITED BY SIZE INTO WA-ARQ-MES-INI
           END-STRING.
           STRING "CNPJ-SNAPSHOT-" WA-MES-FIM ".SEQ"
               DELIMITED BY SIZE INTO WA-ARQ-MES-FIM
           END-STRING.

           OPEN INPUT MES-INI-FILE.
           IF  WA-FS-MES-INI NOT = "00"
               DISPLAY "FECHAMENTO " FUNCTION TRIM(WA-ARQ-MES-INI)
                       " NAO ENCONTRADO (FILE STATUS " WA-FS-MES-INI
                       ")."
               MOVE "N" TO WA-MESES-OK
           ELSE
               MOVE SPACES TO MES-INI-REC
               READ MES-INI-FILE
                   AT END CONTINUE
               END-READ
               IF  MES-INI-REC(1:9) NOT = "SNAPSHOT;"
                   DISPLAY FUNCTION TRIM(WA-ARQ-MES-INI)
                           " NAO E UM SNAPSHOT DO CNPJ-MASTER."
                   MOVE "N" TO WA-MESES-OK
                   CLOSE MES-INI-FILE
               ELSE
                   MOVE MES-INI-REC(10:8) TO WA-DATA-POS-INI
               END-IF
           END-IF.

           IF  WA-MESES-OK = "S"
               OPEN INPUT MES-FIM-FILE
               IF  WA-FS-MES-FIM NOT = "00"
                   DISPLAY "FECHAMENTO " FUNCTION TRIM(WA-ARQ-MES-FIM)
                           " NAO ENCONTRADO (FILE STATUS "
                           WA-FS-MES-FIM ")."
                   MOVE "N" TO WA-MESES-OK
                   CLOSE MES-INI-FILE
               ELSE
                   MOVE SPACES TO MES-FIM-REC
                   READ MES-FIM-FILE
                       AT END CONTINUE
                   END-READ
                   IF  MES-FIM-REC(1:9) NOT = "SNAPSHOT;"
                       DISPLAY FUNCTION TRIM(WA-ARQ-MES-FIM)
                               " NAO E UM SNAPSHOT DO CNPJ-MASTER."
                       MOVE "N" TO WA-MESES-OK
                       CLOSE MES-INI-FILE MES-FIM-FILE
                   ELSE
                       MOVE MES-FIM-REC(10:8) TO WA-DATA-POS-FIM
                   END-IF
               END-IF
           END-IF.

      * FIM DO ARQUIVO OU TRAILER "TOTAL;" = CHAVE HIGH-VALUES.
       RT02A-LE-INI.
           READ MES-INI-FILE
               AT END MOVE HIGH-VALUES TO MI-CNPJ
               NOT AT END
                   IF  MES-INI-REC(1:6) = "TOTAL;"
                       MOVE HIGH-VALUES TO MI-CNPJ
                   ELSE
                       MOVE MES-INI-REC(1:1063) TO MV-INI-REG
                       ADD 1 TO WN-QTDE-INI
                   END-IF
           END-READ.

       RT02B-LE-FIM.
           READ MES-FIM-FILE
               AT END MOVE HIGH-VALUES TO MF-CNPJ
               NOT AT END
                   IF  MES-FIM-REC(1:6) = "TOTAL;"
                       MOVE HIGH-VALUES TO MF-CNPJ
                   ELSE
                       MOVE MES-FIM-REC(1:1063) TO MV-FIM-REG
                       ADD 1 TO WN-QTDE-FIM
                   END-IF
           END-READ.

      *---------------------------------------------------------------*
      * CASAMENTO DOS DOIS FECHAMENTOS PELO CNPJ.                     *
      *---------------------------------------------------------------*
       RT03-00-CASA-FECHAMENTOS.
           PERFORM RT02A-LE-INI.
           PERFORM RT02B-LE-FIM.

           PERFORM UNTIL MI-CNPJ = HIGH-VALUES
                     AND MF-CNPJ = HIGH-VALUES
               EVALUATE TRUE
                   WHEN MI-CNPJ < MF-CNPJ
                       PERFORM RT03A-SAIDA
                       PERFORM RT02A-LE-INI
                   WHEN MI-CNPJ > MF-CNPJ
                       PERFORM RT03B-NOVO
                       PERFORM RT02B-LE-FIM
                   WHEN OTHER
                       PERFORM RT03C-COMPARA
                       PERFORM RT02A-LE-INI
                       PERFORM RT02B-LE-FIM
               END-EVALUATE
           END-PERFORM.

      * SAIDA: GRAVADA COMO EXCLUSAO (3); VIRA EXPURGO (2) NA
      * IMPRESSAO SE O CNPJ ESTIVER NO ARQUIVO MORTO.
       RT03A-SAIDA.
           MOVE SPACES                TO MOVIMENTO-REC.
           MOVE 3                     TO MW-TIPO.
           MOVE MI-CNPJ               TO MW-CNPJ.
           MOVE MI-UF(1:2)            TO MW-UF.
           MOVE MI-NOME               TO MW-NOME.
           MOVE MI-MUNICIPIO          TO MW-DE.
           MOVE MI-SITUACAO           TO MW-PARA.
           PERFORM RT03D-GRAVA-MOVIMENTO.

           IF  WN-QTDE-SAIDAS < 5000
               ADD 1 TO WN-QTDE-SAIDAS
               MOVE MI-CNPJ TO SD-CNPJ(WN-QTDE-SAIDAS)
               MOVE "N"     TO SD-MORTO(WN-QTDE-SAIDAS)
           ELSE
               ADD 1 TO WN-SAIDAS-FORA
           END-IF.

       RT03B-NOVO.
           MOVE SPACES                TO MOVIMENTO-REC.
           MOVE 1                     TO MW-TIPO.
           MOVE MF-CNPJ               TO MW-CNPJ.
           MOVE MF-UF(1:2)            TO MW-UF.
           MOVE MF-NOME               TO MW-NOME.
           MOVE MF-MUNICIPIO          TO MW-DE.
           MOVE MF-SITUACAO           TO MW-PARA.
           PERFORM RT03D-GRAVA-MOVIMENTO.

       RT03C-COMPARA.
           MOVE SPACES                TO MOVIMENTO-REC.
           MOVE MF-CNPJ               TO MW-CNPJ.
           MOVE MF-UF(1:2)            TO MW-UF.
           MOVE MF-NOME               TO MW-NOME.

           MOVE FUNCTION UPPER-CASE(MI-SITUACAO) TO WA-SIT-INI.
           MOVE FUNCTION UPPER-CASE(MF-SITUACAO) TO WA-SIT-FIM.
           IF  WA-SIT-INI(1:5) = "ATIVA"
               AND (WA-SIT-FIM(1:8) = "SUSPENSA"
                    OR WA-SIT-FIM(1:7) = "BAIXADA")
               MOVE 4           TO MW-TIPO
               MOVE MI-SITUACAO TO MW-DE
               MOVE MF-SITUACAO TO MW-PARA
               PERFORM RT03D-GRAVA-MOVIMENTO
           END-IF.

           IF  MI-UF NOT = MF-UF
               OR MI-MUNICIPIO NOT = MF-MUNICIPIO
               MOVE SPACES TO WA-END-INI WA-END-FIM
               STRING MI-MUNICIPIO(1:14) "/" MI-UF(1:2)
                   DELIMITED BY SIZE INTO WA-END-INI
               END-STRING
               STRING MF-MUNICIPIO(1:14) "/" MF-UF(1:2)
                   DELIMITED BY SIZE INTO WA-END-FIM
               END-STRING
               MOVE 5          TO MW-TIPO
               MOVE WA-END-INI TO MW-DE
               MOVE WA-END-FIM TO MW-PARA
               PERFORM RT03D-GRAVA-MOVIMENTO
           END-IF.

           IF  MI-PORTE NOT = MF-PORTE
               MOVE 6        TO MW-TIPO
               MOVE MI-PORTE TO MW-DE
               MOVE MF-PORTE TO MW-PARA
               PERFORM RT03D-GRAVA-MOVIMENTO
           END-IF.

           IF  MI-CNAE-PRINCIPAL NOT = MF-CNAE-PRINCIPAL
               MOVE 7                 TO MW-TIPO
               MOVE MI-CNAE-PRINCIPAL TO MW-DE
               MOVE MF-CNAE-PRINCIPAL TO MW-PARA
               PERFORM RT03D-GRAVA-MOVIMENTO
           END-IF.

       RT03D-GRAVA-MOVIMENTO.
           WRITE MOVIMENTO-REC.
           ADD 1 TO WN-QTDE-MOVIMENTOS.

      *---------------------------------------------------------------*
      * UMA PASSADA NO ARQUIVO MORTO MARCA QUAIS SAIDAS FORAM EXPURGO.*
      *---------------------------------------------------------------*
       RT04-00-CONFERE-ARQUIVO-MORTO.
           MOVE "N" TO WA-MORTO-OK.
           IF  WN-QTDE-SAIDAS > ZEROS
               OPEN INPUT ARQUIVO-MORTO-FILE
               IF  WA-FS-MORTO = "00"
                   MOVE "S" TO WA-MORTO-OK
                   MOVE "N" TO WA-EOF-MORTO
                   PERFORM UNTIL WA-EOF-MORTO = "S"
                       READ ARQUIVO-MORTO-FILE
                           AT END MOVE "S" TO WA-EOF-MORTO
                       END-READ
                       IF  WA-EOF-MORTO NOT = "S"
                           MOVE ARQUIVO-MORTO-REC(1:14)
                               TO WA-CNPJ-BUSCA
                           PERFORM RT04A-BUSCA-SAIDA
                           IF  WA-ACHOU = "S"
                               MOVE "S" TO SD-MORTO(WS-IDX-SAIDA)
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ARQUIVO-MORTO-FILE
               END-IF
           END-IF.

      * A TABELA ESTA EM ORDEM CRESCENTE DE CNPJ - PARA NO PRIMEIRO
      * MAIOR QUE O PROCURADO.
       RT04A-BUSCA-SAIDA.
           MOVE "N" TO WA-ACHOU.
           MOVE "N" TO WA-PARA-BUSCA.
           MOVE 1   TO WS-IDX-SAIDA.
           PERFORM UNTIL WA-PARA-BUSCA = "S"
               IF  WS-IDX-SAIDA > WN-QTDE-SAIDAS
                   MOVE "S" TO WA-PARA-BUSCA
               ELSE
                   IF  SD-CNPJ(WS-IDX-SAIDA) = WA-CNPJ-BUSCA
                       MOVE "S" TO WA-ACHOU
                       MOVE "S" TO WA-PARA-BUSCA
                   ELSE
                       IF  SD-CNPJ(WS-IDX-SAIDA) > WA-CNPJ-BUSCA
                           MOVE "S" TO WA-PARA-BUSCA
                       ELSE
                           ADD 1 TO WS-IDX-SAIDA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * TIPO DE IMPRESSAO DO MOVIMENTO LIDO (SAIDA ACHADA NO ARQUIVO
      * MORTO = EXPURGO).
       RT04B-TIPO-EFETIVO.
           MOVE MW-TIPO TO WN-TIPO.
           IF  MW-TIPO = 3
               MOVE MW-CNPJ TO WA-CNPJ-BUSCA
               PERFORM RT04A-BUSCA-SAIDA
               IF  WA-ACHOU = "S"
                   IF  SD-MORTO(WS-IDX-SAIDA) = "S"
                       MOVE 2 TO WN-TIPO
                   END-IF
               END-IF
           END-IF.

       RT05-00-IMPRIME-RELATORIO.
           PERFORM RT05A-ACUMULA-TOTAIS.

           MOVE SPACES TO WA-LINHA-DET.
           STRING "FECHAMENTO INICIAL " WA-MES-INI " (SNAPSHOT DE "
                  WA-DATA-POS-INI "): " WN-QTDE-INI " EMPRESAS"
               DELIMITED BY SIZE INTO WA-LINHA-DET
           END-STRING.
           PERFORM RT06-00-IMPRIME-LINHA.
           MOVE SPACES TO WA-LINHA-DET.
           STRING "FECHAMENTO FINAL   " WA-MES-FIM " (SNAPSHOT DE "
                  WA-DATA-POS-FIM "): " WN-QTDE-FIM " EMPRESAS"
               DELIMITED BY SIZE INTO WA-LINHA-DET
           END-STRING.
           PERFORM RT06-00-IMPRIME-LINHA.
           MOVE SPACES TO WA-LINHA-DET.
           PERFORM RT06-00-IMPRIME-LINHA.

      * RESUMO POR TIPO.
           MOVE "RESUMO DO MOVIMENTO" TO WA-LINHA-DET.
           PERFORM RT06-00-IMPRIME-LINHA.
           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                   UNTIL WS-IDX-TIPO > 7
               MOVE SPACES TO WA-LINHA-DET
               STRING "  " WS-IDX-TIPO " " TP-NOME(WS-IDX-TIPO)
                      " ...... " TT-QTDE(WS-IDX-TIPO)
                   DELIMITED BY SIZE INTO WA-LINHA-DET
               END-STRING
               PERFORM RT06-00-IMPRIME-LINHA
           END-PERFORM.
           IF  WN-QTDE-SAIDAS > ZEROS AND WA-MORTO-OK NOT = "S"
               MOVE SPACES TO WA-LINHA-DET
               STRING "  AVISO: SEM " FUNCTION TRIM(WA-ARQ-MORTO)
                      " - SAIDAS CONTADAS COMO EXCLUSAO."
                   DELIMITED BY SIZE INTO WA-LINHA-DET
               END-STRING
               PERFORM RT06-00-IMPRIME-LINHA
           END-IF.
           IF  WN-SAIDAS-FORA > ZEROS
               MOVE SPACES TO WA-LINHA-DET
               STRING "  AVISO: " WN-SAIDAS-FORA " SAIDA(S) ALEM DA "
                      "TABELA - NAO CONFERIDAS NO ARQUIVO MORTO."
                   DELIMITED BY SIZE INTO WA-LINHA-DET
               END-STRING
               PERFORM RT06-00-IMPRIME-LINHA
           END-IF.
           MOVE SPACES TO WA-LINHA-DET.
           PERFORM RT06-00-IMPRIME-LINHA.

      * QUEBRA POR UF, UMA COLUNA POR TIPO.
           MOVE "QUEBRA POR UF" TO WA-LINHA-DET.
           PERFORM RT06-00-IMPRIME-LINHA.
           MOVE SPACES TO WA-LINHA-DET.
           STRING "  UF   NOVOS  EXPURG  EXCLUS  SUS/BX  ENDER."
                  "   PORTE    CNAE"
               DELIMITED BY SIZE INTO WA-LINHA-DET
           END-STRING.
           PERFORM RT06-00-IMPRIME-LINHA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WN-QTDE-UFS
               MOVE SPACES          TO WA-LINHA-UF
               MOVE UM-SIGLA(WS-IDX) TO LU-UF
               PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                       UNTIL WS-IDX-TIPO > 7
                   MOVE UM-QTDE(WS-IDX, WS-IDX-TIPO)
                       TO LU-QTDE(WS-IDX-TIPO)
               END-PERFORM
               MOVE WA-LINHA-UF TO WA-LINHA-DET
               PERFORM RT06-00-IMPRIME-LINHA
           END-PERFORM.
           MOVE SPACES TO WA-LINHA-UF.
           MOVE "TT"   TO LU-UF.
           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                   UNTIL WS-IDX-TIPO > 7
               MOVE TT-QTDE(WS-IDX-TIPO) TO LU-QTDE(WS-IDX-TIPO)
           END-PERFORM.
           MOVE WA-LINHA-UF TO WA-LINHA-DET.
           PERFORM RT06-00-IMPRIME-LINHA.

      * UMA SECAO DE DETALHE POR TIPO (UMA PASSADA NO ARQUIVO DE
      * TRABALHO POR SECAO).
           PERFORM RT05B-SECAO-DETALHE
               VARYING WN-TIPO-SECAO FROM 1 BY 1
               UNTIL WN-TIPO-SECAO > 7.

      * PRIMEIRA PASSADA: TOTAIS POR TIPO E POR UF.
       RT05A-ACUMULA-TOTAIS.
           OPEN INPUT MOVIMENTO-FILE.
           MOVE "N" TO WA-EOF-MOVIMENTO.
           PERFORM UNTIL WA-EOF-MOVIMENTO = "S"
               READ MOVIMENTO-FILE
                   AT END MOVE "S" TO WA-EOF-MOVIMENTO
               END-READ
               IF  WA-EOF-MOVIMENTO NOT = "S"
                   PERFORM RT04B-TIPO-EFETIVO
                   ADD 1 TO TT-QTDE(WN-TIPO)
                   MOVE "N" TO WA-ACHOU
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WN-QTDE-UFS OR WA-ACHOU = "S"
                       IF  UM-SIGLA(WS-IDX) = MW-UF
                           ADD 1 TO UM-QTDE(WS-IDX, WN-TIPO)
                           MOVE "S" TO WA-ACHOU
                       END-IF
                   END-PERFORM
                   IF  WA-ACHOU = "N" AND WN-QTDE-UFS < 40
                       ADD 1 TO WN-QTDE-UFS
                       MOVE MW-UF TO UM-SIGLA(WN-QTDE-UFS)
                       PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                               UNTIL WS-IDX-TIPO > 7
                           MOVE ZEROS
                               TO UM-QTDE(WN-QTDE-UFS, WS-IDX-TIPO)
                       END-PERFORM
                       MOVE 1 TO UM-QTDE(WN-QTDE-UFS, WN-TIPO)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE MOVIMENTO-FILE.

       RT05B-SECAO-DETALHE.
           MOVE SPACES TO WA-LINHA-DET.
           PERFORM RT06-00-IMPRIME-LINHA.
           MOVE SPACES TO WA-LINHA-DET.
           STRING "DETALHE - " TP-NOME(WN-TIPO-SECAO)
               DELIMITED BY SIZE INTO WA-LINHA-DET
           END-STRING.
           PERFORM RT06-00-IMPRIME-LINHA.
           MOVE SPACES TO WA-LINHA-DET.
           IF  WN-TIPO-SECAO < 4
               STRING "CNPJ           UF NOME                     "
                      "MUNICIPIO         SITUACAO"
                   DELIMITED BY SIZE INTO WA-LINHA-DET
               END-STRING
           ELSE
               STRING "CNPJ           UF NOME                     "
                      "DE                PARA"
                   DELIMITED BY SIZE INTO WA-LINHA-DET
               END-STRING
           END-IF.
           PERFORM RT06-00-IMPRIME-LINHA.

           MOVE ZEROS TO WN-QTDE-SECAO.
           OPEN INPUT MOVIMENTO-FILE.
           MOVE "N" TO WA-EOF-MOVIMENTO.
           PERFORM UNTIL WA-EOF-MOVIMENTO = "S"
               READ MOVIMENTO-FILE
                   AT END MOVE "S" TO WA-EOF-MOVIMENTO
               END-READ
               IF  WA-EOF-MOVIMENTO NOT = "S"
                   PERFORM RT04B-TIPO-EFETIVO
                   IF  WN-TIPO = WN-TIPO-SECAO
                       ADD 1 TO WN-QTDE-SECAO
                       MOVE SPACES TO WA-LINHA-DET
                       STRING MW-CNPJ " " MW-UF " " MW-NOME " "
                              MW-DE " " MW-PARA
                           DELIMITED BY SIZE INTO WA-LINHA-DET
                       END-STRING
                       PERFORM RT06-00-IMPRIME-LINHA
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE MOVIMENTO-FILE.

           IF  WN-QTDE-SECAO = ZEROS
               MOVE "  (NENHUM)" TO WA-LINHA-DET
               PERFORM RT06-00-IMPRIME-LINHA
           END-IF.

       RT06-00-IMPRIME-LINHA.
           IF  WN-LINHAS-PAGINA >= WN-TAM-PAGINA
               ADD 1 TO WN-PAGINA
               IF  WN-PAGINA > 1
                   MOVE SPACES TO REPORT-REC
                   WRITE REPORT-REC
               END-IF
               MOVE SPACES TO REPORT-REC
               STRING
                   "GO-FCO-MOVIMENTO  MOVIMENTO DA BASE "
                                            DELIMITED BY SIZE
                   WA-MES-INI               DELIMITED BY SIZE
                   " X "                    DELIMITED BY SIZE
                   WA-MES-FIM               DELIMITED BY SIZE
                   "        PAG "           DELIMITED BY SIZE
                   WN-PAGINA                DELIMITED BY SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               MOVE ALL "-" TO REPORT-REC
               WRITE REPORT-REC
               MOVE 3 TO WN-LINHAS-PAGINA
           END-IF.

           MOVE WA-LINHA-DET TO REPORT-REC.
           WRITE REPORT-REC.
           ADD 1 TO WN-LINHAS-PAGINA.

           COPY AUDITP.

           COPY RELREPOP.
