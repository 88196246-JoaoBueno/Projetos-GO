       IDENTIFICATION DIVISION.
       PROGRAM-ID.      SERPRO-RATEIO-REL.
      *------------------------------------------------------------------------------*
      * RATEIO MENSAL DA FATURA DO SERPRO PELOS CENTROS DE CUSTO. O                  *
      * SERPRO-FATURA-REL CONFERE A QUANTIDADE DA NOTA; ESTE FECHAMENTO DIVIDE O     *
      * VALOR DELA ENTRE OS DEPARTAMENTOS QUE FIZERAM AS CONSULTAS. LE AS MESMAS     *
      * LINHAS DE AUDITORIA DO MES (AUDIT-AAAAMM.LOG DO AUDIT-ROTACAO E O AUDIT.LOG  *
      * CORRENTE) E:                                                                 *
      *   - CONSULTA/OK E FATURAVEL E ENTRA NO RATEIO;                               *
      *   - CACHE/OK E CONSULTA/OK-SIM NAO FORAM COBRADAS - SAEM NUMA COLUNA A       *
      *     PARTE COMO CUSTO EVITADO (QUANTIDADE X PRECO DA FAIXA DO MES);           *
      *   - FALHA, COTA-ESGOTADA E OFFLINE NAO ENTRAM EM NADA.                       *
      * O CENTRO DE CUSTO SAI DA TABELA CENTROS-CUSTO.TXT, UMA LINHA                 *
      * "CHAVE;CENTRO;DESCRICAO" - CHAVE E O OPERADOR DO OPERATORS.TXT, "BATCH"      *
      * PARA O LOTE NOTURNO (AUDITORIA SEM OPERADOR), "SERVICO" PARA OS PEDIDOS      *
      * DO PORTAL ATENDIDOS PELO GO-FCO-SERVICO (QUALQUER OPERADOR) E "*" PARA O     *
      * CENTRO PADRAO DE QUEM NAO ESTA NA TABELA. SEM O "*", O QUE NAO TEM CENTRO    *
      * VAI PARA "SEM-CENTRO" E O RELATORIO AVISA QUEM FOI.                          *
      * O PRECO POR CONSULTA SAI DA TABELA DE FAIXAS DO CONTRATO (PRECOS-SERPRO.TXT, *
      * UMA LINHA "ATE;PRECO" POR FAIXA, EM ORDEM CRESCENTE; ATE E A QUANTIDADE      *
      * MENSAL LIMITE DA FAIXA, ZERO = SEM LIMITE; PRECO EM R$ COM VIRGULA). A       *
      * FAIXA E A DA QUANTIDADE FATURAVEL DO MES E O PRECO DELA VALE PARA TODAS AS   *
      * CONSULTAS. SEM O ARQUIVO, VALE A TABELA PADRAO DO CONTRATO.                  *
      * O VALOR A RATEAR E O TOTAL DA NOTA DIGITADO PELO OPERADOR (EM BRANCO =       *
      * QUANTIDADE X PRECO). CADA CENTRO RECEBE A SUA PARTE PROPORCIONAL TRUNCADA    *
      * NO CENTAVO E A SOBRA DE CENTAVOS VAI PARA O CENTRO COM MAIS CONSULTAS -      *
      * A SOMA DO RATEIO BATE SEMPRE COM O TOTAL DA NOTA.                            *
      * SAIDAS: RATEIO-SERPRO-AAAAMM.TXT (RELATORIO) E RATEIO-SERPRO-ERP-AAAAMM.TXT  *
      * (LANCAMENTO DO ERP: "D;AAAAMM;CENTRO;QTDE;VALOR" POR CENTRO E                *
      * "T;AAAAMM;TOTAL;QTDE;VALOR" NO FIM).                                         *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - OPERATORS-REC PASSOU A 200 POSICOES (HASH   *
      *             DE SENHA SHA-256 COM SAL ALONGOU A LINHA DO OPERATORS.TXT).      *
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
           SELECT AUDIT-LOG-FILE
               ASSIGN TO WA-ARQ-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-AUDIT.

           SELECT ARCHIVE-FILE
               ASSIGN TO WA-ARQ-ARCHIVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-ARCHIVE.

           SELECT CENTROS-FILE
               ASSIGN TO WA-ARQ-CENTROS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-CENTROS.

           SELECT PRECOS-FILE
               ASSIGN TO WA-ARQ-PRECOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-PRECOS.

           SELECT OPERATORS-FILE
               ASSIGN TO WA-ARQ-OPERADORES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-OPERADORES.

           SELECT REPORT-FILE
               ASSIGN TO WA-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERP-FILE
               ASSIGN TO WA-ARQ-ERP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-ERP.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC                 PIC X(132).

       FD  CENTROS-FILE.
       01  CENTROS-REC                 PIC X(100).

       FD  PRECOS-FILE.
       01  PRECOS-REC                  PIC X(100).

       FD  OPERATORS-FILE.
       01  OPERATORS-REC               PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(132).

       FD  ERP-FILE.
       01  ERP-REC                     PIC X(080).

       WORKING-STORAGE SECTION.
       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-FS-AUDIT                 PIC X(002)          VALUE "00".
       77  WA-ARQ-ARCHIVE              PIC X(100)          VALUE SPACES.
       77  WA-FS-ARCHIVE               PIC X(002)          VALUE "00".
       77  WA-ARQ-CENTROS              PIC X(100)          VALUE
               "CENTROS-CUSTO.TXT".
       77  WA-FS-CENTROS               PIC X(002)          VALUE "00".
       77  WA-ARQ-PRECOS               PIC X(100)          VALUE
               "PRECOS-SERPRO.TXT".
       77  WA-FS-PRECOS                PIC X(002)          VALUE "00".
       77  WA-ARQ-OPERADORES           PIC X(100)          VALUE
               "OPERATORS.TXT".
       77  WA-FS-OPERADORES            PIC X(002)          VALUE "00".
       77  WA-ARQ-RELATORIO            PIC X(100)          VALUE SPACES.
       77  WA-ARQ-ERP                  PIC X(100)          VALUE SPACES.
       77  WA-FS-ERP                   PIC X(002)          VALUE "00".
       77  WA-EOF-ARQ                  PIC X(001)          VALUE "N".
       77  WA-PAUSA                    PIC X(001)          VALUE SPACES.

       77  WN-MES-FATURA               PIC 9(006)          VALUE ZEROS.
       77  WA-VALOR-NOTA-INF           PIC X(020)          VALUE SPACES.
       77  WN-VALOR-NOTA               PIC 9(009)V99       VALUE ZEROS.
       77  WA-VALOR-INFORMADO          PIC X(001)          VALUE "N".
       77  WN-VALOR-CALCULADO          PIC 9(009)V99       VALUE ZEROS.
       77  WN-DIFERENCA-VALOR          PIC S9(009)V99      VALUE ZEROS.
       77  WN-QTDE-LINHAS              PIC 9(007)          VALUE ZEROS.
       77  WN-TOTAL-FAT                PIC 9(007)          VALUE ZEROS.
       77  WN-TOTAL-CACHE              PIC 9(007)          VALUE ZEROS.
       77  WN-TOTAL-SIM                PIC 9(007)          VALUE ZEROS.
       77  WN-TOTAL-EVITADO            PIC 9(009)V99       VALUE ZEROS.
       77  WN-SOMA-RATEIO              PIC 9(009)V99       VALUE ZEROS.
       77  WN-SOBRA-RATEIO             PIC 9(009)V99       VALUE ZEROS.
       77  WN-PRECO                    PIC 9(003)V9(4)     VALUE ZEROS.
       77  WN-FAIXA                    PIC 9(002)          VALUE ZEROS.

      * A LINHA DO LOG E RELIDA NO LAYOUT DO AUDITREC, COMO NO
      * SERPRO-FATURA-REL (A LINHA DE TOTAIS DO FECHAMENTO NAO COMECA
      * COM DATA NUMERICA E E DESCARTADA).
       01  WA-LINHA-AUDIT.
           03  WL-DATA                 PIC X(008).
           03  WL-HORA                 PIC X(006).
           03  WL-PROGRAM-ID           PIC X(020).
           03  WL-EVENTO               PIC X(010).
           03  WL-ENTRADA              PIC X(030).
           03  WL-RESULTADO            PIC X(020).
           03  WL-OPERADOR             PIC X(008).
       77  WA-TIPO-LINHA               PIC X(001)          VALUE SPACES.

      * TABELA DE CENTROS DE CUSTO (CENTROS-CUSTO.TXT).
       01  WS-CENTROS-TAB.
           03  WS-CENTRO OCCURS 200 TIMES.
               05  CC-CHAVE            PIC X(008).
               05  CC-CENTRO           PIC X(010).
               05  CC-DESCRICAO        PIC X(030).
       77  WN-QTDE-CENTROS             PIC 9(003)          VALUE ZEROS.
       77  WA-CENTRO-PADRAO            PIC X(010)          VALUE SPACES.
       77  WA-DESCRICAO-PADRAO         PIC X(030)          VALUE SPACES.
       77  WA-LINHA-TAB                PIC X(100)          VALUE SPACES.
       77  WA-TOKEN-1                  PIC X(020)          VALUE SPACES.
       77  WA-TOKEN-2                  PIC X(020)          VALUE SPACES.
       77  WA-TOKEN-3                  PIC X(040)          VALUE SPACES.

      * FAIXAS DE PRECO DO CONTRATO (PRECOS-SERPRO.TXT).
       01  WS-PRECOS-TAB.
           03  WS-PRECO OCCURS 20 TIMES.
               05  PR-ATE              PIC 9(009).
               05  PR-PRECO            PIC 9(003)V9(4).
       77  WN-QTDE-PRECOS              PIC 9(002)          VALUE ZEROS.
       77  WA-PRECOS-PADRAO            PIC X(001)          VALUE "N".

      * ACUMULADO DO MES POR CENTRO DE CUSTO.
       01  WS-RATEIO-TAB.
           03  WS-RATEIO OCCURS 200 TIMES.
               05  RT-CENTRO           PIC X(010).
               05  RT-DESCRICAO        PIC X(030).
               05  RT-QTDE-FAT         PIC 9(007).
               05  RT-QTDE-CACHE       PIC 9(007).
               05  RT-QTDE-SIM         PIC 9(007).
               05  RT-VALOR            PIC 9(009)V99.
               05  RT-EVITADO          PIC 9(009)V99.
       77  WN-QTDE-RATEIO              PIC 9(003)          VALUE ZEROS.
       01  WA-TROCA-RATEIO             PIC X(083)          VALUE SPACES.

      * CHAVES (OPERADOR/BATCH/SERVICO) QUE NAO ESTAO NA TABELA.
       01  WS-SEM-CENTRO-TAB.
           03  WS-SEM-CENTRO OCCURS 100 TIMES.
               05  SC-CHAVE            PIC X(008).
               05  SC-QTDE             PIC 9(007).
       77  WN-QTDE-SEM-CENTRO          PIC 9(003)          VALUE ZEROS.

      * OPERADORES ATIVOS DO OPERATORS.TXT SEM LINHA PROPRIA NA TABELA.
       01  WS-OPER-FALTA-TAB.
           03  OF-OPERADOR OCCURS 100 TIMES
                                       PIC X(008).
       77  WN-QTDE-OPER-FALTA          PIC 9(003)          VALUE ZEROS.
       77  WA-OP-ID                    PIC X(008)          VALUE SPACES.
       77  WA-OP-SENHA                 PIC X(040)          VALUE SPACES.
       77  WA-OP-PERFIL                PIC X(001)          VALUE SPACES.
       77  WA-OP-SITUACAO              PIC X(001)          VALUE SPACES.

       77  WA-CHAVE-BUSCA              PIC X(008)          VALUE SPACES.
       77  WA-CENTRO-ACHADO            PIC X(010)          VALUE SPACES.
       77  WA-DESCRICAO-ACHADA         PIC X(030)          VALUE SPACES.
       77  WA-ACHOU                    PIC X(001)          VALUE "N".
       77  WS-IDX                      PIC 9(003)          VALUE ZEROS.
       77  WS-IDX-2                    PIC 9(003)          VALUE ZEROS.
       77  WS-IDX-MAIOR                PIC 9(003)          VALUE ZEROS.
       77  WA-CENTRO-SOBRA             PIC X(010)          VALUE SPACES.
       77  WA-TABELA-CHEIA             PIC X(001)          VALUE "N".

      * LINHA DE DETALHE DO RELATORIO.
       01  WA-LINHA-REL.
           03  LR-CENTRO               PIC X(010).
           03  FILLER                  PIC X(001)          VALUE SPACES.
           03  LR-DESCRICAO            PIC X(030).
           03  FILLER                  PIC X(001)          VALUE SPACES.
           03  LR-QTDE-FAT             PIC Z.ZZZ.ZZ9.
           03  FILLER                  PIC X(002)          VALUE SPACES.
           03  LR-VALOR                PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(002)          VALUE SPACES.
           03  LR-QTDE-CACHE           PIC Z.ZZZ.ZZ9.
           03  FILLER                  PIC X(002)          VALUE SPACES.
           03  LR-QTDE-SIM             PIC Z.ZZZ.ZZ9.
           03  FILLER                  PIC X(002)          VALUE SPACES.
           03  LR-EVITADO              PIC ZZZ.ZZZ.ZZ9,99.

      * LINHA DO ARQUIVO DE LANCAMENTO DO ERP.
       01  WA-LINHA-ERP.
           03  LE-TIPO                 PIC X(001).
           03  FILLER                  PIC X(001)          VALUE ";".
           03  LE-MES                  PIC 9(006).
           03  FILLER                  PIC X(001)          VALUE ";".
           03  LE-CENTRO               PIC X(010).
           03  FILLER                  PIC X(001)          VALUE ";".
           03  LE-QTDE                 PIC 9(007).
           03  FILLER                  PIC X(001)          VALUE ";".
           03  LE-VALOR                PIC 9(009),99.

       77  WA-VALOR-ED                 PIC ZZZ.ZZZ.ZZ9,99.
       77  WA-DIFERENCA-ED             PIC -ZZZ.ZZZ.ZZ9,99.
       77  WA-PRECO-ED                 PIC ZZ9,9999.
       77  WA-QTDE-ED                  PIC Z.ZZZ.ZZ9.

       77  WA-AU-DATA                  PIC 9(008).
       77  WA-AU-HORA                  PIC 9(006).
       77  WA-AU-PROGRAM-ID            PIC X(020)
                                       VALUE "SERPRO-RATEIO-REL".
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

           DISPLAY "Mes da fatura (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WN-MES-FATURA.
           IF  WN-MES-FATURA = ZEROS
               DISPLAY "MES INVALIDO - NADA A RATEAR."
               ACCEPT WA-PAUSA
               GOBACK
           END-IF.

           DISPLAY "Valor total da nota do SERPRO em R$ (em branco = "
                   "quantidade x preco da faixa): " WITH NO ADVANCING.
           ACCEPT WA-VALOR-NOTA-INF.
           IF  WA-VALOR-NOTA-INF NOT = SPACES
               COMPUTE WN-VALOR-NOTA =
                   FUNCTION NUMVAL(WA-VALOR-NOTA-INF)
               IF  WN-VALOR-NOTA > ZEROS
                   MOVE "S" TO WA-VALOR-INFORMADO
               END-IF
           END-IF.

           PERFORM RT01-00-CARREGA-CENTROS.
           PERFORM RT02-00-CARREGA-PRECOS.

      * PRIMEIRO O ARQUIVO MORTO DO MES, DEPOIS O LOG CORRENTE - OS
      * DOIS FILTRADOS PELO MES, ENTAO A MESMA LINHA NUNCA CONTA DUAS
      * VEZES (MESMA REGRA DO SERPRO-FATURA-REL).
           MOVE SPACES TO WA-ARQ-ARCHIVE.
           STRING "AUDIT-" WN-MES-FATURA ".LOG"
               DELIMITED BY SIZE INTO WA-ARQ-ARCHIVE
           END-STRING.
           PERFORM RT03-00-LE-ARCHIVE.
           PERFORM RT04-00-LE-LOG-CORRENTE.

           PERFORM RT06-00-ESCOLHE-FAIXA.
           PERFORM RT07-00-CALCULA-RATEIO.
           PERFORM RT08-00-ORDENA-CENTROS.
           PERFORM RT09-00-OPERADORES-SEM-CENTRO.

           MOVE SPACES TO WA-ARQ-RELATORIO.
           STRING "RATEIO-SERPRO-" WN-MES-FATURA ".TXT"
               DELIMITED BY SIZE INTO WA-ARQ-RELATORIO
           END-STRING.
           OPEN OUTPUT REPORT-FILE.
           PERFORM RT10-00-IMPRIME.
           CLOSE REPORT-FILE.
           MOVE "RATEIO-SERPRO-AAAAMM.TXT"
               TO RR-RELATORIO.
           MOVE WA-ARQ-RELATORIO TO RR-ARQUIVO.
           MOVE "LEITURA DIRETA" TO RR-FONTE.
           PERFORM ARQUIVA-RELATORIO.

           PERFORM RT11-00-GRAVA-ERP.

           DISPLAY "Linhas de auditoria do mes....: " WN-QTDE-LINHAS.
           DISPLAY "Consultas faturaveis..........: " WN-TOTAL-FAT.
           MOVE WN-PRECO TO WA-PRECO-ED.
           DISPLAY "Preco da faixa do mes (R$)....: " WA-PRECO-ED.
           MOVE WN-VALOR-NOTA TO WA-VALOR-ED.
           DISPLAY "Valor rateado (R$)............: " WA-VALOR-ED.
           MOVE WN-TOTAL-EVITADO TO WA-VALOR-ED.
           DISPLAY "Custo evitado (R$)............: " WA-VALOR-ED.
           DISPLAY "Centros de custo no rateio....: " WN-QTDE-RATEIO.
           IF  WN-QTDE-SEM-CENTRO > ZEROS
               DISPLAY "ATENCAO: " WN-QTDE-SEM-CENTRO
                       " CHAVE(S) SEM CENTRO DE CUSTO - VER RELATORIO."
           END-IF.
           DISPLAY "Gravado em " FUNCTION TRIM(WA-ARQ-RELATORIO)
                   " e " FUNCTION TRIM(WA-ARQ-ERP).

           MOVE "RATEIO"        TO WA-AU-EVENTO.
           MOVE WN-MES-FATURA   TO WA-AU-ENTRADA.
           MOVE WN-VALOR-NOTA   TO WA-VALOR-ED.
           MOVE FUNCTION TRIM(WA-VALOR-ED) TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

           ACCEPT WA-PAUSA.
           GOBACK.

      *---------------------------------------------------------------*
      * TABELA DE CENTROS DE CUSTO. CHAVE REPETIDA: VALE A PRIMEIRA.  *
      * A LINHA "*" NAO ENTRA NA TABELA - VIRA O CENTRO PADRAO.       *
      *---------------------------------------------------------------*
       RT01-00-CARREGA-CENTROS.
           MOVE ZEROS  TO WN-QTDE-CENTROS.
           MOVE SPACES TO WA-CENTRO-PADRAO WA-DESCRICAO-PADRAO.
           OPEN INPUT CENTROS-FILE.
           IF  WA-FS-CENTROS = "00"
               MOVE "N" TO WA-EOF-ARQ
               PERFORM UNTIL WA-EOF-ARQ = "S"
                   READ CENTROS-FILE INTO WA-LINHA-TAB
                       AT END MOVE "S" TO WA-EOF-ARQ
                   END-READ
                   IF  WA-EOF-ARQ NOT = "S"
                       AND WA-LINHA-TAB NOT = SPACES
                       AND WA-LINHA-TAB(1:1) NOT = "*"
                       PERFORM RT01A-GUARDA-CENTRO
                   END-IF
                   IF  WA-EOF-ARQ NOT = "S"
                       AND WA-LINHA-TAB(1:2) = "*;"
                       PERFORM RT01A-GUARDA-CENTRO
                   END-IF
               END-PERFORM
               CLOSE CENTROS-FILE
           ELSE
               DISPLAY "SEM " FUNCTION TRIM(WA-ARQ-CENTROS)
                       " - TUDO VAI PARA SEM-CENTRO."
           END-IF.

       RT01A-GUARDA-CENTRO.
           MOVE SPACES TO WA-TOKEN-1 WA-TOKEN-2 WA-TOKEN-3.
           UNSTRING WA-LINHA-TAB DELIMITED BY ";" INTO
               WA-TOKEN-1
               WA-TOKEN-2
               WA-TOKEN-3
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WA-TOKEN-1) TO WA-TOKEN-1.
           MOVE FUNCTION UPPER-CASE(WA-TOKEN-2) TO WA-TOKEN-2.
           IF  WA-TOKEN-2 = SPACES
               CONTINUE
           ELSE
           IF  WA-TOKEN-1 = "*"
               IF  WA-CENTRO-PADRAO = SPACES
                   MOVE WA-TOKEN-2 TO WA-CENTRO-PADRAO
                   MOVE WA-TOKEN-3 TO WA-DESCRICAO-PADRAO
               END-IF
           ELSE
           IF  WA-TOKEN-1 NOT = SPACES
               MOVE WA-TOKEN-1 TO WA-CHAVE-BUSCA
               PERFORM RT05B-LOCALIZA-CHAVE
               IF  WA-ACHOU = "N"
                   AND WN-QTDE-CENTROS < 200
                   ADD 1 TO WN-QTDE-CENTROS
                   MOVE WA-TOKEN-1 TO CC-CHAVE(WN-QTDE-CENTROS)
                   MOVE WA-TOKEN-2 TO CC-CENTRO(WN-QTDE-CENTROS)
                   MOVE WA-TOKEN-3 TO CC-DESCRICAO(WN-QTDE-CENTROS)
               END-IF
           END-IF
           END-IF
           END-IF.

      *---------------------------------------------------------------*
      * FAIXAS DE PRECO. ARQUIVO AUSENTE OU SEM FAIXA VALIDA CAI NA   *
      * TABELA PADRAO DO CONTRATO (RT02A).                            *
      *---------------------------------------------------------------*
       RT02-00-CARREGA-PRECOS.
           MOVE ZEROS TO WN-QTDE-PRECOS.
           OPEN INPUT PRECOS-FILE.
           IF  WA-FS-PRECOS = "00"
               MOVE "N" TO WA-EOF-ARQ
               PERFORM UNTIL WA-EOF-ARQ = "S"
                   READ PRECOS-FILE INTO WA-LINHA-TAB
                       AT END MOVE "S" TO WA-EOF-ARQ
                   END-READ
                   IF  WA-EOF-ARQ NOT = "S"
                       AND WA-LINHA-TAB NOT = SPACES
                       AND WA-LINHA-TAB(1:1) NOT = "*"
                       MOVE SPACES TO WA-TOKEN-1 WA-TOKEN-2
                       UNSTRING WA-LINHA-TAB DELIMITED BY ";" INTO
                           WA-TOKEN-1
                           WA-TOKEN-2
                       END-UNSTRING
                       IF  FUNCTION TRIM(WA-TOKEN-1) IS NUMERIC
                           AND WA-TOKEN-2 NOT = SPACES
                           AND WN-QTDE-PRECOS < 20
                           ADD 1 TO WN-QTDE-PRECOS
                           COMPUTE PR-ATE(WN-QTDE-PRECOS) =
                               FUNCTION NUMVAL(WA-TOKEN-1)
                           COMPUTE PR-PRECO(WN-QTDE-PRECOS) =
                               FUNCTION NUMVAL(WA-TOKEN-2)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PRECOS-FILE
           END-IF.
           IF  WN-QTDE-PRECOS = ZEROS
               PERFORM RT02A-PRECOS-PADRAO
           END-IF.

       RT02A-PRECOS-PADRAO.
           MOVE "S" TO WA-PRECOS-PADRAO.
           MOVE 4 TO WN-QTDE-PRECOS.
           MOVE 999       TO PR-ATE(1).
           MOVE 0,6590    TO PR-PRECO(1).
           MOVE 9999      TO PR-ATE(2).
           MOVE 0,5640    TO PR-PRECO(2).
           MOVE 49999     TO PR-ATE(3).
           MOVE 0,4660    TO PR-PRECO(3).
           MOVE ZEROS     TO PR-ATE(4).
           MOVE 0,3910    TO PR-PRECO(4).

       RT03-00-LE-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF  WA-FS-ARCHIVE = "00"
               MOVE "N" TO WA-EOF-ARQ
               PERFORM UNTIL WA-EOF-ARQ = "S"
                   READ ARCHIVE-FILE
                       AT END MOVE "S" TO WA-EOF-ARQ
                   END-READ
                   IF  WA-EOF-ARQ NOT = "S"
                       MOVE ARCHIVE-REC TO WA-LINHA-AUDIT
                       PERFORM RT05-00-ACUMULA-LINHA
                   END-IF
               END-PERFORM
               CLOSE ARCHIVE-FILE
           ELSE
               DISPLAY "SEM " FUNCTION TRIM(WA-ARQ-ARCHIVE)
                       " - RATEANDO SO O AUDIT.LOG CORRENTE."
           END-IF.

       RT04-00-LE-LOG-CORRENTE.
           OPEN INPUT AUDIT-LOG-FILE.
           IF  WA-FS-AUDIT = "00"
               MOVE "N" TO WA-EOF-ARQ
               PERFORM UNTIL WA-EOF-ARQ = "S"
                   READ AUDIT-LOG-FILE
                       AT END MOVE "S" TO WA-EOF-ARQ
                   END-READ
                   IF  WA-EOF-ARQ NOT = "S"
                       MOVE AUDIT-REC TO WA-LINHA-AUDIT
                       PERFORM RT05-00-ACUMULA-LINHA
                   END-IF
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

      *---------------------------------------------------------------*
      * CLASSIFICA A LINHA (F = FATURAVEL, C = CACHE, S = SIMULADA) E *
      * SOMA NO CENTRO DE CUSTO DE QUEM A GEROU.                      *
      *---------------------------------------------------------------*
       RT05-00-ACUMULA-LINHA.
           MOVE SPACES TO WA-TIPO-LINHA.
           IF  WL-DATA IS NOT NUMERIC
               CONTINUE
           ELSE
           IF  WL-DATA(1:6) NOT = WN-MES-FATURA
               CONTINUE
           ELSE
               ADD 1 TO WN-QTDE-LINHAS
               IF  WL-EVENTO(1:8) = "CONSULTA"
                   AND FUNCTION TRIM(WL-RESULTADO) = "OK"
                   MOVE "F" TO WA-TIPO-LINHA
                   ADD 1 TO WN-TOTAL-FAT
               END-IF
               IF  WL-EVENTO(1:8) = "CONSULTA"
                   AND FUNCTION TRIM(WL-RESULTADO) = "OK-SIM"
                   MOVE "S" TO WA-TIPO-LINHA
                   ADD 1 TO WN-TOTAL-SIM
               END-IF
               IF  WL-EVENTO(1:5) = "CACHE"
                   AND FUNCTION TRIM(WL-RESULTADO) = "OK"
                   MOVE "C" TO WA-TIPO-LINHA
                   ADD 1 TO WN-TOTAL-CACHE
               END-IF
           END-IF
           END-IF.

           IF  WA-TIPO-LINHA NOT = SPACES
               PERFORM RT05A-CENTRO-DA-LINHA
               PERFORM RT05C-SOMA-CENTRO
           END-IF.

      * O PEDIDO DO PORTAL E DO DEPARTAMENTO QUE USA O PORTAL, NAO DE
      * QUEM ESTAVA LOGADO QUANDO O GO-FCO-SERVICO RODOU.
       RT05A-CENTRO-DA-LINHA.
           IF  WL-PROGRAM-ID = "GO-FCO-SERVICO"
               MOVE "SERVICO" TO WA-CHAVE-BUSCA
           ELSE
               MOVE FUNCTION UPPER-CASE(WL-OPERADOR)
                   TO WA-CHAVE-BUSCA
           END-IF.
           IF  WA-CHAVE-BUSCA = SPACES
               MOVE "BATCH" TO WA-CHAVE-BUSCA
           END-IF.

           PERFORM RT05B-LOCALIZA-CHAVE.
           IF  WA-ACHOU = "N"
               PERFORM RT05D-ANOTA-SEM-CENTRO
               IF  WA-CENTRO-PADRAO NOT = SPACES
                   MOVE WA-CENTRO-PADRAO    TO WA-CENTRO-ACHADO
                   MOVE WA-DESCRICAO-PADRAO TO WA-DESCRICAO-ACHADA
               ELSE
                   MOVE "SEM-CENTRO"        TO WA-CENTRO-ACHADO
                   MOVE "CHAVE FORA DA TABELA"
                       TO WA-DESCRICAO-ACHADA
               END-IF
           END-IF.

       RT05B-LOCALIZA-CHAVE.
           MOVE "N"    TO WA-ACHOU.
           MOVE SPACES TO WA-CENTRO-ACHADO WA-DESCRICAO-ACHADA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WN-QTDE-CENTROS OR WA-ACHOU = "S"
               IF  CC-CHAVE(WS-IDX) = WA-CHAVE-BUSCA
                   MOVE "S"               TO WA-ACHOU
                   MOVE CC-CENTRO(WS-IDX) TO WA-CENTRO-ACHADO
                   MOVE CC-DESCRICAO(WS-IDX)
                       TO WA-DESCRICAO-ACHADA
               END-IF
           END-PERFORM.

       RT05C-SOMA-CENTRO.
           MOVE "N" TO WA-ACHOU.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WN-QTDE-RATEIO OR WA-ACHOU = "S"
               IF  RT-CENTRO(WS-IDX) = WA-CENTRO-ACHADO
                   MOVE "S" TO WA-ACHOU
               END-IF
           END-PERFORM.
           IF  WA-ACHOU = "S"
               SUBTRACT 1 FROM WS-IDX
           ELSE
               IF  WN-QTDE-RATEIO < 200
                   ADD 1 TO WN-QTDE-RATEIO
                   MOVE WN-QTDE-RATEIO TO WS-IDX
                   MOVE WA-CENTRO-ACHADO    TO RT-CENTRO(WS-IDX)
                   MOVE WA-DESCRICAO-ACHADA TO RT-DESCRICAO(WS-IDX)
                   MOVE ZEROS TO RT-QTDE-FAT(WS-IDX)
                                 RT-QTDE-CACHE(WS-IDX)
                                 RT-QTDE-SIM(WS-IDX)
                                 RT-VALOR(WS-IDX)
                                 RT-EVITADO(WS-IDX)
               ELSE
      * TABELA CHEIA: A LINHA VAI PARA O ULTIMO CENTRO, PARA O RATEIO
      * CONTINUAR FECHANDO COM A NOTA (O RELATORIO AVISA).
                   MOVE "S" TO WA-TABELA-CHEIA
                   MOVE WN-QTDE-RATEIO TO WS-IDX
               END-IF
           END-IF.
           EVALUATE WA-TIPO-LINHA
               WHEN "F"
                   ADD 1 TO RT-QTDE-FAT(WS-IDX)
               WHEN "C"
                   ADD 1 TO RT-QTDE-CACHE(WS-IDX)
               WHEN "S"
                   ADD 1 TO RT-QTDE-SIM(WS-IDX)
           END-EVALUATE.

       RT05D-ANOTA-SEM-CENTRO.
           MOVE "N" TO WA-ACHOU.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WN-QTDE-SEM-CENTRO
                       OR WA-ACHOU = "S"
               IF  SC-CHAVE(WS-IDX-2) = WA-CHAVE-BUSCA
                   ADD 1 TO SC-QTDE(WS-IDX-2)
                   MOVE "S" TO WA-ACHOU
               END-IF
           END-PERFORM.
           IF  WA-ACHOU = "N"
               AND WN-QTDE-SEM-CENTRO < 100
               ADD 1 TO WN-QTDE-SEM-CENTRO
               MOVE WA-CHAVE-BUSCA TO SC-CHAVE(WN-QTDE-SEM-CENTRO)
               MOVE 1              TO SC-QTDE(WN-QTDE-SEM-CENTRO)
           END-IF.

      *---------------------------------------------------------------*
      * FAIXA DO MES: A PRIMEIRA CUJO LIMITE COMPORTA A QUANTIDADE    *
      * FATURAVEL (LIMITE ZERO = ULTIMA FAIXA, SEM TETO).             *
      *---------------------------------------------------------------*
       RT06-00-ESCOLHE-FAIXA.
           MOVE ZEROS TO WN-FAIXA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WN-QTDE-PRECOS OR WN-FAIXA > ZEROS
               IF  PR-ATE(WS-IDX) = ZEROS
                   OR WN-TOTAL-FAT NOT > PR-ATE(WS-IDX)
                   MOVE WS-IDX TO WN-FAIXA
               END-IF
           END-PERFORM.
      * QUANTIDADE ACIMA DA ULTIMA FAIXA: VALE O PRECO DA ULTIMA.
           IF  WN-FAIXA = ZEROS
               MOVE WN-QTDE-PRECOS TO WN-FAIXA
           END-IF.
           MOVE PR-PRECO(WN-FAIXA) TO WN-PRECO.

           COMPUTE WN-VALOR-CALCULADO ROUNDED =
               WN-TOTAL-FAT * WN-PRECO.
           IF  WA-VALOR-INFORMADO = "N"
               MOVE WN-VALOR-CALCULADO TO WN-VALOR-NOTA
           END-IF.
           COMPUTE WN-DIFERENCA-VALOR =
               WN-VALOR-CALCULADO - WN-VALOR-NOTA.

      *---------------------------------------------------------------*
      * RATEIO: PARTE PROPORCIONAL TRUNCADA NO CENTAVO E A SOBRA NO   *
      * CENTRO COM MAIS CONSULTAS FATURAVEIS - A SOMA FECHA COM A     *
      * NOTA. O CUSTO EVITADO E SO INFORMATIVO E NAO ENTRA NA SOMA.   *
      *---------------------------------------------------------------*
       RT07-00-CALCULA-RATEIO.
           MOVE ZEROS TO WN-SOMA-RATEIO WN-TOTAL-EVITADO WS-IDX-MAIOR.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WN-QTDE-RATEIO
               IF  WN-TOTAL-FAT > ZEROS
                   COMPUTE RT-VALOR(WS-IDX) =
                       WN-VALOR-NOTA * RT-QTDE-FAT(WS-IDX)
                       / WN-TOTAL-FAT
               ELSE
                   MOVE ZEROS TO RT-VALOR(WS-IDX)
               END-IF
               ADD RT-VALOR(WS-IDX) TO WN-SOMA-RATEIO
               COMPUTE RT-EVITADO(WS-IDX) ROUNDED =
                   (RT-QTDE-CACHE(WS-IDX) + RT-QTDE-SIM(WS-IDX))
                   * WN-PRECO
               ADD RT-EVITADO(WS-IDX) TO WN-TOTAL-EVITADO
               IF  RT-QTDE-FAT(WS-IDX) > ZEROS
                   IF  WS-IDX-MAIOR = ZEROS
                       MOVE WS-IDX TO WS-IDX-MAIOR
                   ELSE
                   IF  RT-QTDE-FAT(WS-IDX) >
                       RT-QTDE-FAT(WS-IDX-MAIOR)
                       MOVE WS-IDX TO WS-IDX-MAIOR
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

           COMPUTE WN-SOBRA-RATEIO = WN-VALOR-NOTA - WN-SOMA-RATEIO.
           MOVE SPACES TO WA-CENTRO-SOBRA.
           IF  WS-IDX-MAIOR > ZEROS
               ADD WN-SOBRA-RATEIO TO RT-VALOR(WS-IDX-MAIOR)
               ADD WN-SOBRA-RATEIO TO WN-SOMA-RATEIO
               MOVE RT-CENTRO(WS-IDX-MAIOR) TO WA-CENTRO-SOBRA
           END-IF.

       RT08-00-ORDENA-CENTROS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WN-QTDE-RATEIO
               PERFORM VARYING WS-IDX-2 FROM WS-IDX BY 1
                       UNTIL WS-IDX-2 > WN-QTDE-RATEIO
                   IF  RT-CENTRO(WS-IDX-2) < RT-CENTRO(WS-IDX)
                       MOVE WS-RATEIO(WS-IDX)   TO WA-TROCA-RATEIO
                       MOVE WS-RATEIO(WS-IDX-2) TO WS-RATEIO(WS-IDX)
                       MOVE WA-TROCA-RATEIO     TO WS-RATEIO(WS-IDX-2)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *---------------------------------------------------------------*
      * OPERADOR ATIVO SEM LINHA NA TABELA: MESMO SEM CONSULTA NO MES *
      * SAI NO AVISO, PARA O FINANCEIRO COMPLETAR A TABELA ANTES QUE  *
      * ELE CONSULTE. BATCH E SERVICO TAMBEM SAO CONFERIDOS.          *
      *---------------------------------------------------------------*
       RT09-00-OPERADORES-SEM-CENTRO.
           MOVE ZEROS TO WN-QTDE-OPER-FALTA.
           MOVE "BATCH" TO WA-CHAVE-BUSCA.
           PERFORM RT09A-CONFERE-CHAVE.
           MOVE "SERVICO" TO WA-CHAVE-BUSCA.
           PERFORM RT09A-CONFERE-CHAVE.

           OPEN INPUT OPERATORS-FILE.
           IF  WA-FS-OPERADORES = "00"
               MOVE "N" TO WA-EOF-ARQ
               PERFORM UNTIL WA-EOF-ARQ = "S"
                   READ OPERATORS-FILE
                       AT END MOVE "S" TO WA-EOF-ARQ
                   END-READ
                   IF  WA-EOF-ARQ NOT = "S"
                       AND OPERATORS-REC NOT = SPACES
                       MOVE SPACES TO WA-OP-ID WA-OP-SENHA
                                      WA-OP-PERFIL WA-OP-SITUACAO
                       UNSTRING OPERATORS-REC DELIMITED BY ";" INTO
                           WA-OP-ID
                           WA-OP-SENHA
                           WA-OP-PERFIL
                           WA-OP-SITUACAO
                       END-UNSTRING
                       IF  FUNCTION UPPER-CASE(WA-OP-SITUACAO)
                           NOT = "I"
                           MOVE FUNCTION UPPER-CASE(WA-OP-ID)
                               TO WA-CHAVE-BUSCA
                           PERFORM RT09A-CONFERE-CHAVE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE OPERATORS-FILE
           END-IF.

       RT09A-CONFERE-CHAVE.
           PERFORM RT05B-LOCALIZA-CHAVE.
           IF  WA-ACHOU = "N"
               AND WN-QTDE-OPER-FALTA < 100
               ADD 1 TO WN-QTDE-OPER-FALTA
               MOVE WA-CHAVE-BUSCA TO OF-OPERADOR(WN-QTDE-OPER-FALTA)
           END-IF.

       RT10-00-IMPRIME.
           MOVE SPACES TO REPORT-REC.
           STRING "RATEIO DA FATURA SERPRO POR CENTRO DE CUSTO - MES "
                   WN-MES-FATURA
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE ALL "=" TO REPORT-REC.
           WRITE REPORT-REC.

           MOVE SPACES TO REPORT-REC.
           MOVE WN-TOTAL-FAT TO WA-QTDE-ED.
           STRING "CONSULTAS FATURAVEIS (CONSULTA/OK)....: " WA-QTDE-ED
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WN-PRECO TO WA-PRECO-ED.
           IF  WA-PRECOS-PADRAO = "S"
               STRING "PRECO DA FAIXA " WN-FAIXA
                       " (R$)................: "
                       WA-PRECO-ED " (TABELA PADRAO DO CONTRATO)"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           ELSE
               STRING "PRECO DA FAIXA " WN-FAIXA
                       " (R$)................: "
                       WA-PRECO-ED
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           END-IF.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WN-VALOR-CALCULADO TO WA-VALOR-ED.
           STRING "VALOR CALCULADO (QTDE X PRECO) R$.....: " WA-VALOR-ED
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WN-VALOR-NOTA TO WA-VALOR-ED.
           IF  WA-VALOR-INFORMADO = "S"
               STRING "VALOR DA NOTA A RATEAR R$.............: "
                       WA-VALOR-ED
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           ELSE
               STRING "VALOR A RATEAR R$.....................: "
                       WA-VALOR-ED " (NOTA NAO INFORMADA - CALCULADO)"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           END-IF.
           WRITE REPORT-REC.
           IF  WN-DIFERENCA-VALOR NOT = ZEROS
               MOVE SPACES TO REPORT-REC
               MOVE WN-DIFERENCA-VALOR TO WA-DIFERENCA-ED
               STRING "DIFERENCA (CALCULADO - NOTA) R$.......: "
                       FUNCTION TRIM(WA-DIFERENCA-ED)
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "CENTRO     DESCRICAO                      "
                  "FATURAVEIS   VALOR RATEADO R$"
                  "      CACHE  SIMULADAS   CUSTO EVITADO R$"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE ALL "-" TO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WN-QTDE-RATEIO
               MOVE RT-CENTRO(WS-IDX)     TO LR-CENTRO
               MOVE RT-DESCRICAO(WS-IDX)  TO LR-DESCRICAO
               MOVE RT-QTDE-FAT(WS-IDX)   TO LR-QTDE-FAT
               MOVE RT-VALOR(WS-IDX)      TO LR-VALOR
               MOVE RT-QTDE-CACHE(WS-IDX) TO LR-QTDE-CACHE
               MOVE RT-QTDE-SIM(WS-IDX)   TO LR-QTDE-SIM
               MOVE RT-EVITADO(WS-IDX)    TO LR-EVITADO
               MOVE WA-LINHA-REL TO REPORT-REC
               WRITE REPORT-REC
           END-PERFORM.

           MOVE ALL "-" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "TOTAL"          TO LR-CENTRO.
           MOVE SPACES           TO LR-DESCRICAO.
           MOVE WN-TOTAL-FAT     TO LR-QTDE-FAT.
           MOVE WN-SOMA-RATEIO   TO LR-VALOR.
           MOVE WN-TOTAL-CACHE   TO LR-QTDE-CACHE.
           MOVE WN-TOTAL-SIM     TO LR-QTDE-SIM.
           MOVE WN-TOTAL-EVITADO TO LR-EVITADO.
           MOVE WA-LINHA-REL TO REPORT-REC.
           WRITE REPORT-REC.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "CUSTO EVITADO: CACHE/OK E CONSULTA/OK-SIM NAO FORAM"
               TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE " COBRADAS - VALOR A PRECO DA FAIXA, FORA DO RATEIO."
               TO REPORT-REC.
           WRITE REPORT-REC.
           IF  WN-SOBRA-RATEIO > ZEROS
               AND WA-CENTRO-SOBRA NOT = SPACES
               MOVE SPACES TO REPORT-REC
               MOVE WN-SOBRA-RATEIO TO WA-VALOR-ED
               STRING "SOBRA DE CENTAVOS DO RATEIO (R$ "
                       FUNCTION TRIM(WA-VALOR-ED)
                       ") LANCADA NO CENTRO "
                       WA-CENTRO-SOBRA
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF.
           IF  WN-TOTAL-FAT = ZEROS
               AND WN-VALOR-NOTA > ZEROS
               MOVE "AVISO: NOTA COM VALOR E NENHUMA CONSULTA FATURAVEL"
                   TO REPORT-REC
               WRITE REPORT-REC
               MOVE " NO MES - NADA FOI RATEADO."
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF.
           IF  WA-TABELA-CHEIA = "S"
               MOVE "AVISO: MAIS DE 200 CENTROS DE CUSTO - OS EXCEDEN"
                   TO REPORT-REC
               WRITE REPORT-REC
               MOVE "TES FORAM SOMADOS NO ULTIMO CENTRO DA TABELA."
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF.

           IF  WN-QTDE-SEM-CENTRO > ZEROS
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC
               MOVE SPACES TO REPORT-REC
               IF  WA-CENTRO-PADRAO NOT = SPACES
                   STRING "CHAVES SEM CENTRO NA TABELA (LANCADAS NO "
                           "PADRAO "
                           FUNCTION TRIM(WA-CENTRO-PADRAO) "):"
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
               ELSE
                   MOVE "CHAVES SEM CENTRO NA TABELA (EM SEM-CENTRO):"
                       TO REPORT-REC
               END-IF
               WRITE REPORT-REC
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WN-QTDE-SEM-CENTRO
                   MOVE SPACES TO REPORT-REC
                   MOVE SC-QTDE(WS-IDX) TO WA-QTDE-ED
                   STRING "  " SC-CHAVE(WS-IDX) " : " WA-QTDE-ED
                           " LINHA(S)"
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
               END-PERFORM
           END-IF.

           IF  WN-QTDE-OPER-FALTA > ZEROS
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC
               MOVE SPACES TO REPORT-REC
               STRING "OPERADORES ATIVOS / CHAVES FIXAS SEM LINHA EM "
                       FUNCTION TRIM(WA-ARQ-CENTROS) ":"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WN-QTDE-OPER-FALTA
                   MOVE SPACES TO REPORT-REC
                   STRING "  " OF-OPERADOR(WS-IDX)
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
               END-PERFORM
           END-IF.

      *---------------------------------------------------------------*
      * LANCAMENTO DO ERP: UMA LINHA D POR CENTRO COM CONSULTA        *
      * FATURAVEL E A LINHA T DE CONTROLE, QUE FECHA COM A NOTA.      *
      *---------------------------------------------------------------*
       RT11-00-GRAVA-ERP.
           MOVE SPACES TO WA-ARQ-ERP.
           STRING "RATEIO-SERPRO-ERP-" WN-MES-FATURA ".TXT"
               DELIMITED BY SIZE INTO WA-ARQ-ERP
           END-STRING.
           OPEN OUTPUT ERP-FILE.
           IF  WA-FS-ERP NOT = "00"
               DISPLAY "ERRO AO CRIAR " FUNCTION TRIM(WA-ARQ-ERP)
                       " - STATUS " WA-FS-ERP
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WN-QTDE-RATEIO
                   IF  RT-QTDE-FAT(WS-IDX) > ZEROS
                       OR RT-VALOR(WS-IDX) > ZEROS
                       MOVE "D"                  TO LE-TIPO
                       MOVE WN-MES-FATURA        TO LE-MES
                       MOVE RT-CENTRO(WS-IDX)    TO LE-CENTRO
                       MOVE RT-QTDE-FAT(WS-IDX)  TO LE-QTDE
                       MOVE RT-VALOR(WS-IDX)     TO LE-VALOR
                       MOVE WA-LINHA-ERP TO ERP-REC
                       WRITE ERP-REC
                   END-IF
               END-PERFORM
               MOVE "T"            TO LE-TIPO
               MOVE WN-MES-FATURA  TO LE-MES
               MOVE "TOTAL"        TO LE-CENTRO
               MOVE WN-TOTAL-FAT   TO LE-QTDE
               MOVE WN-SOMA-RATEIO TO LE-VALOR
               MOVE WA-LINHA-ERP TO ERP-REC
               WRITE ERP-REC
               CLOSE ERP-FILE
           END-IF.

           COPY AUDITP.

           COPY RELREPOP.
