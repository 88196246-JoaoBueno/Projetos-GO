       IDENTIFICATION DIVISION.
       PROGRAM-ID.      SERPRO-FINALIDADE-REL.
      *------------------------------------------------------------------------------*
      * FECHAMENTO MENSAL DAS CONSULTAS AO SERPRO POR FINALIDADE E OPERADOR, PARA    *
      * A AREA DE COMPLIANCE. LE O AUDIT.LOG E O ARQUIVO MORTO DO MES                *
      * (AUDIT-AAAAMM.LOG, GRAVADO PELO AUDIT-ROTACAO), COMO O SERPRO-FATURA-REL,    *
      * E CONTA AS LINHAS CONSULTA (PAGAS) E CACHE COM RESULTADO OK POR OPERADOR E   *
      * FINALIDADE (AU-FINALIDADE - TABELA FINALIDADES.TXT, COPY FINALTAB/           *
      * FINALTABP), SEPARANDO QUANTAS FORAM DE CPF. SAEM APONTADAS:                  *
      *   - CONSULTA SEM FINALIDADE (PEDIDO ANTIGO DO PORTAL, LINHA ANTERIOR A       *
      *     EXIGENCIA) - COM O DETALHE DE CADA UMA NO FIM DO RELATORIO;              *
      *   - FINALIDADE FORA DA TABELA (CODIGO EXCLUIDO DEPOIS DA CONSULTA);          *
      *   - PADRAO ATIPICO: OPERADOR QUE PASSOU DO LIMITE MENSAL DE CPFs DA          *
      *     FINALIDADE (FIN-LIMITE-CPF; ZERO = SEM LIMITE, COMO NO CADASTRO DE       *
      *     CLIENTE NOVO).                                                           *
      * RESPOSTA SIMULADA (OK-SIM), FALHA, COTA-ESGOTADA E OFFLINE NAO TROUXERAM     *
      * DADO E FICAM DE FORA. SAIDA EM SERPRO-FINALIDADE-AAAAMM.TXT.                 *
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
           SELECT AUDIT-LOG-FILE
               ASSIGN TO WA-ARQ-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-AUDIT.

           SELECT ARCHIVE-FILE
               ASSIGN TO WA-ARQ-ARCHIVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-ARCHIVE.

           SELECT FINALIDADE-FILE
               ASSIGN TO WA-ARQ-FINALIDADE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-FINALIDADE.

           SELECT REPORT-FILE
               ASSIGN TO WA-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC                 PIC X(132).

       FD  FINALIDADE-FILE.
       01  FINALIDADE-REC              PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-FS-AUDIT                 PIC X(002)          VALUE "00".
       77  WA-ARQ-ARCHIVE              PIC X(100)          VALUE SPACES.
       77  WA-FS-ARCHIVE               PIC X(002)          VALUE "00".
       77  WA-ARQ-FINALIDADE           PIC X(100)          VALUE
               "FINALIDADES.TXT".
       77  WA-FS-FINALIDADE            PIC X(002)          VALUE "00".
       77  WA-ARQ-RELATORIO            PIC X(100)          VALUE SPACES.
       77  WA-EOF-ARQ                  PIC X(001)          VALUE "N".
       77  WA-PAUSA                    PIC X(001)          VALUE SPACES.

       77  WN-MES-REL                  PIC 9(006)          VALUE ZEROS.
       77  WN-QTDE-LINHAS              PIC 9(007)          VALUE ZEROS.
       77  WN-TOTAL-PAGAS              PIC 9(007)          VALUE ZEROS.
       77  WN-TOTAL-CACHE              PIC 9(007)          VALUE ZEROS.
       77  WN-TOTAL-CPF                PIC 9(007)          VALUE ZEROS.
       77  WN-TOTAL-SEM-FINALIDADE     PIC 9(007)          VALUE ZEROS.
       77  WN-TOTAL-DESCONHECIDA       PIC 9(007)          VALUE ZEROS.
       77  WN-TOTAL-ATIPICOS           PIC 9(005)          VALUE ZEROS.
       77  WA-E-CPF                    PIC X(001)          VALUE "N".
       77  WA-E-PAGA                   PIC X(001)          VALUE "N".
       77  WA-MARCA                    PIC X(040)          VALUE SPACES.

      * A LINHA DO LOG E RELIDA NO LAYOUT DO AUDITREC (O ARQUIVO MORTO
      * GUARDA AS MESMAS COLUNAS; A LINHA DE TOTAIS DO FECHAMENTO NAO
      * COMECA COM DATA NUMERICA E E DESCARTADA).
       01  WA-LINHA-AUDIT.
           03  WL-DATA                 PIC X(008).
           03  WL-HORA                 PIC X(006).
           03  WL-PROGRAM-ID           PIC X(020).
           03  WL-EVENTO               PIC X(010).
           03  WL-ENTRADA              PIC X(030).
           03  WL-RESULTADO            PIC X(020).
           03  WL-OPERADOR             PIC X(008).
           03  WL-FINALIDADE           PIC X(004).
           03  FILLER                  PIC X(026).

      * COMBINACOES OPERADOR/FINALIDADE DO MES.
       01  WS-OPFIN-TAB.
           03  WS-OPFIN OCCURS 1000 TIMES.
               05  OF-OPERADOR         PIC X(008).
               05  OF-FINALIDADE       PIC X(004).
               05  OF-PAGAS            PIC 9(006).
               05  OF-CACHE            PIC 9(006).
               05  OF-CPF              PIC 9(006).
       77  WN-QTDE-OPFIN               PIC 9(004)          VALUE ZEROS.
       77  WA-TABELA-CHEIA             PIC X(001)          VALUE "N".
       01  WA-TROCA-OPFIN.
           03  TR-OPERADOR             PIC X(008).
           03  TR-FINALIDADE           PIC X(004).
           03  TR-PAGAS                PIC 9(006).
           03  TR-CACHE                PIC 9(006).
           03  TR-CPF                  PIC 9(006).

      * CONSULTAS SEM FINALIDADE, UMA A UMA, PARA O DETALHE.
       01  WS-SEM-FIN-TAB.
           03  WS-SEM-FIN OCCURS 500 TIMES.
               05  SF-DATA             PIC X(008).
               05  SF-HORA             PIC X(006).
               05  SF-PROGRAMA         PIC X(020).
               05  SF-EVENTO           PIC X(010).
               05  SF-OPERADOR         PIC X(008).
               05  SF-DOCUMENTO        PIC X(014).
       77  WN-QTDE-SEM-FIN             PIC 9(004)          VALUE ZEROS.

      * TOTAIS POR FINALIDADE (MESMA ORDEM DA TABELA; A ULTIMA POSICAO
      * JUNTA SEM FINALIDADE E CODIGO DESCONHECIDO).
       01  WS-TOT-FIN-TAB.
           03  WS-TOT-FIN OCCURS 51 TIMES.
               05  TF-PAGAS            PIC 9(007).
               05  TF-CACHE            PIC 9(007).
               05  TF-CPF              PIC 9(007).

       77  WS-IDX                      PIC 9(004)          VALUE ZEROS.
       77  WS-IDX-2                    PIC 9(004)          VALUE ZEROS.
       77  WA-ACHOU                    PIC X(001)          VALUE "N".
       77  WN-LIMITE                   PIC 9(005)          VALUE ZEROS.
       77  WN-EXCESSO                  PIC 9(006)          VALUE ZEROS.
       77  WA-DESCRICAO                PIC X(040)          VALUE SPACES.

           COPY FINALTAB.

           COPY CNPJVAL.

           COPY CPFVAL.

      *LINKAGE SECTION.
       77  LNK-FCO                     PIC X(014)          VALUE ZEROS.

           COPY RELREPO.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           DISPLAY "Mes das consultas (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WN-MES-REL.
           IF  WN-MES-REL = ZEROS
               DISPLAY "MES INVALIDO - NADA A RELATAR."
               ACCEPT WA-PAUSA
               GOBACK
           END-IF.

           PERFORM CARREGA-FINALIDADES.
           IF  FIN-CARREGADO = "N"
               DISPLAY "AVISO: SEM FINALIDADES.TXT - CONFERINDO CONTRA "
                       "A TABELA PADRAO."
           END-IF.
           INITIALIZE WS-TOT-FIN-TAB.

      * PRIMEIRO O ARQUIVO MORTO DO MES (SE O AUDIT-ROTACAO JA RODOU),
      * DEPOIS O LOG CORRENTE - OS DOIS FILTRADOS PELO MES, ENTAO A
      * MESMA LINHA NUNCA ESTA NOS DOIS.
           MOVE SPACES TO WA-ARQ-ARCHIVE.
           STRING "AUDIT-" WN-MES-REL ".LOG"
               DELIMITED BY SIZE INTO WA-ARQ-ARCHIVE
           END-STRING.
           PERFORM RT01-00-LE-ARCHIVE.
           PERFORM RT02-00-LE-LOG-CORRENTE.

           PERFORM RT04-00-ORDENA.

           MOVE SPACES TO WA-ARQ-RELATORIO.
           STRING "SERPRO-FINALIDADE-" WN-MES-REL ".TXT"
               DELIMITED BY SIZE INTO WA-ARQ-RELATORIO
           END-STRING.
           OPEN OUTPUT REPORT-FILE.
           PERFORM RT05-00-IMPRIME.
           CLOSE REPORT-FILE.
           MOVE "SERPRO-FINALIDADE-AAAAMM.TXT"
               TO RR-RELATORIO.
           MOVE WA-ARQ-RELATORIO TO RR-ARQUIVO.
           MOVE "LEITURA DIRETA" TO RR-FONTE.
           PERFORM ARQUIVA-RELATORIO.

           DISPLAY "Linhas de auditoria lidas.....: " WN-QTDE-LINHAS.
           DISPLAY "Consultas pagas no mes........: " WN-TOTAL-PAGAS.
           DISPLAY "Respostas de cache no mes.....: " WN-TOTAL-CACHE.
           DISPLAY "Das quais de CPF..............: " WN-TOTAL-CPF.
           DISPLAY "Sem finalidade................: "
                   WN-TOTAL-SEM-FINALIDADE.
           DISPLAY "Finalidade fora da tabela.....: "
                   WN-TOTAL-DESCONHECIDA.
           DISPLAY "Operador/finalidade atipicos..: " WN-TOTAL-ATIPICOS.
           DISPLAY "Gravado em " FUNCTION TRIM(WA-ARQ-RELATORIO).

           ACCEPT WA-PAUSA.
           GOBACK.

       RT01-00-LE-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF  WA-FS-ARCHIVE = "00"
               MOVE "N" TO WA-EOF-ARQ
               PERFORM UNTIL WA-EOF-ARQ = "S"
                   READ ARCHIVE-FILE
                       AT END MOVE "S" TO WA-EOF-ARQ
                   END-READ
                   IF  WA-EOF-ARQ NOT = "S"
                       MOVE ARCHIVE-REC TO WA-LINHA-AUDIT
                       PERFORM RT03-00-ACUMULA-LINHA
                   END-IF
               END-PERFORM
               CLOSE ARCHIVE-FILE
           ELSE
               DISPLAY "SEM " FUNCTION TRIM(WA-ARQ-ARCHIVE)
                       " - CONTANDO SO O AUDIT.LOG CORRENTE."
           END-IF.

       RT02-00-LE-LOG-CORRENTE.
           OPEN INPUT AUDIT-LOG-FILE.
           IF  WA-FS-AUDIT = "00"
               MOVE "N" TO WA-EOF-ARQ
               PERFORM UNTIL WA-EOF-ARQ = "S"
                   READ AUDIT-LOG-FILE
                       AT END MOVE "S" TO WA-EOF-ARQ
                   END-READ
                   IF  WA-EOF-ARQ NOT = "S"
                       MOVE AUDIT-REC TO WA-LINHA-AUDIT
                       PERFORM RT03-00-ACUMULA-LINHA
                   END-IF
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

       RT03-00-ACUMULA-LINHA.
           IF  WL-DATA IS NOT NUMERIC
               CONTINUE
           ELSE
           IF  WL-DATA(1:6) NOT = WN-MES-REL
               CONTINUE
           ELSE
               ADD 1 TO WN-QTDE-LINHAS
               IF  (WL-EVENTO(1:8) = "CONSULTA"
                    OR WL-EVENTO(1:5) = "CACHE")
                   AND FUNCTION TRIM(WL-RESULTADO) = "OK"
                   PERFORM RT03A-CLASSIFICA
                   PERFORM RT03B-SOMA-OPFIN
                   PERFORM RT03C-SOMA-FINALIDADE
               END-IF
           END-IF
           END-IF.

       RT03A-CLASSIFICA.
           MOVE "N" TO WA-E-PAGA WA-E-CPF.
           IF  WL-EVENTO(1:8) = "CONSULTA"
               MOVE "S" TO WA-E-PAGA
               ADD 1 TO WN-TOTAL-PAGAS
           ELSE
               ADD 1 TO WN-TOTAL-CACHE
           END-IF.
           MOVE WL-ENTRADA(1:14) TO LNK-FCO.
           PERFORM VALIDA-DOCUMENTO.
           IF  CV-DOC-VALIDO = "S" AND CV-TIPO-PESSOA = "F"
               MOVE "S" TO WA-E-CPF
               ADD 1 TO WN-TOTAL-CPF
           END-IF.

           IF  WL-FINALIDADE = SPACES
               ADD 1 TO WN-TOTAL-SEM-FINALIDADE
               IF  WN-QTDE-SEM-FIN < 500
                   ADD 1 TO WN-QTDE-SEM-FIN
                   MOVE WL-DATA       TO SF-DATA(WN-QTDE-SEM-FIN)
                   MOVE WL-HORA       TO SF-HORA(WN-QTDE-SEM-FIN)
                   MOVE WL-PROGRAM-ID TO SF-PROGRAMA(WN-QTDE-SEM-FIN)
                   MOVE WL-EVENTO     TO SF-EVENTO(WN-QTDE-SEM-FIN)
                   MOVE WL-OPERADOR   TO SF-OPERADOR(WN-QTDE-SEM-FIN)
                   MOVE WL-ENTRADA(1:14)
                       TO SF-DOCUMENTO(WN-QTDE-SEM-FIN)
               END-IF
           END-IF.

       RT03B-SOMA-OPFIN.
           MOVE "N" TO WA-ACHOU.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WN-QTDE-OPFIN
                       OR WA-ACHOU = "S"
               IF  OF-OPERADOR(WS-IDX) = WL-OPERADOR
                   AND OF-FINALIDADE(WS-IDX) = WL-FINALIDADE
                   MOVE "S" TO WA-ACHOU
               END-IF
           END-PERFORM.
           IF  WA-ACHOU = "S"
               SUBTRACT 1 FROM WS-IDX
           ELSE
               IF  WN-QTDE-OPFIN < 1000
                   ADD 1 TO WN-QTDE-OPFIN
                   MOVE WN-QTDE-OPFIN TO WS-IDX
                   MOVE WL-OPERADOR   TO OF-OPERADOR(WS-IDX)
                   MOVE WL-FINALIDADE TO OF-FINALIDADE(WS-IDX)
                   MOVE ZEROS TO OF-PAGAS(WS-IDX) OF-CACHE(WS-IDX)
                                 OF-CPF(WS-IDX)
                   MOVE "S" TO WA-ACHOU
               ELSE
                   MOVE "S" TO WA-TABELA-CHEIA
               END-IF
           END-IF.
           IF  WA-ACHOU = "S"
               IF  WA-E-PAGA = "S"
                   ADD 1 TO OF-PAGAS(WS-IDX)
               ELSE
                   ADD 1 TO OF-CACHE(WS-IDX)
               END-IF
               IF  WA-E-CPF = "S"
                   ADD 1 TO OF-CPF(WS-IDX)
               END-IF
           END-IF.

       RT03C-SOMA-FINALIDADE.
           MOVE WL-FINALIDADE TO FIN-CODIGO-TESTE.
           PERFORM LOCALIZA-FINALIDADE.
           IF  FIN-ACHOU = "S"
               MOVE FIN-POSICAO TO WS-IDX-2
           ELSE
               MOVE 51 TO WS-IDX-2
               IF  WL-FINALIDADE NOT = SPACES
                   ADD 1 TO WN-TOTAL-DESCONHECIDA
               END-IF
           END-IF.
           IF  WA-E-PAGA = "S"
               ADD 1 TO TF-PAGAS(WS-IDX-2)
           ELSE
               ADD 1 TO TF-CACHE(WS-IDX-2)
           END-IF.
           IF  WA-E-CPF = "S"
               ADD 1 TO TF-CPF(WS-IDX-2)
           END-IF.

       RT04-00-ORDENA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WN-QTDE-OPFIN
               PERFORM VARYING WS-IDX-2 FROM WS-IDX BY 1
                       UNTIL WS-IDX-2 > WN-QTDE-OPFIN
                   IF  WS-OPFIN(WS-IDX-2) < WS-OPFIN(WS-IDX)
                       MOVE WS-OPFIN(WS-IDX)   TO WA-TROCA-OPFIN
                       MOVE WS-OPFIN(WS-IDX-2) TO WS-OPFIN(WS-IDX)
                       MOVE WA-TROCA-OPFIN     TO WS-OPFIN(WS-IDX-2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       RT05-00-IMPRIME.
           MOVE SPACES TO REPORT-REC.
           STRING "CONSULTAS AO SERPRO POR FINALIDADE E OPERADOR - MES "
                  WN-MES-REL
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE ALL "=" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "CONSULTA = CHAMADA PAGA AO SERPRO; CACHE = RESPOSTA DO"
               TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "CADASTRO LOCAL. SO RESULTADO OK ENTRA."
               TO REPORT-REC.
           WRITE REPORT-REC.
           IF  WA-TABELA-CHEIA = "S"
               MOVE "AVISO: MAIS DE 1000 COMBINACOES OPERADOR/FINALIDAD"
                   TO REPORT-REC
               WRITE REPORT-REC
               MOVE "E - AS EXCEDENTES SO ENTRARAM NOS TOTAIS."
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "OPERADOR FINAL DESCRICAO" TO REPORT-REC.
           MOVE " PAGAS  CACHE   CPFs  APONTAMENTO" TO REPORT-REC(57:).
           WRITE REPORT-REC.
           MOVE ALL "-" TO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WN-QTDE-OPFIN
               PERFORM RT05A-LINHA-OPFIN
           END-PERFORM.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "TOTAIS POR FINALIDADE" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE ALL "-" TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > FIN-QTDE
               MOVE SPACES TO REPORT-REC
               STRING FIN-CODIGO(WS-IDX) " "
                      FIN-DESCRICAO(WS-IDX) " PAGAS "
                      TF-PAGAS(WS-IDX) " CACHE " TF-CACHE(WS-IDX)
                      " CPFs " TF-CPF(WS-IDX)
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-PERFORM.
           MOVE SPACES TO REPORT-REC.
           STRING "**** SEM FINALIDADE OU FORA DA TABELA     PAGAS "
                  TF-PAGAS(51) " CACHE " TF-CACHE(51)
                  " CPFs " TF-CPF(51)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "TOTAL DO MES: PAGAS " WN-TOTAL-PAGAS
                  "  CACHE " WN-TOTAL-CACHE "  CPFs " WN-TOTAL-CPF
                  "  SEM FINALIDADE " WN-TOTAL-SEM-FINALIDADE
                  "  FORA DA TABELA " WN-TOTAL-DESCONHECIDA
                  "  ATIPICOS " WN-TOTAL-ATIPICOS
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.

           IF  WN-TOTAL-SEM-FINALIDADE > ZEROS
               PERFORM RT05B-DETALHE-SEM-FINALIDADE
           END-IF.

      * APONTAMENTO DA COMBINACAO: SEM FINALIDADE, CODIGO QUE NAO ESTA
      * MAIS NA TABELA, OU CPFs ACIMA DO LIMITE MENSAL DA FINALIDADE.
       RT05A-LINHA-OPFIN.
           MOVE SPACES TO WA-MARCA WA-DESCRICAO.
           MOVE OF-FINALIDADE(WS-IDX) TO FIN-CODIGO-TESTE.
           PERFORM LOCALIZA-FINALIDADE.
           IF  OF-FINALIDADE(WS-IDX) = SPACES
               MOVE "(SEM FINALIDADE)"     TO WA-DESCRICAO
               MOVE "** SEM FINALIDADE"    TO WA-MARCA
           ELSE
           IF  FIN-ACHOU NOT = "S"
               MOVE "(FORA DA TABELA)"     TO WA-DESCRICAO
               MOVE "** CODIGO DESCONHECIDO" TO WA-MARCA
           ELSE
               MOVE FIN-DESCRICAO(FIN-POSICAO) TO WA-DESCRICAO
               MOVE FIN-LIMITE-CPF(FIN-POSICAO) TO WN-LIMITE
               IF  WN-LIMITE > ZEROS
                   AND OF-CPF(WS-IDX) > WN-LIMITE
                   COMPUTE WN-EXCESSO = OF-CPF(WS-IDX) - WN-LIMITE
                   STRING "** ATIPICO: " WN-EXCESSO
                          " CPFs ACIMA DO LIMITE"
                       DELIMITED BY SIZE INTO WA-MARCA
                   END-STRING
                   ADD 1 TO WN-TOTAL-ATIPICOS
               END-IF
           END-IF
           END-IF.

           MOVE SPACES TO REPORT-REC.
           STRING OF-OPERADOR(WS-IDX) " "
                  OF-FINALIDADE(WS-IDX) "  "
                  WA-DESCRICAO " "
                  OF-PAGAS(WS-IDX) " "
                  OF-CACHE(WS-IDX) " "
                  OF-CPF(WS-IDX) "  "
                  WA-MARCA
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.

       RT05B-DETALHE-SEM-FINALIDADE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "CONSULTAS SEM FINALIDADE" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE ALL "-" TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WN-QTDE-SEM-FIN
               MOVE SPACES TO REPORT-REC
               STRING SF-DATA(WS-IDX) " " SF-HORA(WS-IDX) " "
                      SF-PROGRAMA(WS-IDX) " " SF-EVENTO(WS-IDX) " "
                      SF-OPERADOR(WS-IDX) " " SF-DOCUMENTO(WS-IDX)
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-PERFORM.
           IF  WN-TOTAL-SEM-FINALIDADE > WN-QTDE-SEM-FIN
               MOVE SPACES TO REPORT-REC
               STRING "... E MAIS "
                      WN-TOTAL-SEM-FINALIDADE " NO TOTAL (DETALHE "
                      "LIMITADO A 500 LINHAS)."
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF.

           COPY FINALTABP.

           COPY CNPJVALP.

           COPY CPFVALP.

           COPY RELREPOP.
