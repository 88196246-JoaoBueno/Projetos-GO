      *             (SERPRO-COTA.TXT) PASSOU A SER LIDA-SOMADA-REGRAVADA SOB A    *
      *             TRAVA EXCLUSIVA SERPRO-COTA.LCK (COPY QUOTAP) - DOIS RUNS     *
      *             SIMULTANEOS NAO PERDEM MAIS ATUALIZACAO DE COTA.              *
      * ALTERACAO.: 15/10/2026 - BUENO - CAMPO CORRIGIDO NAO E MAIS SOBRESCRITO PELO *
      *             REFRESH: ANTES DO GRAVA-HISTORICO O CONFERE-FONTE-CAMPOS (COPY   *
      *             CNPJFTAB/CNPJFREC/CNPJFP) CONSULTA O CNPJ-FONTE.DAT; CAMPO DE    *
      *             FONTE MANUAL OU COMERCIAL QUE O SERPRO TENTOU MUDAR VOLTA AO     *
      *             VALOR CORRIGIDO, O VALOR DO SERPRO VAI PARA O                    *
      *             CNPJ-DIVERGE-FONTE.TXT E O HISTORICO REGISTRA QUAL FONTE VENCEU. *
      * ALTERACAO.: 15/10/2026 - BUENO - AS CONSULTAS DO BATCH SAEM NO AUDIT.LOG COM *
      *             A FINALIDADE FIXA DE ATUALIZACAO CADASTRAL (FIN-CODIGO-LOTE DO   *
      *             COPY FINALTAB), COLOCADA NO AMBIENTE (GO-FINALIDADE) NA SUBIDA.  *
      * ALTERACAO.: 15/10/2026 - BUENO - EXECUCAO PARTICIONADA: COM GO-LOTE-PARTICAO *
      *             NO AMBIENTE (POSTO PELO GO-FCO-LOTE-PARALELO, QUE DIVIDE O       *
      *             EXTRATO E O WORKLIST POR FAIXA DE CNPJ) O RUN TRABALHA SO NOS    *
      *             ARQUIVOS DA PROPRIA PARTICAO (CNPJ-NOVOS-Pnn.TXT,                *
      *             REFRESH-WORKLIST-Pnn.CSV) COM LOG, CHECKPOINT E CHECKSUM-LOG     *
      *             PROPRIOS (GO-FCO-LOTE-Pnn.LOG/.CKP, CHECKSUM-LOG-Pnn.TXT). A     *
      *             COTA E O CNPJ-MASTER SEGUEM COMPARTILHADOS COMO SEMPRE, E O TETO *
      *             POR MINUTO PASSA A SER CONTADO NO SERPRO-RITMO.TXT, SOB A MESMA  *
      *             TRAVA SERPRO-COTA.LCK - N PROCESSOS JUNTOS NAO PASSAM DE         *
      *             SP-SERPRO-CHAMADAS-MIN. SEM A VARIAVEL, NADA MUDA.               *
      * ALTERACAO.: 15/10/2026 - BUENO - OS TELEFONES E O E-MAIL DE CADA             *
      *             CONSULTA/REFRESH SAO EXPLODIDOS, NORMALIZADOS E TIPADOS NO       *
      *             CNPJ-CONTATOS.DAT (COPY CONTREC/CONTTAB/CONTP E                  *
      *             CONTNORM/CONTNORMP), COM A CONFERENCIA DO DDD CONTRA A UF E A    *
      *             MARCA DE CONTATO COMPARTILHADO.                                  *
      * ALTERACAO.: 15/10/2026 - BUENO - PEDIDOS DE ONBOARDING DOS DEPARTAMENTOS     *
      *             (ONBOARDING-PEDIDOS.TXT, COPY ONBTAB: PEDIDO, DEPARTAMENTO,      *
      *             CNPJ, PRIORIDADE, VENCIMENTO E RECEBIMENTO) SAO ATENDIDOS ANTES  *
      *             DO EXTRATO E DO WORKLIST, EM ORDEM DE PRIORIDADE E VENCIMENTO.   *
      *             CADA DEPARTAMENTO RECEBE O ONBOARDING-RESP-<DEPTO>-AAAAMMDD.TXT  *
      *             COM O RESULTADO DE CADA PEDIDO (ENRIQUECIDO, CACHE,              *
      *             DOC-INVALIDO, DEAD-LETTER - FALHA ENFILEIRADA NO                 *
      *             CNPJ-DEADLETTER-MASTER.TXT), O ONBOARDING-ATRASO-AAAAMMDD.TXT    *
      *             LISTA OS RESPONDIDOS FORA DO PRAZO E O QUE A COTA NAO DEIXOU     *
      *             ATENDER VOLTA AO ARQUIVO COM O VENCIMENTO ORIGINAL. NO RUN       *
      *             PARTICIONADO SO A PARTICAO 01 ATENDE.                            *
      * ALTERACAO.: 15/10/2026 - BUENO - CADA RODADA E ARQUIVADA NO REPOSITORIO DE   *
      *             RELATORIOS (COPY RELREPOP / RELATORIO-ARQUIVA) COM DATA, HORA,   *
      *             OPERADOR E FONTE - A VERSAO ANTERIOR NAO SE PERDE MAIS.          *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CH-CHAVE
               FILE STATUS IS WA-FS-HIST.

           SELECT CNPJ-FONTE-FILE
               ASSIGN TO "CNPJ-FONTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CNPJ
               FILE STATUS IS WA-FS-FONTE.

           SELECT DIVERGE-FONTE-FILE
               ASSIGN TO WA-ARQ-DIVERGE-FONTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-DIVERGE-FONTE.

           SELECT CPF-MASTER-FILE
               ASSIGN TO "CPF-MASTER.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WA-FS-CNAE-SEC.

           SELECT CNPJ-CONTATOS-FILE
               ASSIGN TO "CNPJ-CONTATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CHAVE
               ALTERNATE RECORD KEY IS CT-CONTATO WITH DUPLICATES
               FILE STATUS IS WA-FS-CONTATOS.

           SELECT RUN-LOG-FILE
               ASSIGN TO WA-ARQ-LOG
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-METRICA.

           SELECT RITMO-FILE
               ASSIGN TO WA-ARQ-RITMO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-RITMO.

           SELECT ONBOARDING-FILE
               ASSIGN TO WA-ARQ-ONBOARDING
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-ONBOARDING.

           SELECT ONB-SOBRA-FILE
               ASSIGN TO WA-ARQ-ONB-SOBRA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-ONB-SOBRA.

           SELECT ONB-RESPOSTA-FILE
               ASSIGN TO WA-ARQ-ONB-RESPOSTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-ONB-RESPOSTA.

           SELECT ONB-ATRASO-FILE
               ASSIGN TO WA-ARQ-ONB-ATRASO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-ONB-ATRASO.

           SELECT DEAD-LETTER-FILE
               ASSIGN TO WA-ARQ-DEADLETTER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-DEADLETTER.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO WA-ARQ-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
       FD  CNPJ-HISTORY-FILE.
           COPY CNPJHREC.

       FD  CNPJ-FONTE-FILE.
           COPY CNPJFREC.

       FD  DIVERGE-FONTE-FILE.
       01  DIVERGE-FONTE-REC           PIC X(300).

       FD  CPF-MASTER-FILE.
           COPY CPFREC.

       FD  CNPJ-CNAE-SEC-FILE.
           COPY CNAESREC.

       FD  CNPJ-CONTATOS-FILE.
           COPY CONTREC.

       FD  RUN-LOG-FILE.
       01  LOG-REC                    PIC X(200).

       01  QUOTA-LOCK-REC              PIC X(010).

       FD  SYSTEM-PARM-FILE.
       01  SYSTEM-PARM-REC             PIC X(762).

       FD  FIXTURES-SERPRO-FILE.
       01  FIXTURES-SERPRO-REC         PIC X(1060).
       FD  METRICA-FILE.
       01  METRICA-REC                 PIC X(100).

       FD  RITMO-FILE.
       01  RITMO-REC.
           03  RI-DATA                PIC 9(008).
           03  RI-MINUTO              PIC 9(004).
           03  RI-QTDE                PIC 9(004).

       FD  ONBOARDING-FILE.
       01  ONBOARDING-REC              PIC X(200).

       FD  ONB-SOBRA-FILE.
       01  ONB-SOBRA-REC               PIC X(200).

       FD  ONB-RESPOSTA-FILE.
       01  ONB-RESPOSTA-REC            PIC X(200).

       FD  ONB-ATRASO-FILE.
       01  ONB-ATRASO-REC              PIC X(132).

       FD  DEAD-LETTER-FILE.
       01  DEAD-LETTER-REC             PIC X(030).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       77  WA-JA-CONHECIDO             PIC X(001)          VALUE "N".
       77  WA-FS-CPF                   PIC X(002)          VALUE "00".
       77  WA-FS-CNAE-SEC              PIC X(002)          VALUE "00".
       77  WA-FS-CONTATOS              PIC X(002)          VALUE "00".

           COPY CNAESTAB.

           COPY CONTTAB.

           COPY CONTNORM.
       77  WA-ARQ-LOTE                 PIC X(100)          VALUE
               "CNPJ-NOVOS.TXT".
       77  WA-ARQ-LOG                  PIC X(100)          VALUE
       77  WN-FALHAS-SEGUIDAS          PIC 9(003)          VALUE ZEROS.
       77  WN-GAP-ADAPTATIVO           PIC 9(004) COMP     VALUE ZEROS.
       77  WN-SEGUNDOS-RESTO           PIC 9(004) COMP     VALUE ZEROS.
      * EXECUCAO PARTICIONADA (GO-FCO-LOTE-PARALELO): NUMERO DA
      * PARTICAO ("01".."20") E O TETO POR MINUTO COMPARTILHADO.
       77  WA-PARTICAO                 PIC X(002)          VALUE SPACES.
       77  WA-ARQ-RITMO                PIC X(100)          VALUE
               "SERPRO-RITMO.TXT".
       77  WA-FS-RITMO                 PIC X(002)          VALUE "00".
       77  WA-RITMO-LIBERADO           PIC X(001)          VALUE "N".
       77  WA-RITMO-HOJE               PIC 9(008)          VALUE ZEROS.

      * PEDIDOS DE ONBOARDING DOS DEPARTAMENTOS (COPY ONBTAB).
       77  WA-ARQ-ONBOARDING           PIC X(100)          VALUE
               "ONBOARDING-PEDIDOS.TXT".
       77  WA-FS-ONBOARDING            PIC X(002)          VALUE "00".
       77  WA-EOF-ONBOARDING           PIC X(001)          VALUE "N".
       77  WA-ARQ-ONB-SOBRA            PIC X(100)          VALUE
               "ONBOARDING-SOBRA.TXT".
       77  WA-FS-ONB-SOBRA             PIC X(002)          VALUE "00".
       77  WA-ARQ-ONB-RESPOSTA         PIC X(100)          VALUE SPACES.
       77  WA-FS-ONB-RESPOSTA          PIC X(002)          VALUE "00".
       77  WA-ARQ-ONB-ATRASO           PIC X(100)          VALUE SPACES.
       77  WA-FS-ONB-ATRASO            PIC X(002)          VALUE "00".
       77  WA-ARQ-DEADLETTER           PIC X(100)          VALUE
               "CNPJ-DEADLETTER-MASTER.TXT".
       77  WA-FS-DEADLETTER            PIC X(002)          VALUE "00".
       77  WA-ONB-NOME-DEPTO           PIC X(015)          VALUE SPACES.
       77  WA-ONB-NOME-INV             PIC X(015)          VALUE SPACES.
       77  WN-ONB-BRANCOS              PIC 9(002)          VALUE ZEROS.
       77  WA-ONB-ATRASO-ED            PIC Z(004)9.

           COPY ONBTAB.

           COPY SERPROFIX.

           COPY METRICA.

           COPY FINALTAB.
       77  WA-ARQ-SYSPARM              PIC X(100)          VALUE
               "SYSTEM.PARM".
       77  WA-FS-SYSPARM               PIC X(002)          VALUE "00".

           COPY CNPJHTAB.

           COPY CNPJFTAB.

           COPY JSONRET.

           COPY CNPJVAL.
       77  LNK-FCO                     PIC X(014)          VALUE ZEROS.
       77  LNK-RETORNO                 PIC X(1024)         VALUE SPACES.

           COPY RELREPO.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           MOVE SPACES TO WA-PARTICAO.
           ACCEPT WA-PARTICAO FROM ENVIRONMENT "GO-LOTE-PARTICAO".
           IF  WA-PARTICAO NOT = SPACES
               PERFORM RT19-00-NOMES-PARTICAO
           END-IF.

           MOVE "INICIO"   TO WA-AU-EVENTO.
           MOVE SPACES     TO WA-AU-ENTRADA.
           IF  WA-PARTICAO NOT = SPACES
               STRING "PARTICAO " WA-PARTICAO
                   DELIMITED BY SIZE INTO WA-AU-ENTRADA
               END-STRING
           END-IF.
           MOVE SPACES     TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

           PERFORM CARREGA-SYSPARM.
           MOVE FIN-CODIGO-LOTE TO FIN-FINALIDADE-ATUAL.
           SET ENVIRONMENT "GO-FINALIDADE" TO FIN-FINALIDADE-ATUAL.
           MOVE SP-SERPRO-DAILY-QUOTA TO WA-COTA-LIMITE.

           SET CONFIGURATION "DLL-CONVENTION" TO 0.
           PERFORM RT09-00-VERIFICA-CHECKSUM.
           PERFORM RT12-00-LE-CHECKPOINT.

      * FASE 0: PEDIDOS DE ONBOARDING DOS DEPARTAMENTOS, POR PRIORIDADE
      * E VENCIMENTO, ANTES DO EXTRATO E DO WORKLIST. NO RUN
      * PARTICIONADO SO A PARTICAO 01 ATENDE (O ARQUIVO E UM SO).
           IF  WA-PARTICAO = SPACES OR WA-PARTICAO = "01"
               PERFORM RT20-00-PEDIDOS-ONBOARDING
           END-IF.

           IF  WA-ARQ-MUDOU = "N"
               STRING "EXTRATO " WA-ARQ-LOTE
                   " IDENTICO AO DA ULTIMA EXECUCAO - NADA A PROCESSAR"
      * NORMALIZADO PELO VALIDA-DOCUMENTO): A RETOMADA COMPARA COM O
      * QUE ESTA NO ARQUIVO, E UMA LINHA CURTA OU MAL FORMADA NUNCA
      * BATERIA COM A FORMA NORMALIZADA.
      * PEDIDO DE ONBOARDING (FASE "O") NAO MEXE NO CHECKPOINT DO
      * EXTRATO - O QUE SOBRA DELE VOLTA PARA O PROPRIO ARQUIVO.
           IF  WA-PARAR-COTA NOT = "S" AND WA-FASE NOT = "O"
               MOVE WA-CNPJ-LINHA-CRUA TO CK-ULTIMO-CNPJ
               PERFORM RT11-00-GRAVA-CHECKPOINT
           END-IF.

      * PESSOA FISICA TEM ARQUIVO PROPRIO; PJ SEGUE NO CNPJ-MASTER -
      * SE O CNPJ JA EXISTIA, GUARDA A IMAGEM ANTIGA E GRAVA O
      * HISTORICO DE MUDANCA (CNPJ-HISTORY.DAT) ANTES DO REWRITE. CAMPO
      * CORRIGIDO A MAO OU PELO COMERCIAL FICA COMO ESTA (COPY CNPJFP)
      * E O VALOR DO SERPRO VAI PARA O CNPJ-DIVERGE-FONTE.TXT.
               IF  CV-TIPO-PESSOA = "F"
                   PERFORM RT16-00-GRAVA-CPF-MASTER
               ELSE
                       NOT INVALID KEY
                           MOVE CNPJ-MASTER-REC TO WA-MASTER-ANTERIOR
                           MOVE WA-MASTER-NOVO  TO CNPJ-MASTER-REC
                           PERFORM CONFERE-FONTE-CAMPOS
                           PERFORM GRAVA-HISTORICO
                           REWRITE CNPJ-MASTER-REC
                   END-READ
                   PERFORM ATUALIZA-CNAE-SEC
                   PERFORM ATUALIZA-CONTATOS
               END-IF

               IF  WA-FASE = "R"

           IF  SP-SERPRO-CHAMADAS-MIN = ZEROS
               CONTINUE
           ELSE
           IF  WA-PARTICAO NOT = SPACES
               PERFORM RT17A-RITMO-COMPARTILHADO
           ELSE
               ACCEPT WA-HORA-RITMO FROM TIME
               IF  WA-HORA-RITMO(1:4) NOT = WN-MINUTO-JANELA
                   MOVE ZEROS              TO WN-CHAMADAS-JANELA
               END-IF
               ADD 1 TO WN-CHAMADAS-JANELA
           END-IF
           END-IF.

      *---------------------------------------------------------------*
      * TETO POR MINUTO DAS PARTICOES: O CONTADOR DO MINUTO CORRENTE  *
      * FICA NO SERPRO-RITMO.TXT (DATA, HHMM, QTDE) E E LIDO-SOMADO-  *
      * REGRAVADO SOB A TRAVA DA COTA (TRAVA-COTA/DESTRAVA-COTA DO    *
      * COPY QUOTAP). MINUTO CHEIO: SOLTA A TRAVA, DORME ATE A VIRADA *
      * E TENTA DE NOVO.                                              *
      *---------------------------------------------------------------*
       RT17A-RITMO-COMPARTILHADO.
           MOVE "N" TO WA-RITMO-LIBERADO.
           PERFORM UNTIL WA-RITMO-LIBERADO = "S"
               ACCEPT WA-RITMO-HOJE FROM DATE YYYYMMDD
               ACCEPT WA-HORA-RITMO FROM TIME
               PERFORM TRAVA-COTA
               MOVE ZEROS TO RI-DATA RI-MINUTO RI-QTDE
               OPEN INPUT RITMO-FILE
               IF  WA-FS-RITMO = "00"
                   READ RITMO-FILE
                       AT END MOVE ZEROS TO RI-DATA RI-MINUTO RI-QTDE
                   END-READ
                   CLOSE RITMO-FILE
               END-IF
               IF  RI-DATA   IS NOT NUMERIC
                   OR RI-MINUTO IS NOT NUMERIC
                   OR RI-QTDE   IS NOT NUMERIC
                   MOVE ZEROS TO RI-DATA RI-MINUTO RI-QTDE
               END-IF
               IF  RI-DATA NOT = WA-RITMO-HOJE
                   OR RI-MINUTO NOT = WA-HORA-RITMO(1:4)
                   MOVE WA-RITMO-HOJE      TO RI-DATA
                   MOVE WA-HORA-RITMO(1:4) TO RI-MINUTO
                   MOVE ZEROS              TO RI-QTDE
               END-IF
               IF  RI-QTDE < SP-SERPRO-CHAMADAS-MIN
                   ADD 1 TO RI-QTDE
                   OPEN OUTPUT RITMO-FILE
                   WRITE RITMO-REC
                   CLOSE RITMO-FILE
                   MOVE "S" TO WA-RITMO-LIBERADO
               END-IF
               PERFORM DESTRAVA-COTA
               IF  WA-RITMO-LIBERADO NOT = "S"
                   COMPUTE WN-SEGUNDOS-RESTO = 61 - WA-RITMO-SS
                   CALL "C$SLEEP" USING WN-SEGUNDOS-RESTO
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      * CACHE E GRAVACAO DE PESSOA FISICA (CPF-MASTER.DAT) - ABERTO   *
      * SO NA HORA, REGISTRO A REGISTRO, COMO O CNPJ-SOCIOS.          *
               END-PERFORM
           END-PERFORM.

      *---------------------------------------------------------------*
      * FASE 0: PEDIDOS DE ONBOARDING (ONBOARDING-PEDIDOS.TXT, COPY   *
      * ONBTAB). CARREGA, ORDENA POR PRIORIDADE/VENCIMENTO E ATENDE   *
      * CADA PEDIDO PELO MESMO RT02 DO EXTRATO, ANOTANDO O RESULTADO: *
      * ENRIQUECIDO, CACHE, DOC-INVALIDO, DEAD-LETTER (FALHA DO       *
      * SERPRO - O CNPJ VAI PARA O CNPJ-DEADLETTER-MASTER.TXT E O     *
      * GO-FCO-DEADLETTER REPROCESSA) OU PENDENTE (COTA ESGOTADA).    *
      * DEPOIS GRAVA A RESPOSTA DE CADA DEPARTAMENTO, O RELATORIO DOS *
      * ATENDIDOS FORA DO PRAZO E DEVOLVE OS PENDENTES AO ARQUIVO COM *
      * O VENCIMENTO ORIGINAL.                                        *
      *---------------------------------------------------------------*
       RT20-00-PEDIDOS-ONBOARDING.
           ACCEPT OB-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO OB-QTDE OB-QTDE-SOBRA.
           OPEN INPUT ONBOARDING-FILE.
           IF  WA-FS-ONBOARDING = "00"
               MOVE "N" TO WA-EOF-ONBOARDING
               PERFORM UNTIL WA-EOF-ONBOARDING = "S"
                   READ ONBOARDING-FILE
                       AT END MOVE "S" TO WA-EOF-ONBOARDING
                   END-READ
                   IF  WA-EOF-ONBOARDING NOT = "S"
                       PERFORM RT20A-CARREGA-PEDIDO
                   END-IF
               END-PERFORM
               CLOSE ONBOARDING-FILE
               IF  WA-FS-ONB-SOBRA = "00" AND OB-QTDE-SOBRA > ZEROS
                   CLOSE ONB-SOBRA-FILE
               END-IF
           ELSE
               MOVE SPACES TO LOG-REC
               STRING "SEM " FUNCTION TRIM(WA-ARQ-ONBOARDING)
                   " - NENHUM PEDIDO DE ONBOARDING"
                   DELIMITED BY SIZE INTO LOG-REC
               END-STRING
               WRITE LOG-REC
           END-IF.

           IF  OB-QTDE > ZEROS
               PERFORM RT20B-ORDENA-PEDIDOS

               MOVE "O" TO WA-FASE
               PERFORM VARYING OB-IDX FROM 1 BY 1
                       UNTIL OB-IDX > OB-QTDE
                   IF  WA-PARAR-COTA = "S"
                       MOVE "PENDENTE" TO OB-RESULTADO(OB-IDX)
                       ADD 1 TO OB-QTDE-PENDENTE
                   ELSE
                       PERFORM RT20C-ATENDE-PEDIDO
                   END-IF
               END-PERFORM
               MOVE "N" TO WA-FASE

               PERFORM RT21-00-RESPOSTA-DEPTOS
               PERFORM RT22-00-RELATORIO-ATRASO
               PERFORM RT23-00-DEVOLVE-PENDENTES

               MOVE SPACES TO LOG-REC
               STRING "PEDIDOS DE ONBOARDING: " OB-QTDE " LIDO(S), "
                   OB-QTDE-PENDENTE " PENDENTE(S) PARA AMANHA, "
                   OB-QTDE-ATRASO " ATENDIDO(S) FORA DO PRAZO"
                   DELIMITED BY SIZE INTO LOG-REC
               END-STRING
               WRITE LOG-REC
           END-IF.

       RT20A-CARREGA-PEDIDO.
           MOVE SPACES TO OB-TK-PEDIDO OB-TK-DEPTO OB-TK-CNPJ
                          OB-TK-PRIORIDADE OB-TK-VENCIMENTO
                          OB-TK-RECEBIDO.
           UNSTRING ONBOARDING-REC DELIMITED BY ";" INTO
               OB-TK-PEDIDO
               OB-TK-DEPTO
               OB-TK-CNPJ
               OB-TK-PRIORIDADE
               OB-TK-VENCIMENTO
               OB-TK-RECEBIDO
           END-UNSTRING.

      * PULA LINHA VAZIA, COMENTARIO E O CABECALHO "PEDIDO;...".
           IF  ONBOARDING-REC NOT = SPACES
               AND ONBOARDING-REC(1:1) NOT = "*"
               AND FUNCTION UPPER-CASE(OB-TK-PEDIDO) NOT = "PEDIDO"
               IF  OB-QTDE < 5000
                   ADD 1 TO OB-QTDE
                   MOVE OB-QTDE      TO OB-SEQ(OB-QTDE)
                   MOVE FUNCTION TRIM(OB-TK-PEDIDO)
                       TO OB-PEDIDO(OB-QTDE)
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(OB-TK-DEPTO))
                       TO OB-DEPTO(OB-QTDE)
                   IF  OB-DEPTO(OB-QTDE) = SPACES
                       MOVE "SEM-DEPTO" TO OB-DEPTO(OB-QTDE)
                   END-IF
                   MOVE FUNCTION TRIM(OB-TK-CNPJ)
                       TO OB-CNPJ(OB-QTDE)
                   IF  OB-TK-PRIORIDADE(1:1) IS NUMERIC
                       AND OB-TK-PRIORIDADE(1:1) NOT = "0"
                       AND OB-TK-PRIORIDADE(2:1) = SPACE
                       MOVE OB-TK-PRIORIDADE(1:1)
                           TO OB-PRIORIDADE(OB-QTDE)
                   ELSE
                       MOVE 5 TO OB-PRIORIDADE(OB-QTDE)
                   END-IF
                   MOVE 99999999 TO OB-VENCIMENTO(OB-QTDE)
                   IF  OB-TK-VENCIMENTO(1:8) IS NUMERIC
                       MOVE OB-TK-VENCIMENTO(1:8) TO OB-DATA-TESTE
                       PERFORM RT20D-CONFERE-DATA
                       IF  OB-DATA-OK = "S"
                           MOVE OB-DATA-TESTE
                               TO OB-VENCIMENTO(OB-QTDE)
                       END-IF
                   END-IF
                   MOVE OB-HOJE TO OB-RECEBIDO(OB-QTDE)
                   IF  OB-TK-RECEBIDO(1:8) IS NUMERIC
                       MOVE OB-TK-RECEBIDO(1:8) TO OB-DATA-TESTE
                       PERFORM RT20D-CONFERE-DATA
                       IF  OB-DATA-OK = "S"
                           MOVE OB-DATA-TESTE
                               TO OB-RECEBIDO(OB-QTDE)
                       END-IF
                   END-IF
                   MOVE SPACES TO OB-RESULTADO(OB-QTDE)
                   MOVE ZEROS  TO OB-DIAS-ATRASO(OB-QTDE)
               ELSE
      * ACIMA DE 5000 PEDIDOS A LINHA VAI COMO ESTA PARA O
      * ONBOARDING-SOBRA.TXT E VOLTA AO ARQUIVO NO RT23.
                   IF  OB-QTDE-SOBRA = ZEROS
                       OPEN OUTPUT ONB-SOBRA-FILE
                       MOVE SPACES TO LOG-REC
                       STRING "AVISO: MAIS DE 5000 PEDIDOS DE "
                           "ONBOARDING - O EXCEDENTE FICA PARA AMANHA"
                           DELIMITED BY SIZE INTO LOG-REC
                       END-STRING
                       WRITE LOG-REC
                   END-IF
                   ADD 1 TO OB-QTDE-SOBRA
                   MOVE ONBOARDING-REC TO ONB-SOBRA-REC
                   WRITE ONB-SOBRA-REC
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * ORDENA OS PEDIDOS POR PRIORIDADE, VENCIMENTO E ORDEM NO       *
      * ARQUIVO (OB-ORDEM), DO MENOR PARA O MAIOR. SELECAO SIMPLES,   *
      * COMO O RT13B.                                                 *
      *---------------------------------------------------------------*
       RT20B-ORDENA-PEDIDOS.
           PERFORM VARYING OB-IDX FROM 1 BY 1
                   UNTIL OB-IDX >= OB-QTDE
               PERFORM VARYING OB-IDX-2 FROM OB-IDX BY 1
                       UNTIL OB-IDX-2 > OB-QTDE
                   IF  OB-ORDEM(OB-IDX-2) < OB-ORDEM(OB-IDX)
                       MOVE OB-PEDIDO-ENTRY(OB-IDX)   TO OB-TROCA
                       MOVE OB-PEDIDO-ENTRY(OB-IDX-2)
                           TO OB-PEDIDO-ENTRY(OB-IDX)
                       MOVE OB-TROCA
                           TO OB-PEDIDO-ENTRY(OB-IDX-2)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *---------------------------------------------------------------*
      * ATENDE UM PEDIDO PELO RT02 E DEDUZ O RESULTADO PELO CONTADOR  *
      * QUE ANDOU. ATRASO = DIAS CORRIDOS ENTRE O VENCIMENTO E HOJE.  *
      *---------------------------------------------------------------*
       RT20C-ATENDE-PEDIDO.
           MOVE WN-QTDE-REJEITADOS TO OB-ANT-REJEITADOS.
           MOVE WN-QTDE-CONHECIDOS TO OB-ANT-CONHECIDOS.
           MOVE WN-QTDE-ERRO       TO OB-ANT-ERRO.

           MOVE OB-CNPJ(OB-IDX) TO WA-CNPJ-LINHA-CRUA LNK-FCO.
           PERFORM RT02-00-PROCESSA-UM-CNPJ.

           EVALUATE TRUE
               WHEN WA-PARAR-COTA = "S"
                   MOVE "PENDENTE"     TO OB-RESULTADO(OB-IDX)
                   ADD 1 TO OB-QTDE-PENDENTE
               WHEN WN-QTDE-REJEITADOS NOT = OB-ANT-REJEITADOS
                   MOVE "DOC-INVALIDO" TO OB-RESULTADO(OB-IDX)
                   ADD 1 TO OB-QTDE-INVALIDO
               WHEN WN-QTDE-CONHECIDOS NOT = OB-ANT-CONHECIDOS
                   MOVE "CACHE"        TO OB-RESULTADO(OB-IDX)
                   ADD 1 TO OB-QTDE-CACHE
               WHEN WN-QTDE-ERRO NOT = OB-ANT-ERRO
                   MOVE "DEAD-LETTER"  TO OB-RESULTADO(OB-IDX)
                   ADD 1 TO OB-QTDE-DEADLETTER
                   PERFORM RT20E-ENVIA-DEADLETTER
               WHEN OTHER
                   MOVE "ENRIQUECIDO"  TO OB-RESULTADO(OB-IDX)
                   ADD 1 TO OB-QTDE-ENRIQUECIDO
           END-EVALUATE.

           IF  OB-RESULTADO(OB-IDX) NOT = "PENDENTE"
               AND OB-VENCIMENTO(OB-IDX) NOT = 99999999
               AND OB-VENCIMENTO(OB-IDX) < OB-HOJE
               COMPUTE OB-DIAS-ATRASO(OB-IDX) =
                   FUNCTION INTEGER-OF-DATE(OB-HOJE)
                 - FUNCTION INTEGER-OF-DATE(OB-VENCIMENTO(OB-IDX))
               ADD 1 TO OB-QTDE-ATRASO
           END-IF.

      *---------------------------------------------------------------*
      * DATA AAAAMMDD VALIDA (MES, DIA E FEVEREIRO DE ANO BISSEXTO) - *
      * O INTEGER-OF-DATE DO RT20C NAO ACEITA DATA IMPOSSIVEL.        *
      *---------------------------------------------------------------*
       RT20D-CONFERE-DATA.
           MOVE "N" TO OB-DATA-OK.
           IF  OB-DT-ANO >= 1601 AND OB-DT-MES >= 1 AND OB-DT-MES <= 12
               EVALUATE OB-DT-MES
                   WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       MOVE 30 TO OB-ULTIMO-DIA
                   WHEN 2
                       IF  (FUNCTION MOD(OB-DT-ANO, 4) = 0
                            AND FUNCTION MOD(OB-DT-ANO, 100) NOT = 0)
                           OR FUNCTION MOD(OB-DT-ANO, 400) = 0
                           MOVE 29 TO OB-ULTIMO-DIA
                       ELSE
                           MOVE 28 TO OB-ULTIMO-DIA
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO OB-ULTIMO-DIA
               END-EVALUATE
               IF  OB-DT-DIA >= 1 AND OB-DT-DIA <= OB-ULTIMO-DIA
                   MOVE "S" TO OB-DATA-OK
               END-IF
           END-IF.

      * FALHA DO SERPRO NUM PEDIDO: ENFILEIRA NO DEAD-LETTER DO
      * GO-FCO-MASTER, QUE O GO-FCO-DEADLETTER JA REPROCESSA.
       RT20E-ENVIA-DEADLETTER.
           OPEN EXTEND DEAD-LETTER-FILE.
           IF  WA-FS-DEADLETTER = "35"
               OPEN OUTPUT DEAD-LETTER-FILE
           END-IF.
           MOVE LNK-FCO TO DEAD-LETTER-REC.
           WRITE DEAD-LETTER-REC.
           CLOSE DEAD-LETTER-FILE.

      *---------------------------------------------------------------*
      * RESPOSTA POR DEPARTAMENTO: ONBOARDING-RESP-<DEPTO>-AAAAMMDD.  *
      * TXT, ACRESCENTADO (UM SEGUNDO RUN NO DIA SOMA AO PRIMEIRO).   *
      * UMA LINHA POR PEDIDO, SEPARADA POR ";":                       *
      *   PEDIDO;CNPJ;PRIORIDADE;VENCIMENTO;RECEBIDO;RESPOSTA;        *
      *   RESULTADO;DIAS-ATRASO                                       *
      * PENDENTE SAI COM RESPOSTA ZERADA - O DEPARTAMENTO SABE QUE O  *
      * PEDIDO FICOU PARA A PROXIMA NOITE.                            *
      *---------------------------------------------------------------*
       RT21-00-RESPOSTA-DEPTOS.
           MOVE ZEROS TO OB-QTDE-DEPTOS.
           PERFORM VARYING OB-IDX FROM 1 BY 1
                   UNTIL OB-IDX > OB-QTDE
               PERFORM RT21B-PROCURA-DEPTO
      * MAIS DE 199 DEPARTAMENTOS: O RESTO RESPONDE NO "OUTROS", QUE
      * TEM SEMPRE A ULTIMA VAGA GARANTIDA.
               IF  OB-IDX-D = ZEROS AND OB-QTDE-DEPTOS >= 199
                   MOVE "OUTROS" TO OB-DEPTO(OB-IDX)
                   PERFORM RT21B-PROCURA-DEPTO
               END-IF
               IF  OB-IDX-D = ZEROS
                   ADD 1 TO OB-QTDE-DEPTOS
                   MOVE OB-DEPTO(OB-IDX)
                       TO OB-DEPTO-LISTA(OB-QTDE-DEPTOS)
               END-IF
           END-PERFORM.

           PERFORM VARYING OB-IDX-D FROM 1 BY 1
                   UNTIL OB-IDX-D > OB-QTDE-DEPTOS
               PERFORM RT21A-RESPOSTA-UM-DEPTO
           END-PERFORM.

       RT21B-PROCURA-DEPTO.
           MOVE ZEROS TO OB-IDX-D.
           PERFORM VARYING OB-IDX-2 FROM 1 BY 1
                   UNTIL OB-IDX-2 > OB-QTDE-DEPTOS
               IF  OB-DEPTO-LISTA(OB-IDX-2) = OB-DEPTO(OB-IDX)
                   MOVE OB-IDX-2 TO OB-IDX-D
               END-IF
           END-PERFORM.

       RT21A-RESPOSTA-UM-DEPTO.
      * O NOME DO DEPARTAMENTO VAI NO NOME DO ARQUIVO: ESPACO NO MEIO
      * E BARRA VIRAM HIFEN.
           MOVE OB-DEPTO-LISTA(OB-IDX-D) TO WA-ONB-NOME-DEPTO.
           MOVE FUNCTION REVERSE(WA-ONB-NOME-DEPTO) TO WA-ONB-NOME-INV.
           MOVE ZEROS TO WN-ONB-BRANCOS.
           INSPECT WA-ONB-NOME-INV TALLYING WN-ONB-BRANCOS
               FOR LEADING SPACE.
           IF  WN-ONB-BRANCOS < 15
               INSPECT WA-ONB-NOME-DEPTO(1:15 - WN-ONB-BRANCOS)
                   REPLACING ALL " " BY "-"
           END-IF.
           INSPECT WA-ONB-NOME-DEPTO REPLACING ALL "/" BY "-"
                                                   "\" BY "-".
           MOVE SPACES TO WA-ARQ-ONB-RESPOSTA.
           STRING "ONBOARDING-RESP-"
               FUNCTION TRIM(WA-ONB-NOME-DEPTO) "-" OB-HOJE ".TXT"
               DELIMITED BY SIZE INTO WA-ARQ-ONB-RESPOSTA
           END-STRING.

           OPEN EXTEND ONB-RESPOSTA-FILE.
           IF  WA-FS-ONB-RESPOSTA = "35"
               OPEN OUTPUT ONB-RESPOSTA-FILE
               MOVE SPACES TO ONB-RESPOSTA-REC
               STRING "PEDIDO;CNPJ;PRIORIDADE;VENCIMENTO;RECEBIDO;"
                   "RESPOSTA;RESULTADO;DIAS-ATRASO"
                   DELIMITED BY SIZE INTO ONB-RESPOSTA-REC
               END-STRING
               WRITE ONB-RESPOSTA-REC
           END-IF.

           PERFORM VARYING OB-IDX FROM 1 BY 1
                   UNTIL OB-IDX > OB-QTDE
               IF  OB-DEPTO(OB-IDX) = OB-DEPTO-LISTA(OB-IDX-D)
                   MOVE SPACES TO ONB-RESPOSTA-REC
                   IF  OB-RESULTADO(OB-IDX) = "PENDENTE"
                       STRING FUNCTION TRIM(OB-PEDIDO(OB-IDX)) ";"
                           FUNCTION TRIM(OB-CNPJ(OB-IDX)) ";"
                           OB-PRIORIDADE(OB-IDX) ";"
                           OB-VENCIMENTO(OB-IDX) ";"
                           OB-RECEBIDO(OB-IDX) ";00000000;"
                           FUNCTION TRIM(OB-RESULTADO(OB-IDX)) ";"
                           OB-DIAS-ATRASO(OB-IDX)
                           DELIMITED BY SIZE INTO ONB-RESPOSTA-REC
                       END-STRING
                   ELSE
                       STRING FUNCTION TRIM(OB-PEDIDO(OB-IDX)) ";"
                           FUNCTION TRIM(OB-CNPJ(OB-IDX)) ";"
                           OB-PRIORIDADE(OB-IDX) ";"
                           OB-VENCIMENTO(OB-IDX) ";"
                           OB-RECEBIDO(OB-IDX) ";" OB-HOJE ";"
                           FUNCTION TRIM(OB-RESULTADO(OB-IDX)) ";"
                           OB-DIAS-ATRASO(OB-IDX)
                           DELIMITED BY SIZE INTO ONB-RESPOSTA-REC
                       END-STRING
                   END-IF
                   WRITE ONB-RESPOSTA-REC
               END-IF
           END-PERFORM.

           CLOSE ONB-RESPOSTA-FILE.

      *---------------------------------------------------------------*
      * RELATORIO DE PRAZO (ONBOARDING-ATRASO-AAAAMMDD.TXT): PEDIDOS  *
      * RESPONDIDOS HOJE DEPOIS DO VENCIMENTO, COM OS DIAS DE ATRASO, *
      * E NO RODAPE OS TOTAIS E OS PENDENTES QUE JA PASSARAM DO PRAZO.*
      *---------------------------------------------------------------*
       RT22-00-RELATORIO-ATRASO.
           MOVE SPACES TO WA-ARQ-ONB-ATRASO.
           STRING "ONBOARDING-ATRASO-" OB-HOJE ".TXT"
               DELIMITED BY SIZE INTO WA-ARQ-ONB-ATRASO
           END-STRING.
           OPEN EXTEND ONB-ATRASO-FILE.
           IF  WA-FS-ONB-ATRASO = "35"
               OPEN OUTPUT ONB-ATRASO-FILE
           END-IF.

           MOVE SPACES TO ONB-ATRASO-REC.
           STRING "GO-FCO-LOTE - PEDIDOS DE ONBOARDING ATENDIDOS FORA "
               "DO PRAZO - RUN DE " WS-DATA-INICIO " " WS-HORA-INICIO
               DELIMITED BY SIZE INTO ONB-ATRASO-REC
           END-STRING.
           WRITE ONB-ATRASO-REC.
           MOVE SPACES TO ONB-ATRASO-REC.
           STRING "DEPARTAMENTO    PEDIDO          CNPJ           "
               "P VENCIMENT RECEBIDO RESULTADO    DIAS"
               DELIMITED BY SIZE INTO ONB-ATRASO-REC
           END-STRING.
           WRITE ONB-ATRASO-REC.

           MOVE ZEROS TO OB-QTDE-PEND-VENCIDO.
           PERFORM VARYING OB-IDX FROM 1 BY 1
                   UNTIL OB-IDX > OB-QTDE
               IF  OB-DIAS-ATRASO(OB-IDX) > ZEROS
                   MOVE OB-DIAS-ATRASO(OB-IDX) TO WA-ONB-ATRASO-ED
                   MOVE SPACES TO ONB-ATRASO-REC
                   STRING OB-DEPTO(OB-IDX) " "
                       OB-PEDIDO(OB-IDX) " "
                       OB-CNPJ(OB-IDX) " "
                       OB-PRIORIDADE(OB-IDX) " "
                       OB-VENCIMENTO(OB-IDX) " "
                       OB-RECEBIDO(OB-IDX) " "
                       OB-RESULTADO(OB-IDX) " "
                       WA-ONB-ATRASO-ED
                       DELIMITED BY SIZE INTO ONB-ATRASO-REC
                   END-STRING
                   WRITE ONB-ATRASO-REC
               END-IF
               IF  OB-RESULTADO(OB-IDX) = "PENDENTE"
                   AND OB-VENCIMENTO(OB-IDX) < OB-HOJE
                   ADD 1 TO OB-QTDE-PEND-VENCIDO
               END-IF
           END-PERFORM.

           MOVE SPACES TO ONB-ATRASO-REC.
           COMPUTE OB-QTDE-ATENDIDO = OB-QTDE - OB-QTDE-PENDENTE.
           STRING "ATENDIDOS: " OB-QTDE-ATENDIDO
               "  FORA DO PRAZO: " OB-QTDE-ATRASO
               "  PENDENTES: " OB-QTDE-PENDENTE
               "  PENDENTES JA VENCIDOS: " OB-QTDE-PEND-VENCIDO
               DELIMITED BY SIZE INTO ONB-ATRASO-REC
           END-STRING.
           WRITE ONB-ATRASO-REC.
           CLOSE ONB-ATRASO-FILE.
           MOVE "ONBOARDING-ATRASO-AAAAMMDD.TXT" TO RR-RELATORIO.
           MOVE WA-ARQ-ONB-ATRASO TO RR-ARQUIVO.
           MOVE "LEITURA DIRETA"  TO RR-FONTE.
           PERFORM ARQUIVA-RELATORIO.

      *---------------------------------------------------------------*
      * DEVOLVE AO ONBOARDING-PEDIDOS.TXT SO OS PEDIDOS PENDENTES     *
      * (COM PRIORIDADE, VENCIMENTO E RECEBIMENTO ORIGINAIS) E O      *
      * EXCEDENTE ACIMA DE 5000 - OS ATENDIDOS SAEM DO ARQUIVO.       *
      *---------------------------------------------------------------*
       RT23-00-DEVOLVE-PENDENTES.
           OPEN OUTPUT ONBOARDING-FILE.
           PERFORM VARYING OB-IDX FROM 1 BY 1
                   UNTIL OB-IDX > OB-QTDE
               IF  OB-RESULTADO(OB-IDX) = "PENDENTE"
                   MOVE SPACES TO ONBOARDING-REC
                   STRING FUNCTION TRIM(OB-PEDIDO(OB-IDX)) ";"
                       FUNCTION TRIM(OB-DEPTO(OB-IDX)) ";"
                       FUNCTION TRIM(OB-CNPJ(OB-IDX)) ";"
                       OB-PRIORIDADE(OB-IDX) ";"
                       OB-VENCIMENTO(OB-IDX) ";"
                       OB-RECEBIDO(OB-IDX)
                       DELIMITED BY SIZE INTO ONBOARDING-REC
                   END-STRING
                   WRITE ONBOARDING-REC
               END-IF
           END-PERFORM.

           IF  OB-QTDE-SOBRA > ZEROS
               OPEN INPUT ONB-SOBRA-FILE
               MOVE "N" TO WA-EOF-ONBOARDING
               PERFORM UNTIL WA-EOF-ONBOARDING = "S"
                   READ ONB-SOBRA-FILE
                       AT END MOVE "S" TO WA-EOF-ONBOARDING
                   END-READ
                   IF  WA-EOF-ONBOARDING NOT = "S"
                       MOVE ONB-SOBRA-REC TO ONBOARDING-REC
                       WRITE ONBOARDING-REC
                   END-IF
               END-PERFORM
               CLOSE ONB-SOBRA-FILE
               CALL "CBL_DELETE_FILE" USING WA-ARQ-ONB-SOBRA
               MOVE 0 TO RETURN-CODE
           END-IF.
           CLOSE ONBOARDING-FILE.

      *---------------------------------------------------------------*
      * EXECUCAO PARTICIONADA: OS ARQUIVOS DE ENTRADA SAO OS QUE O    *
      * GO-FCO-LOTE-PARALELO GRAVOU PARA A PARTICAO, E LOG, CHECKPOINT*
      * E CHECKSUM-LOG SAO DELA - RETOMADA E "EXTRATO IDENTICO" VALEM *
      * PARTICAO A PARTICAO. VALOR QUE NAO SEJA UM NUMERO DE DOIS     *
      * DIGITOS E IGNORADO (RUN NORMAL).                              *
      *---------------------------------------------------------------*
       RT19-00-NOMES-PARTICAO.
           IF  WA-PARTICAO IS NOT NUMERIC
               DISPLAY "AVISO: GO-LOTE-PARTICAO INVALIDA (" WA-PARTICAO
                       ") - RODANDO O LOTE INTEIRO."
               MOVE SPACES TO WA-PARTICAO
           ELSE
               MOVE SPACES TO WA-ARQ-LOTE WA-ARQ-WORKLIST WA-ARQ-LOG
                              WA-ARQ-CHECKPOINT WA-ARQ-CHECKSUM
               STRING "CNPJ-NOVOS-P" WA-PARTICAO ".TXT"
                   DELIMITED BY SIZE INTO WA-ARQ-LOTE
               END-STRING
               STRING "REFRESH-WORKLIST-P" WA-PARTICAO ".CSV"
                   DELIMITED BY SIZE INTO WA-ARQ-WORKLIST
               END-STRING
               STRING "GO-FCO-LOTE-P" WA-PARTICAO ".LOG"
                   DELIMITED BY SIZE INTO WA-ARQ-LOG
               END-STRING
               STRING "GO-FCO-LOTE-P" WA-PARTICAO ".CKP"
                   DELIMITED BY SIZE INTO WA-ARQ-CHECKPOINT
               END-STRING
               STRING "CHECKSUM-LOG-P" WA-PARTICAO ".TXT"
                   DELIMITED BY SIZE INTO WA-ARQ-CHECKSUM
               END-STRING
           END-IF.

       RT06-00-GRAVA-LOG-INICIO.
           STRING "INICIO " WS-DATA-INICIO " " WS-HORA-INICIO
               DELIMITED BY SIZE INTO LOG-REC
           END-STRING.
           WRITE LOG-REC.

           IF  WA-PARTICAO NOT = SPACES
               MOVE SPACES TO LOG-REC
               STRING "PARTICAO " WA-PARTICAO ": "
                   FUNCTION TRIM(WA-ARQ-LOTE) " / "
                   FUNCTION TRIM(WA-ARQ-WORKLIST)
                   DELIMITED BY SIZE INTO LOG-REC
               END-STRING
               WRITE LOG-REC
           END-IF.

       RT07-00-GRAVA-LOG-FIM.
           STRING "FIM " WS-DATA-FIM " " WS-HORA-FIM
               DELIMITED BY SIZE INTO LOG-REC
           END-STRING.
           WRITE LOG-REC.

           IF  OB-QTDE > ZEROS
               MOVE SPACES TO LOG-REC
               STRING "ONBOARDING: PEDIDOS=" OB-QTDE
                   " ENRIQUECIDOS=" OB-QTDE-ENRIQUECIDO
                   " CACHE=" OB-QTDE-CACHE
                   " DOC-INVALIDO=" OB-QTDE-INVALIDO
                   " DEAD-LETTER=" OB-QTDE-DEADLETTER
                   " PENDENTES=" OB-QTDE-PENDENTE
                   " ATRASADOS=" OB-QTDE-ATRASO
                   DELIMITED BY SIZE INTO LOG-REC
               END-STRING
               WRITE LOG-REC
           END-IF.

       RT08-00-CALCULA-CHECKSUM-EXTRATO.
      * MD5 ENCADEADO: A CADA LINHA DO EXTRATO, HASHEIA (HASH ANTERIOR +
      * LINHA ATUAL) DE NOVO, PARA CHEGAR A UM MD5 UNICO REPRESENTANDO

           COPY CNAESP.

           COPY CONTP.

           COPY CONTNORMP.

           COPY METRICAP.

           COPY CNPJVALP.
           COPY SYSPARMP.

           COPY CNPJHP.

           COPY CNPJFP.

           COPY RELREPOP.
