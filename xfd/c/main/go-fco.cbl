      *             (SERPRO-COTA.TXT) PASSOU A SER LIDA-SOMADA-REGRAVADA SOB A    *
      *             TRAVA EXCLUSIVA SERPRO-COTA.LCK (COPY QUOTAP) - DOIS RUNS     *
      *             SIMULTANEOS NAO PERDEM MAIS ATUALIZACAO DE COTA.              *
      * ALTERACAO.: 15/10/2026 - BUENO - CAMPO CORRIGIDO NAO E MAIS SOBRESCRITO PELO *
      *             REFRESH: ANTES DO GRAVA-HISTORICO O CONFERE-FONTE-CAMPOS (COPY   *
      *             CNPJFTAB/CNPJFREC/CNPJFP) CONSULTA O CNPJ-FONTE.DAT; CAMPO DE    *
      *             FONTE MANUAL OU COMERCIAL QUE O SERPRO TENTOU MUDAR VOLTA AO     *
      *             VALOR CORRIGIDO, O VALOR DO SERPRO VAI PARA O                    *
      *             CNPJ-DIVERGE-FONTE.TXT E O HISTORICO REGISTRA QUAL FONTE VENCEU. *
      * ALTERACAO.: 15/10/2026 - BUENO - O OPERADOR ESCOLHE A FINALIDADE DA CONSULTA *
      *             (TABELA FINALIDADES.TXT - COPY FINALTAB/FINALTABP) ANTES DE      *
      *             CONSULTAR; O CODIGO VAI PARA O AMBIENTE (GO-FINALIDADE) E SAI    *
      *             NAS LINHAS CONSULTA/CACHE DO AUDIT.LOG.                          *
      * ALTERACAO.: 15/10/2026 - BUENO - MASCARA POR PERFIL (COPY MASCARA/MASCARAP)  *
      *             NA TELA E NOS EXTRATOS DO RT07/RT13: FORA DOS PERFIS LIBERADOS O *
      *             CPF NO NOME DE MEI, OS NOMES DE SOCIO, O E-MAIL E O TELEFONE DE  *
      *             PESSOA FISICA (E DE EMPRESARIO INDIVIDUAL/MEI) SAEM MASCARADOS;  *
      *             A VISAO SEM MASCARA DE UM PERFIL LIBERADO VAI PARA O AUDIT.LOG   *
      *             (SEM-MASC, TELA OU EXTRATO).                                     *
      * ALTERACAO.: 15/10/2026 - BUENO - TRIAGEM DE SANCOES (RT22 - COPY             *
      *             SANCREC/SANCTAB/SANCP): NA CONSULTA DE PJ O CNPJ E PROCURADO NAS *
      *             LISTAS CEIS/CNEP DO SANCOES.DAT PELO CNPJ EXATO E CADA SOCIO     *
      *             PELO NOME NORMALIZADO; ACERTO SAI COMO AVISO NA TELA E COMO      *
      *             LINHA SANCAO NO AUDIT.LOG.                                       *
      * ALTERACAO.: 15/10/2026 - BUENO - GRUPO ECONOMICO POR SOCIOS EM COMUM (RT23 - *
      *             COPY GECREC/GELREC/GECTAB/GECP, APURADO PELO GO-FCO-GRUPO-ECON): *
      *             NA CONSULTA DE PJ MOSTRA O GRUPO DO CNPJ, OS TOTAIS, OS OUTROS   *
      *             MEMBROS E OS SOCIOS DE LIGACAO; CNPJ AINDA FORA DA APURACAO      *
      *             (CONSULTA NOVA) MOSTRA OS SOCIOS DELE QUE TAMBEM ESTAO EM OUTROS *
      *             RADICAIS (CNPJ-SOCIOS-IX) E O GRUPO DESSES RADICAIS.             *
      * ALTERACAO.: 15/10/2026 - BUENO - OS TELEFONES E O E-MAIL DE CADA             *
      *             CONSULTA/REFRESH SAO EXPLODIDOS, NORMALIZADOS E TIPADOS NO       *
      *             CNPJ-CONTATOS.DAT (COPY CONTREC/CONTTAB/CONTP E                  *
      *             CONTNORM/CONTNORMP), COM A CONFERENCIA DO DDD CONTRA A UF E A    *
      *             MARCA DE CONTATO COMPARTILHADO.                                  *
      * ALTERACAO.: 15/10/2026 - BUENO - INSCRICAO ESTADUAL POR UF (RT24/RT25/RT26 - *
      *             COPY IEREC): NA CONSULTA NOVA DE PJ A CONSULTA "serpro_ie"       *
      *             (GUARDADA COM ON EXCEPTION COMO A serpro_simples, COM METRICA E  *
      *             FIXTURE TIPO I) GRAVA AS IEs NO CNPJ-IE.DAT (CNPJ+UF) COM A      *
      *             SITUACAO E A MARCA DE HABILITADA; AS IEs SAEM NA EXIBICAO        *
      *             (TAMBEM NA RESPOSTA DE CACHE) E NOS DOIS FORMATOS DO RT07.       *
      * ALTERACAO.: 15/10/2026 - BUENO - HISTORICO DE REGIME SIMPLES/MEI (COPY       *
      *             SIMPLHREC/SIMPLHTAB/SIMPLHP): O RT14 CONFERE A FICHA NOVA COM A  *
      *             JA GRAVADA ANTES DE REGRAVAR; MUDANCA DE OPTANTE OU DATA DE      *
      *             OPCAO DO SIMPLES OU DO MEI VAI PARA O CNPJ-SIMPLES-HIST.DAT E,   *
      *             SE O REGIME MUDOU, PARA O REGIME-MUDANCA-AAAAMMDD.TXT DO         *
      *             FATURAMENTO (CNPJ, NOME, REGIME ANTERIOR/NOVO E DATA EFETIVA),   *
      *             COM AVISO NA TELA.                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - O AVISO DE MUDANCA DE REGIME USA A COPIA    *
      *             RGT-MUD-* (O REGISTRO RG- NAO VALE DEPOIS DO CLOSE DO            *
      *             HISTORICO). SAIU O DISPLAY DE DEPURACAO DO LNK-FCO E DO          *
      *             LNK-RETORNO NO RT02.                                             *
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

           SELECT CNPJ-SOCIOS-FILE
               ASSIGN TO "CNPJ-SOCIOS.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS SX-CHAVE
               FILE STATUS IS WA-FS-SOCIOS-IX.

           SELECT SANCAO-FILE
               ASSIGN TO "SANCOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-CHAVE
               ALTERNATE RECORD KEY IS SL-DOCUMENTO WITH DUPLICATES
               ALTERNATE RECORD KEY IS SL-NOME-NORM WITH DUPLICATES
               FILE STATUS IS WA-FS-SANCAO.

           SELECT GRUPO-ECON-FILE
               ASSIGN TO "GRUPO-ECON.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GE-CNPJ
               ALTERNATE RECORD KEY IS GE-GRUPO WITH DUPLICATES
               FILE STATUS IS WA-FS-GRUPO-ECON.

           SELECT GRUPO-ELO-FILE
               ASSIGN TO "GRUPO-ELO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EL-CHAVE
               FILE STATUS IS WA-FS-GRUPO-ELO.

           SELECT SOCIOS-HIST-FILE
               ASSIGN TO "CNPJ-SOCIOS-HIST.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS SI-CNPJ
               FILE STATUS IS WA-FS-SIMPLES.

           SELECT SIMPLES-HIST-FILE
               ASSIGN TO "CNPJ-SIMPLES-HIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-CHAVE
               FILE STATUS IS RGT-FS-HIST.

           SELECT REGIME-MUDANCA-FILE
               ASSIGN TO RGT-ARQ-MUDANCA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RGT-FS-MUDANCA.

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

           SELECT CNPJ-IE-FILE
               ASSIGN TO "CNPJ-IE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IE-CHAVE
               FILE STATUS IS WA-FS-IE.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO WA-ARQ-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-METRICA.

           SELECT FINALIDADE-FILE
               ASSIGN TO WA-ARQ-FINALIDADE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-FINALIDADE.

           SELECT MUNIC-DOMINIO-FILE
               ASSIGN TO WA-ARQ-MUNICIPIO
               ORGANIZATION IS LINE SEQUENTIAL
       FD  CNPJ-HISTORY-FILE.
           COPY CNPJHREC.

       FD  CNPJ-FONTE-FILE.
           COPY CNPJFREC.

       FD  DIVERGE-FONTE-FILE.
       01  DIVERGE-FONTE-REC           PIC X(300).

       FD  CNPJ-SOCIOS-FILE.
           COPY SOCIOREC.

       FD  CNPJ-SOCIOS-IX-FILE.
           COPY SOCIXREC.

       FD  SANCAO-FILE.
           COPY SANCREC.

       FD  GRUPO-ECON-FILE.
           COPY GECREC.

       FD  GRUPO-ELO-FILE.
           COPY GELREC.

       FD  SOCIOS-HIST-FILE.
           COPY SOCIOHREC.

       FD  CNPJ-SIMPLES-FILE.
           COPY SIMPLREC.

       FD  SIMPLES-HIST-FILE.
           COPY SIMPLHREC.

       FD  REGIME-MUDANCA-FILE.
       01  REGIME-MUDANCA-REC          PIC X(200).

       FD  CPF-MASTER-FILE.
           COPY CPFREC.

       FD  CNPJ-CNAE-SEC-FILE.
           COPY CNAESREC.

       FD  CNPJ-CONTATOS-FILE.
           COPY CONTREC.

       FD  CNPJ-IE-FILE.
           COPY IEREC.

       FD  DEAD-LETTER-FILE.
       01  DEAD-LETTER-REC             PIC X(030).

       01  QUOTA-LOCK-REC              PIC X(010).

       FD  SYSTEM-PARM-FILE.
       01  SYSTEM-PARM-REC             PIC X(762).

       FD  CNAE-DOMINIO-FILE.
       01  CNAE-DOMINIO-REC            PIC X(120).
       FD  METRICA-FILE.
       01  METRICA-REC                 PIC X(100).

       FD  FINALIDADE-FILE.
       01  FINALIDADE-REC              PIC X(100).

       FD  MUNIC-DOMINIO-FILE.
       01  MUNIC-DOMINIO-REC           PIC X(150).

       77  WA-FS-CPF                   PIC X(002)          VALUE "00".
       77  WA-PF-CONHECIDA             PIC X(001)          VALUE "N".
       77  WN-QTDE-RADICAL             PIC 9(004)          VALUE ZEROS.
       77  WA-SNC-ORIGEM               PIC X(005)          VALUE SPACES.
       77  WA-SNC-SOCIO                PIC X(060)          VALUE SPACES.
       77  WA-SNC-FIM                  PIC X(010)          VALUE SPACES.
       77  WA-SNC-SALVA-EVENTO         PIC X(010)          VALUE SPACES.
       77  WA-SNC-SALVA-ENTRADA        PIC X(030)          VALUE SPACES.
       77  WA-SNC-SALVA-RESULTADO      PIC X(020)          VALUE SPACES.
       77  WA-PARA-RADICAL             PIC X(001)          VALUE "N".
       77  WA-GEC-NOME-NORM            PIC X(060)          VALUE SPACES.
       77  WA-GEC-SOCIO                PIC X(060)          VALUE SPACES.
       77  WA-GEC-PARA-IX              PIC X(001)          VALUE "N".
       77  WN-GEC-PISTAS               PIC 9(003)          VALUE ZEROS.
       77  WA-SIMULADO                 PIC X(001)          VALUE "N".
       77  WA-ENC-FIXO                 PIC X(001)          VALUE "A".
       77  WA-ENC-CSV                  PIC X(001)          VALUE "L".
       77  WA-ENC-OVERRIDE             PIC X(001)          VALUE SPACE.
       77  WA-FS-CNAE-SEC              PIC X(002)          VALUE "00".
       77  WA-FS-CONTATOS              PIC X(002)          VALUE "00".
       77  WA-FS-IE                    PIC X(002)          VALUE "00".
       77  WA-IE-DISPONIVEL            PIC X(001)          VALUE "S".
       77  WN-RET-IE                   SIGNED-LONG         VALUE ZEROS.
       77  WN-QTDE-IE                  PIC 9(002)          VALUE ZEROS.
       77  WS-IDX-IE                   PIC 9(002)          VALUE ZEROS.
       77  WA-PARA-IE                  PIC X(001)          VALUE "N".
       01  WS-IE-ITENS.
           03  WS-IE-ITEM OCCURS 27 TIMES
                                       PIC X(080).

           COPY CNAESTAB.

           COPY CONTTAB.

           COPY CONTNORM.

           COPY ENCODTAB.

           COPY SERPROFIX.

           COPY METRICA.

       77  WA-ARQ-FINALIDADE           PIC X(100)          VALUE
               "FINALIDADES.TXT".
       77  WA-FS-FINALIDADE            PIC X(002)          VALUE "00".

           COPY FINALTAB.

           COPY MASCARA.

           COPY SIMPLHTAB.

           COPY SANCTAB.

           COPY GECTAB.
       77  WA-TITULAR-PF               PIC X(001)          VALUE "N".
       77  WN-DATA-QUADRO              PIC 9(008)          VALUE ZEROS.
       77  WN-HORA-QUADRO              PIC 9(006)          VALUE ZEROS.
       77  WN-INT-HOJE-OFF             PIC 9(007)          VALUE ZEROS.
               "GO-FCO-EXTRATO.CSV".
       77  WA-MODO-SAIDA                PIC X(001)          VALUE "N".
       77  WA-NOME-CSV                 PIC X(060)          VALUE SPACES.
       77  WA-NOME-EXPORTA             PIC X(060)          VALUE SPACES.
       77  WA-FANTASIA-EXPORTA         PIC X(060)          VALUE SPACES.
       77  WA-CNAE-DESC-CSV            PIC X(060)          VALUE SPACES.
       77  WA-ARQ-COTA                 PIC X(100)          VALUE
               "SERPRO-COTA.TXT".

           COPY CNPJHTAB.

           COPY CNPJFTAB.

           COPY JSONRET.

           COPY NOMENORM.
           PERFORM GRAVA-AUDITORIA.

           PERFORM CARREGA-SYSPARM.
           PERFORM CARREGA-MASCARA.
           MOVE SP-SERPRO-DAILY-QUOTA TO WA-COTA-LIMITE.
           PERFORM CARREGA-CNAE.
           PERFORM CARREGA-MUNICIPIO.
               PERFORM RT19-00-GRAVA-CSV
           END-IF.

           PERFORM CARREGA-FINALIDADES.
           PERFORM PEDE-FINALIDADE.

           MOVE 24907602000195 TO LNK-FCO.

           PERFORM VALIDA-DOCUMENTO.
               PERFORM RT05-00-FORMATA-CAMPOS
               PERFORM RT04-00-EXIBE
               PERFORM RT12-00-EXIBE-SOCIOS
               PERFORM RT22-00-TRIAGEM-SANCOES
               PERFORM RT23-00-EXIBE-GRUPO-ECON
               PERFORM RT15-00-EXIBE-SIMPLES
               PERFORM RT25-00-EXIBE-IE
               PERFORM RT06-00-RECONCILIA-ENDERECO
               PERFORM RT07-00-EXPORTA
               MOVE "CACHE"      TO WA-AU-EVENTO
               ELSE
                   PERFORM RT03-00-GRAVA-MASTER
                   PERFORM ATUALIZA-CNAE-SEC
                   PERFORM ATUALIZA-CONTATOS
                   PERFORM RT11-00-CONSULTA-SOCIOS
                   PERFORM RT14-00-CONSULTA-SIMPLES
                   PERFORM RT24-00-CONSULTA-IE
                   PERFORM RT04-00-EXIBE
                   PERFORM RT12-00-EXIBE-SOCIOS
                   PERFORM RT22-00-TRIAGEM-SANCOES
                   PERFORM RT23-00-EXIBE-GRUPO-ECON
                   PERFORM RT15-00-EXIBE-SIMPLES
                   PERFORM RT25-00-EXIBE-IE
                   PERFORM RT06-00-RECONCILIA-ENDERECO
                   PERFORM RT07-00-EXPORTA
                   PERFORM RT08-00-ATUALIZA-BD
                       "INVESTIGACAO NOVA."
           END-IF.

      *---------------------------------------------------------------*
      * TRIAGEM DE SANCOES CEIS/CNEP (SANCOES.DAT DO SANCAO-CARGA): O *
      * CNPJ PELO CNPJ EXATO E CADA SOCIO DO CNPJ-SOCIOS PELO NOME    *
      * NORMALIZADO. CADA ACERTO E AVISADO NA TELA E GRAVADO NO       *
      * AUDIT.LOG (SANCAO) SEM PERDER O WA-AU- DA CONSULTA EM CURSO.  *
      * LISTA NUNCA CARREGADA: NAO HA TRIAGEM.                        *
      *---------------------------------------------------------------*
       RT22-00-TRIAGEM-SANCOES.
           PERFORM ABRE-SANCOES.
           IF  SNC-ABERTO = "S"
               MOVE WA-AU-EVENTO    TO WA-SNC-SALVA-EVENTO
               MOVE WA-AU-ENTRADA   TO WA-SNC-SALVA-ENTRADA
               MOVE WA-AU-RESULTADO TO WA-SNC-SALVA-RESULTADO

               MOVE LNK-FCO TO SNC-CNPJ
               PERFORM BUSCA-SANCAO-CNPJ
               MOVE "CNPJ"  TO WA-SNC-ORIGEM
               MOVE SPACES  TO WA-SNC-SOCIO
               PERFORM RT22A-AVISA-SANCAO

               OPEN INPUT CNPJ-SOCIOS-FILE
               IF  WA-FS-SOCIOS = "00"
                   MOVE LNK-FCO TO SO-CNPJ
                   MOVE ZEROS   TO SO-SEQ
                   MOVE "N"     TO WA-PARA-SOCIOS
                   START CNPJ-SOCIOS-FILE
                       KEY IS NOT LESS THAN SO-CHAVE
                       INVALID KEY
                           MOVE "S" TO WA-PARA-SOCIOS
                   END-START
                   PERFORM UNTIL WA-PARA-SOCIOS = "S"
                       READ CNPJ-SOCIOS-FILE NEXT RECORD
                           AT END MOVE "S" TO WA-PARA-SOCIOS
                       END-READ
                       IF  WA-PARA-SOCIOS NOT = "S"
                           IF  SO-CNPJ = LNK-FCO
                               MOVE SO-NOME TO NN-ENTRADA
                               PERFORM NORMALIZA-NOME
                               MOVE NN-SAIDA TO SNC-NOME-NORM
                               PERFORM BUSCA-SANCAO-NOME
                               MOVE "SOCIO"  TO WA-SNC-ORIGEM
                               MOVE SO-NOME  TO MSK-TEXTO
                               PERFORM MASCARA-NOME
                               MOVE MSK-TEXTO TO WA-SNC-SOCIO
                               PERFORM RT22A-AVISA-SANCAO
                           ELSE
                               MOVE "S" TO WA-PARA-SOCIOS
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE CNPJ-SOCIOS-FILE
               END-IF

               PERFORM FECHA-SANCOES
               MOVE WA-SNC-SALVA-EVENTO    TO WA-AU-EVENTO
               MOVE WA-SNC-SALVA-ENTRADA   TO WA-AU-ENTRADA
               MOVE WA-SNC-SALVA-RESULTADO TO WA-AU-RESULTADO
           END-IF.

       RT22A-AVISA-SANCAO.
           PERFORM VARYING SNC-IDX FROM 1 BY 1
                   UNTIL SNC-IDX > SNC-QTDE
               IF  SNC-DATA-FIM(SNC-IDX) = ZEROS
                   MOVE "SEM PRAZO" TO WA-SNC-FIM
               ELSE
                   MOVE SNC-DATA-FIM(SNC-IDX) TO WA-SNC-FIM
               END-IF
               IF  WA-SNC-ORIGEM = "CNPJ"
                   DISPLAY "*** ATENCAO: CNPJ CONSTA DO "
                           SNC-CADASTRO(SNC-IDX) " - "
                           FUNCTION TRIM(SNC-CATEGORIA(SNC-IDX))
               ELSE
                   DISPLAY "*** ATENCAO: SOCIO "
                           FUNCTION TRIM(WA-SNC-SOCIO)
                           " CONSTA DO " SNC-CADASTRO(SNC-IDX) " - "
                           FUNCTION TRIM(SNC-CATEGORIA(SNC-IDX))
               END-IF
               IF  SNC-VIGENTE(SNC-IDX) = "S"
                   DISPLAY "    " FUNCTION TRIM(SNC-ORGAO(SNC-IDX))
                           "/" SNC-UF-ORGAO(SNC-IDX) " DE "
                           SNC-DATA-INICIO(SNC-IDX) " ATE "
                           FUNCTION TRIM(WA-SNC-FIM) " - VIGENTE"
               ELSE
                   DISPLAY "    " FUNCTION TRIM(SNC-ORGAO(SNC-IDX))
                           "/" SNC-UF-ORGAO(SNC-IDX) " DE "
                           SNC-DATA-INICIO(SNC-IDX) " ATE "
                           FUNCTION TRIM(WA-SNC-FIM) " - ENCERRADA"
               END-IF
               MOVE "SANCAO"  TO WA-AU-EVENTO
               MOVE LNK-FCO   TO WA-AU-ENTRADA
               MOVE SPACES    TO WA-AU-RESULTADO
               STRING SNC-CADASTRO(SNC-IDX) "-" WA-SNC-ORIGEM
                   DELIMITED BY SPACE INTO WA-AU-RESULTADO
               END-STRING
               PERFORM GRAVA-AUDITORIA
           END-PERFORM.

      *---------------------------------------------------------------*
      * GRUPO ECONOMICO (GRUPO-ECON.DAT DO GO-FCO-GRUPO-ECON): CNPJ   *
      * APURADO MOSTRA O GRUPO, OS TOTAIS, OS OUTROS MEMBROS E OS     *
      * SOCIOS DE LIGACAO. CNPJ FORA DA APURACAO (CONSULTA NOVA OU    *
      * SEM SOCIO EM COMUM) PROCURA CADA SOCIO DELE NO INDICE REVERSO *
      * EM OUTROS RADICAIS E MOSTRA O GRUPO DE CADA UM (ATE 20        *
      * LINHAS). A LIGACAO E PELO NOME - HOMONIMO E SO INDICIO.       *
      *---------------------------------------------------------------*
       RT23-00-EXIBE-GRUPO-ECON.
           MOVE LNK-FCO TO GEC-CNPJ.
           PERFORM BUSCA-GRUPO-ECON.
           IF  GEC-ACHOU = "S"
               DISPLAY "GRUPO ECONOMICO " GEC-GRUPO " (APURADO EM "
                       GEC-DATA-APURACAO "): " GEC-QTDE-CNPJ
                       " ESTABELECIMENTO(S) DE " GEC-QTDE-EMPRESAS
                       " EMPRESA(S), " GEC-QTDE-NAO-ATIVAS
                       " NAO ATIVO(S)"
               PERFORM VARYING GEC-IDX FROM 1 BY 1
                       UNTIL GEC-IDX > GEC-QTDE-MEMBROS
                   IF  GEC-M-CNPJ(GEC-IDX) NOT = LNK-FCO
                       MOVE GEC-M-NOME(GEC-IDX) TO MSK-TEXTO
                       PERFORM MASCARA-CPF-NO-TEXTO
                       DISPLAY "    " GEC-M-CNPJ(GEC-IDX) " "
                               MSK-TEXTO(1:40) " "
                               FUNCTION TRIM(GEC-M-SITUACAO(GEC-IDX))
                   END-IF
               END-PERFORM
               IF  GEC-QTDE-CNPJ > GEC-QTDE-MEMBROS
                   DISPLAY "    (... RELACAO COMPLETA NO "
                           "GRUPO-ECONOMICO-REL.TXT)"
               END-IF
               PERFORM VARYING GEC-IDX FROM 1 BY 1
                       UNTIL GEC-IDX > GEC-QTDE-ELOS
                   MOVE GEC-E-NOME(GEC-IDX) TO MSK-TEXTO
                   PERFORM MASCARA-NOME
                   DISPLAY "    SOCIO DE LIGACAO: "
                           FUNCTION TRIM(MSK-TEXTO) " (EM "
                           GEC-E-QTDE(GEC-IDX) " EMPRESAS)"
               END-PERFORM
           ELSE
               PERFORM RT23A-PISTAS-POR-SOCIO
           END-IF.
           MOVE LNK-FCO TO MSK-DOCUMENTO.
           MOVE "TELA"  TO MSK-ONDE.
           PERFORM REGISTRA-SEM-MASCARA.

       RT23A-PISTAS-POR-SOCIO.
           MOVE ZEROS TO WN-GEC-PISTAS.
           OPEN INPUT CNPJ-SOCIOS-FILE.
           IF  WA-FS-SOCIOS = "00"
               OPEN INPUT CNPJ-SOCIOS-IX-FILE
               IF  WA-FS-SOCIOS-IX = "00"
                   PERFORM ABRE-GRUPO-ECON
                   MOVE LNK-FCO TO SO-CNPJ
                   MOVE ZEROS   TO SO-SEQ
                   MOVE "N"     TO WA-PARA-SOCIOS
                   START CNPJ-SOCIOS-FILE
                       KEY IS NOT LESS THAN SO-CHAVE
                       INVALID KEY
                           MOVE "S" TO WA-PARA-SOCIOS
                   END-START
                   PERFORM UNTIL WA-PARA-SOCIOS = "S"
                       READ CNPJ-SOCIOS-FILE NEXT RECORD
                           AT END MOVE "S" TO WA-PARA-SOCIOS
                       END-READ
                       IF  WA-PARA-SOCIOS NOT = "S"
                           IF  SO-CNPJ = LNK-FCO
                               PERFORM RT23B-SOCIO-EM-OUTROS
                           ELSE
                               MOVE "S" TO WA-PARA-SOCIOS
                           END-IF
                       END-IF
                   END-PERFORM
                   PERFORM FECHA-GRUPO-ECON
                   CLOSE CNPJ-SOCIOS-IX-FILE
               END-IF
               CLOSE CNPJ-SOCIOS-FILE
           END-IF.

       RT23B-SOCIO-EM-OUTROS.
           MOVE SO-NOME TO NN-ENTRADA.
           PERFORM NORMALIZA-NOME.
           MOVE NN-SAIDA TO WA-GEC-NOME-NORM.
           IF  WA-GEC-NOME-NORM NOT = SPACES
               MOVE SO-NOME TO MSK-TEXTO
               PERFORM MASCARA-NOME
               MOVE MSK-TEXTO        TO WA-GEC-SOCIO
               MOVE WA-GEC-NOME-NORM TO SX-NOME-NORM
               MOVE LOW-VALUES       TO SX-CNPJ
               MOVE ZEROS            TO SX-SEQ
               MOVE "N"              TO WA-GEC-PARA-IX
               START CNPJ-SOCIOS-IX-FILE
                   KEY IS NOT LESS THAN SX-CHAVE
                   INVALID KEY
                       MOVE "S" TO WA-GEC-PARA-IX
               END-START
               PERFORM UNTIL WA-GEC-PARA-IX = "S"
                   READ CNPJ-SOCIOS-IX-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-GEC-PARA-IX
                   END-READ
                   IF  WA-GEC-PARA-IX NOT = "S"
                       IF  SX-NOME-NORM NOT = WA-GEC-NOME-NORM
                           MOVE "S" TO WA-GEC-PARA-IX
                       ELSE
                       IF  SX-CNPJ(1:8) NOT = LNK-FCO(1:8)
                           ADD 1 TO WN-GEC-PISTAS
                           IF  WN-GEC-PISTAS > 20
                               MOVE "S" TO WA-GEC-PARA-IX
                               MOVE "S" TO WA-PARA-SOCIOS
                           ELSE
                               PERFORM RT23C-EXIBE-PISTA
                           END-IF
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       RT23C-EXIBE-PISTA.
           MOVE SX-CNPJ TO GEC-CNPJ.
           PERFORM LE-GRUPO-CNPJ.
           IF  GEC-ACHOU = "S"
               DISPLAY "SOCIO " FUNCTION TRIM(WA-GEC-SOCIO)
                       " TAMBEM EM " SX-CNPJ " (GRUPO " GEC-GRUPO
                       " - " GEC-QTDE-EMPRESAS " EMPRESAS)"
           ELSE
               DISPLAY "SOCIO " FUNCTION TRIM(WA-GEC-SOCIO)
                       " TAMBEM EM " SX-CNPJ " (SEM GRUPO APURADO)"
           END-IF.

      *---------------------------------------------------------------*
      * FLUXO PESSOA FISICA: CACHE NO CPF-MASTER.DAT; FALTANDO,        *
      * CONSULTA O SERPRO PELO MESMO RT02 (COTA/RETRY/UNSTRING) E      *
                   FUNCTION TRIM(PF-ENDERECO-MUNICIPIO)
                   "/" PF-ENDERECO-UF(1:2).
           DISPLAY "CEP              : " WA-CEP-FMT.
           MOVE WA-TEL1-FMT TO MSK-TEXTO.
           PERFORM MASCARA-TELEFONE-PF.
           DISPLAY "TELEFONE         : " MSK-TEXTO(1:20).
           MOVE PF-CORREIO-ELETRONICO TO MSK-TEXTO.
           PERFORM MASCARA-EMAIL.
           DISPLAY "E-MAIL           : " MSK-TEXTO.
           DISPLAY "ULTIMA CONSULTA  : " PF-DATA-ULT-CONSULTA.
           MOVE PF-CPF TO MSK-DOCUMENTO.
           MOVE "TELA" TO MSK-ONDE.
           PERFORM REGISTRA-SEM-MASCARA.

       RT01-00-ABRE-MASTER.
      * ESPERA-E-RETENTATIVA: O ARQUIVO PODE ESTAR TRAVADO POR OUTRO
               END-IF
           ELSE
               PERFORM CONVERTE-RETORNO-SERPRO

               MOVE LNK-FCO TO CM-CNPJ
               MOVE ZEROS TO WN-CAMPOS-SERPRO
       RT03-00-GRAVA-MASTER.
      * SE O CNPJ JA EXISTIA NO MASTER, GUARDA A IMAGEM ANTIGA E GRAVA
      * O HISTORICO DE MUDANCA (CNPJ-HISTORY.DAT) ANTES DO REWRITE -
      * SEM ISSO OS VALORES ANTERIORES SE PERDIAM SEM RASTRO. CAMPO
      * CORRIGIDO A MAO OU PELO COMERCIAL NAO E SOBRESCRITO: O
      * CONFERE-FONTE-CAMPOS DEVOLVE A CORRECAO E MANDA O VALOR DO
      * SERPRO PARA REVISAO (CNPJ-DIVERGE-FONTE.TXT).
           MOVE CNPJ-MASTER-REC TO WA-MASTER-NOVO.
           READ CNPJ-MASTER-FILE
               KEY IS CM-CNPJ
               NOT INVALID KEY
                   MOVE CNPJ-MASTER-REC TO WA-MASTER-ANTERIOR
                   MOVE WA-MASTER-NOVO  TO CNPJ-MASTER-REC
                   PERFORM CONFERE-FONTE-CAMPOS
                   PERFORM GRAVA-HISTORICO
                   REWRITE CNPJ-MASTER-REC
           END-READ.

      * NOME COM CPF (EMPRESARIO INDIVIDUAL/MEI): OS TELEFONES DO
      * CADASTRO SAO DA PESSOA FISICA E SEGUEM A MASCARA DE TELEFONE PF.
      * O REGISTRO DA VISAO SEM MASCARA SAI NO FIM DO RT12 (SOCIOS).
       RT04-00-EXIBE.
           MOVE "N" TO WA-TITULAR-PF.
           MOVE CM-NOME-EMPRESARIAL TO MSK-TEXTO.
           PERFORM MASCARA-CPF-NO-TEXTO.
           MOVE MSK-ACHOU-CPF TO WA-TITULAR-PF.
           DISPLAY "NOME EMPRESARIAL : " MSK-TEXTO.
           MOVE CM-NOME-FANTASIA TO MSK-TEXTO.
           PERFORM MASCARA-CPF-NO-TEXTO.
           IF  MSK-ACHOU-CPF = "S"
               MOVE "S" TO WA-TITULAR-PF
           END-IF.
           DISPLAY "NOME FANTASIA    : " MSK-TEXTO.
           DISPLAY "DATA ABERTURA    : " CM-DATA-ABERTURA.
           DISPLAY "UF               : " CM-ENDERECO-UF.
           DISPLAY "CEP              : " WA-CEP-FMT.
           IF  WA-TITULAR-PF = "S"
               MOVE WA-TEL1-FMT TO MSK-TEXTO
               PERFORM MASCARA-TELEFONE-PF
               MOVE MSK-TEXTO(1:20) TO WA-TEL1-FMT
               MOVE WA-TEL2-FMT TO MSK-TEXTO
               PERFORM MASCARA-TELEFONE-PF
               MOVE MSK-TEXTO(1:20) TO WA-TEL2-FMT
               MOVE WA-TEL3-FMT TO MSK-TEXTO
               PERFORM MASCARA-TELEFONE-PF
               MOVE MSK-TEXTO(1:20) TO WA-TEL3-FMT
               MOVE WA-TEL4-FMT TO MSK-TEXTO
               PERFORM MASCARA-TELEFONE-PF
               MOVE MSK-TEXTO(1:20) TO WA-TEL4-FMT
           END-IF.
           DISPLAY "TELEFONE 1       : " WA-TEL1-FMT.
           DISPLAY "TELEFONE 2       : " WA-TEL2-FMT.
           DISPLAY "TELEFONE 3       : " WA-TEL3-FMT.
      * GRAVA O REGISTRO JA TRATADO (CNPJ-MASTER-REC) NO LAYOUT DE
      * LARGURA FIXA QUE O JOB DE INTAKE MAINFRAME ESPERA E/OU EM CSV
      * PARA O COMERCIAL ABRIR DIRETO NO EXCEL, CONFORME WA-MODO-SAIDA.
      * NOME/FANTASIA PASSAM PELA MASCARA DE CPF DO PERFIL (MESMA
      * LARGURA - O LAYOUT FIXO NAO MUDA).
           MOVE CM-CNAE-PRINCIPAL TO CNAE-BUSCA.
           PERFORM BUSCA-CNAE.
           MOVE CM-NOME-EMPRESARIAL TO MSK-TEXTO.
           PERFORM MASCARA-CPF-NO-TEXTO.
           MOVE MSK-TEXTO TO WA-NOME-EXPORTA.
           MOVE CM-NOME-FANTASIA TO MSK-TEXTO.
           PERFORM MASCARA-CPF-NO-TEXTO.
           MOVE MSK-TEXTO TO WA-FANTASIA-EXPORTA.
           IF  WA-MODO-SAIDA = "N"
               MOVE "N" TO MSK-TINHA-DADO
           END-IF.

           IF  WA-MODO-SAIDA = "F" OR WA-MODO-SAIDA = "A"
               MOVE SPACES TO FIXED-OUTPUT-REC
               STRING
                   CM-CNPJ                   DELIMITED BY SIZE
                   WA-NOME-EXPORTA           DELIMITED BY SIZE
                   WA-FANTASIA-EXPORTA       DELIMITED BY SIZE
                   CM-ENDERECO-UF            DELIMITED BY SIZE
                   WA-CEP-FMT                DELIMITED BY SIZE
                   CM-CNAE-PRINCIPAL         DELIMITED BY SIZE
           END-IF.

           IF  WA-MODO-SAIDA = "C" OR WA-MODO-SAIDA = "A"
               MOVE WA-NOME-EXPORTA TO WA-NOME-CSV
               INSPECT WA-NOME-CSV REPLACING ALL "," BY ";"
               MOVE CNAE-DESCRICAO-ACHADA TO WA-CNAE-DESC-CSV
               INSPECT WA-CNAE-DESC-CSV REPLACING ALL "," BY ";"
                   ","                           DELIMITED BY SIZE
                   FUNCTION TRIM(WA-NOME-CSV)    DELIMITED BY SIZE
                   ","                           DELIMITED BY SIZE
                   FUNCTION TRIM(WA-FANTASIA-EXPORTA)
                                                 DELIMITED BY SIZE
                   ","                           DELIMITED BY SIZE
                   CM-ENDERECO-UF                DELIMITED BY SIZE
                   ","                           DELIMITED BY SIZE

           PERFORM RT13-00-EXPORTA-SOCIOS.
           PERFORM RT16-00-EXPORTA-SIMPLES.
           PERFORM RT26-00-EXPORTA-IE.

           MOVE CM-CNPJ   TO MSK-DOCUMENTO.
           MOVE "EXTRATO" TO MSK-ONDE.
           PERFORM REGISTRA-SEM-MASCARA.

       RT08-00-ATUALIZA-BD.
      * ESCREVE O RESULTADO RECEM-CONSULTADO DO SERPRO DE VOLTA NA BASE
                   END-READ
                   IF  WA-PARA-SOCIOS NOT = "S"
                       IF  SO-CNPJ = LNK-FCO
                           MOVE SO-NOME TO MSK-TEXTO
                           PERFORM MASCARA-NOME
                           DISPLAY "SOCIO " SO-SEQ " : "
                                   FUNCTION TRIM(MSK-TEXTO) " - "
                                   FUNCTION TRIM(SO-QUALIFICACAO)
                                   " (DESDE " SO-DATA-ENTRADA ")"
                       ELSE
               END-PERFORM
               CLOSE CNPJ-SOCIOS-FILE
           END-IF.
           MOVE LNK-FCO TO MSK-DOCUMENTO.
           MOVE "TELA"  TO MSK-ONDE.
           PERFORM REGISTRA-SEM-MASCARA.

      *---------------------------------------------------------------*
      * SECAO ADICIONAL DOS EXPORTS: UMA LINHA POR SOCIO ARMAZENADO   *
           END-IF.

       RT13A-GRAVA-SOCIO-EXPORT.
           MOVE SO-NOME TO MSK-TEXTO.
           PERFORM MASCARA-NOME.
           IF  WA-MODO-SAIDA = "F" OR WA-MODO-SAIDA = "A"
               MOVE SPACES TO FIXED-OUTPUT-REC
               STRING
                   "SOC"                 DELIMITED BY SIZE
                   SO-CNPJ               DELIMITED BY SIZE
                   SO-SEQ                DELIMITED BY SIZE
                   MSK-TEXTO             DELIMITED BY SIZE
                   SO-QUALIFICACAO       DELIMITED BY SIZE
                   SO-DATA-ENTRADA       DELIMITED BY SIZE
                   INTO FIXED-OUTPUT-REC
               PERFORM RT18-00-GRAVA-FIXO
           END-IF.
           IF  WA-MODO-SAIDA = "C" OR WA-MODO-SAIDA = "A"
               MOVE MSK-TEXTO TO WA-NOME-CSV
               INSPECT WA-NOME-CSV REPLACING ALL "," BY ";"
               MOVE SPACES TO CSV-OUTPUT-REC
               STRING
      * SIMPLES NACIONAL / MEI: CONSULTA "serpro_simples" (GUARDADA -  *
      * BIBLIOTECA ANTIGA SO DEIXA O CNPJ SEM A FICHA) E GRAVA NO      *
      * CNPJ-SIMPLES.DAT. RETORNO: OPTANTE-SIMPLES|DATA|OPTANTE-MEI|   *
      * DATA, CAMPOS POR "|". MUDANCA DE OPTANTE/DATA EM RELACAO A    *
      * FICHA JA GRAVADA VAI PARA O HISTORICO DE REGIME (COPY SIMPLHP).*
      *---------------------------------------------------------------*
       RT14-00-CONSULTA-SIMPLES.
           MOVE "S" TO WA-SIMPLES-DISPONIVEL.
                   CLOSE CNPJ-SIMPLES-FILE
                   OPEN I-O CNPJ-SIMPLES-FILE
               END-IF
               MOVE "CONSULTA"          TO RGT-ORIGEM
               MOVE CM-NOME-EMPRESARIAL TO RGT-NOME
               PERFORM CONFERE-REGIME-SIMPLES
               WRITE CNPJ-SIMPLES-REC
                   INVALID KEY
                       REWRITE CNPJ-SIMPLES-REC
               END-WRITE
               CLOSE CNPJ-SIMPLES-FILE
               IF  RGT-MUDOU = "S"
                   AND RGT-MUD-REGIME-NOVO
                       NOT = RGT-MUD-REGIME-ANTERIOR
                   DISPLAY "REGIME SIMPLES/MEI MUDOU: "
                           FUNCTION TRIM(RGT-MUD-REGIME-ANTERIOR)
                           " -> "
                           FUNCTION TRIM(RGT-MUD-REGIME-NOVO)
                           " (EFETIVO EM " RGT-MUD-DATA-EFETIVA ")"
               END-IF
           END-IF
           END-IF.

               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * INSCRICAO ESTADUAL: CONSULTA "serpro_ie" (GUARDADA - UMA      *
      * BIBLIOTECA ANTIGA SO DEIXA O CNPJ SEM IE ARMAZENADA), APAGA AS *
      * IEs ANTERIORES DO CNPJ E GRAVA AS NOVAS NO CNPJ-IE.DAT.       *
      * RETORNO: UMA IE POR UF SEPARADAS POR "#", CAMPOS              *
      * UF|INSCRICAO|SITUACAO|DATA-SITUACAO POR "|". RETORNO VAZIO E  *
      * RESPOSTA VALIDA: O CNPJ NAO TEM IE EM NENHUMA UF.             *
      *---------------------------------------------------------------*
       RT24-00-CONSULTA-IE.
           MOVE "S" TO WA-IE-DISPONIVEL.
           MOVE ALL X"00" TO LNK-RETORNO.
           MOVE LENGTH OF LNK-RETORNO TO WN-RET-IE.

           IF  SP-SERPRO-MODO = "S"
               MOVE "I" TO FX-TIPO
               PERFORM BUSCA-FIXTURA
               IF  FX-ACHOU = "S"
                   MOVE 1 TO WN-RET-IE
               ELSE
                   MOVE -1 TO WN-RET-IE
               END-IF
           ELSE
               PERFORM MARCA-INICIO-SERPRO
               CALL "serpro_ie"
                        USING BY REFERENCE LNK-FCO, LNK-RETORNO
                        BY REFERENCE WN-RET-IE
                        returning INTO WN-RET-IE
                   ON EXCEPTION
                       MOVE "N" TO WA-IE-DISPONIVEL
               END-CALL
               IF  WA-IE-DISPONIVEL = "S"
                   MOVE "serpro_ie"     TO MT-CHAMADA
                   MOVE 1               TO MT-TENTATIVA
                   IF  WN-RET-IE >= 0
                       MOVE "OK"        TO MT-RESULTADO
                   ELSE
                       MOVE "FALHA"     TO MT-RESULTADO
                   END-IF
                   PERFORM GRAVA-METRICA-SERPRO
               END-IF
               IF  WA-IE-DISPONIVEL = "S"
                   AND WN-RET-IE >= 0
                   AND SP-SERPRO-MODO = "C"
                   MOVE "I" TO FX-TIPO
                   PERFORM GRAVA-FIXTURA
               END-IF
           END-IF.

           IF  WA-IE-DISPONIVEL = "N"
               DISPLAY "AVISO: CONSULTA DE INSCRICAO ESTADUAL "
                       "INDISPONIVEL NA BIBLIOTECA DO SERPRO - IE NAO "
                       "ATUALIZADA."
           ELSE
           IF  WN-RET-IE < 0
               DISPLAY "AVISO: FALHA NA CONSULTA DE INSCRICAO "
                       "ESTADUAL - IE NAO ATUALIZADA."
           ELSE
               OPEN I-O CNPJ-IE-FILE
               IF  WA-FS-IE = "35"
                   OPEN OUTPUT CNPJ-IE-FILE
                   CLOSE CNPJ-IE-FILE
                   OPEN I-O CNPJ-IE-FILE
               END-IF
               PERFORM RT24A-APAGA-IE-ANTIGAS

               MOVE SPACES TO WS-IE-ITENS
               MOVE ZEROS  TO WN-QTDE-IE
               UNSTRING LNK-RETORNO DELIMITED BY "#" INTO
                   WS-IE-ITEM(1)  WS-IE-ITEM(2)  WS-IE-ITEM(3)
                   WS-IE-ITEM(4)  WS-IE-ITEM(5)  WS-IE-ITEM(6)
                   WS-IE-ITEM(7)  WS-IE-ITEM(8)  WS-IE-ITEM(9)
                   WS-IE-ITEM(10) WS-IE-ITEM(11) WS-IE-ITEM(12)
                   WS-IE-ITEM(13) WS-IE-ITEM(14) WS-IE-ITEM(15)
                   WS-IE-ITEM(16) WS-IE-ITEM(17) WS-IE-ITEM(18)
                   WS-IE-ITEM(19) WS-IE-ITEM(20) WS-IE-ITEM(21)
                   WS-IE-ITEM(22) WS-IE-ITEM(23) WS-IE-ITEM(24)
                   WS-IE-ITEM(25) WS-IE-ITEM(26) WS-IE-ITEM(27)
               END-UNSTRING

               PERFORM VARYING WS-IDX-IE FROM 1 BY 1
                       UNTIL WS-IDX-IE > 27
                   IF  WS-IE-ITEM(WS-IDX-IE) NOT = SPACES
                       AND WS-IE-ITEM(WS-IDX-IE)(1:1) NOT = X"00"
                       PERFORM RT24B-GRAVA-IE
                   END-IF
               END-PERFORM

               CLOSE CNPJ-IE-FILE
               DISPLAY "INSCRICAO ESTADUAL: " WN-QTDE-IE
                       " UF(S) GRAVADA(S)."
           END-IF
           END-IF.

       RT24A-APAGA-IE-ANTIGAS.
           MOVE LNK-FCO TO IE-CNPJ.
           MOVE SPACES  TO IE-UF.
           MOVE "N"     TO WA-PARA-IE.
           START CNPJ-IE-FILE
               KEY IS NOT LESS THAN IE-CHAVE
               INVALID KEY
                   MOVE "S" TO WA-PARA-IE
           END-START.
           PERFORM UNTIL WA-PARA-IE = "S"
               READ CNPJ-IE-FILE NEXT RECORD
                   AT END MOVE "S" TO WA-PARA-IE
               END-READ
               IF  WA-PARA-IE NOT = "S"
                   IF  IE-CNPJ = LNK-FCO
                       DELETE CNPJ-IE-FILE
                   ELSE
                       MOVE "S" TO WA-PARA-IE
                   END-IF
               END-IF
           END-PERFORM.

      * SO E HABILITADA A IE COM NUMERO (NAO "ISENTO") E SITUACAO QUE
      * COMECA POR HABILITAD - "NAO HABILITADA", SUSPENSA, BAIXADA E
      * AFINS FICAM COM N E CAEM NO GO-FCO-IE-REL.
       RT24B-GRAVA-IE.
           MOVE LNK-FCO TO IE-CNPJ.
           MOVE SPACES  TO IE-UF IE-INSCRICAO IE-SITUACAO
                           IE-DATA-SITUACAO.
           UNSTRING WS-IE-ITEM(WS-IDX-IE) DELIMITED BY "|" INTO
               IE-UF
               IE-INSCRICAO
               IE-SITUACAO
               IE-DATA-SITUACAO
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(IE-UF)       TO IE-UF.
           MOVE FUNCTION UPPER-CASE(IE-INSCRICAO) TO IE-INSCRICAO.
           MOVE FUNCTION UPPER-CASE(IE-SITUACAO) TO IE-SITUACAO.
           MOVE "N" TO IE-HABILITADA.
           IF  IE-SITUACAO(1:9) = "HABILITAD"
               AND IE-INSCRICAO NOT = SPACES
               AND IE-INSCRICAO(1:6) NOT = "ISENTO"
               MOVE "S" TO IE-HABILITADA
           END-IF.
           ACCEPT IE-DATA-CONSULTA FROM DATE YYYYMMDD.
           IF  IE-UF NOT = SPACES
               ADD 1 TO WN-QTDE-IE
               WRITE CNPJ-IE-REC
                   INVALID KEY
                       REWRITE CNPJ-IE-REC
               END-WRITE
           END-IF.

      *---------------------------------------------------------------*
      * EXIBE AS IEs ARMAZENADAS DO CNPJ (TAMBEM NA RESPOSTA DE       *
      * CACHE). SEM REGISTRO, AVISA - BIBLIOTECA ANTIGA, CNPJ AINDA   *
      * NAO RECONSULTADO DESDE A NOVIDADE OU EMPRESA SEM IE.          *
      *---------------------------------------------------------------*
       RT25-00-EXIBE-IE.
           MOVE ZEROS TO WN-QTDE-IE.
           OPEN INPUT CNPJ-IE-FILE.
           IF  WA-FS-IE = "00"
               MOVE LNK-FCO TO IE-CNPJ
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
                       IF  IE-CNPJ = LNK-FCO
                           ADD 1 TO WN-QTDE-IE
                           DISPLAY "INSCR. ESTADUAL  : " IE-UF " "
                                   FUNCTION TRIM(IE-INSCRICAO) " - "
                                   FUNCTION TRIM(IE-SITUACAO) " ("
                                   FUNCTION TRIM(IE-DATA-SITUACAO)
                                   ")"
                       ELSE
                           MOVE "S" TO WA-PARA-IE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CNPJ-IE-FILE
           END-IF.
           IF  WN-QTDE-IE = ZEROS
               DISPLAY "INSCR. ESTADUAL  : (SEM IE ARMAZENADA)"
           END-IF.

       RT26-00-EXPORTA-IE.
           IF  WA-MODO-SAIDA = "N"
               CONTINUE
           ELSE
               OPEN INPUT CNPJ-IE-FILE
               IF  WA-FS-IE = "00"
                   MOVE LNK-FCO TO IE-CNPJ
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
                           IF  IE-CNPJ = LNK-FCO
                               PERFORM RT26A-GRAVA-IE-EXPORT
                           ELSE
                               MOVE "S" TO WA-PARA-IE
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE CNPJ-IE-FILE
               END-IF
           END-IF.

       RT26A-GRAVA-IE-EXPORT.
           IF  WA-MODO-SAIDA = "F" OR WA-MODO-SAIDA = "A"
               MOVE SPACES TO FIXED-OUTPUT-REC
               STRING
                   "IES"                 DELIMITED BY SIZE
                   IE-CNPJ               DELIMITED BY SIZE
                   IE-UF                 DELIMITED BY SIZE
                   IE-INSCRICAO          DELIMITED BY SIZE
                   IE-SITUACAO           DELIMITED BY SIZE
                   IE-DATA-SITUACAO      DELIMITED BY SIZE
                   IE-HABILITADA         DELIMITED BY SIZE
                   INTO FIXED-OUTPUT-REC
               END-STRING
               PERFORM RT18-00-GRAVA-FIXO
           END-IF.
           IF  WA-MODO-SAIDA = "C" OR WA-MODO-SAIDA = "A"
               MOVE SPACES TO CSV-OUTPUT-REC
               STRING
                   IE-CNPJ                       DELIMITED BY SIZE
                   ",IE,"                        DELIMITED BY SIZE
                   IE-UF                         DELIMITED BY SIZE
                   ","                           DELIMITED BY SIZE
                   FUNCTION TRIM(IE-INSCRICAO)   DELIMITED BY SIZE
                   ","                           DELIMITED BY SIZE
                   FUNCTION TRIM(IE-SITUACAO)    DELIMITED BY SIZE
                   ","                           DELIMITED BY SIZE
                   FUNCTION TRIM(IE-DATA-SITUACAO)
                                                 DELIMITED BY SIZE
                   ","                           DELIMITED BY SIZE
                   IE-HABILITADA                 DELIMITED BY SIZE
                   INTO CSV-OUTPUT-REC
               END-STRING
               PERFORM RT19-00-GRAVA-CSV
           END-IF.

      *---------------------------------------------------------------*
      * GRAVACAO COM CONVERSAO DE ENCODING - TODA LINHA DOS DOIS      *
      * EXTRATOS PASSA POR AQUI.                                      *

           COPY CNPJHP.

           COPY CNPJFP.

           COPY JSONRETP.

           COPY CNAETABP.

           COPY CNAESP.

           COPY CONTP.

           COPY CONTNORMP.

           COPY METRICAP.

           COPY FINALTABP.

           COPY MASCARAP.

           COPY SANCP.

           COPY GECP.

           COPY NOMENORMP.

           COPY MUNICTABP.

           COPY SIMPLHP.
