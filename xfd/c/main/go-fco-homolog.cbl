       IDENTIFICATION DIVISION.
       PROGRAM-ID.      GO-FCO-HOMOLOG.
      *------------------------------------------------------------------------------*
      * MASSA DE HOMOLOGACAO ANONIMIZADA A PARTIR DOS ARQUIVOS DE PRODUCAO. A        *
      * HOMOLOGACAO RODA EM SP-SERPRO-MODO "S" CONTRA O SERPRO-FIXTURES.TXT, MAS O   *
      * CNPJ-MASTER, O CPF-MASTER, OS SOCIOS E A BASE LOCAL DE LA ERAM OU MINUSCULOS *
      * OU COPIA CRUA DA PRODUCAO, CHEIA DE DADO PESSOAL - O QUE A LGPD NAO PERMITE. *
      * (G)ERAR - RODA NO DIRETORIO DE PRODUCAO, SO LENDO (OPEN INPUT) OS ARQUIVOS,  *
      *   E GRAVA NO DIRETORIO DE DESTINO INFORMADO OS MESMOS ARQUIVOS COM O MESMO   *
      *   NOME E AS MESMAS CHAVES:                                                   *
      *     CNPJ-MASTER, CPF-MASTER, CNPJ-SOCIOS, CNPJ-SOCIOS-IX, CNPJ-SOCIOS-HIST,  *
      *     CNPJ-HISTORY, CNPJ-FONTE, CNPJ-SIMPLES, CNPJ-SIMPLES-HIST,               *
      *     CNPJ-CNAE-SEC, CNPJ-CONTATOS, CNPJ-IE, GRUPO-ECON, GRUPO-ELO,            *
      *     TERRITORIO-CNPJ, SANCOES E SERPRO-FIXTURES.TXT, MAIS O BD-HOMOLOG.TXT    *
      *     COM AS LINHAS DA BASE LOCAL (fco_bd) JA ANONIMIZADAS.                    *
      *   O QUE MUDA:                                                                *
      *     CNPJ......: RADICAL TROCADO (A FILIAL FICA) E DV RECALCULADO PELO        *
      *                 PROPRIO VALIDA-CNPJ - O DOCUMENTO NOVO PASSA NO              *
      *                 VALIDA-DOCUMENTO E O GRUPO DE MESMO RADICAL CONTINUA         *
      *                 JUNTO (GRUPO-ECON, MATRIZ/FILIAL);                           *
      *     CPF.......: OS 9 DIGITOS TROCADOS E DV RECALCULADO PELO VALIDA-CPF;      *
      *     NOMES.....: EMPRESA VIRA SOBRENOME + SOBRENOME + RAMO, MANTENDO A        *
      *                 NATUREZA DO FIM DO NOME (LTDA, S/A, EIRELI, ME, EPP); NOME   *
      *                 DE MEI ("NOME CPF") VIRA PSEUDONIMO + CPF TROCADO; PESSOA    *
      *                 (CPF-MASTER, SOCIOS, ELOS DE GRUPO) VIRA NOME + SOBRENOME    *
      *                 + SOBRENOME;                                                 *
      *     E-MAIL, TELEFONE (OS 8 ULTIMOS DIGITOS - DDD, MASCARA E FIXO/CELULAR     *
      *     FICAM), LOGRADOURO (NOME DE RUA DA TABELA + NUMERO), CEP (OS 3           *
      *     ULTIMOS DIGITOS ZERADOS), NASCIMENTO (SO O ANO FICA) E INSCRICAO         *
      *     ESTADUAL (DIGITOS TROCADOS).                                             *
      *   O QUE FICA: MUNICIPIO, UF, BAIRRO, CNAE, PORTE, SITUACAO, DATAS E O        *
      *   REGIME DO SIMPLES - A DISTRIBUICAO DOS RELATORIOS CONTINUA REAL.           *
      *   A MESMA TROCA VALE EM TODO ARQUIVO, FIXTURE E INDICE: O DE-PARA FICA NO    *
      *   HOMOLOG-DEPARA.DAT (CHAVE ALTERNADA SEM DUPLICADOS NO VALOR NOVO, PARA     *
      *   DOIS ORIGINAIS NUNCA CAIREM NO MESMO PSEUDONIMO) E OS VALORES SAO          *
      *   SORTEADOS PELO SHA-256 DE UM SAL ALEATORIO DA RODADA. NO FIM O DE-PARA E   *
      *   O SAL SAO APAGADOS - SAO A CHAVE DE REIDENTIFICACAO; UMA RODADA            *
      *   INTERROMPIDA TEM O DE-PARA RECRIADO VAZIO NA SEGUINTE.                     *
      *   FIXTURE "P" EM JSON SAI CONVERTIDA PARA O PIPE DE 18 CAMPOS (COPY          *
      *   JSONRET/JSONRETP) ANTES DA TROCA.                                          *
      * (C)ARREGAR - RODA NO DIRETORIO DA HOMOLOGACAO (SO COM SP-SERPRO-MODO "S"     *
      *   NO SYSTEM.PARM DE LA) E REGRAVA NA BASE LOCAL AS LINHAS DO                 *
      *   BD-HOMOLOG.TXT (fco_upsert).                                               *
      * LOGS, AUDITORIA, CASOS, PEDIDOS LGPD E O SYSTEM.PARM NAO SAO LEVADOS.        *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNPJ-MASTER-FILE
               ASSIGN TO WA-ARQ-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CNPJ
               ALTERNATE RECORD KEY IS CM-NOME-EMPRESARIAL
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-ENDERECO-MUN-UF
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-CNAE-PRINCIPAL
                   WITH DUPLICATES
               FILE STATUS IS WA-FS-MASTER.

           SELECT CPF-MASTER-FILE
               ASSIGN TO WA-ARQ-CPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-CPF
               ALTERNATE RECORD KEY IS PF-NOME
                   WITH DUPLICATES
               FILE STATUS IS WA-FS-CPF.

           SELECT CNPJ-SOCIOS-FILE
               ASSIGN TO WA-ARQ-SOCIOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-CHAVE
               FILE STATUS IS WA-FS-SOCIOS.

           SELECT CNPJ-SOCIOS-IX-FILE
               ASSIGN TO WA-ARQ-SOCIOS-IX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SX-CHAVE
               FILE STATUS IS WA-FS-SOCIOS-IX.

           SELECT SOCIOS-HIST-FILE
               ASSIGN TO WA-ARQ-SOCIOS-HIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-CHAVE
               FILE STATUS IS WA-FS-SOCIOS-HIST.

           SELECT CNPJ-HISTORY-FILE
               ASSIGN TO WA-ARQ-HIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CHAVE
               FILE STATUS IS WA-FS-HIST.

           SELECT CNPJ-FONTE-FILE
               ASSIGN TO WA-ARQ-FONTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CNPJ
               FILE STATUS IS WA-FS-FONTE.

           SELECT CNPJ-SIMPLES-FILE
               ASSIGN TO WA-ARQ-SIMPLES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-CNPJ
               FILE STATUS IS WA-FS-SIMPLES.

           SELECT SIMPLES-HIST-FILE
               ASSIGN TO WA-ARQ-SIMPLES-HIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-CHAVE
               FILE STATUS IS WA-FS-SIMPLES-HIST.

           SELECT CNPJ-CNAE-SEC-FILE
               ASSIGN TO WA-ARQ-CNAE-SEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WA-FS-CNAE-SEC.

           SELECT CNPJ-CONTATOS-FILE
               ASSIGN TO WA-ARQ-CONTATOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CHAVE
               ALTERNATE RECORD KEY IS CT-CONTATO WITH DUPLICATES
               FILE STATUS IS WA-FS-CONTATOS.

           SELECT CNPJ-IE-FILE
               ASSIGN TO WA-ARQ-IE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IE-CHAVE
               FILE STATUS IS WA-FS-IE.

           SELECT GRUPO-ECON-FILE
               ASSIGN TO WA-ARQ-GRUPO-ECON
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GE-CNPJ
               ALTERNATE RECORD KEY IS GE-GRUPO WITH DUPLICATES
               FILE STATUS IS WA-FS-GRUPO-ECON.

           SELECT GRUPO-ELO-FILE
               ASSIGN TO WA-ARQ-GRUPO-ELO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EL-CHAVE
               FILE STATUS IS WA-FS-GRUPO-ELO.

           SELECT TERRITORIO-CNPJ-FILE
               ASSIGN TO WA-ARQ-TERRITORIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-CNPJ
               ALTERNATE RECORD KEY IS TC-REPRESENTANTE WITH DUPLICATES
               FILE STATUS IS WA-FS-TERRITORIO.

           SELECT SANCAO-FILE
               ASSIGN TO WA-ARQ-SANCAO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-CHAVE
               ALTERNATE RECORD KEY IS SL-DOCUMENTO WITH DUPLICATES
               ALTERNATE RECORD KEY IS SL-NOME-NORM WITH DUPLICATES
               FILE STATUS IS WA-FS-SANCAO.

           SELECT FIXTURES-FILE
               ASSIGN TO WA-ARQ-FIXTURES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-FIXTURES.

           SELECT DEPARA-FILE
               ASSIGN TO WA-ARQ-DEPARA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CHAVE
               ALTERNATE RECORD KEY IS DP-CHAVE-NOVA
               FILE STATUS IS WA-FS-DEPARA.

           SELECT TRABALHO-FILE
               ASSIGN TO WA-ARQ-TRABALHO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-TRABALHO.

           SELECT BD-HOMOLOG-FILE
               ASSIGN TO WA-ARQ-BD-HOMOLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-BD-HOMOLOG.

           SELECT SAL-FILE
               ASSIGN TO WA-ARQ-SAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-SAL.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO WA-ARQ-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-AUDIT.

           SELECT SYSTEM-PARM-FILE
               ASSIGN TO WA-ARQ-SYSPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-SYSPARM.

       DATA DIVISION.
       FILE SECTION.
       FD  CNPJ-MASTER-FILE.
           COPY CNPJREC.

       FD  CPF-MASTER-FILE.
           COPY CPFREC.

       FD  CNPJ-SOCIOS-FILE.
           COPY SOCIOREC.

       FD  CNPJ-SOCIOS-IX-FILE.
           COPY SOCIXREC.

       FD  SOCIOS-HIST-FILE.
           COPY SOCIOHREC.

       FD  CNPJ-HISTORY-FILE.
           COPY CNPJHREC.

       FD  CNPJ-FONTE-FILE.
           COPY CNPJFREC.

       FD  CNPJ-SIMPLES-FILE.
           COPY SIMPLREC.

       FD  SIMPLES-HIST-FILE.
           COPY SIMPLHREC.

       FD  CNPJ-CNAE-SEC-FILE.
           COPY CNAESREC.

       FD  CNPJ-CONTATOS-FILE.
           COPY CONTREC.

       FD  CNPJ-IE-FILE.
           COPY IEREC.

       FD  GRUPO-ECON-FILE.
           COPY GECREC.

       FD  GRUPO-ELO-FILE.
           COPY GELREC.

       FD  TERRITORIO-CNPJ-FILE.
           COPY TERRCREC.

       FD  SANCAO-FILE.
           COPY SANCREC.

       FD  FIXTURES-FILE.
       01  FIXTURES-REC                PIC X(1060).

      * DE-PARA DA RODADA: TIPO (R RADICAL, F CPF, E NOME DE EMPRESA,
      * P NOME DE PESSOA) + ORIGINAL -> NOVO. APAGADO NO FIM.
       FD  DEPARA-FILE.
       01  DEPARA-REC.
           03  DP-CHAVE.
               05  DP-TIPO             PIC X(001).
               05  DP-ORIGINAL         PIC X(060).
           03  DP-CHAVE-NOVA.
               05  DP-TIPO-NOVO        PIC X(001).
               05  DP-NOVO             PIC X(060).

       FD  TRABALHO-FILE.
       01  TRABALHO-REC                PIC X(1100).

       FD  BD-HOMOLOG-FILE.
       01  BD-HOMOLOG-REC              PIC X(136).

       FD  SAL-FILE.
       01  SAL-REC                     PIC X(080).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  SYSTEM-PARM-FILE.
       01  SYSTEM-PARM-REC             PIC X(762).

       WORKING-STORAGE SECTION.
       77  WA-FS-MASTER                PIC X(002)          VALUE "00".
       77  WA-FS-CPF                   PIC X(002)          VALUE "00".
       77  WA-FS-SOCIOS                PIC X(002)          VALUE "00".
       77  WA-FS-SOCIOS-IX             PIC X(002)          VALUE "00".
       77  WA-FS-SOCIOS-HIST           PIC X(002)          VALUE "00".
       77  WA-FS-HIST                  PIC X(002)          VALUE "00".
       77  WA-FS-FONTE                 PIC X(002)          VALUE "00".
       77  WA-FS-SIMPLES               PIC X(002)          VALUE "00".
       77  WA-FS-SIMPLES-HIST          PIC X(002)          VALUE "00".
       77  WA-FS-CNAE-SEC              PIC X(002)          VALUE "00".
       77  WA-FS-CONTATOS              PIC X(002)          VALUE "00".
       77  WA-FS-IE                    PIC X(002)          VALUE "00".
       77  WA-FS-GRUPO-ECON            PIC X(002)          VALUE "00".
       77  WA-FS-GRUPO-ELO             PIC X(002)          VALUE "00".
       77  WA-FS-TERRITORIO            PIC X(002)          VALUE "00".
       77  WA-FS-SANCAO                PIC X(002)          VALUE "00".
       77  WA-FS-FIXTURES              PIC X(002)          VALUE "00".
       77  WA-FS-DEPARA                PIC X(002)          VALUE "00".
       77  WA-FS-TRABALHO              PIC X(002)          VALUE "00".
       77  WA-FS-BD-HOMOLOG            PIC X(002)          VALUE "00".
       77  WA-FS-SAL                   PIC X(002)          VALUE "00".

       77  WA-ARQ-MASTER               PIC X(200)          VALUE SPACES.
       77  WA-ARQ-CPF                  PIC X(200)          VALUE SPACES.
       77  WA-ARQ-SOCIOS               PIC X(200)          VALUE SPACES.
       77  WA-ARQ-SOCIOS-IX            PIC X(200)          VALUE SPACES.
       77  WA-ARQ-SOCIOS-HIST          PIC X(200)          VALUE SPACES.
       77  WA-ARQ-HIST                 PIC X(200)          VALUE SPACES.
       77  WA-ARQ-FONTE                PIC X(200)          VALUE SPACES.
       77  WA-ARQ-SIMPLES              PIC X(200)          VALUE SPACES.
       77  WA-ARQ-SIMPLES-HIST         PIC X(200)          VALUE SPACES.
       77  WA-ARQ-CNAE-SEC             PIC X(200)          VALUE SPACES.
       77  WA-ARQ-CONTATOS             PIC X(200)          VALUE SPACES.
       77  WA-ARQ-IE                   PIC X(200)          VALUE SPACES.
       77  WA-ARQ-GRUPO-ECON           PIC X(200)          VALUE SPACES.
       77  WA-ARQ-GRUPO-ELO            PIC X(200)          VALUE SPACES.
       77  WA-ARQ-TERRITORIO           PIC X(200)          VALUE SPACES.
       77  WA-ARQ-SANCAO               PIC X(200)          VALUE SPACES.
       77  WA-ARQ-FIXTURES             PIC X(200)          VALUE SPACES.
       77  WA-ARQ-BD-HOMOLOG           PIC X(200)          VALUE SPACES.
       77  WA-ARQ-DEPARA               PIC X(100)          VALUE
               "HOMOLOG-DEPARA.DAT".
       77  WA-ARQ-DEPARA-VIX           PIC X(100)          VALUE
               "HOMOLOG-DEPARA.DAT.vix".
       77  WA-ARQ-TRABALHO             PIC X(100)          VALUE
               "HOMOLOG-TRABALHO.TMP".
       77  WA-ARQ-SAL                  PIC X(100)          VALUE
               "HOMOLOG-SAL.TMP".

       77  WA-PAUSA                    PIC X(001)          VALUE SPACES.
       77  WA-OPCAO                    PIC X(001)          VALUE SPACES.
       77  WA-CONFIRMA                 PIC X(001)          VALUE SPACES.
       77  WA-OPERADOR                 PIC X(008)          VALUE SPACES.
       77  WA-PERFIL                   PIC X(001)          VALUE SPACES.
       77  WA-DIRETORIO                PIC X(100)          VALUE SPACES.
       77  WA-DIRETORIO-OK             PIC X(001)          VALUE "N".
       77  WA-EOF                      PIC X(001)          VALUE "N".
       77  WA-PARA                     PIC X(001)          VALUE "N".
       77  WA-COMANDO-EXEC             PIC X(300)          VALUE SPACES.
       77  WA-QTDE-ED                  PIC Z(008)9         VALUE ZEROS.
       77  WN-QTDE-PROIBIDOS           PIC 9(003)          VALUE ZEROS.
       77  WN-PID                      PIC 9(007)          VALUE ZEROS.
       77  WN-DATA-HOJE                PIC 9(008)          VALUE ZEROS.
       77  WN-HORA-AGORA               PIC 9(008)          VALUE ZEROS.
       77  WN-RET                      SIGNED-LONG.

      * CONTADORES DE CADA ARQUIVO E DA RODADA.
       77  HM-NOME-ARQ                 PIC X(030)          VALUE SPACES.
       77  HM-DESTINO                  PIC X(200)          VALUE SPACES.
       77  HM-QTDE-LIDOS               PIC 9(009)          VALUE ZEROS.
       77  HM-QTDE-GRAVADOS            PIC 9(009)          VALUE ZEROS.
       77  HM-QTDE-COLISAO             PIC 9(009)          VALUE ZEROS.
       77  HM-ARQ-PRESENTE             PIC X(001)          VALUE "N".
       77  HM-TOT-ARQUIVOS             PIC 9(003)          VALUE ZEROS.
       77  HM-TOT-REGISTROS            PIC 9(009)          VALUE ZEROS.
       77  HM-TOT-COLISAO              PIC 9(009)          VALUE ZEROS.
       77  HM-QTDE-DV-FALHA            PIC 9(009)          VALUE ZEROS.
       77  HM-QTDE-JSON                PIC 9(009)          VALUE ZEROS.
       77  HM-QTDE-SEM-MAPA            PIC 9(009)          VALUE ZEROS.
       77  HM-QTDE-DEPARA              PIC 9(009)          VALUE ZEROS.
       77  HM-QTDE-BD-OK               PIC 9(009)          VALUE ZEROS.
       77  HM-QTDE-BD-ERRO             PIC 9(009)          VALUE ZEROS.

      * TROCA DE UM CAMPO: ENTRA E SAI EM HM-CAMPO (DOCUMENTO EM HM-DOC).
       77  HM-CAMPO                    PIC X(060)          VALUE SPACES.
       77  HM-CAMPO-SALVO              PIC X(060)          VALUE SPACES.
       77  HM-DOC                      PIC X(014)          VALUE SPACES.
       77  HM-DOC-TIPO                 PIC X(001)          VALUE SPACES.
       77  HM-PESSOA                   PIC X(001)          VALUE "J".
       77  HM-TRAB                     PIC X(060)          VALUE SPACES.
       77  HM-TAM                      PIC 9(003)          VALUE ZEROS.
       77  HM-IDX                      PIC 9(003)          VALUE ZEROS.
       77  HM-IDX-2                    PIC 9(003)          VALUE ZEROS.
       77  HM-POS                      PIC 9(003)          VALUE ZEROS.
       77  HM-QTDE-DIG                 PIC 9(003)          VALUE ZEROS.
       77  HM-ORDEM-DIG                PIC 9(003)          VALUE ZEROS.
       77  HM-DIGITO                   PIC 9(001)          VALUE ZERO.
       77  HM-NUMERO                   PIC 9(004)          VALUE ZEROS.
       77  HM-NUMERO-ED                PIC ZZZ9            VALUE ZEROS.
       77  HM-SUFIXO-IDX               PIC 9(002)          VALUE ZEROS.
       77  HM-SUFIXO-TXT               PIC X(012)          VALUE SPACES.
       77  HM-E-MEI                    PIC X(001)          VALUE "N".
       77  HM-MEI-NOME                 PIC X(060)          VALUE SPACES.
       77  HM-MEI-CPF                  PIC X(011)          VALUE SPACES.
       77  HM-CHAVE-TEL                PIC X(020)          VALUE SPACES.

      * DE-PARA: TIPO + CHAVE ORIGINAL -> VALOR NOVO.
       77  HM-MAPA-TIPO                PIC X(001)          VALUE SPACES.
       77  HM-MAPA-CHAVE               PIC X(060)          VALUE SPACES.
       77  HM-MAPA-NOVO                PIC X(060)          VALUE SPACES.
       77  HM-CANDIDATO                PIC X(060)          VALUE SPACES.
       77  HM-CANDIDATO-OK             PIC X(001)          VALUE "N".
       77  HM-GRAVOU                   PIC X(001)          VALUE "N".
       77  HM-TENTATIVA                PIC 9(003)          VALUE ZEROS.
       77  HM-TENTATIVA-MAX            PIC 9(003)          VALUE 990.
       77  HM-RADICAL                  PIC X(008)          VALUE SPACES.
       77  HM-CPF-NOVO                 PIC X(011)          VALUE SPACES.

      * SORTEIO: SHA-256 DE SAL + TIPO + CHAVE + TENTATIVA, EM 64
      * NIBBLES (0-15) PARA ESCOLHER DIGITO E ITEM DE TABELA.
       77  HM-SAL                      PIC X(032)          VALUE SPACES.
       77  HM-HASH-TIPO                PIC X(001)          VALUE SPACES.
       77  HM-HASH-CHAVE               PIC X(060)          VALUE SPACES.
       77  HM-HASH-ENTRADA             PIC X(100)          VALUE SPACES.
       77  HM-HASH                     PIC X(064)          VALUE SPACES.
       77  HM-HASH-MAIUSC              PIC X(064)          VALUE SPACES.
       01  HM-NIBBLES.
           03  HM-NIB OCCURS 64 TIMES  PIC 9(002).
       77  HM-SORTE-POS                PIC 9(002)          VALUE ZEROS.
       77  HM-SORTE-TAM                PIC 9(003)          VALUE ZEROS.
       77  HM-SORTE                    PIC 9(003)          VALUE ZEROS.
       77  HM-SORTE-2                  PIC 9(003)          VALUE ZEROS.
       77  HM-SORTE-3                  PIC 9(003)          VALUE ZEROS.
       77  HM-SORTE-4                  PIC 9(003)          VALUE ZEROS.

      * FIXTURES: "TIPO;CNPJ;RETORNO".
       77  HM-FX-TIPO                  PIC X(005)          VALUE SPACES.
       77  HM-FX-CNPJ                  PIC X(014)          VALUE SPACES.
       77  HM-FX-RETORNO               PIC X(1024)         VALUE SPACES.
       77  HM-FX-SAIDA                 PIC X(1024)         VALUE SPACES.
       77  HM-FX-PONTEIRO              PIC 9(004)          VALUE ZEROS.
       77  HM-FX-QTDE-PIPE             PIC 9(004)          VALUE ZEROS.
       77  HM-FX-IDX                   PIC 9(002)          VALUE ZEROS.
       77  HM-FX-PARTE-1               PIC X(060)          VALUE SPACES.
       77  HM-FX-PARTE-2               PIC X(060)          VALUE SPACES.
       77  HM-FX-PARTE-3               PIC X(060)          VALUE SPACES.
       77  HM-FX-PARTE-4               PIC X(060)          VALUE SPACES.
       01  HM-FX-ITENS.
           03  HM-FX-ITEM OCCURS 27 TIMES
                                       PIC X(120).

      *---------------------------------------------------------------*
      * TABELAS DOS PSEUDONIMOS.                                      *
      *---------------------------------------------------------------*
       01  HM-PRENOMES-VALORES.
           03  FILLER PIC X(040) VALUE
               "ANA       BRUNO     CARLA     DANIEL    ".
           03  FILLER PIC X(040) VALUE
               "EDUARDO   FERNANDA  GABRIEL   HELENA    ".
           03  FILLER PIC X(040) VALUE
               "IGOR      JULIANA   KARINA    LUCAS     ".
           03  FILLER PIC X(040) VALUE
               "MARCOS    NATALIA   OTAVIO    PATRICIA  ".
           03  FILLER PIC X(040) VALUE
               "RAFAEL    SABRINA   TIAGO     VANESSA   ".
           03  FILLER PIC X(040) VALUE
               "ALINE     BEATRIZ   CAIO      DENISE    ".
           03  FILLER PIC X(040) VALUE
               "ELIANE    FABIO     GUSTAVO   HEITOR    ".
           03  FILLER PIC X(040) VALUE
               "ISABELA   JOAQUIM   LARISSA   MATEUS    ".
           03  FILLER PIC X(040) VALUE
               "NELSON    OLIVIA    PAULO     RENATA    ".
           03  FILLER PIC X(040) VALUE
               "SERGIO    TATIANE   VINICIUS  WAGNER    ".
       01  HM-PRENOMES-TAB REDEFINES HM-PRENOMES-VALORES.
           03  HM-PRENOME OCCURS 40 TIMES
                                       PIC X(010).
       77  HM-QTDE-PRENOMES            PIC 9(003)          VALUE 40.

       01  HM-SOBRENOMES-VALORES.
           03  FILLER PIC X(040) VALUE
               "ALMEIDA   ANDRADE   BARBOSA   BARROS    ".
           03  FILLER PIC X(040) VALUE
               "BATISTA   CAMPOS    CARDOSO   CARVALHO  ".
           03  FILLER PIC X(040) VALUE
               "CASTRO    COSTA     DIAS      DUARTE    ".
           03  FILLER PIC X(040) VALUE
               "FARIAS    FERREIRA  FONSECA   FREITAS   ".
           03  FILLER PIC X(040) VALUE
               "GOMES     GUIMARAES LIMA      LOPES     ".
           03  FILLER PIC X(040) VALUE
               "MACHADO   MARQUES   MARTINS   MEDEIROS  ".
           03  FILLER PIC X(040) VALUE
               "MENDES    MIRANDA   MONTEIRO  MOREIRA   ".
           03  FILLER PIC X(040) VALUE
               "MOURA     NASCIMENTONOGUEIRA  NUNES     ".
           03  FILLER PIC X(040) VALUE
               "OLIVEIRA  PEREIRA   PINTO     RAMOS     ".
           03  FILLER PIC X(040) VALUE
               "REIS      RIBEIRO   ROCHA     RODRIGUES ".
           03  FILLER PIC X(040) VALUE
               "SANTANA   SANTOS    SILVA     SOUZA     ".
           03  FILLER PIC X(040) VALUE
               "TEIXEIRA  VIEIRA    AZEVEDO   BORGES    ".
       01  HM-SOBRENOMES-TAB REDEFINES HM-SOBRENOMES-VALORES.
           03  HM-SOBRENOME OCCURS 48 TIMES
                                       PIC X(010).
       77  HM-QTDE-SOBRENOMES          PIC 9(003)          VALUE 48.

       01  HM-RAMOS-VALORES.
           03  FILLER PIC X(039) VALUE
               "COMERCIO     SERVICOS     INDUSTRIA    ".
           03  FILLER PIC X(039) VALUE
               "TRANSPORTES  CONSTRUCOES  DISTRIBUIDORA".
           03  FILLER PIC X(039) VALUE
               "ALIMENTOS    TECNOLOGIA   ENGENHARIA   ".
           03  FILLER PIC X(039) VALUE
               "CONSULTORIA  AGROPECUARIA CONFECCOES   ".
           03  FILLER PIC X(039) VALUE
               "MATERIAIS    LOGISTICA    PARTICIPACOES".
           03  FILLER PIC X(039) VALUE
               "IMOVEIS      COMUNICACAO  EDUCACIONAL  ".
           03  FILLER PIC X(039) VALUE
               "SAUDE        AUTOPECAS    METALURGICA  ".
       01  HM-RAMOS-TAB REDEFINES HM-RAMOS-VALORES.
           03  HM-RAMO OCCURS 21 TIMES PIC X(013).
       77  HM-QTDE-RAMOS               PIC 9(003)          VALUE 21.

       01  HM-RUAS-VALORES.
           03  FILLER PIC X(040) VALUE
               "DAS ORQUIDEAS       CENTRAL             ".
           03  FILLER PIC X(040) VALUE
               "DOS IPES            SAO JOSE            ".
           03  FILLER PIC X(040) VALUE
               "BRASIL              DAS PALMEIRAS       ".
           03  FILLER PIC X(040) VALUE
               "TIRADENTES          SETE DE SETEMBRO    ".
           03  FILLER PIC X(040) VALUE
               "DOS GIRASSOIS       DAS NACOES          ".
           03  FILLER PIC X(040) VALUE
               "DO COMERCIO         DAS ACACIAS         ".
           03  FILLER PIC X(040) VALUE
               "SANTA CLARA         PRINCIPAL           ".
           03  FILLER PIC X(040) VALUE
               "DOS BURITIS         DAS MANGUEIRAS      ".
           03  FILLER PIC X(040) VALUE
               "PARANA              BAHIA               ".
           03  FILLER PIC X(040) VALUE
               "GOIAS               MINAS GERAIS        ".
           03  FILLER PIC X(040) VALUE
               "DAS FLORES          DOS JACARANDAS      ".
           03  FILLER PIC X(040) VALUE
               "BELA VISTA          DA ESPERANCA        ".
           03  FILLER PIC X(040) VALUE
               "DOS PIONEIROS       DAS AMOREIRAS       ".
           03  FILLER PIC X(040) VALUE
               "DOS PEQUIZEIROS     ALVORADA            ".
           03  FILLER PIC X(040) VALUE
               "DO CERRADO          PRIMAVERA           ".
       01  HM-RUAS-TAB REDEFINES HM-RUAS-VALORES.
           03  HM-RUA OCCURS 30 TIMES  PIC X(020).
       77  HM-QTDE-RUAS                PIC 9(003)          VALUE 30.

      * NATUREZA NO FIM DO NOME EMPRESARIAL (TAMANHO + TEXTO), DO MAIS
      * LONGO PARA O MAIS CURTO.
       01  HM-SUFIXOS-VALORES.
           03  FILLER PIC X(014)       VALUE "11 LTDA - EPP".
           03  FILLER PIC X(014)       VALUE "10 LTDA - ME".
           03  FILLER PIC X(014)       VALUE "09 LTDA EPP".
           03  FILLER PIC X(014)       VALUE "08 LTDA ME".
           03  FILLER PIC X(014)       VALUE "08 LTDA-ME".
           03  FILLER PIC X(014)       VALUE "07 EIRELI".
           03  FILLER PIC X(014)       VALUE "05 LTDA".
           03  FILLER PIC X(014)       VALUE "05 S.A.".
           03  FILLER PIC X(014)       VALUE "04 S/A".
           03  FILLER PIC X(014)       VALUE "04 S.A".
           03  FILLER PIC X(014)       VALUE "04 EPP".
           03  FILLER PIC X(014)       VALUE "03 SA".
           03  FILLER PIC X(014)       VALUE "03 ME".
       01  HM-SUFIXOS-TAB REDEFINES HM-SUFIXOS-VALORES.
           03  HM-SUFIXO OCCURS 13 TIMES.
               05  HM-SUFIXO-TAM       PIC 9(002).
               05  HM-SUFIXO-TEXTO     PIC X(012).
       77  HM-QTDE-SUFIXOS             PIC 9(002)          VALUE 13.

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-FS-AUDIT                 PIC X(002)          VALUE "00".
       77  WA-AU-DATA                  PIC 9(008).
       77  WA-AU-HORA                  PIC 9(006).
       77  WA-AU-PROGRAM-ID            PIC X(020)
                                       VALUE "GO-FCO-HOMOLOG".
       77  WA-AU-EVENTO                PIC X(010)          VALUE SPACES.
       77  WA-AU-ENTRADA               PIC X(030)          VALUE SPACES.
       77  WA-AU-RESULTADO             PIC X(020)          VALUE SPACES.
       77  WA-AU-OPERADOR              PIC X(008)          VALUE SPACES.

           COPY BDREGIS.

           COPY SYSPARM.

       77  WA-ARQ-SYSPARM              PIC X(100)          VALUE
               "SYSTEM.PARM".
       77  WA-FS-SYSPARM               PIC X(002)          VALUE "00".

           COPY NOMENORM.

           COPY CNPJVAL.

           COPY CPFVAL.

           COPY JSONRET.

      *LINKAGE SECTION.
       77  LNK-FCO                     PIC X(014)          VALUE ZEROS.
       77  LNK-RETORNO                 PIC X(1024)         VALUE SPACES.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           MOVE "INICIO"   TO WA-AU-EVENTO.
           MOVE SPACES     TO WA-AU-ENTRADA.
           MOVE SPACES     TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

           MOVE SPACES TO WA-OPERADOR WA-PERFIL.
           ACCEPT WA-OPERADOR FROM ENVIRONMENT "GO-OPERADOR".
           ACCEPT WA-PERFIL   FROM ENVIRONMENT "GO-PERFIL".
      * PELO MENU SO SUPERVISOR; RODADA BATCH (SEM OPERADOR) PASSA.
           IF  WA-OPERADOR NOT = SPACES AND WA-PERFIL NOT = "S"
               DISPLAY "MASSA DE HOMOLOGACAO E DE SUPERVISOR - "
                       "OPERADOR " FUNCTION TRIM(WA-OPERADOR)
                       " SEM PERFIL."
               MOVE "HOMOLOG"       TO WA-AU-EVENTO
               MOVE "SEM-PERFIL"    TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               ACCEPT WA-PAUSA
               GOBACK
           END-IF.

           PERFORM CARREGA-SYSPARM.

           DISPLAY "(G)erar massa de homologacao  (C)arregar a base "
                   "local da massa ? " WITH NO ADVANCING.
           MOVE SPACES TO WA-OPCAO.
           ACCEPT WA-OPCAO.
           MOVE FUNCTION UPPER-CASE(WA-OPCAO) TO WA-OPCAO.

           EVALUATE WA-OPCAO
               WHEN "G"
                   PERFORM RT01-00-GERA-MASSA
               WHEN "C"
                   PERFORM RT30-00-CARREGA-BD
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

           ACCEPT WA-PAUSA.
           GOBACK.

      *---------------------------------------------------------------*
      * GERACAO: DIRETORIO DE DESTINO, SAL DA RODADA, DE-PARA VAZIO E *
      * UM ARQUIVO DE CADA VEZ. CADA ARQUIVO E LIDO DA PRODUCAO, TEM  *
      * OS REGISTROS TROCADOS NUM ARQUIVO DE TRABALHO E SO ENTAO E    *
      * REGRAVADO NO DESTINO PELA MESMA FD (ASSIGN TROCADO), COM AS   *
      * CHAVES NOVAS.                                                 *
      *---------------------------------------------------------------*
       RT01-00-GERA-MASSA.
           PERFORM RT01A-PEDE-DIRETORIO.

           IF  WA-DIRETORIO-OK = "S"
               PERFORM RT01B-GERA-SAL
               OPEN OUTPUT DEPARA-FILE
               CLOSE DEPARA-FILE
               OPEN I-O DEPARA-FILE
               IF  WA-FS-DEPARA NOT = "00"
                   DISPLAY "HOMOLOG-DEPARA.DAT NAO DISPONIVEL (FILE "
                           "STATUS " WA-FS-DEPARA ")."
                   MOVE "N" TO WA-DIRETORIO-OK
               END-IF
           END-IF.

           IF  WA-DIRETORIO-OK = "S"
      * O RETORNO JSON DAS FIXTURES E RECONHECIDO PELO PRIMEIRO
      * CARACTERE, QUALQUER QUE SEJA O FORMATO DO ENDPOINT ATUAL.
               MOVE "A" TO SP-SERPRO-FORMATO
               MOVE ZEROS TO HM-TOT-ARQUIVOS HM-TOT-REGISTROS
                             HM-TOT-COLISAO HM-QTDE-DV-FALHA
                             HM-QTDE-JSON HM-QTDE-SEM-MAPA
                             HM-QTDE-DEPARA

               PERFORM RT10-00-CNPJ-MASTER
               PERFORM RT11-00-CPF-MASTER
               PERFORM RT12-00-SOCIOS
               PERFORM RT13-00-SOCIOS-IX
               PERFORM RT14-00-SOCIOS-HIST
               PERFORM RT15-00-HISTORY
               PERFORM RT16-00-FONTE
               PERFORM RT17-00-SIMPLES
               PERFORM RT18-00-SIMPLES-HIST
               PERFORM RT19-00-CNAE-SEC
               PERFORM RT20-00-CONTATOS
               PERFORM RT21-00-IE
               PERFORM RT22-00-GRUPO-ECON
               PERFORM RT23-00-GRUPO-ELO
               PERFORM RT24-00-TERRITORIO
               PERFORM RT25-00-SANCOES
               PERFORM RT26-00-FIXTURES
               PERFORM RT27-00-BASE-LOCAL

               CLOSE DEPARA-FILE
               CALL "CBL_DELETE_FILE" USING WA-ARQ-DEPARA
               END-CALL
               CALL "CBL_DELETE_FILE" USING WA-ARQ-DEPARA-VIX
               END-CALL
               CALL "CBL_DELETE_FILE" USING WA-ARQ-TRABALHO
               END-CALL
               MOVE 0 TO RETURN-CODE
               MOVE SPACES TO HM-SAL

               DISPLAY " "
               DISPLAY "Arquivos gerados.........................: "
                       HM-TOT-ARQUIVOS
               DISPLAY "Registros gravados.......................: "
                       HM-TOT-REGISTROS
               DISPLAY "Chave repetida no destino (nao gravados).: "
                       HM-TOT-COLISAO
               DISPLAY "Valores trocados (de-para, ja apagado)...: "
                       HM-QTDE-DEPARA
               DISPLAY "Fixtures JSON convertidas para pipe......: "
                       HM-QTDE-JSON
               DISPLAY "Documento novo reprovado no VALIDA-DOCUM.: "
                       HM-QTDE-DV-FALHA
               DISPLAY "Valor sem pseudonimo unico...............: "
                       HM-QTDE-SEM-MAPA
               DISPLAY "Massa em " FUNCTION TRIM(WA-DIRETORIO)
                       " - o SYSTEM.PARM da homologacao e o de la "
                       "(SP-SERPRO-MODO S)."

               MOVE "HOMOLOG"       TO WA-AU-EVENTO
               MOVE SPACES          TO WA-AU-ENTRADA
               STRING "GERA " FUNCTION TRIM(WA-DIRETORIO)
                   DELIMITED BY SIZE INTO WA-AU-ENTRADA
               END-STRING
               MOVE HM-TOT-REGISTROS TO WA-QTDE-ED
               MOVE SPACES           TO WA-AU-RESULTADO
               STRING "REGS=" FUNCTION TRIM(WA-QTDE-ED)
                   DELIMITED BY SIZE INTO WA-AU-RESULTADO
               END-STRING
               PERFORM GRAVA-AUDITORIA
           END-IF.

      * DESTINO: NAO PODE SER O PROPRIO DIRETORIO DE PRODUCAO NEM TER
      * CARACTERE QUE O SHELL INTERPRETE (VAI PARA O mkdir).
       RT01A-PEDE-DIRETORIO.
           MOVE "N" TO WA-DIRETORIO-OK.
           DISPLAY "Diretorio de destino da massa [HOMOLOG]: "
               WITH NO ADVANCING.
           MOVE SPACES TO WA-DIRETORIO.
           ACCEPT WA-DIRETORIO.
           IF  WA-DIRETORIO = SPACES
               MOVE "HOMOLOG" TO WA-DIRETORIO
           END-IF.
           MOVE FUNCTION TRIM(WA-DIRETORIO) TO WA-DIRETORIO.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WA-DIRETORIO)) TO HM-TAM.
           MOVE ZEROS TO WN-QTDE-PROIBIDOS.
           INSPECT WA-DIRETORIO(1:HM-TAM) TALLYING WN-QTDE-PROIBIDOS
               FOR ALL " " ALL ";" ALL "&" ALL "|" ALL "$" ALL "`"
                   ALL "'" ALL QUOTE ALL "<" ALL ">" ALL "*" ALL "?".

           IF  WA-DIRETORIO = "." OR WA-DIRETORIO = "./"
               OR WA-DIRETORIO = ".." OR WN-QTDE-PROIBIDOS > ZEROS
               DISPLAY "DIRETORIO INVALIDO - A MASSA NAO PODE SER "
                       "GRAVADA POR CIMA DA PRODUCAO."
           ELSE
               MOVE SPACES TO WA-COMANDO-EXEC
               STRING "mkdir -p " FUNCTION TRIM(WA-DIRETORIO)
                      " 2>/dev/null"
                   DELIMITED BY SIZE INTO WA-COMANDO-EXEC
               END-STRING
               CALL "SYSTEM" USING WA-COMANDO-EXEC
               END-CALL
               MOVE 0 TO RETURN-CODE

               MOVE "CNPJ-MASTER.DAT" TO HM-NOME-ARQ
               PERFORM RT80-00-MONTA-DESTINO
               MOVE HM-DESTINO TO WA-ARQ-MASTER
               OPEN INPUT CNPJ-MASTER-FILE
               IF  WA-FS-MASTER = "00"
                   CLOSE CNPJ-MASTER-FILE
                   DISPLAY "JA EXISTE MASSA EM "
                           FUNCTION TRIM(WA-DIRETORIO)
                           " - SUBSTITUIR (S/N)? " WITH NO ADVANCING
                   MOVE SPACES TO WA-CONFIRMA
                   ACCEPT WA-CONFIRMA
                   IF  FUNCTION UPPER-CASE(WA-CONFIRMA) = "S"
                       MOVE "S" TO WA-DIRETORIO-OK
                   ELSE
                       DISPLAY "GERACAO CANCELADA."
                   END-IF
               ELSE
                   MOVE "S" TO WA-DIRETORIO-OK
               END-IF
           END-IF.

      * SAL DE 16 BYTES DO /dev/urandom; SEM ELE, DATA/HORA/PID.
       RT01B-GERA-SAL.
           MOVE SPACES TO HM-SAL.
           MOVE SPACES TO WA-COMANDO-EXEC.
           STRING "od -An -N16 -tx1 /dev/urandom 2>/dev/null "
                  "| tr -d ' \n' > " FUNCTION TRIM(WA-ARQ-SAL)
               DELIMITED BY SIZE INTO WA-COMANDO-EXEC
           END-STRING.
           CALL "SYSTEM" USING WA-COMANDO-EXEC
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT SAL-FILE.
           IF  WA-FS-SAL = "00"
               READ SAL-FILE
                   AT END MOVE SPACES TO SAL-REC
               END-READ
               MOVE SAL-REC(1:32) TO HM-SAL
               MOVE SPACES TO SAL-REC
               CLOSE SAL-FILE
           END-IF.
           CALL "CBL_DELETE_FILE" USING WA-ARQ-SAL
           END-CALL.
           MOVE 0 TO RETURN-CODE.

           IF  HM-SAL = SPACES
               ACCEPT WN-DATA-HOJE  FROM DATE YYYYMMDD
               ACCEPT WN-HORA-AGORA FROM TIME
               CALL "C$GETPID"
               END-CALL
               MOVE RETURN-CODE TO WN-PID
               MOVE 0 TO RETURN-CODE
               STRING WN-DATA-HOJE WN-HORA-AGORA WN-PID
                   DELIMITED BY SIZE INTO HM-SAL
               END-STRING
           END-IF.

      *---------------------------------------------------------------*
      * CNPJ-MASTER                                                   *
      *---------------------------------------------------------------*
       RT10-00-CNPJ-MASTER.
           MOVE "CNPJ-MASTER.DAT" TO HM-NOME-ARQ WA-ARQ-MASTER.
           PERFORM RT81-00-ZERA-ARQUIVO.
           OPEN INPUT CNPJ-MASTER-FILE.
           IF  WA-FS-MASTER = "00"
               MOVE "S" TO HM-ARQ-PRESENTE
               OPEN OUTPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF
               PERFORM UNTIL WA-EOF = "S"
                   READ CNPJ-MASTER-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-EOF
                   END-READ
                   IF  WA-EOF NOT = "S"
                       ADD 1 TO HM-QTDE-LIDOS
                       MOVE CM-CNPJ TO HM-DOC
                       PERFORM RT60-00-ANONIMIZA-DOCUMENTO
                       MOVE HM-DOC TO CM-CNPJ
                       PERFORM RT10A-ANONIMIZA-FICHA
                       WRITE TRABALHO-REC FROM CNPJ-MASTER-REC
                   END-IF
               END-PERFORM
               CLOSE CNPJ-MASTER-FILE TRABALHO-FILE

               PERFORM RT80-00-MONTA-DESTINO
               MOVE HM-DESTINO TO WA-ARQ-MASTER
               OPEN OUTPUT CNPJ-MASTER-FILE
               OPEN INPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF
               PERFORM UNTIL WA-EOF = "S"
                   READ TRABALHO-FILE
                       AT END MOVE "S" TO WA-EOF
                   END-READ
                   IF  WA-EOF NOT = "S"
                       MOVE TRABALHO-REC TO CNPJ-MASTER-REC
                       WRITE CNPJ-MASTER-REC
                           INVALID KEY
                               ADD 1 TO HM-QTDE-COLISAO
                           NOT INVALID KEY
                               ADD 1 TO HM-QTDE-GRAVADOS
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE CNPJ-MASTER-FILE TRABALHO-FILE
           END-IF.
           PERFORM RT82-00-RESUMO-ARQUIVO.

      * FICHA NO LAYOUT DO CNPJ-MASTER (TAMBEM A FIXTURE "P"). O
      * DOCUMENTO JA FOI TROCADO; HM-PESSOA DIZ SE E PJ OU PF (NA PF O
      * NOME E DE PESSOA E A "DATA DE ABERTURA" E O NASCIMENTO).
       RT10A-ANONIMIZA-FICHA.
           MOVE CM-NOME-EMPRESARIAL TO HM-CAMPO.
           IF  HM-PESSOA = "F"
               PERFORM RT65-00-NOME-PESSOA
           ELSE
               PERFORM RT64-00-NOME-EMPRESA
           END-IF.
           MOVE HM-CAMPO TO CM-NOME-EMPRESARIAL.

           MOVE CM-NOME-FANTASIA TO HM-CAMPO.
           PERFORM RT64-00-NOME-EMPRESA.
           MOVE HM-CAMPO TO CM-NOME-FANTASIA.

           IF  HM-PESSOA = "F"
               MOVE CM-DATA-ABERTURA TO HM-CAMPO
               PERFORM RT71-00-NASCIMENTO
               MOVE HM-CAMPO TO CM-DATA-ABERTURA
           END-IF.

           MOVE CM-CORREIO-ELETRONICO TO HM-CAMPO.
           PERFORM RT67-00-EMAIL.
           MOVE HM-CAMPO TO CM-CORREIO-ELETRONICO.

           MOVE CM-ENDERECO-LOGRADOURO TO HM-CAMPO.
           PERFORM RT69-00-LOGRADOURO.
           MOVE HM-CAMPO TO CM-ENDERECO-LOGRADOURO.

           MOVE CM-ENDERECO-CEP TO HM-CAMPO.
           PERFORM RT70-00-CEP.
           MOVE HM-CAMPO TO CM-ENDERECO-CEP.

           MOVE CM-TELEFONE-1 TO HM-CAMPO.
           PERFORM RT68-00-TELEFONE.
           MOVE HM-CAMPO TO CM-TELEFONE-1.
           MOVE CM-TELEFONE-2 TO HM-CAMPO.
           PERFORM RT68-00-TELEFONE.
           MOVE HM-CAMPO TO CM-TELEFONE-2.
           MOVE CM-TELEFONE-3 TO HM-CAMPO.
           PERFORM RT68-00-TELEFONE.
           MOVE HM-CAMPO TO CM-TELEFONE-3.
           MOVE CM-TELEFONE-4 TO HM-CAMPO.
           PERFORM RT68-00-TELEFONE.
           MOVE HM-CAMPO TO CM-TELEFONE-4.

      *---------------------------------------------------------------*
      * CPF-MASTER                                                    *
      *---------------------------------------------------------------*
       RT11-00-CPF-MASTER.
           MOVE "CPF-MASTER.DAT" TO HM-NOME-ARQ WA-ARQ-CPF.
           PERFORM RT81-00-ZERA-ARQUIVO.
           OPEN INPUT CPF-MASTER-FILE.
           IF  WA-FS-CPF = "00"
               MOVE "S" TO HM-ARQ-PRESENTE
               OPEN OUTPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF
               PERFORM UNTIL WA-EOF = "S"
                   READ CPF-MASTER-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-EOF
                   END-READ
                   IF  WA-EOF NOT = "S"
                       ADD 1 TO HM-QTDE-LIDOS
                       PERFORM RT11A-ANONIMIZA-CPF
                       WRITE TRABALHO-REC FROM CPF-MASTER-REC
                   END-IF
               END-PERFORM
               CLOSE CPF-MASTER-FILE TRABALHO-FILE

               PERFORM RT80-00-MONTA-DESTINO
               MOVE HM-DESTINO TO WA-ARQ-CPF
               OPEN OUTPUT CPF-MASTER-FILE
               OPEN INPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF
               PERFORM UNTIL WA-EOF = "S"
                   READ TRABALHO-FILE
                       AT END MOVE "S" TO WA-EOF
                   END-READ
                   IF  WA-EOF NOT = "S"
                       MOVE TRABALHO-REC TO CPF-MASTER-REC
                       WRITE CPF-MASTER-REC
                           INVALID KEY
                               ADD 1 TO HM-QTDE-COLISAO
                           NOT INVALID KEY
                               ADD 1 TO HM-QTDE-GRAVADOS
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE CPF-MASTER-FILE TRABALHO-FILE
           END-IF.
           PERFORM RT82-00-RESUMO-ARQUIVO.

       RT11A-ANONIMIZA-CPF.
           MOVE PF-CPF TO HM-DOC.
           PERFORM RT60-00-ANONIMIZA-DOCUMENTO.
           MOVE HM-DOC TO PF-CPF.

           MOVE PF-NOME TO HM-CAMPO.
           PERFORM RT65-00-NOME-PESSOA.
           MOVE HM-CAMPO TO PF-NOME.

           MOVE PF-DATA-NASCIMENTO TO HM-CAMPO.
           PERFORM RT71-00-NASCIMENTO.
           MOVE HM-CAMPO TO PF-DATA-NASCIMENTO.

           MOVE PF-ENDERECO-LOGRADOURO TO HM-CAMPO.
           PERFORM RT69-00-LOGRADOURO.
           MOVE HM-CAMPO TO PF-ENDERECO-LOGRADOURO.

           MOVE PF-ENDERECO-CEP TO HM-CAMPO.
           PERFORM RT70-00-CEP.
           MOVE HM-CAMPO TO PF-ENDERECO-CEP.

           MOVE PF-TELEFONE-1 TO HM-CAMPO.
           PERFORM RT68-00-TELEFONE.
           MOVE HM-CAMPO TO PF-TELEFONE-1.

           MOVE PF-CORREIO-ELETRONICO TO HM-CAMPO.
           PERFORM RT67-00-EMAIL.
           MOVE HM-CAMPO TO PF-CORREIO-ELETRONICO.

      *---------------------------------------------------------------*
      * CNPJ-SOCIOS                                                   *
      *---------------------------------------------------------------*
       RT12-00-SOCIOS.
           MOVE "CNPJ-SOCIOS.DAT" TO HM-NOME-ARQ WA-ARQ-SOCIOS.
           PERFORM RT81-00-ZERA-ARQUIVO.
           OPEN INPUT CNPJ-SOCIOS-FILE.
           IF  WA-FS-SOCIOS = "00"
               MOVE "S" TO HM-ARQ-PRESENTE
               OPEN OUTPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF
               PERFORM UNTIL WA-EOF = "S"
                   READ CNPJ-SOCIOS-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-EOF
                   END-READ
                   IF  WA-EOF NOT = "S"
                       ADD 1 TO HM-QTDE-LIDOS
                       MOVE SO-CNPJ TO HM-DOC
                       PERFORM RT60-00-ANONIMIZA-DOCUMENTO
                       MOVE HM-DOC TO SO-CNPJ
                       MOVE SO-NOME TO HM-CAMPO
                       PERFORM RT66-00-NOME-SOCIO
                       MOVE HM-CAMPO TO SO-NOME
                       WRITE TRABALHO-REC FROM CNPJ-SOCIOS-REC
                   END-IF
               END-PERFORM
               CLOSE CNPJ-SOCIOS-FILE TRABALHO-FILE

               PERFORM RT80-00-MONTA-DESTINO
               MOVE HM-DESTINO TO WA-ARQ-SOCIOS
               OPEN OUTPUT CNPJ-SOCIOS-FILE
               OPEN INPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF
               PERFORM UNTIL WA-EOF = "S"
                   READ TRABALHO-FILE
                       AT END MOVE "S" TO WA-EOF
                   END-READ
                   IF  WA-EOF NOT = "S"
                       MOVE TRABALHO-REC TO CNPJ-SOCIOS-REC
                       WRITE CNPJ-SOCIOS-REC
                           INVALID KEY
                               ADD 1 TO HM-QTDE-COLISAO
                           NOT INVALID KEY
                               ADD 1 TO HM-QTDE-GRAVADOS
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE CNPJ-SOCIOS-FILE TRABALHO-FILE
           END-IF.
           PERFORM RT82-00-RESUMO-ARQUIVO.

      *---------------------------------------------------------------*
      * CNPJ-SOCIOS-IX: O NOME NORMALIZADO DA CHAVE E REFEITO DO NOME *
      * NOVO, COMO NA GRAVACAO NORMAL.                                *
      *---------------------------------------------------------------*
       RT13-00-SOCIOS-IX.
           MOVE "CNPJ-SOCIOS-IX.DAT" TO HM-NOME-ARQ WA-ARQ-SOCIOS-IX.
           PERFORM RT81-00-ZERA-ARQUIVO.
           OPEN INPUT CNPJ-SOCIOS-IX-FILE.
           IF  WA-FS-SOCIOS-IX = "00"
               MOVE "S" TO HM-ARQ-PRESENTE
               OPEN OUTPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF
               PERFORM UNTIL WA-EOF = "S"
                   READ CNPJ-SOCIOS-IX-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-EOF
                   END-READ
                   IF  WA-EOF NOT = "S"
                       ADD 1 TO HM-QTDE-LIDOS
                       MOVE SX-CNPJ TO HM-DOC
                       PERFORM RT60-00-ANONIMIZA-DOCUMENTO
                       MOVE HM-DOC TO SX-CNPJ
                       MOVE SX-NOME TO HM-CAMPO
                       PERFORM RT66-00-NOME-SOCIO
                       MOVE HM-CAMPO TO SX-NOME
                       MOVE SX-NOME  TO NN-ENTRADA
                       PERFORM NORMALIZA-NOME
                       MOVE NN-SAIDA TO SX-NOME-NORM
                       WRITE TRABALHO-REC FROM CNPJ-SOCIOS-IX-REC
                   END-IF
               END-PERFORM
               CLOSE CNPJ-SOCIOS-IX-FILE TRABALHO-FILE

               PERFORM RT80-00-MONTA-DESTINO
               MOVE HM-DESTINO TO WA-ARQ-SOCIOS-IX
               OPEN OUTPUT CNPJ-SOCIOS-IX-FILE
               OPEN INPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF
               PERFORM UNTIL WA-EOF = "S"
                   READ TRABALHO-FILE
                       AT END MOVE "S" TO WA-EOF
                   END-READ
                   IF  WA-EOF NOT = "S"
                       MOVE TRABALHO-REC TO CNPJ-SOCIOS-IX-REC
                       WRITE CNPJ-SOCIOS-IX-REC
                           INVALID KEY
                               ADD 1 TO HM-QTDE-COLISAO
                           NOT INVALID KEY
                               ADD 1 TO HM-QTDE-GRAVADOS
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE CNPJ-SOCIOS-IX-FILE TRABALHO-FILE
           END-IF.
           PERFORM RT82-00-RESUMO-ARQUIVO.

      *---------------------------------------------------------------*
      * CNPJ-SOCIOS-HIST                                              *
      *---------------------------------------------------------------*
       RT14-00-SOCIOS-HIST.
           MOVE "CNPJ-SOCIOS-HIST.DAT" TO HM-NOME-ARQ
                                          WA-ARQ-SOCIOS-HIST.
           PERFORM RT81-00-ZERA-ARQUIVO.
           OPEN INPUT SOCIOS-HIST-FILE.
           IF  WA-FS-SOCIOS-HIST = "00"
               MOVE "S" TO HM-ARQ-PRESENTE
               OPEN OUTPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF
               PERFORM UNTIL WA-EOF = "S"
                   READ SOCIOS-HIST-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-EOF
                   END-READ
                   IF  WA-EOF NOT = "S"
                       ADD 1 TO HM-QTDE-LIDOS
                       MOVE SH-CNPJ TO HM-DOC
                       PERFORM RT60-00-ANONIMIZA-DOCUMENTO
                       MOVE HM-DOC TO SH-CNPJ
                       MOVE SH-NOME TO HM-CAMPO
                       PERFORM RT66-00-NOME-SOCIO
                       MOVE HM-CAMPO TO SH-NOME
                       WRITE TRABALHO-REC FROM CNPJ-SOCIOS-HIST-REC
                   END-IF
               END-PERFORM
               CLOSE SOCIOS-HIST-FILE TRABALHO-FILE

               PERFORM RT80-00-MONTA-DESTINO
               MOVE HM-DESTINO TO WA-ARQ-SOCIOS-HIST
               OPEN OUTPUT SOCIOS-HIST-FILE
               OPEN INPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF
               PERFORM UNTIL WA-EOF = "S"
                   READ TRABALHO-FILE
                       AT END MOVE "S" TO WA-EOF
                   END-READ
                   IF  WA-EOF NOT = "S"
                       MOVE TRABALHO-REC TO CNPJ-SOCIOS-HIST-REC
                       WRITE CNPJ-SOCIOS-HIST-REC
                           INVALID KEY
                               ADD 1 TO HM-QTDE-COLISAO
                           NOT INVALID KEY
                               ADD 1 TO HM-QTDE-GRAVADOS
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE SOCIOS-HIST-FILE TRABALHO-FILE
           END-IF.
           PERFORM RT82-00-RESUMO-ARQUIVO.

      *---------------------------------------------------------------*
      * CNPJ-HISTORY: O VALOR ANTERIOR, O NOVO E O PRETERIDO SEGUEM A *
      * REGRA DO CAMPO DA FICHA QUE MUDOU - A MESMA TROCA DO MASTER,  *
      * ENTAO O VALOR NOVO DO HISTORICO BATE COM A FICHA ATUAL.       *
      *---------------------------------------------------------------*
       RT15-00-HISTORY.
           MOVE "CNPJ-HISTORY.DAT" TO HM-NOME-ARQ WA-ARQ-HIST.
           PERFORM RT81-00-ZERA-ARQUIVO.
           OPEN INPUT CNPJ-HISTORY-FILE.
           IF  WA-FS-HIST = "00"
               MOVE "S" TO HM-ARQ-PRESENTE
               OPEN OUTPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF
               PERFORM UNTIL WA-EOF = "S"
                   READ CNPJ-HISTORY-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-EOF
                   END-READ
                   IF  WA-EOF NOT = "S"
                       ADD 1 TO HM-QTDE-LIDOS
                       MOVE CH-CNPJ TO HM-DOC
                       PERFORM RT60-00-ANONIMIZA-DOCUMENTO
                       MOVE HM-DOC TO CH-CNPJ
                       MOVE CH-VALOR-ANTERIOR TO HM-CAMPO
                       PERFORM RT15A-VALOR-HISTORICO
                       MOVE HM-CAMPO TO CH-VALOR-ANTERIOR
                       MOVE CH-VALOR-NOVO TO HM-CAMPO
                       PERFORM RT15A-VALOR-HISTORICO
                       MOVE HM-CAMPO TO CH-VALOR-NOVO
                       MOVE CH-VALOR-PRETERIDO TO HM-CAMPO
                       PERFORM RT15A-VALOR-HISTORICO
                       MOVE HM-CAMPO TO CH-VALOR-PRETERIDO
                       WRITE TRABALHO-REC FROM CNPJ-HISTORY-REC
                   END-IF
               END-PERFORM
               CLOSE CNPJ-HISTORY-FILE TRABALHO-FILE

               PERFORM RT80-00-MONTA-DESTINO
               MOVE HM-DESTINO TO WA-ARQ-HIST
               OPEN OUTPUT CNPJ-HISTORY-FILE
               OPEN INPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF
               PERFORM UNTIL WA-EOF = "S"
                   READ TRABALHO-FILE
                       AT END MOVE "S" TO WA-EOF
                   END-READ
                   IF  WA-EOF NOT = "S"
                       MOVE TRABALHO-REC TO CNPJ-HISTORY-REC
                       WRITE CNPJ-HISTORY-REC
                           INVALID KEY
                               ADD 1 TO HM-QTDE-COLISAO
                           NOT INVALID KEY
                               ADD 1 TO HM-QTDE-GRAVADOS
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE CNPJ-HISTORY-FILE TRABALHO-FILE
           END-IF.
           PERFORM RT82-00-RESUMO-ARQUIVO.

       RT15A-VALOR-HISTORICO.
           EVALUATE CH-CAMPO
               WHEN "NOME EMPRESARIAL"
               WHEN "NOME FANTASIA"
                   PERFORM RT64-00-NOME-EMPRESA
               WHEN "E-MAIL"
                   PERFORM RT67-00-EMAIL
               WHEN "LOGRADOURO"
                   PERFORM RT69-00-LOGRADOURO
               WHEN "CEP"
                   PERFORM RT70-00-CEP
               WHEN "TELEFONE 1"
               WHEN "TELEFONE 2"
               WHEN "TELEFONE 3"
               WHEN "TELEFONE 4"
                   PERFORM RT68-00-TELEFONE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *---------------------------------------------------------------*
      * CNPJ-FONTE                                                    *
      *---------------------------------------------------------------*
       RT16-00-FONTE.
           MOVE "CNPJ-FONTE.DAT" TO HM-NOME-ARQ WA-ARQ-FONTE.
           PERFORM RT81-00-ZERA-ARQUIVO.
           OPEN INPUT CNPJ-FONTE-FILE.
           IF  WA-FS-FONTE = "00"
               MOVE "S" TO HM-ARQ-PRESENTE
               OPEN OUTPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF
               PERFORM UNTIL WA-EOF = "S"
                   READ CNPJ-FONTE-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-EOF
                   END-READ
                   IF  WA-EOF NOT = "S"
                       ADD 1 TO HM-QTDE-LIDOS
                       MOVE CF-CNPJ TO HM-DOC
                       PERFORM RT60-00-ANONIMIZA-DOCUMENTO
                       MOVE HM-DOC TO CF-CNPJ
                       WRITE TRABALHO-REC FROM CNPJ-FONTE-REC
                   END-IF
               END-PERFORM
               CLOSE CNPJ-FONTE-FILE TRABALHO-FILE

               PERFORM RT80-00-MONTA-DESTINO
               MOVE HM-DESTINO TO WA-ARQ-FONTE
               OPEN OUTPUT CNPJ-FONTE-FILE
               OPEN INPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF
               PERFORM UNTIL WA-EOF = "S"
                   READ TRABALHO-FILE
                       AT END MOVE "S" TO WA-EOF
                   END-READ
                   IF  WA-EOF NOT = "S"
                       MOVE TRABALHO-REC TO CNPJ-FONTE-REC
                       WRITE CNPJ-FONTE-REC
                           INVALID KEY
                               ADD 1 TO HM-QTDE-COLISAO
                           NOT INVALID KEY
                               ADD 1 TO HM-QTDE-GRAVADOS
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE CNPJ-FONTE-FILE TRABALHO-FILE
           END-IF.
           PERFORM RT82-00-RESUMO-ARQUIVO.

      *---------------------------------------------------------------*
      * CNPJ-SIMPLES                                                  *
      *---------------------------------------------------------------*
       RT17-00-SIMPLES.
           MOVE "CNPJ-SIMPLES.DAT" TO HM-NOME-ARQ WA-ARQ-SIMPLES.
           PERFORM RT81-00-ZERA-ARQUIVO.
           OPEN INPUT CNPJ-SIMPLES-FILE.
           IF  WA-FS-SIMPLES = "00"
               MOVE "S" TO HM-ARQ-PRESENTE
               OPEN OUTPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF
               PERFORM UNTIL WA-EOF = "S"
                   READ CNPJ-SIMPLES-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-EOF
                   END-READ
                   IF  WA-EOF NOT = "S"
                       ADD 1 TO HM-QTDE-LIDOS
                       MOVE SI-CNPJ TO HM-DOC
                       PERFORM RT60-00-ANONIMIZA-DOCUMENTO
                       MOVE HM-DOC TO SI-CNPJ
                       WRITE TRABALHO-REC FROM CNPJ-SIMPLES-REC
                   END-IF
               END-PERFORM
               CLOSE CNPJ-SIMPLES-FILE TRABALHO-FILE

               PERFORM RT80-00-MONTA-DESTINO
               MOVE HM-DESTINO TO WA-ARQ-SIMPLES
               OPEN OUTPUT CNPJ-SIMPLES-FILE
               OPEN INPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF
               PERFORM UNTIL WA-EOF = "S"
                   READ TRABALHO-FILE
                       AT END MOVE "S" TO WA-EOF
                   END-READ
                   IF  WA-EOF NOT = "S"
                       MOVE TRABALHO-REC TO CNPJ-SIMPLES-REC
                       WRITE CNPJ-SIMPLES-REC
                           INVALID KEY
                               ADD 1 TO HM-QTDE-COLISAO
                           NOT INVALID KEY
                               ADD 1 TO HM-QTDE-GRAVADOS
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE CNPJ-SIMPLES-FILE TRABALHO-FILE
           END-IF.
           PERFORM RT82-00-RESUMO-ARQUIVO.

      *---------------------------------------------------------------*
      * CNPJ-SIMPLES-HIST                                             *
      *---------------------------------------------------------------*
       RT18-00-SIMPLES-HIST.
           MOVE "CNPJ-SIMPLES-HIST.DAT" TO HM-NOME-ARQ
                                           WA-ARQ-SIMPLES-HIST.
           PERFORM RT81-00-ZERA-ARQUIVO.
           OPEN INPUT SIMPLES-HIST-FILE.
           IF  WA-FS-SIMPLES-HIST = "00"
               MOVE "S" TO HM-ARQ-PRESENTE
               OPEN OUTPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF
               PERFORM UNTIL WA-EOF = "S"
                   READ SIMPLES-HIST-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-EOF
                   END-READ
                   IF  WA-EOF NOT = "S"
                       ADD 1 TO HM-QTDE-LIDOS
                       MOVE RG-CNPJ TO HM-DOC
                       PERFORM RT60-00-ANONIMIZA-DOCUMENTO
                       MOVE HM-DOC TO RG-CNPJ
                       WRITE TRABALHO-REC FROM CNPJ-SIMPLES-HIST-REC
                   END-IF
               END-PERFORM
               CLOSE SIMPLES-HIST-FILE TRABALHO-FILE

               PERFORM RT80-00-MONTA-DESTINO
               MOVE HM-DESTINO TO WA-ARQ-SIMPLES-HIST
               OPEN OUTPUT SIMPLES-HIST-FILE
               OPEN INPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF
               PERFORM UNTIL WA-EOF = "S"
                   READ TRABALHO-FILE
                       AT END MOVE "S" TO WA-EOF
                   END-READ
                   IF  WA-EOF NOT = "S"
                       MOVE TRABALHO-REC TO CNPJ-SIMPLES-HIST-REC
                       WRITE CNPJ-SIMPLES-HIST-REC
                           INVALID KEY
                               ADD 1 TO HM-QTDE-COLISAO
                           NOT INVALID KEY
                               ADD 1 TO HM-QTDE-GRAVADOS
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE SIMPLES-HIST-FILE TRABALHO-FILE
           END-IF.
           PERFORM RT82-00-RESUMO-ARQUIVO.

      *---------------------------------------------------------------*
      * CNPJ-CNAE-SEC                                                 *
      *---------------------------------------------------------------*
       RT19-00-CNAE-SEC.
           MOVE "CNPJ-CNAE-SEC.DAT" TO HM-NOME-ARQ WA-ARQ-CNAE-SEC.
           PERFORM RT81-00-ZERA-ARQUIVO.
           OPEN INPUT CNPJ-CNAE-SEC-FILE.
           IF  WA-FS-CNAE-SEC = "00"
               MOVE "S" TO HM-ARQ-PRESENTE
               OPEN OUTPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF
               PERFORM UNTIL WA-EOF = "S"
                   READ CNPJ-CNAE-SEC-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-EOF
                   END-READ
                   IF  WA-EOF NOT = "S"
                       ADD 1 TO HM-QTDE-LIDOS
                       MOVE CS-CNPJ TO HM-DOC
                       PERFORM RT60-00-ANONIMIZA-DOCUMENTO
                       MOVE HM-DOC TO CS-CNPJ
                       WRITE TRABALHO-REC FROM CNPJ-CNAE-SEC-REC
                   END-IF
               END-PERFORM
               CLOSE CNPJ-CNAE-SEC-FILE TRABALHO-FILE

               PERFORM RT80-00-MONTA-DESTINO
               MOVE HM-DESTINO TO WA-ARQ-CNAE-SEC
               OPEN OUTPUT CNPJ-CNAE-SEC-FILE
               OPEN INPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF
               PERFORM UNTIL WA-EOF = "S"
                   READ TRABALHO-FILE
                       AT END MOVE "S" TO WA-EOF
                   END-READ
                   IF  WA-EOF NOT = "S"
                       MOVE TRABALHO-REC TO CNPJ-CNAE-SEC-REC
                       WRITE CNPJ-CNAE-SEC-REC
                           INVALID KEY
                               ADD 1 TO HM-QTDE-COLISAO
                           NOT INVALID KEY
                               ADD 1 TO HM-QTDE-GRAVADOS
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE CNPJ-CNAE-SEC-FILE TRABALHO-FILE
           END-IF.
           PERFORM RT82-00-RESUMO-ARQUIVO.

      *---------------------------------------------------------------*
      * CNPJ-CONTATOS: O CONTATO NORMALIZADO E O ORIGINAL RECEBEM A   *
      * MESMA TROCA DO MASTER (TELEFONE PELOS 8 ULTIMOS DIGITOS,      *
      * E-MAIL PELO TEXTO) - A BUSCA REVERSA E O COMPARTILHAMENTO     *
      * ENTRE RAIZES CONTINUAM BATENDO.                               *
      *---------------------------------------------------------------*
       RT20-00-CONTATOS.
           MOVE "CNPJ-CONTATOS.DAT" TO HM-NOME-ARQ WA-ARQ-CONTATOS.
           PERFORM RT81-00-ZERA-ARQUIVO.
           OPEN INPUT CNPJ-CONTATOS-FILE.
           IF  WA-FS-CONTATOS = "00"
               MOVE "S" TO HM-ARQ-PRESENTE
               OPEN OUTPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF
               PERFORM UNTIL WA-EOF = "S"
                   READ CNPJ-CONTATOS-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-EOF
                   END-READ
                   IF  WA-EOF NOT = "S"
                       ADD 1 TO HM-QTDE-LIDOS
                       PERFORM RT20A-ANONIMIZA-CONTATO
                       WRITE TRABALHO-REC FROM CNPJ-CONTATOS-REC
                   END-IF
               END-PERFORM
               CLOSE CNPJ-CONTATOS-FILE TRABALHO-FILE

               PERFORM RT80-00-MONTA-DESTINO
               MOVE HM-DESTINO TO WA-ARQ-CONTATOS
               OPEN OUTPUT CNPJ-CONTATOS-FILE
               OPEN INPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF
               PERFORM UNTIL WA-EOF = "S"
                   READ TRABALHO-FILE
                       AT END MOVE "S" TO WA-EOF
                   END-READ
                   IF  WA-EOF NOT = "S"
                       MOVE TRABALHO-REC TO CNPJ-CONTATOS-REC
                       WRITE CNPJ-CONTATOS-REC
                           INVALID KEY
                               ADD 1 TO HM-QTDE-COLISAO
                           NOT INVALID KEY
                               ADD 1 TO HM-QTDE-GRAVADOS
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE CNPJ-CONTATOS-FILE TRABALHO-FILE
           END-IF.
           PERFORM RT82-00-RESUMO-ARQUIVO.

       RT20A-ANONIMIZA-CONTATO.
           MOVE CT-CNPJ TO HM-DOC.
           PERFORM RT60-00-ANONIMIZA-DOCUMENTO.
           MOVE HM-DOC TO CT-CNPJ.

           IF  CT-TIPO = "E" OR CT-CAMPO = "E"
               MOVE CT-CONTATO TO HM-CAMPO
               PERFORM RT67-00-EMAIL
               MOVE HM-CAMPO TO CT-CONTATO
               MOVE CT-ORIGINAL TO HM-CAMPO
               PERFORM RT67-00-EMAIL
               MOVE HM-CAMPO TO CT-ORIGINAL
           ELSE
               MOVE CT-CONTATO TO HM-CAMPO
               PERFORM RT68-00-TELEFONE
               MOVE HM-CAMPO TO CT-CONTATO
               MOVE CT-ORIGINAL TO HM-CAMPO
               PERFORM RT68-00-TELEFONE
               MOVE HM-CAMPO TO CT-ORIGINAL
           END-IF.

      *---------------------------------------------------------------*
      * CNPJ-IE                                                       *
      *---------------------------------------------------------------*
       RT21-00-IE.
           MOVE "CNPJ-IE.DAT" TO HM-NOME-ARQ WA-ARQ-IE.
           PERFORM RT81-00-ZERA-ARQUIVO.
           OPEN INPUT CNPJ-IE-FILE.
           IF  WA-FS-IE = "00"
               MOVE "S" TO HM-ARQ-PRESENTE
               OPEN OUTPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF
               PERFORM UNTIL WA-EOF = "S"
                   READ CNPJ-IE-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-EOF
                   END-READ
                   IF  WA-EOF NOT = "S"
                       ADD 1 TO HM-QTDE-LIDOS
                       MOVE IE-CNPJ TO HM-DOC
                       PERFORM RT60-00-ANONIMIZA-DOCUMENTO
                       MOVE HM-DOC TO IE-CNPJ
                       MOVE IE-INSCRICAO TO HM-CAMPO
                       PERFORM RT72-00-INSCRICAO
                       MOVE HM-CAMPO TO IE-INSCRICAO
                       WRITE TRABALHO-REC FROM CNPJ-IE-REC
                   END-IF
               END-PERFORM
               CLOSE CNPJ-IE-FILE TRABALHO-FILE

               PERFORM RT80-00-MONTA-DESTINO
               MOVE HM-DESTINO TO WA-ARQ-IE
               OPEN OUTPUT CNPJ-IE-FILE
               OPEN INPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF
               PERFORM UNTIL WA-EOF = "S"
                   READ TRABALHO-FILE
                       AT END MOVE "S" TO WA-EOF
                   END-READ
                   IF  WA-EOF NOT = "S"
                       MOVE TRABALHO-REC TO CNPJ-IE-REC
                       WRITE CNPJ-IE-REC
                           INVALID KEY
                               ADD 1 TO HM-QTDE-COLISAO
                           NOT INVALID KEY
                               ADD 1 TO HM-QTDE-GRAVADOS
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE CNPJ-IE-FILE TRABALHO-FILE
           END-IF.
           PERFORM RT82-00-RESUMO-ARQUIVO.

      *---------------------------------------------------------------*
      * GRUPO-ECON: O RADICAL PASSA PELO MESMO DE-PARA DOS CNPJs, O   *
      * NUMERO DO GRUPO FICA.                                         *
      *---------------------------------------------------------------*
       RT22-00-GRUPO-ECON.
           MOVE "GRUPO-ECON.DAT" TO HM-NOME-ARQ WA-ARQ-GRUPO-ECON.
           PERFORM RT81-00-ZERA-ARQUIVO.
           OPEN INPUT GRUPO-ECON-FILE.
           IF  WA-FS-GRUPO-ECON = "00"
               MOVE "S" TO HM-ARQ-PRESENTE
               OPEN OUTPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF
               PERFORM UNTIL WA-EOF = "S"
                   READ GRUPO-ECON-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-EOF
                   END-READ
                   IF  WA-EOF NOT = "S"
                       ADD 1 TO HM-QTDE-LIDOS
                       MOVE GE-CNPJ TO HM-DOC
                       PERFORM RT60-00-ANONIMIZA-DOCUMENTO
                       MOVE HM-DOC TO GE-CNPJ
                       IF  GE-RADICAL NOT = SPACES
                           MOVE "R"        TO HM-MAPA-TIPO
                           MOVE GE-RADICAL TO HM-MAPA-CHAVE
                           PERFORM RT61-00-MAPEIA
                           MOVE HM-MAPA-NOVO(1:8) TO GE-RADICAL
                       END-IF
                       MOVE GE-NOME TO HM-CAMPO
                       PERFORM RT64-00-NOME-EMPRESA
                       MOVE HM-CAMPO TO GE-NOME
                       WRITE TRABALHO-REC FROM GRUPO-ECON-REC
                   END-IF
               END-PERFORM
               CLOSE GRUPO-ECON-FILE TRABALHO-FILE

               PERFORM RT80-00-MONTA-DESTINO
               MOVE HM-DESTINO TO WA-ARQ-GRUPO-ECON
               OPEN OUTPUT GRUPO-ECON-FILE
               OPEN INPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF
               PERFORM UNTIL WA-EOF = "S"
                   READ TRABALHO-FILE
                       AT END MOVE "S" TO WA-EOF
                   END-READ
                   IF  WA-EOF NOT = "S"
                       MOVE TRABALHO-REC TO GRUPO-ECON-REC
                       WRITE GRUPO-ECON-REC
                           INVALID KEY
                               ADD 1 TO HM-QTDE-COLISAO
                           NOT INVALID KEY
                               ADD 1 TO HM-QTDE-GRAVADOS
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE GRUPO-ECON-FILE TRABALHO-FILE
           END-IF.
           PERFORM RT82-00-RESUMO-ARQUIVO.

      *---------------------------------------------------------------*
      * GRUPO-ELO: SOCIO QUE LIGA AS EMPRESAS DO GRUPO; O NOME        *
      * NORMALIZADO DA CHAVE E REFEITO DO PSEUDONIMO.                 *
      *---------------------------------------------------------------*
       RT23-00-GRUPO-ELO.
           MOVE "GRUPO-ELO.DAT" TO HM-NOME-ARQ WA-ARQ-GRUPO-ELO.
           PERFORM RT81-00-ZERA-ARQUIVO.
           OPEN INPUT GRUPO-ELO-FILE.
           IF  WA-FS-GRUPO-ELO = "00"
               MOVE "S" TO HM-ARQ-PRESENTE
               OPEN OUTPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF
               PERFORM UNTIL WA-EOF = "S"
                   READ GRUPO-ELO-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-EOF
                   END-READ
                   IF  WA-EOF NOT = "S"
                       ADD 1 TO HM-QTDE-LIDOS
                       MOVE EL-NOME TO HM-CAMPO
                       PERFORM RT66-00-NOME-SOCIO
                       MOVE HM-CAMPO TO EL-NOME
                       MOVE EL-NOME  TO NN-ENTRADA
                       PERFORM NORMALIZA-NOME
                       MOVE NN-SAIDA TO EL-NOME-NORM
                       WRITE TRABALHO-REC FROM GRUPO-ELO-REC
                   END-IF
               END-PERFORM
               CLOSE GRUPO-ELO-FILE TRABALHO-FILE

               PERFORM RT80-00-MONTA-DESTINO
               MOVE HM-DESTINO TO WA-ARQ-GRUPO-ELO
               OPEN OUTPUT GRUPO-ELO-FILE
               OPEN INPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF
               PERFORM UNTIL WA-EOF = "S"
                   READ TRABALHO-FILE
                       AT END MOVE "S" TO WA-EOF
                   END-READ
                   IF  WA-EOF NOT = "S"
                       MOVE TRABALHO-REC TO GRUPO-ELO-REC
                       WRITE GRUPO-ELO-REC
                           INVALID KEY
                               ADD 1 TO HM-QTDE-COLISAO
                           NOT INVALID KEY
                               ADD 1 TO HM-QTDE-GRAVADOS
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE GRUPO-ELO-FILE TRABALHO-FILE
           END-IF.
           PERFORM RT82-00-RESUMO-ARQUIVO.

      *---------------------------------------------------------------*
      * TERRITORIO-CNPJ (CARTEIRA POR REPRESENTANTE)                  *
      *---------------------------------------------------------------*
       RT24-00-TERRITORIO.
           MOVE "TERRITORIO-CNPJ.DAT" TO HM-NOME-ARQ WA-ARQ-TERRITORIO.
           PERFORM RT81-00-ZERA-ARQUIVO.
           OPEN INPUT TERRITORIO-CNPJ-FILE.
           IF  WA-FS-TERRITORIO = "00"
               MOVE "S" TO HM-ARQ-PRESENTE
               OPEN OUTPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF
               PERFORM UNTIL WA-EOF = "S"
                   READ TERRITORIO-CNPJ-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-EOF
                   END-READ
                   IF  WA-EOF NOT = "S"
                       ADD 1 TO HM-QTDE-LIDOS
                       MOVE TC-CNPJ TO HM-DOC
                       PERFORM RT60-00-ANONIMIZA-DOCUMENTO
                       MOVE HM-DOC TO TC-CNPJ
                       MOVE TC-NOME TO HM-CAMPO
                       PERFORM RT64-00-NOME-EMPRESA
                       MOVE HM-CAMPO TO TC-NOME
                       WRITE TRABALHO-REC FROM TERRITORIO-CNPJ-REC
                   END-IF
               END-PERFORM
               CLOSE TERRITORIO-CNPJ-FILE TRABALHO-FILE

               PERFORM RT80-00-MONTA-DESTINO
               MOVE HM-DESTINO TO WA-ARQ-TERRITORIO
               OPEN OUTPUT TERRITORIO-CNPJ-FILE
               OPEN INPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF
               PERFORM UNTIL WA-EOF = "S"
                   READ TRABALHO-FILE
                       AT END MOVE "S" TO WA-EOF
                   END-READ
                   IF  WA-EOF NOT = "S"
                       MOVE TRABALHO-REC TO TERRITORIO-CNPJ-REC
                       WRITE TERRITORIO-CNPJ-REC
                           INVALID KEY
                               ADD 1 TO HM-QTDE-COLISAO
                           NOT INVALID KEY
                               ADD 1 TO HM-QTDE-GRAVADOS
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE TERRITORIO-CNPJ-FILE TRABALHO-FILE
           END-IF.
           PERFORM RT82-00-RESUMO-ARQUIVO.

      *---------------------------------------------------------------*
      * SANCOES: DOCUMENTO E NOME DO SANCIONADO PASSAM PELO MESMO     *
      * DE-PARA DO CADASTRO, ENTAO A TRIAGEM DA HOMOLOGACAO CONTINUA  *
      * ACHANDO AS MESMAS EMPRESAS.                                   *
      *---------------------------------------------------------------*
       RT25-00-SANCOES.
           MOVE "SANCOES.DAT" TO HM-NOME-ARQ WA-ARQ-SANCAO.
           PERFORM RT81-00-ZERA-ARQUIVO.
           OPEN INPUT SANCAO-FILE.
           IF  WA-FS-SANCAO = "00"
               MOVE "S" TO HM-ARQ-PRESENTE
               OPEN OUTPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF
               PERFORM UNTIL WA-EOF = "S"
                   READ SANCAO-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-EOF
                   END-READ
                   IF  WA-EOF NOT = "S"
                       ADD 1 TO HM-QTDE-LIDOS
                       MOVE SL-DOCUMENTO TO HM-DOC
                       PERFORM RT60-00-ANONIMIZA-DOCUMENTO
                       MOVE HM-DOC TO SL-DOCUMENTO
                       MOVE SL-NOME TO HM-CAMPO
                       IF  SL-TIPO-PESSOA = "F"
                           PERFORM RT65-00-NOME-PESSOA
                       ELSE
                           PERFORM RT64-00-NOME-EMPRESA
                       END-IF
                       MOVE HM-CAMPO TO SL-NOME
                       MOVE SL-NOME  TO NN-ENTRADA
                       PERFORM NORMALIZA-NOME
                       MOVE NN-SAIDA TO SL-NOME-NORM
                       WRITE TRABALHO-REC FROM SANCAO-REC
                   END-IF
               END-PERFORM
               CLOSE SANCAO-FILE TRABALHO-FILE

               PERFORM RT80-00-MONTA-DESTINO
               MOVE HM-DESTINO TO WA-ARQ-SANCAO
               OPEN OUTPUT SANCAO-FILE
               OPEN INPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF
               PERFORM UNTIL WA-EOF = "S"
                   READ TRABALHO-FILE
                       AT END MOVE "S" TO WA-EOF
                   END-READ
                   IF  WA-EOF NOT = "S"
                       MOVE TRABALHO-REC TO SANCAO-REC
                       WRITE SANCAO-REC
                           INVALID KEY
                               ADD 1 TO HM-QTDE-COLISAO
                           NOT INVALID KEY
                               ADD 1 TO HM-QTDE-GRAVADOS
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE SANCAO-FILE TRABALHO-FILE
           END-IF.
           PERFORM RT82-00-RESUMO-ARQUIVO.

      *---------------------------------------------------------------*
      * SERPRO-FIXTURES.TXT: O CNPJ DA LINHA PELO DE-PARA E O RETORNO *
      * PELAS REGRAS DE CADA TIPO - P (FICHA, JSON CONVERTIDO PARA    *
      * PIPE), S (SOCIOS), I (INSCRICOES); M (SIMPLES) SO TEM O CNPJ. *
      *---------------------------------------------------------------*
       RT26-00-FIXTURES.
           MOVE "SERPRO-FIXTURES.TXT" TO HM-NOME-ARQ WA-ARQ-FIXTURES.
           PERFORM RT81-00-ZERA-ARQUIVO.
           OPEN INPUT FIXTURES-FILE.
           IF  WA-FS-FIXTURES = "00"
               MOVE "S" TO HM-ARQ-PRESENTE
               OPEN OUTPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF
               PERFORM UNTIL WA-EOF = "S"
                   READ FIXTURES-FILE
                       AT END MOVE "S" TO WA-EOF
                   END-READ
                   IF  WA-EOF NOT = "S"
                       AND FIXTURES-REC NOT = SPACES
                       ADD 1 TO HM-QTDE-LIDOS
                       PERFORM RT26A-ANONIMIZA-FIXTURE
                       WRITE TRABALHO-REC FROM FIXTURES-REC
                   END-IF
               END-PERFORM
               CLOSE FIXTURES-FILE TRABALHO-FILE

               PERFORM RT80-00-MONTA-DESTINO
               MOVE HM-DESTINO TO WA-ARQ-FIXTURES
               OPEN OUTPUT FIXTURES-FILE
               OPEN INPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF
               PERFORM UNTIL WA-EOF = "S"
                   READ TRABALHO-FILE
                       AT END MOVE "S" TO WA-EOF
                   END-READ
                   IF  WA-EOF NOT = "S"
                       MOVE TRABALHO-REC TO FIXTURES-REC
                       WRITE FIXTURES-REC
                       ADD 1 TO HM-QTDE-GRAVADOS
                   END-IF
               END-PERFORM
               CLOSE FIXTURES-FILE TRABALHO-FILE
           END-IF.
           PERFORM RT82-00-RESUMO-ARQUIVO.

       RT26A-ANONIMIZA-FIXTURE.
           MOVE SPACES TO HM-FX-TIPO HM-FX-CNPJ HM-FX-RETORNO.
           UNSTRING FIXTURES-REC DELIMITED BY ";" INTO
               HM-FX-TIPO
               HM-FX-CNPJ
               HM-FX-RETORNO
           END-UNSTRING.

           MOVE HM-FX-CNPJ TO HM-DOC.
           PERFORM RT60-00-ANONIMIZA-DOCUMENTO.
           MOVE HM-DOC TO HM-FX-CNPJ.
           IF  HM-DOC-TIPO = "F"
               MOVE "F" TO HM-PESSOA
           ELSE
               MOVE "J" TO HM-PESSOA
           END-IF.

           EVALUATE HM-FX-TIPO(1:1)
               WHEN "P"
                   PERFORM RT26B-FIXTURE-FICHA
               WHEN "S"
                   PERFORM RT26C-FIXTURE-SOCIOS
               WHEN "I"
                   PERFORM RT26D-FIXTURE-IE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE SPACES TO FIXTURES-REC.
           STRING HM-FX-TIPO(1:1)    DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  HM-FX-CNPJ         DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  HM-FX-RETORNO      DELIMITED BY SIZE
               INTO FIXTURES-REC
           END-STRING.

      * RETORNO SEM "|" (MENSAGEM DE ERRO GRAVADA NA CAPTURA) FICA.
       RT26B-FIXTURE-FICHA.
           MOVE HM-FX-RETORNO TO LNK-RETORNO.
           PERFORM CONVERTE-RETORNO-SERPRO.
           IF  JR-FORMATO = "J"
               ADD 1 TO HM-QTDE-JSON
           END-IF.
           MOVE ZEROS TO HM-FX-QTDE-PIPE.
           INSPECT LNK-RETORNO TALLYING HM-FX-QTDE-PIPE FOR ALL "|".

           IF  HM-FX-QTDE-PIPE > ZEROS
               MOVE SPACES TO CNPJ-MASTER-REC
               UNSTRING LNK-RETORNO DELIMITED BY "|" INTO
                   CM-NOME-EMPRESARIAL
                   CM-NOME-FANTASIA
                   CM-DATA-ABERTURA
                   CM-CORREIO-ELETRONICO
                   CM-PORTE
                   CM-ENDERECO-TIPO-LOGR
                   CM-ENDERECO-LOGRADOURO
                   CM-ENDERECO-BAIRRO
                   CM-ENDERECO-MUNICIPIO
                   CM-ENDERECO-UF
                   CM-ENDERECO-CEP
                   CM-TELEFONE-1
                   CM-TELEFONE-2
                   CM-TELEFONE-3
                   CM-TELEFONE-4
                   CM-CNAE-PRINCIPAL
                   CM-CNAE-SECUNDARIAS
                   CM-SITUACAO-CADASTRAL
               END-UNSTRING
               PERFORM RT10A-ANONIMIZA-FICHA
               MOVE SPACES TO HM-FX-RETORNO
               STRING FUNCTION TRIM(CM-NOME-EMPRESARIAL)    "|"
                      FUNCTION TRIM(CM-NOME-FANTASIA)       "|"
                      FUNCTION TRIM(CM-DATA-ABERTURA)       "|"
                      FUNCTION TRIM(CM-CORREIO-ELETRONICO)  "|"
                      FUNCTION TRIM(CM-PORTE)               "|"
                      FUNCTION TRIM(CM-ENDERECO-TIPO-LOGR)  "|"
                      FUNCTION TRIM(CM-ENDERECO-LOGRADOURO) "|"
                      FUNCTION TRIM(CM-ENDERECO-BAIRRO)     "|"
                      FUNCTION TRIM(CM-ENDERECO-MUNICIPIO)  "|"
                      FUNCTION TRIM(CM-ENDERECO-UF)         "|"
                      FUNCTION TRIM(CM-ENDERECO-CEP)        "|"
                      FUNCTION TRIM(CM-TELEFONE-1)          "|"
                      FUNCTION TRIM(CM-TELEFONE-2)          "|"
                      FUNCTION TRIM(CM-TELEFONE-3)          "|"
                      FUNCTION TRIM(CM-TELEFONE-4)          "|"
                      FUNCTION TRIM(CM-CNAE-PRINCIPAL)      "|"
                      FUNCTION TRIM(CM-CNAE-SECUNDARIAS)    "|"
                      FUNCTION TRIM(CM-SITUACAO-CADASTRAL)
                   DELIMITED BY SIZE INTO HM-FX-RETORNO
               END-STRING
           END-IF.

      * SOCIOS: ITENS "NOME|QUALIFICACAO|DATA" SEPARADOS POR "#".
       RT26C-FIXTURE-SOCIOS.
           MOVE SPACES TO HM-FX-ITENS.
           UNSTRING HM-FX-RETORNO DELIMITED BY "#" INTO
               HM-FX-ITEM(1)  HM-FX-ITEM(2)  HM-FX-ITEM(3)
               HM-FX-ITEM(4)  HM-FX-ITEM(5)  HM-FX-ITEM(6)
               HM-FX-ITEM(7)  HM-FX-ITEM(8)  HM-FX-ITEM(9)
               HM-FX-ITEM(10) HM-FX-ITEM(11) HM-FX-ITEM(12)
               HM-FX-ITEM(13) HM-FX-ITEM(14) HM-FX-ITEM(15)
               HM-FX-ITEM(16) HM-FX-ITEM(17) HM-FX-ITEM(18)
               HM-FX-ITEM(19) HM-FX-ITEM(20)
           END-UNSTRING.

           MOVE SPACES TO HM-FX-SAIDA.
           MOVE 1      TO HM-FX-PONTEIRO.
           PERFORM VARYING HM-FX-IDX FROM 1 BY 1
                   UNTIL HM-FX-IDX > 20
               IF  HM-FX-ITEM(HM-FX-IDX) NOT = SPACES
                   AND HM-FX-ITEM(HM-FX-IDX)(1:1) NOT = X"00"
                   MOVE SPACES TO HM-FX-PARTE-1 HM-FX-PARTE-2
                                  HM-FX-PARTE-3
                   UNSTRING HM-FX-ITEM(HM-FX-IDX) DELIMITED BY "|"
                       INTO HM-FX-PARTE-1
                            HM-FX-PARTE-2
                            HM-FX-PARTE-3
                   END-UNSTRING
                   MOVE HM-FX-PARTE-1 TO HM-CAMPO
                   PERFORM RT66-00-NOME-SOCIO
                   MOVE HM-CAMPO TO HM-FX-PARTE-1
                   IF  HM-FX-PONTEIRO > 1
                       STRING "#" DELIMITED BY SIZE
                           INTO HM-FX-SAIDA
                           WITH POINTER HM-FX-PONTEIRO
                       END-STRING
                   END-IF
                   STRING FUNCTION TRIM(HM-FX-PARTE-1) "|"
                          FUNCTION TRIM(HM-FX-PARTE-2) "|"
                          FUNCTION TRIM(HM-FX-PARTE-3)
                       DELIMITED BY SIZE
                       INTO HM-FX-SAIDA
                       WITH POINTER HM-FX-PONTEIRO
                   END-STRING
               END-IF
           END-PERFORM.
           MOVE HM-FX-SAIDA TO HM-FX-RETORNO.

      * INSCRICOES: ITENS "UF|INSCRICAO|SITUACAO|DATA" POR "#".
       RT26D-FIXTURE-IE.
           MOVE SPACES TO HM-FX-ITENS.
           UNSTRING HM-FX-RETORNO DELIMITED BY "#" INTO
               HM-FX-ITEM(1)  HM-FX-ITEM(2)  HM-FX-ITEM(3)
               HM-FX-ITEM(4)  HM-FX-ITEM(5)  HM-FX-ITEM(6)
               HM-FX-ITEM(7)  HM-FX-ITEM(8)  HM-FX-ITEM(9)
               HM-FX-ITEM(10) HM-FX-ITEM(11) HM-FX-ITEM(12)
               HM-FX-ITEM(13) HM-FX-ITEM(14) HM-FX-ITEM(15)
               HM-FX-ITEM(16) HM-FX-ITEM(17) HM-FX-ITEM(18)
               HM-FX-ITEM(19) HM-FX-ITEM(20) HM-FX-ITEM(21)
               HM-FX-ITEM(22) HM-FX-ITEM(23) HM-FX-ITEM(24)
               HM-FX-ITEM(25) HM-FX-ITEM(26) HM-FX-ITEM(27)
           END-UNSTRING.

           MOVE SPACES TO HM-FX-SAIDA.
           MOVE 1      TO HM-FX-PONTEIRO.
           PERFORM VARYING HM-FX-IDX FROM 1 BY 1
                   UNTIL HM-FX-IDX > 27
               IF  HM-FX-ITEM(HM-FX-IDX) NOT = SPACES
                   AND HM-FX-ITEM(HM-FX-IDX)(1:1) NOT = X"00"
                   MOVE SPACES TO HM-FX-PARTE-1 HM-FX-PARTE-2
                                  HM-FX-PARTE-3 HM-FX-PARTE-4
                   UNSTRING HM-FX-ITEM(HM-FX-IDX) DELIMITED BY "|"
                       INTO HM-FX-PARTE-1
                            HM-FX-PARTE-2
                            HM-FX-PARTE-3
                            HM-FX-PARTE-4
                   END-UNSTRING
                   MOVE HM-FX-PARTE-2 TO HM-CAMPO
                   PERFORM RT72-00-INSCRICAO
                   MOVE HM-CAMPO TO HM-FX-PARTE-2
                   IF  HM-FX-PONTEIRO > 1
                       STRING "#" DELIMITED BY SIZE
                           INTO HM-FX-SAIDA
                           WITH POINTER HM-FX-PONTEIRO
                       END-STRING
                   END-IF
                   STRING FUNCTION TRIM(HM-FX-PARTE-1) "|"
                          FUNCTION TRIM(HM-FX-PARTE-2) "|"
                          FUNCTION TRIM(HM-FX-PARTE-3) "|"
                          FUNCTION TRIM(HM-FX-PARTE-4)
                       DELIMITED BY SIZE
                       INTO HM-FX-SAIDA
                       WITH POINTER HM-FX-PONTEIRO
                   END-STRING
               END-IF
           END-PERFORM.
           MOVE HM-FX-SAIDA TO HM-FX-RETORNO.

      *---------------------------------------------------------------*
      * BASE LOCAL: AS LINHAS DO fco_bd SAEM NO BD-HOMOLOG.TXT (UMA   *
      * IMAGEM DO WA-REGIS POR LINHA) COM DOCUMENTO E NOME TROCADOS;  *
      * CIDADE E UF FICAM. A CARGA NA BASE DA HOMOLOGACAO E A OPCAO C.*
      *---------------------------------------------------------------*
       RT27-00-BASE-LOCAL.
           MOVE "BD-HOMOLOG.TXT" TO HM-NOME-ARQ.
           PERFORM RT81-00-ZERA-ARQUIVO.
           PERFORM RT80-00-MONTA-DESTINO.
           MOVE HM-DESTINO TO WA-ARQ-BD-HOMOLOG.

           SET CONFIGURATION "DLL-CONVENTION" TO 0.
           CALL SP-LIB-BD.

           MOVE "N"    TO WA-PARA.
           MOVE ZEROS  TO LNK-FCO.
           MOVE SPACES TO LNK-RETORNO.
           CALL "fco_bd"
                    USING BY REFERENCE LNK-FCO, LNK-RETORNO, WN-RET
                    returning INTO WN-RET
           END-CALL.

           IF  WN-RET < 0
               DISPLAY "AVISO: BASE LOCAL INDISPONIVEL (" WN-RET
                       ") - BD-HOMOLOG.TXT NAO GERADO."
           ELSE
               MOVE "S" TO HM-ARQ-PRESENTE
               OPEN OUTPUT BD-HOMOLOG-FILE
               IF  LNK-RETORNO(1:9) = "<<<fim>>>"
                   MOVE "S" TO WA-PARA
               ELSE
                   MOVE LNK-RETORNO TO WA-REGIS
                   PERFORM RT27A-GRAVA-LINHA-BD
               END-IF
               PERFORM UNTIL WA-PARA = "S"
                   CALL "fco_next"
                            USING BY REFERENCE LNK-FCO, LNK-RETORNO
                            BY REFERENCE WN-RET
                            returning INTO WN-RET
                   END-CALL
                   IF   WN-RET < 0 OR LNK-RETORNO(1:9) = "<<<fim>>>"
                        MOVE "S" TO WA-PARA
                   ELSE
                        MOVE LNK-RETORNO TO WA-REGIS
                        PERFORM RT27A-GRAVA-LINHA-BD
                   END-IF
               END-PERFORM
               IF  WN-RET >= 0
                   CALL "closeRows"
               END-IF
               CLOSE BD-HOMOLOG-FILE
           END-IF.
           PERFORM RT82-00-RESUMO-ARQUIVO.

       RT27A-GRAVA-LINHA-BD.
           ADD 1 TO HM-QTDE-LIDOS.
           MOVE WN-FCO TO HM-DOC.
           PERFORM RT60-00-ANONIMIZA-DOCUMENTO.
           IF  HM-DOC IS NUMERIC
               MOVE HM-DOC TO WN-FCO
           END-IF.
           IF  WN-CNPJ NOT = ZEROS
               MOVE WN-CNPJ TO HM-DOC
               PERFORM RT60-00-ANONIMIZA-DOCUMENTO
               IF  HM-DOC IS NUMERIC
                   MOVE HM-DOC TO WN-CNPJ
               END-IF
           END-IF.
           MOVE WA-NOME TO HM-CAMPO.
           IF  WA-JURFIS = "F"
               PERFORM RT65-00-NOME-PESSOA
           ELSE
               PERFORM RT64-00-NOME-EMPRESA
           END-IF.
           MOVE HM-CAMPO TO WA-NOME.
           WRITE BD-HOMOLOG-REC FROM WA-REGIS.
           ADD 1 TO HM-QTDE-GRAVADOS.

      *---------------------------------------------------------------*
      * CARGA DA BASE LOCAL DA HOMOLOGACAO COM O BD-HOMOLOG.TXT. SO   *
      * COM SP-SERPRO-MODO "S": E O QUE GARANTE QUE O SYSTEM.PARM (E  *
      * A BASE APONTADA POR ELE) E O DA HOMOLOGACAO, NAO O DA         *
      * PRODUCAO.                                                     *
      *---------------------------------------------------------------*
       RT30-00-CARREGA-BD.
           IF  SP-SERPRO-MODO NOT = "S"
               DISPLAY "CARGA RECUSADA: ESTE SYSTEM.PARM NAO E DE "
                       "HOMOLOGACAO (SP-SERPRO-MODO " SP-SERPRO-MODO
                       ")."
               MOVE "HOMOLOG-BD"    TO WA-AU-EVENTO
               MOVE SPACES          TO WA-AU-ENTRADA
               MOVE "RECUSADA"      TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
           ELSE
               MOVE "BD-HOMOLOG.TXT" TO WA-ARQ-BD-HOMOLOG
               OPEN INPUT BD-HOMOLOG-FILE
               IF  WA-FS-BD-HOMOLOG NOT = "00"
                   DISPLAY "BD-HOMOLOG.TXT NAO ENCONTRADO NESTE "
                           "DIRETORIO (FILE STATUS " WA-FS-BD-HOMOLOG
                           ")."
               ELSE
                   SET CONFIGURATION "DLL-CONVENTION" TO 0
                   CALL SP-LIB-BD
                   MOVE ZEROS TO HM-QTDE-BD-OK HM-QTDE-BD-ERRO
                   MOVE "N" TO WA-EOF
                   PERFORM UNTIL WA-EOF = "S"
                       READ BD-HOMOLOG-FILE
                           AT END MOVE "S" TO WA-EOF
                       END-READ
                       IF  WA-EOF NOT = "S"
                           AND BD-HOMOLOG-REC NOT = SPACES
                           MOVE BD-HOMOLOG-REC TO WA-REGIS
                           CALL "fco_upsert"
                                    USING BY REFERENCE WA-REGIS, WN-RET
                                    returning INTO WN-RET
                           END-CALL
                           IF  WN-RET < 0
                               ADD 1 TO HM-QTDE-BD-ERRO
                           ELSE
                               ADD 1 TO HM-QTDE-BD-OK
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE BD-HOMOLOG-FILE
                   DISPLAY "Linhas gravadas na base local...: "
                           HM-QTDE-BD-OK
                   DISPLAY "Linhas com falha (fco_upsert)...: "
                           HM-QTDE-BD-ERRO
                   MOVE "HOMOLOG-BD"    TO WA-AU-EVENTO
                   MOVE SPACES          TO WA-AU-ENTRADA
                   MOVE HM-QTDE-BD-OK   TO WA-QTDE-ED
                   STRING "OK=" FUNCTION TRIM(WA-QTDE-ED)
                       DELIMITED BY SIZE INTO WA-AU-ENTRADA
                   END-STRING
                   MOVE HM-QTDE-BD-ERRO TO WA-QTDE-ED
                   MOVE SPACES          TO WA-AU-RESULTADO
                   STRING "ERRO=" FUNCTION TRIM(WA-QTDE-ED)
                       DELIMITED BY SIZE INTO WA-AU-RESULTADO
                   END-STRING
                   PERFORM GRAVA-AUDITORIA
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * DOCUMENTO (HM-DOC, 14 POSICOES): CPF ("000" + 11) TROCA OS 9  *
      * DIGITOS PELO DE-PARA F; CNPJ TROCA O RADICAL PELO DE-PARA R E *
      * MANTEM A FILIAL. O DV SAI DO PROPRIO VALIDA-CNPJ/VALIDA-CPF E *
      * O RESULTADO E CONFERIDO NO VALIDA-DOCUMENTO. BRANCO E ZEROS   *
      * FICAM. HM-DOC-TIPO SAI "F", "J" OU BRANCO.                    *
      *---------------------------------------------------------------*
       RT60-00-ANONIMIZA-DOCUMENTO.
           MOVE SPACES TO HM-DOC-TIPO.
           IF  HM-DOC NOT = SPACES AND HM-DOC NOT = ZEROS
               MOVE HM-DOC TO LNK-FCO
               PERFORM VALIDA-DOCUMENTO
               IF  (CV-DOC-VALIDO = "S" AND CV-TIPO-PESSOA = "F")
                   OR (CV-DOC-VALIDO NOT = "S"
                       AND LNK-FCO(1:3) = "000"
                       AND LNK-FCO(4:11) IS NUMERIC)
                   MOVE "F"            TO HM-DOC-TIPO
                   MOVE "F"            TO HM-MAPA-TIPO
                   MOVE LNK-FCO(4:11)  TO HM-MAPA-CHAVE
                   PERFORM RT61-00-MAPEIA
                   MOVE SPACES         TO HM-DOC
                   STRING "000" HM-MAPA-NOVO(1:11)
                       DELIMITED BY SIZE INTO HM-DOC
                   END-STRING
               ELSE
                   MOVE "J"            TO HM-DOC-TIPO
                   MOVE "R"            TO HM-MAPA-TIPO
                   MOVE LNK-FCO(1:8)   TO HM-MAPA-CHAVE
                   MOVE LNK-FCO(9:4)   TO HM-DOC(9:4)
                   PERFORM RT61-00-MAPEIA
                   MOVE HM-MAPA-NOVO(1:8) TO HM-DOC(1:8)
                   PERFORM RT62-00-DV-CNPJ
               END-IF
               MOVE HM-DOC TO LNK-FCO
               PERFORM VALIDA-DOCUMENTO
               IF  CV-DOC-VALIDO NOT = "S"
                   ADD 1 TO HM-QTDE-DV-FALHA
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * DE-PARA: HM-MAPA-TIPO + HM-MAPA-CHAVE -> HM-MAPA-NOVO. VALOR  *
      * AINDA NAO VISTO E SORTEADO (RT75) E GRAVADO; SE O VALOR NOVO  *
      * JA E DE OUTRO ORIGINAL (CHAVE ALTERNADA SEM DUPLICADOS), SAI  *
      * NOVA TENTATIVA.                                               *
      *---------------------------------------------------------------*
       RT61-00-MAPEIA.
           MOVE HM-MAPA-TIPO  TO DP-TIPO.
           MOVE HM-MAPA-CHAVE TO DP-ORIGINAL.
           READ DEPARA-FILE
               KEY IS DP-CHAVE
               INVALID KEY
                   PERFORM RT61A-NOVO-VALOR
               NOT INVALID KEY
                   MOVE DP-NOVO TO HM-MAPA-NOVO
           END-READ.

       RT61A-NOVO-VALOR.
           MOVE ZEROS TO HM-TENTATIVA.
           MOVE "N"   TO HM-GRAVOU.
           PERFORM UNTIL HM-GRAVOU = "S"
                   OR HM-TENTATIVA >= HM-TENTATIVA-MAX
               ADD 1 TO HM-TENTATIVA
               MOVE HM-MAPA-TIPO  TO HM-HASH-TIPO
               MOVE HM-MAPA-CHAVE TO HM-HASH-CHAVE
               PERFORM RT73-00-SORTEIO
               PERFORM RT75-00-GERA-CANDIDATO
               IF  HM-CANDIDATO-OK = "S"
                   MOVE HM-MAPA-TIPO  TO DP-TIPO DP-TIPO-NOVO
                   MOVE HM-MAPA-CHAVE TO DP-ORIGINAL
                   MOVE HM-CANDIDATO  TO DP-NOVO
                   WRITE DEPARA-REC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO HM-GRAVOU
                   END-WRITE
               END-IF
           END-PERFORM.
           IF  HM-GRAVOU = "S"
               ADD 1 TO HM-QTDE-DEPARA
           ELSE
               ADD 1 TO HM-QTDE-SEM-MAPA
           END-IF.
           MOVE HM-CANDIDATO TO HM-MAPA-NOVO.

      * DV DO CNPJ EM HM-DOC (12 PRIMEIRAS POSICOES JA MONTADAS): O
      * VALIDA-CNPJ CALCULA O PRIMEIRO DV SO COM AS 12; COM ELE NO
      * LUGAR, A SEGUNDA PASSADA CALCULA O SEGUNDO.
       RT62-00-DV-CNPJ.
           MOVE HM-DOC(1:12) TO LNK-FCO.
           MOVE "00"         TO LNK-FCO(13:2).
           PERFORM VALIDA-CNPJ.
           MOVE CV-DV1       TO HM-DIGITO.
           MOVE HM-DIGITO    TO LNK-FCO(13:1).
           PERFORM VALIDA-CNPJ.
           MOVE CV-DV2       TO HM-DIGITO.
           MOVE HM-DIGITO    TO LNK-FCO(14:1).
           MOVE LNK-FCO      TO HM-DOC.

      * DV DO CPF: LNK-FCO = "000" + 9 DIGITOS + "00"; MESMA IDEIA.
       RT63-00-DV-CPF.
           MOVE "00"         TO LNK-FCO(13:2).
           PERFORM VALIDA-CPF.
           MOVE CV-CPF-DV1   TO HM-DIGITO.
           MOVE HM-DIGITO    TO LNK-FCO(13:1).
           PERFORM VALIDA-CPF.
           MOVE CV-CPF-DV2   TO HM-DIGITO.
           MOVE HM-DIGITO    TO LNK-FCO(14:1).

      *---------------------------------------------------------------*
      * NOME EMPRESARIAL (TAMBEM FANTASIA E NOME DE GRUPO). MEI       *
      * ("NOME DO TITULAR 99999999999") VIRA PSEUDONIMO DO TITULAR +  *
      * O CPF TROCADO, IGUAL AO CPF-MASTER E AOS SOCIOS DELE.         *
      *---------------------------------------------------------------*
       RT64-00-NOME-EMPRESA.
           IF  HM-CAMPO NOT = SPACES
               PERFORM RT64A-EXAMINA-NOME
               IF  HM-E-MEI = "S"
                   MOVE HM-MEI-NOME TO HM-CAMPO
                   PERFORM RT65-00-NOME-PESSOA
                   MOVE HM-CAMPO TO HM-CAMPO-SALVO
                   MOVE SPACES   TO HM-DOC
                   STRING "000" HM-MEI-CPF
                       DELIMITED BY SIZE INTO HM-DOC
                   END-STRING
                   PERFORM RT60-00-ANONIMIZA-DOCUMENTO
                   MOVE SPACES TO HM-CAMPO
                   STRING FUNCTION TRIM(HM-CAMPO-SALVO) " "
                          HM-DOC(4:11)
                       DELIMITED BY SIZE INTO HM-CAMPO
                   END-STRING
               ELSE
                   MOVE HM-CAMPO TO NN-ENTRADA
                   PERFORM NORMALIZA-NOME
                   MOVE "E" TO HM-MAPA-TIPO
                   IF  NN-SAIDA = SPACES
                       MOVE HM-TRAB  TO HM-MAPA-CHAVE
                   ELSE
                       MOVE NN-SAIDA TO HM-MAPA-CHAVE
                   END-IF
                   PERFORM RT61-00-MAPEIA
                   MOVE HM-MAPA-NOVO TO HM-CAMPO
               END-IF
           END-IF.

      * HM-TRAB/HM-TAM: NOME EM MAIUSCULAS SEM BRANCOS NAS PONTAS.
      * HM-E-MEI: TERMINA EM 11 DIGITOS SOLTOS. HM-SUFIXO-TXT: A
      * NATUREZA NO FIM DO NOME (BRANCO SE NAO TEM).
       RT64A-EXAMINA-NOME.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(HM-CAMPO)) TO HM-TRAB.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(HM-CAMPO)) TO HM-TAM.
           MOVE "N"    TO HM-E-MEI.
           MOVE SPACES TO HM-MEI-NOME HM-MEI-CPF HM-SUFIXO-TXT.
           MOVE ZEROS  TO HM-SUFIXO-IDX.
           IF  HM-TAM > 13
               IF  HM-TRAB(HM-TAM - 10:11) IS NUMERIC
                   AND HM-TRAB(HM-TAM - 11:1) = SPACE
                   MOVE "S" TO HM-E-MEI
                   MOVE HM-TRAB(HM-TAM - 10:11) TO HM-MEI-CPF
                   MOVE HM-TRAB(1:HM-TAM - 12)  TO HM-MEI-NOME
               END-IF
           END-IF.
           IF  HM-E-MEI = "N"
               PERFORM VARYING HM-IDX FROM 1 BY 1
                       UNTIL HM-IDX > HM-QTDE-SUFIXOS
                          OR HM-SUFIXO-IDX > ZEROS
                   IF  HM-TAM > HM-SUFIXO-TAM(HM-IDX)
                       IF  HM-TRAB(HM-TAM - HM-SUFIXO-TAM(HM-IDX) + 1:
                                   HM-SUFIXO-TAM(HM-IDX))
                           = HM-SUFIXO-TEXTO(HM-IDX)
                             (1:HM-SUFIXO-TAM(HM-IDX))
                           MOVE HM-IDX TO HM-SUFIXO-IDX
                           MOVE HM-SUFIXO-TEXTO(HM-IDX)
                               TO HM-SUFIXO-TXT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * NOME DE PESSOA: DE-PARA P PELO NOME NORMALIZADO (O MESMO
      * TITULAR NO CPF-MASTER, NOS SOCIOS E NOS ELOS DE GRUPO RECEBE O
      * MESMO PSEUDONIMO).
       RT65-00-NOME-PESSOA.
           IF  HM-CAMPO NOT = SPACES
               MOVE HM-CAMPO TO NN-ENTRADA
               PERFORM NORMALIZA-NOME
               MOVE "P" TO HM-MAPA-TIPO
               IF  NN-SAIDA = SPACES
                   MOVE FUNCTION UPPER-CASE(HM-CAMPO) TO HM-MAPA-CHAVE
               ELSE
                   MOVE NN-SAIDA TO HM-MAPA-CHAVE
               END-IF
               PERFORM RT61-00-MAPEIA
               MOVE HM-MAPA-NOVO TO HM-CAMPO
           END-IF.

      * SOCIO PODE SER PESSOA OU EMPRESA: NOME COM NATUREZA NO FIM OU
      * NO FORMATO DE MEI SEGUE A REGRA DE EMPRESA.
       RT66-00-NOME-SOCIO.
           IF  HM-CAMPO NOT = SPACES
               PERFORM RT64A-EXAMINA-NOME
               IF  HM-E-MEI = "S" OR HM-SUFIXO-IDX > ZEROS
                   PERFORM RT64-00-NOME-EMPRESA
               ELSE
                   PERFORM RT65-00-NOME-PESSOA
               END-IF
           END-IF.

      * E-MAIL: PRENOME + CODIGO @ DOMINIO DE EXEMPLO, SEMPRE O MESMO
      * PARA O MESMO ENDERECO (MAIUSCULA OU MINUSCULA).
       RT67-00-EMAIL.
           IF  HM-CAMPO NOT = SPACES
               MOVE "M" TO HM-HASH-TIPO
               MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(HM-CAMPO))
                   TO HM-HASH-CHAVE
               MOVE ZEROS TO HM-TENTATIVA
               PERFORM RT73-00-SORTEIO
               MOVE 1 TO HM-SORTE-POS
               MOVE HM-QTDE-PRENOMES TO HM-SORTE-TAM
               PERFORM RT74-00-SORTEIA
               MOVE SPACES TO HM-CAMPO
               STRING FUNCTION LOWER-CASE(
                          FUNCTION TRIM(HM-PRENOME(HM-SORTE)))
                      "." HM-HASH(11:6) "@exemplo-" HM-HASH(17:4)
                      ".com.br"
                   DELIMITED BY SIZE INTO HM-CAMPO
               END-STRING
           END-IF.

      * TELEFONE: OS 8 ULTIMOS DIGITOS (OU TODOS, SE FOREM MENOS) SAO
      * TROCADOS PELO SORTEIO DELES MESMOS - DDD, PONTUACAO E O NOVE DO
      * CELULAR FICAM, E O PRIMEIRO DIGITO TROCADO CONTINUA NA MESMA
      * FAIXA (2-5 FIXO, 6-9 CELULAR) PARA A CLASSIFICACAO NAO MUDAR.
       RT68-00-TELEFONE.
           IF  HM-CAMPO NOT = SPACES
               MOVE ZEROS TO HM-QTDE-DIG
               PERFORM VARYING HM-IDX FROM 1 BY 1 UNTIL HM-IDX > 60
                   IF  HM-CAMPO(HM-IDX:1) IS NUMERIC
                       ADD 1 TO HM-QTDE-DIG
                   END-IF
               END-PERFORM
               IF  HM-QTDE-DIG > ZEROS
                   MOVE SPACES TO HM-CHAVE-TEL
                   MOVE ZEROS  TO HM-ORDEM-DIG HM-POS
                   PERFORM VARYING HM-IDX FROM 1 BY 1
                           UNTIL HM-IDX > 60
                       IF  HM-CAMPO(HM-IDX:1) IS NUMERIC
                           ADD 1 TO HM-ORDEM-DIG
                           IF  HM-ORDEM-DIG + 8 > HM-QTDE-DIG
                               ADD 1 TO HM-POS
                               MOVE HM-CAMPO(HM-IDX:1)
                                   TO HM-CHAVE-TEL(HM-POS:1)
                           END-IF
                       END-IF
                   END-PERFORM
                   MOVE "T"          TO HM-HASH-TIPO
                   MOVE HM-CHAVE-TEL TO HM-HASH-CHAVE
                   MOVE ZEROS        TO HM-TENTATIVA
                   PERFORM RT73-00-SORTEIO
                   MOVE ZEROS TO HM-ORDEM-DIG HM-POS
                   PERFORM VARYING HM-IDX FROM 1 BY 1
                           UNTIL HM-IDX > 60
                       IF  HM-CAMPO(HM-IDX:1) IS NUMERIC
                           ADD 1 TO HM-ORDEM-DIG
                           IF  HM-ORDEM-DIG + 8 > HM-QTDE-DIG
                               ADD 1 TO HM-POS
                               PERFORM RT68A-TROCA-DIGITO
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       RT68A-TROCA-DIGITO.
           IF  HM-POS = 1
               EVALUATE TRUE
                   WHEN HM-CAMPO(HM-IDX:1) >= "2"
                        AND HM-CAMPO(HM-IDX:1) <= "5"
                       COMPUTE HM-DIGITO =
                           2 + FUNCTION MOD(HM-NIB(HM-POS), 4)
                       MOVE HM-DIGITO TO HM-CAMPO(HM-IDX:1)
                   WHEN HM-CAMPO(HM-IDX:1) >= "6"
                       COMPUTE HM-DIGITO =
                           6 + FUNCTION MOD(HM-NIB(HM-POS), 4)
                       MOVE HM-DIGITO TO HM-CAMPO(HM-IDX:1)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               COMPUTE HM-DIGITO = FUNCTION MOD(HM-NIB(HM-POS), 10)
               MOVE HM-DIGITO TO HM-CAMPO(HM-IDX:1)
           END-IF.

      * LOGRADOURO: RUA DA TABELA + NUMERO (O TIPO - RUA, AVENIDA -
      * FICA NO CAMPO PROPRIO).
       RT69-00-LOGRADOURO.
           IF  HM-CAMPO NOT = SPACES
               MOVE "L" TO HM-HASH-TIPO
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(HM-CAMPO))
                   TO HM-HASH-CHAVE
               MOVE ZEROS TO HM-TENTATIVA
               PERFORM RT73-00-SORTEIO
               MOVE 1 TO HM-SORTE-POS
               MOVE HM-QTDE-RUAS TO HM-SORTE-TAM
               PERFORM RT74-00-SORTEIA
               COMPUTE HM-NUMERO = FUNCTION MOD(
                   HM-NIB(3) * 256 + HM-NIB(4) * 16 + HM-NIB(5),
                   2000) + 1
               MOVE HM-NUMERO TO HM-NUMERO-ED
               MOVE SPACES TO HM-CAMPO
               STRING FUNCTION TRIM(HM-RUA(HM-SORTE)) ", "
                      FUNCTION TRIM(HM-NUMERO-ED)
                   DELIMITED BY SIZE INTO HM-CAMPO
               END-STRING
           END-IF.

      * CEP: OS 3 ULTIMOS DIGITOS ZERADOS - O CEP CONTINUA DA MESMA
      * REGIAO E DO MESMO MUNICIPIO.
       RT70-00-CEP.
           MOVE ZEROS TO HM-QTDE-DIG.
           PERFORM VARYING HM-IDX FROM 60 BY -1
                   UNTIL HM-IDX < 1 OR HM-QTDE-DIG >= 3
               IF  HM-CAMPO(HM-IDX:1) IS NUMERIC
                   MOVE "0" TO HM-CAMPO(HM-IDX:1)
                   ADD 1 TO HM-QTDE-DIG
               END-IF
           END-PERFORM.

      * NASCIMENTO: SO O ANO FICA (DIA E MES VIRAM 01). FORMATO QUE
      * NAO E DATA RECONHECIVEL SAI EM BRANCO.
       RT71-00-NASCIMENTO.
           IF  HM-CAMPO NOT = SPACES
               MOVE FUNCTION TRIM(HM-CAMPO) TO HM-TRAB
               MOVE SPACES TO HM-CAMPO
               EVALUATE TRUE
                   WHEN HM-TRAB(3:1) = "/" AND HM-TRAB(6:1) = "/"
                        AND HM-TRAB(7:4) IS NUMERIC
                       STRING "01/01/" HM-TRAB(7:4)
                           DELIMITED BY SIZE INTO HM-CAMPO
                       END-STRING
                   WHEN HM-TRAB(5:1) = "-" AND HM-TRAB(1:4) IS NUMERIC
                       STRING HM-TRAB(1:4) "-01-01"
                           DELIMITED BY SIZE INTO HM-CAMPO
                       END-STRING
                   WHEN HM-TRAB(1:8) IS NUMERIC
                        AND HM-TRAB(9:1) = SPACE
                       STRING HM-TRAB(1:4) "0101"
                           DELIMITED BY SIZE INTO HM-CAMPO
                       END-STRING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * INSCRICAO ESTADUAL: CADA DIGITO TROCADO (PONTUACAO E "ISENTO"
      * FICAM).
       RT72-00-INSCRICAO.
           IF  HM-CAMPO NOT = SPACES
               MOVE "I" TO HM-HASH-TIPO
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(HM-CAMPO))
                   TO HM-HASH-CHAVE
               MOVE ZEROS TO HM-TENTATIVA
               PERFORM RT73-00-SORTEIO
               MOVE ZEROS TO HM-POS
               PERFORM VARYING HM-IDX FROM 1 BY 1 UNTIL HM-IDX > 60
                   IF  HM-CAMPO(HM-IDX:1) IS NUMERIC
                       ADD 1 TO HM-POS
                       IF  HM-POS > 64
                           MOVE 1 TO HM-POS
                       END-IF
                       COMPUTE HM-DIGITO =
                           FUNCTION MOD(HM-NIB(HM-POS), 10)
                       MOVE HM-DIGITO TO HM-CAMPO(HM-IDX:1)
                   END-IF
               END-PERFORM
           END-IF.

      *---------------------------------------------------------------*
      * SORTEIO: SHA-256 (SUBROTINA SHA256, SEM .SO E SEM AUDIT.LOG)  *
      * DE SAL + TIPO + CHAVE + TENTATIVA; OS 64 CARACTERES HEXA VIRAM*
      * 64 NIBBLES DE 0 A 15 EM HM-NIB.                               *
      *---------------------------------------------------------------*
       RT73-00-SORTEIO.
           MOVE SPACES TO HM-HASH-ENTRADA.
           STRING HM-SAL HM-HASH-TIPO HM-HASH-CHAVE HM-TENTATIVA
               DELIMITED BY SIZE INTO HM-HASH-ENTRADA
           END-STRING.
           MOVE SPACES TO HM-HASH.
           CALL "SHA256" USING HM-HASH-ENTRADA HM-HASH
           END-CALL.
           MOVE FUNCTION UPPER-CASE(HM-HASH) TO HM-HASH-MAIUSC.
           PERFORM VARYING HM-IDX-2 FROM 1 BY 1 UNTIL HM-IDX-2 > 64
               IF  HM-HASH-MAIUSC(HM-IDX-2:1) IS NUMERIC
                   COMPUTE HM-NIB(HM-IDX-2) =
                       FUNCTION ORD(HM-HASH-MAIUSC(HM-IDX-2:1)) - 49
               ELSE
                   COMPUTE HM-NIB(HM-IDX-2) =
                       FUNCTION ORD(HM-HASH-MAIUSC(HM-IDX-2:1)) - 56
               END-IF
           END-PERFORM.

      * ITEM DE TABELA: (NIBBLE(POS) * 16 + NIBBLE(POS + 1)) MOD TAM + 1.
       RT74-00-SORTEIA.
           COMPUTE HM-SORTE = FUNCTION MOD(
               HM-NIB(HM-SORTE-POS) * 16 + HM-NIB(HM-SORTE-POS + 1),
               HM-SORTE-TAM) + 1.

      *---------------------------------------------------------------*
      * CANDIDATO A VALOR NOVO DO DE-PARA (HM-CANDIDATO), A PARTIR DO *
      * SORTEIO DA TENTATIVA. PASSADAS 10 TENTATIVAS O NOME GANHA UM  *
      * TERMO A MAIS; PASSADAS 30, UM NUMERO - O QUE GARANTE QUE TODO *
      * ORIGINAL ACHA UM PSEUDONIMO LIVRE.                            *
      *---------------------------------------------------------------*
       RT75-00-GERA-CANDIDATO.
           MOVE SPACES TO HM-CANDIDATO.
           MOVE "S"    TO HM-CANDIDATO-OK.
           EVALUATE HM-MAPA-TIPO
               WHEN "R"
                   PERFORM RT75A-GERA-RADICAL
               WHEN "F"
                   PERFORM RT75B-GERA-CPF
               WHEN "E"
                   PERFORM RT75C-GERA-EMPRESA
               WHEN OTHER
                   PERFORM RT75D-GERA-PESSOA
           END-EVALUATE.

      * RADICAL SEM ZERO NA FRENTE: NAO SE CONFUNDE COM CPF ("000").
       RT75A-GERA-RADICAL.
           COMPUTE HM-DIGITO = FUNCTION MOD(HM-NIB(1), 9) + 1.
           MOVE HM-DIGITO TO HM-RADICAL(1:1).
           PERFORM VARYING HM-IDX-2 FROM 2 BY 1 UNTIL HM-IDX-2 > 8
               COMPUTE HM-DIGITO = FUNCTION MOD(HM-NIB(HM-IDX-2), 10)
               MOVE HM-DIGITO TO HM-RADICAL(HM-IDX-2:1)
           END-PERFORM.
           MOVE HM-RADICAL TO HM-CANDIDATO.

      * CPF: SO VALE SE O VALIDA-DOCUMENTO O RECONHECER COMO CPF (NEM
      * TODOS OS DIGITOS IGUAIS, NEM UM "000..." QUE TAMBEM PASSE COMO
      * CNPJ).
       RT75B-GERA-CPF.
           MOVE SPACES TO HM-CPF-NOVO.
           COMPUTE HM-DIGITO = FUNCTION MOD(HM-NIB(1), 9) + 1.
           MOVE HM-DIGITO TO HM-CPF-NOVO(1:1).
           PERFORM VARYING HM-IDX-2 FROM 2 BY 1 UNTIL HM-IDX-2 > 9
               COMPUTE HM-DIGITO = FUNCTION MOD(HM-NIB(HM-IDX-2), 10)
               MOVE HM-DIGITO TO HM-CPF-NOVO(HM-IDX-2:1)
           END-PERFORM.
           MOVE SPACES TO LNK-FCO.
           STRING "000" HM-CPF-NOVO(1:9)
               DELIMITED BY SIZE INTO LNK-FCO
           END-STRING.
           PERFORM RT63-00-DV-CPF.
           MOVE LNK-FCO(4:11) TO HM-CPF-NOVO.
           PERFORM VALIDA-DOCUMENTO.
           IF  CV-DOC-VALIDO = "S" AND CV-TIPO-PESSOA = "F"
               MOVE HM-CPF-NOVO TO HM-CANDIDATO
           ELSE
               MOVE "N" TO HM-CANDIDATO-OK
           END-IF.

      * EMPRESA: SOBRENOME + SOBRENOME + RAMO + A NATUREZA DO ORIGINAL.
       RT75C-GERA-EMPRESA.
           MOVE 1 TO HM-SORTE-POS.
           MOVE HM-QTDE-SOBRENOMES TO HM-SORTE-TAM.
           PERFORM RT74-00-SORTEIA.
           MOVE HM-SORTE TO HM-SORTE-2.
           MOVE 3 TO HM-SORTE-POS.
           PERFORM RT74-00-SORTEIA.
           IF  HM-SORTE = HM-SORTE-2
               COMPUTE HM-SORTE =
                   FUNCTION MOD(HM-SORTE, HM-QTDE-SOBRENOMES) + 1
           END-IF.
           MOVE HM-SORTE TO HM-SORTE-3.
           MOVE 5 TO HM-SORTE-POS.
           MOVE HM-QTDE-RAMOS TO HM-SORTE-TAM.
           PERFORM RT74-00-SORTEIA.
           MOVE HM-SORTE TO HM-SORTE-4.

           IF  HM-TENTATIVA > 10
               MOVE 7 TO HM-SORTE-POS
               MOVE HM-QTDE-SOBRENOMES TO HM-SORTE-TAM
               PERFORM RT74-00-SORTEIA
               STRING FUNCTION TRIM(HM-SOBRENOME(HM-SORTE-2)) " "
                      FUNCTION TRIM(HM-SOBRENOME(HM-SORTE)) " "
                      FUNCTION TRIM(HM-SOBRENOME(HM-SORTE-3)) " "
                      FUNCTION TRIM(HM-RAMO(HM-SORTE-4))
                   DELIMITED BY SIZE INTO HM-CANDIDATO
               END-STRING
           ELSE
               STRING FUNCTION TRIM(HM-SOBRENOME(HM-SORTE-2)) " "
                      FUNCTION TRIM(HM-SOBRENOME(HM-SORTE-3)) " "
                      FUNCTION TRIM(HM-RAMO(HM-SORTE-4))
                   DELIMITED BY SIZE INTO HM-CANDIDATO
               END-STRING
           END-IF.
           IF  HM-TENTATIVA > 30
               MOVE HM-CANDIDATO TO HM-TRAB
               MOVE SPACES TO HM-CANDIDATO
               STRING FUNCTION TRIM(HM-TRAB) " " HM-TENTATIVA
                   DELIMITED BY SIZE INTO HM-CANDIDATO
               END-STRING
           END-IF.
           IF  HM-SUFIXO-TXT NOT = SPACES
               MOVE HM-CANDIDATO TO HM-TRAB
               MOVE SPACES TO HM-CANDIDATO
               STRING FUNCTION TRIM(HM-TRAB) HM-SUFIXO-TXT
                   DELIMITED BY SIZE INTO HM-CANDIDATO
               END-STRING
           END-IF.

      * PESSOA: PRENOME + SOBRENOME + SOBRENOME.
       RT75D-GERA-PESSOA.
           MOVE 1 TO HM-SORTE-POS.
           MOVE HM-QTDE-PRENOMES TO HM-SORTE-TAM.
           PERFORM RT74-00-SORTEIA.
           MOVE HM-SORTE TO HM-SORTE-2.
           MOVE 3 TO HM-SORTE-POS.
           MOVE HM-QTDE-SOBRENOMES TO HM-SORTE-TAM.
           PERFORM RT74-00-SORTEIA.
           MOVE HM-SORTE TO HM-SORTE-3.
           MOVE 5 TO HM-SORTE-POS.
           PERFORM RT74-00-SORTEIA.
           IF  HM-SORTE = HM-SORTE-3
               COMPUTE HM-SORTE =
                   FUNCTION MOD(HM-SORTE, HM-QTDE-SOBRENOMES) + 1
           END-IF.
           MOVE HM-SORTE TO HM-SORTE-4.

           IF  HM-TENTATIVA > 10
               MOVE 7 TO HM-SORTE-POS
               MOVE HM-QTDE-PRENOMES TO HM-SORTE-TAM
               PERFORM RT74-00-SORTEIA
               STRING FUNCTION TRIM(HM-PRENOME(HM-SORTE-2)) " "
                      FUNCTION TRIM(HM-PRENOME(HM-SORTE)) " "
                      FUNCTION TRIM(HM-SOBRENOME(HM-SORTE-3)) " "
                      FUNCTION TRIM(HM-SOBRENOME(HM-SORTE-4))
                   DELIMITED BY SIZE INTO HM-CANDIDATO
               END-STRING
           ELSE
               STRING FUNCTION TRIM(HM-PRENOME(HM-SORTE-2)) " "
                      FUNCTION TRIM(HM-SOBRENOME(HM-SORTE-3)) " "
                      FUNCTION TRIM(HM-SOBRENOME(HM-SORTE-4))
                   DELIMITED BY SIZE INTO HM-CANDIDATO
               END-STRING
           END-IF.
           IF  HM-TENTATIVA > 30
               MOVE HM-CANDIDATO TO HM-TRAB
               MOVE SPACES TO HM-CANDIDATO
               STRING FUNCTION TRIM(HM-TRAB) " " HM-TENTATIVA
                   DELIMITED BY SIZE INTO HM-CANDIDATO
               END-STRING
           END-IF.

      *---------------------------------------------------------------*
      * CAMINHO DO ARQUIVO NO DESTINO E CONTADORES POR ARQUIVO.       *
      *---------------------------------------------------------------*
       RT80-00-MONTA-DESTINO.
           MOVE SPACES TO HM-DESTINO.
           STRING FUNCTION TRIM(WA-DIRETORIO) "/"
                  FUNCTION TRIM(HM-NOME-ARQ)
               DELIMITED BY SIZE INTO HM-DESTINO
           END-STRING.

       RT81-00-ZERA-ARQUIVO.
           MOVE ZEROS TO HM-QTDE-LIDOS HM-QTDE-GRAVADOS
                         HM-QTDE-COLISAO.
           MOVE "N"   TO HM-ARQ-PRESENTE.

       RT82-00-RESUMO-ARQUIVO.
           IF  HM-ARQ-PRESENTE = "S"
               ADD 1                TO HM-TOT-ARQUIVOS
               ADD HM-QTDE-GRAVADOS TO HM-TOT-REGISTROS
               ADD HM-QTDE-COLISAO  TO HM-TOT-COLISAO
               DISPLAY HM-NOME-ARQ " LIDOS " HM-QTDE-LIDOS
                       " GRAVADOS " HM-QTDE-GRAVADOS
                       " CHAVE REPETIDA " HM-QTDE-COLISAO
           ELSE
               DISPLAY HM-NOME-ARQ " NAO EXISTE NA PRODUCAO - "
                       "NAO GERADO."
           END-IF.

           COPY SYSPARMP.

           COPY NOMENORMP.

           COPY AUDITP.

           COPY CNPJVALP.

           COPY CPFVALP.

           COPY JSONRETP.
