       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CNPJ-DADOS-ABERTOS.
      *------------------------------------------------------------------------------*
      * CARGA E CONFERENCIA DO CNPJ-MASTER PELOS DADOS ABERTOS DO CNPJ DA RECEITA    *
      * FEDERAL (ARQUIVOS PUBLICOS E GRATUITOS: CAMPOS ENTRE ASPAS, SEPARADOS POR    *
      * ";", TEXTO EM LATIN-1, CONVERTIDO PARA UTF-8 COMO VEM DO SERPRO). O OPERADOR *
      * DESCOMPACTA E CONCATENA AS PARTES DE CADA TIPO NUMA PASTA (PADRAO            *
      * DADOS-ABERTOS) COM OS NOMES:                                                 *
      *   EMPRESAS.CSV.........: RAZAO SOCIAL E PORTE (POR RADICAL);                 *
      *   ESTABELECIMENTOS.CSV.: FANTASIA, ENDERECO, CONTATO, CNAE, SITUACAO;        *
      *   SOCIOS.CSV...........: QUADRO SOCIETARIO (POR RADICAL);                    *
      *   SIMPLES.CSV..........: OPCAO PELO SIMPLES E PELO MEI (POR RADICAL);        *
      *   MUNICIPIOS.CSV E QUALIFICACOES.CSV: TABELAS DE CODIGO DA RECEITA (SEM      *
      *   ELAS O CAMPO SAI COM O CODIGO).                                            *
      * ARQUIVO AUSENTE E SO AVISADO - A CARGA SEGUE COM O QUE HOUVER.               *
      * SO INTERESSAM OS CNPJs DA BASE LOCAL (fco_bd) E DO REFRESH-WORKLIST.CSV. ELES*
      * VAO PARA UM ARQUIVO DE TRABALHO INDEXADO (DADOS-ABERTOS-ALVO.DAT, CHAVE CNPJ *
      * E RADICAL, RECRIADO A CADA RODADA) ONDE O REGISTRO E MONTADO ARQUIVO A       *
      * ARQUIVO; UMA LINHA DOS DADOS ABERTOS SO E QUEBRADA EM CAMPOS SE A CHAVE DELA *
      * ESTA NO ALVO. NO FIM, POR CNPJ:                                              *
      *   - NUNCA CONSULTADO: GRAVA CNPJ-MASTER, CNPJ-SOCIOS (COM O INDICE REVERSO)  *
      *     E CNPJ-SIMPLES. NO CNPJ-FONTE TODOS OS CAMPOS FICAM COM FONTE "R"        *
      *     (DADOS ABERTOS) E A DATA DE REFERENCIA DA BASE DA RECEITA, QUE TAMBEM VAI*
      *     PARA O CM-DATA-ULT-CONSULTA - O GO-FCO-WORKLIST MEDE A DEFASAGEM DO DADO *
      *     ABERTO A PARTIR DELA E SO MANDA PARA A COTA PAGA QUANDO ELE ENVELHECE;   *
      *   - JA CARREGADO DOS DADOS ABERTOS (ALGUM CAMPO "R" NO CNPJ-FONTE): REGRAVA  *
      *     COM A BASE NOVA, COM HISTORICO (FONTE "R") E SEM MEXER EM CAMPO          *
      *     CORRIGIDO ("M"/"C"). BASE MAIS ANTIGA QUE A JA CARREGADA E IGNORADA;     *
      *   - COM REGISTRO DO SERPRO: NADA E GRAVADO. CADA CAMPO EM QUE OS DADOS       *
      *     ABERTOS DISCORDAM DO CADASTRO (COMPARACAO PELO NOME NORMALIZADO, CAMPO   *
      *     VAZIO NOS DADOS ABERTOS NAO CONTA) VIRA UMA LINHA NO                     *
      *     DADOS-ABERTOS-DIVERGENCIA-AAAAMMDD.TXT, COM A MASCARA DO PERFIL.         *
      * A PRIMEIRA CONSULTA PAGA (GO-FCO-MASTER, GO-FCO-LOTE) SUBSTITUI O DADO ABERTO*
      * E DEVOLVE OS CAMPOS "R" PARA A FONTE "S" (COPY CNPJFP).                      *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - HISTORICO DE REGIME SIMPLES/MEI (COPY       *
      *             SIMPLHREC/SIMPLHTAB/SIMPLHP): O RT08D CONFERE A FICHA MONTADA    *
      *             COM A JA GRAVADA ANTES DE REGRAVAR; MUDANCA DE OPTANTE OU DATA   *
      *             DE OPCAO VAI PARA O CNPJ-SIMPLES-HIST.DAT E, SE O REGIME MUDOU,  *
      *             PARA O REGIME-MUDANCA-AAAAMMDD.TXT DO FATURAMENTO. AS DATAS DE   *
      *             EXCLUSAO DO SIMPLES.CSV (ANTES IGNORADAS) PASSAM PELO ALVO E     *
      *             VIRAM A DATA EFETIVA DA SAIDA DO REGIME.                         *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DADOS-FILE
               ASSIGN TO WA-ARQ-DADOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-DADOS.

           SELECT ALVO-FILE
               ASSIGN TO "DADOS-ABERTOS-ALVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-CNPJ
               ALTERNATE RECORD KEY IS AL-RADICAL
                   WITH DUPLICATES
               FILE STATUS IS WA-FS-ALVO.

           SELECT WORKLIST-FILE
               ASSIGN TO WA-ARQ-WORKLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-WORKLIST.

           SELECT DIVERGENCIA-FILE
               ASSIGN TO WA-ARQ-DIVERGENCIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-DIVERGENCIA.

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

           SELECT CNPJ-HISTORY-FILE
               ASSIGN TO "CNPJ-HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CHAVE
               FILE STATUS IS WA-FS-HIST.

           SELECT CNPJ-FONTE-FILE
               ASSIGN TO "CNPJ-FONTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CNPJ
               FILE STATUS IS WA-FS-FONTE.

           SELECT CNPJ-SOCIOS-FILE
               ASSIGN TO "CNPJ-SOCIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-CHAVE
               FILE STATUS IS WA-FS-SOCIOS.

           SELECT CNPJ-SOCIOS-IX-FILE
               ASSIGN TO "CNPJ-SOCIOS-IX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SX-CHAVE
               FILE STATUS IS WA-FS-SOCIOS-IX.

           SELECT CNPJ-SIMPLES-FILE
               ASSIGN TO "CNPJ-SIMPLES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
       FD  DADOS-FILE.
       01  DADOS-REC                   PIC X(2000).

      * UM REGISTRO POR CNPJ DE INTERESSE. AL-SITUACAO: "N" NUNCA
      * CONSULTADO, "R" JA CARREGADO DOS DADOS ABERTOS, "S" COM REGISTRO
      * DO SERPRO. AL-MASTER/AL-SIMPLES SAO AS IMAGENS MONTADAS PELOS
      * DADOS ABERTOS; AL-FONTES GUARDA O CF-FONTE DE CADA CAMPO.
      * AL-EXCLUSAO-SIMPLES/MEI SAO AS DATAS DE EXCLUSAO DO SIMPLES.CSV,
      * QUE A FICHA NAO GUARDA - SO SERVEM AO HISTORICO DE REGIME.
       FD  ALVO-FILE.
       01  ALVO-REC.
           03  AL-CNPJ                   PIC X(014).
           03  AL-RADICAL                PIC X(008).
           03  AL-SITUACAO               PIC X(001).
           03  AL-ACHOU-EMPRESA          PIC X(001).
           03  AL-ACHOU-ESTAB            PIC X(001).
           03  AL-ACHOU-SIMPLES          PIC X(001).
           03  AL-QTDE-SOCIOS            PIC 9(003).
           03  AL-FONTES                 PIC X(018).
           03  AL-MASTER                 PIC X(1063).
           03  AL-SIMPLES                PIC X(044).
           03  AL-EXCLUSAO-SIMPLES       PIC X(010).
           03  AL-EXCLUSAO-MEI           PIC X(010).

       FD  WORKLIST-FILE.
       01  WORKLIST-REC                PIC X(200).

       FD  DIVERGENCIA-FILE.
       01  DIVERGENCIA-REC             PIC X(300).

       FD  CNPJ-MASTER-FILE.
           COPY CNPJREC.

       FD  CNPJ-HISTORY-FILE.
           COPY CNPJHREC.

       FD  CNPJ-FONTE-FILE.
           COPY CNPJFREC.

       FD  CNPJ-SOCIOS-FILE.
           COPY SOCIOREC.

       FD  CNPJ-SOCIOS-IX-FILE.
           COPY SOCIXREC.

       FD  CNPJ-SIMPLES-FILE.
           COPY SIMPLREC.

       FD  SIMPLES-HIST-FILE.
           COPY SIMPLHREC.

       FD  REGIME-MUDANCA-FILE.
       01  REGIME-MUDANCA-REC          PIC X(200).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  SYSTEM-PARM-FILE.
       01  SYSTEM-PARM-REC             PIC X(762).

       WORKING-STORAGE SECTION.
       77  WN-RET                      SIGNED-LONG.
       77  WA-PARA                     PIC X(001)          VALUE SPACES.
       77  WA-PASTA                    PIC X(100)          VALUE
               "DADOS-ABERTOS".
       77  WA-NOME-ARQUIVO             PIC X(030)          VALUE SPACES.
       77  WA-ARQ-DADOS                PIC X(150)          VALUE SPACES.
       77  WA-FS-DADOS                 PIC X(002)          VALUE "00".
       77  WA-EOF-DADOS                PIC X(001)          VALUE "N".
       77  WA-FS-ALVO                  PIC X(002)          VALUE "00".
       77  WA-EOF-ALVO                 PIC X(001)          VALUE "N".
       77  WA-ARQ-WORKLIST             PIC X(100)          VALUE
               "REFRESH-WORKLIST.CSV".
       77  WA-FS-WORKLIST              PIC X(002)          VALUE "00".
       77  WA-ARQ-DIVERGENCIA          PIC X(100)          VALUE SPACES.
       77  WA-FS-DIVERGENCIA           PIC X(002)          VALUE "00".
       77  WA-FS-MASTER                PIC X(002)          VALUE "00".
       77  WA-FS-HIST                  PIC X(002)          VALUE "00".
       77  WA-FS-SOCIOS                PIC X(002)          VALUE "00".
       77  WA-FS-SOCIOS-IX             PIC X(002)          VALUE "00".
       77  WA-FS-SIMPLES               PIC X(002)          VALUE "00".
       77  WA-MASTER-ANTERIOR          PIC X(1063)         VALUE SPACES.
       77  WA-PAUSA                    PIC X(001)          VALUE SPACES.

       77  WN-DATA-REF                 PIC 9(008)          VALUE ZEROS.
       77  WN-DATA-HOJE                PIC 9(008)          VALUE ZEROS.
       77  WA-CNPJ-ALVO                PIC X(014)          VALUE SPACES.
       77  WA-RADICAL-LIDO             PIC X(008)          VALUE SPACES.
       77  WA-CNPJ-LIDO                PIC X(014)          VALUE SPACES.
       77  WA-ACHOU-ALVO               PIC X(001)          VALUE "N".
       77  WA-TEM-DIVERGENCIA          PIC X(001)          VALUE "N".
       77  WA-TITULAR-PF               PIC X(001)          VALUE "N".
       77  WA-CAMPO-DIV                PIC X(020)          VALUE SPACES.
       77  WA-FONTE-DIV                PIC X(001)          VALUE SPACES.
       77  WA-VALOR-CADASTRO           PIC X(060)          VALUE SPACES.
       77  WA-VALOR-ABERTO             PIC X(060)          VALUE SPACES.
       77  WA-NORM-CADASTRO            PIC X(060)          VALUE SPACES.
       77  WA-DATA-AAAAMMDD            PIC X(008)          VALUE SPACES.
       77  WA-DATA-ISO                 PIC X(010)          VALUE SPACES.
       77  WA-CODIGO-BUSCA             PIC X(004)          VALUE SPACES.
       77  WA-DESCRICAO-ACHADA         PIC X(060)          VALUE SPACES.

      * LINHA DOS DADOS ABERTOS: "CAMPO1";"CAMPO2";...;"CAMPON".
       77  WA-LINHA-DADOS              PIC X(2000)         VALUE SPACES.
       77  WA-LINHA-UTF8               PIC X(2000)         VALUE SPACES.
       77  WA-SEPARADOR                PIC X(003)          VALUE SPACES.
       77  WN-TAM-LINHA                PIC 9(004)          VALUE ZEROS.
       77  WN-POS-LINHA                PIC 9(004)          VALUE ZEROS.
       77  WN-POS-SAIDA                PIC 9(004)          VALUE ZEROS.
       77  WN-BYTE                     PIC 9(003)          VALUE ZEROS.
       01  WA-TOKENS.
           03  WA-TOKEN                 OCCURS 30 TIMES
                                        PIC X(150).

      * TABELAS DE CODIGO DA RECEITA (MUNICIPIO NAO E O CODIGO IBGE).
       01  WA-MUNIC-RFB-TAB.
           03  WA-MUNIC-RFB             OCCURS 6000 TIMES.
               05  WA-MR-CODIGO         PIC X(004).
               05  WA-MR-NOME           PIC X(060).
       77  WN-QTDE-MUNIC-RFB           PIC 9(004)          VALUE ZEROS.
       77  WS-IDX-MR                   PIC 9(004)          VALUE ZEROS.
       01  WA-QUALIF-RFB-TAB.
           03  WA-QUALIF-RFB            OCCURS 100 TIMES.
               05  WA-QR-CODIGO         PIC X(002).
               05  WA-QR-DESCRICAO      PIC X(040).
       77  WN-QTDE-QUALIF-RFB          PIC 9(003)          VALUE ZEROS.
       77  WS-IDX-QR                   PIC 9(003)          VALUE ZEROS.

       77  WN-QTDE-BD                  PIC 9(009)          VALUE ZEROS.
       77  WN-QTDE-ALVOS               PIC 9(009)          VALUE ZEROS.
       77  WN-QTDE-LIDAS               PIC 9(009)          VALUE ZEROS.
       77  WN-QTDE-USADAS              PIC 9(009)          VALUE ZEROS.
       77  WN-QTDE-NOVOS               PIC 9(009)          VALUE ZEROS.
       77  WN-QTDE-REGRAVADOS          PIC 9(009)          VALUE ZEROS.
       77  WN-QTDE-CONFERIDOS          PIC 9(009)          VALUE ZEROS.
       77  WN-QTDE-DIVERGENTES         PIC 9(009)          VALUE ZEROS.
       77  WN-QTDE-LINHAS-DIV          PIC 9(009)          VALUE ZEROS.
       77  WN-QTDE-AUSENTES            PIC 9(009)          VALUE ZEROS.
       77  WN-QTDE-MAIS-NOVOS          PIC 9(009)          VALUE ZEROS.
       77  WN-QTDE-SOCIOS-GRAV         PIC 9(009)          VALUE ZEROS.
       77  WN-QTDE-SIMPLES-GRAV        PIC 9(009)          VALUE ZEROS.
       77  WA-QTDE-ED                  PIC Z(008)9         VALUE ZEROS.

           COPY BDREGIS.

           COPY CNPJHTAB.

           COPY CNPJFTAB.

           COPY NOMENORM.

           COPY MASCARA.

           COPY SIMPLHTAB.

           COPY SYSPARM.

       77  LNK-FCO                     PIC X(014)          VALUE ZEROS.
       77  LNK-RETORNO                 PIC X(1024)         VALUE SPACES.

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-FS-AUDIT                 PIC X(002)          VALUE "00".
       77  WA-AU-DATA                  PIC 9(008).
       77  WA-AU-HORA                  PIC 9(006).
       77  WA-AU-PROGRAM-ID            PIC X(020)
               VALUE "CNPJ-DADOS-ABERTOS".
       77  WA-AU-EVENTO                PIC X(010)          VALUE SPACES.
       77  WA-AU-ENTRADA               PIC X(030)          VALUE SPACES.
       77  WA-AU-RESULTADO             PIC X(020)          VALUE SPACES.
       77  WA-AU-OPERADOR              PIC X(008)          VALUE SPACES.
       77  WA-ARQ-SYSPARM              PIC X(100)          VALUE
               "SYSTEM.PARM".
       77  WA-FS-SYSPARM               PIC X(002)          VALUE "00".

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           MOVE "R" TO CHT-FONTE.
           STRING QUOTE ";" QUOTE DELIMITED BY SIZE INTO WA-SEPARADOR
           END-STRING.
           PERFORM VARYING CHT-IDX FROM 1 BY 1
                   UNTIL CHT-IDX > 18
               MOVE "N" TO CHT-PRETERIDO-MARCA(CHT-IDX)
           END-PERFORM.

           MOVE "INICIO"   TO WA-AU-EVENTO.
           MOVE SPACES     TO WA-AU-ENTRADA.
           MOVE SPACES     TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

           PERFORM CARREGA-SYSPARM.
           PERFORM CARREGA-MASCARA.
           PERFORM LE-OPERADOR-FONTE.

           SET CONFIGURATION "DLL-CONVENTION" TO 0.
           CALL SP-LIB-BD.

           DISPLAY "Pasta dos arquivos de dados abertos ["
                   FUNCTION TRIM(WA-PASTA) "]: " WITH NO ADVANCING.
           MOVE SPACES TO WA-ARQ-DADOS.
           ACCEPT WA-ARQ-DADOS.
           IF  WA-ARQ-DADOS NOT = SPACES
               MOVE WA-ARQ-DADOS TO WA-PASTA
           END-IF.

      * A DATA DE REFERENCIA E A DA GERACAO DA BASE PELA RECEITA (NOME
      * DA PASTA NO PORTAL), NAO A DO DOWNLOAD - E A IDADE DO DADO.
           ACCEPT WN-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO WN-DATA-REF.
           DISPLAY "Data de referencia da base da Receita "
                   "(AAAAMMDD, ENTER = hoje): " WITH NO ADVANCING.
           ACCEPT WN-DATA-REF.
           IF  WN-DATA-REF = ZEROS
               MOVE WN-DATA-HOJE TO WN-DATA-REF
           END-IF.
           IF  FUNCTION TEST-DATE-YYYYMMDD(WN-DATA-REF) NOT = ZEROS
               OR WN-DATA-REF > WN-DATA-HOJE
               DISPLAY "DATA DE REFERENCIA INVALIDA - CARGA CANCELADA."
               MOVE "CARGA-RFB"      TO WA-AU-EVENTO
               MOVE "DATA-INVALIDA"  TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               ACCEPT WA-PAUSA
               GOBACK
           END-IF.

           PERFORM RT01-00-ABRE-ARQUIVOS.
           PERFORM RT02-00-CARREGA-TABELAS.
           PERFORM RT03-00-MONTA-ALVOS.

           IF  WN-QTDE-ALVOS = ZEROS
               DISPLAY "NENHUM CNPJ NA BASE LOCAL NEM NO WORKLIST - "
                       "NADA A CARREGAR."
               PERFORM RT09-00-FECHA-ARQUIVOS
               MOVE "CARGA-RFB"      TO WA-AU-EVENTO
               MOVE WN-DATA-REF      TO WA-AU-ENTRADA
               MOVE "SEM-ALVO"       TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               ACCEPT WA-PAUSA
               GOBACK
           END-IF.

           PERFORM RT04-00-LE-EMPRESAS.
           PERFORM RT05-00-LE-ESTABELECIMENTOS.
           PERFORM RT06-00-LE-SIMPLES.
           PERFORM RT07-00-LE-SOCIOS.
           PERFORM RT08-00-APLICA.

           PERFORM RT09-00-FECHA-ARQUIVOS.

           DISPLAY "CNPJs de interesse (BD + worklist)......: "
                   WN-QTDE-ALVOS.
           DISPLAY "Nunca consultados, gravados.............: "
                   WN-QTDE-NOVOS.
           DISPLAY "Ja carregados dos dados abertos, regrav.: "
                   WN-QTDE-REGRAVADOS.
           DISPLAY "Com base ja carregada mais nova.........: "
                   WN-QTDE-MAIS-NOVOS.
           DISPLAY "Do SERPRO conferidos / com divergencia..: "
                   WN-QTDE-CONFERIDOS " / " WN-QTDE-DIVERGENTES.
           DISPLAY "Ausentes nos dados abertos..............: "
                   WN-QTDE-AUSENTES.
           DISPLAY "Socios / fichas Simples gravados........: "
                   WN-QTDE-SOCIOS-GRAV " / " WN-QTDE-SIMPLES-GRAV.
           DISPLAY "Mudancas de regime Simples/MEI..........: "
                   RGT-QTDE-MUDANCAS.
           DISPLAY "Divergencias em "
                   FUNCTION TRIM(WA-ARQ-DIVERGENCIA) ": "
                   WN-QTDE-LINHAS-DIV.

           MOVE "CARGA-RFB"      TO WA-AU-EVENTO.
           MOVE SPACES           TO WA-AU-ENTRADA.
           STRING WN-DATA-REF " ALVOS=" WN-QTDE-ALVOS
               DELIMITED BY SIZE INTO WA-AU-ENTRADA
           END-STRING.
           MOVE WN-QTDE-NOVOS    TO WA-QTDE-ED.
           MOVE SPACES           TO WA-AU-RESULTADO.
           STRING "NOVOS=" FUNCTION TRIM(WA-QTDE-ED)
               DELIMITED BY SIZE INTO WA-AU-RESULTADO
           END-STRING.
           PERFORM GRAVA-AUDITORIA.

           ACCEPT WA-PAUSA.
           GOBACK.

      *---------------------------------------------------------------*
      * ARQUIVOS DO CADASTRO ABERTOS DURANTE TODA A CARGA (CRIADOS SE *
      * AINDA NAO EXISTEM). O ALVO E RECRIADO VAZIO A CADA RODADA.    *
      *---------------------------------------------------------------*
       RT01-00-ABRE-ARQUIVOS.
           OPEN OUTPUT ALVO-FILE.
           CLOSE ALVO-FILE.
           OPEN I-O ALVO-FILE.

           OPEN I-O CNPJ-MASTER-FILE.
           IF  WA-FS-MASTER = "35"
               OPEN OUTPUT CNPJ-MASTER-FILE
               CLOSE CNPJ-MASTER-FILE
               OPEN I-O CNPJ-MASTER-FILE
           END-IF.
           OPEN I-O CNPJ-FONTE-FILE.
           IF  WA-FS-FONTE = "35"
               OPEN OUTPUT CNPJ-FONTE-FILE
               CLOSE CNPJ-FONTE-FILE
               OPEN I-O CNPJ-FONTE-FILE
           END-IF.
           OPEN I-O CNPJ-SOCIOS-FILE.
           IF  WA-FS-SOCIOS = "35"
               OPEN OUTPUT CNPJ-SOCIOS-FILE
               CLOSE CNPJ-SOCIOS-FILE
               OPEN I-O CNPJ-SOCIOS-FILE
           END-IF.
           OPEN I-O CNPJ-SOCIOS-IX-FILE.
           IF  WA-FS-SOCIOS-IX = "35"
               OPEN OUTPUT CNPJ-SOCIOS-IX-FILE
               CLOSE CNPJ-SOCIOS-IX-FILE
               OPEN I-O CNPJ-SOCIOS-IX-FILE
           END-IF.
           OPEN I-O CNPJ-SIMPLES-FILE.
           IF  WA-FS-SIMPLES = "35"
               OPEN OUTPUT CNPJ-SIMPLES-FILE
               CLOSE CNPJ-SIMPLES-FILE
               OPEN I-O CNPJ-SIMPLES-FILE
           END-IF.

           MOVE SPACES TO WA-ARQ-DIVERGENCIA.
           STRING "DADOS-ABERTOS-DIVERGENCIA-" WN-DATA-REF ".TXT"
               DELIMITED BY SIZE INTO WA-ARQ-DIVERGENCIA
           END-STRING.
           OPEN OUTPUT DIVERGENCIA-FILE.
           MOVE SPACES TO DIVERGENCIA-REC.
           STRING "CNPJ;CAMPO;FONTE NO CADASTRO;VALOR NO CADASTRO;"
                  "VALOR NOS DADOS ABERTOS;ULTIMA CONSULTA SERPRO"
               DELIMITED BY SIZE INTO DIVERGENCIA-REC
           END-STRING.
           WRITE DIVERGENCIA-REC.

       RT09-00-FECHA-ARQUIVOS.
           CLOSE ALVO-FILE.
           CLOSE CNPJ-MASTER-FILE.
           CLOSE CNPJ-FONTE-FILE.
           CLOSE CNPJ-SOCIOS-FILE.
           CLOSE CNPJ-SOCIOS-IX-FILE.
           CLOSE CNPJ-SIMPLES-FILE.
           CLOSE DIVERGENCIA-FILE.

      *---------------------------------------------------------------*
      * MUNICIPIOS.CSV ("CODIGO";"NOME") E QUALIFICACOES.CSV          *
      * ("CODIGO";"DESCRICAO") - TABELAS PEQUENAS, EM MEMORIA.        *
      *---------------------------------------------------------------*
       RT02-00-CARREGA-TABELAS.
           MOVE ZEROS TO WN-QTDE-MUNIC-RFB.
           MOVE "MUNICIPIOS.CSV" TO WA-NOME-ARQUIVO.
           PERFORM RT90-00-ABRE-DADOS.
           PERFORM UNTIL WA-EOF-DADOS = "S"
               PERFORM RT91-00-LE-DADOS
               IF  WA-EOF-DADOS NOT = "S"
                   AND WN-QTDE-MUNIC-RFB < 6000
                   PERFORM RT92-00-QUEBRA-LINHA
                   ADD 1 TO WN-QTDE-MUNIC-RFB
                   MOVE WA-TOKEN(1)(1:4)
                       TO WA-MR-CODIGO(WN-QTDE-MUNIC-RFB)
                   MOVE WA-TOKEN(2)(1:60)
                       TO WA-MR-NOME(WN-QTDE-MUNIC-RFB)
               END-IF
           END-PERFORM.
           PERFORM RT93-00-FECHA-DADOS.

           MOVE ZEROS TO WN-QTDE-QUALIF-RFB.
           MOVE "QUALIFICACOES.CSV" TO WA-NOME-ARQUIVO.
           PERFORM RT90-00-ABRE-DADOS.
           PERFORM UNTIL WA-EOF-DADOS = "S"
               PERFORM RT91-00-LE-DADOS
               IF  WA-EOF-DADOS NOT = "S"
                   AND WN-QTDE-QUALIF-RFB < 100
                   PERFORM RT92-00-QUEBRA-LINHA
                   ADD 1 TO WN-QTDE-QUALIF-RFB
                   MOVE WA-TOKEN(1)(1:2)
                       TO WA-QR-CODIGO(WN-QTDE-QUALIF-RFB)
                   MOVE WA-TOKEN(2)(1:40)
                       TO WA-QR-DESCRICAO(WN-QTDE-QUALIF-RFB)
               END-IF
           END-PERFORM.
           PERFORM RT93-00-FECHA-DADOS.

      *---------------------------------------------------------------*
      * CNPJs DE INTERESSE: TODA A BASE LOCAL (WALK COMPLETO DO       *
      * fco_bd, COMO O GO-FCO-WORKLIST) MAIS O REFRESH-WORKLIST.CSV.  *
      * PESSOA FISICA DA BASE NAO TEM CNPJ NOS DADOS ABERTOS.         *
      *---------------------------------------------------------------*
       RT03-00-MONTA-ALVOS.
           MOVE SPACES TO WA-PARA.
           MOVE ZEROS  TO LNK-FCO.
           MOVE SPACES TO LNK-RETORNO.

           CALL "fco_bd"
                    USING BY REFERENCE LNK-FCO, LNK-RETORNO, WN-RET
                    returning INTO WN-RET
           END-CALL.

           IF  WN-RET < 0
               DISPLAY "AVISO: BASE LOCAL INDISPONIVEL (" WN-RET
                       ") - SO O WORKLIST SERA CARREGADO."
               MOVE "S" TO WA-PARA
           ELSE
           IF  LNK-RETORNO(1:9) = "<<<fim>>>"
               MOVE "S" TO WA-PARA
           ELSE
               MOVE LNK-RETORNO TO WA-REGIS
               PERFORM RT03A-GUARDA-BD
           END-IF
           END-IF.

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
                        PERFORM RT03A-GUARDA-BD
                   END-IF
           END-PERFORM.
           IF  WN-RET >= 0
               CALL "closeRows"
           END-IF.

           OPEN INPUT WORKLIST-FILE.
           IF  WA-FS-WORKLIST = "00"
               MOVE "N" TO WA-EOF-DADOS
               PERFORM UNTIL WA-EOF-DADOS = "S"
                   READ WORKLIST-FILE
                       AT END MOVE "S" TO WA-EOF-DADOS
                   END-READ
                   IF  WA-EOF-DADOS NOT = "S"
                       AND WORKLIST-REC NOT = SPACES
                       AND WORKLIST-REC(1:5) NOT = "CNPJ,"
                       MOVE SPACES TO WA-CNPJ-ALVO
                       UNSTRING WORKLIST-REC DELIMITED BY "," INTO
                           WA-CNPJ-ALVO
                       END-UNSTRING
                       PERFORM RT03B-GUARDA-ALVO
                   END-IF
               END-PERFORM
               CLOSE WORKLIST-FILE
           END-IF.

           DISPLAY "CNPJs de interesse: " WN-QTDE-ALVOS
                   " (base local: " WN-QTDE-BD ")".

       RT03A-GUARDA-BD.
           ADD 1 TO WN-QTDE-BD.
           IF  WA-JURFIS NOT = "F" AND WN-CNPJ NOT = ZEROS
               MOVE WN-CNPJ TO WA-CNPJ-ALVO
               PERFORM RT03B-GUARDA-ALVO
           END-IF.

       RT03B-GUARDA-ALVO.
           IF  WA-CNPJ-ALVO NOT = SPACES
               MOVE WA-CNPJ-ALVO TO AL-CNPJ
               MOVE "S" TO WA-ACHOU-ALVO
               READ ALVO-FILE
                   KEY IS AL-CNPJ
                   INVALID KEY
                       MOVE "N" TO WA-ACHOU-ALVO
               END-READ
               IF  WA-ACHOU-ALVO = "N"
                   PERFORM RT03C-CLASSIFICA-ALVO
                   WRITE ALVO-REC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WN-QTDE-ALVOS
                   END-WRITE
               END-IF
           END-IF.

       RT03C-CLASSIFICA-ALVO.
           MOVE WA-CNPJ-ALVO      TO AL-CNPJ.
           MOVE WA-CNPJ-ALVO(1:8) TO AL-RADICAL.
           MOVE "N"   TO AL-ACHOU-EMPRESA AL-ACHOU-ESTAB
                         AL-ACHOU-SIMPLES.
           MOVE ZEROS TO AL-QTDE-SOCIOS.
           MOVE ALL "S" TO AL-FONTES.

           MOVE WA-CNPJ-ALVO TO CM-CNPJ.
           MOVE "S" TO AL-SITUACAO.
           READ CNPJ-MASTER-FILE
               KEY IS CM-CNPJ
               INVALID KEY
                   MOVE "N" TO AL-SITUACAO
           END-READ.
           IF  AL-SITUACAO = "S"
               MOVE WA-CNPJ-ALVO TO CF-CNPJ
               READ CNPJ-FONTE-FILE
                   KEY IS CF-CNPJ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING CFT-IDX FROM 1 BY 1
                               UNTIL CFT-IDX > 18
                           MOVE CF-FONTE(CFT-IDX)
                               TO AL-FONTES(CFT-IDX:1)
                           IF  CF-FONTE(CFT-IDX) = "R"
                               MOVE "R" TO AL-SITUACAO
                           END-IF
                       END-PERFORM
               END-READ
           END-IF.

           MOVE SPACES       TO CNPJ-MASTER-REC.
           MOVE WA-CNPJ-ALVO TO CM-CNPJ.
           MOVE ZEROS        TO CM-DATA-ULT-CONSULTA.
           MOVE CNPJ-MASTER-REC TO AL-MASTER.
           MOVE SPACES       TO CNPJ-SIMPLES-REC.
           MOVE WA-CNPJ-ALVO TO SI-CNPJ.
           MOVE ZEROS        TO SI-DATA-CONSULTA.
           MOVE CNPJ-SIMPLES-REC TO AL-SIMPLES.
           MOVE SPACES       TO AL-EXCLUSAO-SIMPLES AL-EXCLUSAO-MEI.

      *---------------------------------------------------------------*
      * EMPRESAS.CSV: RADICAL;RAZAO SOCIAL;NATUREZA;QUALIFICACAO DO   *
      * RESPONSAVEL;CAPITAL;PORTE;ENTE FEDERATIVO. VALE PARA TODOS OS *
      * ESTABELECIMENTOS DO RADICAL QUE ESTAO NO ALVO.                *
      *---------------------------------------------------------------*
       RT04-00-LE-EMPRESAS.
           MOVE "EMPRESAS.CSV" TO WA-NOME-ARQUIVO.
           PERFORM RT90-00-ABRE-DADOS.
           PERFORM UNTIL WA-EOF-DADOS = "S"
               PERFORM RT91-00-LE-DADOS
               IF  WA-EOF-DADOS NOT = "S"
                   MOVE WA-LINHA-DADOS(2:8) TO WA-RADICAL-LIDO
                   PERFORM RT94-00-POSICIONA-RADICAL
                   IF  WA-ACHOU-ALVO = "S"
                       PERFORM RT92-00-QUEBRA-LINHA
                       PERFORM RT04A-APLICA-EMPRESA
                           UNTIL WA-ACHOU-ALVO NOT = "S"
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM RT93-00-FECHA-DADOS.

       RT04A-APLICA-EMPRESA.
           READ ALVO-FILE NEXT RECORD
               AT END MOVE "N" TO WA-ACHOU-ALVO
           END-READ.
           IF  WA-ACHOU-ALVO = "S"
               AND AL-RADICAL = WA-RADICAL-LIDO
               MOVE AL-MASTER TO CNPJ-MASTER-REC
               MOVE WA-TOKEN(2)(1:60) TO CM-NOME-EMPRESARIAL
               EVALUATE WA-TOKEN(6)(1:2)
                   WHEN "01"
                       MOVE "MICRO EMPRESA" TO CM-PORTE
                   WHEN "03"
                       MOVE "EMPRESA DE PEQUENO PORTE" TO CM-PORTE
                   WHEN "05"
                       MOVE "DEMAIS" TO CM-PORTE
                   WHEN OTHER
                       MOVE SPACES TO CM-PORTE
               END-EVALUATE
               MOVE CNPJ-MASTER-REC TO AL-MASTER
               MOVE "S" TO AL-ACHOU-EMPRESA
               REWRITE ALVO-REC
           ELSE
               MOVE "N" TO WA-ACHOU-ALVO
           END-IF.

      *---------------------------------------------------------------*
      * ESTABELECIMENTOS.CSV (30 CAMPOS): 1-3 RADICAL/ORDEM/DV,       *
      * 5 FANTASIA, 6 SITUACAO, 11 INICIO DA ATIVIDADE, 12-13 CNAE    *
      * PRINCIPAL/SECUNDARIAS, 14-21 ENDERECO (TIPO, LOGRADOURO,      *
      * NUMERO, COMPLEMENTO, BAIRRO, CEP, UF, MUNICIPIO), 22-27       *
      * DDD/TELEFONE 1, 2 E FAX, 28 E-MAIL. O CNPJ COMPLETO SAI DAS   *
      * POSICOES FIXAS DA LINHA ("RRRRRRRR";"OOOO";"DD";...).         *
      *---------------------------------------------------------------*
       RT05-00-LE-ESTABELECIMENTOS.
           MOVE "ESTABELECIMENTOS.CSV" TO WA-NOME-ARQUIVO.
           PERFORM RT90-00-ABRE-DADOS.
           PERFORM UNTIL WA-EOF-DADOS = "S"
               PERFORM RT91-00-LE-DADOS
               IF  WA-EOF-DADOS NOT = "S"
                   MOVE SPACES TO WA-CNPJ-LIDO
                   STRING WA-LINHA-DADOS(2:8)
                          WA-LINHA-DADOS(13:4)
                          WA-LINHA-DADOS(20:2)
                       DELIMITED BY SIZE INTO WA-CNPJ-LIDO
                   END-STRING
                   MOVE WA-CNPJ-LIDO TO AL-CNPJ
                   MOVE "S" TO WA-ACHOU-ALVO
                   READ ALVO-FILE
                       KEY IS AL-CNPJ
                       INVALID KEY
                           MOVE "N" TO WA-ACHOU-ALVO
                   END-READ
                   IF  WA-ACHOU-ALVO = "S"
                       PERFORM RT92-00-QUEBRA-LINHA
                       PERFORM RT05A-APLICA-ESTAB
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM RT93-00-FECHA-DADOS.

       RT05A-APLICA-ESTAB.
           MOVE AL-MASTER TO CNPJ-MASTER-REC.
           MOVE WA-TOKEN(5)(1:60)  TO CM-NOME-FANTASIA.
           MOVE WA-TOKEN(11)(1:8)  TO WA-DATA-AAAAMMDD.
           PERFORM RT95-00-FORMATA-DATA.
           MOVE WA-DATA-ISO        TO CM-DATA-ABERTURA.
           MOVE WA-TOKEN(28)(1:60) TO CM-CORREIO-ELETRONICO.
           MOVE WA-TOKEN(14)(1:60) TO CM-ENDERECO-TIPO-LOGR.
           MOVE SPACES TO CM-ENDERECO-LOGRADOURO.
           STRING FUNCTION TRIM(WA-TOKEN(15)) DELIMITED BY SIZE
                  ", "                        DELIMITED BY SIZE
                  FUNCTION TRIM(WA-TOKEN(16)) DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  FUNCTION TRIM(WA-TOKEN(17)) DELIMITED BY SIZE
               INTO CM-ENDERECO-LOGRADOURO
           END-STRING.
           MOVE WA-TOKEN(18)(1:60) TO CM-ENDERECO-BAIRRO.
           MOVE WA-TOKEN(19)(1:60) TO CM-ENDERECO-CEP.
           MOVE WA-TOKEN(20)(1:60) TO CM-ENDERECO-UF.

           MOVE FUNCTION TRIM(WA-TOKEN(21)) TO WA-CODIGO-BUSCA.
           MOVE WA-CODIGO-BUSCA TO WA-DESCRICAO-ACHADA.
           PERFORM VARYING WS-IDX-MR FROM 1 BY 1
                   UNTIL WS-IDX-MR > WN-QTDE-MUNIC-RFB
               IF  WA-MR-CODIGO(WS-IDX-MR) = WA-CODIGO-BUSCA
                   MOVE WA-MR-NOME(WS-IDX-MR) TO WA-DESCRICAO-ACHADA
                   MOVE WN-QTDE-MUNIC-RFB TO WS-IDX-MR
               END-IF
           END-PERFORM.
           MOVE WA-DESCRICAO-ACHADA TO CM-ENDERECO-MUNICIPIO.

           MOVE SPACES TO CM-TELEFONE-1 CM-TELEFONE-2 CM-TELEFONE-3
                          CM-TELEFONE-4.
           IF  WA-TOKEN(23) NOT = SPACES
               STRING FUNCTION TRIM(WA-TOKEN(22)) DELIMITED BY SIZE
                      FUNCTION TRIM(WA-TOKEN(23)) DELIMITED BY SIZE
                   INTO CM-TELEFONE-1
               END-STRING
           END-IF.
           IF  WA-TOKEN(25) NOT = SPACES
               STRING FUNCTION TRIM(WA-TOKEN(24)) DELIMITED BY SIZE
                      FUNCTION TRIM(WA-TOKEN(25)) DELIMITED BY SIZE
                   INTO CM-TELEFONE-2
               END-STRING
           END-IF.
           IF  WA-TOKEN(27) NOT = SPACES
               STRING FUNCTION TRIM(WA-TOKEN(26)) DELIMITED BY SIZE
                      FUNCTION TRIM(WA-TOKEN(27)) DELIMITED BY SIZE
                   INTO CM-TELEFONE-3
               END-STRING
           END-IF.

           MOVE WA-TOKEN(12)(1:60) TO CM-CNAE-PRINCIPAL.
           MOVE WA-TOKEN(13)(1:60) TO CM-CNAE-SECUNDARIAS.
           EVALUATE WA-TOKEN(6)(1:2)
               WHEN "01"
                   MOVE "NULA"     TO CM-SITUACAO-CADASTRAL
               WHEN "02"
                   MOVE "ATIVA"    TO CM-SITUACAO-CADASTRAL
               WHEN "03"
                   MOVE "SUSPENSA" TO CM-SITUACAO-CADASTRAL
               WHEN "04"
                   MOVE "INAPTA"   TO CM-SITUACAO-CADASTRAL
               WHEN "08"
                   MOVE "BAIXADA"  TO CM-SITUACAO-CADASTRAL
               WHEN OTHER
                   MOVE WA-TOKEN(6)(1:20) TO CM-SITUACAO-CADASTRAL
           END-EVALUATE.

           MOVE CNPJ-MASTER-REC TO AL-MASTER.
           MOVE "S" TO AL-ACHOU-ESTAB.
           REWRITE ALVO-REC.

      *---------------------------------------------------------------*
      * SIMPLES.CSV: RADICAL;OPCAO SIMPLES (S/N);DATA OPCAO;DATA      *
      * EXCLUSAO;OPCAO MEI (S/N);DATA OPCAO MEI;DATA EXCLUSAO MEI.    *
      *---------------------------------------------------------------*
       RT06-00-LE-SIMPLES.
           MOVE "SIMPLES.CSV" TO WA-NOME-ARQUIVO.
           PERFORM RT90-00-ABRE-DADOS.
           PERFORM UNTIL WA-EOF-DADOS = "S"
               PERFORM RT91-00-LE-DADOS
               IF  WA-EOF-DADOS NOT = "S"
                   MOVE WA-LINHA-DADOS(2:8) TO WA-RADICAL-LIDO
                   PERFORM RT94-00-POSICIONA-RADICAL
                   IF  WA-ACHOU-ALVO = "S"
                       PERFORM RT92-00-QUEBRA-LINHA
                       PERFORM RT06A-APLICA-SIMPLES
                           UNTIL WA-ACHOU-ALVO NOT = "S"
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM RT93-00-FECHA-DADOS.

       RT06A-APLICA-SIMPLES.
           READ ALVO-FILE NEXT RECORD
               AT END MOVE "N" TO WA-ACHOU-ALVO
           END-READ.
           IF  WA-ACHOU-ALVO = "S"
               AND AL-RADICAL = WA-RADICAL-LIDO
               MOVE AL-SIMPLES TO CNPJ-SIMPLES-REC
               MOVE WA-TOKEN(2)(1:1)  TO SI-OPTANTE-SIMPLES
               MOVE WA-TOKEN(3)(1:8)  TO WA-DATA-AAAAMMDD
               PERFORM RT95-00-FORMATA-DATA
               MOVE WA-DATA-ISO       TO SI-DATA-OPCAO-SIMPLES
               MOVE WA-TOKEN(4)(1:8)  TO WA-DATA-AAAAMMDD
               PERFORM RT95-00-FORMATA-DATA
               MOVE WA-DATA-ISO       TO AL-EXCLUSAO-SIMPLES
               MOVE WA-TOKEN(5)(1:1)  TO SI-OPTANTE-MEI
               MOVE WA-TOKEN(6)(1:8)  TO WA-DATA-AAAAMMDD
               PERFORM RT95-00-FORMATA-DATA
               MOVE WA-DATA-ISO       TO SI-DATA-OPCAO-MEI
               MOVE WA-TOKEN(7)(1:8)  TO WA-DATA-AAAAMMDD
               PERFORM RT95-00-FORMATA-DATA
               MOVE WA-DATA-ISO       TO AL-EXCLUSAO-MEI
               MOVE CNPJ-SIMPLES-REC TO AL-SIMPLES
               MOVE "S" TO AL-ACHOU-SIMPLES
               REWRITE ALVO-REC
           ELSE
               MOVE "N" TO WA-ACHOU-ALVO
           END-IF.

      *---------------------------------------------------------------*
      * SOCIOS.CSV: RADICAL;TIPO;NOME;CPF/CNPJ (JA MASCARADO PELA     *
      * RECEITA);QUALIFICACAO;DATA ENTRADA;... SO PARA OS CNPJs QUE   *
      * VAO SER GRAVADOS (NUNCA CONSULTADOS OU JA DOS DADOS ABERTOS,  *
      * COM ESTABELECIMENTO ACHADO): O QUADRO ANTERIOR E APAGADO      *
      * ANTES E O ARQUIVO INTEIRO REMONTA O NOVO. SEM O SOCIOS.CSV O  *
      * QUADRO ANTERIOR FICA COMO ESTA.                               *
      *---------------------------------------------------------------*
       RT07-00-LE-SOCIOS.
           MOVE "SOCIOS.CSV" TO WA-NOME-ARQUIVO.
           PERFORM RT90-00-ABRE-DADOS.
           IF  WA-FS-DADOS = "00"
               PERFORM RT07A-LIMPA-QUADROS
           END-IF.
           PERFORM UNTIL WA-EOF-DADOS = "S"
               PERFORM RT91-00-LE-DADOS
               IF  WA-EOF-DADOS NOT = "S"
                   MOVE WA-LINHA-DADOS(2:8) TO WA-RADICAL-LIDO
                   PERFORM RT94-00-POSICIONA-RADICAL
                   IF  WA-ACHOU-ALVO = "S"
                       PERFORM RT92-00-QUEBRA-LINHA
                       PERFORM RT07C-APLICA-SOCIO
                           UNTIL WA-ACHOU-ALVO NOT = "S"
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM RT93-00-FECHA-DADOS.

       RT07A-LIMPA-QUADROS.
           MOVE LOW-VALUES TO AL-CNPJ.
           MOVE "N" TO WA-EOF-ALVO.
           START ALVO-FILE
               KEY IS NOT LESS THAN AL-CNPJ
               INVALID KEY
                   MOVE "S" TO WA-EOF-ALVO
           END-START.
           PERFORM UNTIL WA-EOF-ALVO = "S"
               READ ALVO-FILE NEXT RECORD
                   AT END MOVE "S" TO WA-EOF-ALVO
               END-READ
               IF  WA-EOF-ALVO NOT = "S"
                   AND AL-ACHOU-ESTAB = "S"
                   AND AL-ACHOU-EMPRESA = "S"
                   AND (AL-SITUACAO = "N" OR AL-SITUACAO = "R")
                   PERFORM RT07B-APAGA-QUADRO
               END-IF
           END-PERFORM.

       RT07B-APAGA-QUADRO.
           MOVE AL-CNPJ TO SO-CNPJ.
           MOVE ZEROS   TO SO-SEQ.
           MOVE "N"     TO WA-PARA.
           START CNPJ-SOCIOS-FILE
               KEY IS NOT LESS THAN SO-CHAVE
               INVALID KEY
                   MOVE "S" TO WA-PARA
           END-START.
           PERFORM UNTIL WA-PARA = "S"
               READ CNPJ-SOCIOS-FILE NEXT RECORD
                   AT END MOVE "S" TO WA-PARA
               END-READ
               IF  WA-PARA NOT = "S"
                   IF  SO-CNPJ = AL-CNPJ
                       MOVE SO-NOME TO NN-ENTRADA
                       PERFORM NORMALIZA-NOME
                       MOVE NN-SAIDA TO SX-NOME-NORM
                       MOVE SO-CNPJ  TO SX-CNPJ
                       MOVE SO-SEQ   TO SX-SEQ
                       DELETE CNPJ-SOCIOS-IX-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       DELETE CNPJ-SOCIOS-FILE
                   ELSE
                       MOVE "S" TO WA-PARA
                   END-IF
               END-IF
           END-PERFORM.

       RT07C-APLICA-SOCIO.
           READ ALVO-FILE NEXT RECORD
               AT END MOVE "N" TO WA-ACHOU-ALVO
           END-READ.
           IF  WA-ACHOU-ALVO = "S"
               AND AL-RADICAL = WA-RADICAL-LIDO
               IF  AL-ACHOU-ESTAB = "S"
                   AND AL-ACHOU-EMPRESA = "S"
                   AND (AL-SITUACAO = "N" OR AL-SITUACAO = "R")
                   AND AL-QTDE-SOCIOS < 999
                   ADD 1 TO AL-QTDE-SOCIOS
                   PERFORM RT07D-GRAVA-SOCIO
                   REWRITE ALVO-REC
               END-IF
           ELSE
               MOVE "N" TO WA-ACHOU-ALVO
           END-IF.

       RT07D-GRAVA-SOCIO.
           MOVE AL-CNPJ          TO SO-CNPJ.
           MOVE AL-QTDE-SOCIOS   TO SO-SEQ.
           MOVE WA-TOKEN(3)(1:60) TO SO-NOME.

           MOVE WA-TOKEN(5)(1:2) TO WA-CODIGO-BUSCA.
           MOVE SPACES TO WA-DESCRICAO-ACHADA.
           STRING "QUALIFICACAO " WA-CODIGO-BUSCA(1:2)
               DELIMITED BY SIZE INTO WA-DESCRICAO-ACHADA
           END-STRING.
           PERFORM VARYING WS-IDX-QR FROM 1 BY 1
                   UNTIL WS-IDX-QR > WN-QTDE-QUALIF-RFB
               IF  WA-QR-CODIGO(WS-IDX-QR) = WA-CODIGO-BUSCA(1:2)
                   MOVE WA-QR-DESCRICAO(WS-IDX-QR)
                       TO WA-DESCRICAO-ACHADA
                   MOVE WN-QTDE-QUALIF-RFB TO WS-IDX-QR
               END-IF
           END-PERFORM.
           MOVE WA-DESCRICAO-ACHADA(1:40) TO SO-QUALIFICACAO.

           MOVE WA-TOKEN(6)(1:8) TO WA-DATA-AAAAMMDD.
           PERFORM RT95-00-FORMATA-DATA.
           MOVE WA-DATA-ISO      TO SO-DATA-ENTRADA.

           WRITE CNPJ-SOCIOS-REC
               INVALID KEY
                   REWRITE CNPJ-SOCIOS-REC
           END-WRITE.

           MOVE SO-NOME TO NN-ENTRADA.
           PERFORM NORMALIZA-NOME.
           MOVE NN-SAIDA         TO SX-NOME-NORM.
           MOVE SO-CNPJ          TO SX-CNPJ.
           MOVE SO-SEQ           TO SX-SEQ.
           MOVE SO-NOME          TO SX-NOME.
           MOVE SO-QUALIFICACAO  TO SX-QUALIFICACAO.
           MOVE SO-DATA-ENTRADA  TO SX-DATA-ENTRADA.
           WRITE CNPJ-SOCIOS-IX-REC
               INVALID KEY
                   REWRITE CNPJ-SOCIOS-IX-REC
           END-WRITE.
           ADD 1 TO WN-QTDE-SOCIOS-GRAV.

      *---------------------------------------------------------------*
      * APLICACAO, CNPJ A CNPJ, DO QUE FOI MONTADO NO ALVO.           *
      *---------------------------------------------------------------*
       RT08-00-APLICA.
           MOVE LOW-VALUES TO AL-CNPJ.
           MOVE "N" TO WA-EOF-ALVO.
           START ALVO-FILE
               KEY IS NOT LESS THAN AL-CNPJ
               INVALID KEY
                   MOVE "S" TO WA-EOF-ALVO
           END-START.
           PERFORM UNTIL WA-EOF-ALVO = "S"
               READ ALVO-FILE NEXT RECORD
                   AT END MOVE "S" TO WA-EOF-ALVO
               END-READ
               IF  WA-EOF-ALVO NOT = "S"
                   EVALUATE TRUE
                       WHEN AL-ACHOU-ESTAB NOT = "S"
                           ADD 1 TO WN-QTDE-AUSENTES
                       WHEN AL-SITUACAO = "S"
                           PERFORM RT08C-CONFERE-SERPRO
                       WHEN AL-ACHOU-EMPRESA NOT = "S"
                           ADD 1 TO WN-QTDE-AUSENTES
                       WHEN AL-SITUACAO = "N"
                           PERFORM RT08A-GRAVA-NOVO
                       WHEN OTHER
                           PERFORM RT08B-REGRAVA
                   END-EVALUATE
               END-IF
           END-PERFORM.

       RT08A-GRAVA-NOVO.
           MOVE AL-MASTER   TO CNPJ-MASTER-REC.
           MOVE WN-DATA-REF TO CM-DATA-ULT-CONSULTA.
           MOVE SPACE       TO CM-SITUACAO-INTAKE.
           WRITE CNPJ-MASTER-REC
               INVALID KEY
      * GRAVADO POR OUTRO PROCESSO DESDE A MONTAGEM DO ALVO - FICA O
      * QUE JA ESTA LA.
                   CONTINUE
               NOT INVALID KEY
                   MOVE AL-CNPJ TO CF-CNPJ
                   PERFORM VARYING CFT-IDX FROM 1 BY 1
                           UNTIL CFT-IDX > 18
                       MOVE "R"          TO CF-FONTE(CFT-IDX)
                       MOVE WN-DATA-REF  TO CF-DATA(CFT-IDX)
                       MOVE CFT-OPERADOR TO CF-OPERADOR(CFT-IDX)
                   END-PERFORM
                   WRITE CNPJ-FONTE-REC
                       INVALID KEY
                           REWRITE CNPJ-FONTE-REC
                   END-WRITE
                   PERFORM RT08D-GRAVA-SIMPLES
                   ADD 1 TO WN-QTDE-NOVOS
           END-WRITE.

       RT08B-REGRAVA.
           MOVE AL-CNPJ TO CM-CNPJ.
           READ CNPJ-MASTER-FILE
               KEY IS CM-CNPJ
               INVALID KEY
                   PERFORM RT08A-GRAVA-NOVO
               NOT INVALID KEY
                   IF  CM-DATA-ULT-CONSULTA > WN-DATA-REF
                       ADD 1 TO WN-QTDE-MAIS-NOVOS
                   ELSE
                       PERFORM RT08E-REGRAVA-MASTER
                   END-IF
           END-READ.

      * CAMPO CORRIGIDO ("M"/"C") CONTINUA COM A CORRECAO; OS DEMAIS
      * PASSAM PARA O VALOR DA BASE NOVA, FONTE "R".
       RT08E-REGRAVA-MASTER.
           MOVE CNPJ-MASTER-REC TO WA-MASTER-ANTERIOR.
           MOVE AL-MASTER       TO CNPJ-MASTER-REC.
           MOVE WN-DATA-REF     TO CM-DATA-ULT-CONSULTA.
           MOVE WA-MASTER-ANTERIOR(1063:1) TO CM-SITUACAO-INTAKE.

           MOVE AL-CNPJ TO CF-CNPJ.
           MOVE "S" TO CFT-ACHOU.
           READ CNPJ-FONTE-FILE
               KEY IS CF-CNPJ
               INVALID KEY
                   MOVE "N" TO CFT-ACHOU
                   MOVE AL-CNPJ TO CF-CNPJ
           END-READ.
           PERFORM VARYING CHT-IDX FROM 1 BY 1
                   UNTIL CHT-IDX > 18
               PERFORM CALCULA-OFFSET-CAMPO
               IF  CFT-ACHOU = "S"
                   AND (CF-FONTE(CHT-IDX) = "M"
                        OR CF-FONTE(CHT-IDX) = "C")
                   MOVE WA-MASTER-ANTERIOR(CHT-OFFSET:CHT-TAM)
                       TO CNPJ-MASTER-REC(CHT-OFFSET:CHT-TAM)
               ELSE
                   MOVE "R"          TO CF-FONTE(CHT-IDX)
                   MOVE WN-DATA-REF  TO CF-DATA(CHT-IDX)
                   MOVE CFT-OPERADOR TO CF-OPERADOR(CHT-IDX)
               END-IF
           END-PERFORM.

           PERFORM GRAVA-HISTORICO.
           REWRITE CNPJ-MASTER-REC.
           IF  CFT-ACHOU = "S"
               REWRITE CNPJ-FONTE-REC
           ELSE
               WRITE CNPJ-FONTE-REC
           END-IF.
           PERFORM RT08D-GRAVA-SIMPLES.
           ADD 1 TO WN-QTDE-REGRAVADOS.

       RT08D-GRAVA-SIMPLES.
           IF  AL-ACHOU-SIMPLES = "S"
               MOVE AL-SIMPLES  TO CNPJ-SIMPLES-REC
               MOVE WN-DATA-REF TO SI-DATA-CONSULTA
               MOVE "DADOS-ABERTOS"     TO RGT-ORIGEM
               MOVE CM-NOME-EMPRESARIAL TO RGT-NOME
               MOVE AL-EXCLUSAO-SIMPLES TO RGT-EXCLUSAO-SIMPLES
               MOVE AL-EXCLUSAO-MEI     TO RGT-EXCLUSAO-MEI
               PERFORM CONFERE-REGIME-SIMPLES
               WRITE CNPJ-SIMPLES-REC
                   INVALID KEY
                       REWRITE CNPJ-SIMPLES-REC
               END-WRITE
               ADD 1 TO WN-QTDE-SIMPLES-GRAV
           END-IF.

      *---------------------------------------------------------------*
      * CNPJ DO SERPRO: SO CONFERE. UMA LINHA POR CAMPO DIVERGENTE,   *
      * COM A FONTE ATUAL DO CAMPO NO CADASTRO (S/M/C) E A DATA DA    *
      * ULTIMA CONSULTA PAGA. CAMPO VAZIO NOS DADOS ABERTOS NAO E     *
      * DIVERGENCIA (A RECEITA NAO PUBLICA, EX.: TELEFONE 4).         *
      *---------------------------------------------------------------*
       RT08C-CONFERE-SERPRO.
           ADD 1 TO WN-QTDE-CONFERIDOS.
           MOVE "N" TO WA-TEM-DIVERGENCIA.
           MOVE AL-CNPJ TO CM-CNPJ.
           READ CNPJ-MASTER-FILE
               KEY IS CM-CNPJ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CM-NOME-EMPRESARIAL TO MSK-TEXTO
                   PERFORM MASCARA-CPF-NO-TEXTO
                   MOVE MSK-ACHOU-CPF TO WA-TITULAR-PF
                   MOVE "N" TO MSK-TINHA-DADO
                   PERFORM RT08F-CONFERE-CAMPO
                       VARYING CHT-IDX FROM 1 BY 1
                       UNTIL CHT-IDX > 18
                   PERFORM RT08G-CONFERE-SIMPLES
           END-READ.
           IF  WA-TEM-DIVERGENCIA = "S"
               ADD 1 TO WN-QTDE-DIVERGENTES
               MOVE AL-CNPJ   TO MSK-DOCUMENTO
               MOVE "ARQUIVO" TO MSK-ONDE
               PERFORM REGISTRA-SEM-MASCARA
           END-IF.

       RT08F-CONFERE-CAMPO.
           PERFORM CALCULA-OFFSET-CAMPO.
           MOVE SPACES TO WA-VALOR-CADASTRO WA-VALOR-ABERTO.
           MOVE CNPJ-MASTER-REC(CHT-OFFSET:CHT-TAM)
               TO WA-VALOR-CADASTRO.
           MOVE AL-MASTER(CHT-OFFSET:CHT-TAM) TO WA-VALOR-ABERTO.
           IF  WA-VALOR-ABERTO NOT = SPACES
               MOVE WA-VALOR-CADASTRO TO NN-ENTRADA
               PERFORM NORMALIZA-NOME
               MOVE NN-SAIDA TO WA-NORM-CADASTRO
               MOVE WA-VALOR-ABERTO TO NN-ENTRADA
               PERFORM NORMALIZA-NOME
               IF  NN-SAIDA NOT = WA-NORM-CADASTRO
                   MOVE CHT-NOME-CAMPO(CHT-IDX) TO WA-CAMPO-DIV
                   MOVE AL-FONTES(CHT-IDX:1)    TO WA-FONTE-DIV
                   PERFORM RT08H-MASCARA-VALORES
                   PERFORM RT08I-GRAVA-DIVERGENCIA
               END-IF
           END-IF.

       RT08G-CONFERE-SIMPLES.
           IF  AL-ACHOU-SIMPLES = "S"
               MOVE AL-CNPJ TO SI-CNPJ
               READ CNPJ-SIMPLES-FILE
                   KEY IS SI-CNPJ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WA-FONTE-DIV
                       IF  SI-OPTANTE-SIMPLES NOT = AL-SIMPLES(15:1)
                           MOVE "OPTANTE SIMPLES" TO WA-CAMPO-DIV
                           MOVE SI-OPTANTE-SIMPLES TO WA-VALOR-CADASTRO
                           MOVE AL-SIMPLES(15:1)   TO WA-VALOR-ABERTO
                           PERFORM RT08I-GRAVA-DIVERGENCIA
                       END-IF
                       IF  SI-OPTANTE-MEI NOT = AL-SIMPLES(26:1)
                           MOVE "OPTANTE MEI" TO WA-CAMPO-DIV
                           MOVE SI-OPTANTE-MEI     TO WA-VALOR-CADASTRO
                           MOVE AL-SIMPLES(26:1)   TO WA-VALOR-ABERTO
                           PERFORM RT08I-GRAVA-DIVERGENCIA
                       END-IF
               END-READ
           END-IF.

      * MESMA MASCARA DA TELA: CPF NO NOME (MEI), E-MAIL E TELEFONE DE
      * TITULAR PESSOA FISICA.
       RT08H-MASCARA-VALORES.
           EVALUATE CHT-IDX
               WHEN 1
               WHEN 2
                   MOVE WA-VALOR-CADASTRO TO MSK-TEXTO
                   PERFORM MASCARA-CPF-NO-TEXTO
                   MOVE MSK-TEXTO TO WA-VALOR-CADASTRO
                   MOVE WA-VALOR-ABERTO TO MSK-TEXTO
                   PERFORM MASCARA-CPF-NO-TEXTO
                   MOVE MSK-TEXTO TO WA-VALOR-ABERTO
               WHEN 4
                   MOVE WA-VALOR-CADASTRO TO MSK-TEXTO
                   PERFORM MASCARA-EMAIL
                   MOVE MSK-TEXTO TO WA-VALOR-CADASTRO
                   MOVE WA-VALOR-ABERTO TO MSK-TEXTO
                   PERFORM MASCARA-EMAIL
                   MOVE MSK-TEXTO TO WA-VALOR-ABERTO
               WHEN 12 THRU 15
                   IF  WA-TITULAR-PF = "S"
                       MOVE WA-VALOR-CADASTRO TO MSK-TEXTO
                       PERFORM MASCARA-TELEFONE-PF
                       MOVE MSK-TEXTO TO WA-VALOR-CADASTRO
                       MOVE WA-VALOR-ABERTO TO MSK-TEXTO
                       PERFORM MASCARA-TELEFONE-PF
                       MOVE MSK-TEXTO TO WA-VALOR-ABERTO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RT08I-GRAVA-DIVERGENCIA.
           MOVE "S" TO WA-TEM-DIVERGENCIA.
           MOVE SPACES TO DIVERGENCIA-REC.
           STRING AL-CNPJ                           DELIMITED BY SIZE
                  ";"                               DELIMITED BY SIZE
                  FUNCTION TRIM(WA-CAMPO-DIV)       DELIMITED BY SIZE
                  ";"                               DELIMITED BY SIZE
                  WA-FONTE-DIV                      DELIMITED BY SIZE
                  ";"                               DELIMITED BY SIZE
                  FUNCTION TRIM(WA-VALOR-CADASTRO)  DELIMITED BY SIZE
                  ";"                               DELIMITED BY SIZE
                  FUNCTION TRIM(WA-VALOR-ABERTO)    DELIMITED BY SIZE
                  ";"                               DELIMITED BY SIZE
                  CM-DATA-ULT-CONSULTA              DELIMITED BY SIZE
               INTO DIVERGENCIA-REC
           END-STRING.
           WRITE DIVERGENCIA-REC.
           ADD 1 TO WN-QTDE-LINHAS-DIV.

      *---------------------------------------------------------------*
      * LEITURA DOS ARQUIVOS DOS DADOS ABERTOS (WA-NOME-ARQUIVO NA    *
      * PASTA WA-PASTA). ARQUIVO AUSENTE SAI COMO FIM DE ARQUIVO.     *
      *---------------------------------------------------------------*
       RT90-00-ABRE-DADOS.
           MOVE SPACES TO WA-ARQ-DADOS.
           STRING FUNCTION TRIM(WA-PASTA)        DELIMITED BY SIZE
                  "/"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WA-NOME-ARQUIVO) DELIMITED BY SIZE
               INTO WA-ARQ-DADOS
           END-STRING.
           MOVE ZEROS TO WN-QTDE-LIDAS WN-QTDE-USADAS.
           MOVE "N"   TO WA-EOF-DADOS.
           OPEN INPUT DADOS-FILE.
           IF  WA-FS-DADOS NOT = "00"
               DISPLAY "AVISO: SEM " FUNCTION TRIM(WA-ARQ-DADOS)
                       " (FILE STATUS " WA-FS-DADOS ") - ARQUIVO "
                       "IGNORADO."
               MOVE "S" TO WA-EOF-DADOS
           ELSE
               DISPLAY "Lendo " FUNCTION TRIM(WA-ARQ-DADOS) "..."
           END-IF.

       RT91-00-LE-DADOS.
           READ DADOS-FILE INTO WA-LINHA-DADOS
               AT END MOVE "S" TO WA-EOF-DADOS
           END-READ.
           IF  WA-EOF-DADOS NOT = "S"
               ADD 1 TO WN-QTDE-LIDAS
           END-IF.

       RT93-00-FECHA-DADOS.
           IF  WA-FS-DADOS = "00" OR WA-FS-DADOS = "10"
               CLOSE DADOS-FILE
               DISPLAY "  " WN-QTDE-LIDAS " linha(s), "
                       WN-QTDE-USADAS " de interesse."
           END-IF.

      * LATIN-1 -> UTF-8 E QUEBRA NOS ";" ENTRE ASPAS (UM ";" DENTRO
      * DE UM NOME NAO SEPARA CAMPO). A ASPA INICIAL FICA DE FORA PELA
      * POSICAO E A FINAL SAI NO INSPECT.
       RT92-00-QUEBRA-LINHA.
           ADD 1 TO WN-QTDE-USADAS.
           PERFORM RT96-00-CONVERTE-UTF8.
           MOVE SPACES TO WA-TOKENS.
           UNSTRING WA-LINHA-DADOS(2:) DELIMITED BY WA-SEPARADOR INTO
               WA-TOKEN(1)  WA-TOKEN(2)  WA-TOKEN(3)  WA-TOKEN(4)
               WA-TOKEN(5)  WA-TOKEN(6)  WA-TOKEN(7)  WA-TOKEN(8)
               WA-TOKEN(9)  WA-TOKEN(10) WA-TOKEN(11) WA-TOKEN(12)
               WA-TOKEN(13) WA-TOKEN(14) WA-TOKEN(15) WA-TOKEN(16)
               WA-TOKEN(17) WA-TOKEN(18) WA-TOKEN(19) WA-TOKEN(20)
               WA-TOKEN(21) WA-TOKEN(22) WA-TOKEN(23) WA-TOKEN(24)
               WA-TOKEN(25) WA-TOKEN(26) WA-TOKEN(27) WA-TOKEN(28)
               WA-TOKEN(29) WA-TOKEN(30)
           END-UNSTRING.
           INSPECT WA-TOKENS REPLACING ALL QUOTE BY SPACE.

      * POSICIONA O ALVO NO PRIMEIRO CNPJ DO RADICAL (CHAVE ALTERNADA);
      * O PARAGRAFO QUE APLICA LE OS SEGUINTES COM READ NEXT.
       RT94-00-POSICIONA-RADICAL.
           MOVE WA-RADICAL-LIDO TO AL-RADICAL.
           MOVE "S" TO WA-ACHOU-ALVO.
           START ALVO-FILE
               KEY IS EQUAL TO AL-RADICAL
               INVALID KEY
                   MOVE "N" TO WA-ACHOU-ALVO
           END-START.

       RT95-00-FORMATA-DATA.
           MOVE SPACES TO WA-DATA-ISO.
           IF  WA-DATA-AAAAMMDD IS NUMERIC
               AND WA-DATA-AAAAMMDD NOT = ZEROS
               STRING WA-DATA-AAAAMMDD(1:4) "-"
                      WA-DATA-AAAAMMDD(5:2) "-"
                      WA-DATA-AAAAMMDD(7:2)
                   DELIMITED BY SIZE INTO WA-DATA-ISO
               END-STRING
           END-IF.

      * BYTE LATIN-1 X"A0"-X"BF" VIRA C2 + O BYTE; X"C0"-X"FF" VIRA
      * C3 + (BYTE - X"40"). O RESTO PASSA COMO ESTA.
       RT96-00-CONVERTE-UTF8.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WA-LINHA-DADOS TRAILING))
               TO WN-TAM-LINHA.
           MOVE SPACES TO WA-LINHA-UTF8.
           MOVE ZEROS  TO WN-POS-SAIDA.
           PERFORM VARYING WN-POS-LINHA FROM 1 BY 1
                   UNTIL WN-POS-LINHA > WN-TAM-LINHA
                      OR WN-POS-SAIDA > 1997
               COMPUTE WN-BYTE =
                   FUNCTION ORD(WA-LINHA-DADOS(WN-POS-LINHA:1)) - 1
               IF  WN-BYTE >= 160
                   ADD 1 TO WN-POS-SAIDA
                   IF  WN-BYTE >= 192
                       MOVE X"C3" TO WA-LINHA-UTF8(WN-POS-SAIDA:1)
                       ADD 1 TO WN-POS-SAIDA
                       MOVE FUNCTION CHAR(WN-BYTE - 63)
                           TO WA-LINHA-UTF8(WN-POS-SAIDA:1)
                   ELSE
                       MOVE X"C2" TO WA-LINHA-UTF8(WN-POS-SAIDA:1)
                       ADD 1 TO WN-POS-SAIDA
                       MOVE WA-LINHA-DADOS(WN-POS-LINHA:1)
                           TO WA-LINHA-UTF8(WN-POS-SAIDA:1)
                   END-IF
               ELSE
                   ADD 1 TO WN-POS-SAIDA
                   MOVE WA-LINHA-DADOS(WN-POS-LINHA:1)
                       TO WA-LINHA-UTF8(WN-POS-SAIDA:1)
               END-IF
           END-PERFORM.
           MOVE WA-LINHA-UTF8 TO WA-LINHA-DADOS.

      * MESMA REGRA DO GRAVA-AUDITORIA: OPERADOR DO LOGIN DO MENU OU
      * "BATCH" NA RODADA SEM OPERADOR.
       LE-OPERADOR-FONTE.
           MOVE SPACES TO CFT-OPERADOR.
           ACCEPT CFT-OPERADOR FROM ENVIRONMENT "GO-OPERADOR".
           IF  CFT-OPERADOR = SPACES
               MOVE "BATCH" TO CFT-OPERADOR
           END-IF.

           COPY AUDITP.

           COPY SYSPARMP.

           COPY CNPJHP.

           COPY NOMENORMP.

           COPY MASCARAP.

           COPY SIMPLHP.
