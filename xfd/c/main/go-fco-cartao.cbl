       IDENTIFICATION DIVISION.
       PROGRAM-ID.      GO-FCO-CARTAO.
      *------------------------------------------------------------------------------*
      * CARTAO CNPJ A PARTIR DO CACHE. CONTRATO E KIT DE CADASTRO DE CLIENTE PEDEM O *
      * COMPROVANTE DE INSCRICAO E DE SITUACAO CADASTRAL E O PESSOAL IA BUSCAR NO    *
      * SITE DA RECEITA UM DADO QUE JA FOI PAGO AO SERPRO E ESTA NO CNPJ-MASTER.     *
      * ESTE PROGRAMA IMPRIME A FOLHA NO LEIAUTE DO COMPROVANTE OFICIAL, PARA:       *
      *   (E) UM CNPJ DIGITADO;                                                      *
      *   (L) UMA LISTA DE CNPJs EM ARQUIVO (UM POR LINHA, COM OU SEM PONTUACAO,     *
      *       PADRAO CARTAO-CNPJ-LISTA.TXT);                                         *
      *   (V) CONFERENCIA DO CODIGO DE CONTROLE DE UMA COPIA IMPRESSA.               *
      * CADA FOLHA VAI PARA CARTAO-<CNPJ>.TXT (80 COLUNAS) COM: MATRIZ/FILIAL PELO   *
      * ESTABELECIMENTO DO CNPJ (0001 = MATRIZ), CNAE PRINCIPAL E SECUNDARIAS        *
      * (CNPJ-CNAE-SEC.DAT, COPY CNAESREC) COM A DESCRICAO DO CNAE-DOMINIO.TXT       *
      * (COPY CNAETAB/CNAETABP), SITUACAO CADASTRAL, ENDERECO E A DATA DA ULTIMA     *
      * CONSULTA AO SERPRO. CONSULTA COM MAIS DE N DIAS UTEIS (PERGUNTADO NA         *
      * SUBIDA, PADRAO 30 - CALENDARIO-UTEIS.TXT, COPY CALETAB/CALETABP) SAI COM     *
      * AVISO NA PROPRIA FOLHA.                                                      *
      * CODIGO DE CONTROLE: MD5 ENCADEADO (ROTINA MD5, COMO O GO-FCO-MANIFESTO) DO   *
      * REGISTRO DO CNPJ-MASTER ATE O CM-DATA-ULT-CONSULTA - O MESMO CADASTRO DA     *
      * SEMPRE O MESMO CODIGO, QUALQUER CAMPO MUDADO DA OUTRO. TODA EMISSAO FICA NO  *
      * CARTAO-CNPJ-EMITIDOS.TXT ("CODIGO;CNPJ;AAAAMMDD;HHMMSS;ULT-CONSULTA;         *
      * OPERADOR"); A OPCAO (V) ACHA O CODIGO NESSE REGISTRO E DIZ SE O CADASTRO     *
      * ATUAL AINDA E O DA COPIA. NOME, E-MAIL E TELEFONE DE MEI COM A MASCARA DO    *
      * PERFIL (O CODIGO E SEMPRE DO REGISTRO INTEIRO, SEM MASCARA).                 *
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

           SELECT CNPJ-CNAE-SEC-FILE
               ASSIGN TO "CNPJ-CNAE-SEC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WA-FS-CNAE-SEC.

           SELECT CNAE-DOMINIO-FILE
               ASSIGN TO WA-ARQ-CNAE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-CNAE-DOMINIO.

           SELECT CALENDARIO-FILE
               ASSIGN TO WA-ARQ-CALENDARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-CALENDARIO.

           SELECT LISTA-FILE
               ASSIGN TO WA-ARQ-LISTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-LISTA.

           SELECT EMITIDOS-FILE
               ASSIGN TO WA-ARQ-EMITIDOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-EMITIDOS.

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

       FD  CNPJ-CNAE-SEC-FILE.
           COPY CNAESREC.

       FD  CNAE-DOMINIO-FILE.
       01  CNAE-DOMINIO-REC            PIC X(120).

       FD  CALENDARIO-FILE.
       01  CALENDARIO-REC              PIC X(100).

       FD  LISTA-FILE.
       01  LISTA-REC                   PIC X(060).

       FD  EMITIDOS-FILE.
       01  EMITIDOS-REC                PIC X(120).

       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(080).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  WA-FS-MASTER                PIC X(002)          VALUE "00".
       77  WA-FS-CNAE-SEC              PIC X(002)          VALUE "00".
       77  WA-ARQ-CNAE                 PIC X(100)          VALUE
               "CNAE-DOMINIO.TXT".
       77  WA-FS-CNAE-DOMINIO          PIC X(002)          VALUE "00".
       77  WA-ARQ-CALENDARIO           PIC X(100)          VALUE
               "CALENDARIO-UTEIS.TXT".
       77  WA-FS-CALENDARIO            PIC X(002)          VALUE "00".
       77  WA-ARQ-LISTA                PIC X(100)          VALUE SPACES.
       77  WA-FS-LISTA                 PIC X(002)          VALUE "00".
       77  WA-ARQ-EMITIDOS             PIC X(100)          VALUE
               "CARTAO-CNPJ-EMITIDOS.TXT".
       77  WA-FS-EMITIDOS              PIC X(002)          VALUE "00".
       77  WA-ARQ-RELATORIO            PIC X(100)          VALUE SPACES.
       77  WA-CNAE-SEC-ABERTO          PIC X(001)          VALUE "N".
       77  WA-EOF-ARQ                  PIC X(001)          VALUE "N".
       77  WA-PARA-LEITURA             PIC X(001)          VALUE "N".
       77  WA-ACHOU-MASTER             PIC X(001)          VALUE "N".
       77  WA-ACHOU                    PIC X(001)          VALUE "N".
       77  WA-PAUSA                    PIC X(001)          VALUE SPACES.
       77  WA-MODO                     PIC X(001)          VALUE SPACES.
       77  WA-OPERADOR                 PIC X(008)          VALUE SPACES.
       77  WA-ENTRADA                  PIC X(060)          VALUE SPACES.
       77  WS-IDX                      PIC 9(003)          VALUE ZEROS.
       77  WN-POS                      PIC 9(003)          VALUE ZEROS.
       77  WN-DATA-HOJE                PIC 9(008)          VALUE ZEROS.
       77  WN-HORA-AGORA               PIC 9(008)          VALUE ZEROS.
       77  WN-DIAS-LIMITE              PIC 9(003)          VALUE ZEROS.
       77  WN-DIAS-DESDE               PIC 9(006)          VALUE ZEROS.
       77  WA-DIAS-ED                  PIC Z(005)9         VALUE ZEROS.
       77  WA-LIMITE-ED                PIC ZZ9             VALUE ZEROS.

       77  WN-QTDE-EMITIDOS            PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-NAO-ACHADOS         PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-INVALIDOS           PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-DESATUALIZADOS      PIC 9(005)          VALUE ZEROS.

      * MONTAGEM DA FOLHA.
       77  WA-LINHA                    PIC X(080)          VALUE SPACES.
       77  WA-TRACO                    PIC X(080)          VALUE
               ALL "-".
       77  WA-CNPJ-FMT                 PIC X(018)          VALUE SPACES.
       77  WA-DATA-FMT                 PIC X(010)          VALUE SPACES.
       77  WN-DATA-FMT                 PIC 9(008)          VALUE ZEROS.
       77  WA-TIPO-ESTAB               PIC X(006)          VALUE SPACES.
       77  WA-NOME-MSK                 PIC X(060)          VALUE SPACES.
       77  WA-FANTASIA-MSK             PIC X(060)          VALUE SPACES.
       77  WA-EMAIL-MSK                PIC X(060)          VALUE SPACES.
       77  WA-TITULAR-PF               PIC X(001)          VALUE "N".
       77  WA-CNAE-DESC                PIC X(080)          VALUE SPACES.
       77  WN-QTDE-SEC                 PIC 9(003)          VALUE ZEROS.
       77  WA-CEP-FMT                  PIC X(010)          VALUE SPACES.
       77  WA-CEP-DIGITOS              PIC X(060)          VALUE SPACES.
       77  WA-TEL-ENTRADA              PIC X(060)          VALUE SPACES.
       77  WA-TEL-DIGITOS              PIC X(060)          VALUE SPACES.
       77  WA-TEL-SAIDA                PIC X(020)          VALUE SPACES.
       77  WA-TEL-1                    PIC X(020)          VALUE SPACES.
       77  WN-TEL-TAMANHO              PIC 9(002)          VALUE ZEROS.
       77  WA-DESATUALIZADO            PIC X(001)          VALUE "N".

      * CODIGO DE CONTROLE: MD5 ENCADEADO EM JANELAS DE 68 BYTES SOBRE
      * O CNPJ-MASTER-REC ATE O CM-DATA-ULT-CONSULTA (1062 BYTES; A
      * MARCA DE INTAKE E O QUE VIER DEPOIS NAO ENTRAM NA FOLHA).
       77  WN-TAM-CONTROLE             PIC 9(004)          VALUE 1062.
       77  WN-POS-HASH                 PIC 9(004)          VALUE ZEROS.
       77  WN-TAM-HASH                 PIC 9(004)          VALUE ZEROS.
       77  WS-MD5-STR                  PIC X(100)          VALUE SPACES.
       77  WS-MD5-HASH                 PIC X(032)          VALUE SPACES.
       77  WA-CODIGO                   PIC X(032)          VALUE SPACES.
       77  WA-CODIGO-FMT               PIC X(035)          VALUE SPACES.
       77  WA-CODIGO-BUSCA             PIC X(032)          VALUE SPACES.

      * LINHA DO CARTAO-CNPJ-EMITIDOS.TXT.
       01  WS-EMISSAO.
           03  WA-EM-CODIGO              PIC X(032)      VALUE SPACES.
           03  WA-EM-CNPJ                PIC X(014)      VALUE SPACES.
           03  WA-EM-DATA                PIC X(008)      VALUE SPACES.
           03  WA-EM-HORA                PIC X(006)      VALUE SPACES.
           03  WA-EM-ULT-CONSULTA        PIC X(008)      VALUE SPACES.
           03  WA-EM-OPERADOR            PIC X(008)      VALUE SPACES.

           COPY CNPJVAL.

           COPY CPFVAL.

           COPY CNAETAB.

           COPY CALETAB.

           COPY MASCARA.

       77  LNK-FCO                     PIC X(014)          VALUE ZEROS.

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-FS-AUDIT                 PIC X(002)          VALUE "00".
       77  WA-AU-DATA                  PIC 9(008).
       77  WA-AU-HORA                  PIC 9(006).
       77  WA-AU-PROGRAM-ID            PIC X(020)
               VALUE "GO-FCO-CARTAO".
       77  WA-AU-EVENTO                PIC X(010)          VALUE SPACES.
       77  WA-AU-ENTRADA               PIC X(030)          VALUE SPACES.
       77  WA-AU-RESULTADO             PIC X(020)          VALUE SPACES.
       77  WA-AU-OPERADOR              PIC X(008)          VALUE SPACES.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           MOVE "INICIO"   TO WA-AU-EVENTO.
           MOVE SPACES     TO WA-AU-ENTRADA.
           MOVE SPACES     TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

           PERFORM CARREGA-MASCARA.
           ACCEPT WA-OPERADOR FROM ENVIRONMENT "GO-OPERADOR".
           IF  WA-OPERADOR = SPACES
               MOVE "BATCH" TO WA-OPERADOR
           END-IF.
           ACCEPT WN-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WN-HORA-AGORA FROM TIME.

           OPEN INPUT CNPJ-MASTER-FILE.
           IF  WA-FS-MASTER NOT = "00"
               DISPLAY "CNPJ-MASTER.DAT INDISPONIVEL (FILE STATUS "
                       WA-FS-MASTER ") - SEM BASE PARA O CARTAO."
               MOVE "CARTAO"           TO WA-AU-EVENTO
               MOVE "SEM-MASTER"       TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               MOVE 8 TO RETURN-CODE
               ACCEPT WA-PAUSA
               GOBACK
           END-IF.

           DISPLAY "(E)mitir um CNPJ, (L)ista em arquivo ou "
                   "(V)erificar codigo de controle: "
               WITH NO ADVANCING.
           ACCEPT WA-MODO.
           MOVE FUNCTION UPPER-CASE(WA-MODO) TO WA-MODO.

           EVALUATE WA-MODO
               WHEN "V"
                   PERFORM RT06-00-VERIFICA-CODIGO
               WHEN "E"
               WHEN "L"
                   PERFORM RT01-00-PREPARA-EMISSAO
                   IF  CAL-VALIDO = "S"
                       IF  WA-MODO = "E"
                           DISPLAY "CNPJ: " WITH NO ADVANCING
                           MOVE SPACES TO WA-ENTRADA
                           ACCEPT WA-ENTRADA
                           PERFORM RT02-00-TRATA-ENTRADA
                       ELSE
                           PERFORM RT01A-LE-LISTA
                       END-IF
                       IF  WA-CNAE-SEC-ABERTO = "S"
                           CLOSE CNPJ-CNAE-SEC-FILE
                       END-IF
                       DISPLAY "Cartoes emitidos.........: "
                               WN-QTDE-EMITIDOS
                       DISPLAY "  com aviso de defasagem.: "
                               WN-QTDE-DESATUALIZADOS
                       DISPLAY "CNPJ fora do cadastro....: "
                               WN-QTDE-NAO-ACHADOS
                       DISPLAY "CNPJ invalido............: "
                               WN-QTDE-INVALIDOS
                       MOVE "CARTAO"           TO WA-AU-EVENTO
                       MOVE WN-QTDE-EMITIDOS   TO WA-AU-ENTRADA
                       MOVE "OK"               TO WA-AU-RESULTADO
                       PERFORM GRAVA-AUDITORIA
                   END-IF
               WHEN OTHER
                   DISPLAY "Opcao invalida."
           END-EVALUATE.

           CLOSE CNPJ-MASTER-FILE.
           ACCEPT WA-PAUSA.
           GOBACK.

      *---------------------------------------------------------------*
      * CALENDARIO, PRAZO DE DEFASAGEM E TABELA DE CNAE PARA EMITIR.  *
      * SEM CALENDARIO VALIDO NAO HA COMO CONTAR DIAS UTEIS - NENHUM  *
      * CARTAO SAI (RETURN-CODE 8), COMO NO GO-FCO-WORKLIST.          *
      *---------------------------------------------------------------*
       RT01-00-PREPARA-EMISSAO.
           PERFORM CARREGA-CALENDARIO.
           IF  CAL-VALIDO NOT = "S"
               DISPLAY "ERRO: CALENDARIO DE DIAS UTEIS AUSENTE OU "
                       "VENCIDO (" FUNCTION TRIM(WA-ARQ-CALENDARIO)
                       ") - ATUALIZE NO CALENDARIO-MANUT. NENHUM "
                       "CARTAO EMITIDO."
               MOVE "CARTAO"          TO WA-AU-EVENTO
               MOVE "SEM-CALENDARIO"  TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Avisar na folha quando a consulta ao SERPRO "
                       "tiver mais de quantos dias UTEIS "
                       "(ENTER = 30)? " WITH NO ADVANCING
               ACCEPT WN-DIAS-LIMITE
               IF  WN-DIAS-LIMITE = ZEROS
                   MOVE 30 TO WN-DIAS-LIMITE
               END-IF
               PERFORM CARREGA-CNAE
               OPEN INPUT CNPJ-CNAE-SEC-FILE
               IF  WA-FS-CNAE-SEC = "00"
                   MOVE "S" TO WA-CNAE-SEC-ABERTO
               END-IF
           END-IF.

       RT01A-LE-LISTA.
           DISPLAY "Arquivo com a lista (ENTER = "
                   "CARTAO-CNPJ-LISTA.TXT): " WITH NO ADVANCING.
           MOVE SPACES TO WA-ARQ-LISTA.
           ACCEPT WA-ARQ-LISTA.
           IF  WA-ARQ-LISTA = SPACES
               MOVE "CARTAO-CNPJ-LISTA.TXT" TO WA-ARQ-LISTA
           END-IF.
           OPEN INPUT LISTA-FILE.
           IF  WA-FS-LISTA NOT = "00"
               DISPLAY "LISTA " FUNCTION TRIM(WA-ARQ-LISTA)
                       " NAO ENCONTRADA (FILE STATUS " WA-FS-LISTA ")."
           ELSE
               MOVE "N" TO WA-EOF-ARQ
               PERFORM UNTIL WA-EOF-ARQ = "S"
                   READ LISTA-FILE
                       AT END MOVE "S" TO WA-EOF-ARQ
                   END-READ
                   IF  WA-EOF-ARQ NOT = "S"
                       AND LISTA-REC NOT = SPACES
                       AND LISTA-REC(1:1) NOT = "*"
                       MOVE LISTA-REC TO WA-ENTRADA
                       PERFORM RT02-00-TRATA-ENTRADA
                   END-IF
               END-PERFORM
               CLOSE LISTA-FILE
           END-IF.

      * CNPJ DIGITADO OU DA LISTA: FICA SO COM LETRAS E DIGITOS
      * ("12.345.678/0001-90" VALE), NORMALIZA E VALIDA.
       RT02-00-TRATA-ENTRADA.
           MOVE SPACES TO LNK-FCO.
           MOVE ZEROS  TO WN-POS.
           MOVE FUNCTION UPPER-CASE(WA-ENTRADA) TO WA-ENTRADA.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 60
               IF  (WA-ENTRADA(WS-IDX:1) >= "0"
                    AND WA-ENTRADA(WS-IDX:1) <= "9")
                   OR (WA-ENTRADA(WS-IDX:1) >= "A"
                       AND WA-ENTRADA(WS-IDX:1) <= "Z")
                   ADD 1 TO WN-POS
                   IF  WN-POS <= 14
                       MOVE WA-ENTRADA(WS-IDX:1) TO LNK-FCO(WN-POS:1)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM NORMALIZA-DOCUMENTO.
           PERFORM VALIDA-CNPJ.
           IF  WN-POS > 14 OR CV-CNPJ-VALIDO NOT = "S"
               ADD 1 TO WN-QTDE-INVALIDOS
               DISPLAY "CNPJ INVALIDO: " FUNCTION TRIM(WA-ENTRADA)
           ELSE
               MOVE LNK-FCO TO CM-CNPJ
               MOVE "N"     TO WA-ACHOU-MASTER
               READ CNPJ-MASTER-FILE
                   KEY IS CM-CNPJ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WA-ACHOU-MASTER
               END-READ
               IF  WA-ACHOU-MASTER = "N"
                   ADD 1 TO WN-QTDE-NAO-ACHADOS
                   DISPLAY "CNPJ " LNK-FCO " SEM REGISTRO NO "
                           "CNPJ-MASTER - CONSULTE NO SERPRO ANTES."
               ELSE
                   PERFORM RT03-00-EMITE-CARTAO
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * FOLHA NO LEIAUTE DO COMPROVANTE DE INSCRICAO E DE SITUACAO    *
      * CADASTRAL, COM O CNPJ-MASTER-REC JA LIDO.                     *
      *---------------------------------------------------------------*
       RT03-00-EMITE-CARTAO.
           PERFORM RT04-00-CODIGO-CONTROLE.
           PERFORM RT03C-CONFERE-PRAZO.
           PERFORM RT09-00-FORMATA-CNPJ.
           IF  CM-CNPJ(9:4) = "0001"
               MOVE "MATRIZ" TO WA-TIPO-ESTAB
           ELSE
               MOVE "FILIAL" TO WA-TIPO-ESTAB
           END-IF.
           MOVE CM-NOME-EMPRESARIAL TO MSK-TEXTO.
           PERFORM MASCARA-CPF-NO-TEXTO.
           MOVE MSK-TEXTO     TO WA-NOME-MSK.
           MOVE MSK-ACHOU-CPF TO WA-TITULAR-PF.
           MOVE CM-NOME-FANTASIA TO MSK-TEXTO.
           PERFORM MASCARA-CPF-NO-TEXTO.
           MOVE MSK-TEXTO     TO WA-FANTASIA-MSK.
           IF  MSK-ACHOU-CPF = "S"
               MOVE "S" TO WA-TITULAR-PF
           END-IF.
           IF  WA-FANTASIA-MSK = SPACES
               MOVE "********" TO WA-FANTASIA-MSK
           END-IF.
           MOVE CM-CORREIO-ELETRONICO TO MSK-TEXTO.
           IF  CM-CORREIO-ELETRONICO NOT = SPACES
               PERFORM MASCARA-EMAIL
           END-IF.
           MOVE MSK-TEXTO TO WA-EMAIL-MSK.

           MOVE SPACES TO WA-ARQ-RELATORIO.
           STRING "CARTAO-" CM-CNPJ ".TXT"
               DELIMITED BY SIZE INTO WA-ARQ-RELATORIO
           END-STRING.
           OPEN OUTPUT REPORT-FILE.

           MOVE ALL "=" TO WA-LINHA.
           PERFORM RT03A-LINHA.
           MOVE "REPUBLICA FEDERATIVA DO BRASIL" TO WA-LINHA(26:30).
           PERFORM RT03A-LINHA.
           MOVE "CADASTRO NACIONAL DA PESSOA JURIDICA"
               TO WA-LINHA(23:36).
           PERFORM RT03A-LINHA.
           MOVE WA-TRACO TO WA-LINHA.
           PERFORM RT03A-LINHA.
           MOVE " NUMERO DE INSCRICAO     COMPROVANTE DE INSCRICAO E DE"
               TO WA-LINHA.
           MOVE "DATA DE ABERTURA" TO WA-LINHA(63:16).
           PERFORM RT03A-LINHA.
           MOVE SPACES TO WA-LINHA.
           MOVE WA-CNPJ-FMT                 TO WA-LINHA(2:18).
           MOVE "SITUACAO CADASTRAL"        TO WA-LINHA(27:18).
           MOVE CM-DATA-ABERTURA(1:16)      TO WA-LINHA(63:16).
           PERFORM RT03A-LINHA.
           MOVE SPACES TO WA-LINHA.
           MOVE WA-TIPO-ESTAB TO WA-LINHA(2:6).
           PERFORM RT03A-LINHA.

           MOVE WA-TRACO TO WA-LINHA.
           PERFORM RT03A-LINHA.
           MOVE " NOME EMPRESARIAL" TO WA-LINHA.
           PERFORM RT03A-LINHA.
           MOVE SPACES TO WA-LINHA.
           MOVE WA-NOME-MSK TO WA-LINHA(2:60).
           PERFORM RT03A-LINHA.

           MOVE WA-TRACO TO WA-LINHA.
           PERFORM RT03A-LINHA.
           MOVE " TITULO DO ESTABELECIMENTO (NOME DE FANTASIA)"
               TO WA-LINHA.
           MOVE "PORTE" TO WA-LINHA(63:5).
           PERFORM RT03A-LINHA.
           MOVE SPACES TO WA-LINHA.
           MOVE WA-FANTASIA-MSK TO WA-LINHA(2:60).
           MOVE CM-PORTE(1:18)  TO WA-LINHA(63:18).
           PERFORM RT03A-LINHA.

           MOVE WA-TRACO TO WA-LINHA.
           PERFORM RT03A-LINHA.
           MOVE " CODIGO E DESCRICAO DA ATIVIDADE ECONOMICA PRINCIPAL"
               TO WA-LINHA.
           PERFORM RT03A-LINHA.
           MOVE CM-CNAE-PRINCIPAL TO CNAE-BUSCA.
           PERFORM RT03D-LINHA-CNAE.

           MOVE WA-TRACO TO WA-LINHA.
           PERFORM RT03A-LINHA.
           MOVE " CODIGO E DESCRICAO DAS ATIVIDADES ECONOMICAS SECUNDA"
               TO WA-LINHA.
           MOVE "RIAS" TO WA-LINHA(55:4).
           PERFORM RT03A-LINHA.
           PERFORM RT03B-SECUNDARIAS.

           MOVE WA-TRACO TO WA-LINHA.
           PERFORM RT03A-LINHA.
           MOVE " LOGRADOURO" TO WA-LINHA.
           PERFORM RT03A-LINHA.
           MOVE SPACES TO WA-LINHA.
           STRING " " FUNCTION TRIM(CM-ENDERECO-TIPO-LOGR) " "
                  FUNCTION TRIM(CM-ENDERECO-LOGRADOURO)
               DELIMITED BY SIZE INTO WA-LINHA
           END-STRING.
           PERFORM RT03A-LINHA.
           MOVE WA-TRACO TO WA-LINHA.
           PERFORM RT03A-LINHA.
           MOVE " CEP        BAIRRO/DISTRITO               MUNICIPIO"
               TO WA-LINHA.
           MOVE "UF" TO WA-LINHA(77:2).
           PERFORM RT03A-LINHA.
           PERFORM RT08-00-FORMATA-CEP.
           MOVE SPACES TO WA-LINHA.
           MOVE WA-CEP-FMT                  TO WA-LINHA(2:10).
           MOVE CM-ENDERECO-BAIRRO(1:28)    TO WA-LINHA(13:28).
           MOVE CM-ENDERECO-MUNICIPIO(1:34) TO WA-LINHA(43:34).
           MOVE CM-ENDERECO-UF(1:2)         TO WA-LINHA(77:2).
           PERFORM RT03A-LINHA.

           MOVE WA-TRACO TO WA-LINHA.
           PERFORM RT03A-LINHA.
           MOVE " ENDERECO ELETRONICO" TO WA-LINHA.
           MOVE "TELEFONE" TO WA-LINHA(50:8).
           PERFORM RT03A-LINHA.
           MOVE CM-TELEFONE-1 TO WA-TEL-ENTRADA.
           PERFORM RT08A-FORMATA-TELEFONE.
           PERFORM RT08B-MASCARA-TELEFONE.
           MOVE WA-TEL-SAIDA TO WA-TEL-1.
           MOVE CM-TELEFONE-2 TO WA-TEL-ENTRADA.
           PERFORM RT08A-FORMATA-TELEFONE.
           PERFORM RT08B-MASCARA-TELEFONE.
           MOVE SPACES TO WA-LINHA.
           MOVE WA-EMAIL-MSK(1:46) TO WA-LINHA(2:46).
           IF  WA-TEL-SAIDA NOT = SPACES
               STRING FUNCTION TRIM(WA-TEL-1) " / "
                      FUNCTION TRIM(WA-TEL-SAIDA)
                   DELIMITED BY SIZE INTO WA-LINHA(50:31)
               END-STRING
           ELSE
               MOVE WA-TEL-1 TO WA-LINHA(50:20)
           END-IF.
           PERFORM RT03A-LINHA.

           MOVE WA-TRACO TO WA-LINHA.
           PERFORM RT03A-LINHA.
           MOVE " SITUACAO CADASTRAL" TO WA-LINHA.
           PERFORM RT03A-LINHA.
           MOVE SPACES TO WA-LINHA.
           MOVE CM-SITUACAO-CADASTRAL TO WA-LINHA(2:20).
           PERFORM RT03A-LINHA.

           MOVE WA-TRACO TO WA-LINHA.
           PERFORM RT03A-LINHA.
           MOVE SPACES TO WA-LINHA.
           IF  CM-DATA-ULT-CONSULTA IS NUMERIC
               AND CM-DATA-ULT-CONSULTA > ZEROS
               MOVE CM-DATA-ULT-CONSULTA TO WN-DATA-FMT
               PERFORM RT09A-FORMATA-DATA
               STRING " DADOS DO CADASTRO LOCAL - ULTIMA CONSULTA AO "
                      "SERPRO EM " WA-DATA-FMT
                   DELIMITED BY SIZE INTO WA-LINHA
               END-STRING
           ELSE
               MOVE " DADOS DO CADASTRO LOCAL - SEM DATA DE CONSULTA "
                   TO WA-LINHA
               MOVE "AO SERPRO" TO WA-LINHA(49:9)
           END-IF.
           PERFORM RT03A-LINHA.
           IF  WA-DESATUALIZADO = "S"
               ADD 1 TO WN-QTDE-DESATUALIZADOS
               MOVE WN-DIAS-LIMITE TO WA-LIMITE-ED
               MOVE SPACES TO WA-LINHA
               STRING " *** ATENCAO: DADOS COM MAIS DE "
                      FUNCTION TRIM(WA-LIMITE-ED)
                      " DIAS UTEIS - CONFIRA NA RECEITA FEDERAL ***"
                   DELIMITED BY SIZE INTO WA-LINHA
               END-STRING
               PERFORM RT03A-LINHA
           END-IF.
           MOVE WA-CODIGO TO WA-CODIGO-FMT.
           PERFORM RT09B-FORMATA-CODIGO.
           MOVE SPACES TO WA-LINHA.
           STRING " CODIGO DE CONTROLE: " WA-CODIGO-FMT
               DELIMITED BY SIZE INTO WA-LINHA
           END-STRING.
           PERFORM RT03A-LINHA.
           MOVE WN-DATA-HOJE TO WN-DATA-FMT.
           PERFORM RT09A-FORMATA-DATA.
           MOVE SPACES TO WA-LINHA.
           STRING " EMITIDO EM " WA-DATA-FMT " AS "
                  WN-HORA-AGORA(1:2) ":" WN-HORA-AGORA(3:2) ":"
                  WN-HORA-AGORA(5:2) " POR " WA-OPERADOR
                  " A PARTIR DO CADASTRO LOCAL"
               DELIMITED BY SIZE INTO WA-LINHA
           END-STRING.
           PERFORM RT03A-LINHA.
           MOVE ALL "=" TO WA-LINHA.
           PERFORM RT03A-LINHA.
           CLOSE REPORT-FILE.

           PERFORM RT05-00-REGISTRA-EMISSAO.
           ADD 1 TO WN-QTDE-EMITIDOS.
           DISPLAY "CARTAO " FUNCTION TRIM(WA-ARQ-RELATORIO)
                   " - CODIGO " WA-CODIGO-FMT.
           IF  WA-DESATUALIZADO = "S"
               DISPLAY "  AVISO: " WN-DIAS-DESDE
                       " DIAS UTEIS DESDE A ULTIMA CONSULTA."
           END-IF.
           MOVE CM-CNPJ   TO MSK-DOCUMENTO.
           MOVE "CARTAO"  TO MSK-ONDE.
           PERFORM REGISTRA-SEM-MASCARA.

       RT03A-LINHA.
           MOVE WA-LINHA TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO WA-LINHA.

      * SECUNDARIAS EXPLODIDAS NO CNPJ-CNAE-SEC; SEM O SATELITE (OU
      * SEM REGISTRO NELE) SAI O TEXTO CRU DO CM-CNAE-SECUNDARIAS.
       RT03B-SECUNDARIAS.
           MOVE ZEROS TO WN-QTDE-SEC.
           IF  WA-CNAE-SEC-ABERTO = "S"
               MOVE CM-CNPJ TO CS-CNPJ
               MOVE ZEROS   TO CS-SEQ
               MOVE "N"     TO WA-PARA-LEITURA
               START CNPJ-CNAE-SEC-FILE
                   KEY IS NOT LESS THAN CS-CHAVE
                   INVALID KEY
                       MOVE "S" TO WA-PARA-LEITURA
               END-START
               PERFORM UNTIL WA-PARA-LEITURA = "S"
                   READ CNPJ-CNAE-SEC-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-PARA-LEITURA
                   END-READ
                   IF  WA-PARA-LEITURA NOT = "S"
                       IF  CS-CNPJ NOT = CM-CNPJ
                           MOVE "S" TO WA-PARA-LEITURA
                       ELSE
                           ADD 1 TO WN-QTDE-SEC
                           MOVE CS-CNAE TO CNAE-BUSCA
                           PERFORM RT03D-LINHA-CNAE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF  WN-QTDE-SEC = ZEROS
               MOVE SPACES TO WA-LINHA
               IF  CM-CNAE-SECUNDARIAS = SPACES
                   MOVE "NAO INFORMADA" TO WA-LINHA(2:13)
               ELSE
                   MOVE CM-CNAE-SECUNDARIAS TO WA-LINHA(2:60)
               END-IF
               PERFORM RT03A-LINHA
           END-IF.

      * DEFASAGEM EM DIAS UTEIS DESDE A ULTIMA CONSULTA; SEM DATA DE
      * CONSULTA O CARTAO SAI SEMPRE COM O AVISO.
       RT03C-CONFERE-PRAZO.
           MOVE "N"   TO WA-DESATUALIZADO.
           MOVE ZEROS TO WN-DIAS-DESDE.
           IF  CM-DATA-ULT-CONSULTA IS NOT NUMERIC
               OR CM-DATA-ULT-CONSULTA = ZEROS
               MOVE "S" TO WA-DESATUALIZADO
           ELSE
               MOVE CM-DATA-ULT-CONSULTA TO CAL-DATA-INI
               MOVE WN-DATA-HOJE         TO CAL-DATA-FIM
               PERFORM DIAS-UTEIS-ENTRE
               MOVE CAL-DIAS-UTEIS       TO WN-DIAS-DESDE
               IF  WN-DIAS-DESDE > WN-DIAS-LIMITE
                   MOVE "S" TO WA-DESATUALIZADO
               END-IF
           END-IF.

      * "CODIGO - DESCRICAO" DE UM CNAE (CNAE-BUSCA), EM 2 LINHAS SE
      * NAO COUBER EM UMA.
       RT03D-LINHA-CNAE.
           PERFORM BUSCA-CNAE.
           MOVE SPACES TO WA-CNAE-DESC.
           STRING FUNCTION TRIM(CNAE-BUSCA) " - "
                  FUNCTION TRIM(CNAE-DESCRICAO-ACHADA)
               DELIMITED BY SIZE INTO WA-CNAE-DESC
           END-STRING.
           MOVE SPACES TO WA-LINHA.
           MOVE WA-CNAE-DESC(1:78) TO WA-LINHA(2:78).
           PERFORM RT03A-LINHA.
           IF  WA-CNAE-DESC(79:2) NOT = SPACES
               MOVE SPACES TO WA-LINHA
               MOVE WA-CNAE-DESC(79:2) TO WA-LINHA(4:2)
               PERFORM RT03A-LINHA
           END-IF.

      *---------------------------------------------------------------*
      * MD5 ENCADEADO SOBRE O REGISTRO, EM JANELAS DE 68 BYTES (A     *
      * ROTINA MD5 HASHEIA 100 POR VEZ: 32 DO HASH + 68 DE DADO),     *
      * COMO NO GO-FCO-MANIFESTO.                                     *
      *---------------------------------------------------------------*
       RT04-00-CODIGO-CONTROLE.
           MOVE SPACES TO WA-CODIGO.
           PERFORM VARYING WN-POS-HASH FROM 1 BY 68
                   UNTIL WN-POS-HASH > WN-TAM-CONTROLE
               COMPUTE WN-TAM-HASH = WN-TAM-CONTROLE - WN-POS-HASH + 1
               IF  WN-TAM-HASH > 68
                   MOVE 68 TO WN-TAM-HASH
               END-IF
               MOVE SPACES TO WS-MD5-STR
               STRING WA-CODIGO             DELIMITED BY SIZE
                      CNPJ-MASTER-REC(WN-POS-HASH:WN-TAM-HASH)
                                            DELIMITED BY SIZE
                      INTO WS-MD5-STR
               END-STRING
               MOVE SPACES TO WS-MD5-HASH
               CALL "MD5" USING WS-MD5-STR WS-MD5-HASH
               END-CALL
               MOVE WS-MD5-HASH TO WA-CODIGO
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(WA-CODIGO) TO WA-CODIGO.

       RT05-00-REGISTRA-EMISSAO.
           MOVE WA-CODIGO             TO WA-EM-CODIGO.
           MOVE CM-CNPJ               TO WA-EM-CNPJ.
           MOVE WN-DATA-HOJE          TO WA-EM-DATA.
           MOVE WN-HORA-AGORA(1:6)    TO WA-EM-HORA.
           MOVE CM-DATA-ULT-CONSULTA  TO WA-EM-ULT-CONSULTA.
           MOVE WA-OPERADOR           TO WA-EM-OPERADOR.
           OPEN EXTEND EMITIDOS-FILE.
           IF  WA-FS-EMITIDOS = "35"
               OPEN OUTPUT EMITIDOS-FILE
           END-IF.
           MOVE SPACES TO EMITIDOS-REC.
           STRING WA-EM-CODIGO ";" WA-EM-CNPJ ";" WA-EM-DATA ";"
                  WA-EM-HORA ";" WA-EM-ULT-CONSULTA ";"
                  WA-EM-OPERADOR
               DELIMITED BY SIZE INTO EMITIDOS-REC
           END-STRING.
           WRITE EMITIDOS-REC.
           CLOSE EMITIDOS-FILE.

      *---------------------------------------------------------------*
      * CONFERENCIA DE UMA COPIA: O CODIGO (COM OU SEM OS PONTOS) TEM *
      * DE ESTAR NO CARTAO-CNPJ-EMITIDOS.TXT; ACHADO, O CODIGO DO     *
      * CADASTRO ATUAL DIZ SE O REGISTRO AINDA E O DA FOLHA.          *
      *---------------------------------------------------------------*
       RT06-00-VERIFICA-CODIGO.
           DISPLAY "Codigo de controle da folha: " WITH NO ADVANCING.
           MOVE SPACES TO WA-ENTRADA.
           ACCEPT WA-ENTRADA.
           MOVE FUNCTION UPPER-CASE(WA-ENTRADA) TO WA-ENTRADA.
           MOVE SPACES TO WA-CODIGO-BUSCA.
           MOVE ZEROS  TO WN-POS.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 60
               IF  WA-ENTRADA(WS-IDX:1) NOT = "."
                   AND WA-ENTRADA(WS-IDX:1) NOT = SPACE
                   ADD 1 TO WN-POS
                   IF  WN-POS <= 32
                       MOVE WA-ENTRADA(WS-IDX:1)
                           TO WA-CODIGO-BUSCA(WN-POS:1)
                   END-IF
               END-IF
           END-PERFORM.

           MOVE "N" TO WA-ACHOU.
           OPEN INPUT EMITIDOS-FILE.
           IF  WA-FS-EMITIDOS = "00"
               MOVE "N" TO WA-EOF-ARQ
               PERFORM UNTIL WA-EOF-ARQ = "S" OR WA-ACHOU = "S"
                   READ EMITIDOS-FILE
                       AT END MOVE "S" TO WA-EOF-ARQ
                   END-READ
                   IF  WA-EOF-ARQ NOT = "S"
                       AND EMITIDOS-REC(1:32) = WA-CODIGO-BUSCA
                       MOVE "S" TO WA-ACHOU
                       UNSTRING EMITIDOS-REC DELIMITED BY ";"
                           INTO WA-EM-CODIGO WA-EM-CNPJ WA-EM-DATA
                                WA-EM-HORA WA-EM-ULT-CONSULTA
                                WA-EM-OPERADOR
                       END-UNSTRING
                   END-IF
               END-PERFORM
               CLOSE EMITIDOS-FILE
           END-IF.

           MOVE "CARTAO-VER"    TO WA-AU-EVENTO.
           MOVE WA-CODIGO-BUSCA TO WA-AU-ENTRADA.
           IF  WA-ACHOU = "N"
               DISPLAY "CODIGO NAO CONSTA ENTRE OS CARTOES EMITIDOS "
                       "POR ESTE SISTEMA - A COPIA NAO E NOSSA OU FOI "
                       "ALTERADA."
               MOVE "NAO-EMITIDO" TO WA-AU-RESULTADO
           ELSE
               MOVE WA-EM-DATA TO WN-DATA-FMT
               PERFORM RT09A-FORMATA-DATA
               DISPLAY "CARTAO DO CNPJ " WA-EM-CNPJ " EMITIDO EM "
                       WA-DATA-FMT " AS " WA-EM-HORA(1:2) ":"
                       WA-EM-HORA(3:2) " POR " WA-EM-OPERADOR
               MOVE WA-EM-CNPJ TO CM-CNPJ
               MOVE "N"        TO WA-ACHOU-MASTER
               READ CNPJ-MASTER-FILE
                   KEY IS CM-CNPJ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WA-ACHOU-MASTER
               END-READ
               IF  WA-ACHOU-MASTER = "N"
                   DISPLAY "O CNPJ NAO ESTA MAIS NO CNPJ-MASTER "
                           "(EXPURGADO) - SO A EMISSAO PODE SER "
                           "CONFIRMADA."
                   MOVE "EMITIDO-SEM-CAD" TO WA-AU-RESULTADO
               ELSE
                   PERFORM RT04-00-CODIGO-CONTROLE
                   IF  WA-CODIGO = WA-CODIGO-BUSCA
                       DISPLAY "OS DADOS DA FOLHA CONFEREM COM O "
                               "CADASTRO ATUAL."
                       MOVE "CONFERE" TO WA-AU-RESULTADO
                   ELSE
                       MOVE CM-DATA-ULT-CONSULTA TO WN-DATA-FMT
                       PERFORM RT09A-FORMATA-DATA
                       DISPLAY "O CADASTRO MUDOU DEPOIS DA EMISSAO "
                               "(ULTIMA CONSULTA ATUAL EM "
                               WA-DATA-FMT ") - EMITA UM CARTAO NOVO."
                       MOVE "CADASTRO-MUDOU" TO WA-AU-RESULTADO
                   END-IF
               END-IF
           END-IF.
           PERFORM GRAVA-AUDITORIA.

      *---------------------------------------------------------------*
      * MESMAS REGRAS DE FORMATACAO DO RT08/RT08A/RT08B DO            *
      * GO-FCO-DOSSIE: CEP 99999-999, TELEFONE (DD) DDDD-DDDD OU      *
      * (DD) DDDDD-DDDD, TELEFONE DE MEI COM A MASCARA DE PF.         *
      *---------------------------------------------------------------*
       RT08-00-FORMATA-CEP.
           MOVE SPACES TO WA-CEP-FMT.
           MOVE FUNCTION TRIM(CM-ENDERECO-CEP) TO WA-CEP-DIGITOS.
           IF  FUNCTION TRIM(WA-CEP-DIGITOS) NOT = SPACES
               AND CM-ENDERECO-CEP(1:8) IS NUMERIC
               STRING
                   WA-CEP-DIGITOS(1:5)  DELIMITED BY SIZE
                   "-"                  DELIMITED BY SIZE
                   WA-CEP-DIGITOS(6:3)  DELIMITED BY SIZE
                   INTO WA-CEP-FMT
               END-STRING
           ELSE
               MOVE CM-ENDERECO-CEP TO WA-CEP-FMT
           END-IF.

       RT08A-FORMATA-TELEFONE.
           MOVE SPACES TO WA-TEL-DIGITOS WA-TEL-SAIDA.
           MOVE FUNCTION TRIM(WA-TEL-ENTRADA) TO WA-TEL-DIGITOS.
           MOVE ZEROS TO WN-TEL-TAMANHO.
           IF  WA-TEL-DIGITOS NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WA-TEL-DIGITOS))
                   TO WN-TEL-TAMANHO
           END-IF.
           IF  WN-TEL-TAMANHO = 11 AND WA-TEL-DIGITOS(1:11) IS NUMERIC
               STRING
                   "("  DELIMITED BY SIZE
                   WA-TEL-DIGITOS(1:2)  DELIMITED BY SIZE
                   ") " DELIMITED BY SIZE
                   WA-TEL-DIGITOS(3:5)  DELIMITED BY SIZE
                   "-"  DELIMITED BY SIZE
                   WA-TEL-DIGITOS(8:4)  DELIMITED BY SIZE
                   INTO WA-TEL-SAIDA
               END-STRING
           ELSE
           IF  WN-TEL-TAMANHO = 10 AND WA-TEL-DIGITOS(1:10) IS NUMERIC
               STRING
                   "("  DELIMITED BY SIZE
                   WA-TEL-DIGITOS(1:2)  DELIMITED BY SIZE
                   ") " DELIMITED BY SIZE
                   WA-TEL-DIGITOS(3:4)  DELIMITED BY SIZE
                   "-"  DELIMITED BY SIZE
                   WA-TEL-DIGITOS(7:4)  DELIMITED BY SIZE
                   INTO WA-TEL-SAIDA
               END-STRING
           ELSE
               MOVE WA-TEL-DIGITOS(1:20) TO WA-TEL-SAIDA
           END-IF
           END-IF.

       RT08B-MASCARA-TELEFONE.
           IF  WA-TITULAR-PF = "S" AND WA-TEL-SAIDA NOT = SPACES
               MOVE WA-TEL-SAIDA TO MSK-TEXTO
               PERFORM MASCARA-TELEFONE-PF
               MOVE MSK-TEXTO(1:20) TO WA-TEL-SAIDA
           END-IF.

      * CNPJ NO FORMATO 99.999.999/9999-99 (VALE PARA O ALFANUMERICO).
       RT09-00-FORMATA-CNPJ.
           MOVE SPACES TO WA-CNPJ-FMT.
           STRING CM-CNPJ(1:2) "." CM-CNPJ(3:3) "." CM-CNPJ(6:3) "/"
                  CM-CNPJ(9:4) "-" CM-CNPJ(13:2)
               DELIMITED BY SIZE INTO WA-CNPJ-FMT
           END-STRING.

      * AAAAMMDD (WN-DATA-FMT) -> DD/MM/AAAA (WA-DATA-FMT).
       RT09A-FORMATA-DATA.
           MOVE SPACES TO WA-DATA-FMT.
           STRING WN-DATA-FMT(7:2) "/" WN-DATA-FMT(5:2) "/"
                  WN-DATA-FMT(1:4)
               DELIMITED BY SIZE INTO WA-DATA-FMT
           END-STRING.

      * 32 CARACTERES EM 4 BLOCOS DE 8 SEPARADOS POR PONTO.
       RT09B-FORMATA-CODIGO.
           MOVE SPACES TO WA-CODIGO-FMT.
           STRING WA-CODIGO(1:8) "." WA-CODIGO(9:8) "."
                  WA-CODIGO(17:8) "." WA-CODIGO(25:8)
               DELIMITED BY SIZE INTO WA-CODIGO-FMT
           END-STRING.

           COPY CNPJVALP.

           COPY CPFVALP.

           COPY CNAETABP.

           COPY CALETABP.

           COPY MASCARAP.

           COPY AUDITP.
