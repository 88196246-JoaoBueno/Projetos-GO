       IDENTIFICATION DIVISION.
       PROGRAM-ID.      LGPD-TITULAR.
      *------------------------------------------------------------------------------*
      * PEDIDOS DE TITULAR DE DADOS PESSOAIS (LGPD). DESDE QUE O CPF GANHOU O        *
      * CPF-MASTER.DAT E OS SOCIOS FICAM NO CNPJ-SOCIOS.DAT, NO INDICE REVERSO       *
      * CNPJ-SOCIOS-IX.DAT, NO CNPJ-SOCIOS-HIST.DAT E NO SOCIOS-MUDANCA.TXT, DADO DE *
      * PESSOA FISICA ESTA ESPALHADO POR CINCO ARQUIVOS E NAO HAVIA COMO RESPONDER   *
      * A UM PEDIDO DO TITULAR. ESTE PROGRAMA:                                       *
      *   (N)OVO...: REGISTRA O PEDIDO NO LGPD-PEDIDOS.DAT (COPY LGPDREC) - CPF E/OU *
      *              NOME, ACESSO OU ELIMINACAO, DATA DE RECEBIMENTO E PRAZO LEGAL;  *
      *   (A)TENDE.: GERA O RELATORIO DE ACESSO LGPD-ACESSO-AAAAMMDD-NNNN.TXT COM    *
      *              CADA ARQUIVO E REGISTRO ONDE O TITULAR APARECE (CPF-MASTER PELO *
      *              CPF OU PELO NOME; ARQUIVOS DE SOCIOS PELO NOME NORMALIZADO DO   *
      *              NORMALIZA-NOME; AUDIT.LOG PELO CPF). NO PEDIDO DE ELIMINACAO,   *
      *              CONFIRMADO POR SUPERVISOR, O REGISTRO DO CPF-MASTER (SO DADO    *
      *              PESSOAL) E EXCLUIDO E O NOME DO SOCIO VIRA UM PSEUDONIMO        *
      *              ("TITULAR ANONIMIZADO LGPD <PROTOCOLO>") NOS ARQUIVOS DE        *
      *              SOCIOS - O QUADRO SOCIETARIO DA EMPRESA (QUALIFICACAO, DATA DE  *
      *              ENTRADA, CNPJ) FICA INTACTO E O CNPJ-MASTER NAO E TOCADO. O     *
      *              AUDIT.LOG E SO RELATADO: E REGISTRO DE AUDITORIA MANTIDO POR    *
      *              OBRIGACAO LEGAL;                                                *
      *   (L)ISTA..: O REGISTRO DE PEDIDOS (LGPD-PEDIDOS.TXT) COM RECEBIMENTO,       *
      *              PRAZO, RESPOSTA E ACAO - PENDENTE VENCIDO E RESPOSTA FORA DO    *
      *              PRAZO SAEM MARCADOS, PARA O ENCARREGADO (DPO) COMPROVAR O       *
      *              PRAZO.                                                          *
      * O PRAZO E O DA DECLARACAO COMPLETA (15 DIAS CORRIDOS DO RECEBIMENTO).        *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - GRUPO-ELO.DAT (SOCIO QUE LIGA AS EMPRESAS   *
      *             DE UM GRUPO ECONOMICO) ENTRA NA PESQUISA PELO NOME NORMALIZADO   *
      *             E NA ANONIMIZACAO (NOME E CHAVE VIRAM O PSEUDONIMO). PROTOCOLO   *
      *             ACEITO TAMBEM COMO O PROGRAMA MOSTRA (AAAAMMDD-NNNN).            *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LGPD-PEDIDO-FILE
               ASSIGN TO "LGPD-PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-CHAVE
               FILE STATUS IS WA-FS-PEDIDO.

           SELECT CPF-MASTER-FILE
               ASSIGN TO "CPF-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-CPF
               ALTERNATE RECORD KEY IS PF-NOME
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WA-FS-CPF.

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

           SELECT SOCIOS-HIST-FILE
               ASSIGN TO "CNPJ-SOCIOS-HIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-CHAVE
               FILE STATUS IS WA-FS-SOCIOS-HIST.

           SELECT GRUPO-ELO-FILE
               ASSIGN TO "GRUPO-ELO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EL-CHAVE
               FILE STATUS IS WA-FS-GRUPO-ELO.

           SELECT SOCIOS-MUDANCA-FILE
               ASSIGN TO WA-ARQ-MUDANCA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-MUDANCA.

           SELECT MUDANCA-NOVO-FILE
               ASSIGN TO WA-ARQ-MUDANCA-NOVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-MUDANCA-NOVO.

           SELECT REPORT-FILE
               ASSIGN TO WA-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO WA-ARQ-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
       FD  LGPD-PEDIDO-FILE.
           COPY LGPDREC.

       FD  CPF-MASTER-FILE.
           COPY CPFREC.

       FD  CNPJ-SOCIOS-FILE.
           COPY SOCIOREC.

       FD  CNPJ-SOCIOS-IX-FILE.
           COPY SOCIXREC.

       FD  SOCIOS-HIST-FILE.
           COPY SOCIOHREC.

       FD  GRUPO-ELO-FILE.
           COPY GELREC.

       FD  SOCIOS-MUDANCA-FILE.
       01  SOCIOS-MUDANCA-REC          PIC X(200).

       FD  MUDANCA-NOVO-FILE.
       01  MUDANCA-NOVO-REC            PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(200).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  WA-FS-PEDIDO                PIC X(002)          VALUE "00".
       77  WA-FS-CPF                   PIC X(002)          VALUE "00".
       77  WA-FS-SOCIOS                PIC X(002)          VALUE "00".
       77  WA-FS-SOCIOS-IX             PIC X(002)          VALUE "00".
       77  WA-FS-SOCIOS-HIST           PIC X(002)          VALUE "00".
       77  WA-FS-GRUPO-ELO             PIC X(002)          VALUE "00".
       77  WA-FS-MUDANCA               PIC X(002)          VALUE "00".
       77  WA-FS-MUDANCA-NOVO          PIC X(002)          VALUE "00".
       77  WA-ARQ-MUDANCA              PIC X(100)          VALUE
               "SOCIOS-MUDANCA.TXT".
       77  WA-ARQ-MUDANCA-NOVO         PIC X(100)          VALUE
               "SOCIOS-MUDANCA.TMP".
       77  WA-ARQ-RELATORIO            PIC X(100)          VALUE SPACES.
       77  WA-PAUSA                    PIC X(001)          VALUE SPACES.
       77  WA-OPCAO                    PIC X(001)          VALUE SPACES.
       77  WA-CONFIRMA                 PIC X(001)          VALUE SPACES.
       77  WA-OPERADOR                 PIC X(008)          VALUE SPACES.
       77  WA-PERFIL                   PIC X(001)          VALUE SPACES.
       77  WN-DATA-HOJE                PIC 9(008)          VALUE ZEROS.
       77  WN-PRAZO-DIAS               PIC 9(003)          VALUE 15.
       77  WA-DATA-TXT                 PIC X(008)          VALUE SPACES.
       77  WA-PROTOCOLO-TXT            PIC X(012)          VALUE SPACES.
       77  WA-PROTOCOLO-DIGITADO       PIC X(013)          VALUE SPACES.
       77  WA-PROTOCOLO                PIC X(013)          VALUE SPACES.
       77  WA-PEDIDO-OK                PIC X(001)          VALUE "N".
       77  WA-GRAVOU                   PIC X(001)          VALUE "N".
       77  WA-SITUACAO-PRAZO           PIC X(013)          VALUE SPACES.

       77  WA-NOME-TITULAR             PIC X(060)          VALUE SPACES.
       77  WA-NOME-NORM                PIC X(060)          VALUE SPACES.
       77  WA-PSEUDONIMO               PIC X(060)          VALUE SPACES.
       77  WA-PSEUDO-NORM              PIC X(060)          VALUE SPACES.
       77  WA-PARA-LEITURA             PIC X(001)          VALUE "N".
       77  WA-LINHA                    PIC X(200)          VALUE SPACES.
       77  WN-LINHA-MUDANCA            PIC 9(007)          VALUE ZEROS.
       77  WN-OCORRENCIAS              PIC 9(003)          VALUE ZEROS.
       77  WA-LINHA-CASA               PIC X(001)          VALUE "N".
       77  WA-SOCIOS-ABERTO            PIC X(001)          VALUE "N".
       77  WA-SOCIOS-IX-ABERTO         PIC X(001)          VALUE "N".
       01  WA-CAMPOS-MUDANCA.
           03  WA-MU-DATA              PIC X(008).
           03  WA-MU-CNPJ              PIC X(014).
           03  WA-MU-EVENTO            PIC X(010).
           03  WA-MU-NOME              PIC X(060).
           03  WA-MU-QUALIFICACAO      PIC X(040).
           03  WA-MU-DATA-ENTRADA      PIC X(010).

      * ONDE O TITULAR FOI ACHADO - A ANONIMIZACAO TRABALHA SOBRE O
      * QUE O RELATORIO MOSTROU, NAO SOBRE UMA NOVA BUSCA.
       77  WN-QTDE-CPF                 PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-SOCIOS              PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-IX                  PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-HIST                PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-MUDANCA             PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-ELO                 PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-AUDIT               PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-TOTAL               PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-ANONIMIZADOS        PIC 9(005)          VALUE ZEROS.
       77  WA-ESTOUROU                 PIC X(001)          VALUE "N".
       01  WS-CPF-ACHADOS-TAB.
           03  WS-CPF-ACHADO OCCURS 50 TIMES
                                       PIC X(014).
       01  WS-SOCIOS-ACHADOS-TAB.
           03  WS-SOCIO-ACHADO OCCURS 500 TIMES.
               05  AS-CNPJ             PIC X(014).
               05  AS-SEQ              PIC 9(003).
       01  WS-HIST-ACHADOS-TAB.
           03  WS-HIST-ACHADO OCCURS 500 TIMES
                                       PIC X(031).
       01  WS-ELO-ACHADOS-TAB.
           03  WS-ELO-ACHADO OCCURS 500 TIMES
                                       PIC 9(006).
       77  WS-IDX                      PIC 9(005)          VALUE ZEROS.

       77  WN-QTDE-PENDENTES           PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-VENCIDOS            PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-NO-PRAZO            PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-FORA-PRAZO          PIC 9(005)          VALUE ZEROS.

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-FS-AUDIT                 PIC X(002)          VALUE "00".
       77  WA-AU-DATA                  PIC 9(008).
       77  WA-AU-HORA                  PIC 9(006).
       77  WA-AU-PROGRAM-ID            PIC X(020) VALUE "LGPD-TITULAR".
       77  WA-AU-EVENTO                PIC X(010)          VALUE SPACES.
       77  WA-AU-ENTRADA               PIC X(030)          VALUE SPACES.
       77  WA-AU-RESULTADO             PIC X(020)          VALUE SPACES.
       77  WA-AU-OPERADOR              PIC X(008)          VALUE SPACES.

           COPY NOMENORM.

           COPY CNPJVAL.

           COPY CPFVAL.

      *LINKAGE SECTION.
       77  LNK-FCO                     PIC X(014)          VALUE ZEROS.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           MOVE "INICIO"   TO WA-AU-EVENTO.
           MOVE SPACES     TO WA-AU-ENTRADA.
           MOVE SPACES     TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

           MOVE SPACES TO WA-OPERADOR WA-PERFIL.
           ACCEPT WA-OPERADOR FROM ENVIRONMENT "GO-OPERADOR".
           ACCEPT WA-PERFIL   FROM ENVIRONMENT "GO-PERFIL".
           IF  WA-OPERADOR = SPACES
               MOVE "BATCH" TO WA-OPERADOR
           END-IF.
           ACCEPT WN-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN I-O LGPD-PEDIDO-FILE.
           IF  WA-FS-PEDIDO = "35"
               OPEN OUTPUT LGPD-PEDIDO-FILE
               CLOSE LGPD-PEDIDO-FILE
               OPEN I-O LGPD-PEDIDO-FILE
           END-IF.
           IF  WA-FS-PEDIDO NOT = "00"
               DISPLAY "LGPD-PEDIDOS.DAT NAO DISPONIVEL (FILE STATUS "
                       WA-FS-PEDIDO ")."
               MOVE "LGPD"          TO WA-AU-EVENTO
               MOVE WA-FS-PEDIDO    TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               ACCEPT WA-PAUSA
               GOBACK
           END-IF.

           DISPLAY "(N)ovo pedido  (A)tender pedido  (L)istar registro"
                   " ? " WITH NO ADVANCING.
           MOVE SPACES TO WA-OPCAO.
           ACCEPT WA-OPCAO.
           MOVE FUNCTION UPPER-CASE(WA-OPCAO) TO WA-OPCAO.

           EVALUATE WA-OPCAO
               WHEN "N"
                   PERFORM RT01-00-REGISTRA-PEDIDO
               WHEN "A"
                   PERFORM RT02-00-ATENDE-PEDIDO
               WHEN "L"
                   PERFORM RT05-00-LISTA-PEDIDOS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

           CLOSE LGPD-PEDIDO-FILE.
           ACCEPT WA-PAUSA.
           GOBACK.

      *---------------------------------------------------------------*
      * REGISTRO DO PEDIDO. A DATA DE RECEBIMENTO PODE SER ANTERIOR A *
      * HOJE (PEDIDO QUE CHEGOU POR E-MAIL OU CARTA) - O PRAZO CORRE  *
      * DELA.                                                         *
      *---------------------------------------------------------------*
       RT01-00-REGISTRA-PEDIDO.
           MOVE SPACES TO LGPD-PEDIDO-REC.
           MOVE "S"    TO WA-PEDIDO-OK.

           DISPLAY "Recebido em (AAAAMMDD, ENTER = hoje): "
               WITH NO ADVANCING.
           MOVE SPACES TO WA-DATA-TXT.
           ACCEPT WA-DATA-TXT.
           IF  WA-DATA-TXT = SPACES
               MOVE WN-DATA-HOJE TO LG-DATA-RECEBIDO
           ELSE
               IF  WA-DATA-TXT IS NOT NUMERIC
                   DISPLAY "DATA INVALIDA."
                   MOVE "N" TO WA-PEDIDO-OK
               ELSE
                   MOVE WA-DATA-TXT TO LG-DATA-RECEBIDO
                   IF  FUNCTION TEST-DATE-YYYYMMDD(LG-DATA-RECEBIDO)
                       NOT = ZEROS
                       OR LG-DATA-RECEBIDO > WN-DATA-HOJE
                       DISPLAY "DATA INVALIDA."
                       MOVE "N" TO WA-PEDIDO-OK
                   END-IF
               END-IF
           END-IF.

           IF  WA-PEDIDO-OK = "S"
               DISPLAY "CPF do titular (so digitos, ENTER se so nome): "
                   WITH NO ADVANCING
               MOVE SPACES TO LNK-FCO
               ACCEPT LNK-FCO
               IF  LNK-FCO = SPACES
                   MOVE ZEROS TO LG-CPF
               ELSE
                   PERFORM NORMALIZA-DOCUMENTO
                   MOVE "N" TO CV-CPF-VALIDO
                   IF  LNK-FCO(1:3) = "000"
                       PERFORM VALIDA-CPF
                   END-IF
                   IF  CV-CPF-VALIDO NOT = "S"
                       DISPLAY "CPF INVALIDO: " LNK-FCO
                       MOVE "N" TO WA-PEDIDO-OK
                   ELSE
                       MOVE LNK-FCO TO LG-CPF
                   END-IF
               END-IF
           END-IF.

           IF  WA-PEDIDO-OK = "S"
               DISPLAY "Nome do titular (ENTER se so CPF): "
                   WITH NO ADVANCING
               ACCEPT LG-NOME
               IF  LG-NOME = SPACES AND LG-CPF = ZEROS
                   DISPLAY "SEM CPF E SEM NOME NAO HA COMO LOCALIZAR O "
                           "TITULAR."
                   MOVE "N" TO WA-PEDIDO-OK
               END-IF
           END-IF.

           IF  WA-PEDIDO-OK = "S"
               DISPLAY "(A)cesso aos dados ou (E)liminacao/anonimizacao"
                       " ? " WITH NO ADVANCING
               ACCEPT LG-TIPO
               MOVE FUNCTION UPPER-CASE(LG-TIPO) TO LG-TIPO
               IF  LG-TIPO NOT = "A" AND LG-TIPO NOT = "E"
                   DISPLAY "TIPO INVALIDO - DIGITE A OU E."
                   MOVE "N" TO WA-PEDIDO-OK
               END-IF
           END-IF.

           IF  WA-PEDIDO-OK = "S"
               PERFORM RT01A-GRAVA-PEDIDO
           END-IF.

       RT01A-GRAVA-PEDIDO.
           MOVE "P"            TO LG-SITUACAO.
           COMPUTE LG-DATA-PRAZO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(LG-DATA-RECEBIDO)
               + WN-PRAZO-DIAS).
           MOVE ZEROS          TO LG-DATA-RESPOSTA LG-QTDE-REGISTROS.
           MOVE SPACES         TO LG-ACAO LG-ARQUIVO-RESPOSTA
                                  LG-OPERADOR-RESPOSTA.
           MOVE WA-OPERADOR    TO LG-OPERADOR-REGISTRO.

           MOVE "N" TO WA-GRAVOU.
           PERFORM VARYING LG-SEQ FROM 1 BY 1
                   UNTIL WA-GRAVOU = "S" OR LG-SEQ > 9998
               WRITE LGPD-PEDIDO-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WA-GRAVOU
               END-WRITE
           END-PERFORM.

           IF  WA-GRAVOU NOT = "S"
               DISPLAY "ERRO AO GRAVAR O PEDIDO (FILE STATUS "
                       WA-FS-PEDIDO ")."
           ELSE
      * O VARYING AVANCA A SEQUENCIA UMA VEZ DEPOIS DA GRAVACAO.
               SUBTRACT 1 FROM LG-SEQ
               PERFORM RT01B-MONTA-PROTOCOLO
               DISPLAY "PEDIDO REGISTRADO - PROTOCOLO " WA-PROTOCOLO
                       " - RESPONDER ATE " LG-DATA-PRAZO "."
               MOVE "LGPD-NOVO"     TO WA-AU-EVENTO
               MOVE SPACES          TO WA-AU-ENTRADA
               STRING WA-PROTOCOLO " " LG-TIPO
                   DELIMITED BY SIZE INTO WA-AU-ENTRADA
               END-STRING
               MOVE SPACES          TO WA-AU-RESULTADO
               STRING "PRAZO=" LG-DATA-PRAZO
                   DELIMITED BY SIZE INTO WA-AU-RESULTADO
               END-STRING
               PERFORM GRAVA-AUDITORIA

               DISPLAY "Atender agora (S/N)? " WITH NO ADVANCING
               MOVE SPACES TO WA-CONFIRMA
               ACCEPT WA-CONFIRMA
               IF  FUNCTION UPPER-CASE(WA-CONFIRMA) = "S"
                   PERFORM RT02A-ATENDE
               END-IF
           END-IF.

       RT01B-MONTA-PROTOCOLO.
           MOVE SPACES TO WA-PROTOCOLO.
           STRING LG-DATA-RECEBIDO "-" LG-SEQ
               DELIMITED BY SIZE INTO WA-PROTOCOLO
           END-STRING.

      *---------------------------------------------------------------*
      * ATENDIMENTO DE UM PEDIDO PENDENTE PELO PROTOCOLO.             *
      *---------------------------------------------------------------*
       RT02-00-ATENDE-PEDIDO.
           DISPLAY "Protocolo (AAAAMMDD-NNNN): " WITH NO ADVANCING.
           MOVE SPACES TO WA-PROTOCOLO-DIGITADO WA-PROTOCOLO-TXT.
           ACCEPT WA-PROTOCOLO-DIGITADO.
      * COMO O PROTOCOLO E MOSTRADO (COM HIFEN) OU SO OS DIGITOS.
           IF  WA-PROTOCOLO-DIGITADO(9:1) = "-"
               STRING WA-PROTOCOLO-DIGITADO(1:8)
                      WA-PROTOCOLO-DIGITADO(10:4)
                   DELIMITED BY SIZE INTO WA-PROTOCOLO-TXT
               END-STRING
           ELSE
               IF  WA-PROTOCOLO-DIGITADO(13:1) = SPACE
                   MOVE WA-PROTOCOLO-DIGITADO(1:12) TO WA-PROTOCOLO-TXT
               END-IF
           END-IF.
           IF  WA-PROTOCOLO-TXT IS NOT NUMERIC
               DISPLAY "PROTOCOLO INVALIDO."
           ELSE
               MOVE WA-PROTOCOLO-TXT(1:8)  TO LG-DATA-RECEBIDO
               MOVE WA-PROTOCOLO-TXT(9:4)  TO LG-SEQ
               READ LGPD-PEDIDO-FILE
                   KEY IS LG-CHAVE
                   INVALID KEY
                       DISPLAY "PROTOCOLO NAO ENCONTRADO."
                   NOT INVALID KEY
                       IF  LG-SITUACAO = "R"
                           DISPLAY "PEDIDO JA RESPONDIDO EM "
                                   LG-DATA-RESPOSTA ": "
                                   FUNCTION TRIM(LG-ACAO)
                       ELSE
                           PERFORM RT02A-ATENDE
                       END-IF
               END-READ
           END-IF.

       RT02A-ATENDE.
           PERFORM RT01B-MONTA-PROTOCOLO.
           IF  LG-TIPO = "E" AND WA-PERFIL NOT = "S"
               DISPLAY "ELIMINACAO RESTRITA A SUPERVISOR - OPERADOR "
                       FUNCTION TRIM(WA-OPERADOR) " SEM PERFIL."
               MOVE "LGPD-ANON"     TO WA-AU-EVENTO
               MOVE WA-PROTOCOLO    TO WA-AU-ENTRADA
               MOVE "SEM-PERFIL"    TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
           ELSE
               MOVE SPACES TO WA-ARQ-RELATORIO
               STRING "LGPD-ACESSO-" WA-PROTOCOLO ".TXT"
                   DELIMITED BY SIZE INTO WA-ARQ-RELATORIO
               END-STRING
               PERFORM RT03-00-LOCALIZA-TITULAR

               DISPLAY "Relatorio de acesso: "
                       FUNCTION TRIM(WA-ARQ-RELATORIO)
               DISPLAY "  CPF-MASTER.DAT........: " WN-QTDE-CPF
               DISPLAY "  CNPJ-SOCIOS.DAT.......: " WN-QTDE-SOCIOS
               DISPLAY "  CNPJ-SOCIOS-IX.DAT....: " WN-QTDE-IX
               DISPLAY "  CNPJ-SOCIOS-HIST.DAT..: " WN-QTDE-HIST
               DISPLAY "  SOCIOS-MUDANCA.TXT....: " WN-QTDE-MUDANCA
               DISPLAY "  AUDIT.LOG (SO RELATO).: " WN-QTDE-AUDIT

               IF  LG-TIPO = "A"
                   PERFORM RT02C-RESPONDE-ACESSO
               ELSE
                   PERFORM RT02D-RESPONDE-ELIMINACAO
               END-IF
           END-IF.

       RT02C-RESPONDE-ACESSO.
           DISPLAY "Relatorio entregue ao titular - marcar o pedido "
                   "como respondido (S/N)? " WITH NO ADVANCING.
           MOVE SPACES TO WA-CONFIRMA.
           ACCEPT WA-CONFIRMA.
           IF  FUNCTION UPPER-CASE(WA-CONFIRMA) = "S"
               COMPUTE LG-QTDE-REGISTROS = WN-QTDE-TOTAL
                                         + WN-QTDE-AUDIT
               MOVE SPACES TO LG-ACAO
               STRING "RELATORIO DE ACESSO ENTREGUE ("
                      LG-QTDE-REGISTROS " REGISTROS)"
                   DELIMITED BY SIZE INTO LG-ACAO
               END-STRING
               PERFORM RT02B-RESPONDE
           ELSE
               DISPLAY "PEDIDO CONTINUA PENDENTE."
           END-IF.

       RT02D-RESPONDE-ELIMINACAO.
           IF  WA-ESTOUROU = "S"
               DISPLAY "OCORRENCIAS DEMAIS PARA ANONIMIZAR DE UMA VEZ "
                       "- CONFIRA O NOME NO RELATORIO. PEDIDO CONTINUA "
                       "PENDENTE."
           ELSE
           IF  WN-QTDE-TOTAL = ZEROS
               DISPLAY "NENHUM DADO PESSOAL DO TITULAR NOS ARQUIVOS - "
                       "NADA A ANONIMIZAR."
               DISPLAY "Marcar o pedido como respondido (S/N)? "
                   WITH NO ADVANCING
               MOVE SPACES TO WA-CONFIRMA
               ACCEPT WA-CONFIRMA
               IF  FUNCTION UPPER-CASE(WA-CONFIRMA) = "S"
                   MOVE ZEROS TO LG-QTDE-REGISTROS
                   MOVE "NENHUM DADO PESSOAL ENCONTRADO PARA ELIMINAR"
                       TO LG-ACAO
                   PERFORM RT02B-RESPONDE
               END-IF
           ELSE
               DISPLAY "Confirma a anonimizacao de " WN-QTDE-TOTAL
                       " registro(s) listados no relatorio (S/N)? "
                   WITH NO ADVANCING
               MOVE SPACES TO WA-CONFIRMA
               ACCEPT WA-CONFIRMA
               IF  FUNCTION UPPER-CASE(WA-CONFIRMA) = "S"
                   PERFORM RT04-00-ANONIMIZA
                   MOVE WN-QTDE-ANONIMIZADOS TO LG-QTDE-REGISTROS
                   MOVE SPACES TO LG-ACAO
                   STRING "ANONIMIZADOS " WN-QTDE-ANONIMIZADOS
                          " REGISTROS (CPF-MASTER EXCLUIDO, SOCIOS COM "
                          "PSEUDONIMO)"
                       DELIMITED BY SIZE INTO LG-ACAO
                   END-STRING
                   MOVE "LGPD-ANON"          TO WA-AU-EVENTO
                   MOVE WA-PROTOCOLO         TO WA-AU-ENTRADA
                   MOVE WN-QTDE-ANONIMIZADOS TO WA-AU-RESULTADO
                   PERFORM GRAVA-AUDITORIA
                   PERFORM RT02B-RESPONDE
               ELSE
                   DISPLAY "ANONIMIZACAO CANCELADA - PEDIDO CONTINUA "
                           "PENDENTE."
               END-IF
           END-IF
           END-IF.

       RT02B-RESPONDE.
           MOVE "R"              TO LG-SITUACAO.
           MOVE WN-DATA-HOJE     TO LG-DATA-RESPOSTA.
           MOVE WA-OPERADOR      TO LG-OPERADOR-RESPOSTA.
           MOVE WA-ARQ-RELATORIO TO LG-ARQUIVO-RESPOSTA.
           REWRITE LGPD-PEDIDO-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O PEDIDO (FILE STATUS "
                           WA-FS-PEDIDO ")."
           END-REWRITE.

           IF  LG-DATA-RESPOSTA > LG-DATA-PRAZO
               MOVE "FORA DO PRAZO" TO WA-SITUACAO-PRAZO
           ELSE
               MOVE "NO PRAZO"      TO WA-SITUACAO-PRAZO
           END-IF.
           DISPLAY "PEDIDO " WA-PROTOCOLO " RESPONDIDO EM "
                   LG-DATA-RESPOSTA " ("
                   FUNCTION TRIM(WA-SITUACAO-PRAZO) ")."

           MOVE "LGPD-RESP"      TO WA-AU-EVENTO.
           MOVE SPACES           TO WA-AU-ENTRADA.
           STRING WA-PROTOCOLO " " LG-TIPO
               DELIMITED BY SIZE INTO WA-AU-ENTRADA
           END-STRING.
           MOVE WA-SITUACAO-PRAZO TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

      *---------------------------------------------------------------*
      * RELATORIO DE ACESSO: TODO ARQUIVO E REGISTRO ONDE O TITULAR   *
      * APARECE. GUARDA AS CHAVES PARA A ANONIMIZACAO.                *
      *---------------------------------------------------------------*
       RT03-00-LOCALIZA-TITULAR.
           MOVE ZEROS TO WN-QTDE-CPF WN-QTDE-SOCIOS WN-QTDE-IX
                         WN-QTDE-HIST WN-QTDE-MUDANCA WN-QTDE-AUDIT
                         WN-QTDE-ELO WN-QTDE-TOTAL.
           MOVE "N"     TO WA-ESTOUROU.
           MOVE LG-NOME TO WA-NOME-TITULAR.
           MOVE LG-NOME TO NN-ENTRADA.
           PERFORM NORMALIZA-NOME.
           MOVE NN-SAIDA TO WA-NOME-NORM.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO WA-LINHA.
           STRING "RELATORIO DE DADOS PESSOAIS (LGPD) - PROTOCOLO "
                  WA-PROTOCOLO " - GERADO EM " WN-DATA-HOJE " POR "
                  WA-OPERADOR
               DELIMITED BY SIZE INTO WA-LINHA
           END-STRING.
           PERFORM RT09-00-EMITE-LINHA.
           MOVE SPACES TO WA-LINHA.
           STRING "TITULAR: CPF " LG-CPF "  NOME "
                  FUNCTION TRIM(LG-NOME)
               DELIMITED BY SIZE INTO WA-LINHA
           END-STRING.
           PERFORM RT09-00-EMITE-LINHA.
           MOVE ALL "=" TO WA-LINHA.
           PERFORM RT09-00-EMITE-LINHA.

           PERFORM RT03A-CPF-MASTER.

           IF  WA-NOME-NORM = SPACES
               MOVE SPACES TO WA-LINHA
               STRING "SEM NOME DO TITULAR - ARQUIVOS DE SOCIOS NAO "
                      "PESQUISADOS."
                   DELIMITED BY SIZE INTO WA-LINHA
               END-STRING
               PERFORM RT09-00-EMITE-LINHA
           ELSE
               PERFORM RT03B-SOCIOS
               PERFORM RT03C-SOCIOS-HIST
               PERFORM RT03D-SOCIOS-MUDANCA
               PERFORM RT03J-GRUPO-ELO
           END-IF.

           IF  LG-CPF NOT = ZEROS
               PERFORM RT03E-AUDIT-LOG
           END-IF.

           COMPUTE WN-QTDE-TOTAL = WN-QTDE-CPF + WN-QTDE-SOCIOS
                                 + WN-QTDE-IX + WN-QTDE-HIST
                                 + WN-QTDE-MUDANCA + WN-QTDE-ELO.

           MOVE ALL "=" TO WA-LINHA.
           PERFORM RT09-00-EMITE-LINHA.
           MOVE SPACES TO WA-LINHA.
           STRING "TOTAL: " WN-QTDE-TOTAL " REGISTRO(S) COM DADO "
                  "PESSOAL DO TITULAR E " WN-QTDE-AUDIT
                  " LINHA(S) DE AUDITORIA."
               DELIMITED BY SIZE INTO WA-LINHA
           END-STRING.
           PERFORM RT09-00-EMITE-LINHA.
           MOVE SPACES TO WA-LINHA
           STRING "O AUDIT.LOG E MANTIDO POR OBRIGACAO LEGAL (REGISTRO "
                  "DAS OPERACOES) E NAO E ANONIMIZADO."
               DELIMITED BY SIZE INTO WA-LINHA
           END-STRING.
           PERFORM RT09-00-EMITE-LINHA.
           MOVE SPACES TO WA-LINHA
           STRING "A PESQUISA DE SOCIOS E PELO NOME NORMALIZADO - "
                  "CONFIRA HOMONIMOS ANTES DE ANONIMIZAR."
               DELIMITED BY SIZE INTO WA-LINHA
           END-STRING.
           PERFORM RT09-00-EMITE-LINHA.
           IF  WA-ESTOUROU = "S"
               MOVE SPACES TO WA-LINHA
               STRING "ATENCAO: OCORRENCIAS ALEM DA CAPACIDADE DA "
                      "TABELA - RELATORIO PARCIAL."
                   DELIMITED BY SIZE INTO WA-LINHA
               END-STRING
               PERFORM RT09-00-EMITE-LINHA
           END-IF.
           CLOSE REPORT-FILE.

      * PELO CPF (CHAVE) QUANDO O PEDIDO TRAZ CPF; SO COM O NOME, PELA
      * LEITURA DO ARQUIVO INTEIRO COMPARANDO O NOME NORMALIZADO.
       RT03A-CPF-MASTER.
           OPEN INPUT CPF-MASTER-FILE.
           IF  WA-FS-CPF NOT = "00"
               MOVE "CPF-MASTER.DAT: ARQUIVO NAO DISPONIVEL" TO WA-LINHA
               PERFORM RT09-00-EMITE-LINHA
           ELSE
               IF  LG-CPF NOT = ZEROS
                   MOVE LG-CPF TO PF-CPF
                   READ CPF-MASTER-FILE
                       KEY IS PF-CPF
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM RT03F-RELATA-CPF
      * SEM NOME NO PEDIDO, O NOME DO CADASTRO PF GUIA A BUSCA NOS
      * ARQUIVOS DE SOCIOS.
                           IF  WA-NOME-NORM = SPACES
                               MOVE PF-NOME TO WA-NOME-TITULAR
                               MOVE PF-NOME TO NN-ENTRADA
                               PERFORM NORMALIZA-NOME
                               MOVE NN-SAIDA TO WA-NOME-NORM
                           END-IF
                   END-READ
               ELSE
                   MOVE LOW-VALUES TO PF-CPF
                   MOVE "N" TO WA-PARA-LEITURA
                   START CPF-MASTER-FILE
                       KEY IS NOT LESS THAN PF-CPF
                       INVALID KEY
                           MOVE "S" TO WA-PARA-LEITURA
                   END-START
                   PERFORM UNTIL WA-PARA-LEITURA = "S"
                       READ CPF-MASTER-FILE NEXT RECORD
                           AT END MOVE "S" TO WA-PARA-LEITURA
                       END-READ
                       IF  WA-PARA-LEITURA NOT = "S"
                           MOVE PF-NOME TO NN-ENTRADA
                           PERFORM NORMALIZA-NOME
                           IF  NN-SAIDA = WA-NOME-NORM
                               PERFORM RT03F-RELATA-CPF
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE CPF-MASTER-FILE
           END-IF.

       RT03F-RELATA-CPF.
           ADD 1 TO WN-QTDE-CPF.
           IF  WN-QTDE-CPF > 50
               MOVE "S" TO WA-ESTOUROU
           ELSE
               MOVE PF-CPF TO WS-CPF-ACHADO(WN-QTDE-CPF)
           END-IF.
           MOVE SPACES TO WA-LINHA.
           STRING "CPF-MASTER.DAT      CPF " PF-CPF
                  "  NOME " FUNCTION TRIM(PF-NOME)
                  "  NASCIMENTO " FUNCTION TRIM(PF-DATA-NASCIMENTO)
                  "  SITUACAO " FUNCTION TRIM(PF-SITUACAO-CPF)
               DELIMITED BY SIZE INTO WA-LINHA
           END-STRING.
           PERFORM RT09-00-EMITE-LINHA.
           MOVE SPACES TO WA-LINHA.
           STRING "                    ENDERECO "
                  FUNCTION TRIM(PF-ENDERECO-TIPO-LOGR) " "
                  FUNCTION TRIM(PF-ENDERECO-LOGRADOURO) " - "
                  FUNCTION TRIM(PF-ENDERECO-BAIRRO) " - "
                  FUNCTION TRIM(PF-ENDERECO-MUNICIPIO) "/"
                  FUNCTION TRIM(PF-ENDERECO-UF) " CEP "
                  FUNCTION TRIM(PF-ENDERECO-CEP)
               DELIMITED BY SIZE INTO WA-LINHA
           END-STRING.
           PERFORM RT09-00-EMITE-LINHA.
           MOVE SPACES TO WA-LINHA.
           STRING "                    TELEFONE "
                  FUNCTION TRIM(PF-TELEFONE-1)
                  "  E-MAIL " FUNCTION TRIM(PF-CORREIO-ELETRONICO)
                  "  ULTIMA CONSULTA " PF-DATA-ULT-CONSULTA
               DELIMITED BY SIZE INTO WA-LINHA
           END-STRING.
           PERFORM RT09-00-EMITE-LINHA.

      * PELO INDICE REVERSO (NOME NORMALIZADO EXATO) ATE O QUADRO.
       RT03B-SOCIOS.
           OPEN INPUT CNPJ-SOCIOS-IX-FILE.
           IF  WA-FS-SOCIOS-IX NOT = "00"
               MOVE "CNPJ-SOCIOS-IX.DAT: ARQUIVO NAO DISPONIVEL"
                   TO WA-LINHA
               PERFORM RT09-00-EMITE-LINHA
           ELSE
               MOVE "N" TO WA-SOCIOS-ABERTO
               OPEN INPUT CNPJ-SOCIOS-FILE
               IF  WA-FS-SOCIOS = "00"
                   MOVE "S" TO WA-SOCIOS-ABERTO
               END-IF
               MOVE WA-NOME-NORM TO SX-NOME-NORM
               MOVE LOW-VALUES   TO SX-CNPJ
               MOVE ZEROS        TO SX-SEQ
               MOVE "N"          TO WA-PARA-LEITURA
               START CNPJ-SOCIOS-IX-FILE
                   KEY IS NOT LESS THAN SX-CHAVE
                   INVALID KEY
                       MOVE "S" TO WA-PARA-LEITURA
               END-START
               PERFORM UNTIL WA-PARA-LEITURA = "S"
                   READ CNPJ-SOCIOS-IX-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-PARA-LEITURA
                   END-READ
                   IF  WA-PARA-LEITURA NOT = "S"
                       IF  SX-NOME-NORM NOT = WA-NOME-NORM
                           MOVE "S" TO WA-PARA-LEITURA
                       ELSE
                           PERFORM RT03G-RELATA-SOCIO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CNPJ-SOCIOS-IX-FILE
               IF  WA-SOCIOS-ABERTO = "S"
                   CLOSE CNPJ-SOCIOS-FILE
               END-IF
           END-IF.

       RT03G-RELATA-SOCIO.
           ADD 1 TO WN-QTDE-IX.
           IF  WN-QTDE-IX > 500
               MOVE "S" TO WA-ESTOUROU
           ELSE
               MOVE SX-CNPJ TO AS-CNPJ(WN-QTDE-IX)
               MOVE SX-SEQ  TO AS-SEQ(WN-QTDE-IX)
           END-IF.
           MOVE SPACES TO WA-LINHA.
           STRING "CNPJ-SOCIOS-IX.DAT  CNPJ " SX-CNPJ " SEQ " SX-SEQ
                  "  NOME " FUNCTION TRIM(SX-NOME)
               DELIMITED BY SIZE INTO WA-LINHA
           END-STRING.
           PERFORM RT09-00-EMITE-LINHA.

           IF  WA-SOCIOS-ABERTO = "S"
               MOVE SX-CNPJ TO SO-CNPJ
               MOVE SX-SEQ  TO SO-SEQ
               READ CNPJ-SOCIOS-FILE
                   KEY IS SO-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WN-QTDE-SOCIOS
                       MOVE SPACES TO WA-LINHA
                       STRING "CNPJ-SOCIOS.DAT     CNPJ " SO-CNPJ
                              " SEQ " SO-SEQ
                              "  NOME " FUNCTION TRIM(SO-NOME)
                              "  " FUNCTION TRIM(SO-QUALIFICACAO)
                              "  DESDE " SO-DATA-ENTRADA
                           DELIMITED BY SIZE INTO WA-LINHA
                       END-STRING
                       PERFORM RT09-00-EMITE-LINHA
               END-READ
           END-IF.

       RT03C-SOCIOS-HIST.
           OPEN INPUT SOCIOS-HIST-FILE.
           IF  WA-FS-SOCIOS-HIST NOT = "00"
               MOVE "CNPJ-SOCIOS-HIST.DAT: ARQUIVO NAO DISPONIVEL"
                   TO WA-LINHA
               PERFORM RT09-00-EMITE-LINHA
           ELSE
               MOVE LOW-VALUES TO SH-CHAVE
               MOVE "N"        TO WA-PARA-LEITURA
               START SOCIOS-HIST-FILE
                   KEY IS NOT LESS THAN SH-CHAVE
                   INVALID KEY
                       MOVE "S" TO WA-PARA-LEITURA
               END-START
               PERFORM UNTIL WA-PARA-LEITURA = "S"
                   READ SOCIOS-HIST-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-PARA-LEITURA
                   END-READ
                   IF  WA-PARA-LEITURA NOT = "S"
                       MOVE SH-NOME TO NN-ENTRADA
                       PERFORM NORMALIZA-NOME
                       IF  NN-SAIDA = WA-NOME-NORM
                           PERFORM RT03H-RELATA-HIST
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SOCIOS-HIST-FILE
           END-IF.

       RT03H-RELATA-HIST.
           ADD 1 TO WN-QTDE-HIST.
           IF  WN-QTDE-HIST > 500
               MOVE "S" TO WA-ESTOUROU
           ELSE
               MOVE SH-CHAVE TO WS-HIST-ACHADO(WN-QTDE-HIST)
           END-IF.
           MOVE SPACES TO WA-LINHA.
           STRING "CNPJ-SOCIOS-HIST.DAT CNPJ " SH-CNPJ
                  " TROCA " SH-DATA-TROCA "-" SH-HORA-TROCA
                  " SEQ " SH-SEQ
                  "  NOME " FUNCTION TRIM(SH-NOME)
                  "  " FUNCTION TRIM(SH-QUALIFICACAO)
               DELIMITED BY SIZE INTO WA-LINHA
           END-STRING.
           PERFORM RT09-00-EMITE-LINHA.

      * A CHAVE DO GRUPO-ELO COMECA PELO GRUPO - O NOME SO SE ACHA
      * LENDO O ARQUIVO INTEIRO.
       RT03J-GRUPO-ELO.
           OPEN INPUT GRUPO-ELO-FILE.
           IF  WA-FS-GRUPO-ELO NOT = "00"
               MOVE "GRUPO-ELO.DAT: ARQUIVO NAO DISPONIVEL"
                   TO WA-LINHA
               PERFORM RT09-00-EMITE-LINHA
           ELSE
               MOVE LOW-VALUES TO EL-CHAVE
               MOVE "N"        TO WA-PARA-LEITURA
               START GRUPO-ELO-FILE
                   KEY IS NOT LESS THAN EL-CHAVE
                   INVALID KEY
                       MOVE "S" TO WA-PARA-LEITURA
               END-START
               PERFORM UNTIL WA-PARA-LEITURA = "S"
                   READ GRUPO-ELO-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-PARA-LEITURA
                   END-READ
                   IF  WA-PARA-LEITURA NOT = "S"
                       AND EL-NOME-NORM = WA-NOME-NORM
                       PERFORM RT03K-RELATA-ELO
                   END-IF
               END-PERFORM
               CLOSE GRUPO-ELO-FILE
           END-IF.

       RT03K-RELATA-ELO.
           ADD 1 TO WN-QTDE-ELO.
           IF  WN-QTDE-ELO > 500
               MOVE "S" TO WA-ESTOUROU
           ELSE
               MOVE EL-GRUPO TO WS-ELO-ACHADO(WN-QTDE-ELO)
           END-IF.
           MOVE SPACES TO WA-LINHA.
           STRING "GRUPO-ELO.DAT GRUPO " EL-GRUPO
                  "  NOME " FUNCTION TRIM(EL-NOME)
                  "  EMPRESAS " EL-QTDE-EMPRESAS
               DELIMITED BY SIZE INTO WA-LINHA
           END-STRING.
           PERFORM RT09-00-EMITE-LINHA.

       RT03D-SOCIOS-MUDANCA.
           OPEN INPUT SOCIOS-MUDANCA-FILE.
           IF  WA-FS-MUDANCA NOT = "00"
               MOVE "SOCIOS-MUDANCA.TXT: ARQUIVO NAO DISPONIVEL"
                   TO WA-LINHA
               PERFORM RT09-00-EMITE-LINHA
           ELSE
               MOVE ZEROS TO WN-LINHA-MUDANCA
               MOVE "N"   TO WA-PARA-LEITURA
               PERFORM UNTIL WA-PARA-LEITURA = "S"
                   READ SOCIOS-MUDANCA-FILE
                       AT END MOVE "S" TO WA-PARA-LEITURA
                   END-READ
                   IF  WA-PARA-LEITURA NOT = "S"
                       ADD 1 TO WN-LINHA-MUDANCA
                       PERFORM RT03I-CONFERE-LINHA-MUDANCA
                       IF  WA-LINHA-CASA = "S"
                           ADD 1 TO WN-QTDE-MUDANCA
                           MOVE SPACES TO WA-LINHA
                           STRING "SOCIOS-MUDANCA.TXT  LINHA "
                                  WN-LINHA-MUDANCA ": "
                                  FUNCTION TRIM(SOCIOS-MUDANCA-REC)
                               DELIMITED BY SIZE INTO WA-LINHA
                           END-STRING
                           PERFORM RT09-00-EMITE-LINHA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SOCIOS-MUDANCA-FILE
           END-IF.

      * LINHA "AAAAMMDD;CNPJ;ENTROU|SAIU;NOME;QUALIFICACAO;DATA" DO
      * GO-FCO-MASTER - O NOME E O QUARTO CAMPO.
       RT03I-CONFERE-LINHA-MUDANCA.
           MOVE "N"    TO WA-LINHA-CASA.
           MOVE SPACES TO WA-CAMPOS-MUDANCA.
           UNSTRING SOCIOS-MUDANCA-REC DELIMITED BY ";" INTO
               WA-MU-DATA
               WA-MU-CNPJ
               WA-MU-EVENTO
               WA-MU-NOME
               WA-MU-QUALIFICACAO
               WA-MU-DATA-ENTRADA
           END-UNSTRING.
           IF  WA-MU-NOME NOT = SPACES
               MOVE WA-MU-NOME TO NN-ENTRADA
               PERFORM NORMALIZA-NOME
               IF  NN-SAIDA = WA-NOME-NORM
                   MOVE "S" TO WA-LINHA-CASA
               END-IF
           END-IF.

      * O AUDIT.LOG GUARDA O DOCUMENTO CONSULTADO NO AU-ENTRADA.
       RT03E-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG-FILE.
           IF  WA-FS-AUDIT NOT = "00"
               MOVE "AUDIT.LOG: ARQUIVO NAO DISPONIVEL" TO WA-LINHA
               PERFORM RT09-00-EMITE-LINHA
           ELSE
               MOVE "N" TO WA-PARA-LEITURA
               PERFORM UNTIL WA-PARA-LEITURA = "S"
                   READ AUDIT-LOG-FILE
                       AT END MOVE "S" TO WA-PARA-LEITURA
                   END-READ
                   IF  WA-PARA-LEITURA NOT = "S"
                       MOVE ZEROS TO WN-OCORRENCIAS
                       INSPECT AU-ENTRADA TALLYING WN-OCORRENCIAS
                           FOR ALL LG-CPF(4:11)
                       IF  WN-OCORRENCIAS > ZEROS
                           ADD 1 TO WN-QTDE-AUDIT
                           MOVE SPACES TO WA-LINHA
                           STRING "AUDIT.LOG           " AU-DATA " "
                                  AU-HORA " " AU-PROGRAM-ID " "
                                  AU-EVENTO " " AU-OPERADOR
                                  " (MANTIDO - AUDITORIA)"
                               DELIMITED BY SIZE INTO WA-LINHA
                           END-STRING
                           PERFORM RT09-00-EMITE-LINHA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

      *---------------------------------------------------------------*
      * ANONIMIZACAO DO QUE O RELATORIO ACHOU. O CPF-MASTER-REC SO    *
      * TEM DADO PESSOAL E SAI INTEIRO; NOS SOCIOS O NOME VIRA O      *
      * PSEUDONIMO DO PROTOCOLO E O RESTO DO QUADRO FICA.             *
      *---------------------------------------------------------------*
       RT04-00-ANONIMIZA.
           MOVE ZEROS TO WN-QTDE-ANONIMIZADOS.
           MOVE SPACES TO WA-PSEUDONIMO.
           STRING "TITULAR ANONIMIZADO LGPD " WA-PROTOCOLO
               DELIMITED BY SIZE INTO WA-PSEUDONIMO
           END-STRING.
           MOVE WA-PSEUDONIMO TO NN-ENTRADA.
           PERFORM NORMALIZA-NOME.
           MOVE NN-SAIDA TO WA-PSEUDO-NORM.

           IF  WN-QTDE-CPF > ZEROS
               PERFORM RT04A-CPF-MASTER
           END-IF.
           IF  WN-QTDE-IX > ZEROS
               PERFORM RT04B-SOCIOS
           END-IF.
           IF  WN-QTDE-HIST > ZEROS
               PERFORM RT04C-SOCIOS-HIST
           END-IF.
           IF  WN-QTDE-MUDANCA > ZEROS
               PERFORM RT04D-SOCIOS-MUDANCA
           END-IF.
           IF  WN-QTDE-ELO > ZEROS
               PERFORM RT04E-GRUPO-ELO
           END-IF.

           DISPLAY "REGISTROS ANONIMIZADOS: " WN-QTDE-ANONIMIZADOS.

       RT04A-CPF-MASTER.
           OPEN I-O CPF-MASTER-FILE.
           IF  WA-FS-CPF NOT = "00"
               DISPLAY "CPF-MASTER.DAT OCUPADO (FILE STATUS " WA-FS-CPF
                       ") - NAO ANONIMIZADO."
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WN-QTDE-CPF
                   MOVE WS-CPF-ACHADO(WS-IDX) TO PF-CPF
                   READ CPF-MASTER-FILE
                       KEY IS PF-CPF
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DELETE CPF-MASTER-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WN-QTDE-ANONIMIZADOS
                           END-DELETE
                   END-READ
               END-PERFORM
               CLOSE CPF-MASTER-FILE
           END-IF.

      * A CHAVE DO INDICE REVERSO E O NOME NORMALIZADO - O REGISTRO
      * ANTIGO SAI E ENTRA UM NOVO NA CHAVE DO PSEUDONIMO.
       RT04B-SOCIOS.
           MOVE "N" TO WA-SOCIOS-ABERTO WA-SOCIOS-IX-ABERTO.
           OPEN I-O CNPJ-SOCIOS-FILE.
           IF  WA-FS-SOCIOS = "00"
               MOVE "S" TO WA-SOCIOS-ABERTO
           END-IF.
           OPEN I-O CNPJ-SOCIOS-IX-FILE.
           IF  WA-FS-SOCIOS-IX = "00"
               MOVE "S" TO WA-SOCIOS-IX-ABERTO
           END-IF.
           IF  WA-SOCIOS-ABERTO NOT = "S"
               OR WA-SOCIOS-IX-ABERTO NOT = "S"
               DISPLAY "ARQUIVOS DE SOCIOS OCUPADOS (FILE STATUS "
                       WA-FS-SOCIOS "/" WA-FS-SOCIOS-IX
                       ") - NAO ANONIMIZADOS."
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WN-QTDE-IX
                   MOVE AS-CNPJ(WS-IDX) TO SO-CNPJ
                   MOVE AS-SEQ(WS-IDX)  TO SO-SEQ
                   READ CNPJ-SOCIOS-FILE
                       KEY IS SO-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WA-PSEUDONIMO TO SO-NOME
                           REWRITE CNPJ-SOCIOS-REC
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WN-QTDE-ANONIMIZADOS
                           END-REWRITE
                   END-READ

                   MOVE WA-NOME-NORM    TO SX-NOME-NORM
                   MOVE AS-CNPJ(WS-IDX) TO SX-CNPJ
                   MOVE AS-SEQ(WS-IDX)  TO SX-SEQ
                   READ CNPJ-SOCIOS-IX-FILE
                       KEY IS SX-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DELETE CNPJ-SOCIOS-IX-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                           MOVE WA-PSEUDO-NORM TO SX-NOME-NORM
                           MOVE WA-PSEUDONIMO  TO SX-NOME
                           WRITE CNPJ-SOCIOS-IX-REC
                               INVALID KEY
                                   REWRITE CNPJ-SOCIOS-IX-REC
                           END-WRITE
                           ADD 1 TO WN-QTDE-ANONIMIZADOS
                   END-READ
               END-PERFORM
           END-IF.
           IF  WA-SOCIOS-ABERTO = "S"
               CLOSE CNPJ-SOCIOS-FILE
           END-IF.
           IF  WA-SOCIOS-IX-ABERTO = "S"
               CLOSE CNPJ-SOCIOS-IX-FILE
           END-IF.

       RT04C-SOCIOS-HIST.
           OPEN I-O SOCIOS-HIST-FILE.
           IF  WA-FS-SOCIOS-HIST NOT = "00"
               DISPLAY "CNPJ-SOCIOS-HIST.DAT OCUPADO (FILE STATUS "
                       WA-FS-SOCIOS-HIST ") - NAO ANONIMIZADO."
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WN-QTDE-HIST
                   MOVE WS-HIST-ACHADO(WS-IDX) TO SH-CHAVE
                   READ SOCIOS-HIST-FILE
                       KEY IS SH-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WA-PSEUDONIMO TO SH-NOME
                           REWRITE CNPJ-SOCIOS-HIST-REC
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WN-QTDE-ANONIMIZADOS
                           END-REWRITE
                   END-READ
               END-PERFORM
               CLOSE SOCIOS-HIST-FILE
           END-IF.

      * ARQUIVO TEXTO: REGRAVA EM .TMP COM O NOME TROCADO NAS LINHAS
      * DO TITULAR E COPIA DE VOLTA, COMO O EXPURGO FAZ COM O ARQUIVO
      * MORTO.
       RT04D-SOCIOS-MUDANCA.
           OPEN INPUT SOCIOS-MUDANCA-FILE.
           IF  WA-FS-MUDANCA = "00"
               OPEN OUTPUT MUDANCA-NOVO-FILE
               MOVE "N" TO WA-PARA-LEITURA
               PERFORM UNTIL WA-PARA-LEITURA = "S"
                   READ SOCIOS-MUDANCA-FILE
                       AT END MOVE "S" TO WA-PARA-LEITURA
                   END-READ
                   IF  WA-PARA-LEITURA NOT = "S"
                       PERFORM RT03I-CONFERE-LINHA-MUDANCA
                       IF  WA-LINHA-CASA = "S"
                           MOVE SPACES TO MUDANCA-NOVO-REC
                           STRING
                               WA-MU-DATA             DELIMITED BY SIZE
                               ";" WA-MU-CNPJ         DELIMITED BY SIZE
                               ";"                    DELIMITED BY SIZE
                               FUNCTION TRIM(WA-MU-EVENTO)
                                                      DELIMITED BY SIZE
                               ";"                    DELIMITED BY SIZE
                               FUNCTION TRIM(WA-PSEUDONIMO)
                                                      DELIMITED BY SIZE
                               ";"                    DELIMITED BY SIZE
                               FUNCTION TRIM(WA-MU-QUALIFICACAO)
                                                      DELIMITED BY SIZE
                               ";" WA-MU-DATA-ENTRADA DELIMITED BY SIZE
                               INTO MUDANCA-NOVO-REC
                           END-STRING
                           ADD 1 TO WN-QTDE-ANONIMIZADOS
                       ELSE
                           MOVE SOCIOS-MUDANCA-REC TO MUDANCA-NOVO-REC
                       END-IF
                       WRITE MUDANCA-NOVO-REC
                   END-IF
               END-PERFORM
               CLOSE SOCIOS-MUDANCA-FILE
               CLOSE MUDANCA-NOVO-FILE

               OPEN INPUT MUDANCA-NOVO-FILE
               OPEN OUTPUT SOCIOS-MUDANCA-FILE
               MOVE "N" TO WA-PARA-LEITURA
               PERFORM UNTIL WA-PARA-LEITURA = "S"
                   READ MUDANCA-NOVO-FILE
                       AT END MOVE "S" TO WA-PARA-LEITURA
                   END-READ
                   IF  WA-PARA-LEITURA NOT = "S"
                       MOVE MUDANCA-NOVO-REC TO SOCIOS-MUDANCA-REC
                       WRITE SOCIOS-MUDANCA-REC
                   END-IF
               END-PERFORM
               CLOSE MUDANCA-NOVO-FILE
               CLOSE SOCIOS-MUDANCA-FILE
               CALL "CBL_DELETE_FILE" USING WA-ARQ-MUDANCA-NOVO
           END-IF.

      * A CHAVE TEM O NOME NORMALIZADO - O REGISTRO ANTIGO SAI E
      * ENTRA UM NOVO NA CHAVE DO PSEUDONIMO, COMO NO INDICE REVERSO.
       RT04E-GRUPO-ELO.
           OPEN I-O GRUPO-ELO-FILE.
           IF  WA-FS-GRUPO-ELO NOT = "00"
               DISPLAY "GRUPO-ELO.DAT OCUPADO (FILE STATUS "
                       WA-FS-GRUPO-ELO ") - NAO ANONIMIZADO."
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WN-QTDE-ELO
                          OR WS-IDX > 500
                   MOVE WS-ELO-ACHADO(WS-IDX) TO EL-GRUPO
                   MOVE WA-NOME-NORM          TO EL-NOME-NORM
                   READ GRUPO-ELO-FILE
                       KEY IS EL-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DELETE GRUPO-ELO-FILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                           MOVE WA-PSEUDO-NORM TO EL-NOME-NORM
                           MOVE WA-PSEUDONIMO  TO EL-NOME
                           WRITE GRUPO-ELO-REC
                               INVALID KEY
                                   REWRITE GRUPO-ELO-REC
                           END-WRITE
                           ADD 1 TO WN-QTDE-ANONIMIZADOS
                   END-READ
               END-PERFORM
               CLOSE GRUPO-ELO-FILE
           END-IF.

      *---------------------------------------------------------------*
      * REGISTRO DE PEDIDOS PARA O ENCARREGADO: PENDENTE VENCIDO E    *
      * RESPOSTA FORA DO PRAZO SAEM MARCADOS.                         *
      *---------------------------------------------------------------*
       RT05-00-LISTA-PEDIDOS.
           MOVE "LGPD-PEDIDOS.TXT" TO WA-ARQ-RELATORIO.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO WA-LINHA.
           STRING "REGISTRO DE PEDIDOS DE TITULARES (LGPD) EM "
                  WN-DATA-HOJE
               DELIMITED BY SIZE INTO WA-LINHA
           END-STRING.
           PERFORM RT09-00-EMITE-LINHA.
           MOVE SPACES TO WA-LINHA
           STRING "PROTOCOLO     T RECEBIDO PRAZO    RESPOSTA "
                  "SITUACAO      CPF            NOME / ACAO"
               DELIMITED BY SIZE INTO WA-LINHA
           END-STRING.
           PERFORM RT09-00-EMITE-LINHA.

           MOVE LOW-VALUES TO LG-CHAVE.
           MOVE "N"        TO WA-PARA-LEITURA.
           START LGPD-PEDIDO-FILE
               KEY IS NOT LESS THAN LG-CHAVE
               INVALID KEY
                   MOVE "S" TO WA-PARA-LEITURA
           END-START.
           PERFORM UNTIL WA-PARA-LEITURA = "S"
               READ LGPD-PEDIDO-FILE NEXT RECORD
                   AT END MOVE "S" TO WA-PARA-LEITURA
               END-READ
               IF  WA-PARA-LEITURA NOT = "S"
                   PERFORM RT05A-LISTA-PEDIDO
               END-IF
           END-PERFORM.

           MOVE SPACES TO WA-LINHA.
           STRING "PENDENTES " WN-QTDE-PENDENTES
                  "  VENCIDOS " WN-QTDE-VENCIDOS
                  "  RESPONDIDOS NO PRAZO " WN-QTDE-NO-PRAZO
                  "  FORA DO PRAZO " WN-QTDE-FORA-PRAZO
               DELIMITED BY SIZE INTO WA-LINHA
           END-STRING.
           PERFORM RT09-00-EMITE-LINHA.
           CLOSE REPORT-FILE.

           DISPLAY "Gravado em " FUNCTION TRIM(WA-ARQ-RELATORIO).
           MOVE "LGPD-LISTA"     TO WA-AU-EVENTO.
           MOVE WN-QTDE-VENCIDOS TO WA-AU-ENTRADA.
           MOVE WN-QTDE-FORA-PRAZO TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

       RT05A-LISTA-PEDIDO.
           PERFORM RT01B-MONTA-PROTOCOLO.
           IF  LG-SITUACAO = "R"
               IF  LG-DATA-RESPOSTA > LG-DATA-PRAZO
                   MOVE "FORA DO PRAZO" TO WA-SITUACAO-PRAZO
                   ADD 1 TO WN-QTDE-FORA-PRAZO
               ELSE
                   MOVE "NO PRAZO"      TO WA-SITUACAO-PRAZO
                   ADD 1 TO WN-QTDE-NO-PRAZO
               END-IF
           ELSE
               ADD 1 TO WN-QTDE-PENDENTES
               IF  WN-DATA-HOJE > LG-DATA-PRAZO
                   MOVE "VENCIDO"       TO WA-SITUACAO-PRAZO
                   ADD 1 TO WN-QTDE-VENCIDOS
               ELSE
                   MOVE "PENDENTE"      TO WA-SITUACAO-PRAZO
               END-IF
           END-IF.

           MOVE SPACES TO WA-LINHA.
           STRING WA-PROTOCOLO " " LG-TIPO " " LG-DATA-RECEBIDO " "
                  LG-DATA-PRAZO " " LG-DATA-RESPOSTA " "
                  WA-SITUACAO-PRAZO " " LG-CPF " "
                  FUNCTION TRIM(LG-NOME) " / " FUNCTION TRIM(LG-ACAO)
               DELIMITED BY SIZE INTO WA-LINHA
           END-STRING.
           PERFORM RT09-00-EMITE-LINHA.

       RT09-00-EMITE-LINHA.
           MOVE WA-LINHA TO REPORT-REC.
           WRITE REPORT-REC.
           IF  WA-OPCAO = "L"
               DISPLAY FUNCTION TRIM(WA-LINHA TRAILING)
           END-IF.

           COPY NOMENORMP.

           COPY AUDITP.

           COPY CNPJVALP.

           COPY CPFVALP.
