       IDENTIFICATION DIVISION.
       PROGRAM-ID.      GO-FCO-ETIQUETA.
      *------------------------------------------------------------------------------*
      * ETIQUETAS E ARQUIVO DE MALA DIRETA DOS CORREIOS. O MARKETING SAIU DO E-MAIL  *
      * (GO-FCO-EMAIL) PARA A CORRESPONDENCIA IMPRESSA E O ENDERECO DO CNPJ-MASTER   *
      * TRAZ NUMERO E COMPLEMENTO ENTERRADOS NO TEXTO DO CM-ENDERECO-LOGRADOURO.     *
      * ESTE BATCH:                                                                  *
      *   - LE O SNAPSHOT NOTURNO (CNPJ-SNAPSHOT.SEQ - COPY SNAPTAB/SNAPP) OU, SEM   *
      *     ELE, O CNPJ-MASTER DIRETO;                                               *
      *   - SELECIONA POR UF, SECAO DO CNAE PRINCIPAL (CNAE-DOMINIO.TXT, COPY        *
      *     CNAETAB/CNAETABP), PORTE E SITUACAO CADASTRAL (ENTER = TODOS; SECAO E    *
      *     PORTE PELO COMECO DO TEXTO - "C" PEGA "C - INDUSTRIAS ...");             *
      *   - DESCARTA QUEM ESTA NO MESMO OPT-OUT DO EXTRATO DE E-MAIL                 *
      *     (EMAIL-OPTOUT.TXT, PELO CM-CORREIO-ELETRONICO DA EMPRESA);               *
      *   - SEPARA O LOGRADOURO EM RUA, NUMERO E COMPLEMENTO (COM VIRGULA, O NUMERO  *
      *     E A PRIMEIRA PALAVRA DEPOIS DELA; SEM VIRGULA, A PRIMEIRA PALAVRA        *
      *     NUMERICA QUE NAO E NOME DE RUA - "7 DE SETEMBRO", "BR 101" - E "KM 12"   *
      *     VIRA O NUMERO DE RODOVIA);                                               *
      *   - ENDERECO INUTILIZAVEL VAI PARA ETIQUETA-REJ-AAAAMMDD.TXT COM O MOTIVO:   *
      *     SITUACAO DIFERENTE DE ATIVA, CEP SEM 8 DIGITOS OU FORA DA FAIXA DA UF,   *
      *     SEM NUMERO (INCLUSIVE S/N) OU SEM MUNICIPIO/UF;                          *
      *   - OS APROVADOS PASSAM PELO ARQUIVO DE TRABALHO ETIQUETA-ORD.TMP (INDEXADO  *
      *     POR CEP + CNPJ, APAGADO NO FIM) E SAEM EM ORDEM DE CEP - O DESCONTO DE   *
      *     POSTAGEM DEPENDE DA TRIAGEM POR CEP - EM:                                *
      *       ETIQUETA-AAAAMMDD.TXT....: FOLHA DE ETIQUETAS 3 POR LINHA (132         *
      *                                  COLUNAS, 40 POR ETIQUETA, 4 LINHAS + 1 EM   *
      *                                  BRANCO);                                    *
      *       MALA-DIRETA-AAAAMMDD.TXT.: ARQUIVO DE POSICAO FIXA PARA OS CORREIOS    *
      *                                  (TIPO 1 CABECALHO, TIPO 2 DESTINATARIO,     *
      *                                  TIPO 9 TRAILER COM A QUANTIDADE).           *
      * NOME COM A MASCARA DO PERFIL (CPF NO NOME DE MEI). SEM O SNAPSHOT E SEM O    *
      * CNPJ-MASTER SAI COM RETURN-CODE 8.                                           *
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

           SELECT SNAPSHOT-FILE
               ASSIGN TO WA-ARQ-SNAPSHOT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-SNAPSHOT.

           SELECT CNAE-DOMINIO-FILE
               ASSIGN TO WA-ARQ-CNAE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-CNAE-DOMINIO.

           SELECT OPTOUT-FILE
               ASSIGN TO WA-ARQ-OPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-OPTOUT.

           SELECT ORDEM-FILE
               ASSIGN TO WA-ARQ-ORDEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EO-CHAVE
               FILE STATUS IS WA-FS-ORDEM.

           SELECT ETIQUETA-FILE
               ASSIGN TO WA-ARQ-ETIQUETA
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MALA-FILE
               ASSIGN TO WA-ARQ-MALA
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REJEITO-FILE
               ASSIGN TO WA-ARQ-REJEITO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO WA-ARQ-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
       FD  CNPJ-MASTER-FILE.
           COPY CNPJREC.

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-REC                PIC X(1080).

       FD  CNAE-DOMINIO-FILE.
       01  CNAE-DOMINIO-REC            PIC X(120).

       FD  OPTOUT-FILE.
       01  OPTOUT-REC                  PIC X(060).

      * DESTINATARIO APROVADO, NA ORDEM DE CEP + CNPJ.
       FD  ORDEM-FILE.
       01  ETIQUETA-ORD-REC.
           03  EO-CHAVE.
               05  EO-CEP                PIC X(008).
               05  EO-CNPJ               PIC X(014).
           03  EO-NOME                   PIC X(060).
           03  EO-RUA                    PIC X(060).
           03  EO-NUMERO                 PIC X(010).
           03  EO-COMPLEMENTO            PIC X(030).
           03  EO-BAIRRO                 PIC X(040).
           03  EO-MUNICIPIO              PIC X(040).
           03  EO-UF                     PIC X(002).

       FD  ETIQUETA-FILE.
       01  ETIQUETA-REC                PIC X(132).

       FD  MALA-FILE.
       01  MALA-REC                    PIC X(250).

       FD  REJEITO-FILE.
       01  REJEITO-REC                 PIC X(250).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  WA-FS-MASTER                PIC X(002)          VALUE "00".
       77  WA-ARQ-CNAE                 PIC X(100)          VALUE
               "CNAE-DOMINIO.TXT".
       77  WA-FS-CNAE-DOMINIO          PIC X(002)          VALUE "00".
       77  WA-ARQ-OPTOUT               PIC X(100)          VALUE
               "EMAIL-OPTOUT.TXT".
       77  WA-FS-OPTOUT                PIC X(002)          VALUE "00".
       77  WA-ARQ-ORDEM                PIC X(100)          VALUE
               "ETIQUETA-ORD.TMP".
       77  WA-FS-ORDEM                 PIC X(002)          VALUE "00".
       77  WA-ARQ-ETIQUETA             PIC X(100)          VALUE SPACES.
       77  WA-ARQ-MALA                 PIC X(100)          VALUE SPACES.
       77  WA-ARQ-REJEITO              PIC X(100)          VALUE SPACES.
       77  WA-EOF-ARQ                  PIC X(001)          VALUE "N".
       77  WA-PARA-LEITURA             PIC X(001)          VALUE "N".
       77  WA-PAUSA                    PIC X(001)          VALUE SPACES.
       77  WA-FONTE-DESC               PIC X(060)          VALUE SPACES.
       77  WN-DATA-HOJE                PIC 9(008)          VALUE ZEROS.

      * SELECAO (ENTER = TODOS).
       77  WA-SEL-UF                   PIC X(002)          VALUE SPACES.
       77  WA-SEL-SECAO                PIC X(040)          VALUE SPACES.
       77  WA-SEL-PORTE                PIC X(040)          VALUE SPACES.
       77  WA-SEL-SITUACAO             PIC X(020)          VALUE SPACES.
       77  WA-SEL-DESC                 PIC X(130)          VALUE SPACES.
       77  WN-SEL-TAM                  PIC 9(003)          VALUE ZEROS.
       77  WA-SELECIONADO              PIC X(001)          VALUE "N".
       77  WA-TEXTO-SEL                PIC X(060)          VALUE SPACES.

       01  WS-OPTOUT-TAB.
           03  WS-OPTOUT-EMAIL OCCURS 2000 TIMES
                                       PIC X(060).
       77  WN-QTDE-OPTOUT              PIC 9(004)          VALUE ZEROS.
       77  WS-IDX                      PIC 9(004)          VALUE ZEROS.
       77  WA-ACHOU                    PIC X(001)          VALUE "N".
       77  WA-EMAIL-TRAB               PIC X(060)          VALUE SPACES.

      * SEPARACAO DO LOGRADOURO: PALAVRAS DO TEXTO, A POSICAO DA
      * PRIMEIRA VIRGULA (EM PALAVRAS) E A PALAVRA QUE E O NUMERO.
       77  WA-LOGR                     PIC X(060)          VALUE SPACES.
       77  WN-LOGR-TAM                 PIC 9(003)          VALUE ZEROS.
       77  WN-PONTEIRO                 PIC 9(003)          VALUE ZEROS.
       01  WS-PALAVRAS-TAB.
           03  WA-PALAVRA OCCURS 20 TIMES
                                       PIC X(030).
       77  WN-QTDE-PALAVRAS            PIC 9(002)          VALUE ZEROS.
       77  WN-IDX-PAL                  PIC 9(002)          VALUE ZEROS.
       77  WN-PAL-VIRGULA              PIC 9(002)          VALUE ZEROS.
       77  WN-PAL-NUMERO               PIC 9(002)          VALUE ZEROS.
       77  WN-PAL-INICIO               PIC 9(002)          VALUE ZEROS.
       77  WN-PAL-TAM                  PIC 9(002)          VALUE ZEROS.
       77  WA-PALAVRA-TRAB             PIC X(030)          VALUE SPACES.
       77  WA-PALAVRA-ANT              PIC X(030)          VALUE SPACES.
       77  WA-PALAVRA-SEG              PIC X(030)          VALUE SPACES.
       77  WA-END-RUA                  PIC X(060)          VALUE SPACES.
       77  WA-END-NUMERO               PIC X(010)          VALUE SPACES.
       77  WA-END-COMPL                PIC X(030)          VALUE SPACES.
       77  WN-POS-RUA                  PIC 9(003)          VALUE ZEROS.
       77  WN-POS-COMPL                PIC 9(003)          VALUE ZEROS.

      * CEP: OS 8 DIGITOS E A FAIXA DE UFs DO PRIMEIRO DIGITO.
       77  WA-CEP                      PIC X(008)          VALUE SPACES.
       77  WN-CEP-DIG                  PIC 9(003)          VALUE ZEROS.
       77  WN-CEP-PRIMEIRO             PIC 9(001)          VALUE ZEROS.
       77  WN-CEP-FAIXA                PIC 9(002)          VALUE ZEROS.
       77  WA-UF                       PIC X(002)          VALUE SPACES.
       01  WS-CEP-FAIXAS-VALORES.
           03  FILLER PIC X(016) VALUE "SP              ".
           03  FILLER PIC X(016) VALUE "SP              ".
           03  FILLER PIC X(016) VALUE "RJES            ".
           03  FILLER PIC X(016) VALUE "MG              ".
           03  FILLER PIC X(016) VALUE "BASE            ".
           03  FILLER PIC X(016) VALUE "PEALPBRN        ".
           03  FILLER PIC X(016) VALUE "CEPIMAPAAPAMRRAC".
           03  FILLER PIC X(016) VALUE "DFGOTOMTMSRO    ".
           03  FILLER PIC X(016) VALUE "PRSC            ".
           03  FILLER PIC X(016) VALUE "RS              ".
       01  WS-CEP-FAIXAS REDEFINES WS-CEP-FAIXAS-VALORES.
           03  WA-CEP-FAIXA OCCURS 10 TIMES
                                       PIC X(016).

       77  WA-MOTIVO                   PIC X(040)          VALUE SPACES.

      * FOLHA DE ETIQUETAS: 3 ETIQUETAS DE 40 COLUNAS, 4 LINHAS CADA.
       01  WS-FOLHA.
           03  WA-FOLHA-LINHA OCCURS 4 TIMES
                                       PIC X(132).
       77  WN-ETIQ-COLUNA              PIC 9(001)          VALUE ZEROS.
       77  WN-ETIQ-POS                 PIC 9(003)          VALUE ZEROS.
       77  WN-IDX-LINHA                PIC 9(001)          VALUE ZEROS.
       77  WA-ETIQ-TEXTO               PIC X(080)          VALUE SPACES.

      * LEIAUTE DO ARQUIVO DE MALA DIRETA (POSICAO FIXA, 250 BYTES).
       01  WS-MD-CABECALHO.
           03  WA-MD-C-TIPO              PIC X(001)      VALUE "1".
           03  WA-MD-C-ARQUIVO           PIC X(011)
                                         VALUE "MALA-DIRETA".
           03  WA-MD-C-DATA              PIC 9(008)      VALUE ZEROS.
           03  WA-MD-C-SELECAO           PIC X(130)      VALUE SPACES.
           03  FILLER                    PIC X(100)      VALUE SPACES.
       01  WS-MD-DETALHE.
           03  WA-MD-D-TIPO              PIC X(001)      VALUE "2".
           03  WN-MD-D-SEQ               PIC 9(006)      VALUE ZEROS.
           03  WA-MD-D-CEP               PIC X(008)      VALUE SPACES.
           03  WA-MD-D-NOME              PIC X(050)      VALUE SPACES.
           03  WA-MD-D-RUA               PIC X(050)      VALUE SPACES.
           03  WA-MD-D-NUMERO            PIC X(010)      VALUE SPACES.
           03  WA-MD-D-COMPL             PIC X(030)      VALUE SPACES.
           03  WA-MD-D-BAIRRO            PIC X(030)      VALUE SPACES.
           03  WA-MD-D-MUNICIPIO         PIC X(030)      VALUE SPACES.
           03  WA-MD-D-UF                PIC X(002)      VALUE SPACES.
           03  WA-MD-D-CNPJ              PIC X(014)      VALUE SPACES.
           03  FILLER                    PIC X(019)      VALUE SPACES.
       01  WS-MD-TRAILER.
           03  WA-MD-T-TIPO              PIC X(001)      VALUE "9".
           03  WN-MD-T-QTDE              PIC 9(006)      VALUE ZEROS.
           03  FILLER                    PIC X(243)      VALUE SPACES.

       77  WN-QTDE-REGS                PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-SELECIONADOS        PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-OPTOUT-DESC         PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-REJEITADOS          PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-ETIQUETAS           PIC 9(007)          VALUE ZEROS.

           COPY SNAPTAB.

           COPY CNAETAB.

           COPY MASCARA.

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-FS-AUDIT                 PIC X(002)          VALUE "00".
       77  WA-AU-DATA                  PIC 9(008).
       77  WA-AU-HORA                  PIC 9(006).
       77  WA-AU-PROGRAM-ID            PIC X(020)
               VALUE "GO-FCO-ETIQUETA".
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
           ACCEPT WN-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-CNAE.
           PERFORM RT01-00-CARREGA-OPTOUT.
           PERFORM RT02-00-PEDE-SELECAO.

           PERFORM ABRE-SNAPSHOT.
           IF  WA-SNAPSHOT-OK = "N"
               OPEN INPUT CNPJ-MASTER-FILE
               IF  WA-FS-MASTER NOT = "00"
                   DISPLAY "SEM CNPJ-SNAPSHOT.SEQ E SEM "
                           "CNPJ-MASTER.DAT "
                           "(FILE STATUS " WA-FS-MASTER
                           ") - ETIQUETAS NAO GERADAS."
                   MOVE "ETIQUETA"     TO WA-AU-EVENTO
                   MOVE "SEM-MASTER"   TO WA-AU-RESULTADO
                   PERFORM GRAVA-AUDITORIA
                   MOVE 8 TO RETURN-CODE
                   ACCEPT WA-PAUSA
                   GOBACK
               END-IF
           END-IF.

           MOVE SPACES TO WA-ARQ-ETIQUETA WA-ARQ-MALA WA-ARQ-REJEITO.
           STRING "ETIQUETA-" WN-DATA-HOJE ".TXT"
               DELIMITED BY SIZE INTO WA-ARQ-ETIQUETA
           END-STRING.
           STRING "MALA-DIRETA-" WN-DATA-HOJE ".TXT"
               DELIMITED BY SIZE INTO WA-ARQ-MALA
           END-STRING.
           STRING "ETIQUETA-REJ-" WN-DATA-HOJE ".TXT"
               DELIMITED BY SIZE INTO WA-ARQ-REJEITO
           END-STRING.

           OPEN OUTPUT ORDEM-FILE.
           OPEN OUTPUT REJEITO-FILE.
           MOVE SPACES TO REJEITO-REC.
           STRING "ENDERECOS INUTILIZAVEIS PARA MALA DIRETA - "
                  WN-DATA-HOJE
               DELIMITED BY SIZE INTO REJEITO-REC
           END-STRING.
           WRITE REJEITO-REC.
           MOVE SPACES TO REJEITO-REC.
           STRING "SELECAO: " WA-SEL-DESC
               DELIMITED BY SIZE INTO REJEITO-REC
           END-STRING.
           WRITE REJEITO-REC.
           MOVE "CNPJ;NOME;MOTIVO;LOGRADOURO;CEP;MUNICIPIO/UF"
               TO REJEITO-REC.
           WRITE REJEITO-REC.

           IF  WA-SNAPSHOT-OK = "S"
               PERFORM UNTIL WA-EOF-SNAPSHOT = "S"
                   PERFORM LE-REGISTRO-SNAPSHOT
                   IF  WA-EOF-SNAPSHOT NOT = "S"
                       ADD 1 TO WN-QTDE-REGS
                       PERFORM RT03-00-TRATA-REGISTRO
                   END-IF
               END-PERFORM
               PERFORM FECHA-SNAPSHOT
               IF  WA-SNAP-QTDE = SPACES
                   MOVE "?" TO WA-SNAP-QTDE
               END-IF
               MOVE SPACES TO WA-FONTE-DESC
               STRING "SNAPSHOT DE " WA-SNAP-DATA " " WA-SNAP-HORA
                   " (" FUNCTION TRIM(WA-SNAP-QTDE) " REGISTROS)"
                   DELIMITED BY SIZE INTO WA-FONTE-DESC
               END-STRING
           ELSE
               MOVE "LEITURA DIRETA DO CNPJ-MASTER" TO WA-FONTE-DESC
               MOVE LOW-VALUES TO CM-CNPJ
               MOVE "N"        TO WA-PARA-LEITURA
               START CNPJ-MASTER-FILE
                   KEY IS NOT LESS THAN CM-CNPJ
                   INVALID KEY
                       MOVE "S" TO WA-PARA-LEITURA
               END-START
               PERFORM UNTIL WA-PARA-LEITURA = "S"
                   READ CNPJ-MASTER-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-PARA-LEITURA
                   END-READ
                   IF  WA-PARA-LEITURA NOT = "S"
                       ADD 1 TO WN-QTDE-REGS
                       PERFORM RT03-00-TRATA-REGISTRO
                   END-IF
               END-PERFORM
               CLOSE CNPJ-MASTER-FILE
           END-IF.
           CLOSE ORDEM-FILE.
           CLOSE REJEITO-FILE.

           PERFORM RT06-00-GERA-SAIDAS.
           CALL "CBL_DELETE_FILE" USING WA-ARQ-ORDEM.

           DISPLAY "FONTE: " FUNCTION TRIM(WA-FONTE-DESC).
           DISPLAY "SELECAO: " FUNCTION TRIM(WA-SEL-DESC).
           DISPLAY "Registros lidos..........: " WN-QTDE-REGS.
           DISPLAY "Selecionados.............: " WN-QTDE-SELECIONADOS.
           DISPLAY "Descartados por opt-out..: " WN-QTDE-OPTOUT-DESC.
           DISPLAY "Endereco inutilizavel....: " WN-QTDE-REJEITADOS.
           DISPLAY "Etiquetas/mala direta....: " WN-QTDE-ETIQUETAS.
           DISPLAY "Etiquetas....: " FUNCTION TRIM(WA-ARQ-ETIQUETA).
           DISPLAY "Mala direta..: " FUNCTION TRIM(WA-ARQ-MALA).
           DISPLAY "Rejeitados...: " FUNCTION TRIM(WA-ARQ-REJEITO).

           MOVE "ETIQUETA"         TO WA-AU-EVENTO.
           MOVE WN-QTDE-REGS       TO WA-AU-ENTRADA.
           MOVE WN-QTDE-ETIQUETAS  TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

           ACCEPT WA-PAUSA.
           GOBACK.

      *---------------------------------------------------------------*
      * O MESMO OPT-OUT DO GO-FCO-EMAIL: UM E-MAIL POR LINHA. A       *
      * EMPRESA CUJO CM-CORREIO-ELETRONICO ESTA NA LISTA NAO RECEBE   *
      * CORRESPONDENCIA.                                              *
      *---------------------------------------------------------------*
       RT01-00-CARREGA-OPTOUT.
           OPEN INPUT OPTOUT-FILE.
           IF  WA-FS-OPTOUT = "00"
               MOVE "N" TO WA-EOF-ARQ
               PERFORM UNTIL WA-EOF-ARQ = "S"
                   READ OPTOUT-FILE
                       AT END MOVE "S" TO WA-EOF-ARQ
                   END-READ
                   IF  WA-EOF-ARQ NOT = "S"
                       AND OPTOUT-REC NOT = SPACES
                       AND WN-QTDE-OPTOUT < 2000
                       ADD 1 TO WN-QTDE-OPTOUT
                       MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(OPTOUT-REC))
                           TO WS-OPTOUT-EMAIL(WN-QTDE-OPTOUT)
                   END-IF
               END-PERFORM
               CLOSE OPTOUT-FILE
           END-IF.

       RT02-00-PEDE-SELECAO.
           DISPLAY "SELECAO DAS EMPRESAS (ENTER = TODAS)".
           DISPLAY "UF.......................: " WITH NO ADVANCING.
           ACCEPT WA-SEL-UF.
           DISPLAY "SECAO DO CNAE (INICIO)...: " WITH NO ADVANCING.
           ACCEPT WA-SEL-SECAO.
           DISPLAY "PORTE (INICIO)...........: " WITH NO ADVANCING.
           ACCEPT WA-SEL-PORTE.
           DISPLAY "SITUACAO CADASTRAL.......: " WITH NO ADVANCING.
           ACCEPT WA-SEL-SITUACAO.
           MOVE FUNCTION UPPER-CASE(WA-SEL-UF)       TO WA-SEL-UF.
           MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WA-SEL-SECAO))      TO WA-SEL-SECAO.
           MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WA-SEL-PORTE))      TO WA-SEL-PORTE.
           MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WA-SEL-SITUACAO))   TO WA-SEL-SITUACAO.
           IF  WA-SEL-SECAO NOT = SPACES AND CNAE-DOM-QTDE = ZEROS
               DISPLAY "AVISO: " FUNCTION TRIM(WA-ARQ-CNAE)
                       " VAZIO OU AUSENTE - NENHUMA EMPRESA TERA "
                       "SECAO."
           END-IF.

      * DESCRICAO DA SELECAO PARA O CABECALHO DAS SAIDAS ("*" =
      * TODAS).
           MOVE SPACES TO WA-SEL-DESC.
           MOVE 1      TO WN-PONTEIRO.
           MOVE WA-SEL-UF TO WA-TEXTO-SEL.
           STRING "UF=" DELIMITED BY SIZE
               INTO WA-SEL-DESC WITH POINTER WN-PONTEIRO
           END-STRING.
           PERFORM RT02A-DESCREVE-CAMPO.
           MOVE WA-SEL-SECAO TO WA-TEXTO-SEL.
           STRING " SECAO=" DELIMITED BY SIZE
               INTO WA-SEL-DESC WITH POINTER WN-PONTEIRO
           END-STRING.
           PERFORM RT02A-DESCREVE-CAMPO.
           MOVE WA-SEL-PORTE TO WA-TEXTO-SEL.
           STRING " PORTE=" DELIMITED BY SIZE
               INTO WA-SEL-DESC WITH POINTER WN-PONTEIRO
           END-STRING.
           PERFORM RT02A-DESCREVE-CAMPO.
           MOVE WA-SEL-SITUACAO TO WA-TEXTO-SEL.
           STRING " SITUACAO=" DELIMITED BY SIZE
               INTO WA-SEL-DESC WITH POINTER WN-PONTEIRO
           END-STRING.
           PERFORM RT02A-DESCREVE-CAMPO.

       RT02A-DESCREVE-CAMPO.
           IF  WA-TEXTO-SEL = SPACES
               MOVE "*" TO WA-TEXTO-SEL
           END-IF.
           STRING FUNCTION TRIM(WA-TEXTO-SEL) DELIMITED BY SIZE
               INTO WA-SEL-DESC WITH POINTER WN-PONTEIRO
           END-STRING.

       RT03-00-TRATA-REGISTRO.
           PERFORM RT03A-CONFERE-SELECAO.
           IF  WA-SELECIONADO = "S"
               ADD 1 TO WN-QTDE-SELECIONADOS
               MOVE "N" TO WA-ACHOU
               IF  CM-CORREIO-ELETRONICO NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(CM-CORREIO-ELETRONICO))
                       TO WA-EMAIL-TRAB
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WN-QTDE-OPTOUT
                               OR WA-ACHOU = "S"
                       IF  WS-OPTOUT-EMAIL(WS-IDX) = WA-EMAIL-TRAB
                           MOVE "S" TO WA-ACHOU
                       END-IF
                   END-PERFORM
               END-IF
               IF  WA-ACHOU = "S"
                   ADD 1 TO WN-QTDE-OPTOUT-DESC
               ELSE
                   PERFORM RT04-00-SEPARA-LOGRADOURO
                   PERFORM RT05-00-CONFERE-ENDERECO
                   IF  WA-MOTIVO NOT = SPACES
                       PERFORM RT05A-GRAVA-REJEITO
                   ELSE
                       PERFORM RT05B-GRAVA-ORDEM
                   END-IF
               END-IF
           END-IF.

      * SECAO E PORTE CONFEREM PELO COMECO DO TEXTO; UF E SITUACAO
      * PELO VALOR INTEIRO.
       RT03A-CONFERE-SELECAO.
           MOVE "S" TO WA-SELECIONADO.
           IF  WA-SEL-UF NOT = SPACES
               AND FUNCTION UPPER-CASE(CM-ENDERECO-UF(1:2))
                   NOT = WA-SEL-UF
               MOVE "N" TO WA-SELECIONADO
           END-IF.
           IF  WA-SELECIONADO = "S" AND WA-SEL-SITUACAO NOT = SPACES
               IF  FUNCTION UPPER-CASE(
                       FUNCTION TRIM(CM-SITUACAO-CADASTRAL))
                   NOT = WA-SEL-SITUACAO
                   MOVE "N" TO WA-SELECIONADO
               END-IF
           END-IF.
           IF  WA-SELECIONADO = "S" AND WA-SEL-PORTE NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CM-PORTE))
                   TO WA-TEXTO-SEL
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WA-SEL-PORTE))
                   TO WN-SEL-TAM
               IF  WA-TEXTO-SEL(1:WN-SEL-TAM)
                   NOT = WA-SEL-PORTE(1:WN-SEL-TAM)
                   MOVE "N" TO WA-SELECIONADO
               END-IF
           END-IF.
           IF  WA-SELECIONADO = "S" AND WA-SEL-SECAO NOT = SPACES
               MOVE CM-CNAE-PRINCIPAL TO CNAE-BUSCA
               PERFORM BUSCA-CNAE
               MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(CNAE-SECAO-ACHADA))
                   TO WA-TEXTO-SEL
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WA-SEL-SECAO))
                   TO WN-SEL-TAM
               IF  WA-TEXTO-SEL(1:WN-SEL-TAM)
                   NOT = WA-SEL-SECAO(1:WN-SEL-TAM)
                   MOVE "N" TO WA-SELECIONADO
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * SEPARA O CM-ENDERECO-LOGRADOURO EM RUA, NUMERO E COMPLEMENTO. *
      * O TEXTO E QUEBRADO EM PALAVRAS (A VIRGULA GRUDADA NA PALAVRA  *
      * MARCA ONDE ACABA O NOME DA RUA):                              *
      *   "RUA DAS FLORES, 123, SALA 4"  -> RUA DAS FLORES/123/SALA 4 *
      *   "AV PAULISTA 1000 CONJ 101"    -> AV PAULISTA/1000/CONJ 101 *
      *   "RUA 7 DE SETEMBRO 45 FUNDOS"  -> RUA 7 DE SETEMBRO/45/...  *
      *   "ROD BR 101 KM 12"             -> ROD BR 101/KM 12          *
      *   "RUA SEM NOME S/N"             -> RUA SEM NOME/S/N          *
      * "N", "NO", "N." E "NUMERO" ANTES DO NUMERO SAO DESCARTADOS.   *
      *---------------------------------------------------------------*
       RT04-00-SEPARA-LOGRADOURO.
           MOVE SPACES TO WA-END-RUA WA-END-NUMERO WA-END-COMPL.
           MOVE SPACES TO WS-PALAVRAS-TAB.
           MOVE ZEROS  TO WN-QTDE-PALAVRAS WN-PAL-VIRGULA WN-PAL-NUMERO.
           MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(CM-ENDERECO-LOGRADOURO)) TO WA-LOGR.
           MOVE ZEROS TO WN-LOGR-TAM.
           IF  WA-LOGR NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WA-LOGR))
                   TO WN-LOGR-TAM
           END-IF.
           MOVE 1 TO WN-PONTEIRO.
           PERFORM UNTIL WN-PONTEIRO > WN-LOGR-TAM
                      OR WN-QTDE-PALAVRAS >= 20
               MOVE SPACES TO WA-PALAVRA-TRAB
               UNSTRING WA-LOGR(1:WN-LOGR-TAM) DELIMITED BY ALL SPACES
                   INTO WA-PALAVRA-TRAB
                   WITH POINTER WN-PONTEIRO
               END-UNSTRING
               IF  WA-PALAVRA-TRAB NOT = SPACES
                   PERFORM RT04A-GUARDA-PALAVRA
               END-IF
           END-PERFORM.

      * ONDE PROCURAR O NUMERO: DEPOIS DA PRIMEIRA VIRGULA OU, SEM
      * VIRGULA, A PARTIR DA SEGUNDA PALAVRA.
           IF  WN-PAL-VIRGULA > ZEROS
               COMPUTE WN-PAL-INICIO = WN-PAL-VIRGULA + 1
           ELSE
               MOVE 2 TO WN-PAL-INICIO
           END-IF.
           PERFORM VARYING WN-IDX-PAL FROM WN-PAL-INICIO BY 1
                   UNTIL WN-IDX-PAL > WN-QTDE-PALAVRAS
                      OR WN-PAL-NUMERO > ZEROS
               PERFORM RT04B-TESTA-NUMERO
           END-PERFORM.

      * RUA: AS PALAVRAS ANTES DO NUMERO (SEM O "N"/"NO" QUE O
      * PRECEDE); COMPLEMENTO: AS PALAVRAS DEPOIS DELE. SEM NUMERO,
      * O LOGRADOURO INTEIRO FICA COMO RUA.
           IF  WN-PAL-NUMERO = ZEROS
               MOVE WA-LOGR TO WA-END-RUA
               INSPECT WA-END-RUA REPLACING ALL "," BY " "
           ELSE
               MOVE 1 TO WN-POS-RUA
               PERFORM VARYING WN-IDX-PAL FROM 1 BY 1
                       UNTIL WN-IDX-PAL >= WN-PAL-NUMERO
                   MOVE WA-PALAVRA(WN-IDX-PAL) TO WA-PALAVRA-TRAB
                   IF  NOT (WN-IDX-PAL = WN-PAL-NUMERO - 1
                            AND (WA-PALAVRA-TRAB = "N"
                                 OR WA-PALAVRA-TRAB = "NO"
                                 OR WA-PALAVRA-TRAB = "N."
                                 OR WA-PALAVRA-TRAB = "NUMERO"
                                 OR WA-PALAVRA-TRAB = "KM"))
                       STRING FUNCTION TRIM(WA-PALAVRA-TRAB) " "
                           DELIMITED BY SIZE
                           INTO WA-END-RUA WITH POINTER WN-POS-RUA
                       END-STRING
                   END-IF
               END-PERFORM
               MOVE 1 TO WN-POS-COMPL
               PERFORM VARYING WN-IDX-PAL FROM WN-PAL-NUMERO BY 1
                       UNTIL WN-IDX-PAL >= WN-QTDE-PALAVRAS
                   MOVE WA-PALAVRA(WN-IDX-PAL + 1) TO WA-PALAVRA-TRAB
                   IF  WA-PALAVRA-TRAB NOT = "-"
                       AND WN-POS-COMPL < 30
                       STRING FUNCTION TRIM(WA-PALAVRA-TRAB) " "
                           DELIMITED BY SIZE
                           INTO WA-END-COMPL WITH POINTER WN-POS-COMPL
                       END-STRING
                   END-IF
               END-PERFORM
           END-IF.

      * A PALAVRA ENTRA NA TABELA SEM A VIRGULA DO FIM; A PRIMEIRA
      * PALAVRA COM VIRGULA FICA MARCADA.
       RT04A-GUARDA-PALAVRA.
           ADD 1 TO WN-QTDE-PALAVRAS.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WA-PALAVRA-TRAB))
               TO WN-PAL-TAM.
           IF  WA-PALAVRA-TRAB(WN-PAL-TAM:1) = ","
               IF  WN-PAL-VIRGULA = ZEROS
                   MOVE WN-QTDE-PALAVRAS TO WN-PAL-VIRGULA
               END-IF
               MOVE SPACE TO WA-PALAVRA-TRAB(WN-PAL-TAM:1)
           END-IF.
           INSPECT WA-PALAVRA-TRAB REPLACING ALL "," BY " ".
           MOVE WA-PALAVRA-TRAB TO WA-PALAVRA(WN-QTDE-PALAVRAS).
      * VIRGULA SOLTA ("RUA X , 123") MARCA A PALAVRA ANTERIOR.
           IF  WA-PALAVRA-TRAB = SPACES
               SUBTRACT 1 FROM WN-QTDE-PALAVRAS
               IF  WN-PAL-VIRGULA > WN-QTDE-PALAVRAS
                   MOVE WN-QTDE-PALAVRAS TO WN-PAL-VIRGULA
               END-IF
           END-IF.

      * PALAVRA NUMERICA (OU S/N) QUE NAO E PARTE DO NOME DA RUA:
      * "7 DE SETEMBRO", "25 DE MARCO" E "BR 101" NAO SAO NUMERO.
       RT04B-TESTA-NUMERO.
           MOVE WA-PALAVRA(WN-IDX-PAL) TO WA-PALAVRA-TRAB.
           MOVE SPACES TO WA-PALAVRA-ANT WA-PALAVRA-SEG.
           IF  WN-IDX-PAL > 1
               MOVE WA-PALAVRA(WN-IDX-PAL - 1) TO WA-PALAVRA-ANT
           END-IF.
           IF  WN-IDX-PAL < WN-QTDE-PALAVRAS
               MOVE WA-PALAVRA(WN-IDX-PAL + 1) TO WA-PALAVRA-SEG
           END-IF.
           EVALUATE TRUE
               WHEN WA-PALAVRA-TRAB = "S/N" OR WA-PALAVRA-TRAB = "SN"
                    OR WA-PALAVRA-TRAB = "S/N."
                    OR WA-PALAVRA-TRAB = "S/NO"
                   MOVE WN-IDX-PAL TO WN-PAL-NUMERO
                   MOVE "S/N"      TO WA-END-NUMERO
               WHEN WA-PALAVRA-TRAB(1:1) IS NOT NUMERIC
                   CONTINUE
               WHEN WA-PALAVRA-ANT = "BR"
                   CONTINUE
               WHEN WN-PAL-VIRGULA = ZEROS
                    AND (WA-PALAVRA-SEG = "DE" OR WA-PALAVRA-SEG = "DO"
                         OR WA-PALAVRA-SEG = "DA")
                   CONTINUE
               WHEN WA-PALAVRA-ANT = "KM"
                   MOVE WN-IDX-PAL TO WN-PAL-NUMERO
                   STRING "KM " FUNCTION TRIM(WA-PALAVRA-TRAB)
                       DELIMITED BY SIZE INTO WA-END-NUMERO
                   END-STRING
               WHEN OTHER
                   MOVE WN-IDX-PAL      TO WN-PAL-NUMERO
                   MOVE WA-PALAVRA-TRAB TO WA-END-NUMERO
           END-EVALUATE.

      *---------------------------------------------------------------*
      * ENDERECO UTILIZAVEL: EMPRESA ATIVA, CEP COM 8 DIGITOS NA      *
      * FAIXA DA UF (PRIMEIRO DIGITO DO CEP), MUNICIPIO/UF E NUMERO   *
      * (S/N NAO SERVE). O PRIMEIRO PROBLEMA ACHADO VIRA O MOTIVO.    *
      *---------------------------------------------------------------*
       RT05-00-CONFERE-ENDERECO.
           MOVE SPACES TO WA-MOTIVO WA-CEP.
           MOVE FUNCTION UPPER-CASE(CM-ENDERECO-UF(1:2)) TO WA-UF.
           MOVE ZEROS  TO WN-CEP-DIG.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 60
               IF  CM-ENDERECO-CEP(WS-IDX:1) IS NUMERIC
                   ADD 1 TO WN-CEP-DIG
                   IF  WN-CEP-DIG <= 8
                       MOVE CM-ENDERECO-CEP(WS-IDX:1)
                           TO WA-CEP(WN-CEP-DIG:1)
                   END-IF
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN FUNCTION UPPER-CASE(
                        FUNCTION TRIM(CM-SITUACAO-CADASTRAL))
                    NOT = "ATIVA"
                   STRING "SITUACAO "
                          FUNCTION TRIM(CM-SITUACAO-CADASTRAL)
                       DELIMITED BY SIZE INTO WA-MOTIVO
                   END-STRING
               WHEN CM-ENDERECO-MUNICIPIO = SPACES OR WA-UF = SPACES
                   MOVE "SEM MUNICIPIO/UF"         TO WA-MOTIVO
               WHEN WN-CEP-DIG NOT = 8 OR WA-CEP = "00000000"
                   MOVE "CEP INVALIDO"             TO WA-MOTIVO
               WHEN OTHER
                   PERFORM RT05C-CONFERE-FAIXA-CEP
           END-EVALUATE.

           IF  WA-MOTIVO = SPACES
               IF  WA-END-NUMERO = "S/N"
                   MOVE "SEM NUMERO (S/N)"         TO WA-MOTIVO
               ELSE
                   IF  WA-END-NUMERO = SPACES
                       MOVE "SEM NUMERO"           TO WA-MOTIVO
                   END-IF
               END-IF
           END-IF.

       RT05A-GRAVA-REJEITO.
           ADD 1 TO WN-QTDE-REJEITADOS.
           MOVE CM-NOME-EMPRESARIAL TO MSK-TEXTO.
           PERFORM MASCARA-CPF-NO-TEXTO.
           MOVE SPACES TO REJEITO-REC.
           STRING CM-CNPJ                            DELIMITED BY SIZE
                  ";"                                DELIMITED BY SIZE
                  FUNCTION TRIM(MSK-TEXTO)           DELIMITED BY SIZE
                  ";"                                DELIMITED BY SIZE
                  FUNCTION TRIM(WA-MOTIVO)           DELIMITED BY SIZE
                  ";"                                DELIMITED BY SIZE
                  FUNCTION TRIM(CM-ENDERECO-LOGRADOURO)
                                                     DELIMITED BY SIZE
                  ";"                                DELIMITED BY SIZE
                  FUNCTION TRIM(CM-ENDERECO-CEP)     DELIMITED BY SIZE
                  ";"                                DELIMITED BY SIZE
                  FUNCTION TRIM(CM-ENDERECO-MUNICIPIO)
                                                     DELIMITED BY SIZE
                  "/"                                DELIMITED BY SIZE
                  WA-UF                              DELIMITED BY SIZE
               INTO REJEITO-REC
           END-STRING.
           WRITE REJEITO-REC.
           MOVE CM-CNPJ   TO MSK-DOCUMENTO.
           MOVE "ARQUIVO" TO MSK-ONDE.
           PERFORM REGISTRA-SEM-MASCARA.

       RT05B-GRAVA-ORDEM.
           MOVE SPACES  TO ETIQUETA-ORD-REC.
           MOVE WA-CEP  TO EO-CEP.
           MOVE CM-CNPJ TO EO-CNPJ.
           MOVE CM-NOME-EMPRESARIAL TO MSK-TEXTO.
           PERFORM MASCARA-CPF-NO-TEXTO.
           MOVE MSK-TEXTO TO EO-NOME.
           MOVE SPACES TO WA-ETIQ-TEXTO.
           IF  CM-ENDERECO-TIPO-LOGR NOT = SPACES
               STRING FUNCTION UPPER-CASE(
                          FUNCTION TRIM(CM-ENDERECO-TIPO-LOGR))
                      " " FUNCTION TRIM(WA-END-RUA)
                   DELIMITED BY SIZE INTO WA-ETIQ-TEXTO
               END-STRING
           ELSE
               MOVE WA-END-RUA TO WA-ETIQ-TEXTO
           END-IF.
           MOVE WA-ETIQ-TEXTO  TO EO-RUA.
           MOVE WA-END-NUMERO  TO EO-NUMERO.
           MOVE WA-END-COMPL   TO EO-COMPLEMENTO.
           MOVE FUNCTION UPPER-CASE(CM-ENDERECO-BAIRRO)    TO EO-BAIRRO.
           MOVE FUNCTION UPPER-CASE(CM-ENDERECO-MUNICIPIO)
               TO EO-MUNICIPIO.
           MOVE WA-UF          TO EO-UF.
           WRITE ETIQUETA-ORD-REC
               INVALID KEY
                   DISPLAY "AVISO: CNPJ REPETIDO NA FONTE - "
                           CM-CNPJ
           END-WRITE.
           MOVE CM-CNPJ   TO MSK-DOCUMENTO.
           MOVE "ARQUIVO" TO MSK-ONDE.
           PERFORM REGISTRA-SEM-MASCARA.

      * FAIXA DO PRIMEIRO DIGITO DO CEP: 0-1 SP, 2 RJ/ES, 3 MG,
      * 4 BA/SE, 5 PE/AL/PB/RN, 6 NORTE E CE/PI/MA, 7 CENTRO-OESTE,
      * TO E RO, 8 PR/SC, 9 RS.
       RT05C-CONFERE-FAIXA-CEP.
           MOVE WA-CEP(1:1) TO WN-CEP-PRIMEIRO.
           COMPUTE WN-CEP-FAIXA = WN-CEP-PRIMEIRO + 1.
           MOVE "N" TO WA-ACHOU.
           PERFORM VARYING WS-IDX FROM 1 BY 2 UNTIL WS-IDX > 15
               IF  WA-CEP-FAIXA(WN-CEP-FAIXA)(WS-IDX:2) = WA-UF
                   MOVE "S" TO WA-ACHOU
               END-IF
           END-PERFORM.
           IF  WA-ACHOU = "N"
               MOVE "CEP FORA DA FAIXA DA UF" TO WA-MOTIVO
           END-IF.

      *---------------------------------------------------------------*
      * RELE O ARQUIVO DE TRABALHO NA ORDEM DE CEP E GRAVA A FOLHA DE *
      * ETIQUETAS E O ARQUIVO DE MALA DIRETA.                         *
      *---------------------------------------------------------------*
       RT06-00-GERA-SAIDAS.
           OPEN OUTPUT ETIQUETA-FILE.
           OPEN OUTPUT MALA-FILE.
           MOVE WN-DATA-HOJE TO WA-MD-C-DATA.
           MOVE WA-SEL-DESC  TO WA-MD-C-SELECAO.
           MOVE WS-MD-CABECALHO TO MALA-REC.
           WRITE MALA-REC.
           MOVE SPACES TO WS-FOLHA.
           MOVE ZEROS  TO WN-ETIQ-COLUNA.

           OPEN INPUT ORDEM-FILE.
           IF  WA-FS-ORDEM = "00"
               MOVE "N" TO WA-PARA-LEITURA
               PERFORM UNTIL WA-PARA-LEITURA = "S"
                   READ ORDEM-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-PARA-LEITURA
                   END-READ
                   IF  WA-PARA-LEITURA NOT = "S"
                       ADD 1 TO WN-QTDE-ETIQUETAS
                       PERFORM RT06A-MONTA-ETIQUETA
                       PERFORM RT06B-GRAVA-MALA
                   END-IF
               END-PERFORM
               CLOSE ORDEM-FILE
           END-IF.
           IF  WN-ETIQ-COLUNA > ZEROS
               PERFORM RT06C-DESCARREGA-FOLHA
           END-IF.

           MOVE WN-QTDE-ETIQUETAS TO WN-MD-T-QTDE.
           MOVE WS-MD-TRAILER TO MALA-REC.
           WRITE MALA-REC.
           CLOSE ETIQUETA-FILE.
           CLOSE MALA-FILE.

      * ETIQUETA DE 40 COLUNAS: NOME / RUA, NUMERO / COMPLEMENTO -
      * BAIRRO / CEP MUNICIPIO-UF.
       RT06A-MONTA-ETIQUETA.
           ADD 1 TO WN-ETIQ-COLUNA.
           COMPUTE WN-ETIQ-POS = (WN-ETIQ-COLUNA - 1) * 44 + 1.
           MOVE EO-NOME(1:40) TO WA-FOLHA-LINHA(1)(WN-ETIQ-POS:40).

           MOVE SPACES TO WA-ETIQ-TEXTO.
           STRING FUNCTION TRIM(EO-RUA) ", " FUNCTION TRIM(EO-NUMERO)
               DELIMITED BY SIZE INTO WA-ETIQ-TEXTO
           END-STRING.
           MOVE WA-ETIQ-TEXTO(1:40)
               TO WA-FOLHA-LINHA(2)(WN-ETIQ-POS:40).

           MOVE SPACES TO WA-ETIQ-TEXTO.
           IF  EO-COMPLEMENTO NOT = SPACES
               STRING FUNCTION TRIM(EO-COMPLEMENTO) " - "
                      FUNCTION TRIM(EO-BAIRRO)
                   DELIMITED BY SIZE INTO WA-ETIQ-TEXTO
               END-STRING
           ELSE
               MOVE EO-BAIRRO TO WA-ETIQ-TEXTO
           END-IF.
           MOVE WA-ETIQ-TEXTO(1:40)
               TO WA-FOLHA-LINHA(3)(WN-ETIQ-POS:40).

           MOVE SPACES TO WA-ETIQ-TEXTO.
           STRING EO-CEP(1:5) "-" EO-CEP(6:3) " "
                  FUNCTION TRIM(EO-MUNICIPIO) "/" EO-UF
               DELIMITED BY SIZE INTO WA-ETIQ-TEXTO
           END-STRING.
           IF  WA-ETIQ-TEXTO(41:1) NOT = SPACE
               MOVE SPACES TO WA-ETIQ-TEXTO
               STRING EO-CEP(1:5) "-" EO-CEP(6:3) " "
                      EO-MUNICIPIO(1:27) "/" EO-UF
                   DELIMITED BY SIZE INTO WA-ETIQ-TEXTO
               END-STRING
           END-IF.
           MOVE WA-ETIQ-TEXTO(1:40)
               TO WA-FOLHA-LINHA(4)(WN-ETIQ-POS:40).

           IF  WN-ETIQ-COLUNA = 3
               PERFORM RT06C-DESCARREGA-FOLHA
           END-IF.

       RT06B-GRAVA-MALA.
           MOVE WN-QTDE-ETIQUETAS TO WN-MD-D-SEQ.
           MOVE EO-CEP            TO WA-MD-D-CEP.
           MOVE EO-NOME           TO WA-MD-D-NOME.
           MOVE EO-RUA            TO WA-MD-D-RUA.
           MOVE EO-NUMERO         TO WA-MD-D-NUMERO.
           MOVE EO-COMPLEMENTO    TO WA-MD-D-COMPL.
           MOVE EO-BAIRRO         TO WA-MD-D-BAIRRO.
           MOVE EO-MUNICIPIO      TO WA-MD-D-MUNICIPIO.
           MOVE EO-UF             TO WA-MD-D-UF.
           MOVE EO-CNPJ           TO WA-MD-D-CNPJ.
           MOVE WS-MD-DETALHE     TO MALA-REC.
           WRITE MALA-REC.

       RT06C-DESCARREGA-FOLHA.
           PERFORM VARYING WN-IDX-LINHA FROM 1 BY 1
                   UNTIL WN-IDX-LINHA > 4
               MOVE WA-FOLHA-LINHA(WN-IDX-LINHA) TO ETIQUETA-REC
               WRITE ETIQUETA-REC
           END-PERFORM.
           MOVE SPACES TO ETIQUETA-REC.
           WRITE ETIQUETA-REC.
           MOVE SPACES TO WS-FOLHA.
           MOVE ZEROS  TO WN-ETIQ-COLUNA.

           COPY SNAPP.

           COPY CNAETABP.

           COPY MASCARAP.

           COPY AUDITP.
