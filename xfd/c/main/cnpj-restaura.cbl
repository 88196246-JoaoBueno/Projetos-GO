       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CNPJ-RESTAURA.
      *------------------------------------------------------------------------------*
      * POSICAO DE UM REGISTRO DO CNPJ-MASTER EM UMA DATA PASSADA, RECONSTRUIDA A    *
      * PARTIR DO CNPJ-HISTORY.DAT. QUANDO UMA RESPOSTA RUIM DO SERPRO OU UMA        *
      * IMPORTACAO ERRADA DO COMERCIAL ESTRAGAVA UM REGISTRO, O UNICO CONSERTO ERA   *
      * REDIGITAR CAMPO A CAMPO NO CNPJ-MANUT. ESTE PROGRAMA PARTE DO REGISTRO       *
      * ATUAL E DESFAZ, DO MAIS NOVO PARA O MAIS ANTIGO, CADA MUDANCA GRAVADA DEPOIS *
      * DA DATA INFORMADA: PARA CADA CAMPO VALE O VALOR ANTERIOR DA PRIMEIRA         *
      * MUDANCA POSTERIOR A DATA. MOSTRA O ATUAL AO LADO DO RECONSTRUIDO (CONSOLE E  *
      * CNPJ-POSICAO.TXT) E TEM DOIS USOS:                                           *
      *   (C)ONSULTA.: SO A POSICAO "COMO ESTAVA EM" - NADA E GRAVADO (A PERGUNTA DO *
      *                JURIDICO: O QUE TINHAMOS NO CADASTRO QUANDO O CONTRATO FOI    *
      *                ASSINADO);                                                    *
      *   (R)ESTAURA.: CONFIRMADA, A RESTAURACAO VIRA UMA PROPOSTA NO APROVACAO.DAT  *
      *                (TIPO "R", COPY APROVP) E SO REGRAVA O CNPJ-MASTER QUANDO UM  *
      *                SUPERVISOR APROVA NO APROVACAO-MANUT - QUE GRAVA O HISTORICO  *
      *                DA VOLTA (COPY CNPJHP) E O AUDIT.LOG, COMO QUALQUER CORRECAO. *
      * O HISTORICO SO GUARDA OS 18 CAMPOS DO CNPJHTAB; DATA DA ULTIMA CONSULTA E    *
      * MARCA DE INTAKE FICAM COMO ESTAO.                                            *
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

           SELECT CNPJ-HISTORY-FILE
               ASSIGN TO "CNPJ-HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CHAVE
               FILE STATUS IS WA-FS-HIST.

           SELECT APROVACAO-FILE
               ASSIGN TO "APROVACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CHAVE
               FILE STATUS IS WA-FS-APROV.

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

       FD  CNPJ-HISTORY-FILE.
           COPY CNPJHREC.

       FD  APROVACAO-FILE.
           COPY APROVREC.

       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(200).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  WA-FS-MASTER                PIC X(002)          VALUE "00".
       77  WA-FS-HIST                  PIC X(002)          VALUE "00".
       77  WA-ARQ-RELATORIO            PIC X(100)          VALUE
               "CNPJ-POSICAO.TXT".
       77  WA-MASTER-ANTERIOR          PIC X(1063)         VALUE SPACES.
       77  WA-MASTER-RESTAURADO        PIC X(1063)         VALUE SPACES.
       77  WA-CNPJ-BUSCA               PIC X(014)          VALUE ZEROS.
       77  WN-DATA-ALVO                PIC 9(008)          VALUE ZEROS.
       77  WA-MODO                     PIC X(001)          VALUE SPACES.
       77  WA-CONFIRMA                 PIC X(001)          VALUE SPACES.
       77  WA-MOTIVO                   PIC X(060)          VALUE SPACES.
       77  WA-PARA-HIST                PIC X(001)          VALUE "N".
       77  WA-ACHOU-CAMPO              PIC X(001)          VALUE "N".
       77  WS-IDX-BUSCA                PIC 9(002)          VALUE ZEROS.
       01  WS-DESFEITOS-TAB.
           03  WS-DESFEITO OCCURS 18 TIMES
                                       PIC X(001).
       77  WN-QTDE-MUDANCAS            PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-DIFERENTES          PIC 9(002)          VALUE ZEROS.
       77  WA-LINHA                    PIC X(200)          VALUE SPACES.
       77  WA-PAUSA                    PIC X(001)          VALUE SPACES.

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-FS-AUDIT                 PIC X(002)          VALUE "00".
       77  WA-AU-DATA                  PIC 9(008).
       77  WA-AU-HORA                  PIC 9(006).
       77  WA-AU-PROGRAM-ID            PIC X(020) VALUE "CNPJ-RESTAURA".
       77  WA-AU-EVENTO                PIC X(010)          VALUE SPACES.
       77  WA-AU-ENTRADA               PIC X(030)          VALUE SPACES.
       77  WA-AU-RESULTADO             PIC X(020)          VALUE SPACES.
       77  WA-AU-OPERADOR              PIC X(008)          VALUE SPACES.

           COPY CNPJHTAB.

           COPY APROVTAB.

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

           OPEN INPUT CNPJ-MASTER-FILE.
           IF  WA-FS-MASTER NOT = "00"
               DISPLAY "CNPJ-MASTER.DAT NAO DISPONIVEL (FILE STATUS "
                       WA-FS-MASTER ") - NADA A CONSULTAR."
               MOVE "POSICAO"          TO WA-AU-EVENTO
               MOVE WA-FS-MASTER       TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               ACCEPT WA-PAUSA
               GOBACK
           END-IF.

           OPEN INPUT CNPJ-HISTORY-FILE.
           IF  WA-FS-HIST NOT = "00"
               DISPLAY "CNPJ-HISTORY.DAT NAO DISPONIVEL (FILE STATUS "
                       WA-FS-HIST ") - SEM HISTORICO NAO HA POSICAO "
                       "PASSADA."
               CLOSE CNPJ-MASTER-FILE
               MOVE "POSICAO"          TO WA-AU-EVENTO
               MOVE WA-FS-HIST         TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               ACCEPT WA-PAUSA
               GOBACK
           END-IF.

           DISPLAY "CNPJ: " WITH NO ADVANCING.
           MOVE ZEROS TO WA-CNPJ-BUSCA.
           ACCEPT WA-CNPJ-BUSCA.
           MOVE WA-CNPJ-BUSCA TO LNK-FCO
           PERFORM NORMALIZA-DOCUMENTO
           MOVE LNK-FCO TO WA-CNPJ-BUSCA

           MOVE WA-CNPJ-BUSCA TO CM-CNPJ.
           READ CNPJ-MASTER-FILE
               KEY IS CM-CNPJ
               INVALID KEY
                   DISPLAY "CNPJ " WA-CNPJ-BUSCA
                           " NAO ESTA NO CNPJ-MASTER."
                   CLOSE CNPJ-MASTER-FILE CNPJ-HISTORY-FILE
                   MOVE "POSICAO"       TO WA-AU-EVENTO
                   MOVE WA-CNPJ-BUSCA   TO WA-AU-ENTRADA
                   MOVE "NAO-ACHOU"     TO WA-AU-RESULTADO
                   PERFORM GRAVA-AUDITORIA
                   ACCEPT WA-PAUSA
                   GOBACK
           END-READ.

           DISPLAY "Posicao em (AAAAMMDD): " WITH NO ADVANCING.
           MOVE ZEROS TO WN-DATA-ALVO.
           ACCEPT WN-DATA-ALVO.
           IF  FUNCTION TEST-DATE-YYYYMMDD(WN-DATA-ALVO) NOT = ZEROS
               DISPLAY "DATA INVALIDA - NADA A FAZER."
               CLOSE CNPJ-MASTER-FILE CNPJ-HISTORY-FILE
               ACCEPT WA-PAUSA
               GOBACK
           END-IF.

           DISPLAY "(C)onsulta a posicao ou (R)estaura o registro? "
               WITH NO ADVANCING.
           MOVE SPACES TO WA-MODO.
           ACCEPT WA-MODO.
           MOVE FUNCTION UPPER-CASE(WA-MODO) TO WA-MODO.
           IF  WA-MODO NOT = "R"
               MOVE "C" TO WA-MODO
           END-IF.

           PERFORM RT01-00-MONTA-POSICAO.
           CLOSE CNPJ-MASTER-FILE CNPJ-HISTORY-FILE.

           OPEN OUTPUT REPORT-FILE.
           PERFORM RT02-00-COMPARA.
           CLOSE REPORT-FILE.

           IF  WA-MODO = "R"
               PERFORM RT03-00-PROPOE-RESTAURACAO
           ELSE
               MOVE "POSICAO"          TO WA-AU-EVENTO
               MOVE SPACES             TO WA-AU-ENTRADA
               STRING CM-CNPJ " " WN-DATA-ALVO
                   DELIMITED BY SIZE INTO WA-AU-ENTRADA
               END-STRING
               MOVE WN-QTDE-DIFERENTES TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
           END-IF.

           DISPLAY "Gravado em " FUNCTION TRIM(WA-ARQ-RELATORIO).
           ACCEPT WA-PAUSA.
           GOBACK.

      *---------------------------------------------------------------*
      * PARTE DO REGISTRO ATUAL E PERCORRE O HISTORICO DO CNPJ DEPOIS *
      * DA DATA ALVO (CHAVE CNPJ + DATA ALVO + 999999 POSICIONA NA    *
      * PRIMEIRA MUDANCA DO DIA SEGUINTE). EM ORDEM CRESCENTE, O      *
      * PRIMEIRO REGISTRO DE CADA CAMPO TRAZ O VALOR QUE VALIA NA     *
      * DATA ALVO; OS SEGUINTES DO MESMO CAMPO SAO IGNORADOS.         *
      *---------------------------------------------------------------*
       RT01-00-MONTA-POSICAO.
           MOVE CNPJ-MASTER-REC TO WA-MASTER-RESTAURADO.
           MOVE ZEROS           TO WN-QTDE-MUDANCAS.
           PERFORM VARYING CHT-IDX FROM 1 BY 1
                   UNTIL CHT-IDX > 18
               MOVE "N" TO WS-DESFEITO(CHT-IDX)
           END-PERFORM.

           MOVE CM-CNPJ      TO CH-CNPJ.
           MOVE WN-DATA-ALVO TO CH-DATA-REFRESH.
           MOVE 999999       TO CH-HORA-REFRESH.
           MOVE 99           TO CH-SEQ.
           MOVE "N"          TO WA-PARA-HIST.
           START CNPJ-HISTORY-FILE
               KEY IS NOT LESS THAN CH-CHAVE
               INVALID KEY
                   MOVE "S" TO WA-PARA-HIST
           END-START.

           PERFORM UNTIL WA-PARA-HIST = "S"
               READ CNPJ-HISTORY-FILE NEXT RECORD
                   AT END MOVE "S" TO WA-PARA-HIST
               END-READ
               IF  WA-PARA-HIST NOT = "S"
                   AND CH-CNPJ NOT = CM-CNPJ
                   MOVE "S" TO WA-PARA-HIST
               END-IF
               IF  WA-PARA-HIST NOT = "S"
                   ADD 1 TO WN-QTDE-MUDANCAS
                   PERFORM RT01A-DESFAZ-MUDANCA
               END-IF
           END-PERFORM.

       RT01A-DESFAZ-MUDANCA.
           MOVE "N" TO WA-ACHOU-CAMPO.
           PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                   UNTIL WS-IDX-BUSCA > 18 OR WA-ACHOU-CAMPO = "S"
               IF  CHT-NOME-CAMPO(WS-IDX-BUSCA) = CH-CAMPO
                   MOVE "S"          TO WA-ACHOU-CAMPO
                   MOVE WS-IDX-BUSCA TO CHT-IDX
               END-IF
           END-PERFORM.

           IF  WA-ACHOU-CAMPO = "S"
               AND WS-DESFEITO(CHT-IDX) = "N"
               PERFORM CALCULA-OFFSET-CAMPO
               MOVE CH-VALOR-ANTERIOR(1:CHT-TAM)
                   TO WA-MASTER-RESTAURADO(CHT-OFFSET:CHT-TAM)
               MOVE "S" TO WS-DESFEITO(CHT-IDX)
           END-IF.

      *---------------------------------------------------------------*
      * ATUAL X RECONSTRUIDO, CAMPO A CAMPO. CAMPO QUE DIFERE SAI COM *
      * "*" E AS DUAS VERSOES.                                        *
      *---------------------------------------------------------------*
       RT02-00-COMPARA.
           MOVE ZEROS TO WN-QTDE-DIFERENTES.

           MOVE SPACES TO WA-LINHA.
           STRING "CNPJ " CM-CNPJ " - ATUAL X POSICAO EM "
                  WN-DATA-ALVO " (" WN-QTDE-MUDANCAS
                  " MUDANCAS DESFEITAS)"
               DELIMITED BY SIZE INTO WA-LINHA
           END-STRING.
           PERFORM RT09-00-EMITE-LINHA.

           PERFORM RT02A-COMPARA-CAMPO
               VARYING CHT-IDX FROM 1 BY 1
               UNTIL CHT-IDX > 18.

           MOVE SPACES TO WA-LINHA.
           IF  WN-QTDE-DIFERENTES = ZEROS
               STRING "NENHUMA DIFERENCA - O REGISTRO ESTA COMO ESTAVA "
                      "EM " WN-DATA-ALVO "."
                   DELIMITED BY SIZE INTO WA-LINHA
               END-STRING
           ELSE
               STRING WN-QTDE-DIFERENTES " CAMPO(S) DIFERENTE(S)."
                   DELIMITED BY SIZE INTO WA-LINHA
               END-STRING
           END-IF.
           PERFORM RT09-00-EMITE-LINHA.

       RT02A-COMPARA-CAMPO.
           PERFORM CALCULA-OFFSET-CAMPO.
           MOVE SPACES TO WA-LINHA.
           IF  CNPJ-MASTER-REC(CHT-OFFSET:CHT-TAM)
               = WA-MASTER-RESTAURADO(CHT-OFFSET:CHT-TAM)
               STRING "  " CHT-NOME-CAMPO(CHT-IDX) " "
                      CNPJ-MASTER-REC(CHT-OFFSET:CHT-TAM)
                   DELIMITED BY SIZE INTO WA-LINHA
               END-STRING
               PERFORM RT09-00-EMITE-LINHA
           ELSE
               ADD 1 TO WN-QTDE-DIFERENTES
               STRING "* " CHT-NOME-CAMPO(CHT-IDX) " ATUAL.: "
                      CNPJ-MASTER-REC(CHT-OFFSET:CHT-TAM)
                   DELIMITED BY SIZE INTO WA-LINHA
               END-STRING
               PERFORM RT09-00-EMITE-LINHA
               MOVE SPACES TO WA-LINHA
               STRING "  " CHT-NOME-CAMPO(CHT-IDX) " EM DATA: "
                      WA-MASTER-RESTAURADO(CHT-OFFSET:CHT-TAM)
                   DELIMITED BY SIZE INTO WA-LINHA
               END-STRING
               PERFORM RT09-00-EMITE-LINHA
           END-IF.

      *---------------------------------------------------------------*
      * RESTAURACAO CONFIRMADA VIRA PROPOSTA PARA O SUPERVISOR, COM O *
      * REGISTRO ATUAL E O RECONSTRUIDO (APROVACAO-MANUT APLICA).     *
      *---------------------------------------------------------------*
       RT03-00-PROPOE-RESTAURACAO.
           IF  WN-QTDE-DIFERENTES = ZEROS
               DISPLAY "NADA A RESTAURAR."
           ELSE
               DISPLAY "Confirma a restauracao para a posicao de "
                       WN-DATA-ALVO " (S/N)? " WITH NO ADVANCING
               MOVE SPACES TO WA-CONFIRMA
               ACCEPT WA-CONFIRMA
               IF  FUNCTION UPPER-CASE(WA-CONFIRMA) NOT = "S"
                   DISPLAY "RESTAURACAO CANCELADA."
               ELSE
                   DISPLAY "Motivo (obrigatorio): " WITH NO ADVANCING
                   MOVE SPACES TO WA-MOTIVO
                   ACCEPT WA-MOTIVO
                   IF  WA-MOTIVO = SPACES
                       DISPLAY "SEM MOTIVO NAO HA PROPOSTA - "
                               "RESTAURACAO CANCELADA."
                   ELSE
                       PERFORM RT03A-GRAVA-PROPOSTA
                   END-IF
               END-IF
           END-IF.

       RT03A-GRAVA-PROPOSTA.
           MOVE SPACES               TO APROVACAO-REC.
           MOVE "R"                  TO AP-TIPO.
           MOVE CM-CNPJ              TO AP-CNPJ.
           MOVE ZEROS                TO AP-CAMPO.
           MOVE "RESTAURACAO"        TO AP-NOME-CAMPO.
           MOVE "REGISTRO ATUAL"     TO AP-VALOR-ANTERIOR.
           STRING "POSICAO DE " WN-DATA-ALVO
               DELIMITED BY SIZE INTO AP-VALOR-NOVO
           END-STRING.
           MOVE WN-QTDE-DIFERENTES   TO AP-QTDE-LINHAS.
           MOVE WA-MOTIVO            TO AP-MOTIVO.
           MOVE CNPJ-MASTER-REC      TO AP-IMAGEM-ANTERIOR.
           MOVE WA-MASTER-RESTAURADO TO AP-IMAGEM-NOVA.
           PERFORM GRAVA-PROPOSTA.

           IF  APT-GRAVOU = "S"
               DISPLAY "RESTAURACAO ENVIADA PARA APROVACAO - O "
                       "CNPJ-MASTER SO MUDA DEPOIS QUE UM SUPERVISOR "
                       "APROVAR (MENU, OPCAO 40)."
               MOVE "PROPOE"        TO WA-AU-EVENTO
               MOVE SPACES          TO WA-AU-ENTRADA
               STRING CM-CNPJ " " WN-DATA-ALVO
                   DELIMITED BY SIZE INTO WA-AU-ENTRADA
               END-STRING
               MOVE "RESTAURA"      TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
           ELSE
               DISPLAY "ERRO AO GRAVAR A PROPOSTA (FILE STATUS "
                       WA-FS-APROV ") - NADA RESTAURADO."
           END-IF.

       RT09-00-EMITE-LINHA.
           DISPLAY FUNCTION TRIM(WA-LINHA TRAILING).
           MOVE WA-LINHA TO REPORT-REC.
           WRITE REPORT-REC.

           COPY CNPJHP.

           COPY APROVP.

           COPY AUDITP.

           COPY CNPJVALP.

           COPY CPFVALP.
