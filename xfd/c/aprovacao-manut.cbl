       IDENTIFICATION DIVISION.
       PROGRAM-ID.      APROVACAO-MANUT.
      *------------------------------------------------------------------------------*
      * SEGUNDA ETAPA DA APROVACAO EM DUAS ETAPAS. ATE AQUI QUALQUER OPERADOR COM A  *
      * OPCAO 8 DO MENU ALTERAVA OU EXCLUIA UM REGISTRO DO CNPJ-MASTER NA HORA, E A  *
      * OPCAO 28 APLICAVA UM CSV INTEIRO DO COMERCIAL NA BASE LOCAL E NO CACHE DE    *
      * UMA VEZ. AGORA O CNPJ-MANUT E O GO-FCO-IMPORTA SO PROPOEM (APROVACAO.DAT,    *
      * COPY APROVREC) E ESTA TELA, RESTRITA A SUPERVISOR, LISTA CADA PROPOSTA       *
      * PENDENTE - QUEM PROPOS, QUANDO, O VALOR ANTES E DEPOIS E O MOTIVO - PARA     *
      * (A)PROVAR, (R)EJEITAR OU (D)EIXAR PENDENTE. QUEM PROPOS NAO DECIDE A         *
      * PROPRIA PROPOSTA. SO A APROVACAO APLICA:                                     *
      *   ALTERACAO: REGRAVA O CAMPO NO CNPJ-MASTER COM HISTORICO (COPY CNPJHP) E    *
      *     FONTE MANUAL (COPY CNPJFP), SE O CAMPO AINDA TEM O VALOR DA PROPOSTA;    *
      *   EXCLUSAO.: APAGA O REGISTRO E A FONTE DOS CAMPOS;                          *
      *   LOTE.....: CHAMA O GO-FCO-IMPORTA COM O LOTE VALIDADO (GO-IMPORTA-LOTE)    *
      *     E QUEM PROPOS (GO-IMPORTA-MAKER) NO AMBIENTE.                            *
      * A DECISAO FICA NA PROPRIA PROPOSTA (AP-CHECKER, DATA/HORA, MOTIVO) E NO      *
      * AUDIT.LOG: O AU-OPERADOR E QUEM APROVOU E O AU-RESULTADO TRAZ QUEM PROPOS    *
      * ("MAKER=..."). PROPOSTA QUE NAO PODE MAIS SER APLICADA (REGISTRO EXCLUIDO    *
      * OU CAMPO JA MUDADO POR OUTRO CAMINHO) E REJEITADA COM O MOTIVO.              *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - TIPO "R" - RESTAURACAO DO REGISTRO A UMA    *
      *             DATA PASSADA (CNPJ-RESTAURA): MOSTRA OS CAMPOS QUE VOLTAM E,     *
      *             APROVADA, REGRAVA O REGISTRO RECONSTRUIDO SE ELE NAO MUDOU DESDE *
      *             A PROPOSTA, COM HISTORICO, FONTE MANUAL E AUDIT.LOG.             *
      * ALTERACAO.: 15/10/2026 - BUENO - LOTE ("I"): A TELA MOSTRA CADA LINHA DO     *
      *             LOTE - CNPJ, NOME/CIDADE/UF ATUAIS NO CNPJ-MASTER E O VALOR      *
      *             PROPOSTO - PAGINADO, ANTES DA DECISAO. NA APROVACAO O SHA-256 DO *
      *             LOTE E RECALCULADO (COPY APROVLTAB/APROVLP) E TEM QUE BATER COM  *
      *             O DA PROPOSTA, SENAO A PROPOSTA E REJEITADA; E O LOTE SO E DADO  *
      *             POR APLICADO COM RETURN-CODE 0 DO GO-FCO-IMPORTA - FORA ISSO     *
      *             CONTINUA PENDENTE COM O MOTIVO.                                  *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APROVACAO-FILE
               ASSIGN TO "APROVACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CHAVE
               FILE STATUS IS WA-FS-APROV.

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

           SELECT DIVERGE-FONTE-FILE
               ASSIGN TO WA-ARQ-DIVERGE-FONTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-DIVERGE-FONTE.

           SELECT LOTE-APROV-FILE
               ASSIGN TO WA-ARQ-LOTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-LOTE.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO WA-ARQ-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
       FD  APROVACAO-FILE.
           COPY APROVREC.

       FD  CNPJ-MASTER-FILE.
           COPY CNPJREC.

       FD  CNPJ-HISTORY-FILE.
           COPY CNPJHREC.

       FD  CNPJ-FONTE-FILE.
           COPY CNPJFREC.

       FD  DIVERGE-FONTE-FILE.
       01  DIVERGE-FONTE-REC           PIC X(300).

       FD  LOTE-APROV-FILE.
       01  LOTE-APROV-REC              PIC X(200).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  WA-FS-MASTER                PIC X(002)          VALUE "00".
       77  WA-FS-HIST                  PIC X(002)          VALUE "00".
       77  WA-FS-LOTE                  PIC X(002)          VALUE "00".
       77  WA-ARQ-LOTE                 PIC X(100)          VALUE SPACES.
       77  WA-MASTER-ANTERIOR          PIC X(1063)         VALUE SPACES.
       77  WA-EOF-APROV                PIC X(001)          VALUE "N".
       77  WA-SAIR-APROV               PIC X(001)          VALUE "N".
       77  WA-OPCAO-APROV              PIC X(001)          VALUE SPACES.
       77  WA-OPCAO-OK                 PIC X(001)          VALUE "N".
      * RESULTADO DA APLICACAO: "S" APLICADA, "N" NAO PODE MAIS SER
      * APLICADA (VAI REJEITADA), "P" FICA PENDENTE (ARQUIVO OCUPADO).
       77  WA-APLICOU                  PIC X(001)          VALUE "N".
       77  WA-MOTIVO-DECISAO           PIC X(060)          VALUE SPACES.
       77  WA-TIPO-DESC                PIC X(010)          VALUE SPACES.
       77  WN-QTDE-PENDENTES           PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-APROVADAS           PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-REJEITADAS          PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-PROPRIAS            PIC 9(005)          VALUE ZEROS.
       77  WA-PAUSA                    PIC X(001)          VALUE SPACES.

      * LISTAGEM DAS LINHAS DO LOTE NA TELA DA PROPOSTA.
       77  WA-EOF-LOTE                 PIC X(001)          VALUE "N".
       77  WA-MASTER-LISTA             PIC X(001)          VALUE "N".
       77  WA-CONTINUA                 PIC X(001)          VALUE SPACES.
       77  WN-QTDE-PAGINA              PIC 9(003)          VALUE ZEROS.
       77  WN-TAM-PAGINA               PIC 9(003)          VALUE 20.
       77  WN-LINHA-LOTE               PIC 9(005)          VALUE ZEROS.
       77  WA-LOTE-CNPJ                PIC X(020)          VALUE SPACES.
       77  WA-LOTE-NOME                PIC X(060)          VALUE SPACES.
       77  WA-LOTE-CIDADE              PIC X(060)          VALUE SPACES.
       77  WA-LOTE-UF                  PIC X(005)          VALUE SPACES.
       77  WN-RC-IMPORTA               PIC S9(009)         VALUE ZEROS.
       77  WA-RC-EDITADO               PIC -ZZ9            VALUE ZEROS.

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-FS-AUDIT                 PIC X(002)          VALUE "00".
       77  WA-AU-DATA                  PIC 9(008).
       77  WA-AU-HORA                  PIC 9(006).
       77  WA-AU-PROGRAM-ID            PIC X(020)
               VALUE "APROVACAO-MANUT".
       77  WA-AU-EVENTO                PIC X(010)          VALUE SPACES.
       77  WA-AU-ENTRADA               PIC X(030)          VALUE SPACES.
       77  WA-AU-RESULTADO             PIC X(020)          VALUE SPACES.
       77  WA-AU-OPERADOR              PIC X(008)          VALUE SPACES.

           COPY CNPJHTAB.

           COPY CNPJFTAB.

           COPY APROVTAB.

           COPY APROVLTAB.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           MOVE "INICIO"   TO WA-AU-EVENTO.
           MOVE SPACES     TO WA-AU-ENTRADA.
           MOVE SPACES     TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

      * O MENU JA RESTRINGE A OPCAO; A TELA CONFERE DE NOVO PORQUE A
      * PERMISSAO DO MENU PODE SER REDEFINIDA NO MENU-PERMISSOES.TXT.
           PERFORM LE-OPERADOR-APROV.
           IF  APT-PERFIL NOT = "S"
               DISPLAY "APROVACAO RESTRITA A SUPERVISOR - OPERADOR "
                       FUNCTION TRIM(APT-OPERADOR) " SEM PERFIL."
               MOVE "APROVACAO"     TO WA-AU-EVENTO
               MOVE APT-OPERADOR    TO WA-AU-ENTRADA
               MOVE "SEM-PERFIL"    TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               ACCEPT WA-PAUSA
               GOBACK
           END-IF.

           OPEN I-O APROVACAO-FILE.
           IF  WA-FS-APROV NOT = "00"
               DISPLAY "NENHUMA PROPOSTA AGUARDANDO APROVACAO."
               MOVE "APROVACAO"     TO WA-AU-EVENTO
               MOVE "SEM-ARQUIVO"   TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               ACCEPT WA-PAUSA
               GOBACK
           END-IF.

           MOVE LOW-VALUES TO AP-CHAVE.
           START APROVACAO-FILE
               KEY IS NOT LESS THAN AP-CHAVE
               INVALID KEY
                   MOVE "S" TO WA-EOF-APROV
           END-START.

           PERFORM UNTIL WA-EOF-APROV = "S" OR WA-SAIR-APROV = "S"
               READ APROVACAO-FILE NEXT RECORD
                   AT END MOVE "S" TO WA-EOF-APROV
               END-READ
               IF  WA-EOF-APROV NOT = "S"
                   AND AP-SITUACAO = "P"
                   PERFORM RT01-00-DECIDE-PROPOSTA
               END-IF
           END-PERFORM.

           CLOSE APROVACAO-FILE.

           DISPLAY "Propostas pendentes vistas: " WN-QTDE-PENDENTES.
           DISPLAY "Aprovadas e aplicadas.....: " WN-QTDE-APROVADAS.
           DISPLAY "Rejeitadas................: " WN-QTDE-REJEITADAS.
           DISPLAY "Proprias (outro decide)...: " WN-QTDE-PROPRIAS.

           MOVE "APROVACAO"        TO WA-AU-EVENTO.
           MOVE WN-QTDE-PENDENTES  TO WA-AU-ENTRADA.
           MOVE WN-QTDE-APROVADAS  TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

           ACCEPT WA-PAUSA.
           GOBACK.

      *---------------------------------------------------------------*
      * MOSTRA UMA PROPOSTA PENDENTE E PEDE A DECISAO. A PROPOSTA DO  *
      * PROPRIO OPERADOR E SO MOSTRADA - QUEM DECIDE E OUTRO.         *
      *---------------------------------------------------------------*
       RT01-00-DECIDE-PROPOSTA.
           ADD 1 TO WN-QTDE-PENDENTES.
           PERFORM RT01A-MOSTRA-PROPOSTA.

           IF  AP-MAKER = APT-OPERADOR
               DISPLAY "PROPOSTA FEITA POR VOCE - SO OUTRO SUPERVISOR "
                       "PODE DECIDI-LA."
               ADD 1 TO WN-QTDE-PROPRIAS
           ELSE
               MOVE "N" TO WA-OPCAO-OK
               PERFORM UNTIL WA-OPCAO-OK = "S"
                   DISPLAY "(A)prova  (R)ejeita  (D)eixa pendente  "
                           "(S)air ? " WITH NO ADVANCING
                   ACCEPT WA-OPCAO-APROV
                   MOVE FUNCTION UPPER-CASE(WA-OPCAO-APROV)
                       TO WA-OPCAO-APROV
                   MOVE "S" TO WA-OPCAO-OK
                   EVALUATE WA-OPCAO-APROV
                       WHEN "A"
                           PERFORM RT02-00-APLICA-PROPOSTA
                       WHEN "R"
                           PERFORM RT01B-REJEITA-PROPOSTA
                       WHEN "D"
                           CONTINUE
                       WHEN "S"
                           MOVE "S" TO WA-SAIR-APROV
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA - DIGITE A, R, D "
                                   "OU S."
                           MOVE "N" TO WA-OPCAO-OK
                   END-EVALUATE
               END-PERFORM
           END-IF.

       RT01A-MOSTRA-PROPOSTA.
           EVALUATE AP-TIPO
               WHEN "A"
                   MOVE "ALTERACAO" TO WA-TIPO-DESC
               WHEN "X"
                   MOVE "EXCLUSAO"  TO WA-TIPO-DESC
               WHEN "R"
                   MOVE "RESTAURA"  TO WA-TIPO-DESC
               WHEN OTHER
                   MOVE "LOTE"      TO WA-TIPO-DESC
           END-EVALUATE.

           DISPLAY " ".
           DISPLAY "PROPOSTA " AP-DATA-PROPOSTA "-" AP-HORA-PROPOSTA
                   "-" AP-SEQ " - " WA-TIPO-DESC.
           DISPLAY "  PROPOSTA POR..: " AP-MAKER.
           IF  AP-TIPO = "I"
               DISPLAY "  ARQUIVO ORIG.: "
                       FUNCTION TRIM(AP-VALOR-ANTERIOR)
               DISPLAY "  LOTE.........: " FUNCTION TRIM(AP-ARQUIVO)
                       " (" AP-QTDE-LINHAS " LINHAS)"
               PERFORM RT01D-MOSTRA-LOTE
           ELSE
           IF  AP-TIPO = "R"
               DISPLAY "  CNPJ.........: " AP-CNPJ
               DISPLAY "  RESTAURA A...: " AP-VALOR-NOVO
               PERFORM RT01C-MOSTRA-CAMPO-RESTAURA
                   VARYING CHT-IDX FROM 1 BY 1
                   UNTIL CHT-IDX > 18
           ELSE
               DISPLAY "  CNPJ.........: " AP-CNPJ
               DISPLAY "  CAMPO........: " AP-NOME-CAMPO
               DISPLAY "  ANTES........: " AP-VALOR-ANTERIOR
               DISPLAY "  DEPOIS.......: " AP-VALOR-NOVO
           END-IF
           END-IF.
           DISPLAY "  MOTIVO.......: " AP-MOTIVO.

       RT01C-MOSTRA-CAMPO-RESTAURA.
           PERFORM CALCULA-OFFSET-CAMPO.
           IF  AP-IMAGEM-ANTERIOR(CHT-OFFSET:CHT-TAM)
               NOT = AP-IMAGEM-NOVA(CHT-OFFSET:CHT-TAM)
               DISPLAY "  " CHT-NOME-CAMPO(CHT-IDX)
               DISPLAY "    ATUAL......: "
                       AP-IMAGEM-ANTERIOR(CHT-OFFSET:CHT-TAM)
               DISPLAY "    VOLTA A....: "
                       AP-IMAGEM-NOVA(CHT-OFFSET:CHT-TAM)
           END-IF.

      *---------------------------------------------------------------*
      * CADA LINHA DO LOTE: O CNPJ, O QUE ESTA HOJE NO CNPJ-MASTER E  *
      * O QUE A CORRECAO GRAVA - O SUPERVISOR VE O QUE APROVA. CNPJ   *
      * FORA DO CACHE SO VAI PARA A BASE LOCAL.                       *
      *---------------------------------------------------------------*
       RT01D-MOSTRA-LOTE.
           MOVE AP-ARQUIVO TO WA-ARQ-LOTE.
           OPEN INPUT LOTE-APROV-FILE.
           IF  WA-FS-LOTE NOT = "00"
               DISPLAY "  (ARQUIVO DO LOTE NAO ENCONTRADO)"
           ELSE
               MOVE "N" TO WA-MASTER-LISTA
               OPEN INPUT CNPJ-MASTER-FILE
               IF  WA-FS-MASTER = "00"
                   MOVE "S" TO WA-MASTER-LISTA
               END-IF
               MOVE ZEROS TO WN-QTDE-PAGINA WN-LINHA-LOTE
               MOVE "N"   TO WA-EOF-LOTE
               PERFORM UNTIL WA-EOF-LOTE = "S"
                   READ LOTE-APROV-FILE
                       AT END MOVE "S" TO WA-EOF-LOTE
                   END-READ
                   IF  WA-EOF-LOTE NOT = "S"
                       AND LOTE-APROV-REC NOT = SPACES
                       PERFORM RT01E-MOSTRA-LINHA-LOTE
                   END-IF
               END-PERFORM
               IF  WA-MASTER-LISTA = "S"
                   CLOSE CNPJ-MASTER-FILE
               END-IF
               CLOSE LOTE-APROV-FILE
           END-IF.

       RT01E-MOSTRA-LINHA-LOTE.
           MOVE SPACES TO WA-LOTE-CNPJ WA-LOTE-NOME WA-LOTE-CIDADE
                          WA-LOTE-UF.
           UNSTRING LOTE-APROV-REC DELIMITED BY "," INTO
               WA-LOTE-CNPJ
               WA-LOTE-NOME
               WA-LOTE-CIDADE
               WA-LOTE-UF
           END-UNSTRING.
           ADD 1 TO WN-LINHA-LOTE.
           DISPLAY "  " WN-LINHA-LOTE " CNPJ " WA-LOTE-CNPJ(1:14).
           IF  WA-MASTER-LISTA NOT = "S"
               DISPLAY "    ATUAL....: (CNPJ-MASTER INDISPONIVEL, FILE "
                       "STATUS " WA-FS-MASTER ")"
           ELSE
               MOVE WA-LOTE-CNPJ(1:14) TO CM-CNPJ
               READ CNPJ-MASTER-FILE
                   KEY IS CM-CNPJ
                   INVALID KEY
                       DISPLAY "    ATUAL....: (FORA DO CNPJ-MASTER - "
                               "SO A BASE LOCAL)"
                   NOT INVALID KEY
                       DISPLAY "    ATUAL....: "
                               CM-NOME-EMPRESARIAL(1:40) " "
                               CM-ENDERECO-MUNICIPIO(1:20) "/"
                               CM-ENDERECO-UF(1:2)
               END-READ
           END-IF.
           DISPLAY "    PROPOSTO.: " WA-LOTE-NOME(1:40) " "
                   WA-LOTE-CIDADE(1:20) "/"
                   FUNCTION UPPER-CASE(WA-LOTE-UF(1:2)).
           ADD 3 TO WN-QTDE-PAGINA.
           IF  WN-QTDE-PAGINA >= WN-TAM-PAGINA
               DISPLAY "-- ENTER continua, S para parar -- "
                   WITH NO ADVANCING
               ACCEPT WA-CONTINUA
               IF  FUNCTION UPPER-CASE(WA-CONTINUA) = "S"
                   MOVE "S" TO WA-EOF-LOTE
               END-IF
               MOVE ZEROS TO WN-QTDE-PAGINA
           END-IF.

       RT01B-REJEITA-PROPOSTA.
           DISPLAY "Motivo da rejeicao: " WITH NO ADVANCING.
           MOVE SPACES TO WA-MOTIVO-DECISAO.
           ACCEPT WA-MOTIVO-DECISAO.
           MOVE "R" TO AP-SITUACAO.
           PERFORM RT04-00-GRAVA-DECISAO.
           ADD 1 TO WN-QTDE-REJEITADAS.
           DISPLAY "PROPOSTA REJEITADA - NADA FOI APLICADO.".

      *---------------------------------------------------------------*
      * APLICA A PROPOSTA APROVADA. SE ELA NAO PODE MAIS SER APLICADA *
      * (REGISTRO SUMIU, CAMPO MUDOU), VAI REJEITADA COM O MOTIVO; SE *
      * O CNPJ-MASTER ESTA OCUPADO, FICA PENDENTE PARA OUTRA SESSAO.  *
      *---------------------------------------------------------------*
       RT02-00-APLICA-PROPOSTA.
           MOVE "N"    TO WA-APLICOU.
           MOVE SPACES TO WA-MOTIVO-DECISAO.

           EVALUATE AP-TIPO
               WHEN "A"
                   PERFORM RT02A-APLICA-ALTERACAO
               WHEN "X"
                   PERFORM RT02B-APLICA-EXCLUSAO
               WHEN "I"
                   PERFORM RT02C-APLICA-LOTE
               WHEN "R"
                   PERFORM RT02E-APLICA-RESTAURACAO
           END-EVALUATE.

           EVALUATE WA-APLICOU
               WHEN "S"
                   MOVE "A" TO AP-SITUACAO
                   PERFORM RT04-00-GRAVA-DECISAO
                   ADD 1 TO WN-QTDE-APROVADAS
                   DISPLAY "PROPOSTA APROVADA E APLICADA."
               WHEN "N"
                   MOVE "R" TO AP-SITUACAO
                   PERFORM RT04-00-GRAVA-DECISAO
                   ADD 1 TO WN-QTDE-REJEITADAS
                   DISPLAY "PROPOSTA NAO PODE SER APLICADA ("
                           FUNCTION TRIM(WA-MOTIVO-DECISAO)
                           ") - REJEITADA."
               WHEN OTHER
                   DISPLAY "PROPOSTA CONTINUA PENDENTE ("
                           FUNCTION TRIM(WA-MOTIVO-DECISAO) ")."
           END-EVALUATE.

       RT02A-APLICA-ALTERACAO.
           PERFORM RT03-00-ABRE-MASTER.
           IF  WA-APLICOU NOT = "P"
               MOVE AP-CNPJ TO CM-CNPJ
               READ CNPJ-MASTER-FILE
                   KEY IS CM-CNPJ
                   INVALID KEY
                       MOVE "CNPJ NAO ESTA MAIS NO CNPJ-MASTER"
                           TO WA-MOTIVO-DECISAO
                   NOT INVALID KEY
                       PERFORM RT02D-REGRAVA-CAMPO
               END-READ
               CLOSE CNPJ-MASTER-FILE
           END-IF.

      * O CAMPO TEM QUE ESTAR COMO ESTAVA NA PROPOSTA - SE UM REFRESH
      * OU OUTRA APROVACAO O MUDOU, O SUPERVISOR APROVARIA UMA TROCA
      * QUE NAO VIU.
       RT02D-REGRAVA-CAMPO.
           MOVE AP-CAMPO TO APT-CAMPO.
           PERFORM CALCULA-OFFSET-MANUT.
           IF  CNPJ-MASTER-REC(APT-OFFSET:APT-TAM)
               NOT = AP-VALOR-ANTERIOR(1:APT-TAM)
               MOVE "CAMPO MUDOU DEPOIS DA PROPOSTA"
                   TO WA-MOTIVO-DECISAO
           ELSE
               MOVE CNPJ-MASTER-REC TO WA-MASTER-ANTERIOR
               MOVE AP-VALOR-NOVO(1:APT-TAM)
                   TO CNPJ-MASTER-REC(APT-OFFSET:APT-TAM)
               MOVE "M" TO CHT-FONTE
               PERFORM GRAVA-HISTORICO
               REWRITE CNPJ-MASTER-REC
                   INVALID KEY
                       MOVE "P" TO WA-APLICOU
                       MOVE "ERRO AO REGRAVAR O CNPJ-MASTER"
                           TO WA-MOTIVO-DECISAO
                   NOT INVALID KEY
                       MOVE "S" TO WA-APLICOU
                       PERFORM REGISTRA-FONTE-CAMPOS
                       MOVE "ALTERA"  TO WA-AU-EVENTO
                       MOVE CM-CNPJ   TO WA-AU-ENTRADA
                       PERFORM RT04A-RESULTADO-MAKER
                       PERFORM GRAVA-AUDITORIA
               END-REWRITE
           END-IF.

       RT02B-APLICA-EXCLUSAO.
           PERFORM RT03-00-ABRE-MASTER.
           IF  WA-APLICOU NOT = "P"
               MOVE AP-CNPJ TO CM-CNPJ
               READ CNPJ-MASTER-FILE
                   KEY IS CM-CNPJ
                   INVALID KEY
                       MOVE "CNPJ NAO ESTA MAIS NO CNPJ-MASTER"
                           TO WA-MOTIVO-DECISAO
                   NOT INVALID KEY
                       DELETE CNPJ-MASTER-FILE
                           INVALID KEY
                               MOVE "P" TO WA-APLICOU
                               MOVE "ERRO AO EXCLUIR DO CNPJ-MASTER"
                                   TO WA-MOTIVO-DECISAO
                           NOT INVALID KEY
                               MOVE "S" TO WA-APLICOU
                               PERFORM EXCLUI-FONTE-CAMPOS
                               MOVE "EXCLUI"  TO WA-AU-EVENTO
                               MOVE CM-CNPJ   TO WA-AU-ENTRADA
                               PERFORM RT04A-RESULTADO-MAKER
                               PERFORM GRAVA-AUDITORIA
                       END-DELETE
               END-READ
               CLOSE CNPJ-MASTER-FILE
           END-IF.

      * O LOTE E APLICADO PELO PROPRIO GO-FCO-IMPORTA, QUE REVALIDA
      * CADA LINHA; O CANCEL GARANTE QUE ELE COMECE LIMPO MESMO SE JA
      * FOI CHAMADO NESTA SESSAO DO MENU. O LOTE TEM QUE SER O MESMO
      * DA PROPOSTA (SHA-256 GUARDADO EM AP-IMAGEM-NOVA) E SO CONTA
      * COMO APLICADO COM RETURN-CODE 0 - SEM O LOTE, SEM A .SO DA BD
      * OU SEM O CNPJ-MASTER O GO-FCO-IMPORTA VOLTA SEM APLICAR NADA.
       RT02C-APLICA-LOTE.
           MOVE AP-ARQUIVO TO WA-ARQ-LOTE.
           PERFORM CALCULA-HASH-LOTE.
           IF  APL-HASH = SPACES
               MOVE "ARQUIVO DO LOTE NAO ENCONTRADO"
                   TO WA-MOTIVO-DECISAO
           ELSE
           IF  APL-HASH NOT = AP-IMAGEM-NOVA(1:64)
               MOVE "LOTE ALTERADO DEPOIS DA PROPOSTA"
                   TO WA-MOTIVO-DECISAO
           ELSE
               SET ENVIRONMENT "GO-IMPORTA-LOTE"  TO AP-ARQUIVO
               SET ENVIRONMENT "GO-IMPORTA-MAKER" TO AP-MAKER
               CANCEL "GO-FCO-IMPORTA"
               MOVE 0 TO RETURN-CODE
               CALL "GO-FCO-IMPORTA"
                   ON EXCEPTION
                       MOVE 99 TO RETURN-CODE
               END-CALL
               MOVE RETURN-CODE TO WN-RC-IMPORTA
               MOVE 0 TO RETURN-CODE
               CANCEL "GO-FCO-IMPORTA"
               SET ENVIRONMENT "GO-IMPORTA-LOTE"  TO SPACES
               SET ENVIRONMENT "GO-IMPORTA-MAKER" TO SPACES
               IF  WN-RC-IMPORTA = 0
                   MOVE "S" TO WA-APLICOU
                   MOVE "IMPORTA"       TO WA-AU-EVENTO
                   MOVE AP-ARQUIVO      TO WA-AU-ENTRADA
                   PERFORM RT04A-RESULTADO-MAKER
                   PERFORM GRAVA-AUDITORIA
               ELSE
                   MOVE "P" TO WA-APLICOU
                   MOVE SPACES TO WA-MOTIVO-DECISAO
                   IF  WN-RC-IMPORTA = 99
                       MOVE "GO-FCO-IMPORTA NAO CARREGA - NADA APLICADO"
                           TO WA-MOTIVO-DECISAO
                   ELSE
                       MOVE WN-RC-IMPORTA TO WA-RC-EDITADO
                       STRING "GO-FCO-IMPORTA NAO APLICOU O LOTE (RC="
                              FUNCTION TRIM(WA-RC-EDITADO)
                              ") - VER AUDIT.LOG"
                           DELIMITED BY SIZE INTO WA-MOTIVO-DECISAO
                       END-STRING
                   END-IF
               END-IF
           END-IF
           END-IF.

       RT02E-APLICA-RESTAURACAO.
           PERFORM RT03-00-ABRE-MASTER.
           IF  WA-APLICOU NOT = "P"
               MOVE AP-CNPJ TO CM-CNPJ
               READ CNPJ-MASTER-FILE
                   KEY IS CM-CNPJ
                   INVALID KEY
                       MOVE "CNPJ NAO ESTA MAIS NO CNPJ-MASTER"
                           TO WA-MOTIVO-DECISAO
                   NOT INVALID KEY
                       PERFORM RT02F-REGRAVA-RESTAURACAO
               END-READ
               CLOSE CNPJ-MASTER-FILE
           END-IF.

      * A POSICAO FOI MONTADA SOBRE O REGISTRO DA HORA DA PROPOSTA; SE
      * UM REFRESH OU OUTRA CORRECAO MUDOU ALGUM CAMPO DESDE ENTAO, A
      * RESTAURACAO APAGARIA UMA MUDANCA QUE O SUPERVISOR NAO VIU. A
      * DATA DA ULTIMA CONSULTA E A MARCA DE INTAKE FICAM COMO ESTAO.
       RT02F-REGRAVA-RESTAURACAO.
           IF  CNPJ-MASTER-REC(1:1054) NOT = AP-IMAGEM-ANTERIOR(1:1054)
               MOVE "REGISTRO MUDOU DEPOIS DA PROPOSTA"
                   TO WA-MOTIVO-DECISAO
           ELSE
               MOVE CNPJ-MASTER-REC TO WA-MASTER-ANTERIOR
               MOVE AP-IMAGEM-NOVA(15:1040)
                   TO CNPJ-MASTER-REC(15:1040)
               MOVE "M" TO CHT-FONTE
               PERFORM GRAVA-HISTORICO
               REWRITE CNPJ-MASTER-REC
                   INVALID KEY
                       MOVE "P" TO WA-APLICOU
                       MOVE "ERRO AO REGRAVAR O CNPJ-MASTER"
                           TO WA-MOTIVO-DECISAO
                   NOT INVALID KEY
                       MOVE "S" TO WA-APLICOU
                       PERFORM REGISTRA-FONTE-CAMPOS
                       MOVE "RESTAURA" TO WA-AU-EVENTO
                       MOVE SPACES     TO WA-AU-ENTRADA
                       STRING CM-CNPJ " " AP-VALOR-NOVO(12:8)
                           DELIMITED BY SIZE INTO WA-AU-ENTRADA
                       END-STRING
                       PERFORM RT04A-RESULTADO-MAKER
                       PERFORM GRAVA-AUDITORIA
               END-REWRITE
           END-IF.

       RT03-00-ABRE-MASTER.
           OPEN I-O CNPJ-MASTER-FILE.
           IF  WA-FS-MASTER NOT = "00"
               MOVE "P" TO WA-APLICOU
               MOVE SPACES TO WA-MOTIVO-DECISAO
               STRING "CNPJ-MASTER INDISPONIVEL, FILE STATUS "
                      WA-FS-MASTER DELIMITED BY SIZE
                      INTO WA-MOTIVO-DECISAO
               END-STRING
           END-IF.

      *---------------------------------------------------------------*
      * REGISTRA A DECISAO NA PROPRIA PROPOSTA E NO AUDIT.LOG (O      *
      * AU-OPERADOR E QUEM DECIDIU; O AU-RESULTADO, QUEM PROPOS).     *
      *---------------------------------------------------------------*
       RT04-00-GRAVA-DECISAO.
           MOVE APT-OPERADOR      TO AP-CHECKER.
           ACCEPT AP-DATA-DECISAO FROM DATE YYYYMMDD.
           ACCEPT AP-HORA-DECISAO FROM TIME.
           MOVE WA-MOTIVO-DECISAO TO AP-MOTIVO-DECISAO.
           REWRITE APROVACAO-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR A PROPOSTA (FILE STATUS "
                           WA-FS-APROV ")."
           END-REWRITE.

           IF  AP-SITUACAO = "A"
               MOVE "APROVA"  TO WA-AU-EVENTO
           ELSE
               MOVE "REJEITA" TO WA-AU-EVENTO
           END-IF.
           MOVE SPACES TO WA-AU-ENTRADA.
           STRING AP-DATA-PROPOSTA AP-HORA-PROPOSTA AP-TIPO " "
                  AP-CNPJ DELIMITED BY SIZE INTO WA-AU-ENTRADA
           END-STRING.
           PERFORM RT04A-RESULTADO-MAKER.
           PERFORM GRAVA-AUDITORIA.

       RT04A-RESULTADO-MAKER.
           MOVE SPACES TO WA-AU-RESULTADO.
           STRING "MAKER=" AP-MAKER
               DELIMITED BY SIZE INTO WA-AU-RESULTADO
           END-STRING.

           COPY CNPJHP.

           COPY CNPJFP.

           COPY APROVP.

           COPY APROVLP.

           COPY AUDITP.
