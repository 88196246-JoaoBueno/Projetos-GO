      *             DEIXA RASTRO NO CNPJ-HIST-REL E CHEGA AO PORTAL PELA             *
      *             EXPORTACAO INCREMENTAL DO GO-FCO-JSON, QUE LE O HISTORICO        *
      *             COMO SEGUNDA FONTE DE MUDANCA.                                   *
      * ALTERACAO.: 15/10/2026 - BUENO - CONTROLE DE FONTE POR CAMPO (COPY           *
      *             CNPJFTAB/CNPJFREC/CNPJFP): O CAMPO ALTERADO AQUI FICA COM FONTE  *
      *             MANUAL E DATA NO CNPJ-FONTE.DAT, PROTEGIDO CONTRA O PROXIMO      *
      *             REFRESH DO SERPRO; O HISTORICO REGISTRA A FONTE. NOVA OPCAO (F)  *
      *             MOSTRA A FONTE DE CADA CAMPO E LIBERA UM CAMPO CORRIGIDO PARA O  *
      *             SERPRO. A EXCLUSAO APAGA TAMBEM O REGISTRO DE FONTE.             *
      * ALTERACAO.: 15/10/2026 - BUENO - APROVACAO EM DUAS ETAPAS: ALTERACAO E       *
      *             EXCLUSAO DEIXARAM DE MEXER NO CNPJ-MASTER NA HORA. VIRAM UMA     *
      *             PROPOSTA NO APROVACAO.DAT (COPY APROVREC/APROVTAB/APROVP) COM O  *
      *             VALOR ANTES E DEPOIS, O OPERADOR E O MOTIVO, E SO SAO APLICADAS  *
      *             QUANDO OUTRO OPERADOR, SUPERVISOR, APROVA NO APROVACAO-MANUT     *
      *             (OPCAO 40 DO MENU). O RT04A SAIU - O CAMPO E LOCALIZADO PELO     *
      *             CALCULA-OFFSET-MANUT.                                            *
      * ALTERACAO.: 15/10/2026 - BUENO - FONTE "R" (DADOS ABERTOS DA RECEITA,        *
      *             CARREGADOS PELO CNPJ-DADOS-ABERTOS) APARECE COMO "RECEITA" NA    *
      *             LISTA DE FONTES DOS CAMPOS.                                      *
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

           SELECT APROVACAO-FILE
               ASSIGN TO "APROVACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CHAVE
               FILE STATUS IS WA-FS-APROV.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO WA-ARQ-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
       FD  CNPJ-HISTORY-FILE.
           COPY CNPJHREC.

       FD  CNPJ-FONTE-FILE.
           COPY CNPJFREC.

       FD  DIVERGE-FONTE-FILE.
       01  DIVERGE-FONTE-REC           PIC X(300).

       FD  APROVACAO-FILE.
           COPY APROVREC.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       77  WN-CAMPO-ALTERA             PIC 9(002)          VALUE ZEROS.
       77  WA-VALOR-NOVO               PIC X(060)          VALUE SPACES.
       77  WA-CONFIRMA                 PIC X(001)          VALUE SPACES.
       77  WA-FONTE-DESC               PIC X(009)          VALUE SPACES.
       77  WA-MOTIVO                   PIC X(060)          VALUE SPACES.
       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-FS-AUDIT                 PIC X(002)          VALUE "00".

           COPY CNPJHTAB.

           COPY CNPJFTAB.

           COPY APROVTAB.

           COPY CNPJVAL.

           COPY CPFVAL.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           MOVE "M" TO CHT-FONTE.

           MOVE "INICIO"   TO WA-AU-EVENTO.
           MOVE SPACES     TO WA-AU-ENTRADA.
           MOVE SPACES     TO WA-AU-RESULTADO.
           DISPLAY "--- MANUTENCAO DO CNPJ-MASTER ---".
           DISPLAY " (P) Posicionar e folhear a partir de um CNPJ".
           DISPLAY " (E) Exibir um registro completo".
           DISPLAY " (A) Propor alteracao de um campo (aprovacao)".
           DISPLAY " (X) Propor exclusao de um registro (aprovacao)".
           DISPLAY " (F) Fonte dos campos / liberar campo corrigido".
           DISPLAY " (T) Total de registros".
           DISPLAY " (S) Sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
                   PERFORM RT04-00-ALTERA-CAMPO
               WHEN "X"
                   PERFORM RT05-00-EXCLUI-REGISTRO
               WHEN "F"
                   PERFORM RT07-00-FONTE-CAMPOS
               WHEN "T"
                   PERFORM RT06-00-CONTA-REGISTROS
               WHEN "S"
                   MOVE "S" TO WA-SAIR-MANUT
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - DIGITE P, E, A, X, F, T "
                           "OU S."
           END-EVALUATE.

      *---------------------------------------------------------------*
           DISPLAY "20 MARCA INTAKE.....: " CM-SITUACAO-INTAKE.

      *---------------------------------------------------------------*
      * PROPOE A CORRECAO DE UM CAMPO (A CHAVE CM-CNPJ NAO SE ALTERA  *
      * - PARA TROCAR A CHAVE, EXCLUI E CONSULTA DE NOVO). O REGISTRO *
      * SO MUDA QUANDO UM SUPERVISOR, OUTRO QUE NAO QUEM PROPOS,      *
      * APROVA A PROPOSTA NO APROVACAO-MANUT.                         *
      *---------------------------------------------------------------*
       RT04-00-ALTERA-CAMPO.
           PERFORM RT03A-LE-POR-CHAVE.
                   DISPLAY "Novo valor: " WITH NO ADVANCING
                   MOVE SPACES TO WA-VALOR-NOVO
                   ACCEPT WA-VALOR-NOVO
                   PERFORM RT04A-PEDE-MOTIVO
                   IF  WA-MOTIVO = SPACES
                       DISPLAY "SEM MOTIVO NAO HA PROPOSTA - NADA "
                               "ALTERADO."
                   ELSE
                       PERFORM RT04B-PROPOE-ALTERACAO
                   END-IF
               END-IF
           END-IF.

       RT04A-PEDE-MOTIVO.
           DISPLAY "Motivo (obrigatorio): " WITH NO ADVANCING.
           MOVE SPACES TO WA-MOTIVO.
           ACCEPT WA-MOTIVO.

       RT04B-PROPOE-ALTERACAO.
           MOVE WN-CAMPO-ALTERA TO APT-CAMPO.
           PERFORM CALCULA-OFFSET-MANUT.

           MOVE SPACES                    TO APROVACAO-REC.
           MOVE "A"                       TO AP-TIPO.
           MOVE CM-CNPJ                   TO AP-CNPJ.
           MOVE WN-CAMPO-ALTERA           TO AP-CAMPO.
           MOVE APT-NOME-CAMPO(APT-CAMPO) TO AP-NOME-CAMPO.
           MOVE CNPJ-MASTER-REC(APT-OFFSET:APT-TAM)
                                          TO AP-VALOR-ANTERIOR.
           MOVE WA-VALOR-NOVO(1:APT-TAM)  TO AP-VALOR-NOVO.
           MOVE ZEROS                     TO AP-QTDE-LINHAS.
           MOVE WA-MOTIVO                 TO AP-MOTIVO.
           MOVE CNPJ-MASTER-REC           TO AP-IMAGEM-ANTERIOR.
           PERFORM GRAVA-PROPOSTA.

           IF  APT-GRAVOU = "S"
               DISPLAY "ALTERACAO ENVIADA PARA APROVACAO - O "
                       "CNPJ-MASTER SO MUDA DEPOIS QUE UM SUPERVISOR "
                       "APROVAR (MENU, OPCAO 40)."
               MOVE "PROPOE"        TO WA-AU-EVENTO
               MOVE CM-CNPJ         TO WA-AU-ENTRADA
               MOVE SPACES          TO WA-AU-RESULTADO
               STRING "ALTERA CAMPO " WN-CAMPO-ALTERA
                   DELIMITED BY SIZE INTO WA-AU-RESULTADO
               END-STRING
               PERFORM GRAVA-AUDITORIA
           ELSE
               DISPLAY "ERRO AO GRAVAR A PROPOSTA (FILE STATUS "
                       WA-FS-APROV ") - NADA ALTERADO."
           END-IF.

       RT05-00-EXCLUI-REGISTRO.
           PERFORM RT03A-LE-POR-CHAVE.
           IF  WA-ACHOU-REG = "S"
               PERFORM RT03B-MOSTRA-CAMPOS
               DISPLAY "Propor a EXCLUSAO deste registro (S/N)? "
                   WITH NO ADVANCING
               ACCEPT WA-CONFIRMA
               IF  FUNCTION UPPER-CASE(WA-CONFIRMA) = "S"
                   PERFORM RT04A-PEDE-MOTIVO
                   IF  WA-MOTIVO = SPACES
                       DISPLAY "SEM MOTIVO NAO HA PROPOSTA - "
                               "EXCLUSAO CANCELADA."
                   ELSE
                       PERFORM RT05A-PROPOE-EXCLUSAO
                   END-IF
               ELSE
                   DISPLAY "EXCLUSAO CANCELADA."
               END-IF
           END-IF.

       RT05A-PROPOE-EXCLUSAO.
           MOVE SPACES                    TO APROVACAO-REC.
           MOVE "X"                       TO AP-TIPO.
           MOVE CM-CNPJ                   TO AP-CNPJ.
           MOVE ZEROS                     TO AP-CAMPO AP-QTDE-LINHAS.
           MOVE "REGISTRO INTEIRO"        TO AP-NOME-CAMPO.
           MOVE CM-NOME-EMPRESARIAL       TO AP-VALOR-ANTERIOR.
           MOVE "(EXCLUIDO)"              TO AP-VALOR-NOVO.
           MOVE WA-MOTIVO                 TO AP-MOTIVO.
           MOVE CNPJ-MASTER-REC           TO AP-IMAGEM-ANTERIOR.
           PERFORM GRAVA-PROPOSTA.

           IF  APT-GRAVOU = "S"
               DISPLAY "EXCLUSAO ENVIADA PARA APROVACAO - O REGISTRO "
                       "SO SAI DO CNPJ-MASTER DEPOIS QUE UM "
                       "SUPERVISOR APROVAR (MENU, OPCAO 40)."
               MOVE "PROPOE"        TO WA-AU-EVENTO
               MOVE CM-CNPJ         TO WA-AU-ENTRADA
               MOVE "EXCLUI"        TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
           ELSE
               DISPLAY "ERRO AO GRAVAR A PROPOSTA (FILE STATUS "
                       WA-FS-APROV ") - NADA EXCLUIDO."
           END-IF.

      *---------------------------------------------------------------*
      * MOSTRA A FONTE DE CADA CAMPO (SERPRO, MANUAL, COMERCIAL), A   *
      * DATA E O OPERADOR, E PERMITE LIBERAR UM CAMPO CORRIGIDO PARA  *
      * O SERPRO VOLTAR A ATUALIZA-LO NO PROXIMO REFRESH.             *
      *---------------------------------------------------------------*
       RT07-00-FONTE-CAMPOS.
           PERFORM RT03A-LE-POR-CHAVE.
           IF  WA-ACHOU-REG = "S"
               PERFORM ABRE-FONTE-CAMPOS
               MOVE CM-CNPJ TO CF-CNPJ
               READ CNPJ-FONTE-FILE
                   KEY IS CF-CNPJ
                   INVALID KEY
                       DISPLAY "NENHUM CAMPO CORRIGIDO - TODOS OS "
                               "CAMPOS VIERAM DO SERPRO EM "
                               CM-DATA-ULT-CONSULTA "."
                   NOT INVALID KEY
                       PERFORM RT07A-MOSTRA-FONTES
                       PERFORM RT07B-LIBERA-CAMPO
               END-READ
               CLOSE CNPJ-FONTE-FILE
           END-IF.

       RT07A-MOSTRA-FONTES.
           PERFORM VARYING CHT-IDX FROM 1 BY 1
                   UNTIL CHT-IDX > 18
               EVALUATE CF-FONTE(CHT-IDX)
                   WHEN "M"
                       MOVE "MANUAL   " TO WA-FONTE-DESC
                   WHEN "C"
                       MOVE "COMERCIAL" TO WA-FONTE-DESC
                   WHEN "R"
                       MOVE "RECEITA  " TO WA-FONTE-DESC
                   WHEN OTHER
                       MOVE "SERPRO   " TO WA-FONTE-DESC
               END-EVALUATE
               DISPLAY CHT-IDX " " CHT-NOME-CAMPO(CHT-IDX) " "
                       WA-FONTE-DESC " " CF-DATA(CHT-IDX) " "
                       CF-OPERADOR(CHT-IDX)
           END-PERFORM.

       RT07B-LIBERA-CAMPO.
           DISPLAY "Campo a liberar para o SERPRO (1-18, ENTER = "
                   "nenhum): " WITH NO ADVANCING.
           MOVE ZEROS TO WN-CAMPO-ALTERA.
           ACCEPT WN-CAMPO-ALTERA.
           IF  WN-CAMPO-ALTERA >= 1 AND WN-CAMPO-ALTERA <= 18
               IF  CF-FONTE(WN-CAMPO-ALTERA) = "M"
                   OR CF-FONTE(WN-CAMPO-ALTERA) = "C"
                   ACCEPT CFT-DATA FROM DATE YYYYMMDD
                   MOVE "S"          TO CF-FONTE(WN-CAMPO-ALTERA)
                   MOVE CFT-DATA     TO CF-DATA(WN-CAMPO-ALTERA)
                   MOVE CFT-OPERADOR TO CF-OPERADOR(WN-CAMPO-ALTERA)
                   REWRITE CNPJ-FONTE-REC
                   DISPLAY "CAMPO LIBERADO - O PROXIMO REFRESH DO "
                           "SERPRO VOLTA A ATUALIZA-LO."
                   MOVE "LIBERA"        TO WA-AU-EVENTO
                   MOVE CM-CNPJ         TO WA-AU-ENTRADA
                   MOVE CHT-NOME-CAMPO(WN-CAMPO-ALTERA)
                                        TO WA-AU-RESULTADO
                   PERFORM GRAVA-AUDITORIA
               ELSE
                   DISPLAY "CAMPO JA ESTA COM FONTE SERPRO."
               END-IF
           END-IF.

       RT06-00-CONTA-REGISTROS.
           MOVE ZEROS TO CM-CNPJ.
           MOVE ZEROS TO WN-QTDE-REGS.

           COPY CNPJHP.

           COPY CNPJFP.

           COPY APROVP.

           COPY AUDITP.

           COPY CNPJVALP.
