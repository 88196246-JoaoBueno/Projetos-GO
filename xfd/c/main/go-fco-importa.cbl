      *             O GRAVA-HISTORICO (COPY CNPJHP) DEIXOU DE GUARDAR A IMAGEM    *
      *             INTEIRA E GRAVA UM REGISTRO POR CAMPO ALTERADO (LAYOUT NOVO   *
      *             DO CNPJHREC; COPY CNPJHTAB NA WORKING-STORAGE).               *
      * ALTERACAO.: 15/10/2026 - BUENO - CONTROLE DE FONTE POR CAMPO (COPY           *
      *             CNPJFTAB/CNPJFREC/CNPJFP): OS CAMPOS CORRIGIDOS PELO COMERCIAL   *
      *             FICAM COM FONTE "C" E DATA NO CNPJ-FONTE.DAT E O REFRESH DO      *
      *             SERPRO NAO OS SOBRESCREVE MAIS - A DIVERGENCIA VAI PARA REVISAO. *
      *             O HISTORICO REGISTRA A FONTE.                                    *
      * ALTERACAO.: 15/10/2026 - BUENO - APROVACAO EM DUAS ETAPAS: RODADO PELO MENU, *
      *             O PROGRAMA SO VALIDA O CSV - AS LINHAS BOAS VAO PARA UM LOTE     *
      *             DATADO (CORRECOES-LOTE-AAAAMMDDHHMMSS.CSV) E O LOTE VIRA UMA     *
      *             PROPOSTA NO APROVACAO.DAT (COPY APROVREC/APROVTAB/APROVP) COM O  *
      *             OPERADOR E O MOTIVO; NADA VAI PARA A BASE LOCAL NEM PARA O       *
      *             CNPJ-MASTER. QUANDO OUTRO OPERADOR, SUPERVISOR, APROVA O LOTE NO *
      *             APROVACAO-MANUT, ESTE PROGRAMA E CHAMADO COM O LOTE EM           *
      *             GO-IMPORTA-LOTE E QUEM PROPOS EM GO-IMPORTA-MAKER (AMBIENTE),    *
      *             REVALIDA E APLICA AS LINHAS; A AUDITORIA DE CADA CORRECAO SAI    *
      *             COM O APROVADOR NO AU-OPERADOR E O PROPONENTE NO AU-RESULTADO.   *
      * ALTERACAO.: 15/10/2026 - BUENO - A PROPOSTA DO LOTE LEVA O SHA-256 DO LOTE   *
      *             DATADO (COPY APROVLTAB/APROVLP, EM AP-IMAGEM-NOVA) PARA O        *
      *             APROVACAO-MANUT RECUSAR LOTE MEXIDO DEPOIS DA PROPOSTA. NA       *
      *             APLICACAO, RETURN-CODE 8 QUANDO NADA FOI APLICADO (SEM O LOTE,   *
      *             .SO DA BD QUE NAO CARREGA OU CNPJ-MASTER INDISPONIVEL) E 0 NO    *
      *             FIM NORMAL - A APROVACAO SO DA O LOTE POR APLICADO COM 0.        *
      * ALTERACAO.: 15/10/2026 - BUENO - NA APLICACAO DO LOTE APROVADO OS REJEITOS   *
      *             SAO ACRESCENTADOS (OPEN EXTEND) - A REVALIDACAO APAGAVA OS       *
      *             REJEITOS DA PROPOSTA QUE O OPERADOR AINDA NAO TINHA CORRIGIDO.   *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           SELECT REJEITOS-FILE
               ASSIGN TO WA-ARQ-REJEITOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-REJEITOS.

           SELECT LOTE-APROV-FILE
               ASSIGN TO WA-ARQ-LOTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-LOTE.

           SELECT APROVACAO-FILE
               ASSIGN TO "APROVACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CHAVE
               FILE STATUS IS WA-FS-APROV.

           SELECT CNPJ-MASTER-FILE
               ASSIGN TO "CNPJ-MASTER.DAT"
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

           SELECT MUNIC-DOMINIO-FILE
               ASSIGN TO WA-ARQ-MUNICIPIO
               ORGANIZATION IS LINE SEQUENTIAL
       FD  REJEITOS-FILE.
       01  REJEITOS-REC                PIC X(250).

       FD  LOTE-APROV-FILE.
       01  LOTE-APROV-REC              PIC X(200).

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

       FD  MUNIC-DOMINIO-FILE.
       01  MUNIC-DOMINIO-REC           PIC X(150).

           COPY AUDITREC.

       FD  SYSTEM-PARM-FILE.
       01  SYSTEM-PARM-REC             PIC X(762).

       WORKING-STORAGE SECTION.
       77  WN-RET                      SIGNED-LONG.
       77  WA-FS-CORRECOES             PIC X(002)          VALUE "00".
       77  WA-ARQ-REJEITOS             PIC X(100)          VALUE
               "CORRECOES-REJEITOS.TXT".
       77  WA-FS-REJEITOS              PIC X(002)          VALUE "00".
       77  WA-ARQ-MUNICIPIO            PIC X(100)          VALUE
               "MUNICIPIO-DOMINIO.TXT".
       77  WA-FS-MUNIC-DOMINIO         PIC X(002)          VALUE "00".
       77  WN-QTDE-LINHAS              PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-APLICADAS           PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-REJEITADAS          PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-VALIDADAS           PIC 9(005)          VALUE ZEROS.

       77  WA-MODO-APLICA              PIC X(001)          VALUE "N".
       77  WA-ARQ-LOTE                 PIC X(100)          VALUE SPACES.
       77  WA-FS-LOTE                  PIC X(002)          VALUE "00".
       77  WA-MAKER-LOTE               PIC X(008)          VALUE SPACES.
       77  WA-MOTIVO-LOTE              PIC X(060)          VALUE SPACES.
       77  WN-DATA-LOTE                PIC 9(008)          VALUE ZEROS.
       77  WN-HORA-LOTE                PIC 9(006)          VALUE ZEROS.
       77  WA-LIB-OK                   PIC X(001)          VALUE "S".

       01  WA-UFS-VALIDAS.
           03  PIC X(054)          VALUE

           COPY CNPJHTAB.

           COPY CNPJFTAB.

           COPY APROVTAB.

           COPY APROVLTAB.

           COPY SYSPARM.

           COPY CNPJVAL.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           MOVE "C" TO CHT-FONTE.

           MOVE "INICIO"   TO WA-AU-EVENTO.
           MOVE SPACES     TO WA-AU-ENTRADA.
           MOVE SPACES     TO WA-AU-RESULTADO.
           PERFORM CARREGA-MUNICIPIO.

           SET CONFIGURATION "DLL-CONVENTION" TO 0.
           MOVE "S" TO WA-LIB-OK.
           CALL SP-LIB-BD
               ON EXCEPTION
                   MOVE "N" TO WA-LIB-OK
           END-CALL.
           IF  WA-LIB-OK = "N"
               DISPLAY "ERRO: .SO DA BD NAO CARREGA ("
                       FUNCTION TRIM(SP-LIB-BD) ") - NADA IMPORTADO."
               MOVE "IMPORTA"          TO WA-AU-EVENTO
               MOVE SP-LIB-BD          TO WA-AU-ENTRADA
               MOVE "SEM-LIB-BD"       TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * COM GO-IMPORTA-LOTE NO AMBIENTE, QUEM CHAMOU FOI A APROVACAO:
      * O ARQUIVO E O LOTE APROVADO E AS LINHAS SAO APLICADAS. SEM
      * ELE, A RODADA SO VALIDA E PROPOE O LOTE.
           MOVE SPACES TO WA-ARQ-LOTE.
           ACCEPT WA-ARQ-LOTE FROM ENVIRONMENT "GO-IMPORTA-LOTE".
           IF  WA-ARQ-LOTE NOT = SPACES
               MOVE "S"         TO WA-MODO-APLICA
               MOVE WA-ARQ-LOTE TO WA-ARQ-CORRECOES
               MOVE SPACES      TO WA-MAKER-LOTE
               ACCEPT WA-MAKER-LOTE
                   FROM ENVIRONMENT "GO-IMPORTA-MAKER"
           ELSE
               DISPLAY "Arquivo de correcoes [" WA-ARQ-CORRECOES
                       "]: " WITH NO ADVANCING
               ACCEPT WA-ARQ-CORRECOES
           END-IF.

           OPEN INPUT CORRECOES-FILE.
           IF  WA-FS-CORRECOES NOT = "00"
               MOVE "SEM-ARQUIVO"      TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               ACCEPT WA-PAUSA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * NA APLICACAO DO LOTE APROVADO O CNPJ-MASTER TEM QUE ABRIR: SEM
      * ELE A CORRECAO IRIA SO PARA A BASE LOCAL E O CACHE FICARIA COM
      * O VALOR ANTIGO - A PROPOSTA VOLTA PENDENTE E NADA E APLICADO.
      * NA RODADA DE PROPOSTA ELE NEM E ABERTO - AS LINHAS BOAS VAO
      * PARA O LOTE DATADO.
           IF  WA-MODO-APLICA = "S"
               OPEN I-O CNPJ-MASTER-FILE
               IF  WA-FS-MASTER = "00"
                   MOVE "S" TO WA-MASTER-DISPONIVEL
               ELSE
                   DISPLAY "CNPJ-MASTER INDISPONIVEL (FILE STATUS "
                           WA-FS-MASTER ") - LOTE NAO APLICADO."
                   CLOSE CORRECOES-FILE
                   MOVE "IMPORTA"          TO WA-AU-EVENTO
                   MOVE WA-ARQ-CORRECOES   TO WA-AU-ENTRADA
                   MOVE SPACES             TO WA-AU-RESULTADO
                   STRING "SEM-MASTER FS=" WA-FS-MASTER
                       DELIMITED BY SIZE INTO WA-AU-RESULTADO
                   END-STRING
                   PERFORM GRAVA-AUDITORIA
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

      * NA APLICACAO OS REJEITOS DA PROPOSTA FICAM NO ARQUIVO.
           IF  WA-MODO-APLICA = "S"
               OPEN EXTEND REJEITOS-FILE
               IF  WA-FS-REJEITOS = "35"
                   OPEN OUTPUT REJEITOS-FILE
               END-IF
           ELSE
               OPEN OUTPUT REJEITOS-FILE
           END-IF.

           IF  WA-MODO-APLICA NOT = "S"
               ACCEPT WN-DATA-LOTE FROM DATE YYYYMMDD
               ACCEPT WN-HORA-LOTE FROM TIME
               MOVE SPACES TO WA-ARQ-LOTE
               STRING "CORRECOES-LOTE-" WN-DATA-LOTE WN-HORA-LOTE
                      ".CSV" DELIMITED BY SIZE INTO WA-ARQ-LOTE
               END-STRING
               OPEN OUTPUT LOTE-APROV-FILE
           END-IF.

           PERFORM UNTIL WA-EOF-CORRECOES = "S"
               CLOSE CNPJ-MASTER-FILE
           END-IF.

           IF  WA-MODO-APLICA NOT = "S"
               CLOSE LOTE-APROV-FILE
               PERFORM RT05-00-PROPOE-LOTE
               ACCEPT WA-PAUSA
               GOBACK
           END-IF.

           DISPLAY "Linhas de correcao lidas..: " WN-QTDE-LINHAS.
           DISPLAY "Aplicadas na base.........: " WN-QTDE-APLICADAS.
           DISPLAY "Rejeitadas (ver "
           MOVE WN-QTDE-APLICADAS   TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       RT01-00-TRATA-LINHA.
           CALL "closeRows".

       RT03-00-APLICA-CORRECAO.
           IF  WA-MODO-APLICA NOT = "S"
               MOVE CORRECOES-REC TO LOTE-APROV-REC
               WRITE LOTE-APROV-REC
               ADD 1 TO WN-QTDE-VALIDADAS
           ELSE
               PERFORM RT03A-GRAVA-CORRECAO
           END-IF.

       RT03A-GRAVA-CORRECAO.
           MOVE WA-NOME-LIDO(1:55)   TO WA-NOME.
           MOVE WA-CIDADE-LIDA(1:50) TO WA-CIDADE.
           MOVE WA-UF-LIDA(1:2)      TO WA-UF.
               END-IF
               MOVE "CORRECAO"   TO WA-AU-EVENTO
               MOVE LNK-FCO      TO WA-AU-ENTRADA
               MOVE SPACES       TO WA-AU-RESULTADO
               STRING "MAKER=" WA-MAKER-LOTE
                   DELIMITED BY SIZE INTO WA-AU-RESULTADO
               END-STRING
               PERFORM GRAVA-AUDITORIA
           END-IF.

      *---------------------------------------------------------------*
      * SE O CNPJ ESTA NO CACHE, A CORRECAO TAMBEM REGRAVA O           *
      * CNPJ-MASTER - COM A IMAGEM ANTERIOR NO HISTORICO, COMO         *
      * QUALQUER OUTRO REWRITE (COPY CNPJHP). NOME, MUNICIPIO E UF    *
      * CORRIGIDOS FICAM COM FONTE "C" NO CNPJ-FONTE.DAT (COPY CNPJFP) *
      * E O REFRESH DO SERPRO PASSA A RESPEITA-LOS.                   *
      *---------------------------------------------------------------*
       RT04-00-ATUALIZA-MASTER.
           MOVE LNK-FCO TO CM-CNPJ.
                   MOVE WA-UF-LIDA(1:2) TO CM-ENDERECO-UF
                   PERFORM GRAVA-HISTORICO
                   REWRITE CNPJ-MASTER-REC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM REGISTRA-FONTE-CAMPOS
                   END-REWRITE
           END-READ.

      *---------------------------------------------------------------*
      * FIM DA RODADA DE PROPOSTA: COM LINHAS BOAS E MOTIVO, O LOTE   *
      * DATADO VIRA UMA PROPOSTA PARA O SUPERVISOR; SEM LINHA BOA OU  *
      * SEM MOTIVO, O LOTE E DESCARTADO.                              *
      *---------------------------------------------------------------*
       RT05-00-PROPOE-LOTE.
           DISPLAY "Linhas de correcao lidas..: " WN-QTDE-LINHAS.
           DISPLAY "Validadas para o lote.....: " WN-QTDE-VALIDADAS.
           DISPLAY "Rejeitadas (ver "
                   FUNCTION TRIM(WA-ARQ-REJEITOS) "): "
                   WN-QTDE-REJEITADAS.

           MOVE SPACES TO WA-MOTIVO-LOTE.
           IF  WN-QTDE-VALIDADAS > ZEROS
               DISPLAY "Motivo do lote (obrigatorio): "
                   WITH NO ADVANCING
               ACCEPT WA-MOTIVO-LOTE
           END-IF.

           IF  WN-QTDE-VALIDADAS = ZEROS OR WA-MOTIVO-LOTE = SPACES
               CALL "CBL_DELETE_FILE" USING WA-ARQ-LOTE
               DISPLAY "NENHUM LOTE PROPOSTO (SEM LINHA VALIDA OU SEM "
                       "MOTIVO)."
               MOVE "PROPOE"          TO WA-AU-EVENTO
               MOVE WN-QTDE-LINHAS    TO WA-AU-ENTRADA
               MOVE "IMPORTA-DESCARTE" TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
           ELSE
               MOVE SPACES              TO APROVACAO-REC
               MOVE "I"                 TO AP-TIPO
               MOVE ZEROS               TO AP-CAMPO
               MOVE "LOTE COMERCIAL"    TO AP-NOME-CAMPO
               MOVE WA-ARQ-CORRECOES    TO AP-VALOR-ANTERIOR
               STRING WN-QTDE-VALIDADAS " LINHAS VALIDADAS"
                   DELIMITED BY SIZE INTO AP-VALOR-NOVO
               END-STRING
               MOVE WA-ARQ-LOTE         TO AP-ARQUIVO
               MOVE WN-QTDE-VALIDADAS   TO AP-QTDE-LINHAS
               MOVE WA-MOTIVO-LOTE      TO AP-MOTIVO
               PERFORM CALCULA-HASH-LOTE
               MOVE APL-HASH            TO AP-IMAGEM-NOVA
               PERFORM GRAVA-PROPOSTA
               IF  APT-GRAVOU = "S"
                   DISPLAY "LOTE " FUNCTION TRIM(WA-ARQ-LOTE)
                           " ENVIADO PARA APROVACAO - NADA E APLICADO "
                           "ANTES QUE UM SUPERVISOR APROVE (MENU, "
                           "OPCAO 40)."
                   MOVE "PROPOE"          TO WA-AU-EVENTO
                   MOVE WN-QTDE-VALIDADAS TO WA-AU-ENTRADA
                   MOVE "IMPORTA"         TO WA-AU-RESULTADO
                   PERFORM GRAVA-AUDITORIA
               ELSE
                   DISPLAY "ERRO AO GRAVAR A PROPOSTA (FILE STATUS "
                           WA-FS-APROV ") - LOTE NAO PROPOSTO."
               END-IF
           END-IF.

           COPY CNPJVALP.

           COPY CPFVALP.

           COPY CNPJHP.

           COPY CNPJFP.

           COPY APROVP.

           COPY APROVLP.

           COPY AUDITP.

           COPY SYSPARMP.
