      *             AUTO-DETECCAO) E REMONTA O PIPE DE 18 CAMPOS - O UNSTRING    *
      *             DE SEMPRE SEGUE COMO FALLBACK E A VIRADA DE ENDPOINT E SO    *
      *             SYSTEM.PARM.                                                 *
      * ALTERACAO.: 15/10/2026 - BUENO - FINALIDADE DA CONSULTA: O PEDIDO DO PORTAL  *
      *             PASSA A SER "DOCUMENTO;FINALIDADE" (CODIGO DA TABELA             *
      *             FINALIDADES.TXT - COPY FINALTAB/FINALTABP), GRAVADA COM A        *
      *             CONSULTA NO AUDIT.LOG. CODIGO DESCONHECIDO VOLTA COMO ERRO SEM   *
      *             CONSULTAR; PEDIDO NO FORMATO ANTIGO (SO O DOCUMENTO) E ATENDIDO  *
      *             COM A FINALIDADE EM BRANCO E SAI APONTADO NO                     *
      *             SERPRO-FINALIDADE-REL.                                           *
      *                                                                              *
      * CRIACAO...: 03/09/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - OS TELEFONES E O E-MAIL DE CADA             *
      *             CONSULTA/REFRESH SAO EXPLODIDOS, NORMALIZADOS E TIPADOS NO       *
      *             CNPJ-CONTATOS.DAT (COPY CONTREC/CONTTAB/CONTP E                  *
      *             CONTNORM/CONTNORMP), COM A CONFERENCIA DO DDD CONTRA A UF E A    *
      *             MARCA DE CONTATO COMPARTILHADO.                                  *
      * ALTERACAO.: 15/10/2026 - BUENO - NA SUBIDA CONFERE O LACRE (CALL             *
      *             GO-FCO-LACRE) DAS .SO, DO SYSTEM.PARM E DOS BINARIOS - IMPRESSAO *
      *             DIFERENTE DA APROVADA E O SERVICO NAO SOBE (RC=8).               *
      * ALTERACAO.: 15/10/2026 - BUENO - O DOCUMENTO DO PEDIDO SAI DO UNSTRING DE    *
      *             "DOCUMENTO;FINALIDADE" - CPF COM FINALIDADE CHEGAVA AO           *
      *             VALIDA-DOCUMENTO COM O ";" E CAIA COMO DOCUMENTO INVALIDO.       *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-METRICA.

           SELECT FINALIDADE-FILE
               ASSIGN TO WA-ARQ-FINALIDADE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-FINALIDADE.

           SELECT CNPJ-CNAE-SEC-FILE
               ASSIGN TO "CNPJ-CNAE-SEC.DAT"
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

       DATA DIVISION.
       FILE SECTION.
       FD  INBOX-LIST-FILE.
           COPY AUDITREC.

       FD  SYSTEM-PARM-FILE.
       01  SYSTEM-PARM-REC             PIC X(762).

       FD  FIXTURES-SERPRO-FILE.
       01  FIXTURES-SERPRO-REC         PIC X(1060).
       FD  CNPJ-CNAE-SEC-FILE.
           COPY CNAESREC.

       FD  CNPJ-CONTATOS-FILE.
           COPY CONTREC.

       FD  FINALIDADE-FILE.
       01  FINALIDADE-REC              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WN-RET                      SIGNED-LONG.
      * ls SO DO NOME DO ARQUIVO (SEM CAMINHO), UM POR LINHA.
       77  WA-JA-CONHECIDO             PIC X(001)          VALUE "N".
       77  WA-CONSULTA-OK              PIC X(001)          VALUE "N".
       77  WA-MOTIVO-ERRO              PIC X(060)          VALUE SPACES.
       77  WA-PEDIDO-DOCUMENTO         PIC X(014)          VALUE SPACES.
       77  WA-FINALIDADE-OK            PIC X(001)          VALUE "S".
       77  WA-ARQ-DEADLETTER           PIC X(100)          VALUE
               "CNPJ-DEADLETTER-MASTER.TXT".
       77  WA-FS-DEADLETTER            PIC X(002)          VALUE "00".
           COPY METRICA.

       77  WA-FS-CNAE-SEC              PIC X(002)          VALUE "00".
       77  WA-FS-CONTATOS              PIC X(002)          VALUE "00".

           COPY CNAESTAB.

           COPY CONTTAB.

           COPY CONTNORM.

       77  WA-ARQ-FINALIDADE           PIC X(100)          VALUE
               "FINALIDADES.TXT".
       77  WA-FS-FINALIDADE            PIC X(002)          VALUE "00".

           COPY FINALTAB.

       77  LNK-FCO                     PIC X(014)          VALUE ZEROS.
       77  LNK-RETORNO                 PIC X(1024)         VALUE SPACES.

           PERFORM GRAVA-AUDITORIA.

           PERFORM CARREGA-SYSPARM.

      * LACRE: .SO, SYSTEM.PARM OU BINARIO FORA DA IMPRESSAO APROVADA
      * E O SERVICO NAO SOBE (O GO-FCO-LACRE JA ALERTOU).
           CALL "GO-FCO-LACRE"
           END-CALL.
           IF  RETURN-CODE NOT = 0
               DISPLAY "ERRO: LACRE VIOLADO - SERVICO NAO SUBIU."
               MOVE "SERVICO"      TO WA-AU-EVENTO
               MOVE "LACRE"        TO WA-AU-ENTRADA
               MOVE "RECUSADO"     TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SP-SERPRO-DAILY-QUOTA TO WA-COTA-LIMITE.
           PERFORM CARREGA-FINALIDADES.

           SET CONFIGURATION "DLL-CONVENTION" TO 0.
           CALL SP-LIB-SERPRO
               CLOSE REQUEST-FILE

               ADD 1 TO WN-QTDE-PEDIDOS
               PERFORM RT04A-FINALIDADE-PEDIDO
               MOVE WA-PEDIDO-DOCUMENTO TO LNK-FCO
               PERFORM RT05-00-PROCESSA-CONSULTA
               PERFORM RT07-00-GRAVA-RESPOSTA

               PERFORM GRAVA-AUDITORIA
           END-IF.

      * "DOCUMENTO;FINALIDADE". SEM O CODIGO (FORMATO ANTIGO) A CONSULTA
      * SEGUE COM A FINALIDADE EM BRANCO - O RELATORIO DE FINALIDADES
      * APONTA; CODIGO FORA DA TABELA NAO CONSULTA.
       RT04A-FINALIDADE-PEDIDO.
           MOVE SPACES TO WA-PEDIDO-DOCUMENTO FIN-CODIGO-TESTE.
           UNSTRING REQUEST-REC DELIMITED BY ";" INTO
               WA-PEDIDO-DOCUMENTO
               FIN-CODIGO-TESTE
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(FIN-CODIGO-TESTE)
               TO FIN-CODIGO-TESTE.
           MOVE "S" TO WA-FINALIDADE-OK.
           IF  FIN-CODIGO-TESTE NOT = SPACES
               PERFORM LOCALIZA-FINALIDADE
               IF  FIN-ACHOU NOT = "S"
                   MOVE "N" TO WA-FINALIDADE-OK
               END-IF
           END-IF.
           MOVE FIN-CODIGO-TESTE TO FIN-FINALIDADE-ATUAL.
           PERFORM DEFINE-FINALIDADE.

      *---------------------------------------------------------------*
      * MESMO CAMINHO CACHE-PRIMEIRO DO GO-FCO-MASTER: CACHE RESPONDE  *
      * NA HORA; FALTANDO, SERPRO SOB COTA (POOL INTERATIVO) COM O     *
           IF  CV-DOC-VALIDO NOT = "S"
               MOVE "documento invalido (digito verificador)"
                   TO WA-MOTIVO-ERRO
           ELSE
           IF  WA-FINALIDADE-OK NOT = "S"
               MOVE "finalidade desconhecida" TO WA-MOTIVO-ERRO
           ELSE
               MOVE LNK-FCO TO CM-CNPJ
               MOVE "N" TO WA-JA-CONHECIDO
                   PERFORM RT06-00-CONSULTA-SERPRO
               END-IF
               END-IF
           END-IF
           END-IF.

      * MODO SIMULADO: RESPONDE DA FIXTURE, SEM BIBLIOTECA E SEM
                   REWRITE CNPJ-MASTER-REC
           END-WRITE.
           PERFORM ATUALIZA-CNAE-SEC.
           PERFORM ATUALIZA-CONTATOS.
           MOVE "S" TO WA-CONSULTA-OK.

       RT07-00-GRAVA-RESPOSTA.

           COPY CNAESP.

           COPY CONTP.

           COPY CONTNORMP.

           COPY CNPJVALP.

           COPY FINALTABP.

           COPY CPFVALP.

           COPY AUDITP.
