      *             O GRAVA-HISTORICO (COPY CNPJHP) DEIXOU DE GUARDAR A IMAGEM    *
      *             INTEIRA E GRAVA UM REGISTRO POR CAMPO ALTERADO (LAYOUT NOVO   *
      *             DO CNPJHREC; COPY CNPJHTAB NA WORKING-STORAGE).               *
      * ALTERACAO.: 15/10/2026 - BUENO - CAMPO CORRIGIDO NAO E MAIS SOBRESCRITO PELO *
      *             REFRESH: ANTES DO GRAVA-HISTORICO O CONFERE-FONTE-CAMPOS (COPY   *
      *             CNPJFTAB/CNPJFREC/CNPJFP) CONSULTA O CNPJ-FONTE.DAT; CAMPO DE    *
      *             FONTE MANUAL OU COMERCIAL QUE O SERPRO TENTOU MUDAR VOLTA AO     *
      *             VALOR CORRIGIDO, O VALOR DO SERPRO VAI PARA O                    *
      *             CNPJ-DIVERGE-FONTE.TXT E O HISTORICO REGISTRA QUAL FONTE VENCEU. *
      * ALTERACAO.: 15/10/2026 - BUENO - AS CONSULTAS DO BATCH SAEM NO AUDIT.LOG COM *
      *             A FINALIDADE FIXA DE ATUALIZACAO CADASTRAL (FIN-CODIGO-LOTE DO   *
      *             COPY FINALTAB), COLOCADA NO AMBIENTE (GO-FINALIDADE) NA SUBIDA.  *
      * ALTERACAO.: 15/10/2026 - BUENO - OS TELEFONES E O E-MAIL DE CADA             *
      *             CONSULTA/REFRESH SAO EXPLODIDOS, NORMALIZADOS E TIPADOS NO       *
      *             CNPJ-CONTATOS.DAT (COPY CONTREC/CONTTAB/CONTP E                  *
      *             CONTNORM/CONTNORMP), COM A CONFERENCIA DO DDD CONTRA A UF E A    *
      *             MARCA DE CONTATO COMPARTILHADO.                                  *
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

           SELECT CPF-MASTER-FILE
               ASSIGN TO "CPF-MASTER.DAT"
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
       FD  DEAD-MASTER-FILE.
       FD  CNPJ-HISTORY-FILE.
           COPY CNPJHREC.

       FD  CNPJ-FONTE-FILE.
           COPY CNPJFREC.

       FD  DIVERGE-FONTE-FILE.
       01  DIVERGE-FONTE-REC           PIC X(300).

       FD  CPF-MASTER-FILE.
           COPY CPFREC.

       01  QUOTA-LOCK-REC              PIC X(010).

       FD  SYSTEM-PARM-FILE.
       01  SYSTEM-PARM-REC             PIC X(762).

       FD  METRICA-FILE.
       01  METRICA-REC                 PIC X(100).
       FD  CNPJ-CNAE-SEC-FILE.
           COPY CNAESREC.

       FD  CNPJ-CONTATOS-FILE.
           COPY CONTREC.

       WORKING-STORAGE SECTION.
       77  WN-RET                      SIGNED-LONG.
       77  WA-FS-MASTER                PIC X(002)          VALUE "00".

           COPY CNPJHTAB.

           COPY CNPJFTAB.

           COPY JSONRET.

           COPY CNPJVAL.

           COPY METRICA.

           COPY FINALTAB.

           COPY SERPROFIX.

       77  WA-FS-CNAE-SEC              PIC X(002)          VALUE "00".
       77  WA-FS-CONTATOS              PIC X(002)          VALUE "00".

           COPY CNAESTAB.

           COPY CONTTAB.

           COPY CONTNORM.

      *LINKAGE SECTION.
       77  LNK-FCO                     PIC X(014)          VALUE ZEROS.
       77  LNK-RETORNO                 PIC X(1024)         VALUE SPACES.
           PERFORM GRAVA-AUDITORIA.

           PERFORM CARREGA-SYSPARM.
           MOVE FIN-CODIGO-LOTE TO FIN-FINALIDADE-ATUAL.
           SET ENVIRONMENT "GO-FINALIDADE" TO FIN-FINALIDADE-ATUAL.
           MOVE SP-SERPRO-DAILY-QUOTA TO WA-COTA-LIMITE.

           SET CONFIGURATION "DLL-CONVENTION" TO 0.
      * SE O CNPJ JA EXISTIA NO MASTER (O GO-FCO ENFILEIRA SEM OLHAR
      * O CACHE E O MODO OFFLINE ENFILEIRA ATE OS CACHEADOS), GUARDA
      * A IMAGEM ANTIGA E GRAVA O HISTORICO ANTES DO REWRITE - MESMO
      * PADRAO DO RT03 DO GO-FCO-MASTER/GO-FCO-LOTE, INCLUSIVE A
      * PROTECAO DOS CAMPOS CORRIGIDOS (COPY CNPJFP).
               IF  CV-TIPO-PESSOA = "F"
                   PERFORM RT07-00-GRAVA-CPF-MASTER
               ELSE
                           MOVE CNPJ-MASTER-REC
                               TO WA-MASTER-ANTERIOR
                           MOVE WA-MASTER-NOVO  TO CNPJ-MASTER-REC
                           PERFORM CONFERE-FONTE-CAMPOS
                           PERFORM GRAVA-HISTORICO
                           REWRITE CNPJ-MASTER-REC
                   END-READ
                   PERFORM ATUALIZA-CNAE-SEC
                   PERFORM ATUALIZA-CONTATOS
               END-IF

               MOVE "S" TO WD-RESOLVIDO(WS-IDX-PROC)

           COPY CNPJHP.

           COPY CNPJFP.

           COPY AUDITP.

           COPY QUOTAP.
           COPY SERPROFIXP.

           COPY CNAESP.

           COPY CONTP.

           COPY CONTNORMP.
