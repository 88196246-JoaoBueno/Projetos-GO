      *------------------------------------------------------------------------------*
      * PARAGRAFOS DA APROVACAO EM DUAS ETAPAS (COPY APROVTAB E APROVREC - VER       *
      * APROVTAB). NENHUMA ALTERACAO/EXCLUSAO DO CNPJ-MANUT NEM LOTE DO              *
      * GO-FCO-IMPORTA TOCA O CNPJ-MASTER OU A BASE LOCAL DIRETO: VIRA UMA PROPOSTA  *
      * NO APROVACAO.DAT QUE UM SUPERVISOR DIFERENTE DE QUEM PROPOS APROVA OU        *
      * REJEITA NO APROVACAO-MANUT.                                                  *
      * GRAVA-PROPOSTA: O CHAMADOR PREENCHE AP-TIPO, AP-CNPJ, AP-CAMPO,              *
      *   AP-NOME-CAMPO, AP-VALOR-ANTERIOR, AP-VALOR-NOVO, AP-ARQUIVO,               *
      *   AP-QTDE-LINHAS, AP-MOTIVO E AP-IMAGEM-ANTERIOR; O PARAGRAFO COMPLETA A     *
      *   CHAVE, O OPERADOR (AP-MAKER) E A SITUACAO "P". APT-GRAVOU = "S" QUANDO     *
      *   A PROPOSTA FOI GRAVADA.                                                    *
      * CALCULA-OFFSET-MANUT: POSICAO/TAMANHO NO CNPJ-MASTER-REC DO CAMPO APT-CAMPO  *
      *   (NUMERACAO DA TELA DO CNPJ-MANUT, 1-20).                                   *
      * LE-OPERADOR-APROV: OPERADOR E PERFIL DO LOGIN DO MENU (GO-OPERADOR /         *
      *   GO-PERFIL); SEM OPERADOR NO AMBIENTE, "BATCH" SEM PERFIL.                  *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       GRAVA-PROPOSTA.
           PERFORM LE-OPERADOR-APROV.
           MOVE "N" TO APT-GRAVOU.

           OPEN I-O APROVACAO-FILE.
           IF  WA-FS-APROV = "35"
               OPEN OUTPUT APROVACAO-FILE
               CLOSE APROVACAO-FILE
               OPEN I-O APROVACAO-FILE
           END-IF.

           ACCEPT AP-DATA-PROPOSTA FROM DATE YYYYMMDD.
           ACCEPT AP-HORA-PROPOSTA FROM TIME.
           MOVE "P"          TO AP-SITUACAO.
           MOVE APT-OPERADOR TO AP-MAKER.
           MOVE SPACES       TO AP-CHECKER AP-MOTIVO-DECISAO.
           MOVE ZEROS        TO AP-DATA-DECISAO AP-HORA-DECISAO.

      * DUAS PROPOSTAS NO MESMO SEGUNDO SE SEPARAM PELA SEQUENCIA.
           PERFORM VARYING AP-SEQ FROM 1 BY 1
                   UNTIL APT-GRAVOU = "S" OR AP-SEQ > 98
               WRITE APROVACAO-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO APT-GRAVOU
               END-WRITE
           END-PERFORM.

           CLOSE APROVACAO-FILE.

       CALCULA-OFFSET-MANUT.
           EVALUATE TRUE
               WHEN APT-CAMPO >= 1 AND APT-CAMPO <= 17
                   COMPUTE APT-OFFSET = 15 + (APT-CAMPO - 1) * 60
                   MOVE 60   TO APT-TAM
               WHEN APT-CAMPO = 18
                   MOVE 1055 TO APT-OFFSET
                   MOVE 8    TO APT-TAM
               WHEN APT-CAMPO = 19
                   MOVE 1035 TO APT-OFFSET
                   MOVE 20   TO APT-TAM
               WHEN OTHER
                   MOVE 1063 TO APT-OFFSET
                   MOVE 1    TO APT-TAM
           END-EVALUATE.

       LE-OPERADOR-APROV.
           MOVE SPACES TO APT-OPERADOR APT-PERFIL.
           ACCEPT APT-OPERADOR FROM ENVIRONMENT "GO-OPERADOR".
           ACCEPT APT-PERFIL   FROM ENVIRONMENT "GO-PERFIL".
           IF  APT-OPERADOR = SPACES
               MOVE "BATCH" TO APT-OPERADOR
           END-IF.
