      * ALTERACAO.: 03/09/2026 - BUENO - DEIXOU DE GRAVAR A IMAGEM INTEIRA DE 1063  *
      *             BYTES: GRAVA UM REGISTRO POR CAMPO ALTERADO (LAYOUT NOVO DO     *
      *             CNPJHREC) - MESMAS RESPOSTAS, UMA FRACAO DO DISCO.              *
      * ALTERACAO.: 15/10/2026 - BUENO - CADA REGISTRO LEVA A FONTE QUE VENCEU       *
      *             (CH-FONTE = CHT-FONTE DE QUEM GRAVA) E OS CAMPOS PROTEGIDOS      *
      *             CUJO VALOR DO SERPRO FOI RECUSADO PELO CONFERE-FONTE-CAMPOS      *
      *             (COPY CNPJFP) TAMBEM VIRAM REGISTRO, COM ANTES = DEPOIS, A       *
      *             FONTE DA CORRECAO E O VALOR RECUSADO EM CH-VALOR-PRETERIDO.      *
      *             OFFSET/TAMANHO DO CAMPO PASSARAM PARA O CALCULA-OFFSET-CAMPO.    *
      *------------------------------------------------------------------------------*
       GRAVA-HISTORICO.
           IF  WA-MASTER-ANTERIOR(1:1054) = CNPJ-MASTER-REC(1:1054)
               AND CHT-QTDE-PRETERIDOS = ZEROS
               CONTINUE
           ELSE
               OPEN I-O CNPJ-HISTORY-FILE
               CLOSE CNPJ-HISTORY-FILE
           END-IF.

      * AS MARCAS DE VALOR RECUSADO VALEM SO PARA ESTA GRAVACAO.
           MOVE ZEROS TO CHT-QTDE-PRETERIDOS.
           PERFORM VARYING CHT-IDX FROM 1 BY 1
                   UNTIL CHT-IDX > 18
               MOVE "N" TO CHT-PRETERIDO-MARCA(CHT-IDX)
           END-PERFORM.

       GRAVA-HISTORICO-CAMPO.
           PERFORM CALCULA-OFFSET-CAMPO.

           IF  WA-MASTER-ANTERIOR(CHT-OFFSET:CHT-TAM)
               NOT = CNPJ-MASTER-REC(CHT-OFFSET:CHT-TAM)
               OR CHT-PRETERIDO-MARCA(CHT-IDX) = "S"
               ADD 1 TO CHT-SEQ
               MOVE CM-CNPJ                 TO CH-CNPJ
               MOVE CHT-DATA                TO CH-DATA-REFRESH
                   TO CH-VALOR-ANTERIOR
               MOVE CNPJ-MASTER-REC(CHT-OFFSET:CHT-TAM)
                   TO CH-VALOR-NOVO
               IF  CHT-PRETERIDO-MARCA(CHT-IDX) = "S"
                   MOVE CHT-PRETERIDO-FONTE(CHT-IDX) TO CH-FONTE
                   MOVE CHT-PRETERIDO-VALOR(CHT-IDX)
                       TO CH-VALOR-PRETERIDO
               ELSE
                   MOVE CHT-FONTE               TO CH-FONTE
                   MOVE SPACES                  TO CH-VALOR-PRETERIDO
               END-IF
               WRITE CNPJ-HISTORY-REC
                   INVALID KEY
                       REWRITE CNPJ-HISTORY-REC
               END-WRITE
           END-IF.

      * OS 17 PRIMEIROS CAMPOS SAO X(060) A PARTIR DO BYTE 15; O 18o E
      * A SITUACAO CADASTRAL, X(020) NO BYTE 1035.
       CALCULA-OFFSET-CAMPO.
           IF  CHT-IDX <= 17
               COMPUTE CHT-OFFSET = 15 + (CHT-IDX - 1) * 60
               MOVE 60 TO CHT-TAM
           ELSE
               MOVE 1035 TO CHT-OFFSET
               MOVE 20   TO CHT-TAM
           END-IF.
