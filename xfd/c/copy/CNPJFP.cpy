      *------------------------------------------------------------------------------*
      * PARAGRAFOS DO CONTROLE DE FONTE POR CAMPO DO CNPJ-MASTER (COPY CNPJFTAB,     *
      * CNPJHTAB E CNPJFREC - VER CNPJFTAB). O COMERCIAL CORRIGIA UM NOME OU UMA     *
      * CIDADE E O PROXIMO REFRESH DO SERPRO DESFAZIA A CORRECAO EM SILENCIO.        *
      * REGISTRA-FONTE-CAMPOS: USADO POR QUEM CORRIGE (CNPJ-MANUT, FONTE "M";        *
      *   GO-FCO-IMPORTA, FONTE "C"). CADA CAMPO QUE DIFERE ENTRE                    *
      *   WA-MASTER-ANTERIOR E CNPJ-MASTER-REC PASSA A TER A FONTE CHT-FONTE, A      *
      *   DATA DE HOJE E O OPERADOR. CHAMAR ANTES DO REWRITE.                        *
      * CONFERE-FONTE-CAMPOS: USADO POR QUEM REGRAVA COM O RETORNO DO SERPRO         *
      *   (GO-FCO-MASTER, GO-FCO-LOTE, GO-FCO-DEADLETTER), ENTRE MONTAR O            *
      *   REGISTRO NOVO E O GRAVA-HISTORICO. CAMPO PROTEGIDO ("M"/"C") QUE O         *
      *   SERPRO TENTOU MUDAR VOLTA AO VALOR CORRIGIDO, O VALOR DO SERPRO VAI PARA   *
      *   O CNPJ-DIVERGE-FONTE.TXT E FICA MARCADO NO CNPJHTAB PARA O                 *
      *   GRAVA-HISTORICO REGISTRAR QUAL FONTE VENCEU. QUANDO O SERPRO PASSA A       *
      *   DEVOLVER O PROPRIO VALOR CORRIGIDO, O CAMPO VOLTA PARA A FONTE "S" - A     *
      *   CORRECAO CHEGOU NA RECEITA E A PROTECAO NAO E MAIS NECESSARIA.             *
      * EXCLUI-FONTE-CAMPOS: APAGA O REGISTRO DE FONTE DE CM-CNPJ (EXCLUSAO DO       *
      *   CNPJ-MASTER).                                                              *
      * O CNPJ-FONTE.DAT E ABERTO E FECHADO A CADA CHAMADA, COMO O CNPJ-HISTORY.     *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - CAMPO COM FONTE "R" (CARGA DOS DADOS        *
      *             ABERTOS DA RECEITA, CNPJ-DADOS-ABERTOS) NAO E PROTEGIDO: O       *
      *             CONFERE-FONTE-CAMPOS O PASSA PARA "S" NA PRIMEIRA CONSULTA AO    *
      *             SERPRO, MESMO QUANDO O VALOR NAO MUDA.                           *
      *------------------------------------------------------------------------------*
       REGISTRA-FONTE-CAMPOS.
           PERFORM ABRE-FONTE-CAMPOS.
           ACCEPT CFT-DATA FROM DATE YYYYMMDD.

           MOVE CM-CNPJ TO CF-CNPJ.
           MOVE "S"     TO CFT-ACHOU.
           READ CNPJ-FONTE-FILE
               KEY IS CF-CNPJ
               INVALID KEY
                   MOVE "N" TO CFT-ACHOU
           END-READ.

      * PRIMEIRA CORRECAO DESTE CNPJ: ATE AQUI TUDO VEIO DO SERPRO, NA
      * DATA DA ULTIMA CONSULTA.
           IF  CFT-ACHOU = "N"
               MOVE CM-CNPJ TO CF-CNPJ
               PERFORM VARYING CFT-IDX FROM 1 BY 1
                       UNTIL CFT-IDX > 18
                   MOVE "S"                  TO CF-FONTE(CFT-IDX)
                   MOVE CM-DATA-ULT-CONSULTA TO CF-DATA(CFT-IDX)
                   MOVE SPACES               TO CF-OPERADOR(CFT-IDX)
               END-PERFORM
           END-IF.

           PERFORM VARYING CHT-IDX FROM 1 BY 1
                   UNTIL CHT-IDX > 18
               PERFORM CALCULA-OFFSET-CAMPO
               IF  WA-MASTER-ANTERIOR(CHT-OFFSET:CHT-TAM)
                   NOT = CNPJ-MASTER-REC(CHT-OFFSET:CHT-TAM)
                   MOVE CHT-FONTE    TO CF-FONTE(CHT-IDX)
                   MOVE CFT-DATA     TO CF-DATA(CHT-IDX)
                   MOVE CFT-OPERADOR TO CF-OPERADOR(CHT-IDX)
               END-IF
           END-PERFORM.

           IF  CFT-ACHOU = "S"
               REWRITE CNPJ-FONTE-REC
           ELSE
               WRITE CNPJ-FONTE-REC
           END-IF.

           CLOSE CNPJ-FONTE-FILE.

       CONFERE-FONTE-CAMPOS.
           MOVE ZEROS TO CHT-QTDE-PRETERIDOS.
           PERFORM VARYING CHT-IDX FROM 1 BY 1
                   UNTIL CHT-IDX > 18
               MOVE "N"    TO CHT-PRETERIDO-MARCA(CHT-IDX)
               MOVE SPACES TO CHT-PRETERIDO-FONTE(CHT-IDX)
                              CHT-PRETERIDO-VALOR(CHT-IDX)
           END-PERFORM.

      * SEM ARQUIVO OU SEM REGISTRO DESTE CNPJ NAO HA CAMPO CORRIGIDO -
      * O REFRESH SEGUE COMO SEMPRE.
           OPEN I-O CNPJ-FONTE-FILE.
           IF  WA-FS-FONTE = "00"
               MOVE CM-CNPJ TO CF-CNPJ
               READ CNPJ-FONTE-FILE
                   KEY IS CF-CNPJ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CONFERE-FONTE-REGISTRO
               END-READ
               CLOSE CNPJ-FONTE-FILE
           END-IF.

       CONFERE-FONTE-REGISTRO.
           ACCEPT CFT-DATA FROM DATE YYYYMMDD.
           ACCEPT CFT-HORA FROM TIME.
           PERFORM LE-OPERADOR-FONTE.

           PERFORM CONFERE-FONTE-CAMPO
               VARYING CHT-IDX FROM 1 BY 1
               UNTIL CHT-IDX > 18.

           REWRITE CNPJ-FONTE-REC.

       CONFERE-FONTE-CAMPO.
           PERFORM CALCULA-OFFSET-CAMPO.

           IF  CF-FONTE(CHT-IDX) = "M" OR CF-FONTE(CHT-IDX) = "C"
               IF  WA-MASTER-ANTERIOR(CHT-OFFSET:CHT-TAM)
                   NOT = CNPJ-MASTER-REC(CHT-OFFSET:CHT-TAM)
      * O SERPRO DIVERGE DA CORRECAO: FICA A CORRECAO, O VALOR DO
      * SERPRO VAI PARA REVISAO E PARA O HISTORICO.
                   MOVE "S" TO CHT-PRETERIDO-MARCA(CHT-IDX)
                   MOVE CF-FONTE(CHT-IDX)
                       TO CHT-PRETERIDO-FONTE(CHT-IDX)
                   MOVE CNPJ-MASTER-REC(CHT-OFFSET:CHT-TAM)
                       TO CHT-PRETERIDO-VALOR(CHT-IDX)
                   ADD 1 TO CHT-QTDE-PRETERIDOS
                   MOVE WA-MASTER-ANTERIOR(CHT-OFFSET:CHT-TAM)
                       TO CNPJ-MASTER-REC(CHT-OFFSET:CHT-TAM)
                   PERFORM GRAVA-DIVERGENCIA-FONTE
               ELSE
                   MOVE "S"          TO CF-FONTE(CHT-IDX)
                   MOVE CFT-DATA     TO CF-DATA(CHT-IDX)
                   MOVE CFT-OPERADOR TO CF-OPERADOR(CHT-IDX)
               END-IF
           ELSE
      * CAMPO DOS DADOS ABERTOS ("R") PASSA PARA O SERPRO MESMO SEM
      * MUDAR DE VALOR - A CONSULTA PAGA CONFIRMOU O DADO.
               IF  WA-MASTER-ANTERIOR(CHT-OFFSET:CHT-TAM)
                   NOT = CNPJ-MASTER-REC(CHT-OFFSET:CHT-TAM)
                   OR CF-FONTE(CHT-IDX) = "R"
                   MOVE "S"          TO CF-FONTE(CHT-IDX)
                   MOVE CFT-DATA     TO CF-DATA(CHT-IDX)
                   MOVE CFT-OPERADOR TO CF-OPERADOR(CHT-IDX)
               END-IF
           END-IF.

       GRAVA-DIVERGENCIA-FONTE.
           OPEN EXTEND DIVERGE-FONTE-FILE.
           IF  WA-FS-DIVERGE-FONTE = "35"
               OPEN OUTPUT DIVERGE-FONTE-FILE
           END-IF.
           MOVE SPACES TO DIVERGE-FONTE-REC.
           STRING CFT-DATA                          DELIMITED BY SIZE
                  ";"                               DELIMITED BY SIZE
                  CFT-HORA                          DELIMITED BY SIZE
                  ";"                               DELIMITED BY SIZE
                  CM-CNPJ                           DELIMITED BY SIZE
                  ";"                               DELIMITED BY SIZE
                  FUNCTION TRIM(CHT-NOME-CAMPO(CHT-IDX))
                                                    DELIMITED BY SIZE
                  ";"                               DELIMITED BY SIZE
                  CF-FONTE(CHT-IDX)                 DELIMITED BY SIZE
                  ";"                               DELIMITED BY SIZE
                  FUNCTION TRIM(WA-MASTER-ANTERIOR(CHT-OFFSET:CHT-TAM))
                                                    DELIMITED BY SIZE
                  ";"                               DELIMITED BY SIZE
                  FUNCTION TRIM(CHT-PRETERIDO-VALOR(CHT-IDX))
                                                    DELIMITED BY SIZE
                  ";"                               DELIMITED BY SIZE
                  FUNCTION TRIM(WA-AU-PROGRAM-ID)   DELIMITED BY SIZE
                  INTO DIVERGE-FONTE-REC
           END-STRING.
           WRITE DIVERGE-FONTE-REC.
           CLOSE DIVERGE-FONTE-FILE.

       EXCLUI-FONTE-CAMPOS.
           OPEN I-O CNPJ-FONTE-FILE.
           IF  WA-FS-FONTE = "00"
               MOVE CM-CNPJ TO CF-CNPJ
               DELETE CNPJ-FONTE-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE CNPJ-FONTE-FILE
           END-IF.

       ABRE-FONTE-CAMPOS.
           PERFORM LE-OPERADOR-FONTE.
           OPEN I-O CNPJ-FONTE-FILE.
           IF  WA-FS-FONTE = "35"
               OPEN OUTPUT CNPJ-FONTE-FILE
               CLOSE CNPJ-FONTE-FILE
               OPEN I-O CNPJ-FONTE-FILE
           END-IF.

      * MESMA REGRA DO GRAVA-AUDITORIA: OPERADOR DO LOGIN DO MENU OU
      * "BATCH" NA RODADA SEM OPERADOR.
       LE-OPERADOR-FONTE.
           MOVE SPACES TO CFT-OPERADOR.
           ACCEPT CFT-OPERADOR FROM ENVIRONMENT "GO-OPERADOR".
           IF  CFT-OPERADOR = SPACES
               MOVE "BATCH" TO CFT-OPERADOR
           END-IF.
