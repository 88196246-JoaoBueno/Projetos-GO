      *------------------------------------------------------------------------------*
      * PARAGRAFOS DO LACRE (COPY LACRETAB NA WORKING-STORAGE).                      *
      * CARREGA-LACRE.....: LE O LIVRO LACRE-APROVADO.TXT E MONTA A BASE VIGENTE     *
      *   (LCR-ITEM, ULTIMA APROVACAO DE CADA ARQUIVO). SAIDA: LCR-CARREGADO         *
      *   (LIVRO EXISTE E TEM PELO MENOS UM ARQUIVO NA BASE).                        *
      * PROCURA-LACRE.....: LCR-ARQ-CALCULAR -> LCR-IDX-ACHADO (ZERO = FORA DA       *
      *   BASE).                                                                     *
      * CALCULA-LACRE.....: LCR-ARQ-CALCULAR -> LCR-ARQ-EXISTE E                     *
      *   LCR-MD5-CALCULADO. O ARQUIVO E LIDO EM BINARIO (CBL_READ_FILE) E CADA      *
      *   JANELA DE 34 BYTES VIRA 68 DIGITOS HEXA ANTES DE ENTRAR NO MD5             *
      *   ENCADEADO (32 DO HASH ANTERIOR + 68 DE DADO, O MESMO ENCADEAMENTO DO       *
      *   MANIFESTO) - BYTE NULO DE .SO NAO PODE CHEGAR CRU NA SUBROTINA. O          *
      *   ULTIMO ELO LEVA O TAMANHO, ENTAO ARQUIVO TRUNCADO TAMBEM DIVERGE.          *
      * CONFERE-LACRE.....: RECALCULA TODA A BASE E MARCA LCR-SITUACAO (OK /         *
      *   DIVERGE / AUSENTE). SAIDA: LCR-QTDE-PROBLEMA.                              *
      * GRAVA-LACRE.......: ACRESCENTA NO LIVRO A LINHA DE LCR-ACAO PARA             *
      *   LCR-ARQ-CALCULAR (MD5 NOVO EM LCR-MD5-CALCULADO, ANTERIOR EM               *
      *   LCR-MD5-ANTERIOR, OPERADOR EM LCR-OPERADOR-GRAVA) E ATUALIZA A BASE        *
      *   EM MEMORIA.                                                                *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       CARREGA-LACRE.
           MOVE "N"   TO LCR-CARREGADO LCR-EOF.
           MOVE ZEROS TO LCR-QTDE.

           OPEN INPUT LACRE-FILE.
           IF  WA-FS-LACRE = "00"
               PERFORM UNTIL LCR-EOF = "S"
                   READ LACRE-FILE INTO LCR-LINHA
                       AT END MOVE "S" TO LCR-EOF
                   END-READ
                   IF  LCR-EOF NOT = "S"
                       AND LCR-LINHA NOT = SPACES
                       AND LCR-LINHA(1:1) NOT = "*"
                       PERFORM CARREGA-LACRE-LINHA
                   END-IF
               END-PERFORM
               CLOSE LACRE-FILE
           END-IF.
           IF  LCR-QTDE > ZEROS
               MOVE "S" TO LCR-CARREGADO
           END-IF.

       CARREGA-LACRE-LINHA.
           MOVE SPACES TO LCR-TK-DATA LCR-TK-HORA LCR-TK-OPERADOR
                          LCR-TK-ACAO LCR-TK-MD5-NOVO LCR-TK-MD5-ANT
                          LCR-TK-ARQUIVO.
           UNSTRING LCR-LINHA DELIMITED BY ";" INTO
               LCR-TK-DATA
               LCR-TK-HORA
               LCR-TK-OPERADOR
               LCR-TK-ACAO
               LCR-TK-MD5-NOVO
               LCR-TK-MD5-ANT
               LCR-TK-ARQUIVO
           END-UNSTRING.
           MOVE LCR-TK-ARQUIVO TO LCR-ARQ-CALCULAR.
           PERFORM PROCURA-LACRE.

           IF  LCR-TK-ACAO = "EXCLUI"
               IF  LCR-IDX-ACHADO > ZEROS
                   PERFORM VARYING LCR-IDX FROM LCR-IDX-ACHADO BY 1
                           UNTIL LCR-IDX >= LCR-QTDE
                       COMPUTE LCR-IDX-2 = LCR-IDX + 1
                       MOVE LCR-ITEM(LCR-IDX-2) TO LCR-ITEM(LCR-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM LCR-QTDE
               END-IF
           ELSE
               IF  LCR-IDX-ACHADO = ZEROS
                   AND LCR-QTDE < 100
                   ADD 1 TO LCR-QTDE
                   MOVE LCR-QTDE TO LCR-IDX-ACHADO
                   MOVE SPACES TO LCR-ITEM(LCR-IDX-ACHADO)
                   MOVE LCR-TK-ARQUIVO TO LCR-ARQUIVO(LCR-IDX-ACHADO)
               END-IF
               IF  LCR-IDX-ACHADO > ZEROS
                   MOVE LCR-TK-MD5-NOVO TO LCR-MD5(LCR-IDX-ACHADO)
                   MOVE LCR-TK-OPERADOR
                       TO LCR-OPERADOR(LCR-IDX-ACHADO)
                   MOVE ZEROS TO LCR-DATA(LCR-IDX-ACHADO)
                                 LCR-HORA(LCR-IDX-ACHADO)
                   IF  LCR-TK-DATA IS NUMERIC
                       MOVE LCR-TK-DATA TO LCR-DATA(LCR-IDX-ACHADO)
                   END-IF
                   IF  LCR-TK-HORA IS NUMERIC
                       MOVE LCR-TK-HORA TO LCR-HORA(LCR-IDX-ACHADO)
                   END-IF
               END-IF
           END-IF.

       PROCURA-LACRE.
           MOVE ZEROS TO LCR-IDX-ACHADO.
           PERFORM VARYING LCR-IDX FROM 1 BY 1
                   UNTIL LCR-IDX > LCR-QTDE
                       OR LCR-IDX-ACHADO > ZEROS
               IF  LCR-ARQUIVO(LCR-IDX) = LCR-ARQ-CALCULAR
                   MOVE LCR-IDX TO LCR-IDX-ACHADO
               END-IF
           END-PERFORM.

       CALCULA-LACRE.
           MOVE "N"    TO LCR-ARQ-EXISTE.
           MOVE SPACES TO LCR-MD5-CALCULADO.
           CALL "CBL_CHECK_FILE_EXIST" USING LCR-ARQ-CALCULAR
                                             LCR-DETALHES.
           IF  RETURN-CODE = 0
               CALL "CBL_OPEN_FILE" USING LCR-ARQ-CALCULAR
                                          LCR-MODO-ACESSO
                                          LCR-MODO-NEGA
                                          LCR-DISPOSITIVO
                                          LCR-HANDLE
               IF  RETURN-CODE = 0
                   MOVE "S" TO LCR-ARQ-EXISTE
                   PERFORM CALCULA-LACRE-ARQUIVO
                   CALL "CBL_CLOSE_FILE" USING LCR-HANDLE
               END-IF
           END-IF.
           MOVE 0 TO RETURN-CODE.

       CALCULA-LACRE-ARQUIVO.
           MOVE SPACES TO LCR-MD5-HASH.
           MOVE 0 TO LCR-OFFSET.
           PERFORM UNTIL LCR-OFFSET >= LCR-DA-TAMANHO
               IF  LCR-DA-TAMANHO - LCR-OFFSET > 3400
                   MOVE 3400 TO LCR-QTDE-LER
               ELSE
                   COMPUTE LCR-QTDE-LER = LCR-DA-TAMANHO - LCR-OFFSET
               END-IF
               MOVE SPACES TO LCR-BUFFER
               CALL "CBL_READ_FILE" USING LCR-HANDLE
                                          LCR-OFFSET
                                          LCR-QTDE-LER
                                          LCR-FLAGS
                                          LCR-BUFFER
               PERFORM VARYING LCR-POS FROM 1 BY 34
                       UNTIL LCR-POS > LCR-QTDE-LER
                   PERFORM CALCULA-LACRE-JANELA
               END-PERFORM
               ADD LCR-QTDE-LER TO LCR-OFFSET
           END-PERFORM.

           MOVE LCR-DA-TAMANHO TO LCR-TAMANHO-ED.
           MOVE SPACES TO LCR-MD5-STR.
           STRING LCR-MD5-HASH     DELIMITED BY SIZE
                  "TAMANHO="       DELIMITED BY SIZE
                  LCR-TAMANHO-ED   DELIMITED BY SIZE
                  INTO LCR-MD5-STR
           END-STRING.
           CALL "MD5" USING LCR-MD5-STR LCR-MD5-HASH.
           MOVE LCR-MD5-HASH TO LCR-MD5-CALCULADO.

       CALCULA-LACRE-JANELA.
           COMPUTE LCR-TAM-JANELA = LCR-QTDE-LER - LCR-POS + 1.
           IF  LCR-TAM-JANELA > 34
               MOVE 34 TO LCR-TAM-JANELA
           END-IF.
           MOVE SPACES TO LCR-HEX.
           PERFORM VARYING LCR-POS-B FROM 0 BY 1
                   UNTIL LCR-POS-B >= LCR-TAM-JANELA
               COMPUTE LCR-BYTE = FUNCTION ORD(
                   LCR-BUFFER(LCR-POS + LCR-POS-B:1)) - 1
               DIVIDE LCR-BYTE BY 16 GIVING LCR-HEX-ALTO
                   REMAINDER LCR-HEX-BAIXO
               MOVE LCR-DIGITOS(LCR-HEX-ALTO + 1:1)
                   TO LCR-HEX(LCR-POS-B * 2 + 1:1)
               MOVE LCR-DIGITOS(LCR-HEX-BAIXO + 1:1)
                   TO LCR-HEX(LCR-POS-B * 2 + 2:1)
           END-PERFORM.
           MOVE SPACES TO LCR-MD5-STR.
           STRING LCR-MD5-HASH     DELIMITED BY SIZE
                  LCR-HEX          DELIMITED BY SIZE
                  INTO LCR-MD5-STR
           END-STRING.
           CALL "MD5" USING LCR-MD5-STR LCR-MD5-HASH.

       CONFERE-LACRE.
           MOVE ZEROS TO LCR-QTDE-PROBLEMA.
           PERFORM VARYING LCR-IDX-2 FROM 1 BY 1
                   UNTIL LCR-IDX-2 > LCR-QTDE
               MOVE LCR-ARQUIVO(LCR-IDX-2) TO LCR-ARQ-CALCULAR
               PERFORM CALCULA-LACRE
               EVALUATE TRUE
                   WHEN LCR-ARQ-EXISTE = "N"
                       MOVE "AUSENTE" TO LCR-SITUACAO(LCR-IDX-2)
                       ADD 1 TO LCR-QTDE-PROBLEMA
                   WHEN LCR-MD5-CALCULADO NOT = LCR-MD5(LCR-IDX-2)
                       MOVE "DIVERGE" TO LCR-SITUACAO(LCR-IDX-2)
                       ADD 1 TO LCR-QTDE-PROBLEMA
                   WHEN OTHER
                       MOVE "OK" TO LCR-SITUACAO(LCR-IDX-2)
               END-EVALUATE
           END-PERFORM.

       GRAVA-LACRE.
           OPEN EXTEND LACRE-FILE.
           IF  WA-FS-LACRE = "35"
               OPEN OUTPUT LACRE-FILE
           END-IF.
           MOVE SPACES TO LCR-LINHA.
           ACCEPT LCR-TK-DATA FROM DATE YYYYMMDD.
           ACCEPT LCR-TK-HORA FROM TIME.
           IF  LCR-OPERADOR-GRAVA = SPACES
               MOVE "BATCH" TO LCR-OPERADOR-GRAVA
           END-IF.
           STRING LCR-TK-DATA                     DELIMITED BY SIZE
                  ";"                             DELIMITED BY SIZE
                  LCR-TK-HORA                     DELIMITED BY SIZE
                  ";"                             DELIMITED BY SIZE
                  FUNCTION TRIM(LCR-OPERADOR-GRAVA)
                                                  DELIMITED BY SIZE
                  ";"                             DELIMITED BY SIZE
                  FUNCTION TRIM(LCR-ACAO)         DELIMITED BY SIZE
                  ";"                             DELIMITED BY SIZE
                  LCR-MD5-CALCULADO               DELIMITED BY SIZE
                  ";"                             DELIMITED BY SIZE
                  LCR-MD5-ANTERIOR                DELIMITED BY SIZE
                  ";"                             DELIMITED BY SIZE
                  FUNCTION TRIM(LCR-ARQ-CALCULAR) DELIMITED BY SIZE
                  INTO LCR-LINHA
           END-STRING.
           MOVE LCR-LINHA TO LACRE-REC.
           WRITE LACRE-REC.
           CLOSE LACRE-FILE.
           PERFORM CARREGA-LACRE-LINHA.
