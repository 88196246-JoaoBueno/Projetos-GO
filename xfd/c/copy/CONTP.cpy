      *------------------------------------------------------------------------------*
      * PARAGRAFOS DA EXPLOSAO DOS CONTATOS (COPY CONTTAB/CONTNORM NA                *
      * WORKING-STORAGE E COPY CONTNORMP NA PROCEDURE).                              *
      * ATUALIZA-CONTATOS: APAGA OS CONTATOS ANTERIORES DO CNPJ EM CM-CNPJ NO        *
      *   CNPJ-CONTATOS.DAT E GRAVA UM REGISTRO POR TELEFONE/E-MAIL ENCONTRADO NO    *
      *   CNPJ-MASTER-REC (REPETIDO NO MESMO CNPJ ENTRA UMA VEZ SO). O DDD E         *
      *   CONFERIDO CONTRA A UF DO ENDERECO E, NO FIM, O COMPARTILHAMENTO DE CADA    *
      *   CONTATO QUE ENTROU OU SAIU E RECONTADO EM TODOS OS CNPJs QUE O TEM.        *
      *   ABRE E FECHA O ARQUIVO A CADA CHAMADA, COMO O ATUALIZA-CNAE-SEC.           *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       ATUALIZA-CONTATOS.
           OPEN I-O CNPJ-CONTATOS-FILE.
           IF  WA-FS-CONTATOS = "35"
               OPEN OUTPUT CNPJ-CONTATOS-FILE
               CLOSE CNPJ-CONTATOS-FILE
               OPEN I-O CNPJ-CONTATOS-FILE
           END-IF.
           MOVE ZEROS TO CTX-QTDE-AFETADOS CTX-QTDE-NOVOS CTX-SEQ
                         CTX-QTDE-GRAVADOS.

      * APAGA O CONJUNTO ANTERIOR DO CNPJ, GUARDANDO OS CONTATOS VALIDOS
      * PARA A RECONTAGEM.
           MOVE CM-CNPJ TO CT-CNPJ.
           MOVE ZEROS   TO CT-SEQ.
           MOVE "N"     TO CTX-PARA.
           START CNPJ-CONTATOS-FILE
               KEY IS NOT LESS THAN CT-CHAVE
               INVALID KEY
                   MOVE "S" TO CTX-PARA
           END-START.
           PERFORM UNTIL CTX-PARA = "S"
               READ CNPJ-CONTATOS-FILE NEXT RECORD
                   AT END MOVE "S" TO CTX-PARA
               END-READ
               IF  CTX-PARA NOT = "S"
                   IF  CT-CNPJ = CM-CNPJ
                       IF  CT-VALIDO = "S"
                           MOVE CT-CONTATO TO CTX-CONTATO-BUSCA
                           PERFORM GUARDA-CONTATO-AFETADO
                       END-IF
                       DELETE CNPJ-CONTATOS-FILE
                   ELSE
                       MOVE "S" TO CTX-PARA
                   END-IF
               END-IF
           END-PERFORM.

           MOVE "1"           TO CTX-CAMPO.
           MOVE CM-TELEFONE-1 TO CTX-TEXTO.
           PERFORM EXPLODE-TELEFONE.
           MOVE "2"           TO CTX-CAMPO.
           MOVE CM-TELEFONE-2 TO CTX-TEXTO.
           PERFORM EXPLODE-TELEFONE.
           MOVE "3"           TO CTX-CAMPO.
           MOVE CM-TELEFONE-3 TO CTX-TEXTO.
           PERFORM EXPLODE-TELEFONE.
           MOVE "4"           TO CTX-CAMPO.
           MOVE CM-TELEFONE-4 TO CTX-TEXTO.
           PERFORM EXPLODE-TELEFONE.
           MOVE "E"                   TO CTX-CAMPO.
           MOVE CM-CORREIO-ELETRONICO TO CTX-TEXTO.
           PERFORM EXPLODE-EMAIL.

           PERFORM VARYING CTX-IDX FROM 1 BY 1
                   UNTIL CTX-IDX > CTX-QTDE-AFETADOS
               MOVE CTX-AFETADO(CTX-IDX) TO CTX-CONTATO-BUSCA
               PERFORM RECONTA-COMPARTILHADO
           END-PERFORM.

           CLOSE CNPJ-CONTATOS-FILE.

       EXPLODE-TELEFONE.
           IF  CTX-TEXTO NOT = SPACES
               INSPECT CTX-TEXTO REPLACING ALL ";" BY "/"
                                           ALL "," BY "/"
               MOVE SPACES TO CTX-PEDACOS
               UNSTRING CTX-TEXTO DELIMITED BY ALL "/" INTO
                   CTX-PEDACO(1) CTX-PEDACO(2) CTX-PEDACO(3)
               END-UNSTRING
               PERFORM VARYING CTX-IDX FROM 1 BY 1 UNTIL CTX-IDX > 3
                   IF  CTX-PEDACO(CTX-IDX) NOT = SPACES
                       MOVE CTX-PEDACO(CTX-IDX) TO CTN-ENTRADA
                       PERFORM NORMALIZA-TELEFONE
                       PERFORM GRAVA-CONTATO
                   END-IF
               END-PERFORM
           END-IF.

       EXPLODE-EMAIL.
           IF  CTX-TEXTO NOT = SPACES
               INSPECT CTX-TEXTO REPLACING ALL ";" BY " "
                                           ALL "," BY " "
                                           ALL "/" BY " "
               MOVE FUNCTION TRIM(CTX-TEXTO) TO CTX-TEXTO
               MOVE SPACES TO CTX-PEDACOS
               UNSTRING CTX-TEXTO DELIMITED BY ALL " " INTO
                   CTX-PEDACO(1) CTX-PEDACO(2) CTX-PEDACO(3)
               END-UNSTRING
               PERFORM VARYING CTX-IDX FROM 1 BY 1 UNTIL CTX-IDX > 3
                   IF  CTX-PEDACO(CTX-IDX) NOT = SPACES
                       MOVE CTX-PEDACO(CTX-IDX) TO CTN-ENTRADA
                       PERFORM VALIDA-EMAIL
                       PERFORM GRAVA-CONTATO
                   END-IF
               END-PERFORM
           END-IF.

      * TELEFONE SEM NENHUM DIGITO ("NAO TEM", "S/N") NAO E CONTATO.
       GRAVA-CONTATO.
           MOVE "N" TO CTX-REPETIDO.
           PERFORM VARYING CTX-IDX-2 FROM 1 BY 1
                   UNTIL CTX-IDX-2 > CTX-QTDE-NOVOS
               IF  CTX-NOVO(CTX-IDX-2) = CTN-SAIDA
                   MOVE "S" TO CTX-REPETIDO
               END-IF
           END-PERFORM.
           IF  CTN-SAIDA NOT = SPACES
               AND CTX-REPETIDO = "N"
               AND CTX-QTDE-NOVOS < 15
               ADD 1 TO CTX-QTDE-NOVOS
               MOVE CTN-SAIDA   TO CTX-NOVO(CTX-QTDE-NOVOS)
               ADD 1 TO CTX-SEQ
               MOVE CM-CNPJ     TO CT-CNPJ
               MOVE CTX-SEQ     TO CT-SEQ
               MOVE CTN-SAIDA   TO CT-CONTATO
               MOVE CTN-TIPO    TO CT-TIPO
               MOVE CTX-CAMPO   TO CT-CAMPO
               MOVE CTN-VALIDO  TO CT-VALIDO
               MOVE CTN-MOTIVO  TO CT-MOTIVO
               MOVE CTN-DDD     TO CT-DDD
               MOVE CTN-DDD-UF  TO CT-DDD-UF
               MOVE SPACE       TO CT-DDD-CONFERE
               IF  CTN-VALIDO = "S" AND CTN-DDD-UF NOT = SPACES
                   IF  CTN-DDD-UF =
                       FUNCTION UPPER-CASE(CM-ENDERECO-UF(1:2))
                       OR (CTN-DDD = "61"
                           AND FUNCTION UPPER-CASE(
                               CM-ENDERECO-UF(1:2)) = "GO")
                       MOVE "S" TO CT-DDD-CONFERE
                   ELSE
                       MOVE "N" TO CT-DDD-CONFERE
                   END-IF
               END-IF
               MOVE CTN-ENTRADA TO CT-ORIGINAL
               MOVE ZEROS       TO CT-QTDE-RAIZES
               MOVE "N"         TO CT-COMPARTILHADO
               ACCEPT CT-DATA-ATUALIZACAO FROM DATE YYYYMMDD
               WRITE CNPJ-CONTATOS-REC
                   INVALID KEY
                       REWRITE CNPJ-CONTATOS-REC
               END-WRITE
               ADD 1 TO CTX-QTDE-GRAVADOS
               IF  CTN-VALIDO = "S"
                   MOVE CTN-SAIDA TO CTX-CONTATO-BUSCA
                   PERFORM GUARDA-CONTATO-AFETADO
               END-IF
           END-IF.

       GUARDA-CONTATO-AFETADO.
           MOVE "N" TO CTX-REPETIDO.
           PERFORM VARYING CTX-IDX-2 FROM 1 BY 1
                   UNTIL CTX-IDX-2 > CTX-QTDE-AFETADOS
               IF  CTX-AFETADO(CTX-IDX-2) = CTX-CONTATO-BUSCA
                   MOVE "S" TO CTX-REPETIDO
               END-IF
           END-PERFORM.
           IF  CTX-REPETIDO = "N" AND CTX-QTDE-AFETADOS < 30
               ADD 1 TO CTX-QTDE-AFETADOS
               MOVE CTX-CONTATO-BUSCA TO CTX-AFETADO(CTX-QTDE-AFETADOS)
           END-IF.

      * CONTA AS RAIZES DISTINTAS COM O CONTATO (CTX-CONTATO-BUSCA) PELA
      * CHAVE ALTERNADA E REGRAVA A CONTAGEM E A MARCA EM TODOS ELES.
       RECONTA-COMPARTILHADO.
           MOVE ZEROS  TO CTX-QTDE-RAIZES.
           MOVE SPACES TO CTX-RAIZES.
           MOVE CTX-CONTATO-BUSCA TO CT-CONTATO.
           MOVE "N" TO CTX-PARA.
           START CNPJ-CONTATOS-FILE
               KEY IS EQUAL TO CT-CONTATO
               INVALID KEY
                   MOVE "S" TO CTX-PARA
           END-START.
           PERFORM UNTIL CTX-PARA = "S"
               READ CNPJ-CONTATOS-FILE NEXT RECORD
                   AT END MOVE "S" TO CTX-PARA
               END-READ
               IF  CTX-PARA NOT = "S"
                   IF  CT-CONTATO NOT = CTX-CONTATO-BUSCA
                       MOVE "S" TO CTX-PARA
                   ELSE
                       IF  CT-VALIDO = "S"
                           PERFORM CONTA-RAIZ-CONTATO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF  CTX-QTDE-RAIZES >= CTX-LIMITE-COMPART
               MOVE "S" TO CTX-COMPART
           ELSE
               MOVE "N" TO CTX-COMPART
           END-IF.

           MOVE CTX-CONTATO-BUSCA TO CT-CONTATO.
           MOVE "N" TO CTX-PARA.
           START CNPJ-CONTATOS-FILE
               KEY IS EQUAL TO CT-CONTATO
               INVALID KEY
                   MOVE "S" TO CTX-PARA
           END-START.
           PERFORM UNTIL CTX-PARA = "S"
               READ CNPJ-CONTATOS-FILE NEXT RECORD
                   AT END MOVE "S" TO CTX-PARA
               END-READ
               IF  CTX-PARA NOT = "S"
                   IF  CT-CONTATO NOT = CTX-CONTATO-BUSCA
                       MOVE "S" TO CTX-PARA
                   ELSE
                       IF  CT-VALIDO = "S"
                           AND (CT-QTDE-RAIZES NOT = CTX-QTDE-RAIZES
                                OR CT-COMPARTILHADO NOT = CTX-COMPART)
                           MOVE CTX-QTDE-RAIZES TO CT-QTDE-RAIZES
                           MOVE CTX-COMPART     TO CT-COMPARTILHADO
                           REWRITE CNPJ-CONTATOS-REC
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * MATRIZ E FILIAIS (MESMOS 8 PRIMEIROS) SAO O MESMO DONO.
       CONTA-RAIZ-CONTATO.
           MOVE "N" TO CTX-REPETIDO.
           PERFORM VARYING CTX-IDX-2 FROM 1 BY 1
                   UNTIL CTX-IDX-2 > CTX-QTDE-RAIZES
               IF  CTX-RAIZ(CTX-IDX-2) = CT-CNPJ(1:8)
                   MOVE "S" TO CTX-REPETIDO
               END-IF
           END-PERFORM.
           IF  CTX-REPETIDO = "N" AND CTX-QTDE-RAIZES < 50
               ADD 1 TO CTX-QTDE-RAIZES
               MOVE CT-CNPJ(1:8) TO CTX-RAIZ(CTX-QTDE-RAIZES)
           END-IF.
