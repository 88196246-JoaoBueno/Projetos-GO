      *------------------------------------------------------------------------------*
      * PARAGRAFOS DO MAPA DE FUSOES DE FCO (COPY FUSAOTAB NA WORKING-STORAGE).      *
      * CARREGA-FUSAO: LE O FCO-FUSAO.TXT PARA A TABELA; SEM O ARQUIVO A TABELA FICA *
      *   VAZIA (NENHUMA FUSAO FEITA). MAIS DE 5000 FUSOES LIGA FU-TABELA-CHEIA.     *
      * BUSCA-FUSAO..: ENTRADA EM FU-BUSCA-FCO; FU-FUNDIDO = "S" QUANDO O FCO FOI    *
      *   ABSORVIDO, COM O SOBREVIVENTE FINAL EM FU-SOBREV-ACHADO (SEGUE A CADEIA    *
      *   QUANDO O SOBREVIVENTE FOI FUNDIDO DEPOIS) E A DATA DA FUSAO EM             *
      *   FU-DATA-ACHADA. NAO FUNDIDO DEVOLVE O PROPRIO FCO EM FU-SOBREV-ACHADO.     *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       CARREGA-FUSAO.
           MOVE "N"   TO FU-CARREGADO FU-TABELA-CHEIA FU-EOF.
           MOVE ZEROS TO FU-QTDE.

           OPEN INPUT FUSAO-FILE.
           IF  WA-FS-FUSAO = "00"
               PERFORM UNTIL FU-EOF = "S"
                   READ FUSAO-FILE INTO FU-LINHA
                       AT END MOVE "S" TO FU-EOF
                   END-READ
                   IF  FU-EOF NOT = "S"
                       AND FU-LINHA NOT = SPACES
                       AND FU-LINHA(1:1) NOT = "*"
                       MOVE SPACES TO FU-TOKEN-1 FU-TOKEN-2 FU-TOKEN-3
                       UNSTRING FU-LINHA DELIMITED BY ";" INTO
                           FU-TOKEN-1
                           FU-TOKEN-2
                           FU-TOKEN-3
                       END-UNSTRING
                       IF  FU-QTDE < 5000
                           ADD 1 TO FU-QTDE
                           MOVE FUNCTION NUMVAL(FU-TOKEN-1)
                               TO FU-FCO-ANTIGO(FU-QTDE)
                           MOVE FUNCTION NUMVAL(FU-TOKEN-2)
                               TO FU-FCO-SOBREV(FU-QTDE)
                           MOVE FUNCTION NUMVAL(FU-TOKEN-3)
                               TO FU-DATA(FU-QTDE)
                       ELSE
                           MOVE "S" TO FU-TABELA-CHEIA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FUSAO-FILE
               IF  FU-QTDE > ZEROS
                   MOVE "S" TO FU-CARREGADO
               END-IF
           END-IF.

       BUSCA-FUSAO.
           MOVE "N"          TO FU-FUNDIDO.
           MOVE FU-BUSCA-FCO TO FU-SOBREV-ACHADO.
           MOVE ZEROS        TO FU-DATA-ACHADA FU-SALTOS.
           MOVE "S"          TO FU-SEGUE.
           PERFORM UNTIL FU-SEGUE = "N"
               MOVE "N" TO FU-SEGUE
               PERFORM VARYING FU-IDX FROM 1 BY 1
                       UNTIL FU-IDX > FU-QTDE
                   IF  FU-FCO-ANTIGO(FU-IDX) = FU-SOBREV-ACHADO
                       IF  FU-SALTOS = ZEROS
                           MOVE FU-DATA(FU-IDX) TO FU-DATA-ACHADA
                       END-IF
                       MOVE FU-FCO-SOBREV(FU-IDX) TO FU-SOBREV-ACHADO
                       MOVE "S" TO FU-FUNDIDO
      * CADEIA A->B->C; O LIMITE SO PROTEGE CONTRA UM CICLO GRAVADO
      * A MAO NO ARQUIVO.
                       IF  FU-SALTOS < 20
                           ADD 1 TO FU-SALTOS
                           MOVE "S" TO FU-SEGUE
                       END-IF
                       MOVE FU-QTDE TO FU-IDX
                   END-IF
               END-PERFORM
           END-PERFORM.
