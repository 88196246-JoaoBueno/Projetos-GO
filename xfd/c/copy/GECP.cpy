      *------------------------------------------------------------------------------*
      * PARAGRAFOS DA CONSULTA DO GRUPO ECONOMICO (COPY GECTAB NA WORKING-STORAGE).  *
      * ABRE-GRUPO-ECON....: ABRE OS DOIS ARQUIVOS SO PARA LEITURA; SEM APURACAO     *
      *                      (ARQUIVO AUSENTE) GEC-ABERTO FICA "N".                  *
      * FECHA-GRUPO-ECON...: FECHA SE ESTIVER ABERTO.                                *
      * LE-GRUPO-CNPJ......: SO O GRUPO DE GEC-CNPJ (GEC-ACHOU/GEC-GRUPO), PARA      *
      *                      CONSULTAS EM LACO COM OS ARQUIVOS JA ABERTOS.           *
      * BUSCA-GRUPO-ECON...: ABRE, CARREGA O GRUPO INTEIRO DE GEC-CNPJ (MEMBROS,     *
      *                      TOTAIS E SOCIOS DE LIGACAO) E FECHA.                    *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       ABRE-GRUPO-ECON.
           MOVE "N" TO GEC-ABERTO.
           OPEN INPUT GRUPO-ECON-FILE.
           IF  WA-FS-GRUPO-ECON = "00"
               OPEN INPUT GRUPO-ELO-FILE
               IF  WA-FS-GRUPO-ELO = "00"
                   MOVE "S" TO GEC-ABERTO
               ELSE
                   CLOSE GRUPO-ECON-FILE
               END-IF
           END-IF.

       FECHA-GRUPO-ECON.
           IF  GEC-ABERTO = "S"
               CLOSE GRUPO-ECON-FILE
               CLOSE GRUPO-ELO-FILE
               MOVE "N" TO GEC-ABERTO
           END-IF.

       LE-GRUPO-CNPJ.
           MOVE "N"   TO GEC-ACHOU.
           MOVE ZEROS TO GEC-GRUPO.
           IF  GEC-ABERTO = "S"
               MOVE GEC-CNPJ TO GE-CNPJ
               READ GRUPO-ECON-FILE
                   KEY IS GE-CNPJ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S"              TO GEC-ACHOU
                       MOVE GE-GRUPO         TO GEC-GRUPO
                       MOVE GE-QTDE-EMPRESAS TO GEC-QTDE-EMPRESAS
                       MOVE GE-DATA-APURACAO TO GEC-DATA-APURACAO
               END-READ
           END-IF.

       BUSCA-GRUPO-ECON.
           MOVE ZEROS TO GEC-QTDE-CNPJ GEC-QTDE-NAO-ATIVAS
                         GEC-QTDE-MEMBROS GEC-QTDE-ELOS.
           PERFORM ABRE-GRUPO-ECON.
           PERFORM LE-GRUPO-CNPJ.
           IF  GEC-ACHOU = "S"
               MOVE GEC-GRUPO TO GE-GRUPO
               MOVE "N" TO GEC-PARA
               START GRUPO-ECON-FILE
                   KEY IS EQUAL TO GE-GRUPO
                   INVALID KEY
                       MOVE "S" TO GEC-PARA
               END-START
               PERFORM UNTIL GEC-PARA = "S"
                   READ GRUPO-ECON-FILE NEXT RECORD
                       AT END MOVE "S" TO GEC-PARA
                   END-READ
                   IF  GEC-PARA NOT = "S"
                       IF  GE-GRUPO = GEC-GRUPO
                           ADD 1 TO GEC-QTDE-CNPJ
                           IF  FUNCTION TRIM(GE-SITUACAO) NOT = "ATIVA"
                               ADD 1 TO GEC-QTDE-NAO-ATIVAS
                           END-IF
                           IF  GEC-QTDE-MEMBROS < 30
                               ADD 1 TO GEC-QTDE-MEMBROS
                               MOVE GE-CNPJ
                                 TO GEC-M-CNPJ(GEC-QTDE-MEMBROS)
                               MOVE GE-NOME
                                 TO GEC-M-NOME(GEC-QTDE-MEMBROS)
                               MOVE GE-SITUACAO
                                 TO GEC-M-SITUACAO(GEC-QTDE-MEMBROS)
                           END-IF
                       ELSE
                           MOVE "S" TO GEC-PARA
                       END-IF
                   END-IF
               END-PERFORM

               MOVE GEC-GRUPO  TO EL-GRUPO
               MOVE LOW-VALUES TO EL-NOME-NORM
               MOVE "N" TO GEC-PARA
               START GRUPO-ELO-FILE
                   KEY IS NOT LESS THAN EL-CHAVE
                   INVALID KEY
                       MOVE "S" TO GEC-PARA
               END-START
               PERFORM UNTIL GEC-PARA = "S"
                   READ GRUPO-ELO-FILE NEXT RECORD
                       AT END MOVE "S" TO GEC-PARA
                   END-READ
                   IF  GEC-PARA NOT = "S"
                       IF  EL-GRUPO = GEC-GRUPO
                           IF  GEC-QTDE-ELOS < 10
                               ADD 1 TO GEC-QTDE-ELOS
                               MOVE EL-NOME
                                 TO GEC-E-NOME(GEC-QTDE-ELOS)
                               MOVE EL-QTDE-EMPRESAS
                                 TO GEC-E-QTDE(GEC-QTDE-ELOS)
                           END-IF
                       ELSE
                           MOVE "S" TO GEC-PARA
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM FECHA-GRUPO-ECON.
