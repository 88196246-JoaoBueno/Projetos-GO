       IDENTIFICATION DIVISION.
       PROGRAM-ID.      FINALIDADE-MANUT.
      *------------------------------------------------------------------------------*
      * MANUTENCAO DA TABELA DE FINALIDADES DAS CONSULTAS AO SERPRO                  *
      * (FINALIDADES.TXT - COPY FINALTAB/FINALTABP), ESCOLHIDAS NA TELA DO           *
      * GO-FCO-MASTER E DO GO-FCO, TRAZIDAS PELO PEDIDO DO PORTAL (GO-FCO-SERVICO)   *
      * E CONFERIDAS NO SERPRO-FINALIDADE-REL. A TELA LISTA, INCLUI, ALTERA          *
      * (DESCRICAO E LIMITE MENSAL DE CPFs POR OPERADOR) E EXCLUI FINALIDADE E       *
      * REGRAVA O ARQUIVO. O CODIGO FIXO DO BATCH (FIN-CODIGO-LOTE) NAO PODE SER     *
      * EXCLUIDO. SEM O ARQUIVO, A TELA PARTE DA TABELA PADRAO. CADA GRAVACAO SAI    *
      * NO AUDIT.LOG.                                                                *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINALIDADE-FILE
               ASSIGN TO WA-ARQ-FINALIDADE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-FINALIDADE.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO WA-ARQ-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
       FD  FINALIDADE-FILE.
       01  FINALIDADE-REC              PIC X(100).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  WA-ARQ-FINALIDADE           PIC X(100)          VALUE
               "FINALIDADES.TXT".
       77  WA-FS-FINALIDADE            PIC X(002)          VALUE "00".
       77  WA-OPCAO-MANUT              PIC X(001)          VALUE SPACES.
       77  WA-SAIR-MANUT               PIC X(001)          VALUE "N".
       77  WA-PAUSA                    PIC X(001)          VALUE SPACES.
       77  WA-DESCRICAO-INF            PIC X(040)          VALUE SPACES.
       77  WA-LIMITE-INF               PIC X(005)          VALUE SPACES.
       77  WA-MUDOU                    PIC X(001)          VALUE "N".

           COPY FINALTAB.

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-FS-AUDIT                 PIC X(002)          VALUE "00".
       77  WA-AU-DATA                  PIC 9(008).
       77  WA-AU-HORA                  PIC 9(006).
       77  WA-AU-PROGRAM-ID            PIC X(020)
               VALUE "FINALIDADE-MANUT".
       77  WA-AU-EVENTO                PIC X(010)          VALUE SPACES.
       77  WA-AU-ENTRADA               PIC X(030)          VALUE SPACES.
       77  WA-AU-RESULTADO             PIC X(020)          VALUE SPACES.
       77  WA-AU-OPERADOR              PIC X(008)          VALUE SPACES.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           MOVE "INICIO"   TO WA-AU-EVENTO.
           MOVE SPACES     TO WA-AU-ENTRADA.
           MOVE SPACES     TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

           PERFORM CARREGA-FINALIDADES.
      * SEM ARQUIVO A TABELA PADRAO VIRA O PONTO DE PARTIDA E E
      * GRAVADA NA SAIDA, PARA O ARQUIVO PASSAR A EXISTIR.
           IF  FIN-CARREGADO = "N"
               MOVE "S" TO WA-MUDOU
           END-IF.

           MOVE "N" TO WA-SAIR-MANUT.
           PERFORM UNTIL WA-SAIR-MANUT = "S"
               PERFORM RT01-00-TELA
           END-PERFORM.

           IF  WA-MUDOU = "S"
               PERFORM RT06-00-REGRAVA-ARQUIVO
               DISPLAY "TABELA DE FINALIDADES GRAVADA."
               MOVE "FINALIDADE"     TO WA-AU-EVENTO
               MOVE FIN-QTDE         TO WA-AU-ENTRADA
               MOVE "GRAVADO"        TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
           END-IF.

           ACCEPT WA-PAUSA.
           GOBACK.

       RT01-00-TELA.
           DISPLAY " ".
           DISPLAY "--- FINALIDADES DAS CONSULTAS AO SERPRO ---".
           IF  FIN-CARREGADO = "N"
               DISPLAY "SEM FINALIDADES.TXT - PARTINDO DA TABELA "
                       "PADRAO."
           END-IF.
           DISPLAY "(I)ncluir (A)lterar (E)xcluir (L)istar "
                   "(S)air e gravar: " WITH NO ADVANCING.
           MOVE SPACES TO WA-OPCAO-MANUT.
           ACCEPT WA-OPCAO-MANUT.
           MOVE FUNCTION UPPER-CASE(WA-OPCAO-MANUT) TO WA-OPCAO-MANUT.

           EVALUATE WA-OPCAO-MANUT
               WHEN "I"
                   PERFORM RT02-00-INCLUI
               WHEN "A"
                   PERFORM RT03-00-ALTERA
               WHEN "E"
                   PERFORM RT04-00-EXCLUI
               WHEN "L"
                   PERFORM RT05-00-LISTA
               WHEN "S"
                   MOVE "S" TO WA-SAIR-MANUT
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       RT01A-PEDE-CODIGO.
           DISPLAY "Codigo (4 posicoes): " WITH NO ADVANCING.
           MOVE SPACES TO FIN-CODIGO-TESTE.
           ACCEPT FIN-CODIGO-TESTE.
           MOVE FUNCTION UPPER-CASE(FIN-CODIGO-TESTE)
               TO FIN-CODIGO-TESTE.
           PERFORM LOCALIZA-FINALIDADE.

      * LIMITE EM BRANCO OU NAO NUMERICO = ZERO (SEM LIMITE).
       RT01B-PEDE-LIMITE.
           DISPLAY "Limite mensal de CPFs por operador (0 = sem "
                   "limite): " WITH NO ADVANCING.
           MOVE SPACES TO WA-LIMITE-INF.
           ACCEPT WA-LIMITE-INF.
           IF  FUNCTION TRIM(WA-LIMITE-INF) IS NUMERIC
               COMPUTE FIN-LIMITE-CPF(FIN-POSICAO) =
                   FUNCTION NUMVAL(WA-LIMITE-INF)
           ELSE
               MOVE ZEROS TO FIN-LIMITE-CPF(FIN-POSICAO)
           END-IF.

       RT02-00-INCLUI.
           PERFORM RT01A-PEDE-CODIGO.
           IF  FIN-CODIGO-TESTE = SPACES
               OR FIN-CODIGO-TESTE(1:1) = "*"
               DISPLAY "CODIGO INVALIDO - NADA INCLUIDO."
           ELSE
           IF  FIN-ACHOU = "S"
               DISPLAY "FINALIDADE JA CADASTRADA - USE (A)LTERAR."
           ELSE
           IF  FIN-QTDE >= 50
               DISPLAY "TABELA CHEIA (50 FINALIDADES)."
           ELSE
               DISPLAY "Descricao: " WITH NO ADVANCING
               MOVE SPACES TO WA-DESCRICAO-INF
               ACCEPT WA-DESCRICAO-INF
               ADD 1 TO FIN-QTDE
               MOVE FIN-QTDE         TO FIN-POSICAO
               MOVE FIN-CODIGO-TESTE TO FIN-CODIGO(FIN-POSICAO)
               MOVE FUNCTION UPPER-CASE(WA-DESCRICAO-INF)
                   TO FIN-DESCRICAO(FIN-POSICAO)
               PERFORM RT01B-PEDE-LIMITE
               MOVE "S" TO WA-MUDOU
               DISPLAY "FINALIDADE INCLUIDA."
           END-IF
           END-IF
           END-IF.

       RT03-00-ALTERA.
           PERFORM RT01A-PEDE-CODIGO.
           IF  FIN-ACHOU NOT = "S"
               DISPLAY "FINALIDADE NAO ENCONTRADA."
           ELSE
               DISPLAY "Descricao atual: " FIN-DESCRICAO(FIN-POSICAO)
               DISPLAY "Nova descricao (ENTER = mantem): "
                   WITH NO ADVANCING
               MOVE SPACES TO WA-DESCRICAO-INF
               ACCEPT WA-DESCRICAO-INF
               IF  WA-DESCRICAO-INF NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WA-DESCRICAO-INF)
                       TO FIN-DESCRICAO(FIN-POSICAO)
               END-IF
               DISPLAY "Limite atual: " FIN-LIMITE-CPF(FIN-POSICAO)
               PERFORM RT01B-PEDE-LIMITE
               MOVE "S" TO WA-MUDOU
               DISPLAY "FINALIDADE ALTERADA."
           END-IF.

      * O CODIGO DO BATCH E FIXO NO FONTE DO LOTE/DEAD-LETTER - SEM ELE
      * NA TABELA, TODA CONSULTA NOTURNA SAIRIA COMO SEM FINALIDADE.
       RT04-00-EXCLUI.
           PERFORM RT01A-PEDE-CODIGO.
           IF  FIN-ACHOU NOT = "S"
               DISPLAY "FINALIDADE NAO ENCONTRADA."
           ELSE
           IF  FIN-CODIGO-TESTE = FIN-CODIGO-LOTE
               DISPLAY "A FINALIDADE DO BATCH (" FIN-CODIGO-LOTE
                       ") NAO PODE SER EXCLUIDA."
           ELSE
               MOVE FIN-FINALIDADE(FIN-QTDE)
                   TO FIN-FINALIDADE(FIN-POSICAO)
               SUBTRACT 1 FROM FIN-QTDE
               MOVE "S" TO WA-MUDOU
               DISPLAY "FINALIDADE EXCLUIDA - AS CONSULTAS JA FEITAS "
                       "COM ELA PASSAM A SAIR COMO CODIGO DESCONHECIDO "
                       "NO RELATORIO."
           END-IF
           END-IF.

       RT05-00-LISTA.
           PERFORM VARYING FIN-IDX FROM 1 BY 1
                   UNTIL FIN-IDX > FIN-QTDE
               DISPLAY "  " FIN-CODIGO(FIN-IDX) " "
                       FIN-DESCRICAO(FIN-IDX) " LIMITE CPF/MES: "
                       FIN-LIMITE-CPF(FIN-IDX)
           END-PERFORM.

       RT06-00-REGRAVA-ARQUIVO.
           OPEN OUTPUT FINALIDADE-FILE.
           MOVE "* CODIGO;DESCRICAO;LIMITE MENSAL DE CPFs POR OPERADOR"
               TO FINALIDADE-REC.
           WRITE FINALIDADE-REC.
           PERFORM VARYING FIN-IDX FROM 1 BY 1
                   UNTIL FIN-IDX > FIN-QTDE
               MOVE SPACES TO FINALIDADE-REC
               STRING FIN-CODIGO(FIN-IDX) ";"
                   FUNCTION TRIM(FIN-DESCRICAO(FIN-IDX)) ";"
                   FIN-LIMITE-CPF(FIN-IDX)
                   DELIMITED BY SIZE INTO FINALIDADE-REC
               END-STRING
               WRITE FINALIDADE-REC
           END-PERFORM.
           CLOSE FINALIDADE-FILE.

           COPY FINALTABP.

           COPY AUDITP.
