       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TERRITORIO-MANUT.
      *------------------------------------------------------------------------------*
      * MANUTENCAO DA TABELA DE TERRITORIOS DE VENDA (TERRITORIOS.TXT - COPY         *
      * TERRTAB/TERRTABP), LIDA TODA NOITE PELO TERRITORIO-CARTEIRA PARA ATRIBUIR    *
      * CADA CNPJ DA BASE A UM REPRESENTANTE. CADA REGRA E UM MUNICIPIO (CODIGO      *
      * IBGE, CONFERIDO NO MUNICIPIO-DOMINIO.TXT, DE ONDE VEM A UF) OU UMA UF        *
      * INTEIRA, OPCIONALMENTE SO DE UMA SECAO DE CNAE. A TELA LISTA (NUMERADO),     *
      * INCLUI, ALTERA (REPRESENTANTE/NOME), EXCLUI E TRANSFERE TODAS AS REGRAS DE   *
      * UM REPRESENTANTE PARA OUTRO, E REGRAVA O ARQUIVO. DUAS REGRAS COM O MESMO    *
      * MUNICIPIO/UF/SECAO NAO ENTRAM (O TERRITORIO FICARIA AMBIGUO). CADA GRAVACAO  *
      * SAI NO AUDIT.LOG.                                                            *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERRITORIO-FILE
               ASSIGN TO WA-ARQ-TERRITORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-TERRITORIO.

           SELECT MUNIC-DOMINIO-FILE
               ASSIGN TO WA-ARQ-MUNICIPIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-MUNIC-DOMINIO.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO WA-ARQ-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
       FD  TERRITORIO-FILE.
       01  TERRITORIO-REC              PIC X(200).

       FD  MUNIC-DOMINIO-FILE.
       01  MUNIC-DOMINIO-REC           PIC X(150).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  WA-ARQ-TERRITORIO           PIC X(100)          VALUE
               "TERRITORIOS.TXT".
       77  WA-FS-TERRITORIO            PIC X(002)          VALUE "00".
       77  WA-ARQ-MUNICIPIO            PIC X(100)          VALUE
               "MUNICIPIO-DOMINIO.TXT".
       77  WA-FS-MUNIC-DOMINIO         PIC X(002)          VALUE "00".
       77  WA-OPCAO-MANUT              PIC X(001)          VALUE SPACES.
       77  WA-SAIR-MANUT               PIC X(001)          VALUE "N".
       77  WA-PAUSA                    PIC X(001)          VALUE SPACES.
       77  WA-MUDOU                    PIC X(001)          VALUE "N".
       77  WA-REPR-INF                 PIC X(006)          VALUE SPACES.
       77  WA-REPR-ORIGEM              PIC X(006)          VALUE SPACES.
       77  WA-NOME-INF                 PIC X(040)          VALUE SPACES.
       77  WA-UF-INF                   PIC X(002)          VALUE SPACES.
       77  WA-IBGE-INF                 PIC X(007)          VALUE SPACES.
       77  WA-SECAO-INF                PIC X(040)          VALUE SPACES.
       77  WA-NUMERO-INF               PIC X(003)          VALUE SPACES.
       77  WN-NUMERO                   PIC 9(003)          VALUE ZEROS.
       77  WA-REGRA-OK                 PIC X(001)          VALUE "N".
       77  WN-QTDE-TRANSF              PIC 9(003)          VALUE ZEROS.
       77  WA-ABRANGE                  PIC X(040)          VALUE SPACES.

           COPY TERRTAB.

           COPY MUNICTAB.

           COPY NOMENORM.

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-FS-AUDIT                 PIC X(002)          VALUE "00".
       77  WA-AU-DATA                  PIC 9(008).
       77  WA-AU-HORA                  PIC 9(006).
       77  WA-AU-PROGRAM-ID            PIC X(020)
               VALUE "TERRITORIO-MANUT".
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

           PERFORM CARREGA-TERRITORIOS.
           PERFORM CARREGA-MUNICIPIO.
           IF  MUNIC-DOM-QTDE = ZEROS
               DISPLAY "AVISO: " FUNCTION TRIM(WA-ARQ-MUNICIPIO)
                       " VAZIO OU AUSENTE - CODIGO IBGE ENTRA SEM "
                       "CONFERENCIA (INFORME TAMBEM A UF)."
           END-IF.

           MOVE "N" TO WA-SAIR-MANUT.
           PERFORM UNTIL WA-SAIR-MANUT = "S"
               PERFORM RT01-00-TELA
           END-PERFORM.

           IF  WA-MUDOU = "S"
               PERFORM RT07-00-REGRAVA-ARQUIVO
               DISPLAY "TABELA DE TERRITORIOS GRAVADA."
               MOVE "TERRITORIO"     TO WA-AU-EVENTO
               MOVE TER-QTDE         TO WA-AU-ENTRADA
               MOVE "GRAVADO"        TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
           END-IF.

           ACCEPT WA-PAUSA.
           GOBACK.

       RT01-00-TELA.
           DISPLAY " ".
           DISPLAY "--- TERRITORIOS DE VENDA ---".
           IF  TER-CARREGADO = "N" AND TER-QTDE = ZEROS
               DISPLAY "SEM TERRITORIOS.TXT - TABELA VAZIA."
           END-IF.
           DISPLAY "(I)ncluir (A)lterar (E)xcluir (T)ransferir "
                   "(L)istar (S)air e gravar: " WITH NO ADVANCING.
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
               WHEN "T"
                   PERFORM RT05-00-TRANSFERE
               WHEN "L"
                   PERFORM RT06-00-LISTA
               WHEN "S"
                   MOVE "S" TO WA-SAIR-MANUT
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      * NUMERO DA REGRA COMO SAI NA LISTAGEM; FORA DA FAIXA = ZERO.
       RT01A-PEDE-NUMERO.
           DISPLAY "Numero da regra (ver (L)istar): "
               WITH NO ADVANCING.
           MOVE SPACES TO WA-NUMERO-INF.
           ACCEPT WA-NUMERO-INF.
           MOVE ZEROS TO WN-NUMERO.
           IF  FUNCTION TRIM(WA-NUMERO-INF) IS NUMERIC
               COMPUTE WN-NUMERO = FUNCTION NUMVAL(WA-NUMERO-INF)
           END-IF.
           IF  WN-NUMERO > TER-QTDE
               MOVE ZEROS TO WN-NUMERO
           END-IF.

       RT01B-PEDE-REPRESENTANTE.
           DISPLAY "Codigo do representante (6 posicoes): "
               WITH NO ADVANCING.
           MOVE SPACES TO WA-REPR-INF.
           ACCEPT WA-REPR-INF.
           MOVE FUNCTION UPPER-CASE(WA-REPR-INF) TO WA-REPR-INF.
           MOVE WA-REPR-INF TO TER-REPR-TESTE.
           PERFORM NOME-REPRESENTANTE.
           MOVE SPACES TO WA-NOME-INF.
           IF  TER-NOME-ACHADO NOT = SPACES
               DISPLAY "Representante: " FUNCTION TRIM(TER-NOME-ACHADO)
               MOVE TER-NOME-ACHADO TO WA-NOME-INF
           ELSE
           IF  WA-REPR-INF NOT = SPACES
               DISPLAY "Nome do representante: " WITH NO ADVANCING
               ACCEPT WA-NOME-INF
               MOVE FUNCTION UPPER-CASE(WA-NOME-INF) TO WA-NOME-INF
           END-IF
           END-IF.

      * ABRANGENCIA DA REGRA: IBGE CONFERIDO NO DOMINIO (A UF VEM DELE)
      * OU SO A UF. WA-REGRA-OK = "N" QUANDO NAO DA PARA GRAVAR.
       RT01C-PEDE-ABRANGENCIA.
           MOVE "S" TO WA-REGRA-OK.
           DISPLAY "Codigo IBGE do municipio (ENTER = UF inteira): "
               WITH NO ADVANCING.
           MOVE SPACES TO WA-IBGE-INF.
           ACCEPT WA-IBGE-INF.
           MOVE SPACES TO WA-UF-INF.
           IF  WA-IBGE-INF NOT = SPACES
               PERFORM VARYING MUNIC-DOM-IDX FROM 1 BY 1
                       UNTIL MUNIC-DOM-IDX > MUNIC-DOM-QTDE
                   IF  MD-IBGE(MUNIC-DOM-IDX) = WA-IBGE-INF
                       MOVE MD-UF(MUNIC-DOM-IDX) TO WA-UF-INF
                       MOVE MUNIC-DOM-QTDE TO MUNIC-DOM-IDX
                   END-IF
               END-PERFORM
               IF  WA-UF-INF = SPACES AND MUNIC-DOM-QTDE > ZEROS
                   DISPLAY "CODIGO IBGE FORA DO MUNICIPIO-DOMINIO.TXT."
                   MOVE "N" TO WA-REGRA-OK
               END-IF
           END-IF.
           IF  WA-REGRA-OK = "S" AND WA-UF-INF = SPACES
               DISPLAY "UF: " WITH NO ADVANCING
               ACCEPT WA-UF-INF
               MOVE FUNCTION UPPER-CASE(WA-UF-INF) TO WA-UF-INF
               IF  WA-UF-INF = SPACES
                   DISPLAY "SEM MUNICIPIO E SEM UF NAO HA TERRITORIO."
                   MOVE "N" TO WA-REGRA-OK
               END-IF
           END-IF.
           IF  WA-REGRA-OK = "S"
               DISPLAY "Secao de CNAE (letra ou texto do CNAE-DOMINIO; "
                       "ENTER = todas): " WITH NO ADVANCING
               MOVE SPACES TO WA-SECAO-INF
               ACCEPT WA-SECAO-INF
               MOVE FUNCTION UPPER-CASE(WA-SECAO-INF) TO WA-SECAO-INF
               PERFORM VARYING TER-IDX FROM 1 BY 1
                       UNTIL TER-IDX > TER-QTDE
                   IF  TER-UF(TER-IDX)    = WA-UF-INF
                       AND TER-IBGE(TER-IDX)  = WA-IBGE-INF
                       AND TER-SECAO(TER-IDX) = WA-SECAO-INF
                       DISPLAY "JA EXISTE A REGRA " TER-IDX
                               " PARA ESTA ABRANGENCIA ("
                               TER-REPRESENTANTE(TER-IDX)
                               ") - USE (A)LTERAR."
                       MOVE "N" TO WA-REGRA-OK
                   END-IF
               END-PERFORM
           END-IF.

       RT02-00-INCLUI.
           IF  TER-QTDE >= 500
               DISPLAY "TABELA CHEIA (500 REGRAS)."
           ELSE
               PERFORM RT01B-PEDE-REPRESENTANTE
               IF  WA-REPR-INF = SPACES
                   DISPLAY "REPRESENTANTE EM BRANCO - NADA INCLUIDO."
               ELSE
                   PERFORM RT01C-PEDE-ABRANGENCIA
                   IF  WA-REGRA-OK = "S"
                       ADD 1 TO TER-QTDE
                       MOVE WA-REPR-INF  TO TER-REPRESENTANTE(TER-QTDE)
                       MOVE WA-NOME-INF  TO TER-NOME-REPR(TER-QTDE)
                       MOVE WA-UF-INF    TO TER-UF(TER-QTDE)
                       MOVE WA-IBGE-INF  TO TER-IBGE(TER-QTDE)
                       MOVE WA-SECAO-INF TO TER-SECAO(TER-QTDE)
                       MOVE "S" TO WA-MUDOU
                       DISPLAY "REGRA " TER-QTDE " INCLUIDA."
                   ELSE
                       DISPLAY "NADA INCLUIDO."
                   END-IF
               END-IF
           END-IF.

       RT03-00-ALTERA.
           PERFORM RT01A-PEDE-NUMERO.
           IF  WN-NUMERO = ZEROS
               DISPLAY "REGRA NAO ENCONTRADA."
           ELSE
               DISPLAY "Representante atual: "
                       TER-REPRESENTANTE(WN-NUMERO) " "
                       FUNCTION TRIM(TER-NOME-REPR(WN-NUMERO))
               PERFORM RT01B-PEDE-REPRESENTANTE
               IF  WA-REPR-INF = SPACES
                   DISPLAY "REGRA MANTIDA."
               ELSE
                   MOVE WA-REPR-INF TO TER-REPRESENTANTE(WN-NUMERO)
                   MOVE WA-NOME-INF TO TER-NOME-REPR(WN-NUMERO)
                   MOVE "S" TO WA-MUDOU
                   DISPLAY "REGRA ALTERADA - OS CNPJs DELA MUDAM DE "
                           "CARTEIRA NA PROXIMA RODADA NOTURNA."
               END-IF
           END-IF.

       RT04-00-EXCLUI.
           PERFORM RT01A-PEDE-NUMERO.
           IF  WN-NUMERO = ZEROS
               DISPLAY "REGRA NAO ENCONTRADA."
           ELSE
               PERFORM VARYING TER-IDX FROM WN-NUMERO BY 1
                       UNTIL TER-IDX >= TER-QTDE
                   MOVE TER-TERRITORIO(TER-IDX + 1)
                       TO TER-TERRITORIO(TER-IDX)
               END-PERFORM
               SUBTRACT 1 FROM TER-QTDE
               MOVE "S" TO WA-MUDOU
               DISPLAY "REGRA EXCLUIDA - OS CNPJs SO COBERTOS POR ELA "
                       "FICAM SEM TERRITORIO NA PROXIMA RODADA."
           END-IF.

      * REORGANIZACAO DA EQUIPE: A CARTEIRA INTEIRA DE UM REPRESENTANTE
      * PASSA PARA OUTRO.
       RT05-00-TRANSFERE.
           DISPLAY "Representante de origem: " WITH NO ADVANCING.
           MOVE SPACES TO WA-REPR-ORIGEM.
           ACCEPT WA-REPR-ORIGEM.
           MOVE FUNCTION UPPER-CASE(WA-REPR-ORIGEM) TO WA-REPR-ORIGEM.
           MOVE WA-REPR-ORIGEM TO TER-REPR-TESTE.
           PERFORM NOME-REPRESENTANTE.
           IF  TER-NOME-ACHADO = SPACES
               DISPLAY "REPRESENTANTE SEM REGRAS NA TABELA."
           ELSE
               DISPLAY "Destino - " WITH NO ADVANCING
               PERFORM RT01B-PEDE-REPRESENTANTE
               IF  WA-REPR-INF = SPACES
                   OR WA-REPR-INF = WA-REPR-ORIGEM
                   DISPLAY "NADA TRANSFERIDO."
               ELSE
                   MOVE ZEROS TO WN-QTDE-TRANSF
                   PERFORM VARYING TER-IDX FROM 1 BY 1
                           UNTIL TER-IDX > TER-QTDE
                       IF  TER-REPRESENTANTE(TER-IDX) = WA-REPR-ORIGEM
                           MOVE WA-REPR-INF
                               TO TER-REPRESENTANTE(TER-IDX)
                           MOVE WA-NOME-INF TO TER-NOME-REPR(TER-IDX)
                           ADD 1 TO WN-QTDE-TRANSF
                       END-IF
                   END-PERFORM
                   MOVE "S" TO WA-MUDOU
                   DISPLAY WN-QTDE-TRANSF " REGRA(S) TRANSFERIDA(S)."
               END-IF
           END-IF.

       RT06-00-LISTA.
           PERFORM VARYING TER-IDX FROM 1 BY 1
                   UNTIL TER-IDX > TER-QTDE
               MOVE SPACES TO WA-ABRANGE
               IF  TER-IBGE(TER-IDX) = SPACES
                   STRING "UF " TER-UF(TER-IDX)
                       DELIMITED BY SIZE INTO WA-ABRANGE
                   END-STRING
               ELSE
                   STRING "MUNICIPIO " TER-IBGE(TER-IDX) "/"
                          TER-UF(TER-IDX)
                       DELIMITED BY SIZE INTO WA-ABRANGE
                   END-STRING
               END-IF
               IF  TER-SECAO(TER-IDX) = SPACES
                   DISPLAY "  " TER-IDX " " TER-REPRESENTANTE(TER-IDX)
                           " " TER-NOME-REPR(TER-IDX)(1:25) " "
                           FUNCTION TRIM(WA-ABRANGE)
               ELSE
                   DISPLAY "  " TER-IDX " " TER-REPRESENTANTE(TER-IDX)
                           " " TER-NOME-REPR(TER-IDX)(1:25) " "
                           FUNCTION TRIM(WA-ABRANGE) " SECAO "
                           FUNCTION TRIM(TER-SECAO(TER-IDX))
               END-IF
           END-PERFORM.

       RT07-00-REGRAVA-ARQUIVO.
           OPEN OUTPUT TERRITORIO-FILE.
           MOVE "* REPRESENTANTE;NOME;UF;IBGE;SECAO DE CNAE"
               TO TERRITORIO-REC.
           WRITE TERRITORIO-REC.
           PERFORM VARYING TER-IDX FROM 1 BY 1
                   UNTIL TER-IDX > TER-QTDE
               MOVE SPACES TO TERRITORIO-REC
               STRING FUNCTION TRIM(TER-REPRESENTANTE(TER-IDX)) ";"
                   FUNCTION TRIM(TER-NOME-REPR(TER-IDX)) ";"
                   TER-UF(TER-IDX) ";"
                   FUNCTION TRIM(TER-IBGE(TER-IDX)) ";"
                   FUNCTION TRIM(TER-SECAO(TER-IDX))
                   DELIMITED BY SIZE INTO TERRITORIO-REC
               END-STRING
               WRITE TERRITORIO-REC
           END-PERFORM.
           CLOSE TERRITORIO-FILE.

           COPY TERRTABP.

           COPY MUNICTABP.

           COPY NOMENORMP.

           COPY AUDITP.
