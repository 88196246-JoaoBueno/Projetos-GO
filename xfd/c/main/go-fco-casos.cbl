       IDENTIFICATION DIVISION.
       PROGRAM-ID.      GO-FCO-CASOS.
      *------------------------------------------------------------------------------*
      * FILA UNICA DE TRABALHO DOS OPERADORES. O SISTEMA GERA TRABALHO HUMANO EM     *
      * MUITOS ARQUIVOS - PENDING-UPDATE.TXT, REWORK-INTAKE.TXT,                     *
      * QUALIDADE-WORKLIST.CSV, SOCIOS-MUDANCA.TXT, POSICAO-DIVERGE.TXT,             *
      * CORRECOES-REJEITOS.TXT E OS DOIS DEAD-LETTERS - CADA UM COM A SUA TELA OU    *
      * SEM TELA NENHUMA, E NINGUEM SABIA O TAMANHO DO ESTOQUE, QUEM ESTAVA COM O    *
      * QUE NEM A IDADE DO ITEM MAIS VELHO. AGORA CADA ITEM DESSAS FILAS VIRA UM     *
      * CASO NO CASOS-TRABALHO.DAT (COPY CASOREC) COM FILA, CNPJ, ABERTURA,          *
      * OPERADOR, SITUACAO E NOTA DE FECHAMENTO. TRES MODOS (GO-CASOS-MODO NO        *
      * AMBIENTE):                                                                   *
      *   "C" CARGA (CADEIA, DIARIA): LE AS FILAS DE ORIGEM, ABRE CASO PARA O ITEM   *
      *       NOVO E FECHA SOZINHO O CASO CUJO ITEM SAIU DA FILA DE ORIGEM (O        *
      *       GO-FCO-PENDENTE DECIDIU, O DEAD-LETTER FOI REPROCESSADO...). A FILA DE *
      *       SOCIOS E UM LOG QUE SO CRESCE - O CASO DELA SO FECHA NA MAO;           *
      *   "E" ENVELHECIMENTO (CADEIA, SEMANAL): CASOS-ENVELHECIMENTO-AAAAMMDD.TXT    *
      *       POR FILA E POR OPERADOR, EM DIAS UTEIS DO CALENDARIO (COPY CALETAB/    *
      *       CALETABP) - ABERTOS POR FAIXA DE IDADE, O MAIS VELHO E OS FECHADOS NA  *
      *       SEMANA COM O TEMPO MEDIO ATE O FECHAMENTO;                             *
      *   BRANCO - TELA DO MENU (OPCAO 56): RESUMO DAS FILAS, LISTA DOS CASOS        *
      *       LIVRES E DOS PROPRIOS, PEGAR, TRABALHAR (COM ATALHO PARA O             *
      *       GO-FCO-PENDENTE, O CNPJ-MANUT E O DOSSIE DO CNPJ DO CASO), FECHAR COM  *
      *       NOTA OU DEVOLVER A FILA; O SUPERVISOR ATRIBUI CASO A UM OPERADOR.      *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - CADA RODADA E ARQUIVADA NO REPOSITORIO DE   *
      *             RELATORIOS (COPY RELREPOP / RELATORIO-ARQUIVA) COM DATA, HORA,   *
      *             OPERADOR E FONTE - A VERSAO ANTERIOR NAO SE PERDE MAIS.          *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASOS-FILE
               ASSIGN TO "CASOS-TRABALHO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-NUMERO
               ALTERNATE RECORD KEY IS CS-ORIGEM
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WA-FS-CASOS.

           SELECT FONTE-FILE
               ASSIGN TO WA-ARQ-FONTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-FONTE.

           SELECT ENVELHECIMENTO-FILE
               ASSIGN TO WA-ARQ-ENVELHECIMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-ENVELHECIMENTO.

           SELECT CALENDARIO-FILE
               ASSIGN TO WA-ARQ-CALENDARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-CALENDARIO.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO WA-ARQ-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
       FD  CASOS-FILE.
           COPY CASOREC.

       FD  FONTE-FILE.
       01  FONTE-REC                   PIC X(250).

       FD  ENVELHECIMENTO-FILE.
       01  ENVELHECIMENTO-REC          PIC X(132).

       FD  CALENDARIO-FILE.
       01  CALENDARIO-REC              PIC X(100).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  WA-FS-CASOS                 PIC X(002)          VALUE "00".
       77  WA-EOF-CASOS                PIC X(001)          VALUE "N".
       77  WA-ARQ-FONTE                PIC X(100)          VALUE SPACES.
       77  WA-FS-FONTE                 PIC X(002)          VALUE "00".
       77  WA-EOF-FONTE                PIC X(001)          VALUE "N".
       77  WA-ARQ-ENVELHECIMENTO       PIC X(100)          VALUE SPACES.
       77  WA-FS-ENVELHECIMENTO        PIC X(002)          VALUE "00".
       77  WA-ARQ-CALENDARIO           PIC X(100)          VALUE
               "CALENDARIO-UTEIS.TXT".
       77  WA-FS-CALENDARIO            PIC X(002)          VALUE "00".

      * FILAS DE ORIGEM: NOME DA FILA, ARQUIVO, POSICAO DO CNPJ NA
      * LINHA, CHAVE DO CASO (C = CNPJ, L = LINHA INTEIRA) E SE O CASO
      * FECHA SOZINHO QUANDO O ITEM SAI DO ARQUIVO.
       01  FO-FONTES-VALORES.
           03  FILLER  PIC X(010)  VALUE "PENDENTE".
           03  FILLER  PIC X(040)  VALUE "PENDING-UPDATE.TXT".
           03  FILLER  PIC 9(002)  VALUE 01.
           03  FILLER  PIC X(001)  VALUE "L".
           03  FILLER  PIC X(001)  VALUE "S".
           03  FILLER  PIC X(010)  VALUE "INTAKE".
           03  FILLER  PIC X(040)  VALUE "REWORK-INTAKE.TXT".
           03  FILLER  PIC 9(002)  VALUE 01.
           03  FILLER  PIC X(001)  VALUE "C".
           03  FILLER  PIC X(001)  VALUE "S".
           03  FILLER  PIC X(010)  VALUE "QUALIDADE".
           03  FILLER  PIC X(040)  VALUE "QUALIDADE-WORKLIST.CSV".
           03  FILLER  PIC 9(002)  VALUE 01.
           03  FILLER  PIC X(001)  VALUE "C".
           03  FILLER  PIC X(001)  VALUE "S".
           03  FILLER  PIC X(010)  VALUE "SOCIOS".
           03  FILLER  PIC X(040)  VALUE "SOCIOS-MUDANCA.TXT".
           03  FILLER  PIC 9(002)  VALUE 10.
           03  FILLER  PIC X(001)  VALUE "L".
           03  FILLER  PIC X(001)  VALUE "N".
           03  FILLER  PIC X(010)  VALUE "POSICAO".
           03  FILLER  PIC X(040)  VALUE "POSICAO-DIVERGE.TXT".
           03  FILLER  PIC 9(002)  VALUE 01.
           03  FILLER  PIC X(001)  VALUE "C".
           03  FILLER  PIC X(001)  VALUE "S".
           03  FILLER  PIC X(010)  VALUE "CORRECAO".
           03  FILLER  PIC X(040)  VALUE "CORRECOES-REJEITOS.TXT".
           03  FILLER  PIC 9(002)  VALUE 01.
           03  FILLER  PIC X(001)  VALUE "L".
           03  FILLER  PIC X(001)  VALUE "S".
           03  FILLER  PIC X(010)  VALUE "DL-MASTER".
           03  FILLER  PIC X(040)  VALUE "CNPJ-DEADLETTER-MASTER.TXT".
           03  FILLER  PIC 9(002)  VALUE 01.
           03  FILLER  PIC X(001)  VALUE "C".
           03  FILLER  PIC X(001)  VALUE "S".
           03  FILLER  PIC X(010)  VALUE "DL-UNICO".
           03  FILLER  PIC X(040)  VALUE "CNPJ-DEADLETTER-UNICO.TXT".
           03  FILLER  PIC 9(002)  VALUE 01.
           03  FILLER  PIC X(001)  VALUE "C".
           03  FILLER  PIC X(001)  VALUE "S".
       01  FO-FONTES-TAB REDEFINES FO-FONTES-VALORES.
           03  FO-FONTE OCCURS 8 TIMES.
               05  FO-FILA             PIC X(010).
               05  FO-ARQUIVO          PIC X(040).
               05  FO-POS-CNPJ         PIC 9(002).
               05  FO-CHAVE            PIC X(001).
               05  FO-AUTO-FECHA       PIC X(001).
       01  FO-CARGA-TAB.
           03  FO-CARGA OCCURS 8 TIMES.
               05  FO-LIDA             PIC X(001).
               05  FO-QTDE-LINHAS      PIC 9(006).
               05  FO-QTDE-NOVOS       PIC 9(006).
               05  FO-QTDE-FECHADOS    PIC 9(006).
       77  FO-QTDE                     PIC 9(002)          VALUE 8.
       77  FO-IDX                      PIC 9(002)          VALUE ZEROS.
       77  FO-IDX-ACHADO               PIC 9(002)          VALUE ZEROS.

       77  WA-MODO                     PIC X(001)          VALUE SPACES.
       77  WA-OPERADOR                 PIC X(008)          VALUE SPACES.
       77  WA-PERFIL                   PIC X(001)          VALUE SPACES.
       77  WN-DATA-HOJE                PIC 9(008)          VALUE ZEROS.
       77  WN-HORA-AGORA               PIC 9(008)          VALUE ZEROS.
       77  WN-CARGA-ATUAL              PIC 9(014)          VALUE ZEROS.
       77  WN-ULTIMO-NUMERO            PIC 9(008)          VALUE ZEROS.
       77  WA-ORIGEM-PROCURADA         PIC X(130)          VALUE SPACES.
       77  WA-ACHOU-ABERTO             PIC X(001)          VALUE "N".
       77  WA-FIM-ORIGEM               PIC X(001)          VALUE "N".
       77  WA-TOKEN-CNPJ               PIC X(030)          VALUE SPACES.
       77  WA-CNPJ-CASO                PIC X(014)          VALUE SPACES.
       77  WN-QTDE-DIGITOS             PIC 9(002)          VALUE ZEROS.
       77  WS-IDX-CAR                  PIC 9(002)          VALUE ZEROS.
       77  WN-QTDE-NOVOS               PIC 9(006)          VALUE ZEROS.
       77  WN-QTDE-FECHADOS            PIC 9(006)          VALUE ZEROS.
       77  WN-QTDE-LINHAS              PIC 9(006)          VALUE ZEROS.

      * TELA
       77  WA-SAIR-CASOS               PIC X(001)          VALUE "N".
       77  WA-SAIR-TRABALHO            PIC X(001)          VALUE "N".
       77  WA-OPCAO-CASOS              PIC X(001)          VALUE SPACES.
       77  WA-FILA-FILTRO              PIC X(010)          VALUE SPACES.
       77  WA-NUMERO-DIGITADO          PIC X(008)          VALUE SPACES.
       77  WN-NUMERO-CASO              PIC 9(008)          VALUE ZEROS.
       77  WA-CASO-LIDO                PIC X(001)          VALUE "N".
       77  WA-OPERADOR-DESTINO         PIC X(008)          VALUE SPACES.
       77  WA-NOTA-DIGITADA            PIC X(060)          VALUE SPACES.
       77  WN-QTDE-LISTADOS            PIC 9(003)          VALUE ZEROS.
       77  WN-LIMITE-LISTA             PIC 9(003)          VALUE 20.
       77  WN-IDADE                    PIC 9(006)          VALUE ZEROS.
       77  WA-IDADE-UTEIS              PIC X(001)          VALUE "N".
       77  WA-UNIDADE-IDADE            PIC X(010)          VALUE SPACES.
       01  RS-RESUMO-TAB.
           03  RS-RESUMO OCCURS 8 TIMES.
               05  RS-LIVRES           PIC 9(006).
               05  RS-EM-TRABALHO      PIC 9(006).
               05  RS-MAIS-ANTIGO      PIC 9(008).

      * ENVELHECIMENTO: POR FILA (MESMO INDICE DAS FILAS DE ORIGEM) E
      * POR OPERADOR ("(LIVRE)" PARA O CASO SEM DONO). FAIXAS EM DIAS
      * UTEIS: 0-2, 3-5, 6-10, 11-20 E ACIMA DE 20.
       01  AG-FILA-TAB.
           03  AG-FILA OCCURS 8 TIMES.
               05  AG-F-ABERTOS        PIC 9(006).
               05  AG-F-FAIXA          PIC 9(006) OCCURS 5 TIMES.
               05  AG-F-MAIOR-IDADE    PIC 9(006).
               05  AG-F-FECHADOS       PIC 9(006).
               05  AG-F-DIAS-FECHAR    PIC 9(008).
       01  AG-OPER-TAB.
           03  AG-OPER OCCURS 200 TIMES.
               05  AG-O-OPERADOR       PIC X(008).
               05  AG-O-ABERTOS        PIC 9(006).
               05  AG-O-FAIXA          PIC 9(006) OCCURS 5 TIMES.
               05  AG-O-MAIOR-IDADE    PIC 9(006).
               05  AG-O-FECHADOS       PIC 9(006).
               05  AG-O-DIAS-FECHAR    PIC 9(008).
       01  AG-TOTAL.
           03  AG-T-ABERTOS            PIC 9(006).
           03  AG-T-FAIXA              PIC 9(006) OCCURS 5 TIMES.
           03  AG-T-MAIOR-IDADE        PIC 9(006).
           03  AG-T-FECHADOS           PIC 9(006).
           03  AG-T-DIAS-FECHAR        PIC 9(008).
       77  AG-QTDE-OPER                PIC 9(003)          VALUE ZEROS.
       77  AG-IDX-OPER                 PIC 9(003)          VALUE ZEROS.
       77  AG-IDX-BUSCA                PIC 9(003)          VALUE ZEROS.
       77  AG-IDX-FAIXA                PIC 9(001)          VALUE ZEROS.
       77  AG-OPERADOR-CASO            PIC X(008)          VALUE SPACES.
       77  AG-INICIO-SEMANA            PIC 9(008)          VALUE ZEROS.
       77  AG-DIAS-FECHAR              PIC 9(006)          VALUE ZEROS.
       77  AG-MEDIA                    PIC 9(004)V9        VALUE ZEROS.
       01  WA-LINHA-AG.
           03  LA-NOME                 PIC X(010)          VALUE SPACES.
           03  FILLER                  PIC X(001)          VALUE SPACES.
           03  LA-ABERTOS              PIC ZZZZZ9.
           03  LA-COL OCCURS 5 TIMES.
               05  FILLER              PIC X(002).
               05  LA-FAIXA            PIC ZZZZZ9.
           03  FILLER                  PIC X(002)          VALUE SPACES.
           03  LA-MAIOR-IDADE          PIC ZZZZZ9.
           03  FILLER                  PIC X(002)          VALUE SPACES.
           03  LA-FECHADOS             PIC ZZZZZ9.
           03  FILLER                  PIC X(002)          VALUE SPACES.
           03  LA-MEDIA                PIC ZZZ9,9.
       77  WA-PAUSA                    PIC X(001)          VALUE SPACES.

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-FS-AUDIT                 PIC X(002)          VALUE "00".
       77  WA-AU-DATA                  PIC 9(008).
       77  WA-AU-HORA                  PIC 9(006).
       77  WA-AU-PROGRAM-ID            PIC X(020)
               VALUE "GO-FCO-CASOS".
       77  WA-AU-EVENTO                PIC X(010)          VALUE SPACES.
       77  WA-AU-ENTRADA               PIC X(030)          VALUE SPACES.
       77  WA-AU-RESULTADO             PIC X(020)          VALUE SPACES.
       77  WA-AU-OPERADOR              PIC X(008)          VALUE SPACES.

           COPY CALETAB.

           COPY RELREPO.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           MOVE "INICIO"   TO WA-AU-EVENTO.
           MOVE SPACES     TO WA-AU-ENTRADA.
           MOVE SPACES     TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

           MOVE SPACES TO WA-MODO WA-OPERADOR WA-PERFIL.
           ACCEPT WA-MODO     FROM ENVIRONMENT "GO-CASOS-MODO".
           ACCEPT WA-OPERADOR FROM ENVIRONMENT "GO-OPERADOR".
           ACCEPT WA-PERFIL   FROM ENVIRONMENT "GO-PERFIL".
           MOVE FUNCTION UPPER-CASE(WA-MODO) TO WA-MODO.
           IF  WA-OPERADOR = SPACES
               MOVE "BATCH" TO WA-OPERADOR
           END-IF.
           ACCEPT WN-DATA-HOJE FROM DATE YYYYMMDD.

           EVALUATE WA-MODO
               WHEN "C"
                   PERFORM RT01-00-CARGA-FILAS
               WHEN "E"
                   PERFORM RT05-00-ENVELHECIMENTO
               WHEN OTHER
                   PERFORM RT10-00-TELA-CASOS
                   ACCEPT WA-PAUSA
           END-EVALUATE.

           GOBACK.

      *---------------------------------------------------------------*
      * CARGA: ABRE CASO PARA O ITEM NOVO DE CADA FILA DE ORIGEM E    *
      * FECHA O CASO CUJO ITEM JA SAIU DELA. FILA SEM ARQUIVO NAO     *
      * FECHA NADA - ARQUIVO AUSENTE NAO E O MESMO QUE FILA VAZIA.    *
      *---------------------------------------------------------------*
       RT01-00-CARGA-FILAS.
           ACCEPT WN-HORA-AGORA FROM TIME.
           COMPUTE WN-CARGA-ATUAL = WN-DATA-HOJE * 1000000
                                  + WN-HORA-AGORA / 100.
           MOVE ZEROS TO WN-QTDE-NOVOS WN-QTDE-FECHADOS WN-QTDE-LINHAS.

           PERFORM RT01A-ABRE-CASOS.
           IF  WA-FS-CASOS NOT = "00"
               DISPLAY "ERRO AO ABRIR CASOS-TRABALHO.DAT (FILE STATUS "
                       WA-FS-CASOS ") - CARGA NAO FEITA."
               MOVE "CARGA"            TO WA-AU-EVENTO
               MOVE WA-FS-CASOS        TO WA-AU-ENTRADA
               MOVE "ERRO-ABERTURA"    TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM RT01B-ULTIMO-NUMERO
               PERFORM VARYING FO-IDX FROM 1 BY 1
                       UNTIL FO-IDX > FO-QTDE
                   PERFORM RT02-00-CARREGA-FONTE
               END-PERFORM
               PERFORM RT04-00-FECHA-RESOLVIDOS
               CLOSE CASOS-FILE

               PERFORM VARYING FO-IDX FROM 1 BY 1
                       UNTIL FO-IDX > FO-QTDE
                   IF  FO-LIDA(FO-IDX) = "S"
                       DISPLAY FO-FILA(FO-IDX) " LINHAS "
                               FO-QTDE-LINHAS(FO-IDX) " NOVOS "
                               FO-QTDE-NOVOS(FO-IDX) " FECHADOS "
                               FO-QTDE-FECHADOS(FO-IDX)
                   ELSE
                       DISPLAY FO-FILA(FO-IDX) " SEM ARQUIVO ("
                               FUNCTION TRIM(FO-ARQUIVO(FO-IDX)) ")"
                   END-IF
               END-PERFORM
               DISPLAY "CASOS NOVOS: " WN-QTDE-NOVOS
                       " FECHADOS NA ORIGEM: " WN-QTDE-FECHADOS

               MOVE "CARGA"            TO WA-AU-EVENTO
               MOVE SPACES             TO WA-AU-ENTRADA
               STRING "LINHAS=" WN-QTDE-LINHAS
                   DELIMITED BY SIZE INTO WA-AU-ENTRADA
               END-STRING
               MOVE SPACES             TO WA-AU-RESULTADO
               STRING "NOVOS=" WN-QTDE-NOVOS
                   DELIMITED BY SIZE INTO WA-AU-RESULTADO
               END-STRING
               PERFORM GRAVA-AUDITORIA
           END-IF.

       RT01A-ABRE-CASOS.
           OPEN I-O CASOS-FILE.
           IF  WA-FS-CASOS = "35"
               OPEN OUTPUT CASOS-FILE
               CLOSE CASOS-FILE
               OPEN I-O CASOS-FILE
           END-IF.

       RT01B-ULTIMO-NUMERO.
           MOVE ZEROS TO WN-ULTIMO-NUMERO CS-NUMERO.
           MOVE "N"   TO WA-EOF-CASOS.
           START CASOS-FILE
               KEY IS NOT LESS THAN CS-NUMERO
               INVALID KEY
                   MOVE "S" TO WA-EOF-CASOS
           END-START.
           PERFORM UNTIL WA-EOF-CASOS = "S"
               READ CASOS-FILE NEXT RECORD
                   AT END MOVE "S" TO WA-EOF-CASOS
               END-READ
               IF  WA-EOF-CASOS NOT = "S"
                   MOVE CS-NUMERO TO WN-ULTIMO-NUMERO
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      * UMA FILA DE ORIGEM. LINHA EM BRANCO, COMENTARIO E CABECALHO   *
      * ("CNPJ...") NAO SAO ITEM.                                     *
      *---------------------------------------------------------------*
       RT02-00-CARREGA-FONTE.
           MOVE "N"   TO FO-LIDA(FO-IDX).
           MOVE ZEROS TO FO-QTDE-LINHAS(FO-IDX) FO-QTDE-NOVOS(FO-IDX)
                         FO-QTDE-FECHADOS(FO-IDX).
           MOVE FO-ARQUIVO(FO-IDX) TO WA-ARQ-FONTE.
           OPEN INPUT FONTE-FILE.
           IF  WA-FS-FONTE = "00"
               MOVE "S" TO FO-LIDA(FO-IDX)
               MOVE "N" TO WA-EOF-FONTE
               PERFORM UNTIL WA-EOF-FONTE = "S"
                   READ FONTE-FILE
                       AT END MOVE "S" TO WA-EOF-FONTE
                   END-READ
                   IF  WA-EOF-FONTE NOT = "S"
                       AND FONTE-REC NOT = SPACES
                       AND FONTE-REC(1:1) NOT = "*"
                       AND FONTE-REC(1:4) NOT = "CNPJ"
                       ADD 1 TO FO-QTDE-LINHAS(FO-IDX)
                       ADD 1 TO WN-QTDE-LINHAS
                       PERFORM RT03-00-TRATA-ITEM
                   END-IF
               END-PERFORM
               CLOSE FONTE-FILE
           END-IF.

      *---------------------------------------------------------------*
      * PROCURA CASO NAO FECHADO COM A MESMA ORIGEM: ACHOU, SO MARCA  *
      * QUE O ITEM CONTINUA NA FILA (E ATUALIZA O DETALHE); NAO       *
      * ACHOU, ABRE CASO NOVO.                                        *
      *---------------------------------------------------------------*
       RT03-00-TRATA-ITEM.
           PERFORM RT03A-EXTRAI-CNPJ.

           MOVE SPACES             TO CASO-REC.
           MOVE FO-FILA(FO-IDX)    TO CS-FILA.
           IF  FO-CHAVE(FO-IDX) = "C"
               MOVE WA-CNPJ-CASO   TO CS-CHAVE-ORIGEM
           ELSE
               MOVE FONTE-REC      TO CS-CHAVE-ORIGEM
           END-IF.
           MOVE CS-ORIGEM TO WA-ORIGEM-PROCURADA.

           MOVE "N" TO WA-ACHOU-ABERTO WA-FIM-ORIGEM.
           START CASOS-FILE
               KEY IS EQUAL TO CS-ORIGEM
               INVALID KEY
                   MOVE "S" TO WA-FIM-ORIGEM
           END-START.
           PERFORM UNTIL WA-FIM-ORIGEM = "S" OR WA-ACHOU-ABERTO = "S"
               READ CASOS-FILE NEXT RECORD
                   AT END MOVE "S" TO WA-FIM-ORIGEM
               END-READ
               IF  WA-FIM-ORIGEM NOT = "S"
                   IF  CS-ORIGEM NOT = WA-ORIGEM-PROCURADA
                       MOVE "S" TO WA-FIM-ORIGEM
                   ELSE
                       IF  CS-SITUACAO NOT = "F"
                           MOVE "S" TO WA-ACHOU-ABERTO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF  WA-ACHOU-ABERTO = "S"
               MOVE WN-CARGA-ATUAL TO CS-ULT-CARGA
               MOVE FONTE-REC      TO CS-DETALHE
               REWRITE CASO-REC
               END-REWRITE
           ELSE
               ADD 1 TO WN-ULTIMO-NUMERO
               MOVE SPACES              TO CASO-REC
               MOVE WN-ULTIMO-NUMERO    TO CS-NUMERO
               MOVE WA-ORIGEM-PROCURADA TO CS-ORIGEM
               MOVE FONTE-REC           TO CS-DETALHE
               MOVE WA-CNPJ-CASO        TO CS-CNPJ
               MOVE "A"                 TO CS-SITUACAO
               MOVE WN-DATA-HOJE        TO CS-DATA-ABERTURA
               MOVE WN-HORA-AGORA(1:6)  TO CS-HORA-ABERTURA
               MOVE ZEROS               TO CS-DATA-ATRIBUICAO
                                           CS-DATA-FECHAMENTO
               MOVE WN-CARGA-ATUAL      TO CS-ULT-CARGA
               WRITE CASO-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O CASO " CS-NUMERO
                               " (FILE STATUS " WA-FS-CASOS ")"
                   NOT INVALID KEY
                       ADD 1 TO FO-QTDE-NOVOS(FO-IDX)
                       ADD 1 TO WN-QTDE-NOVOS
               END-WRITE
           END-IF.

      * O CNPJ COMECA NA POSICAO DA FILA E VAI ATE O PRIMEIRO ";" OU
      * ","; PONTUACAO DA MASCARA (CORRECOES DO COMERCIAL) E IGNORADA.
       RT03A-EXTRAI-CNPJ.
           MOVE SPACES TO WA-TOKEN-CNPJ WA-CNPJ-CASO.
           UNSTRING FONTE-REC(FO-POS-CNPJ(FO-IDX):)
               DELIMITED BY ";" OR ","
               INTO WA-TOKEN-CNPJ
           END-UNSTRING.
           MOVE ZEROS TO WN-QTDE-DIGITOS.
           PERFORM VARYING WS-IDX-CAR FROM 1 BY 1
                   UNTIL WS-IDX-CAR > 30 OR WN-QTDE-DIGITOS >= 14
               IF  WA-TOKEN-CNPJ(WS-IDX-CAR:1) IS NUMERIC
                   ADD 1 TO WN-QTDE-DIGITOS
                   MOVE WA-TOKEN-CNPJ(WS-IDX-CAR:1)
                       TO WA-CNPJ-CASO(WN-QTDE-DIGITOS:1)
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      * CASO NAO FECHADO DE FILA LIDA NESTA CARGA, QUE FECHA SOZINHA, *
      * E QUE NAO FOI VISTO NELA: O ITEM SAIU DA ORIGEM - FECHA.      *
      *---------------------------------------------------------------*
       RT04-00-FECHA-RESOLVIDOS.
           MOVE ZEROS TO CS-NUMERO.
           MOVE "N"   TO WA-EOF-CASOS.
           START CASOS-FILE
               KEY IS NOT LESS THAN CS-NUMERO
               INVALID KEY
                   MOVE "S" TO WA-EOF-CASOS
           END-START.
           PERFORM UNTIL WA-EOF-CASOS = "S"
               READ CASOS-FILE NEXT RECORD
                   AT END MOVE "S" TO WA-EOF-CASOS
               END-READ
               IF  WA-EOF-CASOS NOT = "S"
                   AND CS-SITUACAO NOT = "F"
                   AND CS-ULT-CARGA < WN-CARGA-ATUAL
                   PERFORM RT06-00-PROCURA-FILA
                   IF  FO-IDX-ACHADO NOT = ZEROS
                       IF  FO-LIDA(FO-IDX-ACHADO) = "S"
                           AND FO-AUTO-FECHA(FO-IDX-ACHADO) = "S"
                           MOVE "F"          TO CS-SITUACAO
                           MOVE WN-DATA-HOJE TO CS-DATA-FECHAMENTO
                           MOVE "BATCH"      TO CS-FECHADO-POR
                           MOVE "RESOLVIDO NA ORIGEM (SAIU DA FILA)"
                               TO CS-NOTA
                           REWRITE CASO-REC
                           END-REWRITE
                           ADD 1 TO FO-QTDE-FECHADOS(FO-IDX-ACHADO)
                           ADD 1 TO WN-QTDE-FECHADOS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      * RELATORIO SEMANAL DE ENVELHECIMENTO, EM DIAS UTEIS. SEM       *
      * CALENDARIO VALIDO NAO HA COMO MEDIR - ERRO DO JOB.            *
      *---------------------------------------------------------------*
       RT05-00-ENVELHECIMENTO.
           PERFORM CARREGA-CALENDARIO.
           IF  CAL-VALIDO NOT = "S"
               DISPLAY "ERRO: CALENDARIO DE DIAS UTEIS AUSENTE OU "
                       "VENCIDO (" FUNCTION TRIM(WA-ARQ-CALENDARIO)
                       ") - ATUALIZE NO CALENDARIO-MANUT. "
                       "ENVELHECIMENTO NAO GERADO."
               MOVE "ENVELHECE"        TO WA-AU-EVENTO
               MOVE SPACES             TO WA-AU-ENTRADA
               MOVE "SEM-CALENDARIO"   TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT CASOS-FILE
               IF  WA-FS-CASOS NOT = "00"
                   DISPLAY "SEM CASOS-TRABALHO.DAT - NENHUM CASO "
                           "CARREGADO AINDA."
                   MOVE "ENVELHECE"    TO WA-AU-EVENTO
                   MOVE SPACES         TO WA-AU-ENTRADA
                   MOVE "SEM-ARQUIVO"  TO WA-AU-RESULTADO
                   PERFORM GRAVA-AUDITORIA
               ELSE
                   PERFORM RT05A-ACUMULA-CASOS
                   CLOSE CASOS-FILE
                   PERFORM RT05D-GRAVA-RELATORIO
                   DISPLAY "ENVELHECIMENTO EM "
                           FUNCTION TRIM(WA-ARQ-ENVELHECIMENTO)
                           " - ABERTOS " AG-T-ABERTOS
                           " MAIS ANTIGO " AG-T-MAIOR-IDADE
                           " DIAS UTEIS"
                   MOVE "ENVELHECE"      TO WA-AU-EVENTO
                   MOVE AG-T-ABERTOS     TO WA-AU-ENTRADA
                   MOVE AG-T-MAIOR-IDADE TO WA-AU-RESULTADO
                   PERFORM GRAVA-AUDITORIA
               END-IF
           END-IF.

       RT05A-ACUMULA-CASOS.
           INITIALIZE AG-FILA-TAB AG-OPER-TAB AG-TOTAL.
           MOVE ZEROS TO AG-QTDE-OPER.
      * A SEMANA SAO OS 5 ULTIMOS DIAS UTEIS ATE HOJE.
           MOVE WN-DATA-HOJE TO CAL-DATA-FIM.
           MOVE 5            TO CAL-DIAS-RETROCEDER.
           PERFORM RETROCEDE-DIAS-UTEIS.
           MOVE CAL-DATA-CORTE TO AG-INICIO-SEMANA.

           MOVE ZEROS TO CS-NUMERO.
           MOVE "N"   TO WA-EOF-CASOS.
           START CASOS-FILE
               KEY IS NOT LESS THAN CS-NUMERO
               INVALID KEY
                   MOVE "S" TO WA-EOF-CASOS
           END-START.
           PERFORM UNTIL WA-EOF-CASOS = "S"
               READ CASOS-FILE NEXT RECORD
                   AT END MOVE "S" TO WA-EOF-CASOS
               END-READ
               IF  WA-EOF-CASOS NOT = "S"
                   PERFORM RT06-00-PROCURA-FILA
                   IF  FO-IDX-ACHADO NOT = ZEROS
                       PERFORM RT05B-ACUMULA-CASO
                   END-IF
               END-IF
           END-PERFORM.

       RT05B-ACUMULA-CASO.
           IF  CS-SITUACAO = "F"
               IF  CS-DATA-FECHAMENTO > AG-INICIO-SEMANA
                   MOVE CS-DATA-ABERTURA   TO CAL-DATA-INI
                   MOVE CS-DATA-FECHAMENTO TO CAL-DATA-FIM
                   PERFORM DIAS-UTEIS-ENTRE
                   MOVE CAL-DIAS-UTEIS TO AG-DIAS-FECHAR
                   MOVE CS-FECHADO-POR TO AG-OPERADOR-CASO
                   PERFORM RT05C-PROCURA-OPERADOR
                   ADD 1              TO AG-F-FECHADOS(FO-IDX-ACHADO)
                                         AG-T-FECHADOS
                   ADD AG-DIAS-FECHAR TO AG-F-DIAS-FECHAR(FO-IDX-ACHADO)
                                         AG-T-DIAS-FECHAR
                   IF  AG-IDX-OPER NOT = ZEROS
                       ADD 1              TO AG-O-FECHADOS(AG-IDX-OPER)
                       ADD AG-DIAS-FECHAR
                           TO AG-O-DIAS-FECHAR(AG-IDX-OPER)
                   END-IF
               END-IF
           ELSE
               MOVE CS-DATA-ABERTURA TO CAL-DATA-INI
               MOVE WN-DATA-HOJE     TO CAL-DATA-FIM
               PERFORM DIAS-UTEIS-ENTRE
               EVALUATE TRUE
                   WHEN CAL-DIAS-UTEIS <= 2
                       MOVE 1 TO AG-IDX-FAIXA
                   WHEN CAL-DIAS-UTEIS <= 5
                       MOVE 2 TO AG-IDX-FAIXA
                   WHEN CAL-DIAS-UTEIS <= 10
                       MOVE 3 TO AG-IDX-FAIXA
                   WHEN CAL-DIAS-UTEIS <= 20
                       MOVE 4 TO AG-IDX-FAIXA
                   WHEN OTHER
                       MOVE 5 TO AG-IDX-FAIXA
               END-EVALUATE
               IF  CS-SITUACAO = "T"
                   MOVE CS-OPERADOR TO AG-OPERADOR-CASO
               ELSE
                   MOVE "(LIVRE)"   TO AG-OPERADOR-CASO
               END-IF
               PERFORM RT05C-PROCURA-OPERADOR
               ADD 1 TO AG-F-ABERTOS(FO-IDX-ACHADO) AG-T-ABERTOS
               ADD 1 TO AG-F-FAIXA(FO-IDX-ACHADO AG-IDX-FAIXA)
                        AG-T-FAIXA(AG-IDX-FAIXA)
               IF  CAL-DIAS-UTEIS > AG-F-MAIOR-IDADE(FO-IDX-ACHADO)
                   MOVE CAL-DIAS-UTEIS
                       TO AG-F-MAIOR-IDADE(FO-IDX-ACHADO)
               END-IF
               IF  CAL-DIAS-UTEIS > AG-T-MAIOR-IDADE
                   MOVE CAL-DIAS-UTEIS TO AG-T-MAIOR-IDADE
               END-IF
               IF  AG-IDX-OPER NOT = ZEROS
                   ADD 1 TO AG-O-ABERTOS(AG-IDX-OPER)
                   ADD 1 TO AG-O-FAIXA(AG-IDX-OPER AG-IDX-FAIXA)
                   IF  CAL-DIAS-UTEIS > AG-O-MAIOR-IDADE(AG-IDX-OPER)
                       MOVE CAL-DIAS-UTEIS
                           TO AG-O-MAIOR-IDADE(AG-IDX-OPER)
                   END-IF
               END-IF
           END-IF.

      * OPERADOR ALEM DO 200o NAO ENTRA NA QUEBRA POR OPERADOR (SO NA
      * POR FILA) - AG-IDX-OPER VOLTA ZERADO.
       RT05C-PROCURA-OPERADOR.
           MOVE ZEROS TO AG-IDX-OPER.
           PERFORM VARYING AG-IDX-BUSCA FROM 1 BY 1
                   UNTIL AG-IDX-BUSCA > AG-QTDE-OPER
                      OR AG-IDX-OPER NOT = ZEROS
               IF  AG-O-OPERADOR(AG-IDX-BUSCA) = AG-OPERADOR-CASO
                   MOVE AG-IDX-BUSCA TO AG-IDX-OPER
               END-IF
           END-PERFORM.
           IF  AG-IDX-OPER = ZEROS AND AG-QTDE-OPER < 200
               ADD 1 TO AG-QTDE-OPER
               MOVE AG-QTDE-OPER     TO AG-IDX-OPER
               MOVE AG-OPERADOR-CASO TO AG-O-OPERADOR(AG-IDX-OPER)
           END-IF.

       RT05D-GRAVA-RELATORIO.
           MOVE SPACES TO WA-ARQ-ENVELHECIMENTO.
           STRING "CASOS-ENVELHECIMENTO-" WN-DATA-HOJE ".TXT"
               DELIMITED BY SIZE INTO WA-ARQ-ENVELHECIMENTO
           END-STRING.
           OPEN OUTPUT ENVELHECIMENTO-FILE.

           MOVE SPACES TO ENVELHECIMENTO-REC.
           STRING "ENVELHECIMENTO DA FILA DE TRABALHO - " WN-DATA-HOJE
                  " - SEMANA DESDE " AG-INICIO-SEMANA
                  " (DIAS UTEIS)"
               DELIMITED BY SIZE INTO ENVELHECIMENTO-REC
           END-STRING.
           WRITE ENVELHECIMENTO-REC.
           MOVE ALL "=" TO ENVELHECIMENTO-REC.
           WRITE ENVELHECIMENTO-REC.

           MOVE "POR FILA" TO ENVELHECIMENTO-REC.
           WRITE ENVELHECIMENTO-REC.
           PERFORM RT05E-CABECALHO-COLUNAS.
           PERFORM VARYING FO-IDX FROM 1 BY 1 UNTIL FO-IDX > FO-QTDE
               MOVE FO-FILA(FO-IDX)            TO LA-NOME
               MOVE AG-F-ABERTOS(FO-IDX)       TO LA-ABERTOS
               PERFORM VARYING AG-IDX-FAIXA FROM 1 BY 1
                       UNTIL AG-IDX-FAIXA > 5
                   MOVE AG-F-FAIXA(FO-IDX AG-IDX-FAIXA)
                       TO LA-FAIXA(AG-IDX-FAIXA)
               END-PERFORM
               MOVE AG-F-MAIOR-IDADE(FO-IDX)   TO LA-MAIOR-IDADE
               MOVE AG-F-FECHADOS(FO-IDX)      TO LA-FECHADOS
               MOVE ZEROS TO AG-MEDIA
               IF  AG-F-FECHADOS(FO-IDX) > ZEROS
                   COMPUTE AG-MEDIA ROUNDED = AG-F-DIAS-FECHAR(FO-IDX)
                                            / AG-F-FECHADOS(FO-IDX)
               END-IF
               MOVE AG-MEDIA                   TO LA-MEDIA
               MOVE WA-LINHA-AG                TO ENVELHECIMENTO-REC
               WRITE ENVELHECIMENTO-REC
           END-PERFORM.
           MOVE "TOTAL"            TO LA-NOME.
           MOVE AG-T-ABERTOS       TO LA-ABERTOS.
           PERFORM VARYING AG-IDX-FAIXA FROM 1 BY 1
                   UNTIL AG-IDX-FAIXA > 5
               MOVE AG-T-FAIXA(AG-IDX-FAIXA) TO LA-FAIXA(AG-IDX-FAIXA)
           END-PERFORM.
           MOVE AG-T-MAIOR-IDADE   TO LA-MAIOR-IDADE.
           MOVE AG-T-FECHADOS      TO LA-FECHADOS.
           MOVE ZEROS TO AG-MEDIA.
           IF  AG-T-FECHADOS > ZEROS
               COMPUTE AG-MEDIA ROUNDED = AG-T-DIAS-FECHAR
                                        / AG-T-FECHADOS
           END-IF.
           MOVE AG-MEDIA           TO LA-MEDIA.
           MOVE WA-LINHA-AG        TO ENVELHECIMENTO-REC.
           WRITE ENVELHECIMENTO-REC.

           MOVE SPACES TO ENVELHECIMENTO-REC.
           WRITE ENVELHECIMENTO-REC.
           MOVE "POR OPERADOR (FECHADOS PELO OPERADOR NA SEMANA)"
               TO ENVELHECIMENTO-REC.
           WRITE ENVELHECIMENTO-REC.
           PERFORM RT05E-CABECALHO-COLUNAS.
           PERFORM VARYING AG-IDX-OPER FROM 1 BY 1
                   UNTIL AG-IDX-OPER > AG-QTDE-OPER
               MOVE AG-O-OPERADOR(AG-IDX-OPER)    TO LA-NOME
               MOVE AG-O-ABERTOS(AG-IDX-OPER)     TO LA-ABERTOS
               PERFORM VARYING AG-IDX-FAIXA FROM 1 BY 1
                       UNTIL AG-IDX-FAIXA > 5
                   MOVE AG-O-FAIXA(AG-IDX-OPER AG-IDX-FAIXA)
                       TO LA-FAIXA(AG-IDX-FAIXA)
               END-PERFORM
               MOVE AG-O-MAIOR-IDADE(AG-IDX-OPER) TO LA-MAIOR-IDADE
               MOVE AG-O-FECHADOS(AG-IDX-OPER)    TO LA-FECHADOS
               MOVE ZEROS TO AG-MEDIA
               IF  AG-O-FECHADOS(AG-IDX-OPER) > ZEROS
                   COMPUTE AG-MEDIA ROUNDED =
                       AG-O-DIAS-FECHAR(AG-IDX-OPER)
                     / AG-O-FECHADOS(AG-IDX-OPER)
               END-IF
               MOVE AG-MEDIA                      TO LA-MEDIA
               MOVE WA-LINHA-AG                   TO ENVELHECIMENTO-REC
               WRITE ENVELHECIMENTO-REC
           END-PERFORM.
           IF  AG-QTDE-OPER = ZEROS
               MOVE "(NENHUM CASO)" TO ENVELHECIMENTO-REC
               WRITE ENVELHECIMENTO-REC
           END-IF.

           CLOSE ENVELHECIMENTO-FILE.
           MOVE "CASOS-ENVELHECIMENTO.TXT" TO RR-RELATORIO.
           MOVE WA-ARQ-ENVELHECIMENTO      TO RR-ARQUIVO.
           MOVE "LEITURA DIRETA"           TO RR-FONTE.
           PERFORM ARQUIVA-RELATORIO.

       RT05E-CABECALHO-COLUNAS.
      * IDADE EM DIAS UTEIS: FAIXAS, O MAIS VELHO ABERTO (VELHO) E A
      * MEDIA ATE O FECHAMENTO DOS FECHADOS NA SEMANA (FECH.).
           MOVE "FILA/OPER. ABERTO     0-2     3-5    6-10   "
               TO ENVELHECIMENTO-REC.
           MOVE "11-20     >20   VELHO   FECH.   MEDIA"
               TO ENVELHECIMENTO-REC(46:).
           WRITE ENVELHECIMENTO-REC.
           MOVE ALL "-" TO ENVELHECIMENTO-REC(1:81).
           WRITE ENVELHECIMENTO-REC.

       RT06-00-PROCURA-FILA.
           MOVE ZEROS TO FO-IDX-ACHADO.
           PERFORM VARYING FO-IDX FROM 1 BY 1
                   UNTIL FO-IDX > FO-QTDE OR FO-IDX-ACHADO NOT = ZEROS
               IF  FO-FILA(FO-IDX) = CS-FILA
                   MOVE FO-IDX TO FO-IDX-ACHADO
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      * TELA DO OPERADOR (MENU, OPCAO 56).                            *
      *---------------------------------------------------------------*
       RT10-00-TELA-CASOS.
           OPEN I-O CASOS-FILE.
           IF  WA-FS-CASOS NOT = "00"
               DISPLAY "SEM CASOS-TRABALHO.DAT (FILE STATUS "
                       WA-FS-CASOS ") - A CARGA DAS FILAS AINDA NAO "
                       "RODOU."
               MOVE "TELA"             TO WA-AU-EVENTO
               MOVE "SEM-ARQUIVO"      TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
           ELSE
      * IDADE EM DIAS UTEIS QUANDO HA CALENDARIO; SEM ELE, CORRIDOS.
               PERFORM CARREGA-CALENDARIO
               IF  CAL-VALIDO = "S"
                   MOVE "S"          TO WA-IDADE-UTEIS
                   MOVE "DIAS UTEIS" TO WA-UNIDADE-IDADE
               ELSE
                   MOVE "N"          TO WA-IDADE-UTEIS
                   MOVE "DIAS"       TO WA-UNIDADE-IDADE
                   DISPLAY "AVISO: CALENDARIO AUSENTE OU VENCIDO - "
                           "IDADE DOS CASOS EM DIAS CORRIDOS."
               END-IF
               MOVE "N" TO WA-SAIR-CASOS
               PERFORM UNTIL WA-SAIR-CASOS = "S"
                   PERFORM RT11-00-MENU-CASOS
               END-PERFORM
               CLOSE CASOS-FILE
           END-IF.

       RT11-00-MENU-CASOS.
           PERFORM RT12-00-RESUMO-FILAS.
           DISPLAY " ".
           DISPLAY " (L) Listar casos livres   (M) Meus casos".
           DISPLAY " (P) Pegar um caso         (T) Trabalhar um caso".
           DISPLAY " (A) Atribuir caso (supervisor)".
           DISPLAY " (S) Sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           MOVE SPACES TO WA-OPCAO-CASOS.
           ACCEPT WA-OPCAO-CASOS.
           MOVE FUNCTION UPPER-CASE(WA-OPCAO-CASOS) TO WA-OPCAO-CASOS.

           EVALUATE WA-OPCAO-CASOS
               WHEN "L"
                   DISPLAY "Fila (ENTER = todas): " WITH NO ADVANCING
                   MOVE SPACES TO WA-FILA-FILTRO
                   ACCEPT WA-FILA-FILTRO
                   MOVE FUNCTION UPPER-CASE(WA-FILA-FILTRO)
                       TO WA-FILA-FILTRO
                   PERFORM RT13-00-LISTA-CASOS
               WHEN "M"
                   MOVE SPACES TO WA-FILA-FILTRO
                   PERFORM RT13-00-LISTA-CASOS
               WHEN "P"
                   PERFORM RT14-00-PEGA-CASO
               WHEN "T"
                   PERFORM RT15-00-TRABALHA-CASO
               WHEN "A"
                   PERFORM RT17-00-ATRIBUI-CASO
               WHEN "S"
                   MOVE "S" TO WA-SAIR-CASOS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - DIGITE L, M, P, T, A "
                           "OU S."
           END-EVALUATE.

       RT12-00-RESUMO-FILAS.
           INITIALIZE RS-RESUMO-TAB.
           MOVE ZEROS TO CS-NUMERO.
           MOVE "N"   TO WA-EOF-CASOS.
           START CASOS-FILE
               KEY IS NOT LESS THAN CS-NUMERO
               INVALID KEY
                   MOVE "S" TO WA-EOF-CASOS
           END-START.
           PERFORM UNTIL WA-EOF-CASOS = "S"
               READ CASOS-FILE NEXT RECORD
                   AT END MOVE "S" TO WA-EOF-CASOS
               END-READ
               IF  WA-EOF-CASOS NOT = "S"
                   AND CS-SITUACAO NOT = "F"
                   PERFORM RT06-00-PROCURA-FILA
                   IF  FO-IDX-ACHADO NOT = ZEROS
                       IF  CS-SITUACAO = "T"
                           ADD 1 TO RS-EM-TRABALHO(FO-IDX-ACHADO)
                       ELSE
                           ADD 1 TO RS-LIVRES(FO-IDX-ACHADO)
                       END-IF
                       IF  RS-MAIS-ANTIGO(FO-IDX-ACHADO) = ZEROS
                           OR CS-DATA-ABERTURA
                              < RS-MAIS-ANTIGO(FO-IDX-ACHADO)
                           MOVE CS-DATA-ABERTURA
                               TO RS-MAIS-ANTIGO(FO-IDX-ACHADO)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           DISPLAY " ".
           DISPLAY "FILA DE TRABALHO - OPERADOR "
                   FUNCTION TRIM(WA-OPERADOR).
           DISPLAY "FILA        LIVRES  EM TRAB.  MAIS ANTIGO  IDADE".
           PERFORM VARYING FO-IDX FROM 1 BY 1 UNTIL FO-IDX > FO-QTDE
               IF  RS-MAIS-ANTIGO(FO-IDX) = ZEROS
                   DISPLAY FO-FILA(FO-IDX) "  " RS-LIVRES(FO-IDX)
                           "  " RS-EM-TRABALHO(FO-IDX)
               ELSE
                   MOVE RS-MAIS-ANTIGO(FO-IDX) TO CS-DATA-ABERTURA
                   PERFORM RT16-00-CALCULA-IDADE
                   DISPLAY FO-FILA(FO-IDX) "  " RS-LIVRES(FO-IDX)
                           "  " RS-EM-TRABALHO(FO-IDX)
                           "    " RS-MAIS-ANTIGO(FO-IDX)
                           "  " WN-IDADE " "
                           FUNCTION TRIM(WA-UNIDADE-IDADE)
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      * LISTA OS CASOS MAIS ANTIGOS: LIVRES DA FILA PEDIDA (OPCAO L)  *
      * OU OS DO PROPRIO OPERADOR (OPCAO M). O NUMERO CRESCE COM A    *
      * ABERTURA, ENTAO A ORDEM DA CHAVE JA E A ORDEM DE IDADE.       *
      *---------------------------------------------------------------*
       RT13-00-LISTA-CASOS.
           MOVE ZEROS TO WN-QTDE-LISTADOS CS-NUMERO.
           MOVE "N"   TO WA-EOF-CASOS.
           DISPLAY "CASO     FILA       CNPJ           ABERTURA  IDADE"
                   "  DETALHE".
           START CASOS-FILE
               KEY IS NOT LESS THAN CS-NUMERO
               INVALID KEY
                   MOVE "S" TO WA-EOF-CASOS
           END-START.
           PERFORM UNTIL WA-EOF-CASOS = "S"
                   OR WN-QTDE-LISTADOS >= WN-LIMITE-LISTA
               READ CASOS-FILE NEXT RECORD
                   AT END MOVE "S" TO WA-EOF-CASOS
               END-READ
               IF  WA-EOF-CASOS NOT = "S"
                   IF  (WA-OPCAO-CASOS = "L"
                        AND CS-SITUACAO = "A"
                        AND (WA-FILA-FILTRO = SPACES
                             OR CS-FILA = WA-FILA-FILTRO))
                    OR (WA-OPCAO-CASOS = "M"
                        AND CS-SITUACAO = "T"
                        AND CS-OPERADOR = WA-OPERADOR)
                       ADD 1 TO WN-QTDE-LISTADOS
                       PERFORM RT16-00-CALCULA-IDADE
                       DISPLAY CS-NUMERO " " CS-FILA " " CS-CNPJ " "
                               CS-DATA-ABERTURA " " WN-IDADE "  "
                               CS-DETALHE(1:40)
                   END-IF
               END-IF
           END-PERFORM.
           IF  WN-QTDE-LISTADOS = ZEROS
               DISPLAY "(NENHUM CASO)"
           END-IF.
           IF  WN-QTDE-LISTADOS >= WN-LIMITE-LISTA
               DISPLAY "(SO OS " WN-LIMITE-LISTA " MAIS ANTIGOS)"
           END-IF.

       RT14-00-PEGA-CASO.
           PERFORM RT18-00-LE-CASO-DIGITADO.
           IF  WA-CASO-LIDO = "S"
               EVALUATE TRUE
                   WHEN CS-SITUACAO = "F"
                       DISPLAY "CASO JA FECHADO."
                   WHEN CS-SITUACAO = "T"
                       AND CS-OPERADOR NOT = WA-OPERADOR
                       DISPLAY "CASO ESTA COM "
                               FUNCTION TRIM(CS-OPERADOR)
                               " - SO O SUPERVISOR REATRIBUI (A)."
                   WHEN OTHER
                       MOVE "T"          TO CS-SITUACAO
                       MOVE WA-OPERADOR  TO CS-OPERADOR
                       MOVE WN-DATA-HOJE TO CS-DATA-ATRIBUICAO
                       REWRITE CASO-REC
                       END-REWRITE
                       DISPLAY "CASO " CS-NUMERO " COM VOCE."
                       MOVE "PEGA"     TO WA-AU-RESULTADO
                       PERFORM RT19-00-AUDITA-CASO
               END-EVALUATE
               UNLOCK CASOS-FILE
           END-IF.

      *---------------------------------------------------------------*
      * TRABALHA UM CASO DO PROPRIO OPERADOR (O SUPERVISOR TRABALHA   *
      * QUALQUER UM): DETALHE, ATALHOS PARA AS FERRAMENTAS, FECHAR    *
      * COM NOTA OU DEVOLVER A FILA.                                  *
      *---------------------------------------------------------------*
       RT15-00-TRABALHA-CASO.
           PERFORM RT18-00-LE-CASO-DIGITADO.
           IF  WA-CASO-LIDO = "S"
               UNLOCK CASOS-FILE
               IF  CS-SITUACAO NOT = "T"
                   OR (CS-OPERADOR NOT = WA-OPERADOR
                       AND WA-PERFIL NOT = "S")
                   DISPLAY "SO SE TRABALHA CASO QUE ESTA COM VOCE - "
                           "PEGUE O CASO ANTES (P)."
               ELSE
                   MOVE CS-NUMERO TO WN-NUMERO-CASO
                   MOVE "N" TO WA-SAIR-TRABALHO
                   PERFORM UNTIL WA-SAIR-TRABALHO = "S"
                       PERFORM RT15A-TELA-CASO
                   END-PERFORM
               END-IF
           END-IF.

       RT15A-TELA-CASO.
           PERFORM RT16-00-CALCULA-IDADE.
           DISPLAY " ".
           DISPLAY "CASO " CS-NUMERO " - FILA " FUNCTION TRIM(CS-FILA).
           DISPLAY "  CNPJ.........: " CS-CNPJ.
           DISPLAY "  ABERTO EM....: " CS-DATA-ABERTURA " ("
                   WN-IDADE " " FUNCTION TRIM(WA-UNIDADE-IDADE) ")".
           DISPLAY "  OPERADOR.....: " CS-OPERADOR
                   " DESDE " CS-DATA-ATRIBUICAO.
           DISPLAY "  DETALHE......: " CS-DETALHE(1:60).
           IF  CS-DETALHE(61:60) NOT = SPACES
               DISPLAY "                 " CS-DETALHE(61:60)
           END-IF.
           DISPLAY "(1) Pendencias de endereco  (2) Manutencao do "
                   "cadastro  (3) Dossie do CNPJ".
           DISPLAY "(F) Fechar com nota  (D) Devolver a fila  "
                   "(V) Voltar: " WITH NO ADVANCING.
           MOVE SPACES TO WA-OPCAO-CASOS.
           ACCEPT WA-OPCAO-CASOS.
           MOVE FUNCTION UPPER-CASE(WA-OPCAO-CASOS) TO WA-OPCAO-CASOS.

           EVALUATE WA-OPCAO-CASOS
               WHEN "1"
                   CALL "GO-FCO-PENDENTE"
                   END-CALL
               WHEN "2"
                   DISPLAY "CNPJ DO CASO: " CS-CNPJ
                   CALL "CNPJ-MANUT"
                   END-CALL
               WHEN "3"
                   SET ENVIRONMENT "GO-CASO-CNPJ" TO CS-CNPJ
                   CALL "GO-FCO-DOSSIE"
                   END-CALL
                   SET ENVIRONMENT "GO-CASO-CNPJ" TO SPACES
               WHEN "F"
                   PERFORM RT15B-FECHA-CASO
               WHEN "D"
                   PERFORM RT15C-DEVOLVE-CASO
               WHEN "V"
                   MOVE "S" TO WA-SAIR-TRABALHO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - DIGITE 1, 2, 3, F, D OU V."
           END-EVALUATE.

      * AS FERRAMENTAS CHAMADAS NAO MEXEM NO CASOS-TRABALHO.DAT, MAS O
      * REGISTRO E RELIDO ANTES DE GRAVAR - OUTRA SESSAO PODE TER
      * REATRIBUIDO O CASO.
       RT15B-FECHA-CASO.
           DISPLAY "Nota de fechamento: " WITH NO ADVANCING.
           MOVE SPACES TO WA-NOTA-DIGITADA.
           ACCEPT WA-NOTA-DIGITADA.
           IF  WA-NOTA-DIGITADA = SPACES
               DISPLAY "CASO SO FECHA COM NOTA."
           ELSE
               PERFORM RT15D-RELE-CASO
               IF  WA-CASO-LIDO = "S"
                   MOVE "F"              TO CS-SITUACAO
                   MOVE WN-DATA-HOJE     TO CS-DATA-FECHAMENTO
                   MOVE WA-OPERADOR      TO CS-FECHADO-POR
                   MOVE WA-NOTA-DIGITADA TO CS-NOTA
                   REWRITE CASO-REC
                   END-REWRITE
                   UNLOCK CASOS-FILE
                   DISPLAY "CASO " CS-NUMERO " FECHADO."
                   MOVE "FECHA"    TO WA-AU-RESULTADO
                   PERFORM RT19-00-AUDITA-CASO
                   MOVE "S" TO WA-SAIR-TRABALHO
               END-IF
           END-IF.

       RT15C-DEVOLVE-CASO.
           PERFORM RT15D-RELE-CASO.
           IF  WA-CASO-LIDO = "S"
               MOVE "A"    TO CS-SITUACAO
               MOVE SPACES TO CS-OPERADOR
               MOVE ZEROS  TO CS-DATA-ATRIBUICAO
               REWRITE CASO-REC
               END-REWRITE
               UNLOCK CASOS-FILE
               DISPLAY "CASO " CS-NUMERO " DEVOLVIDO A FILA."
               MOVE "DEVOLVE"  TO WA-AU-RESULTADO
               PERFORM RT19-00-AUDITA-CASO
               MOVE "S" TO WA-SAIR-TRABALHO
           END-IF.

       RT15D-RELE-CASO.
           MOVE "N" TO WA-CASO-LIDO.
           MOVE WN-NUMERO-CASO TO CS-NUMERO.
           READ CASOS-FILE
               KEY IS CS-NUMERO
               INVALID KEY
                   DISPLAY "CASO " WN-NUMERO-CASO " NAO ENCONTRADO."
               NOT INVALID KEY
                   MOVE "S" TO WA-CASO-LIDO
           END-READ.
           IF  WA-CASO-LIDO = "S"
               IF  CS-SITUACAO NOT = "T"
                   OR (CS-OPERADOR NOT = WA-OPERADOR
                       AND WA-PERFIL NOT = "S")
                   DISPLAY "O CASO MUDOU DE MAOS NESTE MEIO TEMPO - "
                           "NADA GRAVADO."
                   UNLOCK CASOS-FILE
                   MOVE "N" TO WA-CASO-LIDO
                   MOVE "S" TO WA-SAIR-TRABALHO
               END-IF
           END-IF.

       RT16-00-CALCULA-IDADE.
           IF  WA-IDADE-UTEIS = "S"
               MOVE CS-DATA-ABERTURA TO CAL-DATA-INI
               MOVE WN-DATA-HOJE     TO CAL-DATA-FIM
               PERFORM DIAS-UTEIS-ENTRE
               MOVE CAL-DIAS-UTEIS   TO WN-IDADE
           ELSE
               COMPUTE WN-IDADE =
                   FUNCTION INTEGER-OF-DATE(WN-DATA-HOJE)
                 - FUNCTION INTEGER-OF-DATE(CS-DATA-ABERTURA)
           END-IF.

       RT17-00-ATRIBUI-CASO.
           IF  WA-PERFIL NOT = "S"
               DISPLAY "ATRIBUIR CASO E DO SUPERVISOR - USE (P) PARA "
                       "PEGAR UM CASO LIVRE."
           ELSE
               PERFORM RT18-00-LE-CASO-DIGITADO
               IF  WA-CASO-LIDO = "S"
                   IF  CS-SITUACAO = "F"
                       DISPLAY "CASO JA FECHADO."
                   ELSE
                       DISPLAY "Operador: " WITH NO ADVANCING
                       MOVE SPACES TO WA-OPERADOR-DESTINO
                       ACCEPT WA-OPERADOR-DESTINO
                       MOVE FUNCTION UPPER-CASE(WA-OPERADOR-DESTINO)
                           TO WA-OPERADOR-DESTINO
                       IF  WA-OPERADOR-DESTINO = SPACES
                           DISPLAY "NADA ALTERADO."
                       ELSE
                           MOVE "T"                 TO CS-SITUACAO
                           MOVE WA-OPERADOR-DESTINO TO CS-OPERADOR
                           MOVE WN-DATA-HOJE
                               TO CS-DATA-ATRIBUICAO
                           REWRITE CASO-REC
                           END-REWRITE
                           DISPLAY "CASO " CS-NUMERO " ATRIBUIDO A "
                                   FUNCTION TRIM(WA-OPERADOR-DESTINO)
                           MOVE SPACES TO WA-AU-RESULTADO
                           STRING "ATRIBUI=" WA-OPERADOR-DESTINO
                               DELIMITED BY SIZE INTO WA-AU-RESULTADO
                           END-STRING
                           PERFORM RT19-00-AUDITA-CASO
                       END-IF
                   END-IF
                   UNLOCK CASOS-FILE
               END-IF
           END-IF.

       RT18-00-LE-CASO-DIGITADO.
           MOVE "N" TO WA-CASO-LIDO.
           DISPLAY "Numero do caso: " WITH NO ADVANCING.
           MOVE SPACES TO WA-NUMERO-DIGITADO.
           ACCEPT WA-NUMERO-DIGITADO.
           MOVE ZEROS TO WN-QTDE-DIGITOS.
           INSPECT WA-NUMERO-DIGITADO TALLYING WN-QTDE-DIGITOS
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF  WN-QTDE-DIGITOS = ZEROS
               OR WA-NUMERO-DIGITADO(1:WN-QTDE-DIGITOS) IS NOT NUMERIC
               DISPLAY "NUMERO DE CASO INVALIDO."
           ELSE
               MOVE WA-NUMERO-DIGITADO(1:WN-QTDE-DIGITOS)
                   TO WN-NUMERO-CASO
               MOVE WN-NUMERO-CASO TO CS-NUMERO
               READ CASOS-FILE
                   KEY IS CS-NUMERO
                   INVALID KEY
                       DISPLAY "CASO " WN-NUMERO-CASO " NAO ENCONTRADO."
                   NOT INVALID KEY
                       MOVE "S" TO WA-CASO-LIDO
               END-READ
           END-IF.

       RT19-00-AUDITA-CASO.
           MOVE "CASO"     TO WA-AU-EVENTO.
           MOVE SPACES     TO WA-AU-ENTRADA.
           STRING CS-NUMERO " " CS-FILA
               DELIMITED BY SIZE INTO WA-AU-ENTRADA
           END-STRING.
           PERFORM GRAVA-AUDITORIA.

           COPY CALETABP.

           COPY AUDITP.

           COPY RELREPOP.
