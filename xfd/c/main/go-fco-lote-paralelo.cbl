       IDENTIFICATION DIVISION.
       PROGRAM-ID.      GO-FCO-LOTE-PARALELO.
      *------------------------------------------------------------------------------*
      * GO-FCO-LOTE EM PARTICOES PARALELAS, PARA WORKLIST DE REFRESH GRANDE DEMAIS   *
      * PARA A JANELA NOTURNA NUM PROCESSO SO. NO LUGAR DO PASSO GO-FCO-LOTE DA      *
      * CADEIA, ESTE DRIVER:                                                         *
      *   1. LE O LOTE-PARALELO.TXT (UMA LINHA "PARTICOES;COMANDO;HORAS" - 2 A 20    *
      *      PARTICOES, O COMANDO QUE SOBE UM GO-FCO-LOTE E O MAXIMO DE HORAS DE     *
      *      ESPERA, PADRAO 10; LINHA COMECANDO COM "*" E COMENTARIO);               *
      *   2. DIVIDE O CNPJ-NOVOS.TXT E O REFRESH-WORKLIST.CSV POR FAIXA DE CNPJ      *
      *      (3 PRIMEIROS DIGITOS DO RADICAL): AS FAIXAS SAO MONTADAS PELA           *
      *      CONTAGEM DOS DOIS ARQUIVOS JUNTOS PARA CADA PARTICAO RECEBER MAIS OU    *
      *      MENOS O MESMO VOLUME, E UM MESMO CNPJ CAI SEMPRE NA MESMA PARTICAO      *
      *      NOS DOIS ARQUIVOS (DOIS PROCESSOS NUNCA DISPUTAM O MESMO REGISTRO).     *
      *      GRAVA CNPJ-NOVOS-Pnn.TXT E REFRESH-WORKLIST-Pnn.CSV;                    *
      *   3. SOBE CADA PARTICAO COMO PROCESSO PROPRIO (COMANDO + " &", COM           *
      *      GO-LOTE-PARTICAO = nn NO AMBIENTE) - CADA UMA COM SEU LOG               *
      *      (GO-FCO-LOTE-Pnn.LOG) E SEU CHECKPOINT (GO-FCO-LOTE-Pnn.CKP), E         *
      *      TODAS DIVIDINDO A TRAVA DA COTA (SERPRO-COTA.LCK), O TETO POR MINUTO    *
      *      (SERPRO-RITMO.TXT) E A TRAVA DO CNPJ-MASTER;                            *
      *   4. ESPERA O "FIM" DE CADA LOG DE PARTICAO (CONFERE A CADA MINUTO);         *
      *   5. CONSOLIDA OS LOGS NO GO-FCO-LOTE.LOG DE SEMPRE: INICIO, AS LINHAS DE    *
      *      CADA PARTICAO PREFIXADAS COM [Pnn], FIM E A LINHA PROCESSADOS= COM      *
      *      A SOMA DAS PARTICOES - GO-FCO-STATUS E GO-FCO-ALERTA LEEM O MESMO       *
      *      FORMATO DE ANTES.                                                       *
      * PARTICAO QUE NAO TERMINOU NO PRAZO DEIXA O LOG SEM O "FIM" (O GO-FCO-ALERTA  *
      * ACUSA) E O DRIVER SAI COM RETURN-CODE 8 (A CADEIA PARA). RODAR O DRIVER DE   *
      * NOVO REFAZ A DIVISAO IGUAL (MESMO EXTRATO, MESMOS ARQUIVOS) E CADA           *
      * PARTICAO RETOMA DO PROPRIO CHECKPOINT.                                       *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRO-FILE
               ASSIGN TO WA-ARQ-PARAMETRO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-PARAMETRO.

           SELECT CNPJ-INPUT-FILE
               ASSIGN TO WA-ARQ-LOTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-LOTE.

           SELECT PARTE-LOTE-FILE
               ASSIGN TO WA-ARQ-PARTE-LOTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-PARTE-LOTE.

           SELECT WORKLIST-FILE
               ASSIGN TO WA-ARQ-WORKLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-WORKLIST.

           SELECT PARTE-WORKLIST-FILE
               ASSIGN TO WA-ARQ-PARTE-WORKLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-PARTE-WORKLIST.

           SELECT PARTE-LOG-FILE
               ASSIGN TO WA-ARQ-PARTE-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-PARTE-LOG.

           SELECT RUN-LOG-FILE
               ASSIGN TO WA-ARQ-LOG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO WA-ARQ-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETRO-FILE.
       01  PARAMETRO-REC               PIC X(200).

       FD  CNPJ-INPUT-FILE.
       01  CNPJ-INPUT-REC              PIC X(014).

       FD  PARTE-LOTE-FILE.
       01  PARTE-LOTE-REC              PIC X(014).

       FD  WORKLIST-FILE.
       01  WORKLIST-REC                PIC X(200).

       FD  PARTE-WORKLIST-FILE.
       01  PARTE-WORKLIST-REC          PIC X(200).

       FD  PARTE-LOG-FILE.
       01  PARTE-LOG-REC               PIC X(200).

       FD  RUN-LOG-FILE.
       01  LOG-REC                     PIC X(200).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  WA-ARQ-PARAMETRO            PIC X(100)          VALUE
               "LOTE-PARALELO.TXT".
       77  WA-FS-PARAMETRO             PIC X(002)          VALUE "00".
       77  WA-ARQ-LOTE                 PIC X(100)          VALUE
               "CNPJ-NOVOS.TXT".
       77  WA-FS-LOTE                  PIC X(002)          VALUE "00".
       77  WA-ARQ-WORKLIST             PIC X(100)          VALUE
               "REFRESH-WORKLIST.CSV".
       77  WA-FS-WORKLIST              PIC X(002)          VALUE "00".
       77  WA-ARQ-LOG                  PIC X(100)          VALUE
               "GO-FCO-LOTE.LOG".
       77  WA-ARQ-PARTE-LOTE           PIC X(100)          VALUE SPACES.
       77  WA-FS-PARTE-LOTE            PIC X(002)          VALUE "00".
       77  WA-ARQ-PARTE-WORKLIST       PIC X(100)          VALUE SPACES.
       77  WA-FS-PARTE-WORKLIST        PIC X(002)          VALUE "00".
       77  WA-ARQ-PARTE-LOG            PIC X(100)          VALUE SPACES.
       77  WA-FS-PARTE-LOG             PIC X(002)          VALUE "00".
       77  WA-EOF-ARQ                  PIC X(001)          VALUE "N".
       77  WA-TEM-WORKLIST             PIC X(001)          VALUE "N".

      * LOTE-PARALELO.TXT: "PARTICOES;COMANDO;HORAS".
       77  WA-PARAMETRO-LIDO           PIC X(001)          VALUE "N".
       77  WA-PARTICOES-TOKEN          PIC X(010)          VALUE SPACES.
       77  WA-COMANDO-LOTE             PIC X(150)          VALUE SPACES.
       77  WA-HORAS-TOKEN              PIC X(010)          VALUE SPACES.
       77  WN-QTDE-PARTICOES           PIC 9(002)          VALUE ZEROS.
       77  WN-HORAS-ESPERA             PIC 9(002)          VALUE 10.
       77  WA-COMANDO-EXEC             PIC X(200)          VALUE SPACES.

      * UM BALDE POR PREFIXO DE 3 DIGITOS DO CNPJ (000-999, INDICE
      * 1-1000); BALDE 1 TAMBEM RECEBE A LINHA QUE NAO COMECA POR
      * DIGITO (O GO-FCO-LOTE A REJEITA NA PARTICAO 01).
       01  WS-BALDE-TAB.
           03  WS-BALDE-ENTRY OCCURS 1000 TIMES.
               05  BD-QTDE             PIC 9(007).
               05  BD-PARTICAO         PIC 9(002).
       77  WS-IDX-BALDE                PIC 9(004)          VALUE ZEROS.
       77  WN-PREFIXO                  PIC 9(003)          VALUE ZEROS.
       77  WA-CNPJ-CHAVE               PIC X(014)          VALUE SPACES.
       77  WN-QTDE-TOTAL               PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-ACUMULADA           PIC 9(007)          VALUE ZEROS.
       77  WN-PARTICAO-CORRENTE        PIC 9(002)          VALUE ZEROS.

       01  WS-PARTICAO-TAB.
           03  WS-PARTICAO-ENTRY OCCURS 20 TIMES.
               05  PT-FAIXA-INI        PIC 9(003).
               05  PT-FAIXA-FIM        PIC 9(003).
               05  PT-QTDE-LOTE        PIC 9(007).
               05  PT-QTDE-WORKLIST    PIC 9(007).
               05  PT-TERMINOU         PIC X(001).
       77  WS-IDX-PARTICAO             PIC 9(002)          VALUE ZEROS.
       77  WA-PARTICAO-ID              PIC 9(002)          VALUE ZEROS.
       77  WN-QTDE-TERMINADAS          PIC 9(002)          VALUE ZEROS.
       77  WN-MINUTOS-ESPERA           PIC 9(004)          VALUE ZEROS.
       77  WN-MINUTOS-LIMITE           PIC 9(004)          VALUE ZEROS.
       77  WN-SEGUNDOS-ESPERA          PIC 9(004) COMP     VALUE 60.

       77  WA-WL-CNPJ-TOKEN            PIC X(014)          VALUE SPACES.

      * LINHA "PROCESSADOS=" DO GO-FCO-LOTE (RT07-00-GRAVA-LOG-FIM),
      * POSICAO A POSICAO.
       01  WA-LINHA-TOTAIS.
           03  FILLER                  PIC X(012).
           03  TL-PROCESSADOS          PIC 9(005).
           03  FILLER                  PIC X(007).
           03  TL-NOVOS                PIC 9(005).
           03  FILLER                  PIC X(015).
           03  TL-CONHECIDOS           PIC 9(005).
           03  FILLER                  PIC X(009).
           03  TL-REFRESH              PIC 9(005).
           03  FILLER                  PIC X(007).
           03  TL-ERROS                PIC 9(005).
           03  FILLER                  PIC X(012).
           03  TL-REJEITADOS           PIC 9(005).
           03  FILLER                  PIC X(108).
       77  WN-QTDE-PROCESSADOS         PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-NOVOS               PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-CONHECIDOS          PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-REFRESH             PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-ERRO                PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-REJEITADOS          PIC 9(005)          VALUE ZEROS.

       77  WS-DATA-INICIO              PIC 9(008)          VALUE ZEROS.
       77  WS-HORA-INICIO              PIC 9(008)          VALUE ZEROS.
       77  WS-DATA-FIM                 PIC 9(008)          VALUE ZEROS.
       77  WS-HORA-FIM                 PIC 9(008)          VALUE ZEROS.

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-FS-AUDIT                 PIC X(002)          VALUE "00".
       77  WA-AU-DATA                  PIC 9(008).
       77  WA-AU-HORA                  PIC 9(006).
       77  WA-AU-PROGRAM-ID            PIC X(020)
               VALUE "GO-FCO-LOTE-PARALELO".
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

           ACCEPT WS-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-INICIO FROM TIME.

           PERFORM RT01-00-LE-PARAMETRO.
           IF  WA-PARAMETRO-LIDO NOT = "S"
               DISPLAY "ERRO: " FUNCTION TRIM(WA-ARQ-PARAMETRO)
                       " AUSENTE OU INVALIDO (PARTICOES 2 A 20 E O "
                       "COMANDO DO GO-FCO-LOTE) - LOTE PARALELO NAO "
                       "RODOU."
               MOVE "PARTICOES"        TO WA-AU-EVENTO
               MOVE WA-ARQ-PARAMETRO   TO WA-AU-ENTRADA
               MOVE "SEM-PARAMETRO"    TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
      * RETURN-CODE DIFERENTE DE ZERO: COMO PASSO DO GO-FCO-CADEIA,
      * O ABORTO TEM QUE PARAR A CADEIA.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM RT02-00-MONTA-FAIXAS.

           PERFORM RT03-00-DIVIDE-PARTICAO
               VARYING WS-IDX-PARTICAO FROM 1 BY 1
               UNTIL WS-IDX-PARTICAO > WN-QTDE-PARTICOES.

           PERFORM RT04-00-LANCA-PARTICAO
               VARYING WS-IDX-PARTICAO FROM 1 BY 1
               UNTIL WS-IDX-PARTICAO > WN-QTDE-PARTICOES.
           SET ENVIRONMENT "GO-LOTE-PARTICAO" TO SPACES.

           PERFORM RT05-00-AGUARDA-PARTICOES.

           PERFORM RT06-00-CONSOLIDA-LOG.

           MOVE "PARTICOES"        TO WA-AU-EVENTO.
           MOVE SPACES             TO WA-AU-ENTRADA.
           STRING WN-QTDE-PARTICOES " PARTICOES, "
               WN-QTDE-TERMINADAS " TERMINADAS"
               DELIMITED BY SIZE INTO WA-AU-ENTRADA
           END-STRING.
           IF  WN-QTDE-TERMINADAS = WN-QTDE-PARTICOES
               MOVE "OK"           TO WA-AU-RESULTADO
           ELSE
               MOVE "INCOMPLETO"   TO WA-AU-RESULTADO
           END-IF.
           PERFORM GRAVA-AUDITORIA.

           DISPLAY "Lote paralelo: " WN-QTDE-TERMINADAS " de "
                   WN-QTDE-PARTICOES " particao(oes) terminada(s) - "
                   "log consolidado em " FUNCTION TRIM(WA-ARQ-LOG).

           IF  WN-QTDE-TERMINADAS NOT = WN-QTDE-PARTICOES
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *---------------------------------------------------------------*
      * LE A PRIMEIRA LINHA UTIL DO LOTE-PARALELO.TXT. HORAS AUSENTE  *
      * OU ZERO FICA NO PADRAO DE 10.                                 *
      *---------------------------------------------------------------*
       RT01-00-LE-PARAMETRO.
           MOVE "N" TO WA-PARAMETRO-LIDO.
           OPEN INPUT PARAMETRO-FILE.
           IF  WA-FS-PARAMETRO = "00"
               MOVE "N" TO WA-EOF-ARQ
               PERFORM UNTIL WA-EOF-ARQ = "S"
                       OR WA-PARAMETRO-LIDO = "S"
                   READ PARAMETRO-FILE
                       AT END MOVE "S" TO WA-EOF-ARQ
                   END-READ
                   IF  WA-EOF-ARQ NOT = "S"
                       AND PARAMETRO-REC NOT = SPACES
                       AND PARAMETRO-REC(1:1) NOT = "*"
                       MOVE SPACES TO WA-PARTICOES-TOKEN
                                      WA-COMANDO-LOTE
                                      WA-HORAS-TOKEN
                       UNSTRING PARAMETRO-REC DELIMITED BY ";" INTO
                           WA-PARTICOES-TOKEN
                           WA-COMANDO-LOTE
                           WA-HORAS-TOKEN
                       END-UNSTRING
                       MOVE "S" TO WA-PARAMETRO-LIDO
                   END-IF
               END-PERFORM
               CLOSE PARAMETRO-FILE
           END-IF.

           IF  WA-PARAMETRO-LIDO = "S"
               IF  WA-PARTICOES-TOKEN(1:1) IS NUMERIC
                   COMPUTE WN-QTDE-PARTICOES =
                       FUNCTION NUMVAL(WA-PARTICOES-TOKEN)
               ELSE
                   MOVE ZEROS TO WN-QTDE-PARTICOES
               END-IF
               IF  WN-QTDE-PARTICOES < 2 OR WN-QTDE-PARTICOES > 20
                   OR WA-COMANDO-LOTE = SPACES
                   MOVE "N" TO WA-PARAMETRO-LIDO
               END-IF
               IF  WA-HORAS-TOKEN(1:1) IS NUMERIC
                   COMPUTE WN-HORAS-ESPERA =
                       FUNCTION NUMVAL(WA-HORAS-TOKEN)
               END-IF
               IF  WN-HORAS-ESPERA = ZEROS
                   MOVE 10 TO WN-HORAS-ESPERA
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * CONTA AS LINHAS DO EXTRATO E DO WORKLIST POR BALDE (PREFIXO   *
      * DE 3 DIGITOS) E CORTA AS FAIXAS: A PARTICAO CORRENTE FECHA    *
      * QUANDO O ACUMULADO CHEGA A SUA FRACAO DO TOTAL. FAIXA COM INI *
      * MAIOR QUE FIM E PARTICAO VAZIA.                               *
      *---------------------------------------------------------------*
       RT02-00-MONTA-FAIXAS.
           PERFORM VARYING WS-IDX-BALDE FROM 1 BY 1
                   UNTIL WS-IDX-BALDE > 1000
               MOVE ZEROS TO BD-QTDE(WS-IDX-BALDE)
               MOVE 1     TO BD-PARTICAO(WS-IDX-BALDE)
           END-PERFORM.
           PERFORM VARYING WS-IDX-PARTICAO FROM 1 BY 1
                   UNTIL WS-IDX-PARTICAO > 20
               MOVE 999   TO PT-FAIXA-INI(WS-IDX-PARTICAO)
               MOVE ZEROS TO PT-FAIXA-FIM(WS-IDX-PARTICAO)
                             PT-QTDE-LOTE(WS-IDX-PARTICAO)
                             PT-QTDE-WORKLIST(WS-IDX-PARTICAO)
               MOVE "N"   TO PT-TERMINOU(WS-IDX-PARTICAO)
           END-PERFORM.
           MOVE ZEROS TO WN-QTDE-TOTAL.

           OPEN INPUT CNPJ-INPUT-FILE.
           IF  WA-FS-LOTE = "00"
               MOVE "N" TO WA-EOF-ARQ
               PERFORM UNTIL WA-EOF-ARQ = "S"
                   READ CNPJ-INPUT-FILE
                       AT END MOVE "S" TO WA-EOF-ARQ
                   END-READ
                   IF  WA-EOF-ARQ NOT = "S"
                       MOVE CNPJ-INPUT-REC TO WA-CNPJ-CHAVE
                       PERFORM RT07-00-CALCULA-BALDE
                       ADD 1 TO BD-QTDE(WS-IDX-BALDE)
                       ADD 1 TO WN-QTDE-TOTAL
                   END-IF
               END-PERFORM
               CLOSE CNPJ-INPUT-FILE
           END-IF.

           MOVE "N" TO WA-TEM-WORKLIST.
           OPEN INPUT WORKLIST-FILE.
           IF  WA-FS-WORKLIST = "00"
               MOVE "S" TO WA-TEM-WORKLIST
               MOVE "N" TO WA-EOF-ARQ
               PERFORM UNTIL WA-EOF-ARQ = "S"
                   READ WORKLIST-FILE
                       AT END MOVE "S" TO WA-EOF-ARQ
                   END-READ
                   IF  WA-EOF-ARQ NOT = "S"
                       PERFORM RT08-00-CNPJ-DO-WORKLIST
                       IF  WA-WL-CNPJ-TOKEN(1:1) IS NUMERIC
                           MOVE WA-WL-CNPJ-TOKEN TO WA-CNPJ-CHAVE
                           PERFORM RT07-00-CALCULA-BALDE
                           ADD 1 TO BD-QTDE(WS-IDX-BALDE)
                           ADD 1 TO WN-QTDE-TOTAL
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE WORKLIST-FILE
           END-IF.

           MOVE 1     TO WN-PARTICAO-CORRENTE.
           MOVE ZEROS TO WN-QTDE-ACUMULADA.
           PERFORM VARYING WS-IDX-BALDE FROM 1 BY 1
                   UNTIL WS-IDX-BALDE > 1000
               MOVE WN-PARTICAO-CORRENTE TO BD-PARTICAO(WS-IDX-BALDE)
               IF  BD-QTDE(WS-IDX-BALDE) > ZEROS
                   COMPUTE WN-PREFIXO = WS-IDX-BALDE - 1
                   IF  WN-PREFIXO < PT-FAIXA-INI(WN-PARTICAO-CORRENTE)
                       MOVE WN-PREFIXO
                           TO PT-FAIXA-INI(WN-PARTICAO-CORRENTE)
                   END-IF
                   MOVE WN-PREFIXO
                       TO PT-FAIXA-FIM(WN-PARTICAO-CORRENTE)
                   ADD BD-QTDE(WS-IDX-BALDE) TO WN-QTDE-ACUMULADA
                   IF  WN-PARTICAO-CORRENTE < WN-QTDE-PARTICOES
                       AND WN-QTDE-ACUMULADA * WN-QTDE-PARTICOES >=
                           WN-QTDE-TOTAL * WN-PARTICAO-CORRENTE
                       ADD 1 TO WN-PARTICAO-CORRENTE
                   END-IF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      * GRAVA OS ARQUIVOS DE UMA PARTICAO: AS LINHAS DO EXTRATO E DO  *
      * WORKLIST CUJO BALDE CAIU NELA. O CABECALHO DO WORKLIST VAI    *
      * PARA TODAS. SEM WORKLIST HOJE, APAGA O DA PARTICAO (O         *
      * GO-FCO-LOTE ANOTA "SEM ..." COMO NO RUN INTEIRO). EXTRATO     *
      * AUSENTE VIRA PARTICAO COM EXTRATO VAZIO.                      *
      *---------------------------------------------------------------*
       RT03-00-DIVIDE-PARTICAO.
           MOVE WS-IDX-PARTICAO TO WA-PARTICAO-ID.
           MOVE SPACES TO WA-ARQ-PARTE-LOTE WA-ARQ-PARTE-WORKLIST.
           STRING "CNPJ-NOVOS-P" WA-PARTICAO-ID ".TXT"
               DELIMITED BY SIZE INTO WA-ARQ-PARTE-LOTE
           END-STRING.
           STRING "REFRESH-WORKLIST-P" WA-PARTICAO-ID ".CSV"
               DELIMITED BY SIZE INTO WA-ARQ-PARTE-WORKLIST
           END-STRING.

           OPEN OUTPUT PARTE-LOTE-FILE.
           OPEN INPUT CNPJ-INPUT-FILE.
           IF  WA-FS-LOTE = "00"
               MOVE "N" TO WA-EOF-ARQ
               PERFORM UNTIL WA-EOF-ARQ = "S"
                   READ CNPJ-INPUT-FILE
                       AT END MOVE "S" TO WA-EOF-ARQ
                   END-READ
                   IF  WA-EOF-ARQ NOT = "S"
                       MOVE CNPJ-INPUT-REC TO WA-CNPJ-CHAVE
                       PERFORM RT07-00-CALCULA-BALDE
                       IF  BD-PARTICAO(WS-IDX-BALDE) = WS-IDX-PARTICAO
                           MOVE CNPJ-INPUT-REC TO PARTE-LOTE-REC
                           WRITE PARTE-LOTE-REC
                           ADD 1 TO PT-QTDE-LOTE(WS-IDX-PARTICAO)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CNPJ-INPUT-FILE
           END-IF.
           CLOSE PARTE-LOTE-FILE.

           IF  WA-TEM-WORKLIST = "S"
               OPEN OUTPUT PARTE-WORKLIST-FILE
               OPEN INPUT WORKLIST-FILE
               MOVE "N" TO WA-EOF-ARQ
               PERFORM UNTIL WA-EOF-ARQ = "S"
                   READ WORKLIST-FILE
                       AT END MOVE "S" TO WA-EOF-ARQ
                   END-READ
                   IF  WA-EOF-ARQ NOT = "S"
                       PERFORM RT08-00-CNPJ-DO-WORKLIST
                       IF  WA-WL-CNPJ-TOKEN(1:1) IS NUMERIC
                           MOVE WA-WL-CNPJ-TOKEN TO WA-CNPJ-CHAVE
                           PERFORM RT07-00-CALCULA-BALDE
                           IF  BD-PARTICAO(WS-IDX-BALDE)
                                   = WS-IDX-PARTICAO
                               MOVE WORKLIST-REC TO PARTE-WORKLIST-REC
                               WRITE PARTE-WORKLIST-REC
                               ADD 1
                                 TO PT-QTDE-WORKLIST(WS-IDX-PARTICAO)
                           END-IF
                       ELSE
                           MOVE WORKLIST-REC TO PARTE-WORKLIST-REC
                           WRITE PARTE-WORKLIST-REC
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE WORKLIST-FILE
               CLOSE PARTE-WORKLIST-FILE
           ELSE
               CALL "CBL_DELETE_FILE" USING WA-ARQ-PARTE-WORKLIST
               MOVE 0 TO RETURN-CODE
           END-IF.

      *---------------------------------------------------------------*
      * SOBE UMA PARTICAO EM SEGUNDO PLANO. O LOG DELA E APAGADO      *
      * ANTES, PARA O "FIM" DE UM RUN ANTERIOR NAO CONTAR COMO FIM    *
      * DESTE.                                                        *
      *---------------------------------------------------------------*
       RT04-00-LANCA-PARTICAO.
           MOVE WS-IDX-PARTICAO TO WA-PARTICAO-ID.
           MOVE SPACES TO WA-ARQ-PARTE-LOG.
           STRING "GO-FCO-LOTE-P" WA-PARTICAO-ID ".LOG"
               DELIMITED BY SIZE INTO WA-ARQ-PARTE-LOG
           END-STRING.
           CALL "CBL_DELETE_FILE" USING WA-ARQ-PARTE-LOG.
           MOVE 0 TO RETURN-CODE.

           SET ENVIRONMENT "GO-LOTE-PARTICAO" TO WA-PARTICAO-ID.
           MOVE SPACES TO WA-COMANDO-EXEC.
           STRING FUNCTION TRIM(WA-COMANDO-LOTE) " &"
               DELIMITED BY SIZE INTO WA-COMANDO-EXEC
           END-STRING.
           DISPLAY "SUBINDO PARTICAO " WA-PARTICAO-ID ": "
                   FUNCTION TRIM(WA-COMANDO-EXEC).
           CALL "SYSTEM" USING WA-COMANDO-EXEC
           END-CALL.
           MOVE 0 TO RETURN-CODE.

      *---------------------------------------------------------------*
      * CONFERE OS LOGS DAS PARTICOES A CADA MINUTO ATE TODAS TEREM O *
      * "FIM" OU ESTOURAR O PRAZO DO LOTE-PARALELO.TXT.               *
      *---------------------------------------------------------------*
       RT05-00-AGUARDA-PARTICOES.
           COMPUTE WN-MINUTOS-LIMITE = WN-HORAS-ESPERA * 60.
           MOVE ZEROS TO WN-MINUTOS-ESPERA WN-QTDE-TERMINADAS.
           PERFORM UNTIL WN-QTDE-TERMINADAS = WN-QTDE-PARTICOES
                   OR WN-MINUTOS-ESPERA >= WN-MINUTOS-LIMITE
               CALL "C$SLEEP" USING WN-SEGUNDOS-ESPERA
               ADD 1 TO WN-MINUTOS-ESPERA
               PERFORM RT05A-CONFERE-PARTICAO
                   VARYING WS-IDX-PARTICAO FROM 1 BY 1
                   UNTIL WS-IDX-PARTICAO > WN-QTDE-PARTICOES
           END-PERFORM.

       RT05A-CONFERE-PARTICAO.
           IF  PT-TERMINOU(WS-IDX-PARTICAO) NOT = "S"
               MOVE WS-IDX-PARTICAO TO WA-PARTICAO-ID
               MOVE SPACES TO WA-ARQ-PARTE-LOG
               STRING "GO-FCO-LOTE-P" WA-PARTICAO-ID ".LOG"
                   DELIMITED BY SIZE INTO WA-ARQ-PARTE-LOG
               END-STRING
               OPEN INPUT PARTE-LOG-FILE
               IF  WA-FS-PARTE-LOG = "00"
                   MOVE "N" TO WA-EOF-ARQ
                   PERFORM UNTIL WA-EOF-ARQ = "S"
                       READ PARTE-LOG-FILE
                           AT END MOVE "S" TO WA-EOF-ARQ
                       END-READ
                       IF  WA-EOF-ARQ NOT = "S"
                           AND PARTE-LOG-REC(1:4) = "FIM "
                           MOVE "S" TO PT-TERMINOU(WS-IDX-PARTICAO)
                       END-IF
                   END-PERFORM
                   CLOSE PARTE-LOG-FILE
               END-IF
               IF  PT-TERMINOU(WS-IDX-PARTICAO) = "S"
                   ADD 1 TO WN-QTDE-TERMINADAS
                   DISPLAY "PARTICAO " WA-PARTICAO-ID " TERMINOU."
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * MONTA O GO-FCO-LOTE.LOG NO FORMATO DO RUN INTEIRO: INICIO, AS *
      * LINHAS DE CADA PARTICAO COM [Pnn] NA FRENTE, FIM (SO SE TODAS *
      * TERMINARAM) E A LINHA PROCESSADOS= SOMADA.                    *
      *---------------------------------------------------------------*
       RT06-00-CONSOLIDA-LOG.
           MOVE ZEROS TO WN-QTDE-PROCESSADOS WN-QTDE-NOVOS
                         WN-QTDE-CONHECIDOS  WN-QTDE-REFRESH
                         WN-QTDE-ERRO        WN-QTDE-REJEITADOS.

           OPEN OUTPUT RUN-LOG-FILE.
           MOVE SPACES TO LOG-REC.
           STRING "INICIO " WS-DATA-INICIO " " WS-HORA-INICIO
               DELIMITED BY SIZE INTO LOG-REC
           END-STRING.
           WRITE LOG-REC.
           MOVE SPACES TO LOG-REC.
           STRING "LOTE PARTICIONADO EM " WN-QTDE-PARTICOES
               " PARTICOES (" FUNCTION TRIM(WA-ARQ-PARAMETRO)
               ") POR FAIXA DE CNPJ - " WN-QTDE-TOTAL
               " LINHA(S) ENTRE EXTRATO E WORKLIST"
               DELIMITED BY SIZE INTO LOG-REC
           END-STRING.
           WRITE LOG-REC.

           PERFORM RT06A-CONSOLIDA-PARTICAO
               VARYING WS-IDX-PARTICAO FROM 1 BY 1
               UNTIL WS-IDX-PARTICAO > WN-QTDE-PARTICOES.

           ACCEPT WS-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-FIM FROM TIME.
           IF  WN-QTDE-TERMINADAS = WN-QTDE-PARTICOES
               MOVE SPACES TO LOG-REC
               STRING "FIM " WS-DATA-FIM " " WS-HORA-FIM
                   DELIMITED BY SIZE INTO LOG-REC
               END-STRING
               WRITE LOG-REC
           ELSE
               MOVE SPACES TO LOG-REC
               STRING "RUN INCOMPLETO: " WN-QTDE-TERMINADAS " DE "
                   WN-QTDE-PARTICOES " PARTICOES TERMINARAM EM "
                   WN-HORAS-ESPERA " HORA(S) - TOTAIS PARCIAIS; "
                   "RODE O LOTE PARALELO DE NOVO PARA RETOMAR"
                   DELIMITED BY SIZE INTO LOG-REC
               END-STRING
               WRITE LOG-REC
           END-IF.

           MOVE SPACES TO LOG-REC.
           STRING "PROCESSADOS=" WN-QTDE-PROCESSADOS
               " NOVOS=" WN-QTDE-NOVOS
               " JA-CONHECIDOS=" WN-QTDE-CONHECIDOS
               " REFRESH=" WN-QTDE-REFRESH
               " ERROS=" WN-QTDE-ERRO
               " REJEITADOS=" WN-QTDE-REJEITADOS
               DELIMITED BY SIZE INTO LOG-REC
           END-STRING.
           WRITE LOG-REC.
           CLOSE RUN-LOG-FILE.

       RT06A-CONSOLIDA-PARTICAO.
           MOVE WS-IDX-PARTICAO TO WA-PARTICAO-ID.
           MOVE SPACES TO LOG-REC.
           IF  PT-FAIXA-INI(WS-IDX-PARTICAO)
                   > PT-FAIXA-FIM(WS-IDX-PARTICAO)
               STRING "PARTICAO " WA-PARTICAO-ID ": VAZIA"
                   DELIMITED BY SIZE INTO LOG-REC
               END-STRING
           ELSE
               STRING "PARTICAO " WA-PARTICAO-ID ": RADICAL "
                   PT-FAIXA-INI(WS-IDX-PARTICAO) "00000 A "
                   PT-FAIXA-FIM(WS-IDX-PARTICAO) "99999 - "
                   PT-QTDE-LOTE(WS-IDX-PARTICAO) " DO EXTRATO, "
                   PT-QTDE-WORKLIST(WS-IDX-PARTICAO) " DO WORKLIST"
                   DELIMITED BY SIZE INTO LOG-REC
               END-STRING
           END-IF.
           WRITE LOG-REC.

           MOVE SPACES TO WA-ARQ-PARTE-LOG.
           STRING "GO-FCO-LOTE-P" WA-PARTICAO-ID ".LOG"
               DELIMITED BY SIZE INTO WA-ARQ-PARTE-LOG
           END-STRING.
           OPEN INPUT PARTE-LOG-FILE.
           IF  WA-FS-PARTE-LOG = "00"
               MOVE "N" TO WA-EOF-ARQ
               PERFORM UNTIL WA-EOF-ARQ = "S"
                   READ PARTE-LOG-FILE
                       AT END MOVE "S" TO WA-EOF-ARQ
                   END-READ
                   IF  WA-EOF-ARQ NOT = "S"
                       MOVE SPACES TO LOG-REC
                       STRING "[P" WA-PARTICAO-ID "] "
                           PARTE-LOG-REC
                           DELIMITED BY SIZE INTO LOG-REC
                       END-STRING
                       WRITE LOG-REC
                       IF  PARTE-LOG-REC(1:12) = "PROCESSADOS="
                           PERFORM RT06B-SOMA-TOTAIS
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PARTE-LOG-FILE
           END-IF.

           IF  PT-TERMINOU(WS-IDX-PARTICAO) NOT = "S"
               MOVE SPACES TO LOG-REC
               STRING "PARTICAO " WA-PARTICAO-ID " NAO TERMINOU - "
                   "CHECKPOINT DELA (GO-FCO-LOTE-P" WA-PARTICAO-ID
                   ".CKP) FICA PARA A RETOMADA"
                   DELIMITED BY SIZE INTO LOG-REC
               END-STRING
               WRITE LOG-REC
           END-IF.

       RT06B-SOMA-TOTAIS.
           MOVE PARTE-LOG-REC TO WA-LINHA-TOTAIS.
           IF  TL-PROCESSADOS IS NUMERIC
               ADD TL-PROCESSADOS TO WN-QTDE-PROCESSADOS
           END-IF.
           IF  TL-NOVOS IS NUMERIC
               ADD TL-NOVOS       TO WN-QTDE-NOVOS
           END-IF.
           IF  TL-CONHECIDOS IS NUMERIC
               ADD TL-CONHECIDOS  TO WN-QTDE-CONHECIDOS
           END-IF.
           IF  TL-REFRESH IS NUMERIC
               ADD TL-REFRESH     TO WN-QTDE-REFRESH
           END-IF.
           IF  TL-ERROS IS NUMERIC
               ADD TL-ERROS       TO WN-QTDE-ERRO
           END-IF.
           IF  TL-REJEITADOS IS NUMERIC
               ADD TL-REJEITADOS  TO WN-QTDE-REJEITADOS
           END-IF.

      *---------------------------------------------------------------*
      * BALDE DE UM CNPJ: PREFIXO DE 3 DIGITOS + 1; QUALQUER OUTRA    *
      * COISA CAI NO BALDE 1.                                         *
      *---------------------------------------------------------------*
       RT07-00-CALCULA-BALDE.
           IF  WA-CNPJ-CHAVE(1:3) IS NUMERIC
               MOVE WA-CNPJ-CHAVE(1:3) TO WN-PREFIXO
               COMPUTE WS-IDX-BALDE = WN-PREFIXO + 1
           ELSE
               MOVE 1 TO WS-IDX-BALDE
           END-IF.

       RT08-00-CNPJ-DO-WORKLIST.
           MOVE SPACES TO WA-WL-CNPJ-TOKEN.
           UNSTRING WORKLIST-REC DELIMITED BY "," INTO
               WA-WL-CNPJ-TOKEN
           END-UNSTRING.

           COPY AUDITP.
