       IDENTIFICATION DIVISION.
       PROGRAM-ID.      GO-FCO-DISCO.
      *------------------------------------------------------------------------------*
      * GUARDA DE DISCO NA CABECA DA CADEIA NOTURNA. OS INDEXADOS (CNPJ-MASTER,      *
      * CNPJ-HISTORY, CNPJ-SOCIOS-HIST, CNPJ-CNAE-SEC...) E OS LOGS (AUDIT.LOG,      *
      * SERPRO-METRICA.TXT, CADEIA-PLANO.LOG, SERPRO-FIXTURES.TXT) CRESCEM SEM       *
      * CONTROLE, E DISCO CHEIO NO MEIO DO GO-FCO-LOTE OU DE UM CNPJ-MASTER-RELOAD   *
      * E A UNICA FALHA QUE O CHECKPOINT NAO SALVA.                                  *
      * MODO GUARDA (GO-DISCO-MODO EM BRANCO, PRIMEIRO PASSO DA CADEIA):             *
      *   - MEDE O TAMANHO DE CADA ARQUIVO VIGIADO (CBL_CHECK_FILE_EXIST; O          *
      *     INDICE <NOME>.vix DO VISION E SOMADO QUANDO EXISTE) E GRAVA UMA          *
      *     LINHA POR ARQUIVO POR DIA NO DISCO-HISTORICO.TXT                         *
      *     (AAAAMMDD;ARQUIVO;BYTES);                                                *
      *   - ESTIMA O QUE A NOITE VAI PRECISAR: PARA CADA ARQUIVO O MAIOR ENTRE O     *
      *     CRESCIMENTO DA ULTIMA MEDIDA E A MEDIA DIARIA DOS ULTIMOS 28 DIAS,       *
      *     MAIS O TAMANHO INTEIRO DOS ARQUIVOS QUE A CADEIA COPIA (DESCARGA DO      *
      *     CNPJ-MASTER-BACKUP), MAIS A MARGEM % E A RESERVA FIXA EM MB;             *
      *   - LE O ESPACO LIVRE DO DIRETORIO (df -Pk) E, SE NAO COBRE A ESTIMATIVA,    *
      *     GRAVA O ALERTA "DISCO" NO ALERTA-OUTBOX.TXT (MESMO LAYOUT E MESMA        *
      *     DEDUPLICACAO DO GO-FCO-ALERTA) E SAI COM RC=8 - O GO-FCO-CADEIA          *
      *     INTERROMPE A CADEIA ANTES DO PRIMEIRO PASSO QUE GRAVA;                   *
      *   - ARQUIVO ACIMA DO SEU LIMITE GERA O ALERTA "ARQUIVO-LIMITE", SEM          *
      *     PARAR A CADEIA.                                                          *
      * MODO "R" (SEMANAL E MENU): RELATORIO DE CRESCIMENTO                          *
      * DISCO-CRESCIMENTO-AAAAMMDD.TXT COM TAMANHO, CRESCIMENTO NA SEMANA, MEDIA     *
      * DIARIA, LIMITE E A DATA EM QUE CADA ARQUIVO CHEGA NO LIMITE (HORA DE         *
      * PURGAR OU ROTACIONAR), MAIS A DATA PREVISTA DE DISCO CHEIO.                  *
      * PARAMETROS NO DISCO-GUARDA.TXT (OPCIONAL), UMA LINHA POR ITEM:               *
      *   ARQUIVO;NOME;LIMITE-MB   ARQUIVO VIGIADO (SUBSTITUI A LISTA PADRAO);       *
      *   COPIA;NOME               ARQUIVO QUE A CADEIA COPIA INTEIRO A NOITE;       *
      *   MARGEM-PCT;N             MARGEM SOBRE A ESTIMATIVA (PADRAO 20);            *
      *   RESERVA-MB;N             ESPACO QUE TEM DE SOBRAR (PADRAO 500).            *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - CADA RODADA E ARQUIVADA NO REPOSITORIO DE   *
      *             RELATORIOS (COPY RELREPOP / RELATORIO-ARQUIVA) COM DATA, HORA,   *
      *             OPERADOR E FONTE - A VERSAO ANTERIOR NAO SE PERDE MAIS.          *
      * ALTERACAO.: 15/10/2026 - BUENO - O RESULTADO DA GUARDA (OK / SEM-ESPACO /    *
      *             SEM-MEDIDA) FICA EM WA-RESULTADO-GUARDA ATE A AUDITORIA - O      *
      *             DESPACHO DO ARQUIVO-LIMITE GRAVAVA "DESPACHADO" POR CIMA.        *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS-FILE
               ASSIGN TO WA-ARQ-PARAMETROS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-PARAMETROS.

           SELECT HISTORICO-FILE
               ASSIGN TO WA-ARQ-HISTORICO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-HISTORICO.

           SELECT LIVRE-FILE
               ASSIGN TO WA-ARQ-LIVRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-LIVRE.

           SELECT OUTBOX-FILE
               ASSIGN TO WA-ARQ-OUTBOX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-OUTBOX.

           SELECT REPORT-FILE
               ASSIGN TO WA-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-RELATORIO.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO WA-ARQ-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-AUDIT.

           SELECT SYSTEM-PARM-FILE
               ASSIGN TO WA-ARQ-SYSPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-SYSPARM.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS-FILE.
       01  PARAMETROS-REC              PIC X(120).

       FD  HISTORICO-FILE.
       01  HISTORICO-REC               PIC X(080).

       FD  LIVRE-FILE.
       01  LIVRE-REC                   PIC X(200).

       FD  OUTBOX-FILE.
       01  OUTBOX-REC                  PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(132).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  SYSTEM-PARM-FILE.
       01  SYSTEM-PARM-REC             PIC X(762).

       WORKING-STORAGE SECTION.
       77  WA-ARQ-PARAMETROS           PIC X(100)          VALUE
               "DISCO-GUARDA.TXT".
       77  WA-FS-PARAMETROS            PIC X(002)          VALUE "00".
       77  WA-ARQ-HISTORICO            PIC X(100)          VALUE
               "DISCO-HISTORICO.TXT".
       77  WA-FS-HISTORICO             PIC X(002)          VALUE "00".
       77  WA-ARQ-LIVRE                PIC X(100)          VALUE
               "DISCO-LIVRE.TMP".
       77  WA-FS-LIVRE                 PIC X(002)          VALUE "00".
       77  WA-ARQ-OUTBOX               PIC X(100)          VALUE
               "ALERTA-OUTBOX.TXT".
       77  WA-FS-OUTBOX                PIC X(002)          VALUE "00".
       77  WA-ARQ-RELATORIO            PIC X(100)          VALUE SPACES.
       77  WA-FS-RELATORIO             PIC X(002)          VALUE "00".
       77  WA-ARQ-SYSPARM              PIC X(100)          VALUE
               "SYSTEM.PARM".
       77  WA-FS-SYSPARM               PIC X(002)          VALUE "00".
       77  WA-EOF-ARQ                  PIC X(001)          VALUE "N".
       77  WA-PAUSA                    PIC X(001)          VALUE SPACES.
       77  WA-MODO                     PIC X(001)          VALUE SPACES.
       77  WA-COMANDO-EXEC             PIC X(200)          VALUE SPACES.

       77  WN-DATA-HOJE                PIC 9(008)          VALUE ZEROS.
       77  WN-INT-HOJE                 PIC 9(007)          VALUE ZEROS.
       77  WN-DATA-28-DIAS             PIC 9(008)          VALUE ZEROS.
       77  WN-DATA-7-DIAS              PIC 9(008)          VALUE ZEROS.
       77  WN-MARGEM-PCT               PIC 9(003)          VALUE 20.
       77  WN-RESERVA-MB               PIC 9(007)          VALUE 500.

      * RETORNO DO CBL_CHECK_FILE_EXIST.
       01  WA-DETALHES-ARQ.
           03  DA-TAMANHO              PIC X(008)          COMP-X.
           03  DA-DIA                  PIC X(001)          COMP-X.
           03  DA-MES                  PIC X(001)          COMP-X.
           03  DA-ANO                  PIC X(002)          COMP-X.
           03  DA-HORA                 PIC X(004).
       77  WA-ARQ-MEDIR                PIC X(100)          VALUE SPACES.

      * ARQUIVOS VIGIADOS. AR-BYTES-* SAO AS MEDIDAS DO HISTORICO:
      * ANTERIOR = ULTIMA ANTES DE HOJE; BASE = A MAIS ANTIGA DOS
      * ULTIMOS 28 DIAS; SEMANA = A ULTIMA DE 7 OU MAIS DIAS ATRAS.
       01  WS-ARQUIVOS-TAB.
           03  WS-ARQUIVO OCCURS 40 TIMES.
               05  AR-NOME             PIC X(040).
               05  AR-LIMITE-MB        PIC 9(007).
               05  AR-COPIA            PIC X(001).
               05  AR-EXISTE           PIC X(001).
               05  AR-BYTES-HOJE       PIC 9(015).
               05  AR-HOJE-GRAVADO     PIC X(001).
               05  AR-DATA-ANTERIOR    PIC 9(008).
               05  AR-BYTES-ANTERIOR   PIC 9(015).
               05  AR-DATA-BASE        PIC 9(008).
               05  AR-BYTES-BASE       PIC 9(015).
               05  AR-DATA-SEMANA      PIC 9(008).
               05  AR-BYTES-SEMANA     PIC 9(015).
               05  AR-MEDIA-DIA        PIC S9(013).
               05  AR-ULTIMO-DIA       PIC S9(013).
               05  AR-NOITE            PIC 9(015).
       77  WN-QTDE-ARQUIVOS            PIC 9(002)          VALUE ZEROS.
       77  AR-IDX                      PIC 9(002)          VALUE ZEROS.
       77  AR-IDX-ACHADO               PIC 9(002)          VALUE ZEROS.
       77  WA-TEM-LISTA-PROPRIA        PIC X(001)          VALUE "N".
       77  WA-TEM-COPIA                PIC X(001)          VALUE "N".
       77  WA-OPERADOR                 PIC X(008)          VALUE SPACES.

      * LISTA PADRAO: NOME E LIMITE EM MB.
       01  WS-PADRAO-VALORES.
           03  FILLER                  PIC X(047)          VALUE
               "CNPJ-MASTER.DAT                         0002000".
           03  FILLER                  PIC X(047)          VALUE
               "CNPJ-HISTORY.DAT                        0002000".
           03  FILLER                  PIC X(047)          VALUE
               "CNPJ-SOCIOS-HIST.DAT                    0002000".
           03  FILLER                  PIC X(047)          VALUE
               "CNPJ-CNAE-SEC.DAT                       0002000".
           03  FILLER                  PIC X(047)          VALUE
               "CNPJ-SOCIOS.DAT                         0002000".
           03  FILLER                  PIC X(047)          VALUE
               "CPF-MASTER.DAT                          0002000".
           03  FILLER                  PIC X(047)          VALUE
               "AUDIT.LOG                               0000500".
           03  FILLER                  PIC X(047)          VALUE
               "SERPRO-METRICA.TXT                      0000500".
           03  FILLER                  PIC X(047)          VALUE
               "CADEIA-PLANO.LOG                        0000100".
           03  FILLER                  PIC X(047)          VALUE
               "SERPRO-FIXTURES.TXT                     0000500".
       01  WS-PADRAO-TAB REDEFINES WS-PADRAO-VALORES.
           03  WS-PADRAO OCCURS 10 TIMES.
               05  PD-NOME             PIC X(040).
               05  PD-LIMITE-MB        PIC 9(007).
       77  PD-IDX                      PIC 9(002)          VALUE ZEROS.

       77  WA-TOKEN-1                  PIC X(040)          VALUE SPACES.
       77  WA-TOKEN-2                  PIC X(040)          VALUE SPACES.
       77  WA-TOKEN-3                  PIC X(040)          VALUE SPACES.
       77  WA-TOKEN-4                  PIC X(040)          VALUE SPACES.
       77  WA-TOKEN-5                  PIC X(040)          VALUE SPACES.
       77  WA-TOKEN-6                  PIC X(040)          VALUE SPACES.
       77  WN-DATA-LIDA                PIC 9(008)          VALUE ZEROS.
       77  WN-BYTES-LIDOS              PIC 9(015)          VALUE ZEROS.
       77  WN-DIAS                     PIC 9(005)          VALUE ZEROS.

       77  WN-LIVRE-KB                 PIC 9(015)          VALUE ZEROS.
       77  WN-LIVRE-BYTES              PIC 9(018)          VALUE ZEROS.
       77  WA-LIVRE-MEDIDO             PIC X(001)          VALUE "N".
       77  WN-NECESSARIO               PIC 9(018)          VALUE ZEROS.
       77  WN-CRESCIMENTO-DIA          PIC S9(015)         VALUE ZEROS.
       77  WN-MB                       PIC 9(009)          VALUE ZEROS.
       77  WN-MB-2                     PIC 9(009)          VALUE ZEROS.
       77  WA-MB-ED                    PIC ZZZ.ZZZ.ZZ9     VALUE ZEROS.
       77  WA-MB-ED-2                  PIC ZZZ.ZZZ.ZZ9     VALUE ZEROS.
       77  WA-NUM-ED                   PIC ZZZZZZ9         VALUE ZEROS.
       77  WA-NUM-ED-2                 PIC ZZZZZZ9         VALUE ZEROS.
       77  WA-SEM-ESPACO               PIC X(001)          VALUE "N".
       77  WA-RESULTADO-GUARDA         PIC X(020)          VALUE SPACES.
       77  WN-QTDE-NO-LIMITE           PIC 9(003)          VALUE ZEROS.
       77  WN-DIAS-LIMITE              PIC 9(007)          VALUE ZEROS.
       77  WN-DATA-LIMITE              PIC 9(008)          VALUE ZEROS.
       77  WA-DATA-ED                  PIC X(010)          VALUE SPACES.
       77  WA-DATA-FORMATAR            PIC 9(008)          VALUE ZEROS.

       01  WA-LINHA-HISTORICO.
           03  LH-DATA                 PIC 9(008).
           03  FILLER                  PIC X(001)          VALUE ";".
           03  LH-NOME                 PIC X(040).
           03  FILLER                  PIC X(001)          VALUE ";".
           03  LH-BYTES                PIC 9(015).

       01  WA-LINHA-ARQUIVO.
           03  LA-NOME                 PIC X(030).
           03  LA-TAMANHO              PIC ZZZ.ZZ9,9.
           03  FILLER                  PIC X(002)          VALUE SPACES.
           03  LA-SEMANA               PIC -ZZ.ZZ9,9.
           03  FILLER                  PIC X(002)          VALUE SPACES.
           03  LA-MEDIA                PIC -ZZ.ZZ9,99.
           03  FILLER                  PIC X(002)          VALUE SPACES.
           03  LA-LIMITE               PIC ZZZ.ZZ9.
           03  FILLER                  PIC X(002)          VALUE SPACES.
           03  LA-PREVISAO             PIC X(040).
       77  WN-MB-DEC                   PIC S9(009)V9(2)    VALUE ZEROS.

      * ALERTAS DE HOJE JA NO OUTBOX (MESMA DEDUPLICACAO DO ALERTA).
       01  WS-OUTBOX-TAB.
           03  WS-OUTBOX-ENTRY OCCURS 200 TIMES.
               05  OB-DATA             PIC 9(008).
               05  OB-CONDICAO         PIC X(020).
       77  WN-QTDE-OUTBOX              PIC 9(003)          VALUE ZEROS.
       77  WS-IDX-OB                   PIC 9(003)          VALUE ZEROS.
       77  WA-OB-DATA-LIDA             PIC X(008)          VALUE SPACES.
       77  WA-OB-COND-LIDA             PIC X(020)          VALUE SPACES.
       77  WA-JA-NO-OUTBOX             PIC X(001)          VALUE "N".
       77  WA-CONDICAO                 PIC X(020)          VALUE SPACES.
       77  WA-DETALHE                  PIC X(120)          VALUE SPACES.

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-FS-AUDIT                 PIC X(002)          VALUE "00".
       77  WA-AU-DATA                  PIC 9(008).
       77  WA-AU-HORA                  PIC 9(006).
       77  WA-AU-PROGRAM-ID            PIC X(020)
               VALUE "GO-FCO-DISCO".
       77  WA-AU-EVENTO                PIC X(010)          VALUE SPACES.
       77  WA-AU-ENTRADA               PIC X(030)          VALUE SPACES.
       77  WA-AU-RESULTADO             PIC X(020)          VALUE SPACES.
       77  WA-AU-OPERADOR              PIC X(008)          VALUE SPACES.

           COPY SYSPARM.

           COPY RELREPO.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           MOVE "INICIO"   TO WA-AU-EVENTO.
           MOVE SPACES     TO WA-AU-ENTRADA.
           MOVE SPACES     TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

           PERFORM CARREGA-SYSPARM.
           ACCEPT WN-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WN-INT-HOJE = FUNCTION INTEGER-OF-DATE(WN-DATA-HOJE).
           COMPUTE WN-DATA-28-DIAS =
               FUNCTION DATE-OF-INTEGER(WN-INT-HOJE - 28).
           COMPUTE WN-DATA-7-DIAS =
               FUNCTION DATE-OF-INTEGER(WN-INT-HOJE - 7).
           MOVE SPACES TO WA-MODO.
           ACCEPT WA-MODO FROM ENVIRONMENT "GO-DISCO-MODO".
           MOVE FUNCTION UPPER-CASE(WA-MODO) TO WA-MODO.

           PERFORM RT01-00-CARREGA-PARAMETROS.
           PERFORM RT02-00-MEDE-ARQUIVOS.
           PERFORM RT03-00-LE-HISTORICO.
           PERFORM RT04-00-CALCULA-CRESCIMENTO.
           PERFORM RT05-00-MEDE-LIVRE.

      * PELO MENU (OPERADOR LOGADO) ESPERA O ENTER; NA CADEIA, NAO.
           IF  WA-MODO = "R"
               PERFORM RT08-00-RELATORIO
               MOVE SPACES TO WA-OPERADOR
               ACCEPT WA-OPERADOR FROM ENVIRONMENT "GO-OPERADOR"
               IF  WA-OPERADOR NOT = SPACES
                   ACCEPT WA-PAUSA
               END-IF
               GOBACK
           END-IF.

           PERFORM RT06-00-GRAVA-HISTORICO.
           PERFORM RT07-00-GUARDA.
           GOBACK.

      *---------------------------------------------------------------*
      * DISCO-GUARDA.TXT: SE TIVER LINHAS "ARQUIVO;", SO ELAS SAO     *
      * VIGIADAS; SENAO VALE A LISTA PADRAO.                          *
      *---------------------------------------------------------------*
       RT01-00-CARREGA-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE.
           IF  WA-FS-PARAMETROS = "00"
               MOVE "N" TO WA-EOF-ARQ
               PERFORM UNTIL WA-EOF-ARQ = "S"
                   READ PARAMETROS-FILE
                       AT END MOVE "S" TO WA-EOF-ARQ
                   END-READ
                   IF  WA-EOF-ARQ NOT = "S"
                       AND PARAMETROS-REC(1:1) NOT = "*"
                       AND PARAMETROS-REC NOT = SPACES
                       PERFORM RT01A-LINHA-PARAMETRO
                   END-IF
               END-PERFORM
               CLOSE PARAMETROS-FILE
           END-IF.
           IF  WA-TEM-LISTA-PROPRIA = "N"
               PERFORM VARYING PD-IDX FROM 1 BY 1 UNTIL PD-IDX > 10
                   MOVE PD-NOME(PD-IDX) TO WA-TOKEN-2
                   PERFORM RT01B-LOCALIZA-ARQUIVO
                   IF  AR-IDX-ACHADO > ZEROS
                       MOVE PD-LIMITE-MB(PD-IDX)
                           TO AR-LIMITE-MB(AR-IDX-ACHADO)
                   END-IF
               END-PERFORM
           END-IF.
      * SEM "COPIA;" NO PARAMETRO, A DESCARGA NOTURNA DO BACKUP DO
      * CNPJ-MASTER E A COPIA INTEIRA QUE A CADEIA FAZ.
           MOVE "N" TO WA-TEM-COPIA.
           PERFORM VARYING AR-IDX FROM 1 BY 1
                   UNTIL AR-IDX > WN-QTDE-ARQUIVOS
               IF  AR-COPIA(AR-IDX) = "S"
                   MOVE "S" TO WA-TEM-COPIA
               END-IF
           END-PERFORM.
           IF  WA-TEM-COPIA = "N"
               MOVE "CNPJ-MASTER.DAT" TO WA-TOKEN-2
               PERFORM RT01B-LOCALIZA-ARQUIVO
               IF  AR-IDX-ACHADO > ZEROS
                   MOVE "S" TO AR-COPIA(AR-IDX-ACHADO)
               END-IF
           END-IF.

       RT01A-LINHA-PARAMETRO.
           MOVE SPACES TO WA-TOKEN-1 WA-TOKEN-2 WA-TOKEN-3.
           UNSTRING PARAMETROS-REC DELIMITED BY ";" INTO
               WA-TOKEN-1
               WA-TOKEN-2
               WA-TOKEN-3
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WA-TOKEN-1) TO WA-TOKEN-1.
           EVALUATE FUNCTION TRIM(WA-TOKEN-1)
               WHEN "ARQUIVO"
                   IF  WA-TEM-LISTA-PROPRIA = "N"
                       MOVE "S" TO WA-TEM-LISTA-PROPRIA
                   END-IF
                   PERFORM RT01B-LOCALIZA-ARQUIVO
                   IF  AR-IDX-ACHADO > ZEROS
                       AND FUNCTION TRIM(WA-TOKEN-3) IS NUMERIC
                       COMPUTE AR-LIMITE-MB(AR-IDX-ACHADO) =
                           FUNCTION NUMVAL(WA-TOKEN-3)
                   END-IF
               WHEN "COPIA"
                   PERFORM RT01B-LOCALIZA-ARQUIVO
                   IF  AR-IDX-ACHADO > ZEROS
                       MOVE "S" TO AR-COPIA(AR-IDX-ACHADO)
                   END-IF
               WHEN "MARGEM-PCT"
                   IF  FUNCTION TRIM(WA-TOKEN-2) IS NUMERIC
                       COMPUTE WN-MARGEM-PCT =
                           FUNCTION NUMVAL(WA-TOKEN-2)
                   END-IF
               WHEN "RESERVA-MB"
                   IF  FUNCTION TRIM(WA-TOKEN-2) IS NUMERIC
                       COMPUTE WN-RESERVA-MB =
                           FUNCTION NUMVAL(WA-TOKEN-2)
                   END-IF
               WHEN OTHER
                   DISPLAY "DISCO-GUARDA.TXT: LINHA IGNORADA - "
                           FUNCTION TRIM(PARAMETROS-REC)
           END-EVALUATE.

      * PROCURA O ARQUIVO WA-TOKEN-2 NA TABELA; SE NAO HA, INCLUI.
       RT01B-LOCALIZA-ARQUIVO.
           MOVE ZEROS TO AR-IDX-ACHADO.
           IF  WA-TOKEN-2 NOT = SPACES
               PERFORM VARYING AR-IDX FROM 1 BY 1
                       UNTIL AR-IDX > WN-QTDE-ARQUIVOS
                           OR AR-IDX-ACHADO > ZEROS
                   IF  AR-NOME(AR-IDX) = WA-TOKEN-2
                       MOVE AR-IDX TO AR-IDX-ACHADO
                   END-IF
               END-PERFORM
               IF  AR-IDX-ACHADO = ZEROS
                   IF  WN-QTDE-ARQUIVOS < 40
                       ADD 1 TO WN-QTDE-ARQUIVOS
                       MOVE WN-QTDE-ARQUIVOS TO AR-IDX-ACHADO
                       INITIALIZE WS-ARQUIVO(AR-IDX-ACHADO)
                       MOVE WA-TOKEN-2 TO AR-NOME(AR-IDX-ACHADO)
                       MOVE "N" TO AR-COPIA(AR-IDX-ACHADO)
                                   AR-EXISTE(AR-IDX-ACHADO)
                                   AR-HOJE-GRAVADO(AR-IDX-ACHADO)
                   ELSE
                       DISPLAY "MAIS DE 40 ARQUIVOS VIGIADOS - "
                               FUNCTION TRIM(WA-TOKEN-2) " IGNORADO."
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * TAMANHO ATUAL DE CADA ARQUIVO. O VISION EM FORMATO DE DOIS    *
      * ARQUIVOS GUARDA O INDICE EM <NOME>.vix, QUE TAMBEM OCUPA      *
      * DISCO.                                                        *
      *---------------------------------------------------------------*
       RT02-00-MEDE-ARQUIVOS.
           PERFORM VARYING AR-IDX FROM 1 BY 1
                   UNTIL AR-IDX > WN-QTDE-ARQUIVOS
               MOVE ZEROS TO AR-BYTES-HOJE(AR-IDX)
               MOVE AR-NOME(AR-IDX) TO WA-ARQ-MEDIR
               CALL "CBL_CHECK_FILE_EXIST" USING WA-ARQ-MEDIR
                                                 WA-DETALHES-ARQ
               END-CALL
               IF  RETURN-CODE = 0
                   MOVE "S" TO AR-EXISTE(AR-IDX)
                   MOVE DA-TAMANHO TO AR-BYTES-HOJE(AR-IDX)
               END-IF
               MOVE SPACES TO WA-ARQ-MEDIR
               STRING FUNCTION TRIM(AR-NOME(AR-IDX)) ".vix"
                   DELIMITED BY SIZE INTO WA-ARQ-MEDIR
               END-STRING
               CALL "CBL_CHECK_FILE_EXIST" USING WA-ARQ-MEDIR
                                                 WA-DETALHES-ARQ
               END-CALL
               IF  RETURN-CODE = 0
                   ADD DA-TAMANHO TO AR-BYTES-HOJE(AR-IDX)
               END-IF
               MOVE 0 TO RETURN-CODE
           END-PERFORM.

       RT03-00-LE-HISTORICO.
           OPEN INPUT HISTORICO-FILE.
           IF  WA-FS-HISTORICO = "00"
               MOVE "N" TO WA-EOF-ARQ
               PERFORM UNTIL WA-EOF-ARQ = "S"
                   READ HISTORICO-FILE
                       AT END MOVE "S" TO WA-EOF-ARQ
                   END-READ
                   IF  WA-EOF-ARQ NOT = "S"
                       AND HISTORICO-REC(1:8) IS NUMERIC
                       PERFORM RT03A-LINHA-HISTORICO
                   END-IF
               END-PERFORM
               CLOSE HISTORICO-FILE
           END-IF.

       RT03A-LINHA-HISTORICO.
           MOVE SPACES TO WA-TOKEN-1 WA-TOKEN-2 WA-TOKEN-3.
           UNSTRING HISTORICO-REC DELIMITED BY ";" INTO
               WA-TOKEN-1
               WA-TOKEN-2
               WA-TOKEN-3
           END-UNSTRING.
           MOVE WA-TOKEN-1(1:8) TO WN-DATA-LIDA.
           IF  FUNCTION TRIM(WA-TOKEN-3) IS NUMERIC
               MOVE FUNCTION NUMVAL(WA-TOKEN-3) TO WN-BYTES-LIDOS
               MOVE ZEROS TO AR-IDX-ACHADO
               PERFORM VARYING AR-IDX FROM 1 BY 1
                       UNTIL AR-IDX > WN-QTDE-ARQUIVOS
                           OR AR-IDX-ACHADO > ZEROS
                   IF  AR-NOME(AR-IDX) = WA-TOKEN-2
                       MOVE AR-IDX TO AR-IDX-ACHADO
                   END-IF
               END-PERFORM
           ELSE
               MOVE ZEROS TO AR-IDX-ACHADO
           END-IF.
           IF  AR-IDX-ACHADO > ZEROS
               MOVE AR-IDX-ACHADO TO AR-IDX
               IF  WN-DATA-LIDA = WN-DATA-HOJE
                   MOVE "S" TO AR-HOJE-GRAVADO(AR-IDX)
               ELSE
               IF  WN-DATA-LIDA < WN-DATA-HOJE
                   IF  WN-DATA-LIDA > AR-DATA-ANTERIOR(AR-IDX)
                       MOVE WN-DATA-LIDA   TO AR-DATA-ANTERIOR(AR-IDX)
                       MOVE WN-BYTES-LIDOS TO AR-BYTES-ANTERIOR(AR-IDX)
                   END-IF
                   IF  WN-DATA-LIDA >= WN-DATA-28-DIAS
                       AND (AR-DATA-BASE(AR-IDX) = ZEROS
                            OR WN-DATA-LIDA < AR-DATA-BASE(AR-IDX))
                       MOVE WN-DATA-LIDA   TO AR-DATA-BASE(AR-IDX)
                       MOVE WN-BYTES-LIDOS TO AR-BYTES-BASE(AR-IDX)
                   END-IF
                   IF  WN-DATA-LIDA <= WN-DATA-7-DIAS
                       AND WN-DATA-LIDA > AR-DATA-SEMANA(AR-IDX)
                       MOVE WN-DATA-LIDA   TO AR-DATA-SEMANA(AR-IDX)
                       MOVE WN-BYTES-LIDOS TO AR-BYTES-SEMANA(AR-IDX)
                   END-IF
               END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * CRESCIMENTO POR DIA: MEDIA DESDE A MEDIDA BASE E DESDE A      *
      * ULTIMA MEDIDA. A NOITE PRECISA DO MAIOR DOS DOIS (ARQUIVO QUE *
      * ENCOLHEU - PURGA, ROTACAO - NAO PEDE NADA), E O ARQUIVO QUE A *
      * CADEIA COPIA PEDE AINDA O TAMANHO INTEIRO.                    *
      *---------------------------------------------------------------*
       RT04-00-CALCULA-CRESCIMENTO.
           MOVE ZEROS TO WN-NECESSARIO.
           PERFORM VARYING AR-IDX FROM 1 BY 1
                   UNTIL AR-IDX > WN-QTDE-ARQUIVOS
               MOVE ZEROS TO AR-MEDIA-DIA(AR-IDX) AR-ULTIMO-DIA(AR-IDX)
                             AR-NOITE(AR-IDX)
               IF  AR-DATA-BASE(AR-IDX) > ZEROS
                   COMPUTE WN-DIAS = WN-INT-HOJE
                       - FUNCTION INTEGER-OF-DATE(AR-DATA-BASE(AR-IDX))
                   COMPUTE AR-MEDIA-DIA(AR-IDX) =
                       (AR-BYTES-HOJE(AR-IDX) - AR-BYTES-BASE(AR-IDX))
                       / WN-DIAS
               END-IF
               IF  AR-DATA-ANTERIOR(AR-IDX) > ZEROS
                   COMPUTE WN-DIAS = WN-INT-HOJE - FUNCTION
                       INTEGER-OF-DATE(AR-DATA-ANTERIOR(AR-IDX))
                   COMPUTE AR-ULTIMO-DIA(AR-IDX) =
                       (AR-BYTES-HOJE(AR-IDX)
                        - AR-BYTES-ANTERIOR(AR-IDX)) / WN-DIAS
               END-IF
               IF  AR-MEDIA-DIA(AR-IDX) > ZEROS
                   MOVE AR-MEDIA-DIA(AR-IDX) TO AR-NOITE(AR-IDX)
               END-IF
               IF  AR-ULTIMO-DIA(AR-IDX) > AR-NOITE(AR-IDX)
                   MOVE AR-ULTIMO-DIA(AR-IDX) TO AR-NOITE(AR-IDX)
               END-IF
               IF  AR-COPIA(AR-IDX) = "S"
                   ADD AR-BYTES-HOJE(AR-IDX) TO AR-NOITE(AR-IDX)
               END-IF
               ADD AR-NOITE(AR-IDX) TO WN-NECESSARIO
           END-PERFORM.
           COMPUTE WN-NECESSARIO =
               WN-NECESSARIO * (100 + WN-MARGEM-PCT) / 100
               + WN-RESERVA-MB * 1048576.

      *---------------------------------------------------------------*
      * ESPACO LIVRE DO DIRETORIO DE TRABALHO: SAIDA POSIX DO df (A   *
      * SEGUNDA LINHA TRAZ DISPONIVEL EM KB NA QUARTA COLUNA).        *
      *---------------------------------------------------------------*
       RT05-00-MEDE-LIVRE.
           MOVE "N" TO WA-LIVRE-MEDIDO.
           MOVE SPACES TO WA-COMANDO-EXEC.
           STRING "df -Pk . > " FUNCTION TRIM(WA-ARQ-LIVRE)
                   " 2>/dev/null"
               DELIMITED BY SIZE INTO WA-COMANDO-EXEC
           END-STRING.
           CALL "SYSTEM" USING WA-COMANDO-EXEC
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT LIVRE-FILE.
           IF  WA-FS-LIVRE = "00"
               READ LIVRE-FILE
                   AT END MOVE SPACES TO LIVRE-REC
               END-READ
               READ LIVRE-FILE
                   AT END MOVE SPACES TO LIVRE-REC
               END-READ
               CLOSE LIVRE-FILE
               MOVE SPACES TO WA-TOKEN-1 WA-TOKEN-2 WA-TOKEN-3
                              WA-TOKEN-4 WA-TOKEN-5 WA-TOKEN-6
               UNSTRING LIVRE-REC DELIMITED BY ALL SPACES INTO
                   WA-TOKEN-1
                   WA-TOKEN-2
                   WA-TOKEN-3
                   WA-TOKEN-4
                   WA-TOKEN-5
                   WA-TOKEN-6
               END-UNSTRING
               IF  FUNCTION TRIM(WA-TOKEN-4) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WA-TOKEN-4) TO WN-LIVRE-KB
                   COMPUTE WN-LIVRE-BYTES = WN-LIVRE-KB * 1024
                   MOVE "S" TO WA-LIVRE-MEDIDO
               END-IF
               CALL "CBL_DELETE_FILE" USING WA-ARQ-LIVRE
               END-CALL
               MOVE 0 TO RETURN-CODE
           END-IF.

      * UMA LINHA POR ARQUIVO POR DIA - NO RESTART DA CADEIA A GUARDA
      * RODA DE NOVO E NAO DUPLICA.
       RT06-00-GRAVA-HISTORICO.
           OPEN EXTEND HISTORICO-FILE.
           IF  WA-FS-HISTORICO = "35"
               OPEN OUTPUT HISTORICO-FILE
           END-IF.
           PERFORM VARYING AR-IDX FROM 1 BY 1
                   UNTIL AR-IDX > WN-QTDE-ARQUIVOS
               IF  AR-EXISTE(AR-IDX) = "S"
                   AND AR-HOJE-GRAVADO(AR-IDX) = "N"
                   MOVE WN-DATA-HOJE          TO LH-DATA
                   MOVE AR-NOME(AR-IDX)       TO LH-NOME
                   MOVE AR-BYTES-HOJE(AR-IDX) TO LH-BYTES
                   MOVE WA-LINHA-HISTORICO    TO HISTORICO-REC
                   WRITE HISTORICO-REC
               END-IF
           END-PERFORM.
           CLOSE HISTORICO-FILE.

      *---------------------------------------------------------------*
      * A GUARDA: LIVRE CONTRA NECESSARIO; SEM ESPACO, ALERTA E RC=8. *
      *---------------------------------------------------------------*
       RT07-00-GUARDA.
           PERFORM RT07A-CARREGA-OUTBOX.
           COMPUTE WN-MB = WN-NECESSARIO / 1048576.
           MOVE WN-MB TO WA-MB-ED.
           DISPLAY "Necessario para a noite (MB)..: "
                   FUNCTION TRIM(WA-MB-ED).
           IF  WA-LIVRE-MEDIDO = "N"
               DISPLAY "ESPACO LIVRE NAO MEDIDO (df) - GUARDA SO AVISA."
               MOVE "DISCO-SEM-MEDIDA" TO WA-CONDICAO
               MOVE "ESPACO LIVRE NAO MEDIDO - CONFIRA O DISCO A MAO"
                   TO WA-DETALHE
               PERFORM RT07B-DESPACHA
               MOVE "SEM-MEDIDA" TO WA-RESULTADO-GUARDA
           ELSE
               COMPUTE WN-MB-2 = WN-LIVRE-BYTES / 1048576
               MOVE WN-MB-2 TO WA-MB-ED-2
               DISPLAY "Livre no disco (MB)...........: "
                       FUNCTION TRIM(WA-MB-ED-2)
               IF  WN-LIVRE-BYTES < WN-NECESSARIO
                   MOVE "S" TO WA-SEM-ESPACO
                   MOVE "DISCO" TO WA-CONDICAO
                   MOVE SPACES TO WA-DETALHE
                   STRING "LIVRE " FUNCTION TRIM(WA-MB-ED-2)
                       " MB, A NOITE PRECISA DE "
                       FUNCTION TRIM(WA-MB-ED)
                       " MB - CADEIA INTERROMPIDA"
                       DELIMITED BY SIZE INTO WA-DETALHE
                   END-STRING
                   PERFORM RT07B-DESPACHA
                   DISPLAY "ESPACO INSUFICIENTE PARA A NOITE - "
                           "LIBERE DISCO (PURGA/ROTACAO) E RODE A "
                           "CADEIA DE NOVO."
                   MOVE "SEM-ESPACO" TO WA-RESULTADO-GUARDA
               ELSE
                   MOVE "OK" TO WA-RESULTADO-GUARDA
               END-IF
           END-IF.

           PERFORM VARYING AR-IDX FROM 1 BY 1
                   UNTIL AR-IDX > WN-QTDE-ARQUIVOS
               IF  AR-LIMITE-MB(AR-IDX) > ZEROS
                   AND AR-BYTES-HOJE(AR-IDX) >
                       AR-LIMITE-MB(AR-IDX) * 1048576
                   ADD 1 TO WN-QTDE-NO-LIMITE
                   DISPLAY "ACIMA DO LIMITE: "
                           FUNCTION TRIM(AR-NOME(AR-IDX))
               END-IF
           END-PERFORM.
           IF  WN-QTDE-NO-LIMITE > ZEROS
               MOVE "ARQUIVO-LIMITE" TO WA-CONDICAO
               MOVE SPACES TO WA-DETALHE
               STRING WN-QTDE-NO-LIMITE " ARQUIVO(S) ACIMA DO LIMITE - "
                   "VER O RELATORIO DE CRESCIMENTO DO DISCO"
                   DELIMITED BY SIZE INTO WA-DETALHE
               END-STRING
               PERFORM RT07B-DESPACHA
           END-IF.

           MOVE "GUARDA"  TO WA-AU-EVENTO.
           MOVE WN-MB     TO WA-AU-ENTRADA.
           MOVE WA-RESULTADO-GUARDA TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.
           IF  WA-SEM-ESPACO = "S"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       RT07A-CARREGA-OUTBOX.
           OPEN INPUT OUTBOX-FILE.
           IF  WA-FS-OUTBOX = "00"
               MOVE "N" TO WA-EOF-ARQ
               PERFORM UNTIL WA-EOF-ARQ = "S"
                   READ OUTBOX-FILE
                       AT END MOVE "S" TO WA-EOF-ARQ
                   END-READ
                   IF  WA-EOF-ARQ NOT = "S"
                       AND WN-QTDE-OUTBOX < 200
                       MOVE SPACES TO WA-OB-DATA-LIDA WA-OB-COND-LIDA
                       UNSTRING OUTBOX-REC DELIMITED BY ";" INTO
                           WA-OB-DATA-LIDA
                           WA-OB-COND-LIDA
                       END-UNSTRING
                       IF  WA-OB-DATA-LIDA(1:8) IS NUMERIC
                           AND FUNCTION NUMVAL(WA-OB-DATA-LIDA(1:8))
                               = WN-DATA-HOJE
                           ADD 1 TO WN-QTDE-OUTBOX
                           MOVE WA-OB-DATA-LIDA
                               TO OB-DATA(WN-QTDE-OUTBOX)
                           MOVE WA-OB-COND-LIDA
                               TO OB-CONDICAO(WN-QTDE-OUTBOX)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE OUTBOX-FILE
           END-IF.

       RT07B-DESPACHA.
           MOVE "N" TO WA-JA-NO-OUTBOX.
           PERFORM VARYING WS-IDX-OB FROM 1 BY 1
                   UNTIL WS-IDX-OB > WN-QTDE-OUTBOX
               IF  OB-DATA(WS-IDX-OB) = WN-DATA-HOJE
                   AND OB-CONDICAO(WS-IDX-OB) = WA-CONDICAO
                   MOVE "S" TO WA-JA-NO-OUTBOX
               END-IF
           END-PERFORM.

           IF  WA-JA-NO-OUTBOX = "S"
               DISPLAY "CONDICAO " FUNCTION TRIM(WA-CONDICAO)
                       " JA DESPACHADA HOJE - NAO REGRAVADA."
           ELSE
               OPEN EXTEND OUTBOX-FILE
               IF  WA-FS-OUTBOX = "35"
                   OPEN OUTPUT OUTBOX-FILE
               END-IF
               MOVE SPACES TO OUTBOX-REC
               STRING
                   WN-DATA-HOJE                DELIMITED BY SIZE
                   ";"                         DELIMITED BY SIZE
                   FUNCTION TRIM(WA-CONDICAO)  DELIMITED BY SIZE
                   ";"                         DELIMITED BY SIZE
                   FUNCTION TRIM(WA-DETALHE)   DELIMITED BY SIZE
                   INTO OUTBOX-REC
               END-STRING
               WRITE OUTBOX-REC
               CLOSE OUTBOX-FILE
               DISPLAY "DESPACHADO: " FUNCTION TRIM(OUTBOX-REC)
               IF  WN-QTDE-OUTBOX < 200
                   ADD 1 TO WN-QTDE-OUTBOX
                   MOVE WN-DATA-HOJE TO OB-DATA(WN-QTDE-OUTBOX)
                   MOVE WA-CONDICAO  TO OB-CONDICAO(WN-QTDE-OUTBOX)
               END-IF
               MOVE "ALERTA"       TO WA-AU-EVENTO
               MOVE WA-CONDICAO    TO WA-AU-ENTRADA
               MOVE "DESPACHADO"   TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
           END-IF.

      *---------------------------------------------------------------*
      * RELATORIO SEMANAL DE CRESCIMENTO: DATA EM QUE CADA ARQUIVO    *
      * CHEGA NO LIMITE PELA MEDIA DIARIA DOS ULTIMOS 28 DIAS.        *
      *---------------------------------------------------------------*
       RT08-00-RELATORIO.
           MOVE SPACES TO WA-ARQ-RELATORIO.
           STRING "DISCO-CRESCIMENTO-" WN-DATA-HOJE ".TXT"
               DELIMITED BY SIZE INTO WA-ARQ-RELATORIO
           END-STRING.
           OPEN OUTPUT REPORT-FILE.
           IF  WA-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO CRIAR " FUNCTION TRIM(WA-ARQ-RELATORIO)
                       " - STATUS " WA-FS-RELATORIO
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM RT08A-IMPRIME
               CLOSE REPORT-FILE
               MOVE "DISCO-CRESCIMENTO-AAAAMMDD.TXT"
                   TO RR-RELATORIO
               MOVE WA-ARQ-RELATORIO TO RR-ARQUIVO
               MOVE "LEITURA DIRETA" TO RR-FONTE
               PERFORM ARQUIVA-RELATORIO
               DISPLAY "Arquivos vigiados.............: "
                       WN-QTDE-ARQUIVOS
               DISPLAY "Perto do limite (ate 30 dias).: "
                       WN-QTDE-NO-LIMITE
               DISPLAY "Gravado em " FUNCTION TRIM(WA-ARQ-RELATORIO)
           END-IF.
           MOVE "RELATORIO"        TO WA-AU-EVENTO.
           MOVE WN-DATA-HOJE       TO WA-AU-ENTRADA.
           MOVE WN-QTDE-NO-LIMITE  TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

       RT08A-IMPRIME.
           MOVE WN-DATA-HOJE TO WA-DATA-FORMATAR.
           PERFORM RT09-00-FORMATA-DATA.
           MOVE SPACES TO REPORT-REC.
           STRING "CRESCIMENTO DOS ARQUIVOS E ESPACO EM DISCO - "
                   WA-DATA-ED
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE ALL "=" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "ARQUIVO                       TAMANHO-MB   SEMANA-MB"
                   "  MB/DIA-28D  LIMITE-MB  PREVISAO"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE ALL "-" TO REPORT-REC.
           WRITE REPORT-REC.

           MOVE ZEROS TO WN-CRESCIMENTO-DIA WN-QTDE-NO-LIMITE.
           PERFORM VARYING AR-IDX FROM 1 BY 1
                   UNTIL AR-IDX > WN-QTDE-ARQUIVOS
               PERFORM RT08B-LINHA-ARQUIVO
           END-PERFORM.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           IF  WA-LIVRE-MEDIDO = "N"
               MOVE "ESPACO LIVRE NAO MEDIDO (df INDISPONIVEL)."
                   TO REPORT-REC
               WRITE REPORT-REC
           ELSE
               COMPUTE WN-MB-2 = WN-LIVRE-BYTES / 1048576
               MOVE WN-MB-2 TO WA-MB-ED-2
               COMPUTE WN-MB = WN-NECESSARIO / 1048576
               MOVE WN-MB TO WA-MB-ED
               MOVE WN-MARGEM-PCT TO WA-NUM-ED
               MOVE WN-RESERVA-MB TO WA-NUM-ED-2
               MOVE SPACES TO REPORT-REC
               STRING "LIVRE NO DISCO: " FUNCTION TRIM(WA-MB-ED-2)
                       " MB - A PROXIMA NOITE PRECISA DE "
                       FUNCTION TRIM(WA-MB-ED) " MB (MARGEM "
                       FUNCTION TRIM(WA-NUM-ED) "%, RESERVA "
                       FUNCTION TRIM(WA-NUM-ED-2) " MB)"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               MOVE SPACES TO REPORT-REC
               IF  WN-CRESCIMENTO-DIA > ZEROS
                   COMPUTE WN-DIAS-LIMITE =
                       WN-LIVRE-BYTES / WN-CRESCIMENTO-DIA
                   IF  WN-DIAS-LIMITE < 3650
                       COMPUTE WN-DATA-LIMITE = FUNCTION
                           DATE-OF-INTEGER(WN-INT-HOJE + WN-DIAS-LIMITE)
                       MOVE WN-DATA-LIMITE TO WA-DATA-FORMATAR
                       PERFORM RT09-00-FORMATA-DATA
                       STRING "NO RITMO DOS ULTIMOS 28 DIAS O DISCO "
                               "ENCHE EM " WA-DATA-ED
                           DELIMITED BY SIZE INTO REPORT-REC
                       END-STRING
                   ELSE
                       MOVE "DISCO SEM PREVISAO DE ENCHER EM 10 ANOS."
                           TO REPORT-REC
                   END-IF
               ELSE
                   MOVE "ARQUIVOS VIGIADOS SEM CRESCIMENTO NOS 28 DIAS."
                       TO REPORT-REC
               END-IF
               WRITE REPORT-REC
           END-IF.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "*** = CHEGA NO LIMITE EM ATE 30 DIAS - PROGRAMAR PURGA"
               TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "    (CNPJ-MASTER-PURGE) OU ROTACAO (AUDIT-ROTACAO)."
               TO REPORT-REC.
           WRITE REPORT-REC.

       RT08B-LINHA-ARQUIVO.
           MOVE SPACES TO WA-LINHA-ARQUIVO.
           MOVE AR-NOME(AR-IDX) TO LA-NOME.
           COMPUTE WN-MB-DEC ROUNDED =
               AR-BYTES-HOJE(AR-IDX) / 1048576.
           MOVE WN-MB-DEC TO LA-TAMANHO.
           IF  AR-DATA-SEMANA(AR-IDX) > ZEROS
               COMPUTE WN-MB-DEC ROUNDED =
                   (AR-BYTES-HOJE(AR-IDX) - AR-BYTES-SEMANA(AR-IDX))
                   / 1048576
           ELSE
               MOVE ZEROS TO WN-MB-DEC
           END-IF.
           MOVE WN-MB-DEC TO LA-SEMANA.
           COMPUTE WN-MB-DEC ROUNDED = AR-MEDIA-DIA(AR-IDX) / 1048576.
           MOVE WN-MB-DEC TO LA-MEDIA.
           MOVE AR-LIMITE-MB(AR-IDX) TO LA-LIMITE.
           IF  AR-MEDIA-DIA(AR-IDX) > ZEROS
               ADD AR-MEDIA-DIA(AR-IDX) TO WN-CRESCIMENTO-DIA
           END-IF.

           IF  AR-EXISTE(AR-IDX) = "N"
               MOVE "ARQUIVO NAO ENCONTRADO" TO LA-PREVISAO
           ELSE
           IF  AR-LIMITE-MB(AR-IDX) = ZEROS
               MOVE "SEM LIMITE" TO LA-PREVISAO
           ELSE
           IF  AR-BYTES-HOJE(AR-IDX) >= AR-LIMITE-MB(AR-IDX) * 1048576
               MOVE "*** JA PASSOU DO LIMITE" TO LA-PREVISAO
               ADD 1 TO WN-QTDE-NO-LIMITE
           ELSE
           IF  AR-MEDIA-DIA(AR-IDX) NOT > ZEROS
               MOVE "SEM CRESCIMENTO" TO LA-PREVISAO
           ELSE
               COMPUTE WN-DIAS-LIMITE =
                   (AR-LIMITE-MB(AR-IDX) * 1048576
                    - AR-BYTES-HOJE(AR-IDX)) / AR-MEDIA-DIA(AR-IDX)
               IF  WN-DIAS-LIMITE >= 3650
                   MOVE "MAIS DE 10 ANOS" TO LA-PREVISAO
               ELSE
                   COMPUTE WN-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
                       WN-INT-HOJE + WN-DIAS-LIMITE)
                   MOVE WN-DATA-LIMITE TO WA-DATA-FORMATAR
                   PERFORM RT09-00-FORMATA-DATA
                   IF  WN-DIAS-LIMITE <= 30
                       STRING "*** LIMITE EM " WA-DATA-ED
                           DELIMITED BY SIZE INTO LA-PREVISAO
                       END-STRING
                       ADD 1 TO WN-QTDE-NO-LIMITE
                   ELSE
                       STRING "LIMITE EM " WA-DATA-ED
                           DELIMITED BY SIZE INTO LA-PREVISAO
                       END-STRING
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           MOVE WA-LINHA-ARQUIVO TO REPORT-REC.
           WRITE REPORT-REC.

       RT09-00-FORMATA-DATA.
           MOVE SPACES TO WA-DATA-ED.
           STRING WA-DATA-FORMATAR(7:2) "/" WA-DATA-FORMATAR(5:2) "/"
                   WA-DATA-FORMATAR(1:4)
               DELIMITED BY SIZE INTO WA-DATA-ED
           END-STRING.

           COPY SYSPARMP.

           COPY AUDITP.

           COPY RELREPOP.
