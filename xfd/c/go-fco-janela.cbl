       IDENTIFICATION DIVISION.
       PROGRAM-ID.      GO-FCO-JANELA.
      *------------------------------------------------------------------------------*
      * TENDENCIA DA JANELA NOTURNA E PREVISAO DE ESTOURO. A CADEIA (WORKLIST, LOTE, *
      * DEAD-LETTER, SNAPSHOT, RELATORIOS, MANIFESTO) SO CRESCE, E ATE AQUI A JANELA *
      * APERTADA SO APARECIA QUANDO O GO-FCO-ALERTA DISPARAVA NA SP-ALERTA-LOTE-HORA.*
      * ESTE RELATORIO JUNTA TRES FONTES DAS ULTIMAS N SEMANAS:                      *
      *   - CADEIA-PLANO.LOG (GO-FCO-CADEIA): INICIO E OK/FALHA DE CADA PASSO ->     *
      *     MINUTOS DE CADA PASSO POR NOITE E HORA EM QUE A CADEIA TERMINOU;         *
      *   - GO-FCO-LOTE.LOG: CNPJs DO EXTRATO (PROCESSADOS=) E TAMANHO DO WORKLIST   *
      *     ("REFRESH DO WORKLIST: N DE M", SOMADO NAS PARTICOES). O LOG E REGRAVADO *
      *     A CADA RUN, ENTAO CADA NOITE TERMINADA (COM "FIM") E GUARDADA NO         *
      *     HISTORICO JANELA-VOLUMES.TXT (AAAAMMDD;EXTRATO;REFRESH;WORKLIST;HHMMSS,  *
      *     COM A DATA E A HORA DO INICIO DO LOTE);                                  *
      *   - SERPRO-METRICA.TXT: CHAMADAS DO GO-FCO-LOTE AO SERPRO E LATENCIA MEDIA   *
      *     NO DIA DO LOTE.                                                          *
      * PARA CADA PASSO MOSTRA OS MINUTOS NOITE A NOITE, A MEDIA DA PRIMEIRA E DA    *
      * ULTIMA SEMANA E A TENDENCIA (RETA DE MINIMOS QUADRADOS, EM MINUTOS POR       *
      * SEMANA); OS TRES PASSOS QUE MAIS CRESCEM SAEM DESTACADOS. A MESMA RETA       *
      * SOBRE A HORA DE TERMINO DA CADEIA PROJETA A DATA EM QUE ELA PASSA DO         *
      * HORARIO LIMITE DA MANHA (PADRAO SP-ALERTA-LOTE-HORA:00).                     *
      * A NOITE E A DATA DO PLANO (DIA EM QUE A CADEIA SUBIU); O LOTE QUE COMECOU    *
      * ANTES DO MEIO-DIA E CASADO COM A NOITE DO DIA ANTERIOR.                      *
      * MODO PELA VARIAVEL GO-JANELA-MODO: "C" SO GUARDA A NOITE DO GO-FCO-LOTE.LOG  *
      * NO HISTORICO (PASSO DIARIO DA CADEIA, DEPOIS DO LOTE); "R" RELATORIO SEM     *
      * PERGUNTAS (8 SEMANAS, LIMITE PADRAO); EM BRANCO PERGUNTA SEMANAS E LIMITE.   *
      * O RELATORIO TAMBEM GUARDA A NOITE ANTES DE LER O HISTORICO. SAIDA EM         *
      * JANELA-NOTURNA-AAAAMMDD.TXT.                                                 *
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
           SELECT PLANO-FILE
               ASSIGN TO WA-ARQ-PLANO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-PLANO.

           SELECT LOTE-LOG-FILE
               ASSIGN TO WA-ARQ-LOTE-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-LOTE-LOG.

           SELECT VOLUMES-FILE
               ASSIGN TO WA-ARQ-VOLUMES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-VOLUMES.

           SELECT METRICA-FILE
               ASSIGN TO WA-ARQ-METRICA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-METRICA.

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
      * MESMO LAYOUT DO PLANO GRAVADO PELO GO-FCO-CADEIA.
       FD  PLANO-FILE.
       01  PLANO-REC.
           03  PL-DATA                 PIC 9(008).
           03  PL-SEP-1                PIC X(001).
           03  PL-HORA                 PIC 9(006).
           03  PL-SEP-2                PIC X(001).
           03  PL-PASSO                PIC X(020).
           03  PL-SEP-3                PIC X(001).
           03  PL-SITUACAO             PIC X(020).

       FD  LOTE-LOG-FILE.
       01  LOTE-LOG-REC                PIC X(200).

       FD  VOLUMES-FILE.
       01  VOLUMES-REC                 PIC X(080).

       FD  METRICA-FILE.
       01  METRICA-REC                 PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(132).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  SYSTEM-PARM-FILE.
       01  SYSTEM-PARM-REC             PIC X(762).

       WORKING-STORAGE SECTION.
       77  WA-ARQ-PLANO                PIC X(100)          VALUE
               "CADEIA-PLANO.LOG".
       77  WA-FS-PLANO                 PIC X(002)          VALUE "00".
       77  WA-ARQ-LOTE-LOG             PIC X(100)          VALUE
               "GO-FCO-LOTE.LOG".
       77  WA-FS-LOTE-LOG              PIC X(002)          VALUE "00".
       77  WA-ARQ-VOLUMES              PIC X(100)          VALUE
               "JANELA-VOLUMES.TXT".
       77  WA-FS-VOLUMES               PIC X(002)          VALUE "00".
       77  WA-ARQ-METRICA              PIC X(100)          VALUE
               "SERPRO-METRICA.TXT".
       77  WA-FS-METRICA               PIC X(002)          VALUE "00".
       77  WA-ARQ-RELATORIO            PIC X(100)          VALUE SPACES.
       77  WA-FS-RELATORIO             PIC X(002)          VALUE "00".
       77  WA-ARQ-SYSPARM              PIC X(100)          VALUE
               "SYSTEM.PARM".
       77  WA-FS-SYSPARM               PIC X(002)          VALUE "00".
       77  WA-EOF-ARQ                  PIC X(001)          VALUE "N".
       77  WA-PAUSA                    PIC X(001)          VALUE SPACES.

       77  WA-MODO                     PIC X(001)          VALUE SPACES.
       77  WA-SEMANAS-INF              PIC X(003)          VALUE SPACES.
       77  WN-SEMANAS                  PIC 9(002)          VALUE 8.
       77  WA-LIMITE-INF               PIC X(004)          VALUE SPACES.
       77  WN-LIMITE-HHMM              PIC 9(004)          VALUE ZEROS.
       77  WN-LIMITE-SEG               PIC 9(006)          VALUE ZEROS.
       77  WN-DATA-HOJE                PIC 9(008)          VALUE ZEROS.
       77  WN-INT-HOJE                 PIC 9(007)          VALUE ZEROS.
       77  WN-DATA-INICIO-JANELA       PIC 9(008)          VALUE ZEROS.
       77  WN-INT-NOITE                PIC 9(007)          VALUE ZEROS.
       77  WN-INT-BASE                 PIC 9(007)          VALUE ZEROS.

      * NOITE DO GO-FCO-LOTE.LOG A GUARDAR NO HISTORICO.
       77  VL-DATA                     PIC 9(008)          VALUE ZEROS.
       77  VL-HORA                     PIC 9(006)          VALUE ZEROS.
       77  VL-TERMINOU                 PIC X(001)          VALUE "N".
       77  VL-EXTRATO                  PIC 9(007)          VALUE ZEROS.
       77  VL-REFRESH                  PIC 9(007)          VALUE ZEROS.
       77  VL-WORKLIST                 PIC 9(007)          VALUE ZEROS.
       77  VL-JA-GUARDADA              PIC X(001)          VALUE "N".
       77  VL-POSICAO                  PIC 9(003)          VALUE ZEROS.
      * LINHA "PROCESSADOS=" DO GO-FCO-LOTE (RT07-00-GRAVA-LOG-FIM),
      * POSICAO A POSICAO - MESMA LEITURA DO GO-FCO-LOTE-PARALELO.
       01  WA-LINHA-TOTAIS.
           03  FILLER                  PIC X(012).
           03  TL-PROCESSADOS          PIC 9(005).
           03  FILLER                  PIC X(007).
           03  TL-NOVOS                PIC 9(005).
           03  FILLER                  PIC X(015).
           03  TL-CONHECIDOS           PIC 9(005).
           03  FILLER                  PIC X(009).
           03  TL-REFRESH              PIC 9(005).
           03  FILLER                  PIC X(137).
       01  WA-LINHA-VOLUME.
           03  LV-DATA                 PIC 9(008).
           03  FILLER                  PIC X(001)          VALUE ";".
           03  LV-EXTRATO              PIC 9(007).
           03  FILLER                  PIC X(001)          VALUE ";".
           03  LV-REFRESH              PIC 9(007).
           03  FILLER                  PIC X(001)          VALUE ";".
           03  LV-WORKLIST             PIC 9(007).
           03  FILLER                  PIC X(001)          VALUE ";".
           03  LV-HORA                 PIC 9(006).
       77  WA-TOKEN-1                  PIC X(020)          VALUE SPACES.
       77  WA-TOKEN-2                  PIC X(020)          VALUE SPACES.
       77  WA-TOKEN-3                  PIC X(020)          VALUE SPACES.
       77  WA-TOKEN-4                  PIC X(020)          VALUE SPACES.
       77  WA-TOKEN-5                  PIC X(020)          VALUE SPACES.
       77  WA-TOKEN-6                  PIC X(020)          VALUE SPACES.
       77  WA-TOKEN-7                  PIC X(020)          VALUE SPACES.

      * NOITES DA JANELA (DATA DO PLANO), COM OS SEGUNDOS DE CADA PASSO.
      * NT-FIM-SEG E CONTADO DA MEIA-NOITE DO DIA DA NOITE: TERMINO
      * DEPOIS DA MEIA-NOITE SOMA 86400.
       01  WS-NOITES-TAB.
           03  WS-NOITE OCCURS 400 TIMES.
               05  NT-DATA             PIC 9(008).
               05  NT-INICIO-SEG       PIC 9(006).
               05  NT-FIM-SEG          PIC 9(006).
               05  NT-FALHOU           PIC X(001).
               05  NT-EXTRATO          PIC 9(007).
               05  NT-WORKLIST         PIC 9(007).
               05  NT-CHAMADAS         PIC 9(007).
               05  NT-LATENCIA-CS      PIC 9(011).
               05  NT-DATA-LOTE        PIC 9(008).
               05  NT-PASSO-SEG OCCURS 20 TIMES
                                       PIC 9(006).
       77  WN-QTDE-NOITES              PIC 9(003)          VALUE ZEROS.
       77  NT-IDX                      PIC 9(003)          VALUE ZEROS.
       77  NT-IDX-2                    PIC 9(003)          VALUE ZEROS.

      * PASSOS NA ORDEM EM QUE APARECEM NO PLANO.
       01  WS-PASSOS-TAB.
           03  WS-PASSO OCCURS 20 TIMES.
               05  PS-NOME             PIC X(020).
               05  PS-INICIO-PEND      PIC 9(006).
               05  PS-NOITE-PEND       PIC 9(003).
               05  PS-QTDE             PIC 9(003).
               05  PS-MEDIA-PRIM       PIC 9(005)V9.
               05  PS-MEDIA-ULT        PIC 9(005)V9.
               05  PS-TENDENCIA        PIC S9(005)V9.
               05  PS-DESTAQUE         PIC X(001).
       77  WN-QTDE-PASSOS              PIC 9(002)          VALUE ZEROS.
       77  PS-IDX                      PIC 9(002)          VALUE ZEROS.
       77  PS-IDX-MAIOR                PIC 9(002)          VALUE ZEROS.
       77  WN-RANK                     PIC 9(001)          VALUE ZEROS.
       77  WN-QTDE-PRIM                PIC 9(003)          VALUE ZEROS.
       77  WN-QTDE-ULT                 PIC 9(003)          VALUE ZEROS.
       77  WA-PASSOS-CORTADOS          PIC X(001)          VALUE "N".
       77  WA-NOITES-CORTADAS          PIC X(001)          VALUE "N".

       77  WN-HORA-SEG                 PIC 9(006)          VALUE ZEROS.
       01  WA-HORA-PLANO.
           03  HP-HH                   PIC 9(002).
           03  HP-MM                   PIC 9(002).
           03  HP-SS                   PIC 9(002).
       77  WN-DURACAO-SEG              PIC S9(007)         VALUE ZEROS.
       77  WN-MINUTOS                  PIC 9(005)          VALUE ZEROS.
       77  WN-HH                       PIC 9(002)          VALUE ZEROS.
       77  WN-MM                       PIC 9(002)          VALUE ZEROS.
       77  WA-HHMM-ED                  PIC X(005)          VALUE SPACES.

      * RETA DE MINIMOS QUADRADOS (X = DIAS DESDE A PRIMEIRA NOITE).
       77  RG-N                        PIC 9(005)          VALUE ZEROS.
       77  RG-X                        PIC S9(007)V9(4)    VALUE ZEROS.
       77  RG-Y                        PIC S9(007)V9(4)    VALUE ZEROS.
       77  RG-SX                       PIC S9(011)V9(4)    VALUE ZEROS.
       77  RG-SY                       PIC S9(011)V9(4)    VALUE ZEROS.
       77  RG-SXX                      PIC S9(013)V9(4)    VALUE ZEROS.
       77  RG-SXY                      PIC S9(015)V9(4)    VALUE ZEROS.
       77  RG-DIVISOR                  PIC S9(017)V9(4)    VALUE ZEROS.
       77  RG-B                        PIC S9(009)V9(6)    VALUE ZEROS.
       77  RG-A                        PIC S9(011)V9(6)    VALUE ZEROS.

      * PROJECAO DA CADEIA INTEIRA.
       77  PJ-FIM-ATUAL                PIC S9(009)V9(4)    VALUE ZEROS.
       77  PJ-LIMITE-SEG               PIC 9(006)          VALUE ZEROS.
       77  PJ-DIAS                     PIC 9(007)          VALUE ZEROS.
       77  PJ-DATA                     PIC 9(008)          VALUE ZEROS.
       77  PJ-SITUACAO                 PIC X(001)          VALUE SPACES.
       77  PJ-TENDENCIA-MIN            PIC S9(005)V9       VALUE ZEROS.
       77  PJ-QTDE-ESTOURO             PIC 9(003)          VALUE ZEROS.
       77  PJ-ULTIMA                   PIC 9(003)          VALUE ZEROS.

      * METRICA: AAAAMMDD;HHMMSS;PROGRAMA;CHAMADA;TENTATIVA;DURACAO-CS;
      * RESULTADO.
       77  MT-LINHA                    PIC X(100)          VALUE SPACES.
       77  MT-DATA-LIDA                PIC 9(008)          VALUE ZEROS.

      * LINHA DA TABELA NOITE A NOITE (ATE 8 PASSOS EM COLUNA).
       01  WA-LINHA-NOITE.
           03  LN-DATA                 PIC X(010).
           03  FILLER                  PIC X(001)          VALUE SPACES.
           03  LN-INICIO               PIC X(005).
           03  FILLER                  PIC X(002)          VALUE SPACES.
           03  LN-FIM                  PIC X(005).
           03  LN-FALHOU               PIC X(001).
           03  LN-TOTAL                PIC ZZZZ9.
           03  LN-PASSOS OCCURS 8 TIMES.
               05  FILLER              PIC X(001)          VALUE SPACES.
               05  LN-PASSO-MIN        PIC ZZZZZ9.
           03  FILLER                  PIC X(001)          VALUE SPACES.
           03  LN-EXTRATO              PIC ZZZZZZ9.
           03  FILLER                  PIC X(001)          VALUE SPACES.
           03  LN-WORKLIST             PIC ZZZZZZZ9.
           03  FILLER                  PIC X(001)          VALUE SPACES.
           03  LN-CHAMADAS             PIC ZZZZZZZ9.
           03  FILLER                  PIC X(001)          VALUE SPACES.
           03  LN-LATENCIA             PIC ZZZZZ9.
       01  WA-LINHA-CAB-NOITE.
           03  FILLER                  PIC X(029)          VALUE
               "NOITE      INICIO FIM   TOTAL".
           03  LC-PASSOS OCCURS 8 TIMES.
               05  FILLER              PIC X(004)          VALUE SPACES.
               05  LC-PASSO            PIC X(003).
           03  FILLER                  PIC X(033)          VALUE
               " EXTRATO WORKLIST CHAMADAS LAT.MS".
       01  WA-LINHA-PASSO.
           03  LP-ROTULO               PIC X(003).
           03  FILLER                  PIC X(001)          VALUE SPACES.
           03  LP-NOME                 PIC X(020).
           03  FILLER                  PIC X(001)          VALUE SPACES.
           03  LP-QTDE                 PIC ZZ9.
           03  FILLER                  PIC X(002)          VALUE SPACES.
           03  LP-MEDIA-PRIM           PIC ZZZZ9,9.
           03  FILLER                  PIC X(002)          VALUE SPACES.
           03  LP-MEDIA-ULT            PIC ZZZZ9,9.
           03  FILLER                  PIC X(002)          VALUE SPACES.
           03  LP-TENDENCIA            PIC -ZZZZ9,9.
           03  FILLER                  PIC X(002)          VALUE SPACES.
           03  LP-DESTAQUE             PIC X(030).
       77  WA-ROTULO                   PIC X(003)          VALUE SPACES.
       77  WA-NUM-ED                   PIC Z9              VALUE ZEROS.
       77  WA-TENDENCIA-ED             PIC -ZZZZ9,9        VALUE ZEROS.
       77  WA-DIAS-ED                  PIC ZZZZZZ9         VALUE ZEROS.
       77  WA-DATA-ED                  PIC X(010)          VALUE SPACES.
       77  WA-DATA-FORMATAR            PIC 9(008)          VALUE ZEROS.

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-FS-AUDIT                 PIC X(002)          VALUE "00".
       77  WA-AU-DATA                  PIC 9(008).
       77  WA-AU-HORA                  PIC 9(006).
       77  WA-AU-PROGRAM-ID            PIC X(020)
               VALUE "GO-FCO-JANELA".
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
           MOVE SPACES TO WA-MODO.
           ACCEPT WA-MODO FROM ENVIRONMENT "GO-JANELA-MODO".
           MOVE FUNCTION UPPER-CASE(WA-MODO) TO WA-MODO.

           PERFORM RT01-00-GUARDA-VOLUMES.
           IF  WA-MODO = "C"
               MOVE "COLETA"       TO WA-AU-EVENTO
               MOVE VL-DATA        TO WA-AU-ENTRADA
               IF  VL-JA-GUARDADA = "S"
                   MOVE "JA-GUARDADA"  TO WA-AU-RESULTADO
               ELSE
               IF  VL-TERMINOU = "S"
                   MOVE "OK"           TO WA-AU-RESULTADO
               ELSE
                   MOVE "SEM-FIM"      TO WA-AU-RESULTADO
               END-IF
               END-IF
               PERFORM GRAVA-AUDITORIA
               STOP RUN
           END-IF.

           COMPUTE WN-LIMITE-HHMM = SP-ALERTA-LOTE-HORA * 100.
           IF  WN-LIMITE-HHMM = ZEROS
               MOVE 700 TO WN-LIMITE-HHMM
           END-IF.
           IF  WA-MODO NOT = "R"
               PERFORM RT02-00-PERGUNTA-PARAMETROS
           END-IF.
           COMPUTE WN-LIMITE-SEG =
               (WN-LIMITE-HHMM / 100) * 3600
               + FUNCTION MOD(WN-LIMITE-HHMM, 100) * 60.

           COMPUTE WN-INT-HOJE = FUNCTION INTEGER-OF-DATE(WN-DATA-HOJE).
           COMPUTE WN-DATA-INICIO-JANELA = FUNCTION DATE-OF-INTEGER(
               WN-INT-HOJE - (WN-SEMANAS * 7)).

           PERFORM RT03-00-LE-PLANO.
           PERFORM RT04-00-LE-VOLUMES.
           PERFORM RT05-00-LE-METRICA.
           PERFORM RT06-00-TENDENCIA-PASSOS.
           PERFORM RT07-00-PROJECAO-CADEIA.

           MOVE SPACES TO WA-ARQ-RELATORIO.
           STRING "JANELA-NOTURNA-" WN-DATA-HOJE ".TXT"
               DELIMITED BY SIZE INTO WA-ARQ-RELATORIO
           END-STRING.
           OPEN OUTPUT REPORT-FILE.
           IF  WA-FS-RELATORIO NOT = "00"
               DISPLAY "ERRO AO CRIAR " FUNCTION TRIM(WA-ARQ-RELATORIO)
                       " - STATUS " WA-FS-RELATORIO
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM RT08-00-IMPRIME
               CLOSE REPORT-FILE
               MOVE "JANELA-NOTURNA-AAAAMMDD.TXT"
                   TO RR-RELATORIO
               MOVE WA-ARQ-RELATORIO TO RR-ARQUIVO
               MOVE "LEITURA DIRETA" TO RR-FONTE
               PERFORM ARQUIVA-RELATORIO
           END-IF.

           DISPLAY "Noites na janela..............: " WN-QTDE-NOITES.
           DISPLAY "Passos da cadeia..............: " WN-QTDE-PASSOS.
           EVALUATE PJ-SITUACAO
               WHEN "E"
                   DISPLAY "A CADEIA JA TERMINA DEPOIS DO LIMITE DE "
                           WN-LIMITE-HHMM "."
               WHEN "P"
                   MOVE PJ-DATA TO WA-DATA-FORMATAR
                   PERFORM RT09-00-FORMATA-DATA
                   DISPLAY "Estouro previsto do limite....: " WA-DATA-ED
               WHEN OTHER
                   DISPLAY "Sem tendencia de estouro do limite."
           END-EVALUATE.
           DISPLAY "Gravado em " FUNCTION TRIM(WA-ARQ-RELATORIO).

           MOVE "RELATORIO"    TO WA-AU-EVENTO.
           MOVE WN-SEMANAS     TO WA-AU-ENTRADA.
           EVALUATE PJ-SITUACAO
               WHEN "E"
                   MOVE "ESTOURADA"    TO WA-AU-RESULTADO
               WHEN "P"
                   MOVE PJ-DATA        TO WA-AU-RESULTADO
               WHEN OTHER
                   MOVE "ESTAVEL"      TO WA-AU-RESULTADO
           END-EVALUATE.
           PERFORM GRAVA-AUDITORIA.

           IF  WA-MODO NOT = "R"
               ACCEPT WA-PAUSA
           END-IF.
           GOBACK.

      *---------------------------------------------------------------*
      * GUARDA A NOITE DO GO-FCO-LOTE.LOG NO HISTORICO DE VOLUMES. SO *
      * RUN TERMINADO ("FIM") E SO UMA VEZ POR DATA DE INICIO.        *
      *---------------------------------------------------------------*
       RT01-00-GUARDA-VOLUMES.
           MOVE ZEROS TO VL-DATA VL-HORA VL-EXTRATO VL-REFRESH
                         VL-WORKLIST.
           MOVE "N"   TO VL-TERMINOU VL-JA-GUARDADA.
           OPEN INPUT LOTE-LOG-FILE.
           IF  WA-FS-LOTE-LOG = "00"
               MOVE "N" TO WA-EOF-ARQ
               PERFORM UNTIL WA-EOF-ARQ = "S"
                   READ LOTE-LOG-FILE
                       AT END MOVE "S" TO WA-EOF-ARQ
                   END-READ
                   IF  WA-EOF-ARQ NOT = "S"
                       PERFORM RT01A-LINHA-DO-LOTE
                   END-IF
               END-PERFORM
               CLOSE LOTE-LOG-FILE
           END-IF.

           IF  VL-DATA = ZEROS OR VL-TERMINOU = "N"
               CONTINUE
           ELSE
               OPEN INPUT VOLUMES-FILE
               IF  WA-FS-VOLUMES = "00"
                   MOVE "N" TO WA-EOF-ARQ
                   PERFORM UNTIL WA-EOF-ARQ = "S"
                       READ VOLUMES-FILE
                           AT END MOVE "S" TO WA-EOF-ARQ
                       END-READ
                       IF  WA-EOF-ARQ NOT = "S"
                           AND VOLUMES-REC(1:8) = VL-DATA
                           MOVE "S" TO VL-JA-GUARDADA
                       END-IF
                   END-PERFORM
                   CLOSE VOLUMES-FILE
               END-IF
               IF  VL-JA-GUARDADA = "N"
                   OPEN EXTEND VOLUMES-FILE
                   IF  WA-FS-VOLUMES = "35"
                       OPEN OUTPUT VOLUMES-FILE
                   END-IF
                   MOVE VL-DATA     TO LV-DATA
                   MOVE VL-EXTRATO  TO LV-EXTRATO
                   MOVE VL-REFRESH  TO LV-REFRESH
                   MOVE VL-WORKLIST TO LV-WORKLIST
                   MOVE VL-HORA     TO LV-HORA
                   MOVE WA-LINHA-VOLUME TO VOLUMES-REC
                   WRITE VOLUMES-REC
                   CLOSE VOLUMES-FILE
               END-IF
           END-IF.

       RT01A-LINHA-DO-LOTE.
           IF  LOTE-LOG-REC(1:7) = "INICIO "
               AND LOTE-LOG-REC(8:8) IS NUMERIC
               MOVE LOTE-LOG-REC(8:8) TO VL-DATA
               IF  LOTE-LOG-REC(17:6) IS NUMERIC
                   MOVE LOTE-LOG-REC(17:6) TO VL-HORA
               END-IF
           END-IF.
           IF  LOTE-LOG-REC(1:4) = "FIM "
               MOVE "S" TO VL-TERMINOU
           END-IF.
           IF  LOTE-LOG-REC(1:12) = "PROCESSADOS="
               MOVE LOTE-LOG-REC TO WA-LINHA-TOTAIS
               IF  TL-PROCESSADOS IS NUMERIC
                   MOVE TL-PROCESSADOS TO VL-EXTRATO
               END-IF
               IF  TL-REFRESH IS NUMERIC
                   MOVE TL-REFRESH TO VL-REFRESH
               END-IF
           END-IF.
      * NO LOTE PARTICIONADO A LINHA VEM PREFIXADA COM [Pnn] - UMA
      * POR PARTICAO, E O WORKLIST DA NOITE E A SOMA DELAS.
           MOVE ZEROS TO VL-POSICAO.
           INSPECT LOTE-LOG-REC TALLYING VL-POSICAO
               FOR CHARACTERS BEFORE INITIAL "REFRESH DO WORKLIST: ".
           IF  VL-POSICAO < 180
               MOVE SPACES TO WA-TOKEN-1 WA-TOKEN-2
               UNSTRING LOTE-LOG-REC(VL-POSICAO + 22:)
                   DELIMITED BY " DE " OR " CNPJ" INTO
                   WA-TOKEN-1
                   WA-TOKEN-2
               END-UNSTRING
               IF  FUNCTION TRIM(WA-TOKEN-2) IS NUMERIC
                   COMPUTE VL-WORKLIST = VL-WORKLIST
                       + FUNCTION NUMVAL(WA-TOKEN-2)
               END-IF
           END-IF.

       RT02-00-PERGUNTA-PARAMETROS.
           DISPLAY "Semanas de historico (Enter = 8): "
               WITH NO ADVANCING.
           ACCEPT WA-SEMANAS-INF.
           IF  FUNCTION TRIM(WA-SEMANAS-INF) IS NUMERIC
               COMPUTE WN-SEMANAS = FUNCTION NUMVAL(WA-SEMANAS-INF)
           END-IF.
           IF  WN-SEMANAS = ZEROS OR WN-SEMANAS > 52
               MOVE 8 TO WN-SEMANAS
           END-IF.
           DISPLAY "Horario limite da manha HHMM (Enter = "
                   WN-LIMITE-HHMM "): " WITH NO ADVANCING.
           ACCEPT WA-LIMITE-INF.
           IF  WA-LIMITE-INF IS NUMERIC
               IF  WA-LIMITE-INF(1:2) < "24"
                   AND WA-LIMITE-INF(3:2) < "60"
                   MOVE WA-LIMITE-INF TO WN-LIMITE-HHMM
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * PLANO DA CADEIA: CADA INICIO ABRE O PASSO, O OK/FALHA         *
      * SEGUINTE DO MESMO PASSO NA MESMA NOITE FECHA. PASSO           *
      * REINICIADO (RESTART) SOMA AS DUAS TENTATIVAS - E O TEMPO QUE  *
      * A JANELA GASTOU.                                              *
      *---------------------------------------------------------------*
       RT03-00-LE-PLANO.
           OPEN INPUT PLANO-FILE.
           IF  WA-FS-PLANO = "00"
               MOVE "N" TO WA-EOF-ARQ
               PERFORM UNTIL WA-EOF-ARQ = "S"
                   READ PLANO-FILE
                       AT END MOVE "S" TO WA-EOF-ARQ
                   END-READ
                   IF  WA-EOF-ARQ NOT = "S"
                       AND PL-DATA IS NUMERIC
                       AND PL-HORA IS NUMERIC
                       AND PL-DATA >= WN-DATA-INICIO-JANELA
                       PERFORM RT03A-LINHA-DO-PLANO
                   END-IF
               END-PERFORM
               CLOSE PLANO-FILE
           ELSE
               DISPLAY "SEM " FUNCTION TRIM(WA-ARQ-PLANO)
                       " - NENHUMA NOITE PARA ANALISAR."
           END-IF.

       RT03A-LINHA-DO-PLANO.
           PERFORM RT03B-LOCALIZA-NOITE.
           PERFORM RT03C-LOCALIZA-PASSO.
           IF  NT-IDX = ZEROS OR PS-IDX = ZEROS
               CONTINUE
           ELSE
               MOVE PL-HORA TO WA-HORA-PLANO
               COMPUTE WN-HORA-SEG = HP-HH * 3600 + HP-MM * 60 + HP-SS
               IF  PL-SITUACAO(1:6) = "INICIO"
                   IF  NT-INICIO-SEG(NT-IDX) = 999999
                       MOVE WN-HORA-SEG TO NT-INICIO-SEG(NT-IDX)
                   END-IF
                   MOVE WN-HORA-SEG TO PS-INICIO-PEND(PS-IDX)
                   MOVE NT-IDX      TO PS-NOITE-PEND(PS-IDX)
               ELSE
               IF  PL-SITUACAO(1:2) = "OK"
                   OR PL-SITUACAO(1:5) = "FALHA"
                   IF  PS-NOITE-PEND(PS-IDX) = NT-IDX
                       COMPUTE WN-DURACAO-SEG =
                           WN-HORA-SEG - PS-INICIO-PEND(PS-IDX)
                       IF  WN-DURACAO-SEG < ZEROS
                           ADD 86400 TO WN-DURACAO-SEG
                       END-IF
                       ADD WN-DURACAO-SEG
                           TO NT-PASSO-SEG(NT-IDX, PS-IDX)
                       MOVE ZEROS TO PS-NOITE-PEND(PS-IDX)
                   END-IF
                   IF  WN-HORA-SEG < NT-INICIO-SEG(NT-IDX)
                       ADD 86400 TO WN-HORA-SEG
                   END-IF
                   IF  WN-HORA-SEG > NT-FIM-SEG(NT-IDX)
                       MOVE WN-HORA-SEG TO NT-FIM-SEG(NT-IDX)
                   END-IF
                   IF  PL-SITUACAO(1:5) = "FALHA"
                       MOVE "S" TO NT-FALHOU(NT-IDX)
                   END-IF
               END-IF
               END-IF
           END-IF.

      * O PLANO E GRAVADO EM ORDEM, ENTAO A NOITE OU E A ULTIMA DA
      * TABELA OU E NOVA.
       RT03B-LOCALIZA-NOITE.
           IF  WN-QTDE-NOITES > ZEROS
               AND NT-DATA(WN-QTDE-NOITES) = PL-DATA
               MOVE WN-QTDE-NOITES TO NT-IDX
           ELSE
               IF  WN-QTDE-NOITES < 400
                   ADD 1 TO WN-QTDE-NOITES
                   MOVE WN-QTDE-NOITES TO NT-IDX
                   MOVE PL-DATA  TO NT-DATA(NT-IDX)
                   MOVE 999999   TO NT-INICIO-SEG(NT-IDX)
                   MOVE ZEROS    TO NT-FIM-SEG(NT-IDX)
                                    NT-EXTRATO(NT-IDX)
                                    NT-WORKLIST(NT-IDX)
                                    NT-CHAMADAS(NT-IDX)
                                    NT-LATENCIA-CS(NT-IDX)
                                    NT-DATA-LOTE(NT-IDX)
                   MOVE "N"      TO NT-FALHOU(NT-IDX)
                   PERFORM VARYING PS-IDX FROM 1 BY 1
                           UNTIL PS-IDX > 20
                       MOVE ZEROS TO NT-PASSO-SEG(NT-IDX, PS-IDX)
                   END-PERFORM
               ELSE
                   MOVE "S"   TO WA-NOITES-CORTADAS
                   MOVE ZEROS TO NT-IDX
               END-IF
           END-IF.

       RT03C-LOCALIZA-PASSO.
           MOVE ZEROS TO PS-IDX.
           PERFORM VARYING PS-IDX-MAIOR FROM 1 BY 1
                   UNTIL PS-IDX-MAIOR > WN-QTDE-PASSOS
                       OR PS-IDX > ZEROS
               IF  PS-NOME(PS-IDX-MAIOR) = PL-PASSO
                   MOVE PS-IDX-MAIOR TO PS-IDX
               END-IF
           END-PERFORM.
           IF  PS-IDX = ZEROS
               IF  WN-QTDE-PASSOS < 20
                   ADD 1 TO WN-QTDE-PASSOS
                   MOVE WN-QTDE-PASSOS TO PS-IDX
                   MOVE PL-PASSO TO PS-NOME(PS-IDX)
                   MOVE ZEROS    TO PS-INICIO-PEND(PS-IDX)
                                    PS-NOITE-PEND(PS-IDX)
                                    PS-QTDE(PS-IDX)
                                    PS-MEDIA-PRIM(PS-IDX)
                                    PS-MEDIA-ULT(PS-IDX)
                                    PS-TENDENCIA(PS-IDX)
                   MOVE SPACES   TO PS-DESTAQUE(PS-IDX)
               ELSE
                   MOVE "S" TO WA-PASSOS-CORTADOS
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * VOLUMES DO HISTORICO: A DATA DO LOTE E A DA NOITE OU A DO DIA *
      * SEGUINTE (LOTE QUE SUBIU DEPOIS DA MEIA-NOITE).               *
      *---------------------------------------------------------------*
       RT04-00-LE-VOLUMES.
           OPEN INPUT VOLUMES-FILE.
           IF  WA-FS-VOLUMES = "00"
               MOVE "N" TO WA-EOF-ARQ
               PERFORM UNTIL WA-EOF-ARQ = "S"
                   READ VOLUMES-FILE
                       AT END MOVE "S" TO WA-EOF-ARQ
                   END-READ
                   IF  WA-EOF-ARQ NOT = "S"
                       AND VOLUMES-REC(1:8) IS NUMERIC
                       MOVE VOLUMES-REC TO WA-LINHA-VOLUME
                       PERFORM RT04A-CASA-VOLUME
                   END-IF
               END-PERFORM
               CLOSE VOLUMES-FILE
           END-IF.

      * LOTE QUE SUBIU DE MANHA (ANTES DO MEIO-DIA) E DA NOITE DO DIA
      * ANTERIOR; SE ESSA NOITE NAO ESTA NO PLANO, TENTA A OUTRA.
       RT04A-CASA-VOLUME.
           COMPUTE WN-INT-NOITE = FUNCTION INTEGER-OF-DATE(LV-DATA).
           IF  LV-HORA < 120000
               SUBTRACT 1 FROM WN-INT-NOITE
           END-IF.
           PERFORM RT04B-PROCURA-NOITE.
           IF  NT-IDX-2 = ZEROS
               IF  LV-HORA < 120000
                   ADD 1 TO WN-INT-NOITE
               ELSE
                   SUBTRACT 1 FROM WN-INT-NOITE
               END-IF
               PERFORM RT04B-PROCURA-NOITE
           END-IF.
           IF  NT-IDX-2 > ZEROS
               MOVE LV-DATA     TO NT-DATA-LOTE(NT-IDX-2)
               MOVE LV-EXTRATO  TO NT-EXTRATO(NT-IDX-2)
               MOVE LV-WORKLIST TO NT-WORKLIST(NT-IDX-2)
           END-IF.

       RT04B-PROCURA-NOITE.
           MOVE ZEROS TO NT-IDX-2.
           PERFORM VARYING NT-IDX FROM 1 BY 1
                   UNTIL NT-IDX > WN-QTDE-NOITES OR NT-IDX-2 > ZEROS
               IF  FUNCTION INTEGER-OF-DATE(NT-DATA(NT-IDX))
                       = WN-INT-NOITE
                   AND NT-DATA-LOTE(NT-IDX) = ZEROS
                   MOVE NT-IDX TO NT-IDX-2
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      * METRICA DO SERPRO: SO AS CHAMADAS DO GO-FCO-LOTE, NO DIA EM   *
      * QUE O LOTE DA NOITE RODOU.                                    *
      *---------------------------------------------------------------*
       RT05-00-LE-METRICA.
           OPEN INPUT METRICA-FILE.
           IF  WA-FS-METRICA = "00"
               MOVE "N" TO WA-EOF-ARQ
               PERFORM UNTIL WA-EOF-ARQ = "S"
                   READ METRICA-FILE INTO MT-LINHA
                       AT END MOVE "S" TO WA-EOF-ARQ
                   END-READ
                   IF  WA-EOF-ARQ NOT = "S"
                       AND MT-LINHA(1:8) IS NUMERIC
                       AND MT-LINHA(1:8) >= WN-DATA-INICIO-JANELA
                       PERFORM RT05A-LINHA-DA-METRICA
                   END-IF
               END-PERFORM
               CLOSE METRICA-FILE
           END-IF.

       RT05A-LINHA-DA-METRICA.
           MOVE SPACES TO WA-TOKEN-1 WA-TOKEN-2 WA-TOKEN-3 WA-TOKEN-4
                          WA-TOKEN-5 WA-TOKEN-6 WA-TOKEN-7.
           UNSTRING MT-LINHA DELIMITED BY ";" INTO
               WA-TOKEN-1
               WA-TOKEN-2
               WA-TOKEN-3
               WA-TOKEN-4
               WA-TOKEN-5
               WA-TOKEN-6
               WA-TOKEN-7
           END-UNSTRING.
           IF  WA-TOKEN-3(1:11) = "GO-FCO-LOTE"
               AND (WA-TOKEN-3(12:1) = SPACE
                    OR WA-TOKEN-3(12:1) = "-")
               MOVE MT-LINHA(1:8) TO MT-DATA-LIDA
               MOVE ZEROS TO NT-IDX-2
               PERFORM VARYING NT-IDX FROM 1 BY 1
                       UNTIL NT-IDX > WN-QTDE-NOITES
                           OR NT-IDX-2 > ZEROS
                   IF  NT-DATA-LOTE(NT-IDX) = MT-DATA-LIDA
                       OR (NT-DATA-LOTE(NT-IDX) = ZEROS
                           AND NT-DATA(NT-IDX) = MT-DATA-LIDA)
                       MOVE NT-IDX TO NT-IDX-2
                   END-IF
               END-PERFORM
               IF  NT-IDX-2 > ZEROS
                   ADD 1 TO NT-CHAMADAS(NT-IDX-2)
                   IF  FUNCTION TRIM(WA-TOKEN-6) IS NUMERIC
                       COMPUTE NT-LATENCIA-CS(NT-IDX-2) =
                           NT-LATENCIA-CS(NT-IDX-2)
                           + FUNCTION NUMVAL(WA-TOKEN-6)
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * TENDENCIA DE CADA PASSO: RETA DOS MINUTOS PELOS DIAS (SO AS   *
      * NOITES EM QUE O PASSO RODOU), MEDIA DA PRIMEIRA E DA ULTIMA   *
      * SEMANA DA JANELA E DESTAQUE DOS TRES QUE MAIS CRESCEM.        *
      *---------------------------------------------------------------*
       RT06-00-TENDENCIA-PASSOS.
           IF  WN-QTDE-NOITES > ZEROS
               COMPUTE WN-INT-BASE =
                   FUNCTION INTEGER-OF-DATE(NT-DATA(1))
           END-IF.
           PERFORM VARYING PS-IDX FROM 1 BY 1
                   UNTIL PS-IDX > WN-QTDE-PASSOS
               PERFORM RT06A-RETA-DO-PASSO
           END-PERFORM.

           PERFORM VARYING WN-RANK FROM 1 BY 1 UNTIL WN-RANK > 3
               MOVE ZEROS TO PS-IDX-MAIOR
               PERFORM VARYING PS-IDX FROM 1 BY 1
                       UNTIL PS-IDX > WN-QTDE-PASSOS
                   IF  PS-DESTAQUE(PS-IDX) = SPACES
                       AND PS-TENDENCIA(PS-IDX) > ZEROS
                       IF  PS-IDX-MAIOR = ZEROS
                           MOVE PS-IDX TO PS-IDX-MAIOR
                       ELSE
                       IF  PS-TENDENCIA(PS-IDX) >
                           PS-TENDENCIA(PS-IDX-MAIOR)
                           MOVE PS-IDX TO PS-IDX-MAIOR
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF  PS-IDX-MAIOR > ZEROS
                   MOVE WN-RANK TO PS-DESTAQUE(PS-IDX-MAIOR)
               END-IF
           END-PERFORM.

       RT06A-RETA-DO-PASSO.
           MOVE ZEROS TO RG-N RG-SX RG-SY RG-SXX RG-SXY.
           MOVE ZEROS TO PS-MEDIA-PRIM(PS-IDX) PS-MEDIA-ULT(PS-IDX).
           MOVE ZEROS TO WN-QTDE-PRIM WN-QTDE-ULT.
           PERFORM VARYING NT-IDX FROM 1 BY 1
                   UNTIL NT-IDX > WN-QTDE-NOITES
               IF  NT-PASSO-SEG(NT-IDX, PS-IDX) > ZEROS
                   COMPUTE RG-X = FUNCTION INTEGER-OF-DATE(
                       NT-DATA(NT-IDX)) - WN-INT-BASE
                   COMPUTE RG-Y = NT-PASSO-SEG(NT-IDX, PS-IDX) / 60
                   PERFORM RT06B-SOMA-PONTO
      * PRIMEIRA SEMANA DA JANELA E ULTIMA SEMANA ATE HOJE.
                   IF  RG-X < 7
                       ADD RG-Y TO PS-MEDIA-PRIM(PS-IDX)
                       ADD 1    TO WN-QTDE-PRIM
                   END-IF
                   IF  FUNCTION INTEGER-OF-DATE(NT-DATA(NT-IDX))
                       > WN-INT-HOJE - 8
                       ADD RG-Y TO PS-MEDIA-ULT(PS-IDX)
                       ADD 1    TO WN-QTDE-ULT
                   END-IF
               END-IF
           END-PERFORM.
           MOVE RG-N TO PS-QTDE(PS-IDX).
           IF  WN-QTDE-PRIM > ZEROS
               COMPUTE PS-MEDIA-PRIM(PS-IDX) ROUNDED =
                   PS-MEDIA-PRIM(PS-IDX) / WN-QTDE-PRIM
           END-IF.
           IF  WN-QTDE-ULT > ZEROS
               COMPUTE PS-MEDIA-ULT(PS-IDX) ROUNDED =
                   PS-MEDIA-ULT(PS-IDX) / WN-QTDE-ULT
           END-IF.
           PERFORM RT06C-CALCULA-RETA.
           COMPUTE PS-TENDENCIA(PS-IDX) ROUNDED = RG-B * 7.

       RT06B-SOMA-PONTO.
           ADD 1 TO RG-N.
           ADD RG-X TO RG-SX.
           ADD RG-Y TO RG-SY.
           COMPUTE RG-SXX = RG-SXX + RG-X * RG-X.
           COMPUTE RG-SXY = RG-SXY + RG-X * RG-Y.

      * MENOS DE DUAS NOITES (OU TODAS NO MESMO DIA) NAO FAZ RETA.
       RT06C-CALCULA-RETA.
           MOVE ZEROS TO RG-A RG-B.
           IF  RG-N > 1
               COMPUTE RG-DIVISOR = RG-N * RG-SXX - RG-SX * RG-SX
               IF  RG-DIVISOR NOT = ZEROS
                   COMPUTE RG-B ROUNDED =
                       (RG-N * RG-SXY - RG-SX * RG-SY) / RG-DIVISOR
                   COMPUTE RG-A ROUNDED = (RG-SY - RG-B * RG-SX) / RG-N
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * PROJECAO: RETA DA HORA DE TERMINO DA CADEIA (SEGUNDOS DESDE A *
      * MEIA-NOITE DO DIA DA NOITE). O LIMITE DA MANHA CAI NO DIA     *
      * SEGUINTE QUANDO A CADEIA SOBE ANTES DA MEIA-NOITE.            *
      *---------------------------------------------------------------*
       RT07-00-PROJECAO-CADEIA.
           MOVE "S"   TO PJ-SITUACAO.
           MOVE ZEROS TO RG-N RG-SX RG-SY RG-SXX RG-SXY PJ-ULTIMA
                         PJ-QTDE-ESTOURO PJ-TENDENCIA-MIN PJ-DATA.
           PERFORM VARYING NT-IDX FROM 1 BY 1
                   UNTIL NT-IDX > WN-QTDE-NOITES
               IF  NT-FIM-SEG(NT-IDX) > ZEROS
                   AND NT-INICIO-SEG(NT-IDX) NOT = 999999
                   COMPUTE RG-X = FUNCTION INTEGER-OF-DATE(
                       NT-DATA(NT-IDX)) - WN-INT-BASE
                   MOVE NT-FIM-SEG(NT-IDX) TO RG-Y
                   PERFORM RT06B-SOMA-PONTO
                   MOVE NT-IDX TO PJ-ULTIMA
                   MOVE WN-LIMITE-SEG TO PJ-LIMITE-SEG
                   IF  WN-LIMITE-SEG < NT-INICIO-SEG(NT-IDX)
                       ADD 86400 TO PJ-LIMITE-SEG
                   END-IF
                   IF  NT-FIM-SEG(NT-IDX) > PJ-LIMITE-SEG
                       ADD 1 TO PJ-QTDE-ESTOURO
                   END-IF
               END-IF
           END-PERFORM.
           IF  PJ-ULTIMA > ZEROS
               PERFORM RT07A-PREVE-ESTOURO
           END-IF.

       RT07A-PREVE-ESTOURO.
           PERFORM RT06C-CALCULA-RETA.
           COMPUTE PJ-TENDENCIA-MIN ROUNDED = RG-B * 7 / 60.
           MOVE WN-LIMITE-SEG TO PJ-LIMITE-SEG.
           IF  WN-LIMITE-SEG < NT-INICIO-SEG(PJ-ULTIMA)
               ADD 86400 TO PJ-LIMITE-SEG
           END-IF.
           IF  RG-N > 1
               COMPUTE PJ-FIM-ATUAL = RG-A + RG-B * RG-X
           ELSE
               MOVE RG-Y TO PJ-FIM-ATUAL
           END-IF.
           IF  PJ-FIM-ATUAL >= PJ-LIMITE-SEG
               OR NT-FIM-SEG(PJ-ULTIMA) > PJ-LIMITE-SEG
               MOVE "E" TO PJ-SITUACAO
           ELSE
           IF  RG-B > ZEROS
               COMPUTE PJ-DIAS =
                   (PJ-LIMITE-SEG - PJ-FIM-ATUAL) / RG-B + 0,9999
               IF  PJ-DIAS < 3650
                   MOVE "P" TO PJ-SITUACAO
                   COMPUTE PJ-DATA = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(NT-DATA(PJ-ULTIMA))
                       + PJ-DIAS)
               END-IF
           END-IF
           END-IF.

       RT08-00-IMPRIME.
           MOVE SPACES TO REPORT-REC.
           MOVE WN-DATA-HOJE TO WA-DATA-FORMATAR.
           PERFORM RT09-00-FORMATA-DATA.
           STRING "JANELA NOTURNA - TENDENCIA E PREVISAO DE ESTOURO - "
                   WA-DATA-ED
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE ALL "=" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WN-DATA-INICIO-JANELA TO WA-DATA-FORMATAR.
           PERFORM RT09-00-FORMATA-DATA.
           STRING "ULTIMAS " WN-SEMANAS " SEMANA(S), DESDE " WA-DATA-ED
                   " - LIMITE DA MANHA " WN-LIMITE-HHMM(1:2) ":"
                   WN-LIMITE-HHMM(3:2)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.

           IF  WN-QTDE-NOITES = ZEROS
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC
               MOVE "NENHUMA NOITE DA CADEIA NO PERIODO." TO REPORT-REC
               WRITE REPORT-REC
           ELSE
               PERFORM RT08A-IMPRIME-PROJECAO
               PERFORM RT08B-IMPRIME-PASSOS
               PERFORM RT08C-IMPRIME-NOITES
           END-IF.

       RT08A-IMPRIME-PROJECAO.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "PREVISAO DA CADEIA" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE ALL "-" TO REPORT-REC(1:18).
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE PJ-TENDENCIA-MIN TO WA-TENDENCIA-ED.
           STRING "TERMINO DA CADEIA: TENDENCIA DE "
                   FUNCTION TRIM(WA-TENDENCIA-ED)
                   " MINUTO(S) POR SEMANA"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           IF  PJ-QTDE-ESTOURO > ZEROS
               MOVE SPACES TO REPORT-REC
               STRING "NOITES QUE JA PASSARAM DO LIMITE: "
                       PJ-QTDE-ESTOURO
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF.
           MOVE SPACES TO REPORT-REC.
           EVALUATE PJ-SITUACAO
               WHEN "E"
                   MOVE "*** A CADEIA JA TERMINA DEPOIS DO LIMITE"
                       TO REPORT-REC
               WHEN "P"
                   MOVE PJ-DATA TO WA-DATA-FORMATAR
                   PERFORM RT09-00-FORMATA-DATA
                   MOVE PJ-DIAS TO WA-DIAS-ED
                   STRING "*** NO RITMO ATUAL A CADEIA PASSA DO LIMITE "
                           "EM " WA-DATA-ED " (DAQUI A "
                           FUNCTION TRIM(WA-DIAS-ED)
                           " DIA(S) DA ULTIMA NOITE)"
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
               WHEN OTHER
                   MOVE "SEM TENDENCIA DE ESTOURO DO LIMITE."
                       TO REPORT-REC
           END-EVALUATE.
           WRITE REPORT-REC.

       RT08B-IMPRIME-PASSOS.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "TENDENCIA POR PASSO (MINUTOS)" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE ALL "-" TO REPORT-REC(1:29).
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "    PASSO                NOITES  1A SEMANA"
                  "  ULT SEMANA  MIN/SEMANA"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           PERFORM VARYING PS-IDX FROM 1 BY 1
                   UNTIL PS-IDX > WN-QTDE-PASSOS
               MOVE SPACES TO WA-ROTULO
               IF  PS-IDX NOT > 8
                   MOVE PS-IDX TO WA-NUM-ED
                   STRING "P" FUNCTION TRIM(WA-NUM-ED)
                       DELIMITED BY SIZE INTO WA-ROTULO
                   END-STRING
               END-IF
               MOVE WA-ROTULO              TO LP-ROTULO
               MOVE PS-NOME(PS-IDX)        TO LP-NOME
               MOVE PS-QTDE(PS-IDX)        TO LP-QTDE
               MOVE PS-MEDIA-PRIM(PS-IDX)  TO LP-MEDIA-PRIM
               MOVE PS-MEDIA-ULT(PS-IDX)   TO LP-MEDIA-ULT
               MOVE PS-TENDENCIA(PS-IDX)   TO LP-TENDENCIA
               MOVE SPACES                 TO LP-DESTAQUE
               IF  PS-DESTAQUE(PS-IDX) NOT = SPACES
                   STRING "<<< CRESCE MAIS (" PS-DESTAQUE(PS-IDX) "O)"
                       DELIMITED BY SIZE INTO LP-DESTAQUE
                   END-STRING
               END-IF
               MOVE WA-LINHA-PASSO TO REPORT-REC
               WRITE REPORT-REC
           END-PERFORM.
           IF  WA-PASSOS-CORTADOS = "S"
               MOVE "AVISO: MAIS DE 20 PASSOS NO PLANO - OS"
                   TO REPORT-REC
               WRITE REPORT-REC
               MOVE " EXCEDENTES NAO ENTRARAM NA ANALISE." TO REPORT-REC
               WRITE REPORT-REC
           END-IF.

       RT08C-IMPRIME-NOITES.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "NOITE A NOITE (MINUTOS POR PASSO; EXTRATO E"
               TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE " WORKLIST DO GO-FCO-LOTE; CHAMADAS E LATENCIA"
               TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE " MEDIA EM MS NO SERPRO)" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE ALL "-" TO REPORT-REC(1:44).
           WRITE REPORT-REC.
           PERFORM VARYING PS-IDX FROM 1 BY 1 UNTIL PS-IDX > 8
               MOVE SPACES TO LC-PASSO(PS-IDX)
               IF  PS-IDX NOT > WN-QTDE-PASSOS
                   MOVE PS-IDX TO WA-NUM-ED
                   STRING "P" FUNCTION TRIM(WA-NUM-ED)
                       DELIMITED BY SIZE INTO LC-PASSO(PS-IDX)
                   END-STRING
               END-IF
           END-PERFORM.
           MOVE WA-LINHA-CAB-NOITE TO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM VARYING NT-IDX FROM 1 BY 1
                   UNTIL NT-IDX > WN-QTDE-NOITES
               MOVE NT-DATA(NT-IDX) TO WA-DATA-FORMATAR
               PERFORM RT09-00-FORMATA-DATA
               MOVE WA-DATA-ED TO LN-DATA
               MOVE SPACES TO LN-INICIO LN-FIM LN-FALHOU
               MOVE ZEROS  TO LN-TOTAL
               IF  NT-INICIO-SEG(NT-IDX) NOT = 999999
                   MOVE NT-INICIO-SEG(NT-IDX) TO WN-HORA-SEG
                   PERFORM RT09A-FORMATA-HORA
                   MOVE WA-HHMM-ED TO LN-INICIO
                   IF  NT-FIM-SEG(NT-IDX) > ZEROS
                       MOVE NT-FIM-SEG(NT-IDX) TO WN-HORA-SEG
                       PERFORM RT09A-FORMATA-HORA
                       MOVE WA-HHMM-ED TO LN-FIM
                       COMPUTE LN-TOTAL ROUNDED =
                           (NT-FIM-SEG(NT-IDX) - NT-INICIO-SEG(NT-IDX))
                           / 60
                   END-IF
               END-IF
               IF  NT-FALHOU(NT-IDX) = "S"
                   MOVE "!" TO LN-FALHOU
               END-IF
               PERFORM VARYING PS-IDX FROM 1 BY 1 UNTIL PS-IDX > 8
                   IF  PS-IDX > WN-QTDE-PASSOS
                       MOVE SPACES TO LN-PASSOS(PS-IDX)
                   ELSE
                       COMPUTE LN-PASSO-MIN(PS-IDX) ROUNDED =
                           NT-PASSO-SEG(NT-IDX, PS-IDX) / 60
                   END-IF
               END-PERFORM
               MOVE NT-EXTRATO(NT-IDX)  TO LN-EXTRATO
               MOVE NT-WORKLIST(NT-IDX) TO LN-WORKLIST
               MOVE NT-CHAMADAS(NT-IDX) TO LN-CHAMADAS
               IF  NT-CHAMADAS(NT-IDX) > ZEROS
                   COMPUTE LN-LATENCIA ROUNDED =
                       NT-LATENCIA-CS(NT-IDX) * 10 / NT-CHAMADAS(NT-IDX)
               ELSE
                   MOVE ZEROS TO LN-LATENCIA
               END-IF
               MOVE WA-LINHA-NOITE TO REPORT-REC
               WRITE REPORT-REC
           END-PERFORM.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "! = NOITE COM PASSO EM FALHA (CADEIA INTERROMPIDA)."
               TO REPORT-REC.
           WRITE REPORT-REC.
           IF  WN-QTDE-PASSOS > 8
               MOVE "PASSOS ALEM DO P8 SO NA TENDENCIA POR PASSO."
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF.
           IF  WA-NOITES-CORTADAS = "S"
               MOVE "AVISO: MAIS DE 400 NOITES - AS MAIS NOVAS"
                   TO REPORT-REC
               WRITE REPORT-REC
               MOVE " FICARAM DE FORA; REDUZA AS SEMANAS." TO REPORT-REC
               WRITE REPORT-REC
           END-IF.

       RT09-00-FORMATA-DATA.
           MOVE SPACES TO WA-DATA-ED.
           STRING WA-DATA-FORMATAR(7:2) "/" WA-DATA-FORMATAR(5:2) "/"
                   WA-DATA-FORMATAR(1:4)
               DELIMITED BY SIZE INTO WA-DATA-ED
           END-STRING.

       RT09A-FORMATA-HORA.
           IF  WN-HORA-SEG >= 86400
               SUBTRACT 86400 FROM WN-HORA-SEG
           END-IF.
           COMPUTE WN-HH = WN-HORA-SEG / 3600.
           COMPUTE WN-MM = FUNCTION MOD(WN-HORA-SEG, 3600) / 60.
           MOVE SPACES TO WA-HHMM-ED.
           STRING WN-HH ":" WN-MM
               DELIMITED BY SIZE INTO WA-HHMM-ED
           END-STRING.

           COPY SYSPARMP.

           COPY AUDITP.

           COPY RELREPOP.
