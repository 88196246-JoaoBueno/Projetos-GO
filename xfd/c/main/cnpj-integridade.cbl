       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CNPJ-INTEGRIDADE.
      *------------------------------------------------------------------------------*
      * INTEGRIDADE REFERENCIAL DOS ARQUIVOS SATELITES DO CNPJ-MASTER. CADA SATELITE *
      * E GRAVADO POR UM PROGRAMA DIFERENTE EM HORA DIFERENTE E UM EXPURGO DO        *
      * CNPJ-MASTER-PURGE, UMA VOLTA DE BACKUP OU UMA QUEDA NO MEIO DO RT11 DO       *
      * GO-FCO DEIXAM SOCIO SEM CADASTRO, INDICE APONTANDO SOCIO APAGADO E CNAE      *
      * SECUNDARIO DE CNPJ EXPURGADO. O PROGRAMA PERCORRE OS SATELITES NESTA ORDEM:  *
      *   1 CNPJ-SOCIOS-IX.DAT..: ENTRADA SEM O SOCIO (SX-CNPJ+SX-SEQ) OU COM NOME   *
      *     NORMALIZADO DIFERENTE DO SO-NOME (NORMALIZA-NOME, COPY NOMENORMP);       *
      *   2 CNPJ-SOCIOS.DAT.....: SOCIO SEM O CNPJ NO CNPJ-MASTER, SOCIO SEM A       *
      *     ENTRADA NO INDICE REVERSO E ENTRADA COM NOME/QUALIFICACAO/DATA           *
      *     DIFERENTES DO SOCIO;                                                     *
      *   3 CNPJ-SIMPLES.DAT....: CNPJ FORA DO CNPJ-MASTER;                          *
      *   4 CNPJ-CNAE-SEC.DAT...: CNPJ FORA DO CNPJ-MASTER;                          *
      *   5 CNPJ-SOCIOS-HIST.DAT E 6 CNPJ-HISTORY.DAT: CNPJ FORA DO CNPJ-MASTER SO   *
      *     E INFORMADO (UMA LINHA POR CNPJ) - HISTORICO E RASTRO DE AUDITORIA E     *
      *     SOBREVIVE AO EXPURGO DE PROPOSITO, NUNCA E APAGADO.                      *
      * RELATORIO INTEGRIDADE-REL-AAAAMMDD.TXT COM CADA ORFAO/DIVERGENCIA E O TOTAL  *
      * POR ARQUIVO (LIDOS, PROBLEMAS, REPARADOS).                                   *
      * RODANDO NA CADEIA NOTURNA (SEM GO-OPERADOR) SO CONFERE, E SAI COM            *
      * RETURN-CODE 8 QUANDO HA INCONSISTENCIA NOS ARQUIVOS 1 A 4 - A CADEIA PARA    *
      * ANTES DOS RELATORIOS LEREM OS ARQUIVOS QUEBRADOS. PASSO DO                   *
      * CADEIA-NOTURNA.TXT DEPOIS DAS CARGAS E ANTES DOS RELATORIOS, EX.:            *
      *     INTEGRIDADE;<COMANDO QUE EXECUTA O CNPJ-INTEGRIDADE>;D                   *
      * PELO MENU, O SUPERVISOR (GO-PERFIL "S") PODE ESCOLHER O REPARO, COM          *
      * CONFIRMACAO: APAGA A ENTRADA DE INDICE ORFA, O SOCIO SEM CADASTRO (COM A     *
      * ENTRADA DELE NO INDICE), O SIMPLES E O CNAE SECUNDARIO ORFAOS E RECRIA A     *
      * ENTRADA DE INDICE QUE FALTA OU DIVERGE. CADA CORRECAO VAI PARA O             *
      * INTEGRIDADE-REPAROS.LOG (DATA;HORA;OPERADOR;ARQUIVO;CNPJ;SEQ;PROBLEMA;ACAO)  *
      * E O RELATORIO DO REPARO E O INTEGRIDADE-REPARO-AAAAMMDD.TXT, PARA NAO        *
      * SOBRESCREVER O DA CONFERENCIA NOTURNA. SEM O CNPJ-MASTER SAI COM RC 8.       *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - CNPJ-CONTATOS.DAT (COPY CONTREC) ENTRA NA   *
      *             CONFERENCIA: CONTATO DE CNPJ FORA DO CNPJ-MASTER E               *
      *             INCONSISTENCIA E O REPARO O APAGA.                               *
      * ALTERACAO.: 15/10/2026 - BUENO - CNPJ-IE.DAT (COPY IEREC) ENTRA NA           *
      *             CONFERENCIA COMO ARQUIVO 8: INSCRICAO ESTADUAL DE CNPJ FORA DO   *
      *             CNPJ-MASTER E INCONSISTENCIA E O REPARO A APAGA.                 *
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
           SELECT CNPJ-MASTER-FILE
               ASSIGN TO "CNPJ-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CNPJ
               ALTERNATE RECORD KEY IS CM-NOME-EMPRESARIAL
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-ENDERECO-MUN-UF
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-CNAE-PRINCIPAL
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WA-FS-MASTER.

           SELECT CNPJ-SOCIOS-FILE
               ASSIGN TO "CNPJ-SOCIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-CHAVE
               FILE STATUS IS WA-FS-SOCIOS.

           SELECT CNPJ-SOCIOS-IX-FILE
               ASSIGN TO "CNPJ-SOCIOS-IX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SX-CHAVE
               FILE STATUS IS WA-FS-SOCIOS-IX.

           SELECT SOCIOS-HIST-FILE
               ASSIGN TO "CNPJ-SOCIOS-HIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-CHAVE
               FILE STATUS IS WA-FS-SOCIOS-HIST.

           SELECT CNPJ-SIMPLES-FILE
               ASSIGN TO "CNPJ-SIMPLES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-CNPJ
               FILE STATUS IS WA-FS-SIMPLES.

           SELECT CNPJ-CNAE-SEC-FILE
               ASSIGN TO "CNPJ-CNAE-SEC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WA-FS-CNAE-SEC.

           SELECT CNPJ-HISTORY-FILE
               ASSIGN TO "CNPJ-HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CHAVE
               FILE STATUS IS WA-FS-HIST.

           SELECT CNPJ-CONTATOS-FILE
               ASSIGN TO "CNPJ-CONTATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CHAVE
               ALTERNATE RECORD KEY IS CT-CONTATO WITH DUPLICATES
               FILE STATUS IS WA-FS-CONTATOS.

           SELECT CNPJ-IE-FILE
               ASSIGN TO "CNPJ-IE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IE-CHAVE
               FILE STATUS IS WA-FS-IE.

           SELECT REPORT-FILE
               ASSIGN TO WA-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPARO-LOG-FILE
               ASSIGN TO WA-ARQ-REPARO-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-REPARO-LOG.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO WA-ARQ-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
       FD  CNPJ-MASTER-FILE.
           COPY CNPJREC.

       FD  CNPJ-SOCIOS-FILE.
           COPY SOCIOREC.

       FD  CNPJ-SOCIOS-IX-FILE.
           COPY SOCIXREC.

       FD  SOCIOS-HIST-FILE.
           COPY SOCIOHREC.

       FD  CNPJ-SIMPLES-FILE.
           COPY SIMPLREC.

       FD  CNPJ-CNAE-SEC-FILE.
           COPY CNAESREC.

       FD  CNPJ-HISTORY-FILE.
           COPY CNPJHREC.

       FD  CNPJ-CONTATOS-FILE.
           COPY CONTREC.

       FD  CNPJ-IE-FILE.
           COPY IEREC.

       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(132).

       FD  REPARO-LOG-FILE.
       01  REPARO-LOG-REC              PIC X(250).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  WA-FS-MASTER                PIC X(002)          VALUE "00".
       77  WA-FS-SOCIOS                PIC X(002)          VALUE "00".
       77  WA-FS-SOCIOS-IX             PIC X(002)          VALUE "00".
       77  WA-FS-SOCIOS-HIST           PIC X(002)          VALUE "00".
       77  WA-FS-SIMPLES               PIC X(002)          VALUE "00".
       77  WA-FS-CNAE-SEC              PIC X(002)          VALUE "00".
       77  WA-FS-HIST                  PIC X(002)          VALUE "00".
       77  WA-FS-CONTATOS              PIC X(002)          VALUE "00".
       77  WA-FS-IE                    PIC X(002)          VALUE "00".
       77  WA-ARQ-RELATORIO            PIC X(100)          VALUE SPACES.
       77  WA-ARQ-REPARO-LOG           PIC X(100)          VALUE
               "INTEGRIDADE-REPAROS.LOG".
       77  WA-FS-REPARO-LOG            PIC X(002)          VALUE "00".
       77  WA-OPERADOR                 PIC X(008)          VALUE SPACES.
       77  WA-PERFIL                   PIC X(001)          VALUE SPACES.
       77  WA-INTERATIVO               PIC X(001)          VALUE "N".
       77  WA-MODO                     PIC X(001)          VALUE "V".
       77  WA-CONFIRMA                 PIC X(001)          VALUE SPACES.
       77  WA-PAUSA                    PIC X(001)          VALUE SPACES.
       77  WA-PARA-LEITURA             PIC X(001)          VALUE "N".
       77  WA-SOCIO-ACHADO             PIC X(001)          VALUE "N".
       77  WA-INDICE-ACHADO            PIC X(001)          VALUE "N".
       77  WA-REPARO-FEITO             PIC X(001)          VALUE "N".
       77  WA-CNPJ-TESTE               PIC X(014)          VALUE SPACES.
       77  WA-CNPJ-CACHE               PIC X(014)          VALUE SPACES.
       77  WA-MASTER-CACHE             PIC X(001)          VALUE "N".
       77  WA-MASTER-EXISTE            PIC X(001)          VALUE "N".
       77  WA-CNPJ-ANTERIOR            PIC X(014)          VALUE SPACES.
       77  WN-DATA-HOJE                PIC 9(008)          VALUE ZEROS.
       77  WN-HORA-AGORA               PIC 9(008)          VALUE ZEROS.
       77  WN-ARQ                      PIC 9(001)          VALUE ZEROS.
       77  WN-TOTAL-PROBLEMAS          PIC 9(007)          VALUE ZEROS.
       77  WN-TOTAL-REPARADOS          PIC 9(007)          VALUE ZEROS.
       77  WN-TOTAL-PENDENTES          PIC 9(007)          VALUE ZEROS.
       77  WN-TOTAL-INFORMADOS         PIC 9(007)          VALUE ZEROS.
       77  WA-QTDE-ED                  PIC Z(006)9         VALUE ZEROS.

      * UMA LINHA POR SATELITE; WA-IG-INFORMATIVO = "S" NOS HISTORICOS,
      * QUE SO SAO INFORMADOS E NAO ENTRAM NO RETURN-CODE.
       01  WS-INTEG-TAB.
           03  WS-INTEG-ENTRY OCCURS 8 TIMES.
               05  WA-IG-ARQUIVO       PIC X(022).
               05  WA-IG-ABERTO        PIC X(001).
               05  WA-IG-INFORMATIVO   PIC X(001).
               05  WN-IG-LIDOS         PIC 9(007).
               05  WN-IG-PROBLEMAS     PIC 9(007).
               05  WN-IG-REPARADOS     PIC 9(007).

       01  WA-DETALHE.
           03  FILLER                  PIC X(002)          VALUE SPACES.
           03  WA-DET-CNPJ             PIC X(014)          VALUE SPACES.
           03  FILLER                  PIC X(002)          VALUE SPACES.
           03  WA-DET-SEQ              PIC X(008)          VALUE SPACES.
           03  FILLER                  PIC X(002)          VALUE SPACES.
           03  WA-DET-PROBLEMA         PIC X(040)          VALUE SPACES.
           03  FILLER                  PIC X(002)          VALUE SPACES.
           03  WA-DET-ACAO             PIC X(030)          VALUE SPACES.

       01  WA-TOTAL-LINHA.
           03  FILLER                  PIC X(002)          VALUE SPACES.
           03  WA-TOT-ARQUIVO          PIC X(022)          VALUE SPACES.
           03  WA-TOT-LIDOS            PIC Z(006)9         VALUE ZEROS.
           03  FILLER                  PIC X(003)          VALUE SPACES.
           03  WA-TOT-PROBLEMAS        PIC Z(006)9         VALUE ZEROS.
           03  FILLER                  PIC X(003)          VALUE SPACES.
           03  WA-TOT-REPARADOS        PIC Z(006)9         VALUE ZEROS.
           03  FILLER                  PIC X(003)          VALUE SPACES.
           03  WA-TOT-OBS              PIC X(030)          VALUE SPACES.

           COPY NOMENORM.

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-FS-AUDIT                 PIC X(002)          VALUE "00".
       77  WA-AU-DATA                  PIC 9(008).
       77  WA-AU-HORA                  PIC 9(006).
       77  WA-AU-PROGRAM-ID            PIC X(020)
               VALUE "CNPJ-INTEGRIDADE".
       77  WA-AU-EVENTO                PIC X(010)          VALUE SPACES.
       77  WA-AU-ENTRADA               PIC X(030)          VALUE SPACES.
       77  WA-AU-RESULTADO             PIC X(020)          VALUE SPACES.
       77  WA-AU-OPERADOR              PIC X(008)          VALUE SPACES.

           COPY RELREPO.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           MOVE "INICIO"   TO WA-AU-EVENTO.
           MOVE SPACES     TO WA-AU-ENTRADA.
           MOVE SPACES     TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

           MOVE SPACES TO WA-OPERADOR WA-PERFIL.
           ACCEPT WA-OPERADOR FROM ENVIRONMENT "GO-OPERADOR".
           ACCEPT WA-PERFIL   FROM ENVIRONMENT "GO-PERFIL".
           MOVE FUNCTION UPPER-CASE(WA-PERFIL) TO WA-PERFIL.
           MOVE "V" TO WA-MODO.
           IF  WA-OPERADOR = SPACES
               MOVE "BATCH" TO WA-OPERADOR
               MOVE "N"     TO WA-INTERATIVO
           ELSE
               MOVE "S"     TO WA-INTERATIVO
               PERFORM RT00A-ESCOLHE-MODO
           END-IF.
           ACCEPT WN-DATA-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WN-HORA-AGORA FROM TIME.

           MOVE "CNPJ-SOCIOS-IX.DAT"   TO WA-IG-ARQUIVO(1).
           MOVE "CNPJ-SOCIOS.DAT"      TO WA-IG-ARQUIVO(2).
           MOVE "CNPJ-SIMPLES.DAT"     TO WA-IG-ARQUIVO(3).
           MOVE "CNPJ-CNAE-SEC.DAT"    TO WA-IG-ARQUIVO(4).
           MOVE "CNPJ-SOCIOS-HIST.DAT" TO WA-IG-ARQUIVO(5).
           MOVE "CNPJ-HISTORY.DAT"     TO WA-IG-ARQUIVO(6).
           MOVE "CNPJ-CONTATOS.DAT"    TO WA-IG-ARQUIVO(7).
           MOVE "CNPJ-IE.DAT"          TO WA-IG-ARQUIVO(8).
           PERFORM VARYING WN-ARQ FROM 1 BY 1 UNTIL WN-ARQ > 8
               MOVE "N"   TO WA-IG-ABERTO(WN-ARQ)
               MOVE "N"   TO WA-IG-INFORMATIVO(WN-ARQ)
               MOVE ZEROS TO WN-IG-LIDOS(WN-ARQ)
                             WN-IG-PROBLEMAS(WN-ARQ)
                             WN-IG-REPARADOS(WN-ARQ)
           END-PERFORM.
           MOVE "S" TO WA-IG-INFORMATIVO(5) WA-IG-INFORMATIVO(6).

           OPEN INPUT CNPJ-MASTER-FILE.
           IF  WA-FS-MASTER NOT = "00"
               DISPLAY "CNPJ-MASTER.DAT NAO DISPONIVEL (FILE STATUS "
                       WA-FS-MASTER ") - INTEGRIDADE NAO CONFERIDA."
               MOVE "INTEGRID"     TO WA-AU-EVENTO
               MOVE "SEM-MASTER"   TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               MOVE 8 TO RETURN-CODE
               IF  WA-INTERATIVO = "S"
                   ACCEPT WA-PAUSA
               END-IF
               GOBACK
           END-IF.

           PERFORM RT00B-ABRE-SATELITES.

           MOVE SPACES TO WA-ARQ-RELATORIO.
           IF  WA-MODO = "R"
               STRING "INTEGRIDADE-REPARO-" WN-DATA-HOJE ".TXT"
                   DELIMITED BY SIZE INTO WA-ARQ-RELATORIO
               END-STRING
               OPEN EXTEND REPARO-LOG-FILE
               IF  WA-FS-REPARO-LOG = "35"
                   OPEN OUTPUT REPARO-LOG-FILE
               END-IF
           ELSE
               STRING "INTEGRIDADE-REL-" WN-DATA-HOJE ".TXT"
                   DELIMITED BY SIZE INTO WA-ARQ-RELATORIO
               END-STRING
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-REC.
           STRING "INTEGRIDADE DOS SATELITES DO CNPJ-MASTER - "
                  WN-DATA-HOJE " " WN-HORA-AGORA(1:2) ":"
                  WN-HORA-AGORA(3:2) " - OPERADOR "
                  FUNCTION TRIM(WA-OPERADOR)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           IF  WA-MODO = "R"
               MOVE "MODO: REPARO - VER INTEGRIDADE-REPAROS.LOG"
                   TO REPORT-REC
           ELSE
               MOVE "MODO: CONFERENCIA (NADA E ALTERADO)"
                   TO REPORT-REC
           END-IF.
           WRITE REPORT-REC.
           MOVE ALL "=" TO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM RT01-00-INDICE-SOCIOS.
           PERFORM RT02-00-SOCIOS.
           PERFORM RT03-00-SIMPLES.
           PERFORM RT04-00-CNAE-SEC.
           PERFORM RT08-00-CONTATOS.
           PERFORM RT09-00-INSCRICAO-ESTADUAL.
           PERFORM RT05-00-SOCIOS-HIST.
           PERFORM RT06-00-HISTORY.
           PERFORM RT07-00-TOTAIS.

           CLOSE CNPJ-MASTER-FILE.
           PERFORM RT00C-FECHA-SATELITES.
           CLOSE REPORT-FILE.
           IF  WA-MODO = "R"
               MOVE "INTEGRIDADE-REPARO-AAAAMMDD.TXT" TO RR-RELATORIO
           ELSE
               MOVE "INTEGRIDADE-REL-AAAAMMDD.TXT" TO RR-RELATORIO
           END-IF.
           MOVE WA-ARQ-RELATORIO TO RR-ARQUIVO.
           MOVE "LEITURA DIRETA" TO RR-FONTE.
           PERFORM ARQUIVA-RELATORIO.
           IF  WA-MODO = "R"
               CLOSE REPARO-LOG-FILE
           END-IF.

           DISPLAY "Problemas / reparados / pendentes.......: "
                   WN-TOTAL-PROBLEMAS " / " WN-TOTAL-REPARADOS " / "
                   WN-TOTAL-PENDENTES.
           DISPLAY "Historicos de CNPJ fora do cadastro.....: "
                   WN-TOTAL-INFORMADOS.
           DISPLAY "Relatorio em " FUNCTION TRIM(WA-ARQ-RELATORIO).

           IF  WA-MODO = "R"
               MOVE "REPARO"    TO WA-AU-EVENTO
           ELSE
               MOVE "INTEGRID"  TO WA-AU-EVENTO
           END-IF.
           MOVE SPACES             TO WA-AU-ENTRADA.
           MOVE WN-TOTAL-PROBLEMAS TO WA-QTDE-ED.
           STRING "PROBLEMAS=" FUNCTION TRIM(WA-QTDE-ED)
               DELIMITED BY SIZE INTO WA-AU-ENTRADA
           END-STRING.
           MOVE SPACES             TO WA-AU-RESULTADO.
           MOVE WN-TOTAL-REPARADOS TO WA-QTDE-ED.
           STRING "REPARADOS=" FUNCTION TRIM(WA-QTDE-ED)
               DELIMITED BY SIZE INTO WA-AU-RESULTADO
           END-STRING.
           PERFORM GRAVA-AUDITORIA.

           IF  WN-TOTAL-PENDENTES > ZEROS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           IF  WA-INTERATIVO = "S"
               ACCEPT WA-PAUSA
           END-IF.
           GOBACK.

      *---------------------------------------------------------------*
      * PELO MENU: CONFERENCIA OU REPARO. REPARO SO PARA O SUPERVISOR *
      * E SEMPRE CONFIRMADO; QUALQUER OUTRA RESPOSTA FICA NA          *
      * CONFERENCIA.                                                  *
      *---------------------------------------------------------------*
       RT00A-ESCOLHE-MODO.
           DISPLAY "(V)erificar  (R)eparar os satelites ? "
                   WITH NO ADVANCING.
           MOVE SPACES TO WA-MODO.
           ACCEPT WA-MODO.
           MOVE FUNCTION UPPER-CASE(WA-MODO) TO WA-MODO.
           IF  WA-MODO NOT = "R"
               MOVE "V" TO WA-MODO
           ELSE
               IF  WA-PERFIL NOT = "S"
                   DISPLAY "REPARO SO PELO SUPERVISOR - OPERADOR "
                           FUNCTION TRIM(WA-OPERADOR)
                           " FICA NA CONFERENCIA."
                   MOVE "REPARO"       TO WA-AU-EVENTO
                   MOVE "SEM-PERFIL"   TO WA-AU-RESULTADO
                   PERFORM GRAVA-AUDITORIA
                   MOVE "V" TO WA-MODO
               ELSE
                   DISPLAY "O REPARO APAGA E RECRIA REGISTROS DOS "
                           "SATELITES. CONFIRMA (S/N) ? "
                           WITH NO ADVANCING
                   MOVE SPACES TO WA-CONFIRMA
                   ACCEPT WA-CONFIRMA
                   IF  FUNCTION UPPER-CASE(WA-CONFIRMA) NOT = "S"
                       MOVE "V" TO WA-MODO
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * CONFERENCIA ABRE EM INPUT; REPARO EM I-O. SATELITE AUSENTE SO *
      * APARECE NO TOTAL - O INDICE REVERSO E CRIADO VAZIO NO REPARO  *
      * PARA O RT02 RECONSTRUIR AS ENTRADAS.                          *
      *---------------------------------------------------------------*
       RT00B-ABRE-SATELITES.
           IF  WA-MODO = "R"
               OPEN I-O CNPJ-SOCIOS-IX-FILE
               IF  WA-FS-SOCIOS-IX = "35"
                   OPEN OUTPUT CNPJ-SOCIOS-IX-FILE
                   CLOSE CNPJ-SOCIOS-IX-FILE
                   OPEN I-O CNPJ-SOCIOS-IX-FILE
               END-IF
               OPEN I-O CNPJ-SOCIOS-FILE
               OPEN I-O CNPJ-SIMPLES-FILE
               OPEN I-O CNPJ-CNAE-SEC-FILE
               OPEN I-O CNPJ-CONTATOS-FILE
               OPEN I-O CNPJ-IE-FILE
           ELSE
               OPEN INPUT CNPJ-SOCIOS-IX-FILE
               OPEN INPUT CNPJ-SOCIOS-FILE
               OPEN INPUT CNPJ-SIMPLES-FILE
               OPEN INPUT CNPJ-CNAE-SEC-FILE
               OPEN INPUT CNPJ-CONTATOS-FILE
               OPEN INPUT CNPJ-IE-FILE
           END-IF.
           OPEN INPUT SOCIOS-HIST-FILE.
           OPEN INPUT CNPJ-HISTORY-FILE.
           IF  WA-FS-SOCIOS-IX = "00"
               MOVE "S" TO WA-IG-ABERTO(1)
           END-IF.
           IF  WA-FS-SOCIOS = "00"
               MOVE "S" TO WA-IG-ABERTO(2)
           END-IF.
           IF  WA-FS-SIMPLES = "00"
               MOVE "S" TO WA-IG-ABERTO(3)
           END-IF.
           IF  WA-FS-CNAE-SEC = "00"
               MOVE "S" TO WA-IG-ABERTO(4)
           END-IF.
           IF  WA-FS-SOCIOS-HIST = "00"
               MOVE "S" TO WA-IG-ABERTO(5)
           END-IF.
           IF  WA-FS-HIST = "00"
               MOVE "S" TO WA-IG-ABERTO(6)
           END-IF.
           IF  WA-FS-CONTATOS = "00"
               MOVE "S" TO WA-IG-ABERTO(7)
           END-IF.
           IF  WA-FS-IE = "00"
               MOVE "S" TO WA-IG-ABERTO(8)
           END-IF.

       RT00C-FECHA-SATELITES.
           IF  WA-IG-ABERTO(1) = "S"
               CLOSE CNPJ-SOCIOS-IX-FILE
           END-IF.
           IF  WA-IG-ABERTO(2) = "S"
               CLOSE CNPJ-SOCIOS-FILE
           END-IF.
           IF  WA-IG-ABERTO(3) = "S"
               CLOSE CNPJ-SIMPLES-FILE
           END-IF.
           IF  WA-IG-ABERTO(4) = "S"
               CLOSE CNPJ-CNAE-SEC-FILE
           END-IF.
           IF  WA-IG-ABERTO(5) = "S"
               CLOSE SOCIOS-HIST-FILE
           END-IF.
           IF  WA-IG-ABERTO(6) = "S"
               CLOSE CNPJ-HISTORY-FILE
           END-IF.
           IF  WA-IG-ABERTO(7) = "S"
               CLOSE CNPJ-CONTATOS-FILE
           END-IF.
           IF  WA-IG-ABERTO(8) = "S"
               CLOSE CNPJ-IE-FILE
           END-IF.

      *---------------------------------------------------------------*
      * INDICE REVERSO: TODA ENTRADA TEM DE APONTAR UM SOCIO QUE      *
      * EXISTE E TER O NOME NORMALIZADO DELE NA CHAVE. PASSA ANTES DO *
      * RT02 PARA QUE O REPARO APAGUE A ENTRADA ERRADA E O RT02 GRAVE *
      * A CERTA.                                                      *
      *---------------------------------------------------------------*
       RT01-00-INDICE-SOCIOS.
           MOVE 1 TO WN-ARQ.
           PERFORM RT90-00-CABECALHO.
           IF  WA-IG-ABERTO(1) = "S" AND WA-IG-ABERTO(2) = "S"
               MOVE LOW-VALUES TO SX-CHAVE
               MOVE "N"        TO WA-PARA-LEITURA
               START CNPJ-SOCIOS-IX-FILE
                   KEY IS NOT LESS THAN SX-CHAVE
                   INVALID KEY
                       MOVE "S" TO WA-PARA-LEITURA
               END-START
               PERFORM UNTIL WA-PARA-LEITURA = "S"
                   READ CNPJ-SOCIOS-IX-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-PARA-LEITURA
                   END-READ
                   IF  WA-PARA-LEITURA NOT = "S"
                       PERFORM RT01A-CONFERE-ENTRADA
                   END-IF
               END-PERFORM
           END-IF.

       RT01A-CONFERE-ENTRADA.
           ADD 1 TO WN-IG-LIDOS(1).
           MOVE SX-CNPJ TO SO-CNPJ.
           MOVE SX-SEQ  TO SO-SEQ.
           MOVE "S"     TO WA-SOCIO-ACHADO.
           READ CNPJ-SOCIOS-FILE
               KEY IS SO-CHAVE
               INVALID KEY
                   MOVE "N" TO WA-SOCIO-ACHADO
           END-READ.
           MOVE SPACES TO WA-DET-PROBLEMA.
           IF  WA-SOCIO-ACHADO = "N"
               MOVE "ENTRADA APONTA SOCIO INEXISTENTE"
                   TO WA-DET-PROBLEMA
           ELSE
               MOVE SO-NOME TO NN-ENTRADA
               PERFORM NORMALIZA-NOME
               IF  NN-SAIDA NOT = SX-NOME-NORM
                   MOVE "ENTRADA COM NOME DIFERENTE DO SOCIO"
                       TO WA-DET-PROBLEMA
               END-IF
           END-IF.
           IF  WA-DET-PROBLEMA NOT = SPACES
               MOVE SX-CNPJ TO WA-DET-CNPJ
               MOVE SX-SEQ  TO WA-DET-SEQ
               MOVE "N"     TO WA-REPARO-FEITO
               MOVE "-"     TO WA-DET-ACAO
               IF  WA-MODO = "R"
                   DELETE CNPJ-SOCIOS-IX-FILE RECORD
                       INVALID KEY
                           MOVE "ERRO NA EXCLUSAO" TO WA-DET-ACAO
                       NOT INVALID KEY
                           MOVE "ENTRADA APAGADA" TO WA-DET-ACAO
                           MOVE "S" TO WA-REPARO-FEITO
                   END-DELETE
               END-IF
               PERFORM RT91-00-REGISTRA
           END-IF.

      *---------------------------------------------------------------*
      * SOCIOS: O CNPJ TEM DE ESTAR NO CNPJ-MASTER E O SOCIO TEM DE   *
      * TER A ENTRADA DELE NO INDICE REVERSO, COM OS MESMOS DADOS.    *
      *---------------------------------------------------------------*
       RT02-00-SOCIOS.
           MOVE 2 TO WN-ARQ.
           PERFORM RT90-00-CABECALHO.
           IF  WA-IG-ABERTO(2) = "S"
               MOVE LOW-VALUES TO SO-CHAVE
               MOVE "N"        TO WA-PARA-LEITURA
               START CNPJ-SOCIOS-FILE
                   KEY IS NOT LESS THAN SO-CHAVE
                   INVALID KEY
                       MOVE "S" TO WA-PARA-LEITURA
               END-START
               PERFORM UNTIL WA-PARA-LEITURA = "S"
                   READ CNPJ-SOCIOS-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-PARA-LEITURA
                   END-READ
                   IF  WA-PARA-LEITURA NOT = "S"
                       PERFORM RT02A-CONFERE-SOCIO
                   END-IF
               END-PERFORM
           END-IF.

       RT02A-CONFERE-SOCIO.
           ADD 1 TO WN-IG-LIDOS(2).
           MOVE SO-CNPJ TO WA-CNPJ-TESTE WA-DET-CNPJ.
           MOVE SO-SEQ  TO WA-DET-SEQ.
           MOVE "N"     TO WA-REPARO-FEITO.
           MOVE "-"     TO WA-DET-ACAO.
           PERFORM RT92-00-EXISTE-MASTER.
           IF  WA-MASTER-EXISTE = "N"
               MOVE "SOCIO SEM O CNPJ NO CNPJ-MASTER"
                   TO WA-DET-PROBLEMA
               IF  WA-MODO = "R"
                   PERFORM RT02B-APAGA-SOCIO
               END-IF
               PERFORM RT91-00-REGISTRA
           ELSE
               PERFORM RT02C-CONFERE-INDICE
           END-IF.

       RT02B-APAGA-SOCIO.
           IF  WA-IG-ABERTO(1) = "S"
               MOVE SO-NOME TO NN-ENTRADA
               PERFORM NORMALIZA-NOME
               MOVE NN-SAIDA TO SX-NOME-NORM
               MOVE SO-CNPJ  TO SX-CNPJ
               MOVE SO-SEQ   TO SX-SEQ
               DELETE CNPJ-SOCIOS-IX-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           DELETE CNPJ-SOCIOS-FILE RECORD
               INVALID KEY
                   MOVE "ERRO NA EXCLUSAO" TO WA-DET-ACAO
               NOT INVALID KEY
                   MOVE "SOCIO E ENTRADA APAGADOS" TO WA-DET-ACAO
                   MOVE "S" TO WA-REPARO-FEITO
           END-DELETE.

       RT02C-CONFERE-INDICE.
           MOVE SO-NOME TO NN-ENTRADA.
           PERFORM NORMALIZA-NOME.
           MOVE SPACES TO WA-DET-PROBLEMA.
           MOVE "N"    TO WA-INDICE-ACHADO.
           IF  WA-IG-ABERTO(1) = "S"
               MOVE NN-SAIDA TO SX-NOME-NORM
               MOVE SO-CNPJ  TO SX-CNPJ
               MOVE SO-SEQ   TO SX-SEQ
               MOVE "S"      TO WA-INDICE-ACHADO
               READ CNPJ-SOCIOS-IX-FILE
                   KEY IS SX-CHAVE
                   INVALID KEY
                       MOVE "N" TO WA-INDICE-ACHADO
               END-READ
           END-IF.
           IF  WA-INDICE-ACHADO = "N"
               MOVE "SOCIO SEM ENTRADA NO INDICE REVERSO"
                   TO WA-DET-PROBLEMA
           ELSE
               IF  SX-NOME         NOT = SO-NOME
                   OR SX-QUALIFICACAO NOT = SO-QUALIFICACAO
                   OR SX-DATA-ENTRADA NOT = SO-DATA-ENTRADA
                   MOVE "ENTRADA NO INDICE COM DADOS DIFERENTES"
                       TO WA-DET-PROBLEMA
               END-IF
           END-IF.
           IF  WA-DET-PROBLEMA NOT = SPACES
               IF  WA-MODO = "R" AND WA-IG-ABERTO(1) = "S"
                   PERFORM RT02D-RECRIA-INDICE
               END-IF
               PERFORM RT91-00-REGISTRA
           END-IF.

       RT02D-RECRIA-INDICE.
           MOVE NN-SAIDA         TO SX-NOME-NORM.
           MOVE SO-CNPJ          TO SX-CNPJ.
           MOVE SO-SEQ           TO SX-SEQ.
           MOVE SO-NOME          TO SX-NOME.
           MOVE SO-QUALIFICACAO  TO SX-QUALIFICACAO.
           MOVE SO-DATA-ENTRADA  TO SX-DATA-ENTRADA.
           MOVE "ENTRADA RECRIADA" TO WA-DET-ACAO.
           MOVE "S"              TO WA-REPARO-FEITO.
           IF  WA-INDICE-ACHADO = "N"
               WRITE CNPJ-SOCIOS-IX-REC
                   INVALID KEY
                       MOVE "ERRO NA GRAVACAO" TO WA-DET-ACAO
                       MOVE "N" TO WA-REPARO-FEITO
               END-WRITE
           ELSE
               REWRITE CNPJ-SOCIOS-IX-REC
                   INVALID KEY
                       MOVE "ERRO NA GRAVACAO" TO WA-DET-ACAO
                       MOVE "N" TO WA-REPARO-FEITO
               END-REWRITE
           END-IF.

      *---------------------------------------------------------------*
      * SIMPLES/MEI DE CNPJ QUE NAO ESTA MAIS NO CNPJ-MASTER.         *
      *---------------------------------------------------------------*
       RT03-00-SIMPLES.
           MOVE 3 TO WN-ARQ.
           PERFORM RT90-00-CABECALHO.
           IF  WA-IG-ABERTO(3) = "S"
               MOVE LOW-VALUES TO SI-CNPJ
               MOVE "N"        TO WA-PARA-LEITURA
               START CNPJ-SIMPLES-FILE
                   KEY IS NOT LESS THAN SI-CNPJ
                   INVALID KEY
                       MOVE "S" TO WA-PARA-LEITURA
               END-START
               PERFORM UNTIL WA-PARA-LEITURA = "S"
                   READ CNPJ-SIMPLES-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-PARA-LEITURA
                   END-READ
                   IF  WA-PARA-LEITURA NOT = "S"
                       PERFORM RT03A-CONFERE-SIMPLES
                   END-IF
               END-PERFORM
           END-IF.

       RT03A-CONFERE-SIMPLES.
           ADD 1 TO WN-IG-LIDOS(3).
           MOVE SI-CNPJ TO WA-CNPJ-TESTE.
           PERFORM RT92-00-EXISTE-MASTER.
           IF  WA-MASTER-EXISTE = "N"
               MOVE SI-CNPJ TO WA-DET-CNPJ
               MOVE SPACES  TO WA-DET-SEQ
               MOVE "SIMPLES SEM O CNPJ NO CNPJ-MASTER"
                   TO WA-DET-PROBLEMA
               MOVE "N"     TO WA-REPARO-FEITO
               MOVE "-"     TO WA-DET-ACAO
               IF  WA-MODO = "R"
                   DELETE CNPJ-SIMPLES-FILE RECORD
                       INVALID KEY
                           MOVE "ERRO NA EXCLUSAO" TO WA-DET-ACAO
                       NOT INVALID KEY
                           MOVE "REGISTRO APAGADO" TO WA-DET-ACAO
                           MOVE "S" TO WA-REPARO-FEITO
                   END-DELETE
               END-IF
               PERFORM RT91-00-REGISTRA
           END-IF.

      *---------------------------------------------------------------*
      * CNAE SECUNDARIO DE CNPJ QUE NAO ESTA MAIS NO CNPJ-MASTER.     *
      *---------------------------------------------------------------*
       RT04-00-CNAE-SEC.
           MOVE 4 TO WN-ARQ.
           PERFORM RT90-00-CABECALHO.
           IF  WA-IG-ABERTO(4) = "S"
               MOVE LOW-VALUES TO CS-CHAVE
               MOVE "N"        TO WA-PARA-LEITURA
               START CNPJ-CNAE-SEC-FILE
                   KEY IS NOT LESS THAN CS-CHAVE
                   INVALID KEY
                       MOVE "S" TO WA-PARA-LEITURA
               END-START
               PERFORM UNTIL WA-PARA-LEITURA = "S"
                   READ CNPJ-CNAE-SEC-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-PARA-LEITURA
                   END-READ
                   IF  WA-PARA-LEITURA NOT = "S"
                       PERFORM RT04A-CONFERE-CNAE-SEC
                   END-IF
               END-PERFORM
           END-IF.

       RT04A-CONFERE-CNAE-SEC.
           ADD 1 TO WN-IG-LIDOS(4).
           MOVE CS-CNPJ TO WA-CNPJ-TESTE.
           PERFORM RT92-00-EXISTE-MASTER.
           IF  WA-MASTER-EXISTE = "N"
               MOVE CS-CNPJ TO WA-DET-CNPJ
               MOVE CS-SEQ  TO WA-DET-SEQ
               MOVE "CNAE SECUNDARIO SEM O CNPJ NO CNPJ-MASTER"
                   TO WA-DET-PROBLEMA
               MOVE "N"     TO WA-REPARO-FEITO
               MOVE "-"     TO WA-DET-ACAO
               IF  WA-MODO = "R"
                   DELETE CNPJ-CNAE-SEC-FILE RECORD
                       INVALID KEY
                           MOVE "ERRO NA EXCLUSAO" TO WA-DET-ACAO
                       NOT INVALID KEY
                           MOVE "REGISTRO APAGADO" TO WA-DET-ACAO
                           MOVE "S" TO WA-REPARO-FEITO
                   END-DELETE
               END-IF
               PERFORM RT91-00-REGISTRA
           END-IF.

      *---------------------------------------------------------------*
      * CONTATOS (TELEFONE/E-MAIL) DE CNPJ FORA DO CNPJ-MASTER. O     *
      * COMPARTILHAMENTO DOS QUE FICAM E RECONTADO NA PROXIMA         *
      * EXPLOSAO DE CADA CNPJ (OU NO CONTATO-CARGA).                  *
      *---------------------------------------------------------------*
       RT08-00-CONTATOS.
           MOVE 7 TO WN-ARQ.
           PERFORM RT90-00-CABECALHO.
           IF  WA-IG-ABERTO(7) = "S"
               MOVE LOW-VALUES TO CT-CHAVE
               MOVE "N"        TO WA-PARA-LEITURA
               START CNPJ-CONTATOS-FILE
                   KEY IS NOT LESS THAN CT-CHAVE
                   INVALID KEY
                       MOVE "S" TO WA-PARA-LEITURA
               END-START
               PERFORM UNTIL WA-PARA-LEITURA = "S"
                   READ CNPJ-CONTATOS-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-PARA-LEITURA
                   END-READ
                   IF  WA-PARA-LEITURA NOT = "S"
                       PERFORM RT08A-CONFERE-CONTATO
                   END-IF
               END-PERFORM
           END-IF.

       RT08A-CONFERE-CONTATO.
           ADD 1 TO WN-IG-LIDOS(7).
           MOVE CT-CNPJ TO WA-CNPJ-TESTE.
           PERFORM RT92-00-EXISTE-MASTER.
           IF  WA-MASTER-EXISTE = "N"
               MOVE CT-CNPJ TO WA-DET-CNPJ
               MOVE CT-SEQ  TO WA-DET-SEQ
               MOVE "CONTATO SEM O CNPJ NO CNPJ-MASTER"
                   TO WA-DET-PROBLEMA
               MOVE "N"     TO WA-REPARO-FEITO
               MOVE "-"     TO WA-DET-ACAO
               IF  WA-MODO = "R"
                   DELETE CNPJ-CONTATOS-FILE RECORD
                       INVALID KEY
                           MOVE "ERRO NA EXCLUSAO" TO WA-DET-ACAO
                       NOT INVALID KEY
                           MOVE "REGISTRO APAGADO" TO WA-DET-ACAO
                           MOVE "S" TO WA-REPARO-FEITO
                   END-DELETE
               END-IF
               PERFORM RT91-00-REGISTRA
           END-IF.

      *---------------------------------------------------------------*
      * INSCRICAO ESTADUAL DE CNPJ FORA DO CNPJ-MASTER.               *
      *---------------------------------------------------------------*
       RT09-00-INSCRICAO-ESTADUAL.
           MOVE 8 TO WN-ARQ.
           PERFORM RT90-00-CABECALHO.
           IF  WA-IG-ABERTO(8) = "S"
               MOVE LOW-VALUES TO IE-CHAVE
               MOVE "N"        TO WA-PARA-LEITURA
               START CNPJ-IE-FILE
                   KEY IS NOT LESS THAN IE-CHAVE
                   INVALID KEY
                       MOVE "S" TO WA-PARA-LEITURA
               END-START
               PERFORM UNTIL WA-PARA-LEITURA = "S"
                   READ CNPJ-IE-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-PARA-LEITURA
                   END-READ
                   IF  WA-PARA-LEITURA NOT = "S"
                       PERFORM RT09A-CONFERE-IE
                   END-IF
               END-PERFORM
           END-IF.

       RT09A-CONFERE-IE.
           ADD 1 TO WN-IG-LIDOS(8).
           MOVE IE-CNPJ TO WA-CNPJ-TESTE.
           PERFORM RT92-00-EXISTE-MASTER.
           IF  WA-MASTER-EXISTE = "N"
               MOVE IE-CNPJ TO WA-DET-CNPJ
               MOVE IE-UF   TO WA-DET-SEQ
               MOVE "IE SEM O CNPJ NO CNPJ-MASTER"
                   TO WA-DET-PROBLEMA
               MOVE "N"     TO WA-REPARO-FEITO
               MOVE "-"     TO WA-DET-ACAO
               IF  WA-MODO = "R"
                   DELETE CNPJ-IE-FILE RECORD
                       INVALID KEY
                           MOVE "ERRO NA EXCLUSAO" TO WA-DET-ACAO
                       NOT INVALID KEY
                           MOVE "REGISTRO APAGADO" TO WA-DET-ACAO
                           MOVE "S" TO WA-REPARO-FEITO
                   END-DELETE
               END-IF
               PERFORM RT91-00-REGISTRA
           END-IF.

      *---------------------------------------------------------------*
      * HISTORICOS: CNPJ FORA DO CADASTRO E ESPERADO DEPOIS DE UM     *
      * EXPURGO. SAI UMA LINHA POR CNPJ, SO PARA INFORMACAO; NENHUM   *
      * REGISTRO E APAGADO E O RETURN-CODE NAO MUDA.                  *
      *---------------------------------------------------------------*
       RT05-00-SOCIOS-HIST.
           MOVE 5 TO WN-ARQ.
           PERFORM RT90-00-CABECALHO.
           IF  WA-IG-ABERTO(5) = "S"
               MOVE SPACES     TO WA-CNPJ-ANTERIOR
               MOVE LOW-VALUES TO SH-CHAVE
               MOVE "N"        TO WA-PARA-LEITURA
               START SOCIOS-HIST-FILE
                   KEY IS NOT LESS THAN SH-CHAVE
                   INVALID KEY
                       MOVE "S" TO WA-PARA-LEITURA
               END-START
               PERFORM UNTIL WA-PARA-LEITURA = "S"
                   READ SOCIOS-HIST-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-PARA-LEITURA
                   END-READ
                   IF  WA-PARA-LEITURA NOT = "S"
                       ADD 1 TO WN-IG-LIDOS(5)
                       MOVE SH-CNPJ TO WA-CNPJ-TESTE
                       PERFORM RT93-00-HISTORICO-ORFAO
                   END-IF
               END-PERFORM
           END-IF.

       RT06-00-HISTORY.
           MOVE 6 TO WN-ARQ.
           PERFORM RT90-00-CABECALHO.
           IF  WA-IG-ABERTO(6) = "S"
               MOVE SPACES     TO WA-CNPJ-ANTERIOR
               MOVE LOW-VALUES TO CH-CHAVE
               MOVE "N"        TO WA-PARA-LEITURA
               START CNPJ-HISTORY-FILE
                   KEY IS NOT LESS THAN CH-CHAVE
                   INVALID KEY
                       MOVE "S" TO WA-PARA-LEITURA
               END-START
               PERFORM UNTIL WA-PARA-LEITURA = "S"
                   READ CNPJ-HISTORY-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-PARA-LEITURA
                   END-READ
                   IF  WA-PARA-LEITURA NOT = "S"
                       ADD 1 TO WN-IG-LIDOS(6)
                       MOVE CH-CNPJ TO WA-CNPJ-TESTE
                       PERFORM RT93-00-HISTORICO-ORFAO
                   END-IF
               END-PERFORM
           END-IF.

      *---------------------------------------------------------------*
      * QUADRO FINAL POR ARQUIVO E O TOTAL QUE DECIDE O RETURN-CODE.  *
      *---------------------------------------------------------------*
       RT07-00-TOTAIS.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE ALL "=" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "  ARQUIVO                 LIDOS  PROBLEMAS  REPARADOS"
               TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE ZEROS TO WN-TOTAL-PROBLEMAS WN-TOTAL-REPARADOS
                         WN-TOTAL-INFORMADOS.
           PERFORM VARYING WN-ARQ FROM 1 BY 1 UNTIL WN-ARQ > 8
               MOVE WA-IG-ARQUIVO(WN-ARQ)   TO WA-TOT-ARQUIVO
               MOVE WN-IG-LIDOS(WN-ARQ)     TO WA-TOT-LIDOS
               MOVE WN-IG-PROBLEMAS(WN-ARQ) TO WA-TOT-PROBLEMAS
               MOVE WN-IG-REPARADOS(WN-ARQ) TO WA-TOT-REPARADOS
               MOVE SPACES                  TO WA-TOT-OBS
               IF  WA-IG-ABERTO(WN-ARQ) NOT = "S"
                   MOVE "ARQUIVO AUSENTE" TO WA-TOT-OBS
               ELSE
                   IF  WA-IG-INFORMATIVO(WN-ARQ) = "S"
                       MOVE "SO INFORMATIVO (HISTORICO)"
                           TO WA-TOT-OBS
                   END-IF
               END-IF
               MOVE WA-TOTAL-LINHA TO REPORT-REC
               WRITE REPORT-REC
               IF  WA-IG-INFORMATIVO(WN-ARQ) = "S"
                   ADD WN-IG-PROBLEMAS(WN-ARQ) TO WN-TOTAL-INFORMADOS
               ELSE
                   ADD WN-IG-PROBLEMAS(WN-ARQ) TO WN-TOTAL-PROBLEMAS
                   ADD WN-IG-REPARADOS(WN-ARQ) TO WN-TOTAL-REPARADOS
               END-IF
           END-PERFORM.
           COMPUTE WN-TOTAL-PENDENTES =
                   WN-TOTAL-PROBLEMAS - WN-TOTAL-REPARADOS.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           IF  WN-TOTAL-PENDENTES = ZEROS
               MOVE "RESULTADO: SATELITES CONSISTENTES COM O MASTER"
                   TO REPORT-REC
           ELSE
               MOVE WN-TOTAL-PENDENTES TO WA-QTDE-ED
               STRING "RESULTADO: " FUNCTION TRIM(WA-QTDE-ED)
                      " INCONSISTENCIA(S) PENDENTE(S) - REPARO PELO "
                      "MENU, PERFIL SUPERVISOR"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           END-IF.
           WRITE REPORT-REC.

      *---------------------------------------------------------------*
      * TITULO DA SECAO DE UM ARQUIVO NO RELATORIO (WN-ARQ).          *
      *---------------------------------------------------------------*
       RT90-00-CABECALHO.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           IF  WA-IG-ABERTO(WN-ARQ) = "S"
               STRING WA-IG-ARQUIVO(WN-ARQ)
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           ELSE
               STRING WA-IG-ARQUIVO(WN-ARQ) " - ARQUIVO AUSENTE, "
                      "NADA CONFERIDO"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           END-IF.
           WRITE REPORT-REC.
           MOVE "  CNPJ            SEQ/CHV   PROBLEMA" TO REPORT-REC.
           WRITE REPORT-REC.

      *---------------------------------------------------------------*
      * UMA INCONSISTENCIA (WA-DETALHE PREENCHIDO) NO RELATORIO E, SE *
      * FOI CORRIGIDA, NO INTEGRIDADE-REPAROS.LOG.                    *
      *---------------------------------------------------------------*
       RT91-00-REGISTRA.
           ADD 1 TO WN-IG-PROBLEMAS(WN-ARQ).
           MOVE WA-DETALHE TO REPORT-REC.
           WRITE REPORT-REC.
           IF  WA-REPARO-FEITO = "S"
               ADD 1 TO WN-IG-REPARADOS(WN-ARQ)
               ACCEPT WN-HORA-AGORA FROM TIME
               MOVE SPACES TO REPARO-LOG-REC
               STRING WN-DATA-HOJE                   DELIMITED BY SIZE
                      ";"                            DELIMITED BY SIZE
                      WN-HORA-AGORA(1:6)             DELIMITED BY SIZE
                      ";"                            DELIMITED BY SIZE
                      FUNCTION TRIM(WA-OPERADOR)     DELIMITED BY SIZE
                      ";"                            DELIMITED BY SIZE
                      FUNCTION TRIM(WA-IG-ARQUIVO(WN-ARQ))
                                                     DELIMITED BY SIZE
                      ";"                            DELIMITED BY SIZE
                      WA-DET-CNPJ                    DELIMITED BY SIZE
                      ";"                            DELIMITED BY SIZE
                      FUNCTION TRIM(WA-DET-SEQ)      DELIMITED BY SIZE
                      ";"                            DELIMITED BY SIZE
                      FUNCTION TRIM(WA-DET-PROBLEMA) DELIMITED BY SIZE
                      ";"                            DELIMITED BY SIZE
                      FUNCTION TRIM(WA-DET-ACAO)     DELIMITED BY SIZE
                   INTO REPARO-LOG-REC
               END-STRING
               WRITE REPARO-LOG-REC
           END-IF.

      *---------------------------------------------------------------*
      * WA-CNPJ-TESTE ESTA NO CNPJ-MASTER? OS SATELITES VEM EM ORDEM  *
      * DE CNPJ, ENTAO GUARDA A ULTIMA RESPOSTA E SO LE O MASTER      *
      * QUANDO O CNPJ MUDA.                                           *
      *---------------------------------------------------------------*
       RT92-00-EXISTE-MASTER.
           IF  WA-CNPJ-TESTE = WA-CNPJ-CACHE
               MOVE WA-MASTER-CACHE TO WA-MASTER-EXISTE
           ELSE
               MOVE WA-CNPJ-TESTE TO CM-CNPJ
               MOVE "S"           TO WA-MASTER-EXISTE
               READ CNPJ-MASTER-FILE
                   KEY IS CM-CNPJ
                   INVALID KEY
                       MOVE "N" TO WA-MASTER-EXISTE
               END-READ
               MOVE WA-CNPJ-TESTE    TO WA-CNPJ-CACHE
               MOVE WA-MASTER-EXISTE TO WA-MASTER-CACHE
           END-IF.

       RT93-00-HISTORICO-ORFAO.
           IF  WA-CNPJ-TESTE NOT = WA-CNPJ-ANTERIOR
               MOVE WA-CNPJ-TESTE TO WA-CNPJ-ANTERIOR
               PERFORM RT92-00-EXISTE-MASTER
               IF  WA-MASTER-EXISTE = "N"
                   MOVE WA-CNPJ-TESTE TO WA-DET-CNPJ
                   MOVE SPACES        TO WA-DET-SEQ
                   MOVE "HISTORICO DE CNPJ FORA DO CNPJ-MASTER"
                       TO WA-DET-PROBLEMA
                   MOVE "MANTIDO"     TO WA-DET-ACAO
                   MOVE "N"           TO WA-REPARO-FEITO
                   PERFORM RT91-00-REGISTRA
               END-IF
           END-IF.

           COPY NOMENORMP.

           COPY AUDITP.

           COPY RELREPOP.
