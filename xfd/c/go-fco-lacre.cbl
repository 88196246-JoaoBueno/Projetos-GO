       IDENTIFICATION DIVISION.
       PROGRAM-ID.      GO-FCO-LACRE.
      *------------------------------------------------------------------------------*
      * CONFERENCIA DO LACRE NA SUBIDA DA CADEIA NOTURNA E DO GO-FCO-SERVICO. AS     *
      * TRES .SO (SERPRO/BD/MD5), O SYSTEM.PARM E OS BINARIOS DOS PROGRAMAS ERAM     *
      * TROCADOS NO DISCO SEM RASTRO - UMA .SO COPIADA POR CIMA OU UM SYSTEM.PARM    *
      * EDITADO NO VI (POR FORA DO SYSPARM-MANUT) SO APARECIAM QUANDO ALGUMA         *
      * COISA QUEBRAVA. ESTE PROGRAMA, CHAMADO (CALL) PELOS DOIS, RECALCULA A        *
      * IMPRESSAO MD5 DE CADA ARQUIVO DA BASE APROVADA (COPY LACRETAB/LACRETABP,     *
      * LIVRO LACRE-APROVADO.TXT MANTIDO NO LACRE-MANUT) E DEVOLVE RETURN-CODE 8     *
      * - O CHAMADOR NAO SEGUE - QUANDO:                                             *
      *   - ALGUM ARQUIVO DA BASE SUMIU OU TEM IMPRESSAO DIFERENTE DA APROVADA;      *
      *   - O SYSTEM.PARM OU ALGUMA DAS TRES .SO QUE ELE APONTA NAO ESTA NA          *
      *     BASE (TROCA DE CAMINHO SEM APROVACAO);                                   *
      *   - A SUBROTINA MD5 NAO CARREGA (SEM ELA NAO HA COMO CONFERIR).              *
      * CADA ARQUIVO COM PROBLEMA SAI NO AUDIT.LOG (EVENTO LACRE) E A CONDICAO       *
      * "LACRE" VAI PARA O ALERTA-OUTBOX.TXT (MESMO LAYOUT E MESMA DEDUPLICACAO      *
      * DO GO-FCO-ALERTA). SEM BASE APROVADA AINDA (LIVRO AUSENTE OU VAZIO E         *
      * SYSTEM.PARM SEM SELO) SO AVISA - CONDICAO "LACRE-SEM-BASE" - E DEIXA         *
      * SEGUIR; COM SELO, LIVRO AUSENTE OU VAZIO TAMBEM DEVOLVE RETURN-CODE 8.       *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - LIVRO APAGADO OU ESVAZIADO ABRIA A          *
      *             CADEIA COMO SE FOSSE INSTALACAO NOVA. O LACRE-MANUT AGORA SELA   *
      *             O SYSTEM.PARM (SP-LACRE-DATA-SELO) NA PRIMEIRA APROVACAO; COM    *
      *             SELO, SEM BASE E "LACRE" E RETURN-CODE 8.                        *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LACRE-FILE
               ASSIGN TO WA-ARQ-LACRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-LACRE.

           SELECT OUTBOX-FILE
               ASSIGN TO WA-ARQ-OUTBOX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-OUTBOX.

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
       FD  LACRE-FILE.
       01  LACRE-REC                   PIC X(250).

       FD  OUTBOX-FILE.
       01  OUTBOX-REC                  PIC X(200).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  SYSTEM-PARM-FILE.
       01  SYSTEM-PARM-REC             PIC X(762).

       WORKING-STORAGE SECTION.
       77  WA-ARQ-LACRE                PIC X(100)          VALUE
               "LACRE-APROVADO.TXT".
       77  WA-FS-LACRE                 PIC X(002)          VALUE "00".
       77  WA-ARQ-OUTBOX               PIC X(100)          VALUE
               "ALERTA-OUTBOX.TXT".
       77  WA-FS-OUTBOX                PIC X(002)          VALUE "00".
       77  WA-EOF-ARQ                  PIC X(001)          VALUE "N".
       77  WN-DATA-HOJE                PIC 9(008)          VALUE ZEROS.
       77  WA-MD5-OK                   PIC X(001)          VALUE "S".
       77  WA-PRIMEIRO-PROBLEMA        PIC X(100)          VALUE SPACES.
       77  WN-QTDE-FORA-BASE           PIC 9(003)          VALUE ZEROS.
       77  WN-QTDE-TOTAL               PIC 9(003)          VALUE ZEROS.
       77  WS-IDX-OBRIG                PIC 9(001)          VALUE ZEROS.

      * ARQUIVOS QUE TEM QUE ESTAR NA BASE: O SYSTEM.PARM E AS TRES .SO
      * QUE ELE APONTA AGORA.
       01  WS-OBRIGATORIOS-TAB.
           03  WS-OBRIGATORIO OCCURS 4 TIMES
                                       PIC X(100).

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
               VALUE "GO-FCO-LACRE".
       77  WA-AU-EVENTO                PIC X(010)          VALUE SPACES.
       77  WA-AU-ENTRADA               PIC X(030)          VALUE SPACES.
       77  WA-AU-RESULTADO             PIC X(020)          VALUE SPACES.
       77  WA-AU-OPERADOR              PIC X(008)          VALUE SPACES.
       77  WA-ARQ-SYSPARM              PIC X(100)          VALUE
               "SYSTEM.PARM".
       77  WA-FS-SYSPARM               PIC X(002)          VALUE "00".

           COPY SYSPARM.

           COPY LACRETAB.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           MOVE "INICIO"   TO WA-AU-EVENTO.
           MOVE SPACES     TO WA-AU-ENTRADA.
           MOVE SPACES     TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

           PERFORM CARREGA-SYSPARM.
           ACCEPT WN-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO WN-QTDE-OUTBOX WN-QTDE-FORA-BASE
                         WN-QTDE-TOTAL.
           MOVE SPACES TO WA-PRIMEIRO-PROBLEMA.
           PERFORM RT04-00-CARREGA-OUTBOX.

           SET CONFIGURATION "DLL-CONVENTION" TO 0.
           MOVE "S" TO WA-MD5-OK.
           CALL SP-LIB-MD5
               ON EXCEPTION
                   MOVE "N" TO WA-MD5-OK
           END-CALL.
           MOVE 0 TO RETURN-CODE.

           IF  WA-MD5-OK = "N"
               DISPLAY "LACRE: .SO DO MD5 NAO CARREGA ("
                       FUNCTION TRIM(SP-LIB-MD5)
                       ") - SEM CONFERENCIA NADA RODA."
               MOVE "LACRE"        TO WA-AU-EVENTO
               MOVE SP-LIB-MD5     TO WA-AU-ENTRADA
               MOVE "SEM-MD5"      TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               MOVE "LACRE" TO WA-CONDICAO
               MOVE SPACES TO WA-DETALHE
               STRING ".SO DO MD5 NAO CARREGA ("
                   FUNCTION TRIM(SP-LIB-MD5)
                   ") - LACRE NAO CONFERIDO"
                   DELIMITED BY SIZE INTO WA-DETALHE
               END-STRING
               PERFORM RT05-00-DESPACHA
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM RT01-00-CONFERE
           END-IF.

           GOBACK.

      *---------------------------------------------------------------*
      * CONFERE A BASE INTEIRA E OS OBRIGATORIOS. SEM BASE AINDA SO   *
      * AVISA: BLOQUEAR TUDO ANTES DA PRIMEIRA APROVACAO PARARIA A    *
      * PRODUCAO NO DIA DA IMPLANTACAO. DEPOIS DO SELO (DATA NO       *
      * SYSTEM.PARM) LIVRO SUMIDO OU VAZIO E ADULTERACAO - RECUSA.    *
      *---------------------------------------------------------------*
       RT01-00-CONFERE.
           PERFORM CARREGA-LACRE.
           EVALUATE TRUE
               WHEN LCR-CARREGADO = "S"
                   PERFORM RT02-00-CONFERE-BASE
               WHEN SP-LACRE-DATA-SELO > ZEROS
                   PERFORM RT01A-BASE-SUMIU
               WHEN OTHER
                   PERFORM RT01B-SEM-BASE
           END-EVALUATE.

       RT01B-SEM-BASE.
           DISPLAY "LACRE: SEM BASE APROVADA ("
                   FUNCTION TRIM(WA-ARQ-LACRE)
                   ") - APROVE NO LACRE-MANUT.".
           MOVE "LACRE"        TO WA-AU-EVENTO.
           MOVE WA-ARQ-LACRE   TO WA-AU-ENTRADA.
           MOVE "SEM-BASE"     TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.
           MOVE "LACRE-SEM-BASE" TO WA-CONDICAO.
           MOVE "SEM BASE DE LACRE - APROVAR NO LACRE-MANUT"
               TO WA-DETALHE.
           PERFORM RT05-00-DESPACHA.
           MOVE 0 TO RETURN-CODE.

       RT01A-BASE-SUMIU.
           DISPLAY "LACRE: LIVRO " FUNCTION TRIM(WA-ARQ-LACRE)
                   " AUSENTE OU VAZIO, BASE SELADA EM "
                   SP-LACRE-DATA-SELO " - EXECUCAO RECUSADA.".
           MOVE "LACRE"        TO WA-AU-EVENTO.
           MOVE WA-ARQ-LACRE   TO WA-AU-ENTRADA.
           MOVE "LIVRO-SUMIU"  TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.
           MOVE "LACRE" TO WA-CONDICAO.
           MOVE SPACES TO WA-DETALHE.
           STRING "LIVRO DO LACRE AUSENTE/VAZIO APOS SELO DE "
               SP-LACRE-DATA-SELO " - EXECUCAO RECUSADA"
               DELIMITED BY SIZE INTO WA-DETALHE
           END-STRING.
           PERFORM RT05-00-DESPACHA.
           MOVE 8 TO RETURN-CODE.

       RT02-00-CONFERE-BASE.
           PERFORM CONFERE-LACRE.
           PERFORM VARYING LCR-IDX-2 FROM 1 BY 1
                   UNTIL LCR-IDX-2 > LCR-QTDE
               IF  LCR-SITUACAO(LCR-IDX-2) NOT = "OK"
                   DISPLAY "LACRE "
                           FUNCTION TRIM(LCR-SITUACAO(LCR-IDX-2))
                           ": " FUNCTION TRIM(LCR-ARQUIVO(LCR-IDX-2))
                   MOVE LCR-ARQUIVO(LCR-IDX-2)  TO WA-AU-ENTRADA
                   MOVE LCR-SITUACAO(LCR-IDX-2) TO WA-AU-RESULTADO
                   PERFORM RT02A-REGISTRA-PROBLEMA
               END-IF
           END-PERFORM.

           MOVE "SYSTEM.PARM" TO WS-OBRIGATORIO(1).
           MOVE SP-LIB-SERPRO TO WS-OBRIGATORIO(2).
           MOVE SP-LIB-BD     TO WS-OBRIGATORIO(3).
           MOVE SP-LIB-MD5    TO WS-OBRIGATORIO(4).
           PERFORM VARYING WS-IDX-OBRIG FROM 1 BY 1
                   UNTIL WS-IDX-OBRIG > 4
               MOVE WS-OBRIGATORIO(WS-IDX-OBRIG) TO LCR-ARQ-CALCULAR
               PERFORM PROCURA-LACRE
               IF  LCR-IDX-ACHADO = ZEROS
                   DISPLAY "LACRE NAO-APROVADO: "
                           FUNCTION TRIM(LCR-ARQ-CALCULAR)
                   ADD 1 TO WN-QTDE-FORA-BASE
                   MOVE LCR-ARQ-CALCULAR TO WA-AU-ENTRADA
                   MOVE "NAO-APROVADO"   TO WA-AU-RESULTADO
                   PERFORM RT02A-REGISTRA-PROBLEMA
               END-IF
           END-PERFORM.

           IF  WN-QTDE-TOTAL > ZEROS
               MOVE "LACRE" TO WA-CONDICAO
               MOVE SPACES TO WA-DETALHE
               STRING WN-QTDE-TOTAL " ARQUIVO(S) FORA DO LACRE ("
                   FUNCTION TRIM(WA-PRIMEIRO-PROBLEMA)
                   "...) - EXECUCAO RECUSADA"
                   DELIMITED BY SIZE INTO WA-DETALHE
               END-STRING
               PERFORM RT05-00-DESPACHA
               DISPLAY "LACRE VIOLADO - CONFIRA OS ARQUIVOS E, SE A "
                       "TROCA FOI LEGITIMA, APROVE NO LACRE-MANUT."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "LACRE"        TO WA-AU-EVENTO
               MOVE SPACES         TO WA-AU-ENTRADA
               STRING LCR-QTDE " ARQUIVOS"
                   DELIMITED BY SIZE INTO WA-AU-ENTRADA
               END-STRING
               MOVE "CONFERIDO"    TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               MOVE 0 TO RETURN-CODE
           END-IF.

       RT02A-REGISTRA-PROBLEMA.
           ADD 1 TO WN-QTDE-TOTAL.
           IF  WA-PRIMEIRO-PROBLEMA = SPACES
               MOVE WA-AU-ENTRADA TO WA-PRIMEIRO-PROBLEMA
           END-IF.
           MOVE "LACRE" TO WA-AU-EVENTO.
           PERFORM GRAVA-AUDITORIA.

       RT04-00-CARREGA-OUTBOX.
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

       RT05-00-DESPACHA.
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

           COPY LACRETABP.

           COPY AUDITP.

           COPY SYSPARMP.
