      * LISTA COM A OBSERVACAO SEM-CACHE.                                            *
      *                                                                              *
      * CRIACAO...: 22/08/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - CONFERENCIA DA SEQUENCIA DAS TRANSMISSOES:  *
      *             A LINHA HDR DO RETORNO (ECO DO CABECALHO DO GO-FCO-TRANSMISSAO)  *
      *             E CASADA COM O TRANSMISSAO-LOG.TXT; CONFIRMADAS VAO PARA O       *
      *             TRANSMISSAO-ACK.TXT E SEQUENCIA DESCONHECIDA, DUPLICADA OU QUE   *
      *             FICOU SEM CONFIRMACAO (LACUNA) SAI NO TRANSMISSAO-DIVERGE.TXT.   *
      *             LINHAS HDR/TRL NAO SAO MAIS TRATADAS COMO CNPJ.                  *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO WA-ARQ-REWORK
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRANSMISSAO-LOG-FILE
               ASSIGN TO WA-ARQ-TRANS-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-TRANS-LOG.

           SELECT TRANSMISSAO-ACK-FILE
               ASSIGN TO WA-ARQ-TRANS-ACK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-TRANS-ACK.

           SELECT DIVERGE-FILE
               ASSIGN TO WA-ARQ-DIVERGE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO WA-ARQ-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
       FD  REWORK-FILE.
       01  REWORK-REC                  PIC X(160).

       FD  TRANSMISSAO-LOG-FILE.
           COPY TRANSLOG.

      * CONFIRMACOES DO INTAKE: SEQUENCIA;DATA DO RETORNO;SITUACAO
      * (OK, REENVIO, DUPLICADA OU DESCONHECIDA).
       FD  TRANSMISSAO-ACK-FILE.
       01  TRANSMISSAO-ACK-REC.
           03  TA-SEQUENCIA            PIC 9(006).
           03  TA-SEP-1                PIC X(001).
           03  TA-DATA-RETORNO         PIC 9(008).
           03  TA-SEP-2                PIC X(001).
           03  TA-SITUACAO             PIC X(012).

       FD  DIVERGE-FILE.
       01  DIVERGE-REC                 PIC X(080).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       77  WN-QTDE-SEM-CACHE           PIC 9(005)          VALUE ZEROS.
       77  WA-PAUSA                    PIC X(001)          VALUE SPACES.

      * CONFERENCIA DA SEQUENCIA DAS TRANSMISSOES
           COPY TRANSREC.
       01  WS-SEQ-TAB.
           03  WS-SEQ-ENTRY OCCURS 3000 TIMES.
               05  ST-SEQUENCIA        PIC 9(006).
               05  ST-DATA-REF         PIC 9(008).
               05  ST-CONFIRMADA       PIC X(001).
       77  WA-ARQ-TRANS-LOG            PIC X(100)          VALUE
               "TRANSMISSAO-LOG.TXT".
       77  WA-FS-TRANS-LOG             PIC X(002)          VALUE "00".
       77  WA-EOF-TRANS-LOG            PIC X(001)          VALUE "N".
       77  WA-ARQ-TRANS-ACK            PIC X(100)          VALUE
               "TRANSMISSAO-ACK.TXT".
       77  WA-FS-TRANS-ACK             PIC X(002)          VALUE "00".
       77  WA-EOF-TRANS-ACK            PIC X(001)          VALUE "N".
       77  WA-ARQ-DIVERGE              PIC X(100)          VALUE
               "TRANSMISSAO-DIVERGE.TXT".
       77  WA-SITUACAO-SEQ             PIC X(012)          VALUE SPACES.
       77  WN-DATA-HOJE                PIC 9(008)          VALUE ZEROS.
       77  WN-QTDE-SEQ                 PIC 9(004)          VALUE ZEROS.
       77  WS-IDX-SEQ                  PIC 9(004)          VALUE ZEROS.
       77  WS-IDX-ACHADO               PIC 9(004)          VALUE ZEROS.
       77  WN-MAIOR-CONFIRMADA         PIC 9(006)          VALUE ZEROS.
       77  WN-QTDE-HDR                 PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-SEQ-OK              PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-DUPLICADA           PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-DESCONHECIDA        PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-LACUNA              PIC 9(005)          VALUE ZEROS.

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-FS-AUDIT                 PIC X(002)          VALUE "00".
           MOVE "CNPJ;CODIGO;MOTIVO;NOME" TO REWORK-REC.
           WRITE REWORK-REC.

           ACCEPT WN-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM RT03-00-CARREGA-TRANSMISSOES.
           OPEN OUTPUT DIVERGE-FILE.
           MOVE "SEQUENCIA;DATA-REF;SITUACAO" TO DIVERGE-REC.
           WRITE DIVERGE-REC.

      * O INTAKE DEVOLVE O NOSSO CABECALHO (HDR) NO INICIO DO RETORNO
      * E PODE REPETIR O TRAILER (TRL) - NENHUM DOS DOIS E CNPJ.
           PERFORM UNTIL WA-EOF-RETORNO = "S"
               READ RETORNO-FILE
                   AT END MOVE "S" TO WA-EOF-RETORNO
               END-READ
               EVALUATE TRUE
                   WHEN WA-EOF-RETORNO = "S"
                       CONTINUE
                   WHEN IR-CNPJ = SPACES
                       CONTINUE
                   WHEN RETORNO-REC(1:3) = "HDR"
                       PERFORM RT02-00-CONFERE-SEQUENCIA
                   WHEN RETORNO-REC(1:3) = "TRL"
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WN-QTDE-RETORNO
                       PERFORM RT01-00-TRATA-REJEICAO
               END-EVALUATE
           END-PERFORM.

           PERFORM RT04-00-CONFERE-LACUNAS.

           CLOSE RETORNO-FILE.
           CLOSE CNPJ-MASTER-FILE.
           CLOSE REWORK-FILE.
           CLOSE DIVERGE-FILE.

           DISPLAY "Linhas de retorno do intake: " WN-QTDE-RETORNO.
           DISPLAY "Registros marcados (R).....: " WN-QTDE-MARCADOS.
           DISPLAY "Sem registro no cache......: " WN-QTDE-SEM-CACHE.
           DISPLAY "Lista de retrabalho em " WA-ARQ-REWORK.
           IF  WN-QTDE-HDR = ZEROS
               DISPLAY "RETORNO SEM CABECALHO DE TRANSMISSAO - "
                       "SEQUENCIA NAO CONFERIDA."
           ELSE
               DISPLAY "Sequencias confirmadas.....: " WN-QTDE-SEQ-OK
               DISPLAY "Sequencias duplicadas......: " WN-QTDE-DUPLICADA
               DISPLAY "Sequencias desconhecidas...: "
                       WN-QTDE-DESCONHECIDA
           END-IF.
           DISPLAY "Sequencias sem confirmacao.: " WN-QTDE-LACUNA.
           IF  WN-QTDE-DUPLICADA + WN-QTDE-DESCONHECIDA
                                 + WN-QTDE-LACUNA > ZEROS
               DISPLAY "DIVERGENCIAS DE SEQUENCIA EM "
                       FUNCTION TRIM(WA-ARQ-DIVERGE)
           END-IF.

           MOVE "SEQUENCIA"        TO WA-AU-EVENTO.
           MOVE WN-QTDE-HDR        TO WA-AU-ENTRADA.
           IF  WN-QTDE-HDR = ZEROS
               MOVE "SEM-CABECALHO"    TO WA-AU-RESULTADO
           ELSE
               IF  WN-QTDE-DUPLICADA + WN-QTDE-DESCONHECIDA
                                     + WN-QTDE-LACUNA > ZEROS
                   MOVE "DIVERGENCIA"      TO WA-AU-RESULTADO
               ELSE
                   MOVE "OK"               TO WA-AU-RESULTADO
               END-IF
           END-IF.
           PERFORM GRAVA-AUDITORIA.

           MOVE "RETORNO"          TO WA-AU-EVENTO.
           MOVE WN-QTDE-RETORNO    TO WA-AU-ENTRADA.
               WRITE REWORK-REC
           END-IF.

      *---------------------------------------------------------------*
      * CABECALHO DEVOLVIDO PELO INTAKE: A SEQUENCIA TEM DE EXISTIR   *
      * NO TRANSMISSAO-LOG E AINDA NAO TER SIDO CONFIRMADA. REENVIO   *
      * (INDICADOR R) DE SEQUENCIA JA CONFIRMADA NAO E DUPLICIDADE.   *
      *---------------------------------------------------------------*
       RT02-00-CONFERE-SEQUENCIA.
           ADD 1 TO WN-QTDE-HDR.
           MOVE SPACES      TO TR-HEADER.
           MOVE RETORNO-REC TO TR-HEADER.
           MOVE ZEROS       TO WS-IDX-ACHADO.
           IF  TH-SEQUENCIA IS NUMERIC
               PERFORM VARYING WS-IDX-SEQ FROM 1 BY 1
                       UNTIL WS-IDX-SEQ > WN-QTDE-SEQ
                          OR WS-IDX-ACHADO NOT = ZEROS
                   IF  ST-SEQUENCIA(WS-IDX-SEQ) = TH-SEQUENCIA
                       MOVE WS-IDX-SEQ TO WS-IDX-ACHADO
                   END-IF
               END-PERFORM
           END-IF.

           EVALUATE TRUE
               WHEN WS-IDX-ACHADO = ZEROS
                   MOVE "DESCONHECIDA" TO WA-SITUACAO-SEQ
                   ADD 1 TO WN-QTDE-DESCONHECIDA
               WHEN ST-CONFIRMADA(WS-IDX-ACHADO) = "S"
                   AND TH-INDICADOR = "R"
                   MOVE "REENVIO"      TO WA-SITUACAO-SEQ
               WHEN ST-CONFIRMADA(WS-IDX-ACHADO) = "S"
                   MOVE "DUPLICADA"    TO WA-SITUACAO-SEQ
                   ADD 1 TO WN-QTDE-DUPLICADA
               WHEN OTHER
                   MOVE "OK"           TO WA-SITUACAO-SEQ
                   ADD 1 TO WN-QTDE-SEQ-OK
                   MOVE "S" TO ST-CONFIRMADA(WS-IDX-ACHADO)
                   IF  TH-SEQUENCIA > WN-MAIOR-CONFIRMADA
                       MOVE TH-SEQUENCIA TO WN-MAIOR-CONFIRMADA
                   END-IF
           END-EVALUATE.

           IF  TH-SEQUENCIA IS NUMERIC
               OPEN EXTEND TRANSMISSAO-ACK-FILE
               IF  WA-FS-TRANS-ACK = "35"
                   OPEN OUTPUT TRANSMISSAO-ACK-FILE
               END-IF
               MOVE ";"             TO TA-SEP-1 TA-SEP-2
               MOVE TH-SEQUENCIA    TO TA-SEQUENCIA
               MOVE WN-DATA-HOJE    TO TA-DATA-RETORNO
               MOVE WA-SITUACAO-SEQ TO TA-SITUACAO
               WRITE TRANSMISSAO-ACK-REC
               CLOSE TRANSMISSAO-ACK-FILE
           END-IF.

           IF  WA-SITUACAO-SEQ = "DUPLICADA"
               OR WA-SITUACAO-SEQ = "DESCONHECIDA"
               MOVE SPACES TO DIVERGE-REC
               STRING
                   RETORNO-REC(22:6)           DELIMITED BY SIZE
                   ";"                         DELIMITED BY SIZE
                   TH-DATA-REF                 DELIMITED BY SIZE
                   ";"                         DELIMITED BY SIZE
                   WA-SITUACAO-SEQ             DELIMITED BY SPACE
                   INTO DIVERGE-REC
               END-STRING
               WRITE DIVERGE-REC
           END-IF.

      *---------------------------------------------------------------*
      * TRANSMISSOES NORMAIS (INDICADOR N) DO TRANSMISSAO-LOG E AS    *
      * QUE O INTAKE JA CONFIRMOU EM RETORNOS ANTERIORES.             *
      *---------------------------------------------------------------*
       RT03-00-CARREGA-TRANSMISSOES.
           MOVE ZEROS TO WN-QTDE-SEQ WN-MAIOR-CONFIRMADA.
           OPEN INPUT TRANSMISSAO-LOG-FILE.
           IF  WA-FS-TRANS-LOG = "00"
               MOVE "N" TO WA-EOF-TRANS-LOG
               PERFORM UNTIL WA-EOF-TRANS-LOG = "S"
                   READ TRANSMISSAO-LOG-FILE
                       AT END MOVE "S" TO WA-EOF-TRANS-LOG
                   END-READ
                   IF  WA-EOF-TRANS-LOG NOT = "S"
                       AND TL-SEQUENCIA IS NUMERIC
                       AND TL-INDICADOR = "N"
                       PERFORM RT03A-GUARDA-TRANSMISSAO
                   END-IF
               END-PERFORM
               CLOSE TRANSMISSAO-LOG-FILE
           END-IF.

           OPEN INPUT TRANSMISSAO-ACK-FILE.
           IF  WA-FS-TRANS-ACK = "00"
               MOVE "N" TO WA-EOF-TRANS-ACK
               PERFORM UNTIL WA-EOF-TRANS-ACK = "S"
                   READ TRANSMISSAO-ACK-FILE
                       AT END MOVE "S" TO WA-EOF-TRANS-ACK
                   END-READ
                   IF  WA-EOF-TRANS-ACK NOT = "S"
                       AND TA-SEQUENCIA IS NUMERIC
                       AND (TA-SITUACAO = "OK"
                         OR TA-SITUACAO = "REENVIO")
                       PERFORM RT03B-MARCA-CONFIRMADA
                   END-IF
               END-PERFORM
               CLOSE TRANSMISSAO-ACK-FILE
           END-IF.

       RT03A-GUARDA-TRANSMISSAO.
           IF  WN-QTDE-SEQ >= 3000
               PERFORM VARYING WS-IDX-SEQ FROM 1 BY 1
                       UNTIL WS-IDX-SEQ >= 3000
                   MOVE WS-SEQ-ENTRY(WS-IDX-SEQ + 1)
                       TO WS-SEQ-ENTRY(WS-IDX-SEQ)
               END-PERFORM
           ELSE
               ADD 1 TO WN-QTDE-SEQ
           END-IF.
           MOVE TL-SEQUENCIA TO ST-SEQUENCIA(WN-QTDE-SEQ).
           MOVE TL-DATA-REF  TO ST-DATA-REF(WN-QTDE-SEQ).
           MOVE "N"          TO ST-CONFIRMADA(WN-QTDE-SEQ).

       RT03B-MARCA-CONFIRMADA.
           PERFORM VARYING WS-IDX-SEQ FROM 1 BY 1
                   UNTIL WS-IDX-SEQ > WN-QTDE-SEQ
               IF  ST-SEQUENCIA(WS-IDX-SEQ) = TA-SEQUENCIA
                   MOVE "S" TO ST-CONFIRMADA(WS-IDX-SEQ)
               END-IF
           END-PERFORM.
           IF  TA-SEQUENCIA > WN-MAIOR-CONFIRMADA
               MOVE TA-SEQUENCIA TO WN-MAIOR-CONFIRMADA
           END-IF.

      *---------------------------------------------------------------*
      * LACUNA: TRANSMISSAO ANTERIOR A ULTIMA CONFIRMADA QUE O INTAKE *
      * NUNCA CONFIRMOU. SAI EM TODO RETORNO ATE SER CONFIRMADA.      *
      *---------------------------------------------------------------*
       RT04-00-CONFERE-LACUNAS.
           MOVE ZEROS TO WN-QTDE-LACUNA.
           PERFORM VARYING WS-IDX-SEQ FROM 1 BY 1
                   UNTIL WS-IDX-SEQ > WN-QTDE-SEQ
               IF  ST-CONFIRMADA(WS-IDX-SEQ) NOT = "S"
                   AND ST-SEQUENCIA(WS-IDX-SEQ) < WN-MAIOR-CONFIRMADA
                   ADD 1 TO WN-QTDE-LACUNA
                   MOVE SPACES TO DIVERGE-REC
                   STRING
                       ST-SEQUENCIA(WS-IDX-SEQ)    DELIMITED BY SIZE
                       ";"                         DELIMITED BY SIZE
                       ST-DATA-REF(WS-IDX-SEQ)     DELIMITED BY SIZE
                       ";LACUNA"                   DELIMITED BY SIZE
                       INTO DIVERGE-REC
                   END-STRING
                   WRITE DIVERGE-REC
               END-IF
           END-PERFORM.

           COPY AUDITP.
