       IDENTIFICATION DIVISION.
       PROGRAM-ID.      GO-FCO-TRANSMISSAO.
      *------------------------------------------------------------------------------*
      * CONTROLE DE TRANSMISSAO DO EXTRATO FIXO AO INTAKE MAINFRAME. O EXTRATO DO    *
      * RT07 (GO-FCO-EXTRATO.TXT) IA SEM CABECALHO, TRAILER OU SEQUENCIA: DIA PULADO *
      * OU MANDADO DUAS VEZES SO APARECIA NA CONCILIACAO DO FIM DO MES               *
      * (GO-FCO-POSICAO). ESTE JOB RODA NA CADEIA LOGO DEPOIS DO GO-FCO-MANIFESTO:   *
      *   - PEGA O EXTRATO ARQUIVADO DO DIA (GO-FCO-EXTRATO.TXT.AAAAMMDD) E GRAVA O  *
      *     GO-FCO-TRANSMISSAO.TXT = CABECALHO (SISTEMA, DATA, SEQUENCIA) +          *
      *     REGISTROS + TRAILER (QUANTIDADE E TOTAL DE CONTROLE) - COPY TRANSREC;    *
      *   - DIA SEM EXTRATO TAMBEM TRANSMITE (SO CABECALHO E TRAILER), PARA A        *
      *     SEQUENCIA NUNCA PULAR DO LADO DE LA;                                     *
      *   - CADA TRANSMISSAO GANHA UMA LINHA NO TRANSMISSAO-LOG.TXT (COPY TRANSLOG), *
      *     DE ONDE SAI A PROXIMA SEQUENCIA E CONTRA O QUAL O GO-FCO-RETORNO CONFERE *
      *     LACUNA E DUPLICIDADE DO QUE O INTAKE RECEBEU;                            *
      *   - O MESMO DIA NAO E TRANSMITIDO DUAS VEZES COM SEQUENCIAS DIFERENTES, E    *
      *     EXTRATO ARQUIVADO DE DIA ANTERIOR QUE NUNCA FOI TRANSMITIDO E AVISADO.   *
      * PELO MENU (OPCAO 55, GO-TRANSMISSAO-MODO = "R" NO AMBIENTE) O OPERADOR       *
      * REENVIA UMA SEQUENCIA PASSADA - REGERADA DO EXTRATO DATADO, COM A MESMA      *
      * SEQUENCIA E INDICADOR R - OU TRANSMITE UM DIA QUE FICOU PARA TRAS.           *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRATO-DATADO-FILE
               ASSIGN TO WA-ARQ-DATADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-DATADO.

           SELECT TRANSMISSAO-FILE
               ASSIGN TO WA-ARQ-TRANSMISSAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-TRANSMISSAO.

           SELECT TRANSMISSAO-LOG-FILE
               ASSIGN TO WA-ARQ-TRANS-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-TRANS-LOG.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO WA-ARQ-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRATO-DATADO-FILE.
       01  EXTRATO-DATADO-REC          PIC X(400).

       FD  TRANSMISSAO-FILE.
       01  TRANSMISSAO-REC             PIC X(400).

       FD  TRANSMISSAO-LOG-FILE.
           COPY TRANSLOG.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  WA-ARQ-EXTRATO              PIC X(100)          VALUE
               "GO-FCO-EXTRATO.TXT".
       77  WA-ARQ-DATADO               PIC X(100)          VALUE SPACES.
       77  WA-FS-DATADO                PIC X(002)          VALUE "00".
       77  WA-EOF-DATADO               PIC X(001)          VALUE "N".
       77  WA-ARQ-TRANSMISSAO          PIC X(100)          VALUE
               "GO-FCO-TRANSMISSAO.TXT".
       77  WA-FS-TRANSMISSAO           PIC X(002)          VALUE "00".
       77  WA-ARQ-TRANS-LOG            PIC X(100)          VALUE
               "TRANSMISSAO-LOG.TXT".
       77  WA-FS-TRANS-LOG             PIC X(002)          VALUE "00".
       77  WA-EOF-TRANS-LOG            PIC X(001)          VALUE "N".

           COPY TRANSREC.

      * LOG DE TRANSMISSOES EM MEMORIA. ACIMA DE 3000 LINHAS FICAM AS
      * MAIS RECENTES - A ULTIMA SEQUENCIA E GUARDADA A PARTE.
       01  WS-TRANS-TAB.
           03  WS-TRANS-ENTRY OCCURS 3000 TIMES.
               05  TLT-SEQUENCIA       PIC 9(006).
               05  TLT-DATA-REF        PIC 9(008).
               05  TLT-DATA-ENVIO      PIC 9(008).
               05  TLT-INDICADOR       PIC X(001).
               05  TLT-QTDE-REG        PIC 9(009).
               05  TLT-ARQUIVO         PIC X(060).
       77  WN-QTDE-TRANS               PIC 9(004)          VALUE ZEROS.
       77  WS-IDX-TRANS                PIC 9(004)          VALUE ZEROS.
       77  WS-IDX-ACHADO               PIC 9(004)          VALUE ZEROS.
       77  WN-ULTIMA-SEQ               PIC 9(006)          VALUE ZEROS.
       77  WN-ULTIMA-DATA-REF          PIC 9(008)          VALUE ZEROS.

       77  WA-MODO                     PIC X(001)          VALUE SPACES.
       77  WA-OPERADOR                 PIC X(008)          VALUE SPACES.
       77  WN-DATA-HOJE                PIC 9(008)          VALUE ZEROS.
       77  WN-HORA-AGORA               PIC 9(008)          VALUE ZEROS.
       77  WN-DATA-REF                 PIC 9(008)          VALUE ZEROS.
       77  WN-SEQ                      PIC 9(006)          VALUE ZEROS.
       77  WA-INDICADOR                PIC X(001)          VALUE "N".
       77  WA-ARQ-OBRIGATORIO          PIC X(001)          VALUE "N".
       77  WN-QTDE-REG                 PIC 9(009)          VALUE ZEROS.
       77  WN-TOTAL-CONTROLE           PIC 9(018)          VALUE ZEROS.
       77  WA-CNPJ-CONTROLE            PIC X(014)          VALUE SPACES.
       77  WN-CNPJ-CONTROLE            PIC 9(014)          VALUE ZEROS.
       77  WN-INT-DIA                  PIC 9(007)          VALUE ZEROS.
       77  WN-INT-HOJE                 PIC 9(007)          VALUE ZEROS.
       77  WN-DATA-DIA                 PIC 9(008)          VALUE ZEROS.
       77  WN-QTDE-PULADOS             PIC 9(003)          VALUE ZEROS.
       77  WA-ACAO                     PIC X(001)          VALUE SPACES.
       77  WA-SEQ-DIGITADA             PIC X(006)          VALUE SPACES.
       77  WA-DATA-DIGITADA            PIC X(008)          VALUE SPACES.
       77  WN-QTDE-DIGITOS             PIC 9(002)          VALUE ZEROS.
       77  WS-IDX-INICIO               PIC 9(004)          VALUE ZEROS.
       77  WA-PAUSA                    PIC X(001)          VALUE SPACES.

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-FS-AUDIT                 PIC X(002)          VALUE "00".
       77  WA-AU-DATA                  PIC 9(008).
       77  WA-AU-HORA                  PIC 9(006).
       77  WA-AU-PROGRAM-ID            PIC X(020)
               VALUE "GO-FCO-TRANSMISSAO".
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

           MOVE SPACES TO WA-MODO WA-OPERADOR.
           ACCEPT WA-MODO     FROM ENVIRONMENT "GO-TRANSMISSAO-MODO".
           ACCEPT WA-OPERADOR FROM ENVIRONMENT "GO-OPERADOR".
           IF  WA-OPERADOR = SPACES
               MOVE "BATCH" TO WA-OPERADOR
           END-IF.
           ACCEPT WN-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 0 TO RETURN-CODE.

           PERFORM RT01-00-CARREGA-LOG.

           IF  WA-MODO = "R"
               PERFORM RT05-00-TELA-OPERADOR
               ACCEPT WA-PAUSA
           ELSE
               PERFORM RT02-00-TRANSMITE-HOJE
           END-IF.

           GOBACK.

      *---------------------------------------------------------------*
      * CARREGA O TRANSMISSAO-LOG.TXT: ULTIMA SEQUENCIA, ULTIMA DATA  *
      * TRANSMITIDA EM MODO NORMAL E A TABELA PARA AS CONFERENCIAS.   *
      *---------------------------------------------------------------*
       RT01-00-CARREGA-LOG.
           MOVE ZEROS TO WN-QTDE-TRANS WN-ULTIMA-SEQ WN-ULTIMA-DATA-REF.
           OPEN INPUT TRANSMISSAO-LOG-FILE.
           IF  WA-FS-TRANS-LOG = "00"
               MOVE "N" TO WA-EOF-TRANS-LOG
               PERFORM UNTIL WA-EOF-TRANS-LOG = "S"
                   READ TRANSMISSAO-LOG-FILE
                       AT END MOVE "S" TO WA-EOF-TRANS-LOG
                   END-READ
                   IF  WA-EOF-TRANS-LOG NOT = "S"
                       AND TL-SEQUENCIA IS NUMERIC
                       PERFORM RT01A-GUARDA-LINHA
                   END-IF
               END-PERFORM
               CLOSE TRANSMISSAO-LOG-FILE
           END-IF.

       RT01A-GUARDA-LINHA.
           IF  WN-QTDE-TRANS >= 3000
               PERFORM VARYING WS-IDX-TRANS FROM 1 BY 1
                       UNTIL WS-IDX-TRANS >= 3000
                   MOVE WS-TRANS-ENTRY(WS-IDX-TRANS + 1)
                       TO WS-TRANS-ENTRY(WS-IDX-TRANS)
               END-PERFORM
           ELSE
               ADD 1 TO WN-QTDE-TRANS
           END-IF.
           MOVE TL-SEQUENCIA  TO TLT-SEQUENCIA(WN-QTDE-TRANS).
           MOVE TL-DATA-REF   TO TLT-DATA-REF(WN-QTDE-TRANS).
           MOVE TL-DATA-ENVIO TO TLT-DATA-ENVIO(WN-QTDE-TRANS).
           MOVE TL-INDICADOR  TO TLT-INDICADOR(WN-QTDE-TRANS).
           MOVE TL-QTDE-REG   TO TLT-QTDE-REG(WN-QTDE-TRANS).
           MOVE TL-ARQUIVO    TO TLT-ARQUIVO(WN-QTDE-TRANS).
           IF  TL-SEQUENCIA > WN-ULTIMA-SEQ
               MOVE TL-SEQUENCIA TO WN-ULTIMA-SEQ
           END-IF.
           IF  TL-INDICADOR = "N" AND TL-DATA-REF > WN-ULTIMA-DATA-REF
               MOVE TL-DATA-REF TO WN-ULTIMA-DATA-REF
           END-IF.

      *---------------------------------------------------------------*
      * RODADA DA CADEIA: TRANSMITE O EXTRATO ARQUIVADO HOJE COM A    *
      * PROXIMA SEQUENCIA. O DIA QUE JA TEM TRANSMISSAO NORMAL NAO    *
      * GANHA OUTRA (RESTART DA CADEIA NAO DUPLICA) - REMANDAR E COM  *
      * O REENVIO DA OPCAO 55.                                        *
      *---------------------------------------------------------------*
       RT02-00-TRANSMITE-HOJE.
           MOVE WN-DATA-HOJE TO WN-DATA-REF.
           PERFORM RT06-00-PROCURA-DATA.
           IF  WS-IDX-ACHADO NOT = ZEROS
               DISPLAY "EXTRATO DE " WN-DATA-HOJE " JA TRANSMITIDO NA "
                       "SEQUENCIA " TLT-SEQUENCIA(WS-IDX-ACHADO)
                       " - NADA A FAZER (REENVIO PELA OPCAO 55)."
               MOVE "TRANSMITE"      TO WA-AU-EVENTO
               MOVE WN-DATA-HOJE     TO WA-AU-ENTRADA
               MOVE "JA-TRANSMITIDO" TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
           ELSE
               PERFORM RT03-00-AVISA-DIAS-PULADOS
               COMPUTE WN-SEQ = WN-ULTIMA-SEQ + 1
               MOVE "N" TO WA-INDICADOR
               MOVE "N" TO WA-ARQ-OBRIGATORIO
               PERFORM RT04-00-GERA-TRANSMISSAO
           END-IF.

      *---------------------------------------------------------------*
      * EXTRATO ARQUIVADO ENTRE A ULTIMA DATA TRANSMITIDA E ONTEM QUE *
      * AINDA ESTA NO DISCO E NUNCA FOI TRANSMITIDO: O DIA FOI        *
      * PULADO (CADEIA PAROU ANTES, JOB RODOU SOLTO...). AVISA NA     *
      * TELA E NO AUDIT.LOG; QUEM TRANSMITE E O OPERADOR, PELA OPCAO  *
      * 55 (D), PARA A ORDEM DAS SEQUENCIAS SER DECISAO DELE. OLHA NO *
      * MAXIMO 31 DIAS PARA TRAS.                                     *
      *---------------------------------------------------------------*
       RT03-00-AVISA-DIAS-PULADOS.
           MOVE ZEROS TO WN-QTDE-PULADOS.
           IF  WN-ULTIMA-DATA-REF NOT = ZEROS
               AND WN-ULTIMA-DATA-REF < WN-DATA-HOJE
               COMPUTE WN-INT-DIA =
                   FUNCTION INTEGER-OF-DATE(WN-ULTIMA-DATA-REF) + 1
               COMPUTE WN-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE(WN-DATA-HOJE)
               IF  WN-INT-HOJE - WN-INT-DIA > 31
                   COMPUTE WN-INT-DIA = WN-INT-HOJE - 31
               END-IF
               PERFORM UNTIL WN-INT-DIA >= WN-INT-HOJE
                   COMPUTE WN-DATA-DIA =
                       FUNCTION DATE-OF-INTEGER(WN-INT-DIA)
                   PERFORM RT07-00-NOME-DATADO
                   OPEN INPUT EXTRATO-DATADO-FILE
                   IF  WA-FS-DATADO = "00"
                       CLOSE EXTRATO-DATADO-FILE
                       ADD 1 TO WN-QTDE-PULADOS
                       DISPLAY "AVISO: " FUNCTION TRIM(WA-ARQ-DATADO)
                               " NUNCA FOI TRANSMITIDO - "
                               "TRANSMITA PELA OPCAO 55 (D)."
                       MOVE "DIA-PULADO"   TO WA-AU-EVENTO
                       MOVE WN-DATA-DIA    TO WA-AU-ENTRADA
                       MOVE "NAO-TRANSMITIDO" TO WA-AU-RESULTADO
                       PERFORM GRAVA-AUDITORIA
                   END-IF
                   ADD 1 TO WN-INT-DIA
               END-PERFORM
           END-IF.

      *---------------------------------------------------------------*
      * GERA O GO-FCO-TRANSMISSAO.TXT A PARTIR DO EXTRATO DATADO DE   *
      * WN-DATA-REF, COM A SEQUENCIA WN-SEQ E O INDICADOR N/R, E      *
      * ACRESCENTA A LINHA DO TRANSMISSAO-LOG.TXT. SEM O EXTRATO      *
      * DATADO: TRANSMISSAO VAZIA, OU ERRO QUANDO O ARQUIVO ERA       *
      * OBRIGATORIO (REENVIO DE SEQUENCIA QUE TEVE REGISTROS, DIA     *
      * ATRASADO).                                                    *
      *---------------------------------------------------------------*
       RT04-00-GERA-TRANSMISSAO.
           MOVE WN-DATA-REF TO WN-DATA-DIA.
           PERFORM RT07-00-NOME-DATADO.
           OPEN INPUT EXTRATO-DATADO-FILE.
           IF  WA-FS-DATADO NOT = "00" AND WA-ARQ-OBRIGATORIO = "S"
               DISPLAY "ERRO: " FUNCTION TRIM(WA-ARQ-DATADO)
                       " NAO EXISTE (NAO PRODUZIDO OU JA APAGADO PELA "
                       "RETENCAO) - TRANSMISSAO NAO GERADA."
               MOVE "TRANSMITE"   TO WA-AU-EVENTO
               MOVE WA-ARQ-DATADO TO WA-AU-ENTRADA
               MOVE "SEM-ARQUIVO" TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT WN-HORA-AGORA FROM TIME
               MOVE "HDR"           TO TH-TIPO-REG
               MOVE "GO-FCO"        TO TH-SISTEMA
               MOVE WN-DATA-REF     TO TH-DATA-REF
               MOVE WN-SEQ          TO TH-SEQUENCIA
               MOVE WA-INDICADOR    TO TH-INDICADOR
               MOVE WN-DATA-HOJE    TO TH-DATA-GERACAO
               MOVE WN-HORA-AGORA(1:6) TO TH-HORA-GERACAO
               IF  WA-FS-DATADO = "00"
                   MOVE WA-ARQ-DATADO TO TH-ARQUIVO
               ELSE
                   MOVE SPACES        TO TH-ARQUIVO
               END-IF

               OPEN OUTPUT TRANSMISSAO-FILE
               MOVE TR-HEADER TO TRANSMISSAO-REC
               WRITE TRANSMISSAO-REC

               MOVE ZEROS TO WN-QTDE-REG WN-TOTAL-CONTROLE
               IF  WA-FS-DATADO = "00"
                   MOVE "N" TO WA-EOF-DATADO
                   PERFORM UNTIL WA-EOF-DATADO = "S"
                       READ EXTRATO-DATADO-FILE
                           AT END MOVE "S" TO WA-EOF-DATADO
                       END-READ
                       IF  WA-EOF-DATADO NOT = "S"
                           ADD 1 TO WN-QTDE-REG
                           PERFORM RT04A-SOMA-CONTROLE
                           MOVE EXTRATO-DATADO-REC TO TRANSMISSAO-REC
                           WRITE TRANSMISSAO-REC
                       END-IF
                   END-PERFORM
                   CLOSE EXTRATO-DATADO-FILE
               END-IF

               MOVE "TRL"             TO TT-TIPO-REG
               MOVE WN-SEQ            TO TT-SEQUENCIA
               MOVE WN-QTDE-REG       TO TT-QTDE-REG
               MOVE WN-TOTAL-CONTROLE TO TT-TOTAL-CONTROLE
               MOVE TR-TRAILER TO TRANSMISSAO-REC
               WRITE TRANSMISSAO-REC
               CLOSE TRANSMISSAO-FILE

               PERFORM RT04B-GRAVA-LOG

               DISPLAY "TRANSMISSAO " WN-SEQ " (" WA-INDICADOR ") DE "
                       WN-DATA-REF ": " WN-QTDE-REG " REGISTRO(S), "
                       "TOTAL DE CONTROLE " WN-TOTAL-CONTROLE
                       " EM " FUNCTION TRIM(WA-ARQ-TRANSMISSAO)
               MOVE "TRANSMITE"   TO WA-AU-EVENTO
               MOVE SPACES        TO WA-AU-ENTRADA
               STRING "SEQ " WN-SEQ " " WA-INDICADOR " " WN-DATA-REF
                   DELIMITED BY SIZE INTO WA-AU-ENTRADA
               END-STRING
               MOVE WN-QTDE-REG   TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
           END-IF.

      * TOTAL DE CONTROLE: SOMA DOS CNPJs DOS REGISTROS DE DETALHE.
      * REGISTRO COM TIPO NA FRENTE ("IES") TEM O CNPJ NA POSICAO 4.
       RT04A-SOMA-CONTROLE.
           IF  EXTRATO-DATADO-REC(1:3) IS ALPHABETIC
               MOVE EXTRATO-DATADO-REC(4:14) TO WA-CNPJ-CONTROLE
           ELSE
               MOVE EXTRATO-DATADO-REC(1:14) TO WA-CNPJ-CONTROLE
           END-IF.
           IF  WA-CNPJ-CONTROLE IS NUMERIC
               MOVE WA-CNPJ-CONTROLE TO WN-CNPJ-CONTROLE
               ADD WN-CNPJ-CONTROLE TO WN-TOTAL-CONTROLE
           END-IF.

       RT04B-GRAVA-LOG.
           OPEN EXTEND TRANSMISSAO-LOG-FILE.
           IF  WA-FS-TRANS-LOG = "35"
               OPEN OUTPUT TRANSMISSAO-LOG-FILE
           END-IF.
           MOVE ";"               TO TL-SEP-1 TL-SEP-2 TL-SEP-3
                                     TL-SEP-4 TL-SEP-5 TL-SEP-6
                                     TL-SEP-7 TL-SEP-8.
           MOVE WN-SEQ            TO TL-SEQUENCIA.
           MOVE WN-DATA-REF       TO TL-DATA-REF.
           MOVE WN-DATA-HOJE      TO TL-DATA-ENVIO.
           MOVE WN-HORA-AGORA(1:6) TO TL-HORA-ENVIO.
           MOVE WA-INDICADOR      TO TL-INDICADOR.
           MOVE WN-QTDE-REG       TO TL-QTDE-REG.
           MOVE WN-TOTAL-CONTROLE TO TL-TOTAL-CONTROLE.
           MOVE TH-ARQUIVO        TO TL-ARQUIVO.
           MOVE WA-OPERADOR       TO TL-OPERADOR.
           WRITE TRANSMISSAO-LOG-REC.
           CLOSE TRANSMISSAO-LOG-FILE.
           PERFORM RT01A-GUARDA-LINHA.

      *---------------------------------------------------------------*
      * TELA DO OPERADOR (MENU, OPCAO 55): AS ULTIMAS TRANSMISSOES E  *
      * AS DUAS ACOES - REENVIAR UMA SEQUENCIA JA TRANSMITIDA (MESMA  *
      * SEQUENCIA, INDICADOR R) OU TRANSMITIR UM DIA QUE FICOU PARA   *
      * TRAS (SEQUENCIA NOVA, INDICADOR N).                           *
      *---------------------------------------------------------------*
       RT05-00-TELA-OPERADOR.
           DISPLAY " ".
           DISPLAY "TRANSMISSOES AO INTAKE - ULTIMAS 10".
           DISPLAY "SEQUEN. DATA-REF ENVIO    IND    REGISTROS".
           IF  WN-QTDE-TRANS > 10
               COMPUTE WS-IDX-INICIO = WN-QTDE-TRANS - 9
           ELSE
               MOVE 1 TO WS-IDX-INICIO
           END-IF.
           PERFORM VARYING WS-IDX-TRANS FROM WS-IDX-INICIO BY 1
                   UNTIL WS-IDX-TRANS > WN-QTDE-TRANS
               DISPLAY TLT-SEQUENCIA(WS-IDX-TRANS) "  "
                       TLT-DATA-REF(WS-IDX-TRANS) " "
                       TLT-DATA-ENVIO(WS-IDX-TRANS) "  "
                       TLT-INDICADOR(WS-IDX-TRANS) "  "
                       TLT-QTDE-REG(WS-IDX-TRANS)
           END-PERFORM.
           IF  WN-QTDE-TRANS = ZEROS
               DISPLAY "(NENHUMA TRANSMISSAO NO "
                       FUNCTION TRIM(WA-ARQ-TRANS-LOG) ")"
           END-IF.

           DISPLAY " ".
           DISPLAY "(R) REENVIAR UMA SEQUENCIA  (D) TRANSMITIR UM DIA "
                   "NAO TRANSMITIDO  (ENTER) SAIR: "
                   WITH NO ADVANCING.
           MOVE SPACES TO WA-ACAO.
           ACCEPT WA-ACAO.
           MOVE FUNCTION UPPER-CASE(WA-ACAO) TO WA-ACAO.

           EVALUATE WA-ACAO
               WHEN "R"
                   PERFORM RT05A-REENVIA-SEQUENCIA
               WHEN "D"
                   PERFORM RT05B-TRANSMITE-DIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RT05A-REENVIA-SEQUENCIA.
           DISPLAY "SEQUENCIA A REENVIAR: " WITH NO ADVANCING.
           MOVE SPACES TO WA-SEQ-DIGITADA.
           ACCEPT WA-SEQ-DIGITADA.
           MOVE ZEROS TO WS-IDX-ACHADO WN-QTDE-DIGITOS.
           INSPECT WA-SEQ-DIGITADA TALLYING WN-QTDE-DIGITOS
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF  WN-QTDE-DIGITOS > ZEROS
               AND WA-SEQ-DIGITADA(1:WN-QTDE-DIGITOS) IS NUMERIC
               COMPUTE WN-SEQ = FUNCTION NUMVAL(WA-SEQ-DIGITADA)
               PERFORM VARYING WS-IDX-TRANS FROM 1 BY 1
                       UNTIL WS-IDX-TRANS > WN-QTDE-TRANS
                   IF  TLT-SEQUENCIA(WS-IDX-TRANS) = WN-SEQ
                       AND TLT-INDICADOR(WS-IDX-TRANS) = "N"
                       MOVE WS-IDX-TRANS TO WS-IDX-ACHADO
                   END-IF
               END-PERFORM
           END-IF.
           IF  WS-IDX-ACHADO = ZEROS
               DISPLAY "SEQUENCIA NAO ENCONTRADA NO "
                       FUNCTION TRIM(WA-ARQ-TRANS-LOG) "."
           ELSE
      * O REENVIO SAI DO MESMO EXTRATO DATADO, COM A MESMA SEQUENCIA.
      * TRANSMISSAO ORIGINAL VAZIA (DIA SEM EXTRATO) SAI VAZIA DE NOVO.
               MOVE TLT-DATA-REF(WS-IDX-ACHADO) TO WN-DATA-REF
               MOVE "R" TO WA-INDICADOR
               IF  TLT-ARQUIVO(WS-IDX-ACHADO) = SPACES
                   MOVE "N" TO WA-ARQ-OBRIGATORIO
               ELSE
                   MOVE "S" TO WA-ARQ-OBRIGATORIO
               END-IF
               PERFORM RT04-00-GERA-TRANSMISSAO
           END-IF.

       RT05B-TRANSMITE-DIA.
           DISPLAY "DATA DO EXTRATO (AAAAMMDD): " WITH NO ADVANCING.
           MOVE SPACES TO WA-DATA-DIGITADA.
           ACCEPT WA-DATA-DIGITADA.
           IF  WA-DATA-DIGITADA IS NOT NUMERIC
               DISPLAY "DATA INVALIDA."
           ELSE
               MOVE WA-DATA-DIGITADA TO WN-DATA-REF
               IF  WN-DATA-REF > WN-DATA-HOJE
                   DISPLAY "DATA NO FUTURO."
               ELSE
                   PERFORM RT06-00-PROCURA-DATA
                   IF  WS-IDX-ACHADO NOT = ZEROS
                       DISPLAY "EXTRATO DE " WN-DATA-REF " JA "
                               "TRANSMITIDO NA SEQUENCIA "
                               TLT-SEQUENCIA(WS-IDX-ACHADO)
                               " - USE O REENVIO (R)."
                   ELSE
                       COMPUTE WN-SEQ = WN-ULTIMA-SEQ + 1
                       MOVE "N" TO WA-INDICADOR
                       MOVE "S" TO WA-ARQ-OBRIGATORIO
                       PERFORM RT04-00-GERA-TRANSMISSAO
                   END-IF
               END-IF
           END-IF.

      * TRANSMISSAO NORMAL (N) JA FEITA PARA A DATA WN-DATA-REF.
       RT06-00-PROCURA-DATA.
           MOVE ZEROS TO WS-IDX-ACHADO.
           PERFORM VARYING WS-IDX-TRANS FROM 1 BY 1
                   UNTIL WS-IDX-TRANS > WN-QTDE-TRANS
               IF  TLT-DATA-REF(WS-IDX-TRANS) = WN-DATA-REF
                   AND TLT-INDICADOR(WS-IDX-TRANS) = "N"
                   MOVE WS-IDX-TRANS TO WS-IDX-ACHADO
               END-IF
           END-PERFORM.

      * NOME DATADO DO EXTRATO, NA CONVENCAO DO GO-FCO-MANIFESTO.
       RT07-00-NOME-DATADO.
           MOVE SPACES TO WA-ARQ-DATADO.
           STRING FUNCTION TRIM(WA-ARQ-EXTRATO) DELIMITED BY SIZE
                  "."                           DELIMITED BY SIZE
                  WN-DATA-DIA                   DELIMITED BY SIZE
                  INTO WA-ARQ-DATADO
           END-STRING.

           COPY AUDITP.
