       IDENTIFICATION DIVISION.
       PROGRAM-ID.      SYSPARM-MANUT.
      *------------------------------------------------------------------------------*
      * MANUTENCAO DO SYSTEM.PARM. O ARQUIVO E UM REGISTRO POSICIONAL UNICO DE 762   *
      * BYTES EDITADO AS CEGAS NO EDITOR DE TEXTO - UM OFFSET ERRADO E TODO          *
      * PROGRAMA PASSA A CARREGAR UM CAMINHO DE .SO LIXO OU COTA ZERO NA SUBIDA      *
      * (O CARREGA-SYSPARM NAO VALIDA NADA). ESTA TELA EDITA O SYS-PARM-REC CAMPO    *
      * ALTERACAO.: 03/09/2026 - BUENO - CAMPOS 20-22: ENCODING DAS SAIDAS CSV,      *
      *             JSON E LARGURA FIXA (U UTF-8 / L LATIN-1 / A ASCII SEM           *
      *             ACENTO).                                                         *
      * ALTERACAO.: 15/10/2026 - BUENO - COM O SYSTEM.PARM NA BASE DO LACRE          *
      *             (LACRE-MANUT), A GRAVACAO POR ESTA TELA APROVA A IMPRESSAO NOVA  *
      *             NO LIVRO LACRE-APROVADO.TXT (ACAO SYSPARM, COM O OPERADOR) - SO  *
      *             EDICAO POR FORA DA TELA BARRA A CADEIA. .SO COM CAMINHO NOVO SO  *
      *             GERA AVISO PARA INCLUIR NO LACRE-MANUT.                          *
      * ALTERACAO.: 15/10/2026 - BUENO - CAMPO 23: RETENCAO DO REPOSITORIO DE        *
      *             RELATORIOS EM DIAS UTEIS (SP-RELATORIO-RETENCAO-DIAS).           *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-PARM-HIST.

           SELECT LACRE-FILE
               ASSIGN TO WA-ARQ-LACRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-LACRE.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO WA-ARQ-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  SYSTEM-PARM-FILE.
       01  SYSTEM-PARM-REC             PIC X(762).

       FD  PARM-HIST-FILE.
       01  PARM-HIST-REC.
           03  PH-SEP-2                PIC X(001).
           03  PH-OPERADOR             PIC X(008).
           03  PH-SEP-3                PIC X(001).
           03  PH-REGISTRO             PIC X(762).

       FD  LACRE-FILE.
       01  LACRE-REC                   PIC X(250).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.
       77  WA-VALIDACAO-OK             PIC X(001)          VALUE "S".
       77  WA-LIB-OK                   PIC X(001)          VALUE "S".
       77  WA-CONFIRMA                 PIC X(001)          VALUE SPACES.
       77  WA-REGISTRO-ANTERIOR        PIC X(762)          VALUE SPACES.
       77  WA-PAUSA                    PIC X(001)          VALUE SPACES.
       77  WA-ARQ-LACRE                PIC X(100)          VALUE
               "LACRE-APROVADO.TXT".
       77  WA-FS-LACRE                 PIC X(002)          VALUE "00".
       77  WS-IDX-LIB                  PIC 9(001)          VALUE ZEROS.
       01  WS-LIBS-TAB.
           03  WS-LIB OCCURS 3 TIMES   PIC X(100).

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".

           COPY SYSPARM.

           COPY LACRETAB.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           MOVE "INICIO"   TO WA-AU-EVENTO.
                   " (U/L/A)".
           DISPLAY "22 ENCODING FIXO....: " SP-ENCODING-FIXO
                   " (U/L/A)".
           DISPLAY "23 RETENCAO RELATOR.: " SP-RELATORIO-RETENCAO-DIAS
                   " DIAS UTEIS".
           DISPLAY "(1-23) altera campo  (G)ravar  (S)air sem gravar: "
               WITH NO ADVANCING.
           MOVE SPACES TO WA-OPCAO-MANUT.
           ACCEPT WA-OPCAO-MANUT.
                               "PARA A."
                       MOVE "A" TO SP-ENCODING-FIXO
                   END-IF
               WHEN 23
                   IF  WA-VALOR-NOVO(1:1) IS NUMERIC
                       COMPUTE SP-RELATORIO-RETENCAO-DIAS =
                           FUNCTION NUMVAL(WA-VALOR-NOVO(1:20))
                   ELSE
                       DISPLAY "VALOR NAO NUMERICO - CAMPO MANTIDO."
                   END-IF
               WHEN OTHER
                   DISPLAY "CAMPO INVALIDO - NADA ALTERADO."
           END-EVALUATE.
                       "PELO MENOS 1 DIA."
               MOVE "N" TO WA-VALIDACAO-OK
           END-IF.
           IF  SP-RELATORIO-RETENCAO-DIAS < 1
               DISPLAY "ERRO: RETENCAO DO REPOSITORIO DE RELATORIOS "
                       "TEM QUE SER DE PELO MENOS 1 DIA UTIL."
               MOVE "N" TO WA-VALIDACAO-OK
           END-IF.
           IF  SP-PURGE-ANOS < 1
               DISPLAY "ERRO: EXPURGO DO CACHE TEM QUE SER DE PELO "
                       "MENOS 1 ANO."
           MOVE "GRAVADO"  TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

           PERFORM RT07-00-ATUALIZA-LACRE.

      *---------------------------------------------------------------*
      * REGRAVACAO PELO SYSPARM-MANUT E TROCA LEGITIMA: SE O          *
      * SYSTEM.PARM ESTA NA BASE DO LACRE, A IMPRESSAO NOVA ENTRA NO  *
      * LIVRO (ACAO SYSPARM) COM O OPERADOR DA TELA - SENAO A CADEIA  *
      * DESTA NOITE SERIA RECUSADA. .SO COM CAMINHO NOVO NAO E        *
      * APROVADA AQUI: SO AVISA PARA INCLUIR NO LACRE-MANUT.          *
      *---------------------------------------------------------------*
       RT07-00-ATUALIZA-LACRE.
           PERFORM CARREGA-LACRE.
           MOVE "SYSTEM.PARM" TO LCR-ARQ-CALCULAR.
           PERFORM PROCURA-LACRE.
           IF  LCR-IDX-ACHADO > ZEROS
               MOVE "S" TO WA-LIB-OK
               CALL SP-LIB-MD5
                   ON EXCEPTION
                       MOVE "N" TO WA-LIB-OK
               END-CALL
               MOVE 0 TO RETURN-CODE
               IF  WA-LIB-OK = "N"
                   DISPLAY "AVISO: .SO DO MD5 NAO CARREGA - LACRE DO "
                           "SYSTEM.PARM NAO ATUALIZADO; APROVE NO "
                           "LACRE-MANUT ANTES DA CADEIA."
               ELSE
                   PERFORM RT07A-APROVA-SYSPARM
               END-IF
           END-IF.

           MOVE SP-LIB-SERPRO TO WS-LIB(1).
           MOVE SP-LIB-BD     TO WS-LIB(2).
           MOVE SP-LIB-MD5    TO WS-LIB(3).
           PERFORM VARYING WS-IDX-LIB FROM 1 BY 1
                   UNTIL WS-IDX-LIB > 3
               MOVE WS-LIB(WS-IDX-LIB) TO LCR-ARQ-CALCULAR
               PERFORM PROCURA-LACRE
               IF  LCR-CARREGADO = "S"
                   AND LCR-IDX-ACHADO = ZEROS
                   DISPLAY "AVISO: " FUNCTION TRIM(LCR-ARQ-CALCULAR)
                           " FORA DO LACRE - INCLUA NO LACRE-MANUT "
                           "ANTES DA CADEIA."
               END-IF
           END-PERFORM.

       RT07A-APROVA-SYSPARM.
           MOVE LCR-MD5(LCR-IDX-ACHADO) TO LCR-MD5-ANTERIOR.
           PERFORM CALCULA-LACRE.
           IF  LCR-ARQ-EXISTE = "S"
               AND LCR-MD5-CALCULADO NOT = LCR-MD5-ANTERIOR
               MOVE "SYSPARM" TO LCR-ACAO
               MOVE SPACES TO LCR-OPERADOR-GRAVA
               ACCEPT LCR-OPERADOR-GRAVA FROM ENVIRONMENT "GO-OPERADOR"
               PERFORM GRAVA-LACRE
               DISPLAY "LACRE DO SYSTEM.PARM ATUALIZADO."
               MOVE "LACRE"       TO WA-AU-EVENTO
               MOVE "SYSTEM.PARM" TO WA-AU-ENTRADA
               MOVE "APROVADO"    TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
           END-IF.

           COPY LACRETABP.

           COPY AUDITP.

           COPY SYSPARMP.
