       IDENTIFICATION DIVISION.
       PROGRAM-ID.      LACRE-MANUT.
      *------------------------------------------------------------------------------*
      * MANUTENCAO DA BASE APROVADA DO LACRE (LACRE-APROVADO.TXT - VER COPY          *
      * LACRETAB). RESTRITA A SUPERVISOR NO MENU. LISTA A BASE COM A SITUACAO        *
      * DE CADA ARQUIVO NA HORA (OK / DIVERGE / AUSENTE) E:                          *
      *   (I) INCLUI UM ARQUIVO NOVO NA BASE (BINARIO DE PROGRAMA, .SO...);          *
      *   (A) APROVA A IMPRESSAO ATUAL DE UM ARQUIVO JA NA BASE (TROCA               *
      *       LEGITIMA: .SO NOVA, PROGRAMA RECOMPILADO) - MOSTRA A IMPRESSAO         *
      *       ANTERIOR E A NOVA E PEDE CONFIRMACAO;                                  *
      *   (P) INCLUI DE UMA VEZ O SYSTEM.PARM E AS TRES .SO QUE ELE APONTA           *
      *       (IMPLANTACAO E TROCA DE CAMINHO DE .SO NO SYSPARM-MANUT);              *
      *   (E) TIRA UM ARQUIVO DA BASE (NAO VALE PARA OS QUE O GO-FCO-LACRE           *
      *       EXIGE).                                                                *
      * CADA ACAO VIRA UMA LINHA NO LIVRO (DATA, HORA, OPERADOR, MD5 ANTERIOR        *
      * E NOVO) E UMA LINHA NO AUDIT.LOG.                                            *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - SELO DO LACRE: NA PRIMEIRA INCLUSAO NA      *
      *             BASE (OU NA SUBIDA, SE O LIVRO JA EXISTE) GRAVA A DATA EM        *
      *             SP-LACRE-DATA-SELO NO SYSTEM.PARM. DALI EM DIANTE O GO-FCO-LACRE *
      *             NAO ACEITA MAIS LIVRO AUSENTE/VAZIO COMO INSTALACAO NOVA. SE O   *
      *             SYSTEM.PARM JA ESTAVA NA BASE E CONFERIA, A IMPRESSAO NOVA (COM  *
      *             O SELO) E APROVADA NA HORA (ACAO SYSPARM).                       *
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

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  SYSTEM-PARM-FILE.
       01  SYSTEM-PARM-REC             PIC X(762).

       WORKING-STORAGE SECTION.
       77  WA-ARQ-LACRE                PIC X(100)          VALUE
               "LACRE-APROVADO.TXT".
       77  WA-FS-LACRE                 PIC X(002)          VALUE "00".
       77  WA-OPCAO-MANUT              PIC X(001)          VALUE SPACES.
       77  WA-SAIR-MANUT               PIC X(001)          VALUE "N".
       77  WA-PAUSA                    PIC X(001)          VALUE SPACES.
       77  WA-CONFIRMA                 PIC X(001)          VALUE SPACES.
       77  WA-MD5-OK                   PIC X(001)          VALUE "S".
       77  WA-ARQ-INFORMADO            PIC X(100)          VALUE SPACES.
       77  WN-NUM-INFORMADO            PIC 9(003)          VALUE ZEROS.
       77  WA-OBRIGATORIO              PIC X(001)          VALUE "N".
       77  WS-IDX-OBRIG                PIC 9(001)          VALUE ZEROS.
       77  WS-IDX-LISTA                PIC 9(003)          VALUE ZEROS.
       77  WA-DATA-ED                  PIC X(010)          VALUE SPACES.
       77  WA-ARQ-SELANDO              PIC X(100)          VALUE SPACES.
       77  WA-SYSPARM-CONFERE          PIC X(001)          VALUE "N".
       77  WN-IDX-SYSPARM              PIC 9(003)          VALUE ZEROS.

      * ARQUIVOS QUE O GO-FCO-LACRE EXIGE NA BASE.
       01  WS-OBRIGATORIOS-TAB.
           03  WS-OBRIGATORIO OCCURS 4 TIMES
                                       PIC X(100).

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-FS-AUDIT                 PIC X(002)          VALUE "00".
       77  WA-AU-DATA                  PIC 9(008).
       77  WA-AU-HORA                  PIC 9(006).
       77  WA-AU-PROGRAM-ID            PIC X(020)
               VALUE "LACRE-MANUT".
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
           MOVE "SYSTEM.PARM" TO WS-OBRIGATORIO(1).
           MOVE SP-LIB-SERPRO TO WS-OBRIGATORIO(2).
           MOVE SP-LIB-BD     TO WS-OBRIGATORIO(3).
           MOVE SP-LIB-MD5    TO WS-OBRIGATORIO(4).
           MOVE SPACES TO LCR-OPERADOR-GRAVA.
           ACCEPT LCR-OPERADOR-GRAVA FROM ENVIRONMENT "GO-OPERADOR".

           SET CONFIGURATION "DLL-CONVENTION" TO 0.
           MOVE "S" TO WA-MD5-OK.
           CALL SP-LIB-MD5
               ON EXCEPTION
                   MOVE "N" TO WA-MD5-OK
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           IF  WA-MD5-OK = "N"
               DISPLAY "ERRO: .SO DO MD5 NAO CARREGA ("
                       FUNCTION TRIM(SP-LIB-MD5)
                       ") - SEM ELA NAO HA IMPRESSAO PARA APROVAR."
               MOVE "LACRE"        TO WA-AU-EVENTO
               MOVE SP-LIB-MD5     TO WA-AU-ENTRADA
               MOVE "SEM-MD5"      TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               MOVE "S" TO WA-SAIR-MANUT
           ELSE
               PERFORM CARREGA-LACRE
               IF  LCR-CARREGADO = "S"
                   AND SP-LACRE-DATA-SELO = ZEROS
                   PERFORM RT07-00-SELA-SYSPARM
               END-IF
               MOVE "N" TO WA-SAIR-MANUT
           END-IF.

           PERFORM UNTIL WA-SAIR-MANUT = "S"
               PERFORM RT01-00-TELA
           END-PERFORM.

           ACCEPT WA-PAUSA.
           GOBACK.

       RT01-00-TELA.
           PERFORM CONFERE-LACRE.
           DISPLAY " ".
           DISPLAY "--- LACRE DOS BINARIOS, .SO E SYSTEM.PARM ---".
           PERFORM VARYING WS-IDX-LISTA FROM 1 BY 1
                   UNTIL WS-IDX-LISTA > LCR-QTDE
               MOVE SPACES TO WA-DATA-ED
               STRING LCR-DATA(WS-IDX-LISTA)(7:2) "/"
                      LCR-DATA(WS-IDX-LISTA)(5:2) "/"
                      LCR-DATA(WS-IDX-LISTA)(1:4)
                   DELIMITED BY SIZE INTO WA-DATA-ED
               END-STRING
               DISPLAY WS-IDX-LISTA " "
                       LCR-SITUACAO(WS-IDX-LISTA)(1:8) " "
                       WA-DATA-ED " "
                       LCR-OPERADOR(WS-IDX-LISTA) " "
                       FUNCTION TRIM(LCR-ARQUIVO(WS-IDX-LISTA))
           END-PERFORM.
           IF  LCR-QTDE = ZEROS
               DISPLAY "  (BASE VAZIA - USE (P) PARA COMECAR)"
           END-IF.
           DISPLAY "(I)ncluir (A)provar atual (P)adrao SYSTEM.PARM/.SO "
                   "(E)xcluir (S)air: "
               WITH NO ADVANCING.
           MOVE SPACES TO WA-OPCAO-MANUT.
           ACCEPT WA-OPCAO-MANUT.
           MOVE FUNCTION UPPER-CASE(WA-OPCAO-MANUT) TO WA-OPCAO-MANUT.

           EVALUATE WA-OPCAO-MANUT
               WHEN "I"
                   PERFORM RT02-00-INCLUI
               WHEN "A"
                   PERFORM RT03-00-APROVA
               WHEN "P"
                   PERFORM RT04-00-PADRAO
               WHEN "E"
                   PERFORM RT05-00-EXCLUI
               WHEN "S"
                   MOVE "S" TO WA-SAIR-MANUT
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       RT02-00-INCLUI.
           PERFORM RT06-00-PEDE-ARQUIVO.
           EVALUATE TRUE
               WHEN LCR-ARQ-CALCULAR = SPACES
                   DISPLAY "NOME EM BRANCO - NADA INCLUIDO."
               WHEN LCR-IDX-ACHADO > ZEROS
                   DISPLAY "JA ESTA NA BASE - USE (A) PARA APROVAR A "
                           "IMPRESSAO ATUAL."
               WHEN LCR-QTDE >= 100
                   DISPLAY "BASE CHEIA (100 ARQUIVOS)."
               WHEN OTHER
                   PERFORM RT02A-INCLUI-ARQUIVO
           END-EVALUATE.

       RT02A-INCLUI-ARQUIVO.
           PERFORM CALCULA-LACRE.
           IF  LCR-ARQ-EXISTE = "N"
               DISPLAY "ARQUIVO NAO ENCONTRADO (OU SEM LEITURA): "
                       FUNCTION TRIM(LCR-ARQ-CALCULAR)
           ELSE
               IF  SP-LACRE-DATA-SELO = ZEROS
                   PERFORM RT07-00-SELA-SYSPARM
                   PERFORM CALCULA-LACRE
               END-IF
               MOVE "INCLUI" TO LCR-ACAO
               MOVE SPACES   TO LCR-MD5-ANTERIOR
               PERFORM GRAVA-LACRE
               DISPLAY "INCLUIDO: " FUNCTION TRIM(LCR-ARQ-CALCULAR)
                       " MD5 " LCR-MD5-CALCULADO
               MOVE "LACRE"          TO WA-AU-EVENTO
               MOVE LCR-ARQ-CALCULAR TO WA-AU-ENTRADA
               MOVE "INCLUIDO"       TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
           END-IF.

       RT03-00-APROVA.
           PERFORM RT06-00-PEDE-ARQUIVO.
           IF  LCR-IDX-ACHADO = ZEROS
               DISPLAY "ARQUIVO FORA DA BASE - USE (I) PARA INCLUIR."
           ELSE
               PERFORM CALCULA-LACRE
               EVALUATE TRUE
                   WHEN LCR-ARQ-EXISTE = "N"
                       DISPLAY "ARQUIVO NAO ENCONTRADO - NADA A "
                               "APROVAR (USE (E) SE ELE SAIU DE VEZ)."
                   WHEN LCR-MD5-CALCULADO = LCR-MD5(LCR-IDX-ACHADO)
                       DISPLAY "IMPRESSAO ATUAL JA E A APROVADA."
                   WHEN OTHER
                       PERFORM RT03A-CONFIRMA-APROVACAO
               END-EVALUATE
           END-IF.

       RT03A-CONFIRMA-APROVACAO.
           DISPLAY "APROVADA.: " LCR-MD5(LCR-IDX-ACHADO)
                   " EM " LCR-DATA(LCR-IDX-ACHADO)
                   " POR " LCR-OPERADOR(LCR-IDX-ACHADO).
           DISPLAY "ATUAL....: " LCR-MD5-CALCULADO.
           DISPLAY "A TROCA FOI LEGITIMA? APROVAR A IMPRESSAO ATUAL "
                   "(S/N)? " WITH NO ADVANCING.
           MOVE SPACES TO WA-CONFIRMA.
           ACCEPT WA-CONFIRMA.
           IF  FUNCTION UPPER-CASE(WA-CONFIRMA) = "S"
               MOVE "APROVA" TO LCR-ACAO
               MOVE LCR-MD5(LCR-IDX-ACHADO) TO LCR-MD5-ANTERIOR
               PERFORM GRAVA-LACRE
               DISPLAY "APROVADO."
               MOVE "LACRE"          TO WA-AU-EVENTO
               MOVE LCR-ARQ-CALCULAR TO WA-AU-ENTRADA
               MOVE "APROVADO"       TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
           ELSE
               DISPLAY "NADA APROVADO."
           END-IF.

       RT04-00-PADRAO.
           PERFORM VARYING WS-IDX-OBRIG FROM 1 BY 1
                   UNTIL WS-IDX-OBRIG > 4
               MOVE WS-OBRIGATORIO(WS-IDX-OBRIG) TO LCR-ARQ-CALCULAR
               PERFORM PROCURA-LACRE
               IF  LCR-IDX-ACHADO > ZEROS
                   DISPLAY "JA NA BASE: "
                           FUNCTION TRIM(LCR-ARQ-CALCULAR)
               ELSE
                   PERFORM RT02A-INCLUI-ARQUIVO
               END-IF
           END-PERFORM.

       RT05-00-EXCLUI.
           PERFORM RT06-00-PEDE-ARQUIVO.
           MOVE "N" TO WA-OBRIGATORIO.
           PERFORM VARYING WS-IDX-OBRIG FROM 1 BY 1
                   UNTIL WS-IDX-OBRIG > 4
               IF  WS-OBRIGATORIO(WS-IDX-OBRIG) = LCR-ARQ-CALCULAR
                   MOVE "S" TO WA-OBRIGATORIO
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN LCR-IDX-ACHADO = ZEROS
                   DISPLAY "ARQUIVO FORA DA BASE."
               WHEN WA-OBRIGATORIO = "S"
                   DISPLAY "O SYSTEM.PARM E AS .SO QUE ELE APONTA NAO "
                           "SAEM DA BASE - USE (A) PARA APROVAR."
               WHEN OTHER
                   PERFORM RT05A-CONFIRMA-EXCLUSAO
           END-EVALUATE.

       RT05A-CONFIRMA-EXCLUSAO.
           DISPLAY "TIRAR " FUNCTION TRIM(LCR-ARQ-CALCULAR)
                   " DA BASE (S/N)? " WITH NO ADVANCING.
           MOVE SPACES TO WA-CONFIRMA.
           ACCEPT WA-CONFIRMA.
           IF  FUNCTION UPPER-CASE(WA-CONFIRMA) = "S"
               MOVE "EXCLUI" TO LCR-ACAO
               MOVE LCR-MD5(LCR-IDX-ACHADO) TO LCR-MD5-ANTERIOR
               MOVE SPACES TO LCR-MD5-CALCULADO
               PERFORM GRAVA-LACRE
               DISPLAY "EXCLUIDO DA BASE."
               MOVE "LACRE"          TO WA-AU-EVENTO
               MOVE LCR-ARQ-CALCULAR TO WA-AU-ENTRADA
               MOVE "EXCLUIDO"       TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
           ELSE
               DISPLAY "NADA EXCLUIDO."
           END-IF.

      * ARQUIVO PELO NUMERO DA LISTA OU PELO NOME (CAMINHO COMO O
      * PROGRAMA ABRE - MAIUSCULA/MINUSCULA CONTAM).
       RT06-00-PEDE-ARQUIVO.
           DISPLAY "Arquivo (numero da lista ou nome): "
               WITH NO ADVANCING.
           MOVE SPACES TO WA-ARQ-INFORMADO.
           ACCEPT WA-ARQ-INFORMADO.
           MOVE FUNCTION TRIM(WA-ARQ-INFORMADO) TO LCR-ARQ-CALCULAR.
           IF  WA-ARQ-INFORMADO(1:1) IS NUMERIC
               AND WA-ARQ-INFORMADO(4:97) = SPACES
               COMPUTE WN-NUM-INFORMADO =
                   FUNCTION NUMVAL(WA-ARQ-INFORMADO)
               IF  WN-NUM-INFORMADO > ZEROS
                   AND WN-NUM-INFORMADO <= LCR-QTDE
                   MOVE LCR-ARQUIVO(WN-NUM-INFORMADO)
                       TO LCR-ARQ-CALCULAR
               END-IF
           END-IF.
           PERFORM PROCURA-LACRE.

      *---------------------------------------------------------------*
      * SELO: GRAVA NO SYSTEM.PARM A DATA DA PRIMEIRA BASE APROVADA.  *
      * A PARTIR DAI O GO-FCO-LACRE TRATA LIVRO AUSENTE/VAZIO COMO    *
      * ADULTERACAO (RC 8), E NAO COMO INSTALACAO NOVA. SE O          *
      * SYSTEM.PARM JA ESTA NA BASE E CONFERIA ANTES DO SELO, A       *
      * IMPRESSAO NOVA ENTRA NO LIVRO (ACAO SYSPARM, COMO NO          *
      * SYSPARM-MANUT) - SE JA DIVERGIA, FICA DIVERGINDO PARA O       *
      * SUPERVISOR APROVAR NA MAO. O ARQUIVO DO CHAMADOR              *
      * (LCR-ARQ-CALCULAR / LCR-IDX-ACHADO) VOLTA COMO ESTAVA.        *
      *---------------------------------------------------------------*
       RT07-00-SELA-SYSPARM.
           MOVE LCR-ARQ-CALCULAR TO WA-ARQ-SELANDO.
           MOVE "N" TO WA-SYSPARM-CONFERE.
           MOVE "SYSTEM.PARM" TO LCR-ARQ-CALCULAR.
           PERFORM PROCURA-LACRE.
           MOVE LCR-IDX-ACHADO TO WN-IDX-SYSPARM.
           IF  WN-IDX-SYSPARM > ZEROS
               PERFORM CALCULA-LACRE
               IF  LCR-ARQ-EXISTE = "S"
                   AND LCR-MD5-CALCULADO = LCR-MD5(WN-IDX-SYSPARM)
                   MOVE "S" TO WA-SYSPARM-CONFERE
               END-IF
           END-IF.

           ACCEPT SP-LACRE-DATA-SELO FROM DATE YYYYMMDD.
           OPEN OUTPUT SYSTEM-PARM-FILE.
           IF  WA-FS-SYSPARM NOT = "00"
               DISPLAY "AVISO: SYSTEM.PARM SEM GRAVACAO (STATUS "
                       WA-FS-SYSPARM ") - LACRE NAO SELADO."
               MOVE ZEROS TO SP-LACRE-DATA-SELO
               MOVE "LACRE"          TO WA-AU-EVENTO
               MOVE "SYSTEM.PARM"    TO WA-AU-ENTRADA
               MOVE "SELO-FALHOU"    TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
           ELSE
               MOVE SYS-PARM-REC TO SYSTEM-PARM-REC
               WRITE SYSTEM-PARM-REC
               CLOSE SYSTEM-PARM-FILE
               DISPLAY "LACRE SELADO EM " SP-LACRE-DATA-SELO
                       " (SYSTEM.PARM)."
               MOVE "LACRE"          TO WA-AU-EVENTO
               MOVE "SYSTEM.PARM"    TO WA-AU-ENTRADA
               MOVE "SELADO"         TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               IF  WA-SYSPARM-CONFERE = "S"
                   MOVE LCR-MD5(WN-IDX-SYSPARM) TO LCR-MD5-ANTERIOR
                   PERFORM CALCULA-LACRE
                   MOVE "SYSPARM" TO LCR-ACAO
                   PERFORM GRAVA-LACRE
                   DISPLAY "LACRE DO SYSTEM.PARM ATUALIZADO."
               END-IF
           END-IF.

           MOVE WA-ARQ-SELANDO TO LCR-ARQ-CALCULAR.
           PERFORM PROCURA-LACRE.

           COPY LACRETABP.

           COPY AUDITP.

           COPY SYSPARMP.
