       IDENTIFICATION DIVISION.
       PROGRAM-ID.      GO-FCO-RELREPO.
      *------------------------------------------------------------------------------*
      * REPOSITORIO DE RELATORIOS. CADA RODADA DE RELATORIO E ARQUIVADA PELA         *
      * RELATORIO-ARQUIVA (COPY RELREPOP) EM RELATORIOS/<ARQUIVO>.AAAAMMDD-HHMMSS,   *
      * COM UMA LINHA NO INDICE RELATORIOS/RELATORIO-INDICE.TXT (COPY RELIDXREC).    *
      * ESTE PROGRAMA TEM DOIS MODOS (VARIAVEL GO-RELREPO-MODO):                     *
      *  - EM BRANCO: PASSO DA CADEIA NOTURNA, DEPOIS DOS RELATORIOS. DEPOSITA NA    *
      *    OUTBOX DO GATEWAY DE E-MAIL CADA VERSAO AINDA NAO DISTRIBUIDA CUJO        *
      *    RELATORIO TEM DESTINATARIO NA TABELA RELATORIO-DISTRIB.TXT (LINHAS        *
      *    "RELATORIO;DESTINATARIOS", "*" E COMENTARIO, LINHA OPCIONAL               *
      *    "OUTBOX;<DIRETORIO>" - PADRAO OUTBOX): A COPIA VAI PARA O DIRETORIO E     *
      *    UMA LINHA "AAAAMMDD;RELATORIO;ARQUIVO;DESTINATARIOS" VAI PARA O           *
      *    <DIRETORIO>/RELATORIO-OUTBOX.TXT, QUE O GATEWAY COLETA - NINGUEM MAIS     *
      *    MANDA RELATORIO POR E-MAIL NA MAO. DEPOIS APLICA A RETENCAO: VERSAO DE    *
      *    DATA ANTERIOR AO CORTE (SP-RELATORIO-RETENCAO-DIAS DIAS UTEIS PARA TRAS,  *
      *    CALENDARIO-UTEIS.TXT) E APAGADA E SAI DO INDICE. CALENDARIO AUSENTE OU    *
      *    VENCIDO ABORTA O PASSO COM RC 8, COMO NO GO-FCO-MANIFESTO.                *
      *  - "M" (OPCAO 65 DO MENU): LISTA AS VERSOES DO INDICE, FILTRANDO POR         *
      *    RELATORIO E/OU DATA, E REIMPRIME A ESCOLHIDA NA TELA OU EM UMA COPIA NO   *
      *    DIRETORIO DE TRABALHO. CADA REIMPRESSAO SAI NO AUDIT.LOG.                 *
      * O INDICE SO E REESCRITO PELO PASSO NOTURNO (VIA RELATORIOS/                  *
      * RELATORIO-INDICE.TMP); DURANTE O DIA A RELATORIO-ARQUIVA SO ACRESCENTA.      *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDICE-FILE
               ASSIGN TO WA-ARQ-INDICE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-INDICE.

           SELECT TRABALHO-FILE
               ASSIGN TO WA-ARQ-TRABALHO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-TRABALHO.

           SELECT DISTRIB-FILE
               ASSIGN TO WA-ARQ-DISTRIB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-DISTRIB.

           SELECT VERSAO-IN-FILE
               ASSIGN TO WA-ARQ-ENTRADA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-ENTRADA.

           SELECT COPIA-OUT-FILE
               ASSIGN TO WA-ARQ-SAIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-SAIDA.

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

           SELECT CALENDARIO-FILE
               ASSIGN TO WA-ARQ-CALENDARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-CALENDARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  INDICE-FILE.
           COPY RELIDXREC.

       FD  TRABALHO-FILE.
       01  TRABALHO-REC                PIC X(210).

       FD  DISTRIB-FILE.
       01  DISTRIB-REC                 PIC X(300).

       FD  VERSAO-IN-FILE.
       01  VERSAO-IN-REC               PIC X(400).

       FD  COPIA-OUT-FILE.
       01  COPIA-OUT-REC               PIC X(400).

       FD  OUTBOX-FILE.
       01  OUTBOX-REC                  PIC X(400).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  SYSTEM-PARM-FILE.
       01  SYSTEM-PARM-REC             PIC X(762).

       FD  CALENDARIO-FILE.
       01  CALENDARIO-REC              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WA-ARQ-INDICE               PIC X(100)          VALUE
               "RELATORIOS/RELATORIO-INDICE.TXT".
       77  WA-FS-INDICE                PIC X(002)          VALUE "00".
       77  WA-ARQ-TRABALHO             PIC X(100)          VALUE
               "RELATORIOS/RELATORIO-INDICE.TMP".
       77  WA-FS-TRABALHO              PIC X(002)          VALUE "00".
       77  WA-ARQ-DISTRIB              PIC X(100)          VALUE
               "RELATORIO-DISTRIB.TXT".
       77  WA-FS-DISTRIB               PIC X(002)          VALUE "00".
       77  WA-ARQ-ENTRADA              PIC X(100)          VALUE SPACES.
       77  WA-FS-ENTRADA               PIC X(002)          VALUE "00".
       77  WA-ARQ-SAIDA                PIC X(100)          VALUE SPACES.
       77  WA-FS-SAIDA                 PIC X(002)          VALUE "00".
       77  WA-ARQ-OUTBOX               PIC X(100)          VALUE SPACES.
       77  WA-FS-OUTBOX                PIC X(002)          VALUE "00".
       77  WA-DIR-OUTBOX               PIC X(060)          VALUE
               "OUTBOX".
       77  WA-COMANDO-EXEC             PIC X(200)          VALUE SPACES.
       77  WA-MODO                     PIC X(001)          VALUE SPACES.
       77  WA-EOF-INDICE               PIC X(001)          VALUE "N".
       77  WA-EOF-TRABALHO             PIC X(001)          VALUE "N".
       77  WA-EOF-DISTRIB              PIC X(001)          VALUE "N".
       77  WA-EOF-ENTRADA              PIC X(001)          VALUE "N".
       77  WA-COPIA-OK                 PIC X(001)          VALUE "N".
       77  WA-ACHOU                    PIC X(001)          VALUE "N".
       77  WA-SAIR                     PIC X(001)          VALUE "N".
       77  WA-PARA-LISTA               PIC X(001)          VALUE "N".
       77  WA-CONTINUA                 PIC X(001)          VALUE SPACES.
       77  WA-CAMINHO                  PIC X(100)          VALUE SPACES.
       77  WA-NOME-BASE                PIC X(100)          VALUE SPACES.
       77  WA-TOKEN-1                  PIC X(060)          VALUE SPACES.
       77  WA-TOKEN-2                  PIC X(200)          VALUE SPACES.
       77  WA-FILTRO-RELATORIO         PIC X(040)          VALUE SPACES.
       77  WA-FILTRO-DATA              PIC X(008)          VALUE SPACES.
       77  WA-ESCOLHA                  PIC X(010)          VALUE SPACES.
       77  WA-FORMA                    PIC X(001)          VALUE SPACES.
       77  WA-LINHA-TELA               PIC X(132)          VALUE SPACES.
       77  WN-DATA-HOJE                PIC 9(008)          VALUE ZEROS.
       77  WN-POS                      PIC 9(003)          VALUE ZEROS.
       77  WN-POS-BARRA                PIC 9(003)          VALUE ZEROS.
       77  WN-TAM-FILTRO               PIC 9(003)          VALUE ZEROS.
       77  WN-QTDE-PROIBIDOS           PIC 9(003)          VALUE ZEROS.
       77  WN-QTDE-LINHAS              PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-LIDAS               PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-DISTRIBUIDAS        PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-SEM-DESTINO         PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-FALHAS              PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-PURGADAS            PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-PAGINA              PIC 9(003)          VALUE ZEROS.
       77  WN-TAM-PAGINA               PIC 9(003)          VALUE 20.
       77  WN-ESCOLHIDA                PIC 9(003)          VALUE ZEROS.
       77  WN-IDX-ED                   PIC ZZ9.
       77  WN-LINHAS-ED                PIC Z.ZZZ.ZZ9.

      * TABELA DE DISTRIBUICAO (RELATORIO-DISTRIB.TXT).
       01  DT-TABELA.
           03  DT-ENTRY OCCURS 100 TIMES.
               05  DT-RELATORIO        PIC X(040).
               05  DT-DESTINATARIOS    PIC X(200).
       77  DT-QTDE                     PIC 9(003)          VALUE ZEROS.
       77  DT-IDX                      PIC 9(003)          VALUE ZEROS.

      * VERSOES LISTADAS NA TELA, PARA A ESCOLHA PELO NUMERO.
       01  RL-TABELA.
           03  RL-ENTRY OCCURS 500 TIMES.
               05  RL-RELATORIO        PIC X(040).
               05  RL-DATA             PIC 9(008).
               05  RL-HORA             PIC 9(006).
               05  RL-VERSAO           PIC X(100).
       77  RL-QTDE                     PIC 9(003)          VALUE ZEROS.
       77  RL-IDX                      PIC 9(003)          VALUE ZEROS.
       77  RL-TRUNCADA                 PIC X(001)          VALUE "N".

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-FS-AUDIT                 PIC X(002)          VALUE "00".
       77  WA-AU-DATA                  PIC 9(008).
       77  WA-AU-HORA                  PIC 9(006).
       77  WA-AU-PROGRAM-ID            PIC X(020)
               VALUE "GO-FCO-RELREPO".
       77  WA-AU-EVENTO                PIC X(010)          VALUE SPACES.
       77  WA-AU-ENTRADA               PIC X(030)          VALUE SPACES.
       77  WA-AU-RESULTADO             PIC X(020)          VALUE SPACES.
       77  WA-AU-OPERADOR              PIC X(008)          VALUE SPACES.
       77  WA-ARQ-SYSPARM              PIC X(100)          VALUE
               "SYSTEM.PARM".
       77  WA-FS-SYSPARM               PIC X(002)          VALUE "00".

           COPY SYSPARM.

       77  WA-ARQ-CALENDARIO           PIC X(100)          VALUE
               "CALENDARIO-UTEIS.TXT".
       77  WA-FS-CALENDARIO            PIC X(002)          VALUE "00".

           COPY CALETAB.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           MOVE "INICIO"   TO WA-AU-EVENTO.
           MOVE SPACES     TO WA-AU-ENTRADA.
           MOVE SPACES     TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

           PERFORM CARREGA-SYSPARM.
           ACCEPT WN-DATA-HOJE FROM DATE YYYYMMDD.

           ACCEPT WA-MODO FROM ENVIRONMENT "GO-RELREPO-MODO".
           MOVE FUNCTION UPPER-CASE(WA-MODO) TO WA-MODO.
           IF  WA-MODO = "M"
               PERFORM RT10-00-CONSULTA
               MOVE "CONSULTA"         TO WA-AU-EVENTO
               MOVE SPACES             TO WA-AU-ENTRADA WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               GOBACK
           END-IF.

           PERFORM CARREGA-CALENDARIO.
           IF  CAL-VALIDO NOT = "S"
               DISPLAY "ERRO: CALENDARIO DE DIAS UTEIS AUSENTE OU "
                       "VENCIDO (" FUNCTION TRIM(WA-ARQ-CALENDARIO)
                       ") - ATUALIZE NO CALENDARIO-MANUT. "
                       "DISTRIBUICAO/RETENCAO DE RELATORIOS NAO RODOU."
               MOVE "RELREPO"         TO WA-AU-EVENTO
               MOVE "SEM-CALENDARIO"  TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
      * RETURN-CODE DIFERENTE DE ZERO: COMO PASSO DO GO-FCO-CADEIA,
      * O ABORTO TEM QUE PARAR A CADEIA.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM RT01-00-CARREGA-DISTRIB.

      * O CORTE RETROCEDE N DIAS UTEIS A PARTIR DE HOJE - FERIADAO
      * NAO ENCURTA A RETENCAO.
           MOVE WN-DATA-HOJE               TO CAL-DATA-FIM.
           MOVE SP-RELATORIO-RETENCAO-DIAS TO CAL-DIAS-RETROCEDER.
           PERFORM RETROCEDE-DIAS-UTEIS.

           PERFORM RT02-00-PROCESSA-INDICE.

           DISPLAY "Versoes no indice............: " WN-QTDE-LIDAS.
           DISPLAY "Depositadas na outbox........: "
                   WN-QTDE-DISTRIBUIDAS
                   " (" FUNCTION TRIM(WA-DIR-OUTBOX) ")".
           DISPLAY "Sem destinatario na tabela...: "
                   WN-QTDE-SEM-DESTINO.
           DISPLAY "Falhas de deposito (pendentes): " WN-QTDE-FALHAS.
           DISPLAY "Apagadas pela retencao de "
                   SP-RELATORIO-RETENCAO-DIAS " dias uteis (corte "
                   CAL-DATA-CORTE "): " WN-QTDE-PURGADAS.

           MOVE "RELREPO"          TO WA-AU-EVENTO.
           MOVE SPACES             TO WA-AU-ENTRADA WA-AU-RESULTADO.
           STRING "DISTRIB=" WN-QTDE-DISTRIBUIDAS
               DELIMITED BY SIZE INTO WA-AU-ENTRADA
           END-STRING.
           STRING "PURGADAS=" WN-QTDE-PURGADAS
               DELIMITED BY SIZE INTO WA-AU-RESULTADO
           END-STRING.
           PERFORM GRAVA-AUDITORIA.

      * DEPOSITO QUE FALHOU FICA PENDENTE E E TENTADO DE NOVO NA
      * PROXIMA NOITE - NAO PARA A CADEIA.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *---------------------------------------------------------------*
      * TABELA DE DISTRIBUICAO. SEM O ARQUIVO, NENHUM RELATORIO TEM   *
      * DESTINATARIO (TODOS SAEM COM "-" E SO FICAM NO REPOSITORIO).  *
      *---------------------------------------------------------------*
       RT01-00-CARREGA-DISTRIB.
           MOVE ZEROS TO DT-QTDE.
           OPEN INPUT DISTRIB-FILE.
           IF  WA-FS-DISTRIB NOT = "00"
               DISPLAY "AVISO: " FUNCTION TRIM(WA-ARQ-DISTRIB)
                       " NAO ENCONTRADO - NENHUM RELATORIO SERA "
                       "DISTRIBUIDO."
           ELSE
               MOVE "N" TO WA-EOF-DISTRIB
               PERFORM UNTIL WA-EOF-DISTRIB = "S"
                   READ DISTRIB-FILE
                       AT END MOVE "S" TO WA-EOF-DISTRIB
                   END-READ
                   IF  WA-EOF-DISTRIB NOT = "S"
                       AND DISTRIB-REC NOT = SPACES
                       AND DISTRIB-REC(1:1) NOT = "*"
                       PERFORM RT01A-TRATA-LINHA-DISTRIB
                   END-IF
               END-PERFORM
               CLOSE DISTRIB-FILE
           END-IF.

       RT01A-TRATA-LINHA-DISTRIB.
           MOVE SPACES TO WA-TOKEN-1 WA-TOKEN-2.
           UNSTRING DISTRIB-REC DELIMITED BY ";" INTO
               WA-TOKEN-1
               WA-TOKEN-2
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WA-TOKEN-1))
               TO WA-TOKEN-1.
           MOVE FUNCTION TRIM(WA-TOKEN-2) TO WA-TOKEN-2.

           IF  WA-TOKEN-1 = "OUTBOX"
               PERFORM RT01B-VALIDA-OUTBOX
           ELSE
           IF  WA-TOKEN-2 = SPACES
               DISPLAY "AVISO: " FUNCTION TRIM(WA-TOKEN-1)
                       " SEM DESTINATARIO NA TABELA - IGNORADO."
           ELSE
           IF  DT-QTDE >= 100
               DISPLAY "AVISO: TABELA DE DISTRIBUICAO PASSOU DE 100 "
                       "RELATORIOS - " FUNCTION TRIM(WA-TOKEN-1)
                       " IGNORADO."
           ELSE
               ADD 1 TO DT-QTDE
               MOVE WA-TOKEN-1 TO DT-RELATORIO(DT-QTDE)
               MOVE WA-TOKEN-2 TO DT-DESTINATARIOS(DT-QTDE)
           END-IF
           END-IF
           END-IF.

      * O DIRETORIO VAI PARA O mkdir: NADA QUE O SHELL INTERPRETE.
       RT01B-VALIDA-OUTBOX.
           MOVE ZEROS TO WN-QTDE-PROIBIDOS WN-POS.
           IF  WA-TOKEN-2 NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WA-TOKEN-2))
                   TO WN-POS
               INSPECT WA-TOKEN-2(1:WN-POS) TALLYING WN-QTDE-PROIBIDOS
                   FOR ALL " " ALL ";" ALL "&" ALL "|" ALL "$" ALL "`"
                       ALL "'" ALL QUOTE ALL "<" ALL ">" ALL "*"
                       ALL "?"
           END-IF.
           IF  WN-POS = ZEROS OR WN-POS > 60
               OR WN-QTDE-PROIBIDOS > ZEROS
               DISPLAY "AVISO: DIRETORIO DE OUTBOX INVALIDO NA "
                       "TABELA - MANTIDO " FUNCTION TRIM(WA-DIR-OUTBOX)
           ELSE
               MOVE WA-TOKEN-2 TO WA-DIR-OUTBOX
           END-IF.

      *---------------------------------------------------------------*
      * UMA PASSADA NO INDICE: VERSAO ANTERIOR AO CORTE E APAGADA E   *
      * NAO VAI PARA O INDICE NOVO; VERSAO PENDENTE E DISTRIBUIDA.    *
      * O INDICE NOVO SAI NO .TMP E SO E COPIADO DE VOLTA NO FIM.     *
      *---------------------------------------------------------------*
       RT02-00-PROCESSA-INDICE.
           MOVE ZEROS TO WN-QTDE-LIDAS WN-QTDE-DISTRIBUIDAS
                         WN-QTDE-SEM-DESTINO WN-QTDE-FALHAS
                         WN-QTDE-PURGADAS.
           OPEN INPUT INDICE-FILE.
           IF  WA-FS-INDICE NOT = "00"
               DISPLAY "REPOSITORIO DE RELATORIOS VAZIO ("
                       FUNCTION TRIM(WA-ARQ-INDICE) ")."
           ELSE
               OPEN OUTPUT TRABALHO-FILE
               MOVE "N" TO WA-EOF-INDICE
               PERFORM UNTIL WA-EOF-INDICE = "S"
                   READ INDICE-FILE
                       AT END MOVE "S" TO WA-EOF-INDICE
                   END-READ
                   IF  WA-EOF-INDICE NOT = "S"
                       AND RELATORIO-INDICE-REC NOT = SPACES
                       PERFORM RT03-00-TRATA-VERSAO
                   END-IF
               END-PERFORM
               CLOSE INDICE-FILE
               CLOSE TRABALHO-FILE

               IF  WN-QTDE-DISTRIBUIDAS + WN-QTDE-SEM-DESTINO
                   + WN-QTDE-PURGADAS > ZEROS
                   PERFORM RT06-00-REGRAVA-INDICE
               END-IF
               CALL "CBL_DELETE_FILE" USING WA-ARQ-TRABALHO
               MOVE 0 TO RETURN-CODE
           END-IF.

       RT03-00-TRATA-VERSAO.
           ADD 1 TO WN-QTDE-LIDAS.
           IF  RI-DATA IS NUMERIC
               AND RI-DATA < CAL-DATA-CORTE
               MOVE RI-VERSAO TO WA-CAMINHO
               CALL "CBL_DELETE_FILE" USING WA-CAMINHO
               MOVE 0 TO RETURN-CODE
               ADD 1 TO WN-QTDE-PURGADAS
           ELSE
               IF  RI-DISTRIBUIDO = "N"
                   PERFORM RT04-00-DISTRIBUI
               END-IF
               MOVE RELATORIO-INDICE-REC TO TRABALHO-REC
               WRITE TRABALHO-REC
           END-IF.

      *---------------------------------------------------------------*
      * DEPOSITO NA OUTBOX: COPIA DA VERSAO NO DIRETORIO E LINHA NO   *
      * RELATORIO-OUTBOX.TXT. VERSAO QUE NAO ABRE FICA PENDENTE.      *
      *---------------------------------------------------------------*
       RT04-00-DISTRIBUI.
           MOVE "N" TO WA-ACHOU.
           PERFORM VARYING DT-IDX FROM 1 BY 1
                   UNTIL DT-IDX > DT-QTDE OR WA-ACHOU = "S"
               IF  DT-RELATORIO(DT-IDX) = RI-RELATORIO
                   MOVE "S" TO WA-ACHOU
               END-IF
           END-PERFORM.

           IF  WA-ACHOU = "N"
               MOVE "-" TO RI-DISTRIBUIDO
               ADD 1 TO WN-QTDE-SEM-DESTINO
           ELSE
               SUBTRACT 1 FROM DT-IDX
               MOVE SPACES TO WA-COMANDO-EXEC
               STRING "mkdir -p " FUNCTION TRIM(WA-DIR-OUTBOX)
                      " 2>/dev/null"
                   DELIMITED BY SIZE INTO WA-COMANDO-EXEC
               END-STRING
               CALL "SYSTEM" USING WA-COMANDO-EXEC
               END-CALL
               MOVE 0 TO RETURN-CODE

               MOVE RI-VERSAO TO WA-CAMINHO
               PERFORM RT80-00-NOME-BASE
               MOVE RI-VERSAO TO WA-ARQ-ENTRADA
               MOVE SPACES TO WA-ARQ-SAIDA
               STRING FUNCTION TRIM(WA-DIR-OUTBOX) DELIMITED BY SIZE
                      "/"                          DELIMITED BY SIZE
                      FUNCTION TRIM(WA-NOME-BASE)  DELIMITED BY SIZE
                   INTO WA-ARQ-SAIDA
               END-STRING
               PERFORM RT81-00-COPIA-VERSAO

               IF  WA-COPIA-OK = "N"
                   ADD 1 TO WN-QTDE-FALHAS
                   DISPLAY "AVISO: VERSAO " FUNCTION TRIM(RI-VERSAO)
                           " NAO FOI DEPOSITADA - FICA PENDENTE."
               ELSE
                   PERFORM RT05-00-GRAVA-OUTBOX
                   MOVE "S" TO RI-DISTRIBUIDO
                   ADD 1 TO WN-QTDE-DISTRIBUIDAS
                   MOVE "DISTRIBUI"    TO WA-AU-EVENTO
                   MOVE RI-RELATORIO   TO WA-AU-ENTRADA
                   MOVE SPACES         TO WA-AU-RESULTADO
                   STRING RI-DATA "-" RI-HORA
                       DELIMITED BY SIZE INTO WA-AU-RESULTADO
                   END-STRING
                   PERFORM GRAVA-AUDITORIA
               END-IF
           END-IF.

       RT05-00-GRAVA-OUTBOX.
           MOVE SPACES TO WA-ARQ-OUTBOX.
           STRING FUNCTION TRIM(WA-DIR-OUTBOX) DELIMITED BY SIZE
                  "/RELATORIO-OUTBOX.TXT"      DELIMITED BY SIZE
               INTO WA-ARQ-OUTBOX
           END-STRING.
           OPEN EXTEND OUTBOX-FILE.
           IF  WA-FS-OUTBOX = "35"
               OPEN OUTPUT OUTBOX-FILE
           END-IF.
           MOVE SPACES TO OUTBOX-REC.
           STRING WN-DATA-HOJE                  DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  FUNCTION TRIM(RI-RELATORIO)   DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WA-ARQ-SAIDA)   DELIMITED BY SIZE
                  ";"                           DELIMITED BY SIZE
                  FUNCTION TRIM(DT-DESTINATARIOS(DT-IDX))
                                                DELIMITED BY SIZE
               INTO OUTBOX-REC
           END-STRING.
           WRITE OUTBOX-REC.
           CLOSE OUTBOX-FILE.

      *---------------------------------------------------------------*
      * O INDICE NOVO VOLTA DO .TMP POR CIMA DO ANTIGO.               *
      *---------------------------------------------------------------*
       RT06-00-REGRAVA-INDICE.
           OPEN INPUT TRABALHO-FILE.
           IF  WA-FS-TRABALHO NOT = "00"
               DISPLAY "ERRO: " FUNCTION TRIM(WA-ARQ-TRABALHO)
                       " NAO ABRIU - INDICE MANTIDO COMO ESTAVA."
           ELSE
               OPEN OUTPUT INDICE-FILE
               MOVE "N" TO WA-EOF-TRABALHO
               PERFORM UNTIL WA-EOF-TRABALHO = "S"
                   READ TRABALHO-FILE
                       AT END MOVE "S" TO WA-EOF-TRABALHO
                   END-READ
                   IF  WA-EOF-TRABALHO NOT = "S"
                       MOVE TRABALHO-REC TO RELATORIO-INDICE-REC
                       WRITE RELATORIO-INDICE-REC
                   END-IF
               END-PERFORM
               CLOSE TRABALHO-FILE
               CLOSE INDICE-FILE
           END-IF.

      *---------------------------------------------------------------*
      * MODO M: CONSULTA E REIMPRESSAO PELO MENU.                     *
      *---------------------------------------------------------------*
       RT10-00-CONSULTA.
           MOVE "N" TO WA-SAIR.
           PERFORM UNTIL WA-SAIR = "S"
               DISPLAY " "
               DISPLAY "--- REPOSITORIO DE RELATORIOS ---"
               DISPLAY "Relatorio (inicio do nome, ENTER = todos): "
                   WITH NO ADVANCING
               MOVE SPACES TO WA-FILTRO-RELATORIO
               ACCEPT WA-FILTRO-RELATORIO
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WA-FILTRO-RELATORIO))
                   TO WA-FILTRO-RELATORIO
               DISPLAY "Data da rodada (AAAAMMDD, ENTER = todas): "
                   WITH NO ADVANCING
               MOVE SPACES TO WA-FILTRO-DATA
               ACCEPT WA-FILTRO-DATA

               PERFORM RT11-00-LISTA
               IF  WA-SAIR NOT = "S"
                   PERFORM RT12-00-ESCOLHE
               END-IF
           END-PERFORM.

       RT11-00-LISTA.
           MOVE ZEROS TO RL-QTDE WN-QTDE-PAGINA.
           MOVE "N"   TO RL-TRUNCADA WA-PARA-LISTA.
           MOVE ZEROS TO WN-TAM-FILTRO.
           IF  WA-FILTRO-RELATORIO NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WA-FILTRO-RELATORIO))
                   TO WN-TAM-FILTRO
           END-IF.

           OPEN INPUT INDICE-FILE.
           IF  WA-FS-INDICE NOT = "00"
               DISPLAY "REPOSITORIO DE RELATORIOS VAZIO."
               MOVE "S" TO WA-SAIR
           ELSE
               DISPLAY "  N. RELATORIO                          "
                       "DATA       HORA     OPERADOR     LINHAS D"
               MOVE "N" TO WA-EOF-INDICE
               PERFORM UNTIL WA-EOF-INDICE = "S"
                   READ INDICE-FILE
                       AT END MOVE "S" TO WA-EOF-INDICE
                   END-READ
                   IF  WA-EOF-INDICE NOT = "S"
                       AND RELATORIO-INDICE-REC NOT = SPACES
                       PERFORM RT11A-FILTRA-VERSAO
                   END-IF
               END-PERFORM
               CLOSE INDICE-FILE

               IF  RL-TRUNCADA = "S"
                   DISPLAY "LISTA LIMITADA A 500 VERSOES - REFINE O "
                           "FILTRO PARA VER AS DEMAIS."
               END-IF
               IF  RL-QTDE = ZEROS
                   DISPLAY "NENHUMA VERSAO ARQUIVADA COM ESSE FILTRO."
               END-IF
           END-IF.

       RT11A-FILTRA-VERSAO.
           MOVE "S" TO WA-ACHOU.
           IF  WN-TAM-FILTRO > ZEROS
               IF  RI-RELATORIO(1:WN-TAM-FILTRO) NOT =
                   WA-FILTRO-RELATORIO(1:WN-TAM-FILTRO)
                   MOVE "N" TO WA-ACHOU
               END-IF
           END-IF.
           IF  WA-FILTRO-DATA NOT = SPACES
               AND RI-DATA NOT = WA-FILTRO-DATA
               MOVE "N" TO WA-ACHOU
           END-IF.
           IF  WA-ACHOU = "S"
               IF  RL-QTDE >= 500
                   MOVE "S" TO RL-TRUNCADA
               ELSE
                   ADD 1 TO RL-QTDE
                   MOVE RI-RELATORIO TO RL-RELATORIO(RL-QTDE)
                   MOVE RI-DATA      TO RL-DATA(RL-QTDE)
                   MOVE RI-HORA      TO RL-HORA(RL-QTDE)
                   MOVE RI-VERSAO    TO RL-VERSAO(RL-QTDE)
                   IF  WA-PARA-LISTA NOT = "S"
                       PERFORM RT11B-MOSTRA-VERSAO
                   END-IF
               END-IF
           END-IF.

       RT11B-MOSTRA-VERSAO.
           MOVE RL-QTDE   TO WN-IDX-ED.
           MOVE RI-LINHAS TO WN-LINHAS-ED.
           MOVE SPACES    TO WA-LINHA-TELA.
           STRING WN-IDX-ED                 DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  RI-RELATORIO(1:34)        DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  RI-DATA(7:2) "/" RI-DATA(5:2) "/" RI-DATA(1:4)
                                            DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  RI-HORA(1:2) ":" RI-HORA(3:2) ":" RI-HORA(5:2)
                                            DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  RI-OPERADOR               DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WN-LINHAS-ED              DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  RI-DISTRIBUIDO            DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  FUNCTION TRIM(RI-FONTE)   DELIMITED BY SIZE
               INTO WA-LINHA-TELA
           END-STRING.
           DISPLAY FUNCTION TRIM(WA-LINHA-TELA TRAILING).
           ADD 1 TO WN-QTDE-PAGINA.
           IF  WN-QTDE-PAGINA >= WN-TAM-PAGINA
               DISPLAY "-- ENTER continua, S para parar -- "
                   WITH NO ADVANCING
               MOVE SPACES TO WA-CONTINUA
               ACCEPT WA-CONTINUA
               IF  FUNCTION UPPER-CASE(WA-CONTINUA) = "S"
                   MOVE "S" TO WA-PARA-LISTA
               END-IF
               MOVE ZEROS TO WN-QTDE-PAGINA
           END-IF.

       RT12-00-ESCOLHE.
           DISPLAY "Versao para reimprimir (numero, ENTER = nova "
                   "pesquisa, S = sair): " WITH NO ADVANCING.
           MOVE SPACES TO WA-ESCOLHA.
           ACCEPT WA-ESCOLHA.
           MOVE ZEROS TO WN-ESCOLHIDA.
           IF  FUNCTION UPPER-CASE(WA-ESCOLHA(1:1)) = "S"
               MOVE "S" TO WA-SAIR
           ELSE
           IF  WA-ESCOLHA NOT = SPACES
               IF  FUNCTION TRIM(WA-ESCOLHA) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WA-ESCOLHA) TO WN-ESCOLHIDA
               END-IF
               IF  WN-ESCOLHIDA = ZEROS OR WN-ESCOLHIDA > RL-QTDE
                   DISPLAY "VERSAO " FUNCTION TRIM(WA-ESCOLHA)
                           " NAO ESTA NA LISTA."
               ELSE
                   PERFORM RT13-00-REIMPRIME
               END-IF
           END-IF
           END-IF.

      *---------------------------------------------------------------*
      * REIMPRESSAO: NA TELA, PAGINADA, OU EM COPIA NO DIRETORIO DE   *
      * TRABALHO COM O NOME DA VERSAO (NAO SOBRESCREVE O RELATORIO    *
      * CORRENTE DE MESMO NOME).                                      *
      *---------------------------------------------------------------*
       RT13-00-REIMPRIME.
           DISPLAY "(T)ela ou (C)opia no diretorio de trabalho: "
               WITH NO ADVANCING.
           MOVE SPACES TO WA-FORMA.
           ACCEPT WA-FORMA.
           MOVE FUNCTION UPPER-CASE(WA-FORMA) TO WA-FORMA.

           MOVE RL-VERSAO(WN-ESCOLHIDA) TO WA-ARQ-ENTRADA.
           EVALUATE WA-FORMA
               WHEN "T"
                   PERFORM RT14-00-MOSTRA-TELA
               WHEN "C"
                   MOVE RL-VERSAO(WN-ESCOLHIDA) TO WA-CAMINHO
                   PERFORM RT80-00-NOME-BASE
                   MOVE WA-NOME-BASE TO WA-ARQ-SAIDA
                   PERFORM RT81-00-COPIA-VERSAO
                   IF  WA-COPIA-OK = "S"
                       DISPLAY "Copia gravada em "
                               FUNCTION TRIM(WA-ARQ-SAIDA)
                               " (" WN-QTDE-LINHAS " linha(s))"
                   END-IF
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - NADA REIMPRESSO."
                   MOVE "N" TO WA-COPIA-OK
           END-EVALUATE.

           IF  WA-COPIA-OK = "N"
               AND (WA-FORMA = "T" OR WA-FORMA = "C")
               DISPLAY "VERSAO " FUNCTION TRIM(WA-ARQ-ENTRADA)
                       " NAO ENCONTRADA NO REPOSITORIO."
           END-IF.

           IF  WA-COPIA-OK = "S"
               MOVE "REIMPRIME"            TO WA-AU-EVENTO
               MOVE RL-RELATORIO(WN-ESCOLHIDA) TO WA-AU-ENTRADA
               MOVE SPACES                 TO WA-AU-RESULTADO
               STRING WA-FORMA "-" RL-DATA(WN-ESCOLHIDA) "-"
                      RL-HORA(WN-ESCOLHIDA)
                   DELIMITED BY SIZE INTO WA-AU-RESULTADO
               END-STRING
               PERFORM GRAVA-AUDITORIA
           END-IF.

       RT14-00-MOSTRA-TELA.
           MOVE "N" TO WA-COPIA-OK.
           OPEN INPUT VERSAO-IN-FILE.
           IF  WA-FS-ENTRADA = "00"
               MOVE "S"   TO WA-COPIA-OK
               MOVE ZEROS TO WN-QTDE-PAGINA
               MOVE "N"   TO WA-EOF-ENTRADA WA-PARA-LISTA
               PERFORM UNTIL WA-EOF-ENTRADA = "S"
                          OR WA-PARA-LISTA = "S"
                   READ VERSAO-IN-FILE
                       AT END MOVE "S" TO WA-EOF-ENTRADA
                   END-READ
                   IF  WA-EOF-ENTRADA NOT = "S"
                       DISPLAY FUNCTION TRIM(VERSAO-IN-REC TRAILING)
                       ADD 1 TO WN-QTDE-PAGINA
                       IF  WN-QTDE-PAGINA >= WN-TAM-PAGINA
                           DISPLAY "-- ENTER continua, S para parar -- "
                               WITH NO ADVANCING
                           MOVE SPACES TO WA-CONTINUA
                           ACCEPT WA-CONTINUA
                           IF  FUNCTION UPPER-CASE(WA-CONTINUA) = "S"
                               MOVE "S" TO WA-PARA-LISTA
                           END-IF
                           MOVE ZEROS TO WN-QTDE-PAGINA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE VERSAO-IN-FILE
           END-IF.

      *---------------------------------------------------------------*
      * ROTINAS DE APOIO.                                             *
      * RT80: NOME SEM DIRETORIO (WA-CAMINHO -> WA-NOME-BASE).        *
      * RT81: COPIA WA-ARQ-ENTRADA PARA WA-ARQ-SAIDA, LINHA A LINHA.  *
      *---------------------------------------------------------------*
       RT80-00-NOME-BASE.
           MOVE ZEROS TO WN-POS-BARRA.
           PERFORM VARYING WN-POS FROM 1 BY 1 UNTIL WN-POS > 99
               IF  WA-CAMINHO(WN-POS:1) = "/"
                   MOVE WN-POS TO WN-POS-BARRA
               END-IF
           END-PERFORM.
           MOVE SPACES TO WA-NOME-BASE.
           MOVE WA-CAMINHO(WN-POS-BARRA + 1:100 - WN-POS-BARRA)
               TO WA-NOME-BASE.

       RT81-00-COPIA-VERSAO.
           MOVE "N"   TO WA-COPIA-OK.
           MOVE ZEROS TO WN-QTDE-LINHAS.
           OPEN INPUT VERSAO-IN-FILE.
           IF  WA-FS-ENTRADA = "00"
               OPEN OUTPUT COPIA-OUT-FILE
               IF  WA-FS-SAIDA NOT = "00"
                   CLOSE VERSAO-IN-FILE
               ELSE
                   MOVE "N" TO WA-EOF-ENTRADA
                   PERFORM UNTIL WA-EOF-ENTRADA = "S"
                       READ VERSAO-IN-FILE
                           AT END MOVE "S" TO WA-EOF-ENTRADA
                       END-READ
                       IF  WA-EOF-ENTRADA NOT = "S"
                           ADD 1 TO WN-QTDE-LINHAS
                           MOVE VERSAO-IN-REC TO COPIA-OUT-REC
                           WRITE COPIA-OUT-REC
                       END-IF
                   END-PERFORM
                   CLOSE VERSAO-IN-FILE
                   CLOSE COPIA-OUT-FILE
                   MOVE "S" TO WA-COPIA-OK
               END-IF
           END-IF.

           COPY CALETABP.

           COPY AUDITP.

           COPY SYSPARMP.
