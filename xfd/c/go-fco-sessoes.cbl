       IDENTIFICATION DIVISION.
       PROGRAM-ID.      GO-FCO-SESSOES.
      *------------------------------------------------------------------------------*
      * QUEM ESTA RODANDO O QUE. UMA SESSAO INTERATIVA DO GO-FCO-MASTER ESQUECIDA    *
      * NA TELA DE CONSULTA SEGURA O CNPJ-MASTER, E O GO-FCO-LOTE OU O               *
      * CNPJ-MASTER-RELOAD FICAM NO LACO DE ESPERA-E-RETENTATIVA ATE ALGUEM ACHAR    *
      * O CULPADO NA MAO COM ps E PIDTOUSER. ESTA TELA (MENU, OPCAO 63) LISTA CADA   *
      * PROCESSO DA FAMILIA GO-FCO EM EXECUCAO COM:                                  *
      *   - PID, USUARIO DO SISTEMA OPERACIONAL, TEMPO DE VIDA E CPU% (OS MESMOS     *
      *     DADOS DO PIDTOUSER, AQUI TIRADOS DE UM ps SO PARA TODOS);                *
      *   - O OPERADOR LOGADO (GO-OPERADOR) E A OPCAO EM QUE ELE ESTA, PELO          *
      *     REGISTRO DE SESSOES DO MENU (SESSOES-MENU.TXT - COPY SESSAOREC);         *
      *     PROCESSO SEM SESSAO DE MENU SAI COMO "BATCH", COMO NO AUDIT.LOG;         *
      *   - AS TRAVAS QUE ELE SEGURA: CNPJ-MASTER (ARQUIVO ABERTO), A TRAVA DA       *
      *     COTA (SERPRO-COTA.LCK) E O CHECKPOINT DO LOTE (GO-FCO-LOTE*.CKP) -       *
      *     QUEM TEM O ARQUIVO ABERTO VEM DO lsof; O CHECKPOINT, QUE O LOTE ABRE     *
      *     E FECHA A CADA GRAVACAO, TAMBEM E ATRIBUIDO AO GO-FCO-LOTE EM            *
      *     EXECUCAO SEMPRE QUE O ARQUIVO EXISTE.                                    *
      * O SUPERVISOR (GO-PERFIL "S") PODE ENCERRAR A SESSAO DE UMA LINHA, COM        *
      * CONFIRMACAO: kill NORMAL PRIMEIRO (O RUNTIME FECHA OS ARQUIVOS E SOLTA AS    *
      * TRAVAS) E, SE O PROCESSO NAO SAIR, kill -9 SO COM UMA SEGUNDA CONFIRMACAO.   *
      * CADA ENCERRAMENTO VAI PARA O AUDIT.LOG (EVENTO ENCERRA, COM PID E OPERADOR   *
      * DA SESSAO DERRUBADA NA ENTRADA; QUEM DERRUBOU E O AU-OPERADOR). A PROPRIA    *
      * SESSAO NAO PODE SER ENCERRADA DAQUI.                                         *
      * NA SAIDA, O SESSOES-MENU.TXT E REGRAVADO SO COM AS SESSOES VIVAS, PARA NAO   *
      * CRESCER SEM FIM.                                                             *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PS-FILE
               ASSIGN TO WA-ARQ-PS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-PS.

           SELECT TRAVA-FILE
               ASSIGN TO WA-ARQ-TRAVA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-TRAVA.

           SELECT SESSOES-FILE
               ASSIGN TO WA-ARQ-SESSOES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-SESSOES.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO WA-ARQ-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
       FD  PS-FILE.
       01  PS-REC                      PIC X(300).

       FD  TRAVA-FILE.
       01  TRAVA-REC                   PIC X(200).

       FD  SESSOES-FILE.
           COPY SESSAOREC.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  WA-ARQ-PS                   PIC X(100)          VALUE
               "SESSOES-PS.TMP".
       77  WA-FS-PS                    PIC X(002)          VALUE "00".
       77  WA-ARQ-TRAVA                PIC X(100)          VALUE
               "SESSOES-TRAVA.TMP".
       77  WA-FS-TRAVA                 PIC X(002)          VALUE "00".
       77  WA-ARQ-SESSOES              PIC X(100)          VALUE
               "SESSOES-MENU.TXT".
       77  WA-FS-SESSOES               PIC X(002)          VALUE "00".
       77  WA-EOF-ARQ                  PIC X(001)          VALUE "N".
       77  WA-COMANDO-EXEC             PIC X(200)          VALUE SPACES.
       77  WA-SAIR                     PIC X(001)          VALUE "N".
       77  WA-OPERADOR                 PIC X(008)          VALUE SPACES.
       77  WA-PERFIL                   PIC X(001)          VALUE SPACES.
       77  WN-PID-PROPRIO              PIC 9(007)          VALUE ZEROS.
       77  WN-SEGUNDOS-ESPERA          PIC 9(004) COMP     VALUE 2.

      * ULTIMA LINHA DE CADA PID NO SESSOES-MENU.TXT.
       01  WS-SESSOES-TAB.
           03  WS-SESSAO OCCURS 300 TIMES.
               05  SR-PID              PIC 9(007).
               05  SR-OPERADOR         PIC X(008).
               05  SR-PERFIL           PIC X(001).
               05  SR-DATA             PIC 9(008).
               05  SR-HORA             PIC 9(006).
               05  SR-OPCAO            PIC 9(002).
               05  SR-EVENTO           PIC X(010).
               05  SR-VIVO             PIC X(001).
       77  WN-QTDE-SESSOES             PIC 9(003)          VALUE ZEROS.
       77  WS-IDX-SR                   PIC 9(003)          VALUE ZEROS.
       77  WN-IDX-SR-ACHADO            PIC 9(003)          VALUE ZEROS.

      * PIDs QUE SEGURAM ALGUMA TRAVA (SAIDA DO lsof -t).
       01  WS-TRAVAS-TAB.
           03  WS-TRAVA OCCURS 100 TIMES.
               05  TV-PID              PIC 9(007).
               05  TV-MASTER           PIC X(001).
               05  TV-COTA             PIC X(001).
               05  TV-CKP              PIC X(001).
       77  WN-QTDE-TRAVAS              PIC 9(003)          VALUE ZEROS.
       77  WS-IDX-TV                   PIC 9(003)          VALUE ZEROS.
       77  WN-IDX-TV-ACHADO            PIC 9(003)          VALUE ZEROS.
       77  WA-TRAVA-ALVO               PIC X(040)          VALUE SPACES.
       77  WA-TRAVA-TIPO               PIC X(001)          VALUE SPACES.
       77  WA-HA-CHECKPOINT            PIC X(001)          VALUE "N".

      * PROCESSOS DA FAMILIA EM EXECUCAO, NA ORDEM DO ps.
       01  WS-PROCESSOS-TAB.
           03  WS-PROCESSO OCCURS 200 TIMES.
               05  PR-PID              PIC 9(007).
               05  PR-USUARIO          PIC X(010).
               05  PR-OPERADOR         PIC X(008).
               05  PR-PROGRAMA         PIC X(020).
               05  PR-ETIME            PIC X(011).
               05  PR-PCPU             PIC X(006).
               05  PR-TRAVAS           PIC X(030).
               05  PR-MENU             PIC X(001).
       77  WN-QTDE-PROCESSOS           PIC 9(003)          VALUE ZEROS.
       77  WS-IDX-PR                   PIC 9(003)          VALUE ZEROS.

       77  WA-PS-LINHA                 PIC X(300)          VALUE SPACES.
       77  WA-PS-PID                   PIC X(010)          VALUE SPACES.
       77  WA-PS-USER                  PIC X(020)          VALUE SPACES.
       77  WA-PS-ETIME                 PIC X(012)          VALUE SPACES.
       77  WA-PS-PCPU                  PIC X(008)          VALUE SPACES.
       77  WA-PS-ARGS                  PIC X(250)          VALUE SPACES.
       77  WA-ARGS-MAIUSC              PIC X(250)          VALUE SPACES.
       77  WN-PS-PTR                   PIC 9(003)          VALUE ZEROS.
       77  WN-PID-TRAB                 PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-FAMILIA             PIC 9(003)          VALUE ZEROS.
       77  WA-INCLUI                   PIC X(001)          VALUE "N".
       01  WS-ARG-TAB.
           03  WA-ARG-TOKEN OCCURS 6 TIMES
                                       PIC X(100).
       77  WS-IDX-ARG                  PIC 9(001)          VALUE ZEROS.
       77  WA-PROGRAMA-TRAB            PIC X(100)          VALUE SPACES.
       77  WN-POS-BARRA                PIC 9(003)          VALUE ZEROS.
       77  WS-IDX-POS                  PIC 9(003)          VALUE ZEROS.

       77  WA-ESCOLHA                  PIC X(003)          VALUE SPACES.
       77  WN-LINHA-ESCOLHIDA          PIC 9(003)          VALUE ZEROS.
       77  WA-CONFIRMA                 PIC X(001)          VALUE SPACES.
       77  WA-PROCESSO-VIVO            PIC X(001)          VALUE "N".
       77  WA-RESULTADO-KILL           PIC X(020)          VALUE SPACES.
       77  WN-PID-ED                   PIC Z(006)9.
       77  WA-LINHA-TELA               PIC X(132)          VALUE SPACES.

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-FS-AUDIT                 PIC X(002)          VALUE "00".
       77  WA-AU-DATA                  PIC 9(008).
       77  WA-AU-HORA                  PIC 9(006).
       77  WA-AU-PROGRAM-ID            PIC X(020)          VALUE
               "GO-FCO-SESSOES".
       77  WA-AU-EVENTO                PIC X(010)          VALUE SPACES.
       77  WA-AU-ENTRADA               PIC X(030)          VALUE SPACES.
       77  WA-AU-RESULTADO             PIC X(020)          VALUE SPACES.
       77  WA-AU-OPERADOR              PIC X(008)          VALUE SPACES.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           MOVE SPACES TO WA-OPERADOR WA-PERFIL.
           ACCEPT WA-OPERADOR FROM ENVIRONMENT "GO-OPERADOR".
           ACCEPT WA-PERFIL   FROM ENVIRONMENT "GO-PERFIL".

           CALL "C$GETPID"
           END-CALL.
           MOVE RETURN-CODE TO WN-PID-PROPRIO.
           MOVE 0 TO RETURN-CODE.

           MOVE "INICIO"   TO WA-AU-EVENTO.
           MOVE SPACES     TO WA-AU-ENTRADA.
           MOVE SPACES     TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

           MOVE "N" TO WA-SAIR.
           PERFORM UNTIL WA-SAIR = "S"
               PERFORM RT01-00-MONTA-LISTA
               PERFORM RT05-00-EXIBE-LISTA
               PERFORM RT06-00-ESCOLHE-LINHA
           END-PERFORM.

           PERFORM RT09-00-COMPACTA-SESSOES.

           MOVE "LISTA"            TO WA-AU-EVENTO.
           MOVE WN-QTDE-PROCESSOS  TO WA-AU-ENTRADA.
           MOVE "OK"               TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

           GOBACK.

       RT01-00-MONTA-LISTA.
           PERFORM RT02-00-CARREGA-SESSOES.
           PERFORM RT03-00-CARREGA-TRAVAS.
           PERFORM RT04-00-LE-PROCESSOS.

      *---------------------------------------------------------------*
      * REGISTRO DE SESSOES DO MENU: O ARQUIVO ESTA EM ORDEM DE       *
      * GRAVACAO, ENTAO A ULTIMA LINHA DE CADA PID E A QUE VALE.      *
      *---------------------------------------------------------------*
       RT02-00-CARREGA-SESSOES.
           MOVE ZEROS TO WN-QTDE-SESSOES.
           OPEN INPUT SESSOES-FILE.
           IF  WA-FS-SESSOES = "00"
               MOVE "N" TO WA-EOF-ARQ
               PERFORM UNTIL WA-EOF-ARQ = "S"
                   READ SESSOES-FILE
                       AT END MOVE "S" TO WA-EOF-ARQ
                   END-READ
                   IF  WA-EOF-ARQ NOT = "S"
                       AND SS-PID IS NUMERIC
                       AND SS-PID > ZEROS
                       PERFORM RT02A-GUARDA-SESSAO
                   END-IF
               END-PERFORM
               CLOSE SESSOES-FILE
           END-IF.

       RT02A-GUARDA-SESSAO.
           MOVE ZEROS TO WN-IDX-SR-ACHADO.
           PERFORM VARYING WS-IDX-SR FROM 1 BY 1
                   UNTIL WS-IDX-SR > WN-QTDE-SESSOES
                       OR WN-IDX-SR-ACHADO > ZEROS
               IF  SR-PID(WS-IDX-SR) = SS-PID
                   MOVE WS-IDX-SR TO WN-IDX-SR-ACHADO
               END-IF
           END-PERFORM.
           IF  WN-IDX-SR-ACHADO = ZEROS
               AND WN-QTDE-SESSOES < 300
               ADD 1 TO WN-QTDE-SESSOES
               MOVE WN-QTDE-SESSOES TO WN-IDX-SR-ACHADO
           END-IF.
           IF  WN-IDX-SR-ACHADO > ZEROS
               MOVE SS-PID      TO SR-PID(WN-IDX-SR-ACHADO)
               MOVE SS-OPERADOR TO SR-OPERADOR(WN-IDX-SR-ACHADO)
               MOVE SS-PERFIL   TO SR-PERFIL(WN-IDX-SR-ACHADO)
               MOVE SS-DATA     TO SR-DATA(WN-IDX-SR-ACHADO)
               MOVE SS-HORA     TO SR-HORA(WN-IDX-SR-ACHADO)
               MOVE SS-OPCAO    TO SR-OPCAO(WN-IDX-SR-ACHADO)
               MOVE SS-EVENTO   TO SR-EVENTO(WN-IDX-SR-ACHADO)
               MOVE "N"         TO SR-VIVO(WN-IDX-SR-ACHADO)
           END-IF.

      *---------------------------------------------------------------*
      * QUEM SEGURA O QUE: lsof -t DEVOLVE UM PID POR LINHA DE QUEM   *
      * TEM O ARQUIVO ABERTO (O CNPJ-MASTER.DAT* PEGA TAMBEM O INDICE *
      * .vix DO VISION). SEM lsof NO SERVIDOR A COLUNA FICA VAZIA E A *
      * LISTA DE PROCESSOS SAI DO MESMO JEITO.                        *
      *---------------------------------------------------------------*
       RT03-00-CARREGA-TRAVAS.
           MOVE ZEROS TO WN-QTDE-TRAVAS.

           MOVE "CNPJ-MASTER.DAT*"  TO WA-TRAVA-ALVO.
           MOVE "M"                 TO WA-TRAVA-TIPO.
           PERFORM RT03A-LSOF-ARQUIVO.

           MOVE "SERPRO-COTA.LCK"   TO WA-TRAVA-ALVO.
           MOVE "C"                 TO WA-TRAVA-TIPO.
           PERFORM RT03A-LSOF-ARQUIVO.

           MOVE "GO-FCO-LOTE*.CKP"  TO WA-TRAVA-ALVO.
           MOVE "K"                 TO WA-TRAVA-TIPO.
           PERFORM RT03A-LSOF-ARQUIVO.

      * O LOTE SO ABRE O CHECKPOINT NA HORA DE GRAVAR - CHECKPOINT NO
      * DISCO COM UM GO-FCO-LOTE VIVO E DELE.
           MOVE "N" TO WA-HA-CHECKPOINT.
           MOVE SPACES TO WA-COMANDO-EXEC.
           STRING "ls GO-FCO-LOTE*.CKP > " FUNCTION TRIM(WA-ARQ-TRAVA)
                   " 2>/dev/null"
               DELIMITED BY SIZE INTO WA-COMANDO-EXEC
           END-STRING.
           CALL "SYSTEM" USING WA-COMANDO-EXEC
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT TRAVA-FILE.
           IF  WA-FS-TRAVA = "00"
               READ TRAVA-FILE
                   AT END MOVE SPACES TO TRAVA-REC
               END-READ
               IF  TRAVA-REC NOT = SPACES
                   MOVE "S" TO WA-HA-CHECKPOINT
               END-IF
               CLOSE TRAVA-FILE
           END-IF.
           CALL "CBL_DELETE_FILE" USING WA-ARQ-TRAVA
           END-CALL.
           MOVE 0 TO RETURN-CODE.

       RT03A-LSOF-ARQUIVO.
           MOVE SPACES TO WA-COMANDO-EXEC.
           STRING "lsof -t " FUNCTION TRIM(WA-TRAVA-ALVO)
                   " > " FUNCTION TRIM(WA-ARQ-TRAVA) " 2>/dev/null"
               DELIMITED BY SIZE INTO WA-COMANDO-EXEC
           END-STRING.
           CALL "SYSTEM" USING WA-COMANDO-EXEC
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT TRAVA-FILE.
           IF  WA-FS-TRAVA = "00"
               MOVE "N" TO WA-EOF-ARQ
               PERFORM UNTIL WA-EOF-ARQ = "S"
                   READ TRAVA-FILE
                       AT END MOVE "S" TO WA-EOF-ARQ
                   END-READ
                   IF  WA-EOF-ARQ NOT = "S"
                       AND FUNCTION TRIM(TRAVA-REC) IS NUMERIC
                       MOVE FUNCTION NUMVAL(TRAVA-REC) TO WN-PID-TRAB
                       PERFORM RT03B-MARCA-TRAVA
                   END-IF
               END-PERFORM
               CLOSE TRAVA-FILE
           END-IF.
           CALL "CBL_DELETE_FILE" USING WA-ARQ-TRAVA
           END-CALL.
           MOVE 0 TO RETURN-CODE.

       RT03B-MARCA-TRAVA.
           MOVE ZEROS TO WN-IDX-TV-ACHADO.
           PERFORM VARYING WS-IDX-TV FROM 1 BY 1
                   UNTIL WS-IDX-TV > WN-QTDE-TRAVAS
                       OR WN-IDX-TV-ACHADO > ZEROS
               IF  TV-PID(WS-IDX-TV) = WN-PID-TRAB
                   MOVE WS-IDX-TV TO WN-IDX-TV-ACHADO
               END-IF
           END-PERFORM.
           IF  WN-IDX-TV-ACHADO = ZEROS
               AND WN-QTDE-TRAVAS < 100
               ADD 1 TO WN-QTDE-TRAVAS
               MOVE WN-QTDE-TRAVAS TO WN-IDX-TV-ACHADO
               MOVE WN-PID-TRAB    TO TV-PID(WN-IDX-TV-ACHADO)
               MOVE "N" TO TV-MASTER(WN-IDX-TV-ACHADO)
                           TV-COTA(WN-IDX-TV-ACHADO)
                           TV-CKP(WN-IDX-TV-ACHADO)
           END-IF.
           IF  WN-IDX-TV-ACHADO > ZEROS
               EVALUATE WA-TRAVA-TIPO
                   WHEN "M"
                       MOVE "S" TO TV-MASTER(WN-IDX-TV-ACHADO)
                   WHEN "C"
                       MOVE "S" TO TV-COTA(WN-IDX-TV-ACHADO)
                   WHEN "K"
                       MOVE "S" TO TV-CKP(WN-IDX-TV-ACHADO)
               END-EVALUATE
           END-IF.

      *---------------------------------------------------------------*
      * UM ps SO PARA TODOS OS PROCESSOS (pid,user,etime,pcpu,args).  *
      * ENTRA NA LISTA O PROCESSO DA FAMILIA (runcbl, GO-FCO*,        *
      * CNPJ-*, MENU, GO-WATCHDOG), O QUE TEM SESSAO NO REGISTRO DO   *
      * MENU E QUALQUER UM QUE SEGURE UMA DAS TRAVAS.                 *
      *---------------------------------------------------------------*
       RT04-00-LE-PROCESSOS.
           MOVE ZEROS TO WN-QTDE-PROCESSOS WN-QTDE-FAMILIA.
           MOVE SPACES TO WA-COMANDO-EXEC.
           STRING "ps -eo pid=,user=,etime=,pcpu=,args= > "
                   FUNCTION TRIM(WA-ARQ-PS) " 2>/dev/null"
               DELIMITED BY SIZE INTO WA-COMANDO-EXEC
           END-STRING.
           CALL "SYSTEM" USING WA-COMANDO-EXEC
           END-CALL.
           MOVE 0 TO RETURN-CODE.

           OPEN INPUT PS-FILE.
           IF  WA-FS-PS NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL LER A LISTA DE "
                       "PROCESSOS (ps)."
           ELSE
               MOVE "N" TO WA-EOF-ARQ
               PERFORM UNTIL WA-EOF-ARQ = "S"
                   READ PS-FILE
                       AT END MOVE "S" TO WA-EOF-ARQ
                   END-READ
                   IF  WA-EOF-ARQ NOT = "S"
                       AND PS-REC NOT = SPACES
                       PERFORM RT04A-AVALIA-PROCESSO
                   END-IF
               END-PERFORM
               CLOSE PS-FILE
           END-IF.
           CALL "CBL_DELETE_FILE" USING WA-ARQ-PS
           END-CALL.
           MOVE 0 TO RETURN-CODE.

       RT04A-AVALIA-PROCESSO.
      * O ps ALINHA O PID A DIREITA - SEM TIRAR OS BRANCOS DA FRENTE
      * O UNSTRING EMPURRARIA CADA COLUNA PARA O RECEPTOR ERRADO.
           MOVE FUNCTION TRIM(PS-REC) TO WA-PS-LINHA.
           MOVE SPACES TO WA-PS-PID WA-PS-USER WA-PS-ETIME
                          WA-PS-PCPU WA-PS-ARGS.
           MOVE 1 TO WN-PS-PTR.
           UNSTRING WA-PS-LINHA DELIMITED BY ALL SPACE INTO
               WA-PS-PID
               WA-PS-USER
               WA-PS-ETIME
               WA-PS-PCPU
               WITH POINTER WN-PS-PTR
           END-UNSTRING.
           IF  WN-PS-PTR < 300
               MOVE WA-PS-LINHA(WN-PS-PTR:) TO WA-PS-ARGS
           END-IF.
           IF  FUNCTION TRIM(WA-PS-PID) IS NOT NUMERIC
               CONTINUE
           ELSE
               MOVE FUNCTION NUMVAL(WA-PS-PID) TO WN-PID-TRAB
               MOVE FUNCTION UPPER-CASE(WA-PS-ARGS) TO WA-ARGS-MAIUSC
               PERFORM RT04B-TESTA-INCLUSAO
               IF  WA-INCLUI = "S"
                   IF  WN-QTDE-PROCESSOS < 200
                       ADD 1 TO WN-QTDE-PROCESSOS
                       PERFORM RT04C-MONTA-PROCESSO
                   ELSE
                       IF  WN-QTDE-PROCESSOS = 200
                           DISPLAY "AVISO: MAIS DE 200 PROCESSOS - "
                                   "SO OS 200 PRIMEIROS NA LISTA."
                           ADD 1 TO WN-QTDE-PROCESSOS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       RT04B-TESTA-INCLUSAO.
           MOVE "N" TO WA-INCLUI.
      * O PROPRIO ps (E O sh QUE O CHAMOU) NAO CONTAM.
           MOVE ZEROS TO WN-QTDE-FAMILIA.
           INSPECT WA-ARGS-MAIUSC TALLYING WN-QTDE-FAMILIA
               FOR ALL "SESSOES-PS.TMP".
           IF  WN-QTDE-FAMILIA > ZEROS
               CONTINUE
           ELSE
               INSPECT WA-ARGS-MAIUSC TALLYING WN-QTDE-FAMILIA
                   FOR ALL "RUNCBL" ALL "GO-FCO" ALL "CNPJ-"
                       ALL "MENU" ALL "GO-WATCHDOG"
               IF  WN-QTDE-FAMILIA > ZEROS
                   MOVE "S" TO WA-INCLUI
               END-IF
               PERFORM VARYING WS-IDX-SR FROM 1 BY 1
                       UNTIL WS-IDX-SR > WN-QTDE-SESSOES
                   IF  SR-PID(WS-IDX-SR) = WN-PID-TRAB
                       MOVE "S" TO WA-INCLUI
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-IDX-TV FROM 1 BY 1
                       UNTIL WS-IDX-TV > WN-QTDE-TRAVAS
                   IF  TV-PID(WS-IDX-TV) = WN-PID-TRAB
                       MOVE "S" TO WA-INCLUI
                   END-IF
               END-PERFORM
           END-IF.

       RT04C-MONTA-PROCESSO.
           MOVE WN-QTDE-PROCESSOS TO WS-IDX-PR.
           MOVE WN-PID-TRAB  TO PR-PID(WS-IDX-PR).
           MOVE WA-PS-USER   TO PR-USUARIO(WS-IDX-PR).
           MOVE WA-PS-ETIME  TO PR-ETIME(WS-IDX-PR).
           MOVE WA-PS-PCPU   TO PR-PCPU(WS-IDX-PR).
           MOVE SPACES       TO PR-TRAVAS(WS-IDX-PR).
           MOVE "N"          TO PR-MENU(WS-IDX-PR).
           PERFORM RT04D-NOME-PROGRAMA.
           MOVE WA-PROGRAMA-TRAB TO PR-PROGRAMA(WS-IDX-PR).

      * SEM SESSAO DE MENU, O PROCESSO RODA SEM OPERADOR - MESMA
      * CONVENCAO DO AU-OPERADOR DO AUDIT.LOG.
           MOVE "BATCH" TO PR-OPERADOR(WS-IDX-PR).
           PERFORM VARYING WS-IDX-SR FROM 1 BY 1
                   UNTIL WS-IDX-SR > WN-QTDE-SESSOES
               IF  SR-PID(WS-IDX-SR) = WN-PID-TRAB
                   MOVE "S" TO SR-VIVO(WS-IDX-SR)
                   IF  SR-EVENTO(WS-IDX-SR) NOT = "SAIDA"
                       AND SR-EVENTO(WS-IDX-SR) NOT = "ENCERRADA"
                       MOVE "S" TO PR-MENU(WS-IDX-PR)
                       MOVE SR-OPERADOR(WS-IDX-SR)
                           TO PR-OPERADOR(WS-IDX-PR)
                       IF  SR-OPCAO(WS-IDX-SR) > ZEROS
                           MOVE SPACES TO PR-PROGRAMA(WS-IDX-PR)
                           STRING "MENU OPCAO " SR-OPCAO(WS-IDX-SR)
                               DELIMITED BY SIZE
                               INTO PR-PROGRAMA(WS-IDX-PR)
                           END-STRING
                       ELSE
                           MOVE "MENU" TO PR-PROGRAMA(WS-IDX-PR)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-IDX-TV FROM 1 BY 1
                   UNTIL WS-IDX-TV > WN-QTDE-TRAVAS
               IF  TV-PID(WS-IDX-TV) = WN-PID-TRAB
                   IF  TV-MASTER(WS-IDX-TV) = "S"
                       STRING FUNCTION TRIM(PR-TRAVAS(WS-IDX-PR))
                              " CNPJ-MASTER"
                           DELIMITED BY SIZE INTO PR-TRAVAS(WS-IDX-PR)
                       END-STRING
                   END-IF
                   IF  TV-COTA(WS-IDX-TV) = "S"
                       MOVE FUNCTION TRIM(PR-TRAVAS(WS-IDX-PR))
                           TO WA-LINHA-TELA
                       MOVE SPACES TO PR-TRAVAS(WS-IDX-PR)
                       STRING FUNCTION TRIM(WA-LINHA-TELA) " COTA"
                           DELIMITED BY SIZE INTO PR-TRAVAS(WS-IDX-PR)
                       END-STRING
                   END-IF
                   IF  TV-CKP(WS-IDX-TV) = "S"
                       MOVE "S" TO WA-HA-CHECKPOINT
                   END-IF
               END-IF
           END-PERFORM.

           MOVE ZEROS TO WN-QTDE-FAMILIA.
           INSPECT WA-ARGS-MAIUSC TALLYING WN-QTDE-FAMILIA
               FOR ALL "GO-FCO-LOTE".
           IF  WA-HA-CHECKPOINT = "S" AND WN-QTDE-FAMILIA > ZEROS
               MOVE FUNCTION TRIM(PR-TRAVAS(WS-IDX-PR))
                   TO WA-LINHA-TELA
               MOVE SPACES TO PR-TRAVAS(WS-IDX-PR)
               STRING FUNCTION TRIM(WA-LINHA-TELA) " CHECKPOINT"
                   DELIMITED BY SIZE INTO PR-TRAVAS(WS-IDX-PR)
               END-STRING
           END-IF.
           MOVE FUNCTION TRIM(PR-TRAVAS(WS-IDX-PR)) TO WA-LINHA-TELA.
           MOVE WA-LINHA-TELA TO PR-TRAVAS(WS-IDX-PR).

      * NOME DO PROGRAMA: NO "runcbl GO-FCO-LOTE ..." E O PRIMEIRO
      * ARGUMENTO QUE NAO E OPCAO; NOS DEMAIS, O PROPRIO COMANDO. SEM
      * O CAMINHO DO DIRETORIO.
       RT04D-NOME-PROGRAMA.
           MOVE SPACES TO WS-ARG-TAB WA-PROGRAMA-TRAB.
           UNSTRING WA-PS-ARGS DELIMITED BY ALL SPACE INTO
               WA-ARG-TOKEN(1) WA-ARG-TOKEN(2) WA-ARG-TOKEN(3)
               WA-ARG-TOKEN(4) WA-ARG-TOKEN(5) WA-ARG-TOKEN(6)
           END-UNSTRING.
           MOVE WA-ARG-TOKEN(1) TO WA-PROGRAMA-TRAB.
           MOVE ZEROS TO WN-QTDE-FAMILIA.
           INSPECT WA-ARG-TOKEN(1) TALLYING WN-QTDE-FAMILIA
               FOR ALL "runcbl" ALL "RUNCBL" ALL "wrun" ALL "WRUN".
           IF  WN-QTDE-FAMILIA > ZEROS
               PERFORM VARYING WS-IDX-ARG FROM 6 BY -1
                       UNTIL WS-IDX-ARG < 2
                   IF  WA-ARG-TOKEN(WS-IDX-ARG) NOT = SPACES
                       AND WA-ARG-TOKEN(WS-IDX-ARG)(1:1) NOT = "-"
                       MOVE WA-ARG-TOKEN(WS-IDX-ARG)
                           TO WA-PROGRAMA-TRAB
                   END-IF
               END-PERFORM
           END-IF.
           MOVE ZEROS TO WN-POS-BARRA.
           PERFORM VARYING WS-IDX-POS FROM 1 BY 1
                   UNTIL WS-IDX-POS > 100
               IF  WA-PROGRAMA-TRAB(WS-IDX-POS:1) = "/"
                   MOVE WS-IDX-POS TO WN-POS-BARRA
               END-IF
           END-PERFORM.
           IF  WN-POS-BARRA > ZEROS AND WN-POS-BARRA < 100
               MOVE WA-PROGRAMA-TRAB(WN-POS-BARRA + 1:)
                   TO WA-LINHA-TELA
               MOVE WA-LINHA-TELA TO WA-PROGRAMA-TRAB
           END-IF.

       RT05-00-EXIBE-LISTA.
           DISPLAY " ".
           DISPLAY "-------------------------------------------------"
                   "-------------------------------------------------".
           DISPLAY " QUEM ESTA RODANDO O QUE".
           DISPLAY "-------------------------------------------------"
                   "-------------------------------------------------".
           DISPLAY " NR     PID USUARIO    OPERADOR PROGRAMA          "
                   "   TEMPO       CPU%   TRAVAS".
           IF  WN-QTDE-PROCESSOS > 200
               MOVE 200 TO WN-QTDE-PROCESSOS
           END-IF.
           IF  WN-QTDE-PROCESSOS = ZEROS
               DISPLAY " NENHUM PROCESSO DA FAMILIA GO-FCO EM EXECUCAO."
           END-IF.
           PERFORM VARYING WS-IDX-PR FROM 1 BY 1
                   UNTIL WS-IDX-PR > WN-QTDE-PROCESSOS
               MOVE PR-PID(WS-IDX-PR) TO WN-PID-ED
               MOVE SPACES TO WA-LINHA-TELA
               STRING WS-IDX-PR " " WN-PID-ED " "
                      PR-USUARIO(WS-IDX-PR) " "
                      PR-OPERADOR(WS-IDX-PR) " "
                      PR-PROGRAMA(WS-IDX-PR) " "
                      PR-ETIME(WS-IDX-PR) " "
                      PR-PCPU(WS-IDX-PR) " "
                      PR-TRAVAS(WS-IDX-PR)
                   DELIMITED BY SIZE INTO WA-LINHA-TELA
               END-STRING
               IF  PR-PID(WS-IDX-PR) = WN-PID-PROPRIO
                   MOVE "*" TO WA-LINHA-TELA(4:1)
               END-IF
               DISPLAY FUNCTION TRIM(WA-LINHA-TELA TRAILING)
           END-PERFORM.
           DISPLAY " (* = ESTA SESSAO)".

      * O CASO QUE MOTIVOU A TELA: SESSAO INTERATIVA COM O
      * CNPJ-MASTER ABERTO ENQUANTO O BATCH ESPERA.
           PERFORM VARYING WS-IDX-PR FROM 1 BY 1
                   UNTIL WS-IDX-PR > WN-QTDE-PROCESSOS
               MOVE ZEROS TO WN-QTDE-FAMILIA
               INSPECT PR-TRAVAS(WS-IDX-PR) TALLYING WN-QTDE-FAMILIA
                   FOR ALL "CNPJ-MASTER"
               IF  PR-MENU(WS-IDX-PR) = "S"
                   AND WN-QTDE-FAMILIA > ZEROS
                   AND PR-PID(WS-IDX-PR) NOT = WN-PID-PROPRIO
                   MOVE PR-PID(WS-IDX-PR) TO WN-PID-ED
                   DISPLAY "ATENCAO: A SESSAO DE "
                           FUNCTION TRIM(PR-OPERADOR(WS-IDX-PR))
                           " (PID " FUNCTION TRIM(WN-PID-ED)
                           ") ESTA COM O CNPJ-MASTER ABERTO."
               END-IF
           END-PERFORM.

       RT06-00-ESCOLHE-LINHA.
           DISPLAY "Linha para encerrar (A = atualizar, "
                   "0/ENTER = sair): " WITH NO ADVANCING.
           MOVE SPACES TO WA-ESCOLHA.
           ACCEPT WA-ESCOLHA.
           MOVE ZEROS TO WN-LINHA-ESCOLHIDA.
           IF  FUNCTION UPPER-CASE(WA-ESCOLHA(1:1)) = "A"
               CONTINUE
           ELSE
           IF  FUNCTION TRIM(WA-ESCOLHA) IS NUMERIC
               MOVE FUNCTION NUMVAL(WA-ESCOLHA) TO WN-LINHA-ESCOLHIDA
               IF  WN-LINHA-ESCOLHIDA = ZEROS
                   MOVE "S" TO WA-SAIR
               ELSE
               IF  WN-LINHA-ESCOLHIDA > WN-QTDE-PROCESSOS
                   DISPLAY "LINHA " WN-LINHA-ESCOLHIDA
                           " NAO ESTA NA LISTA."
               ELSE
                   PERFORM RT07-00-ENCERRA-SESSAO
               END-IF
               END-IF
           ELSE
               MOVE "S" TO WA-SAIR
           END-IF
           END-IF.

      *---------------------------------------------------------------*
      * ENCERRAMENTO: SO SUPERVISOR, NUNCA A PROPRIA SESSAO, SEMPRE   *
      * COM CONFIRMACAO. kill NORMAL, ESPERA, CONFERE; kill -9 SO COM *
      * SEGUNDA CONFIRMACAO. UMA LINHA NO AUDIT.LOG POR TENTATIVA.    *
      *---------------------------------------------------------------*
       RT07-00-ENCERRA-SESSAO.
           MOVE WN-LINHA-ESCOLHIDA TO WS-IDX-PR.
           MOVE PR-PID(WS-IDX-PR)  TO WN-PID-ED.
           MOVE SPACES TO WA-AU-ENTRADA.
           STRING "PID=" FUNCTION TRIM(WN-PID-ED)
                  " OPERADOR=" FUNCTION TRIM(PR-OPERADOR(WS-IDX-PR))
               DELIMITED BY SIZE INTO WA-AU-ENTRADA
           END-STRING.

           IF  WA-PERFIL NOT = "S"
               DISPLAY "ENCERRAR SESSAO E SO DE SUPERVISOR - OPERADOR "
                       FUNCTION TRIM(WA-OPERADOR) " SEM PERFIL."
               MOVE "ENCERRA"       TO WA-AU-EVENTO
               MOVE "SEM-PERFIL"    TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
           ELSE
           IF  PR-PID(WS-IDX-PR) = WN-PID-PROPRIO
               DISPLAY "ESTA E A PROPRIA SESSAO - SAIA PELO MENU."
           ELSE
               DISPLAY "Encerrar o PID " FUNCTION TRIM(WN-PID-ED)
                       " - " FUNCTION TRIM(PR-PROGRAMA(WS-IDX-PR))
                       " do operador "
                       FUNCTION TRIM(PR-OPERADOR(WS-IDX-PR))
                       " (usuario "
                       FUNCTION TRIM(PR-USUARIO(WS-IDX-PR)) ")"
               IF  PR-TRAVAS(WS-IDX-PR) NOT = SPACES
                   DISPLAY "Segurando: "
                           FUNCTION TRIM(PR-TRAVAS(WS-IDX-PR))
               END-IF
               DISPLAY "Confirma (S/N)? " WITH NO ADVANCING
               MOVE SPACES TO WA-CONFIRMA
               ACCEPT WA-CONFIRMA
               IF  FUNCTION UPPER-CASE(WA-CONFIRMA) NOT = "S"
                   DISPLAY "NADA ENCERRADO."
               ELSE
                   PERFORM RT07A-MATA-PROCESSO
               END-IF
           END-IF
           END-IF.

       RT07A-MATA-PROCESSO.
           MOVE SPACES TO WA-COMANDO-EXEC.
           STRING "kill " FUNCTION TRIM(WN-PID-ED) " 2>/dev/null"
               DELIMITED BY SIZE INTO WA-COMANDO-EXEC
           END-STRING.
           CALL "SYSTEM" USING WA-COMANDO-EXEC
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           CALL "C$SLEEP" USING WN-SEGUNDOS-ESPERA.
           PERFORM RT08-00-TESTA-VIVO.

           IF  WA-PROCESSO-VIVO NOT = "S"
               MOVE "ENCERRADO" TO WA-RESULTADO-KILL
           ELSE
               DISPLAY "O PROCESSO NAO SAIU. FORCAR (kill -9 - SEM "
                       "FECHAR ARQUIVOS)? (S/N) " WITH NO ADVANCING
               MOVE SPACES TO WA-CONFIRMA
               ACCEPT WA-CONFIRMA
               IF  FUNCTION UPPER-CASE(WA-CONFIRMA) NOT = "S"
                   MOVE "NAO-ENCERROU" TO WA-RESULTADO-KILL
               ELSE
                   MOVE SPACES TO WA-COMANDO-EXEC
                   STRING "kill -9 " FUNCTION TRIM(WN-PID-ED)
                          " 2>/dev/null"
                       DELIMITED BY SIZE INTO WA-COMANDO-EXEC
                   END-STRING
                   CALL "SYSTEM" USING WA-COMANDO-EXEC
                   END-CALL
                   MOVE 0 TO RETURN-CODE
                   CALL "C$SLEEP" USING WN-SEGUNDOS-ESPERA
                   PERFORM RT08-00-TESTA-VIVO
                   IF  WA-PROCESSO-VIVO NOT = "S"
                       MOVE "FORCADO" TO WA-RESULTADO-KILL
                   ELSE
                       MOVE "NAO-ENCERROU" TO WA-RESULTADO-KILL
                   END-IF
               END-IF
           END-IF.

           IF  WA-RESULTADO-KILL = "NAO-ENCERROU"
               DISPLAY "PID " FUNCTION TRIM(WN-PID-ED)
                       " CONTINUA RODANDO - CONFIRA O USUARIO DONO NO "
                       "SISTEMA OPERACIONAL."
           ELSE
               DISPLAY "PID " FUNCTION TRIM(WN-PID-ED) " ENCERRADO ("
                       FUNCTION TRIM(WA-RESULTADO-KILL) ")."
               IF  PR-MENU(WS-IDX-PR) = "S"
                   PERFORM RT07B-REGISTRA-ENCERRADA
               END-IF
               MOVE ZEROS TO WN-QTDE-FAMILIA
               INSPECT PR-TRAVAS(WS-IDX-PR) TALLYING WN-QTDE-FAMILIA
                   FOR ALL "CHECKPOINT"
               IF  WN-QTDE-FAMILIA > ZEROS
                   DISPLAY "O CHECKPOINT FICA NO DISCO - A PROXIMA "
                           "EXECUCAO DO GO-FCO-LOTE RETOMA DELE."
               END-IF
           END-IF.

           MOVE "ENCERRA"          TO WA-AU-EVENTO.
           MOVE WA-RESULTADO-KILL  TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

      * A SESSAO DERRUBADA NAO GRAVOU A PROPRIA SAIDA - A LINHA FICA
      * POR CONTA DE QUEM DERRUBOU.
       RT07B-REGISTRA-ENCERRADA.
           OPEN EXTEND SESSOES-FILE.
           IF  WA-FS-SESSOES = "35"
               OPEN OUTPUT SESSOES-FILE
           END-IF.
           IF  WA-FS-SESSOES = "00"
               MOVE ";" TO SS-SEP-1 SS-SEP-2 SS-SEP-3
                           SS-SEP-4 SS-SEP-5 SS-SEP-6
               MOVE PR-PID(WS-IDX-PR)      TO SS-PID
               MOVE PR-OPERADOR(WS-IDX-PR) TO SS-OPERADOR
               MOVE SPACES                 TO SS-PERFIL
               ACCEPT SS-DATA FROM DATE YYYYMMDD
               ACCEPT SS-HORA FROM TIME
               MOVE ZEROS                  TO SS-OPCAO
               MOVE "ENCERRADA"            TO SS-EVENTO
               WRITE SESSAO-REC
               CLOSE SESSOES-FILE
           END-IF.

       RT08-00-TESTA-VIVO.
           MOVE "N" TO WA-PROCESSO-VIVO.
           MOVE SPACES TO WA-COMANDO-EXEC.
           STRING "ps -p " FUNCTION TRIM(WN-PID-ED) " -o pid= > "
                  FUNCTION TRIM(WA-ARQ-TRAVA) " 2>/dev/null"
               DELIMITED BY SIZE INTO WA-COMANDO-EXEC
           END-STRING.
           CALL "SYSTEM" USING WA-COMANDO-EXEC
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT TRAVA-FILE.
           IF  WA-FS-TRAVA = "00"
               READ TRAVA-FILE
                   AT END MOVE SPACES TO TRAVA-REC
               END-READ
               IF  TRAVA-REC NOT = SPACES
                   MOVE "S" TO WA-PROCESSO-VIVO
               END-IF
               CLOSE TRAVA-FILE
           END-IF.
           CALL "CBL_DELETE_FILE" USING WA-ARQ-TRAVA
           END-CALL.
           MOVE 0 TO RETURN-CODE.

      *---------------------------------------------------------------*
      * REGRAVA O SESSOES-MENU.TXT SO COM A ULTIMA LINHA DAS SESSOES  *
      * VIVAS. UM MENU QUE GRAVAR NO MESMO INSTANTE PODE PERDER A     *
      * LINHA - A SESSAO DELE VOLTA NA OPCAO SEGUINTE QUE ESCOLHER.   *
      *---------------------------------------------------------------*
       RT09-00-COMPACTA-SESSOES.
           PERFORM RT02-00-CARREGA-SESSOES.
           PERFORM RT04-00-LE-PROCESSOS.
           IF  WN-QTDE-SESSOES > ZEROS
               OPEN OUTPUT SESSOES-FILE
               IF  WA-FS-SESSOES = "00"
                   PERFORM VARYING WS-IDX-SR FROM 1 BY 1
                           UNTIL WS-IDX-SR > WN-QTDE-SESSOES
                       IF  SR-VIVO(WS-IDX-SR) = "S"
                           AND SR-EVENTO(WS-IDX-SR) NOT = "SAIDA"
                           AND SR-EVENTO(WS-IDX-SR) NOT = "ENCERRADA"
                           MOVE ";" TO SS-SEP-1 SS-SEP-2 SS-SEP-3
                                       SS-SEP-4 SS-SEP-5 SS-SEP-6
                           MOVE SR-PID(WS-IDX-SR)      TO SS-PID
                           MOVE SR-OPERADOR(WS-IDX-SR) TO SS-OPERADOR
                           MOVE SR-PERFIL(WS-IDX-SR)   TO SS-PERFIL
                           MOVE SR-DATA(WS-IDX-SR)     TO SS-DATA
                           MOVE SR-HORA(WS-IDX-SR)     TO SS-HORA
                           MOVE SR-OPCAO(WS-IDX-SR)    TO SS-OPCAO
                           MOVE SR-EVENTO(WS-IDX-SR)   TO SS-EVENTO
                           WRITE SESSAO-REC
                       END-IF
                   END-PERFORM
                   CLOSE SESSOES-FILE
               END-IF
           END-IF.

           COPY AUDITP.
