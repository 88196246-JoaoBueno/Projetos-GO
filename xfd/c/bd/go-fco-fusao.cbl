       IDENTIFICATION DIVISION.
       PROGRAM-ID.      GO-FCO-FUSAO.
      *------------------------------------------------------------------------------*
      * TELA DE FUSAO DE FCO DUPLICADO NA BASE LOCAL. O GO-FCO-DUPLICADOS (MESMO     *
      * WN-CNPJ SOB DOIS FCO) E O GO-FCO-PARECIDOS (NOME/CIDADE QUASE IGUAIS) SO     *
      * LISTAVAM OS CANDIDATOS E A FUSAO ERA FEITA FORA DO SISTEMA, SEM RASTRO.      *
      * AQUI O SUPERVISOR INFORMA O PAR DE FCO, VE OS DOIS REGISTROS DA BD LADO A    *
      * LADO, ESCOLHE O FCO SOBREVIVENTE E, CAMPO A CAMPO ONDE OS DOIS DIVERGEM, O   *
      * VALOR QUE FICA. NA CONFIRMACAO:                                              *
      *   - O SOBREVIVENTE E REGRAVADO NA BD COM OS VALORES ESCOLHIDOS (fco_upsert); *
      *   - O ABSORVIDO NAO SOME: E REGRAVADO COM O NOME "FUNDIDO NO FCO <N>" E O    *
      *     RESTO INTACTO, PARA QUEM O ENCONTRAR NA BD SABER PARA ONDE FOI;          *
      *   - UMA LINHA VAI PARA O MAPA PERMANENTE FCO-FUSAO.TXT (COPY                 *
      *     FUSAOTAB/FUSAOP): ABSORVIDO, SOBREVIVENTE, DATA, OPERADOR, CNPJ E NOME   *
      *     ANTIGOS. EXTRATOS, GO-FCO-RECONCILIA E OS RELATORIOS DE DUPLICADOS E     *
      *     PARECIDOS LEEM O MAPA - O PAR FUNDIDO NAO VOLTA NOS RELATORIOS.          *
      * FCO JA ABSORVIDO NAO ENTRA EM NOVA FUSAO (NEM COMO SOBREVIVENTE). FALHA NA   *
      * REGRAVACAO DO SOBREVIVENTE CANCELA A FUSAO; FALHA SO NA MARCACAO DO          *
      * ABSORVIDO AINDA GRAVA O MAPA (ELE E QUE VALE) E AVISA PARA REPETIR.          *
      * OPCAO DE SUPERVISOR NO MENU.                                                 *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUSAO-FILE
               ASSIGN TO WA-ARQ-FUSAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-FUSAO.

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
       FD  FUSAO-FILE.
       01  FUSAO-REC                   PIC X(200).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  SYSTEM-PARM-FILE.
       01  SYSTEM-PARM-REC             PIC X(762).

       WORKING-STORAGE SECTION.
       77  WN-RET                      SIGNED-LONG.
       77  WA-ARQ-FUSAO                PIC X(100)          VALUE
               "FCO-FUSAO.TXT".
       77  WA-FS-FUSAO                 PIC X(002)          VALUE "00".
       77  WA-PARA                     PIC X(001)          VALUE "N".
       77  WA-SAIR                     PIC X(001)          VALUE "N".
       77  WA-PAR-OK                   PIC X(001)          VALUE "N".
       77  WA-ACHOU-FCO                PIC X(001)          VALUE "N".
       77  WA-RESPOSTA                 PIC X(001)          VALUE SPACES.
       77  WA-RESPOSTA-OK              PIC X(001)          VALUE "N".
       77  WA-FCO-DIGITADO             PIC X(020)          VALUE SPACES.
       77  WN-FCO-PROCURADO            PIC 9(014)          VALUE ZEROS.
       77  WA-LADO                     PIC X(001)          VALUE SPACES.
       77  WA-SOBREV                   PIC X(001)          VALUE SPACES.
       77  WA-CAMPO-ROTULO             PIC X(010)          VALUE SPACES.
       77  WA-CAMPO-A                  PIC X(055)          VALUE SPACES.
       77  WA-CAMPO-B                  PIC X(055)          VALUE SPACES.
       77  WA-DIFERE                   PIC X(001)          VALUE SPACES.
       77  WA-OPERADOR                 PIC X(008)          VALUE SPACES.
       77  WN-DATA-HOJE                PIC 9(008)          VALUE ZEROS.
       77  WN-QTDE-FUSOES              PIC 9(004)          VALUE ZEROS.
       77  WA-QTDE-ED                  PIC Z(003)9         VALUE ZEROS.

           COPY BDREGIS.

      * OS DOIS REGISTROS DO PAR (MESMO LAYOUT DO WA-REGIS) E O
      * REGISTRO FINAL MONTADO COM AS ESCOLHAS DO SUPERVISOR.
       01  WA-LADO-A.
           03  WN-FCO-A                PIC 9(014).
           03  WA-NOME-A               PIC X(055).
           03  WA-JURFIS-A             PIC X(001).
           03  WN-CNPJ-A               PIC 9(014).
           03  WA-CIDADE-A             PIC X(050).
           03  WA-UF-A                 PIC X(002).
       01  WA-LADO-B.
           03  WN-FCO-B                PIC 9(014).
           03  WA-NOME-B               PIC X(055).
           03  WA-JURFIS-B             PIC X(001).
           03  WN-CNPJ-B               PIC 9(014).
           03  WA-CIDADE-B             PIC X(050).
           03  WA-UF-B                 PIC X(002).
       01  WA-LADO-F.
           03  WN-FCO-F                PIC 9(014).
           03  WA-NOME-F               PIC X(055).
           03  WA-JURFIS-F             PIC X(001).
           03  WN-CNPJ-F               PIC 9(014).
           03  WA-CIDADE-F             PIC X(050).
           03  WA-UF-F                 PIC X(002).
       01  WA-LADO-X.
           03  WN-FCO-X                PIC 9(014).
           03  WA-NOME-X               PIC X(055).
           03  WA-JURFIS-X             PIC X(001).
           03  WN-CNPJ-X               PIC 9(014).
           03  WA-CIDADE-X             PIC X(050).
           03  WA-UF-X                 PIC X(002).

           COPY FUSAOTAB.

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-FS-AUDIT                 PIC X(002)          VALUE "00".
       77  WA-AU-DATA                  PIC 9(008).
       77  WA-AU-HORA                  PIC 9(006).
       77  WA-AU-PROGRAM-ID            PIC X(020)
               VALUE "GO-FCO-FUSAO".
       77  WA-AU-EVENTO                PIC X(010)          VALUE SPACES.
       77  WA-AU-ENTRADA               PIC X(030)          VALUE SPACES.
       77  WA-AU-RESULTADO             PIC X(020)          VALUE SPACES.
       77  WA-AU-OPERADOR              PIC X(008)          VALUE SPACES.
       77  WA-ARQ-SYSPARM              PIC X(100)          VALUE
               "SYSTEM.PARM".
       77  WA-FS-SYSPARM               PIC X(002)          VALUE "00".

           COPY SYSPARM.

      *LINKAGE SECTION.
       77  LNK-FCO                     PIC X(014)          VALUE ZEROS.
       77  LNK-RETORNO                 PIC X(1024)         VALUE SPACES.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           MOVE "INICIO"   TO WA-AU-EVENTO.
           MOVE SPACES     TO WA-AU-ENTRADA.
           MOVE SPACES     TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

           PERFORM CARREGA-SYSPARM.

           SET CONFIGURATION "DLL-CONVENTION" TO 0.
           CALL SP-LIB-BD.

           ACCEPT WN-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE SPACES TO WA-OPERADOR.
           ACCEPT WA-OPERADOR FROM ENVIRONMENT "GO-OPERADOR".

      * MAPA QUE NAO COUBE NA TABELA = FCO JA ABSORVIDO PODERIA SER
      * FUNDIDO DE NOVO SEM AVISO. NAO FUNDE NADA.
           PERFORM CARREGA-FUSAO.
           IF  FU-TABELA-CHEIA = "S"
               DISPLAY "ERRO: MAIS DE 5000 FUSOES EM "
                       FUNCTION TRIM(WA-ARQ-FUSAO)
                       " - NENHUMA FUSAO PODE SER FEITA."
               MOVE "FUSAO"         TO WA-AU-EVENTO
               MOVE FU-QTDE         TO WA-AU-ENTRADA
               MOVE "TABELA-CHEIA"  TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               ACCEPT WA-RESPOSTA
               GOBACK
           END-IF.

           MOVE "N" TO WA-SAIR.
           PERFORM RT01-00-UMA-FUSAO UNTIL WA-SAIR = "S".

           DISPLAY "Fusoes feitas nesta sessao: " WN-QTDE-FUSOES.
           DISPLAY "Fusoes no mapa (" FUNCTION TRIM(WA-ARQ-FUSAO)
                   "): " FU-QTDE.

           MOVE "SESSAO"       TO WA-AU-EVENTO.
           MOVE SPACES         TO WA-AU-ENTRADA.
           MOVE WN-QTDE-FUSOES TO WA-QTDE-ED.
           MOVE SPACES         TO WA-AU-RESULTADO.
           STRING "FUSOES=" FUNCTION TRIM(WA-QTDE-ED)
               DELIMITED BY SIZE INTO WA-AU-RESULTADO
           END-STRING.
           PERFORM GRAVA-AUDITORIA.

           ACCEPT WA-RESPOSTA.
           GOBACK.

      *---------------------------------------------------------------*
      * UM PAR: LE OS DOIS FCO, MOSTRA LADO A LADO, ESCOLHE O         *
      * SOBREVIVENTE E OS CAMPOS, CONFIRMA E APLICA.                  *
      *---------------------------------------------------------------*
       RT01-00-UMA-FUSAO.
           DISPLAY " ".
           DISPLAY "FUSAO DE FCO DUPLICADO (PAR DO GO-FCO-DUPLICADOS "
                   "OU DO GO-FCO-PARECIDOS)".
           MOVE "N" TO WA-PAR-OK.

           MOVE "A" TO WA-LADO.
           PERFORM RT02-00-PEDE-FCO.
           IF  WA-SAIR NOT = "S" AND WA-ACHOU-FCO = "S"
               MOVE WA-REGIS TO WA-LADO-A
               MOVE "B" TO WA-LADO
               PERFORM RT02-00-PEDE-FCO
               IF  WA-SAIR NOT = "S" AND WA-ACHOU-FCO = "S"
                   MOVE WA-REGIS TO WA-LADO-B
                   MOVE "S" TO WA-PAR-OK
               END-IF
           END-IF.

           IF  WA-PAR-OK = "S" AND WN-FCO-A = WN-FCO-B
               DISPLAY "OS DOIS FCO SAO O MESMO - NADA A FUNDIR."
               MOVE "N" TO WA-PAR-OK
           END-IF.

           IF  WA-PAR-OK = "S"
               PERFORM RT03-00-MOSTRA-PAR
               PERFORM RT04-00-ESCOLHE-SOBREVIVENTE
               IF  WA-SOBREV = "N"
                   DISPLAY "FUSAO CANCELADA."
               ELSE
                   PERFORM RT05-00-ESCOLHE-CAMPOS
                   PERFORM RT06-00-CONFIRMA-E-APLICA
               END-IF
           END-IF.

           IF  WA-SAIR NOT = "S"
               DISPLAY "Outra fusao (S/N)? " WITH NO ADVANCING
               ACCEPT WA-RESPOSTA
               MOVE FUNCTION UPPER-CASE(WA-RESPOSTA) TO WA-RESPOSTA
               IF  WA-RESPOSTA NOT = "S"
                   MOVE "S" TO WA-SAIR
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * PEDE UM FCO (ZERO/BRANCO = SAIR) E O LE DA BD. FCO JA         *
      * ABSORVIDO E RECUSADO MOSTRANDO PARA ONDE FOI.                 *
      *---------------------------------------------------------------*
       RT02-00-PEDE-FCO.
           MOVE "N" TO WA-ACHOU-FCO.
           DISPLAY "FCO " WA-LADO " (0 = sair): " WITH NO ADVANCING.
           MOVE SPACES TO WA-FCO-DIGITADO.
           ACCEPT WA-FCO-DIGITADO.
           IF  WA-FCO-DIGITADO = SPACES
               MOVE "S" TO WA-SAIR
           ELSE
               MOVE FUNCTION NUMVAL(WA-FCO-DIGITADO)
                   TO WN-FCO-PROCURADO
               IF  WN-FCO-PROCURADO = ZEROS
                   MOVE "S" TO WA-SAIR
               END-IF
           END-IF.
           IF  WA-SAIR NOT = "S"
               MOVE WN-FCO-PROCURADO TO FU-BUSCA-FCO
               PERFORM BUSCA-FUSAO
               IF  FU-FUNDIDO = "S"
                   DISPLAY "FCO " WN-FCO-PROCURADO
                           " JA FOI FUNDIDO NO FCO " FU-SOBREV-ACHADO
                           " EM " FU-DATA-ACHADA " - INFORME O "
                           "SOBREVIVENTE."
               ELSE
                   PERFORM RT02A-LE-FCO
                   IF  WA-ACHOU-FCO NOT = "S"
                       DISPLAY "FCO " WN-FCO-PROCURADO
                               " NAO ENCONTRADO NA BASE LOCAL."
                   END-IF
               END-IF
           END-IF.

      * A BD PODE DEVOLVER MAIS DE UMA LINHA PARA O NUMERO (O MESMO
      * CNPJ SOB DOIS FCO E JUSTAMENTE O CASO) - ANDA NO CURSOR ATE
      * A LINHA DO FCO PEDIDO.
       RT02A-LE-FCO.
           MOVE WN-FCO-PROCURADO TO LNK-FCO.
           MOVE SPACES           TO LNK-RETORNO.
           MOVE "N"              TO WA-PARA.

           CALL "fco_bd"
                    USING BY REFERENCE LNK-FCO, LNK-RETORNO, WN-RET
                    returning INTO WN-RET
           END-CALL.

           IF  WN-RET < 0 OR LNK-RETORNO(1:9) = "<<<fim>>>"
               MOVE "S" TO WA-PARA
           ELSE
               MOVE LNK-RETORNO TO WA-REGIS
               IF  WN-FCO = WN-FCO-PROCURADO
                   MOVE "S" TO WA-ACHOU-FCO WA-PARA
               END-IF
           END-IF.

           PERFORM UNTIL WA-PARA = "S"
               CALL "fco_next"
                        USING BY REFERENCE LNK-FCO, LNK-RETORNO
                        BY REFERENCE WN-RET
                        returning INTO WN-RET
               END-CALL
               IF  WN-RET < 0 OR LNK-RETORNO(1:9) = "<<<fim>>>"
                   MOVE "S" TO WA-PARA
               ELSE
                   MOVE LNK-RETORNO TO WA-REGIS
                   IF  WN-FCO = WN-FCO-PROCURADO
                       MOVE "S" TO WA-ACHOU-FCO WA-PARA
                   END-IF
               END-IF
           END-PERFORM.

           CALL "closeRows".

      *---------------------------------------------------------------*
      * OS DOIS REGISTROS LADO A LADO; "*" MARCA O CAMPO DIVERGENTE.  *
      *---------------------------------------------------------------*
       RT03-00-MOSTRA-PAR.
           DISPLAY " ".
           DISPLAY "           (1) FCO " WN-FCO-A
                   "                    (2) FCO " WN-FCO-B.
           MOVE "NOME"      TO WA-CAMPO-ROTULO.
           MOVE WA-NOME-A   TO WA-CAMPO-A.
           MOVE WA-NOME-B   TO WA-CAMPO-B.
           PERFORM RT03A-MOSTRA-CAMPO.
           MOVE "PESSOA"    TO WA-CAMPO-ROTULO.
           MOVE WA-JURFIS-A TO WA-CAMPO-A.
           MOVE WA-JURFIS-B TO WA-CAMPO-B.
           PERFORM RT03A-MOSTRA-CAMPO.
           MOVE "CNPJ/CPF"  TO WA-CAMPO-ROTULO.
           MOVE WN-CNPJ-A   TO WA-CAMPO-A.
           MOVE WN-CNPJ-B   TO WA-CAMPO-B.
           PERFORM RT03A-MOSTRA-CAMPO.
           MOVE "CIDADE"    TO WA-CAMPO-ROTULO.
           MOVE WA-CIDADE-A TO WA-CAMPO-A.
           MOVE WA-CIDADE-B TO WA-CAMPO-B.
           PERFORM RT03A-MOSTRA-CAMPO.
           MOVE "UF"        TO WA-CAMPO-ROTULO.
           MOVE WA-UF-A     TO WA-CAMPO-A.
           MOVE WA-UF-B     TO WA-CAMPO-B.
           PERFORM RT03A-MOSTRA-CAMPO.

       RT03A-MOSTRA-CAMPO.
           IF  WA-CAMPO-A = WA-CAMPO-B
               MOVE " " TO WA-DIFERE
           ELSE
               MOVE "*" TO WA-DIFERE
           END-IF.
           DISPLAY WA-DIFERE WA-CAMPO-ROTULO " " WA-CAMPO-A(1:35)
                   "  " WA-CAMPO-B(1:35).

       RT04-00-ESCOLHE-SOBREVIVENTE.
           MOVE "N" TO WA-RESPOSTA-OK.
           PERFORM UNTIL WA-RESPOSTA-OK = "S"
               DISPLAY "FCO sobrevivente - (1), (2) ou (N) cancela: "
                       WITH NO ADVANCING
               ACCEPT WA-SOBREV
               MOVE FUNCTION UPPER-CASE(WA-SOBREV) TO WA-SOBREV
               IF  WA-SOBREV = "1" OR WA-SOBREV = "2"
                   OR WA-SOBREV = "N"
                   MOVE "S" TO WA-RESPOSTA-OK
               ELSE
                   DISPLAY "OPCAO INVALIDA - DIGITE 1, 2 OU N."
               END-IF
           END-PERFORM.
           IF  WA-SOBREV = "1"
               MOVE WA-LADO-A TO WA-LADO-F
               MOVE WA-LADO-B TO WA-LADO-X
           END-IF.
           IF  WA-SOBREV = "2"
               MOVE WA-LADO-B TO WA-LADO-F
               MOVE WA-LADO-A TO WA-LADO-X
           END-IF.

      *---------------------------------------------------------------*
      * CAMPO A CAMPO ONDE OS DOIS DIVERGEM: ENTER FICA COM O VALOR   *
      * DO SOBREVIVENTE, (1)/(2) ESCOLHE O LADO. O NUMERO DO FCO E    *
      * SEMPRE O DO SOBREVIVENTE.                                     *
      *---------------------------------------------------------------*
       RT05-00-ESCOLHE-CAMPOS.
           IF  WA-NOME-A NOT = WA-NOME-B
               MOVE "NOME" TO WA-CAMPO-ROTULO
               PERFORM RT05A-PEDE-LADO
               IF  WA-RESPOSTA = "1"
                   MOVE WA-NOME-A TO WA-NOME-F
               END-IF
               IF  WA-RESPOSTA = "2"
                   MOVE WA-NOME-B TO WA-NOME-F
               END-IF
           END-IF.
           IF  WA-JURFIS-A NOT = WA-JURFIS-B
               MOVE "PESSOA" TO WA-CAMPO-ROTULO
               PERFORM RT05A-PEDE-LADO
               IF  WA-RESPOSTA = "1"
                   MOVE WA-JURFIS-A TO WA-JURFIS-F
               END-IF
               IF  WA-RESPOSTA = "2"
                   MOVE WA-JURFIS-B TO WA-JURFIS-F
               END-IF
           END-IF.
           IF  WN-CNPJ-A NOT = WN-CNPJ-B
               MOVE "CNPJ/CPF" TO WA-CAMPO-ROTULO
               PERFORM RT05A-PEDE-LADO
               IF  WA-RESPOSTA = "1"
                   MOVE WN-CNPJ-A TO WN-CNPJ-F
               END-IF
               IF  WA-RESPOSTA = "2"
                   MOVE WN-CNPJ-B TO WN-CNPJ-F
               END-IF
           END-IF.
      * CIDADE E UF ANDAM JUNTAS - MISTURAR A CIDADE DE UM COM A UF DO
      * OUTRO SO CRIA UMA DIVERGENCIA NOVA COM O SERPRO.
           IF  WA-CIDADE-A NOT = WA-CIDADE-B
               OR WA-UF-A NOT = WA-UF-B
               MOVE "CIDADE/UF" TO WA-CAMPO-ROTULO
               PERFORM RT05A-PEDE-LADO
               IF  WA-RESPOSTA = "1"
                   MOVE WA-CIDADE-A TO WA-CIDADE-F
                   MOVE WA-UF-A     TO WA-UF-F
               END-IF
               IF  WA-RESPOSTA = "2"
                   MOVE WA-CIDADE-B TO WA-CIDADE-F
                   MOVE WA-UF-B     TO WA-UF-F
               END-IF
           END-IF.

       RT05A-PEDE-LADO.
           MOVE "N" TO WA-RESPOSTA-OK.
           PERFORM UNTIL WA-RESPOSTA-OK = "S"
               DISPLAY FUNCTION TRIM(WA-CAMPO-ROTULO)
                       " - (1), (2) ou ENTER = do sobrevivente: "
                       WITH NO ADVANCING
               MOVE SPACES TO WA-RESPOSTA
               ACCEPT WA-RESPOSTA
               IF  WA-RESPOSTA = SPACES OR WA-RESPOSTA = "1"
                   OR WA-RESPOSTA = "2"
                   MOVE "S" TO WA-RESPOSTA-OK
               ELSE
                   DISPLAY "OPCAO INVALIDA - DIGITE 1, 2 OU ENTER."
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      * MOSTRA O RESULTADO, PEDE CONFIRMACAO E APLICA: SOBREVIVENTE,  *
      * MARCA NO ABSORVIDO, LINHA NO MAPA E AUDITORIA.                *
      *---------------------------------------------------------------*
       RT06-00-CONFIRMA-E-APLICA.
           DISPLAY " ".
           DISPLAY "FCO " WN-FCO-X " SERA FUNDIDO NO FCO " WN-FCO-F
                   ", QUE FICA ASSIM:".
           DISPLAY "  NOME......: " WA-NOME-F.
           DISPLAY "  PESSOA....: " WA-JURFIS-F.
           DISPLAY "  CNPJ/CPF..: " WN-CNPJ-F.
           DISPLAY "  CIDADE/UF.: " FUNCTION TRIM(WA-CIDADE-F)
                   "/" WA-UF-F.
           DISPLAY "Confirma a fusao (S/N)? " WITH NO ADVANCING.
           ACCEPT WA-RESPOSTA.
           MOVE FUNCTION UPPER-CASE(WA-RESPOSTA) TO WA-RESPOSTA.
           IF  WA-RESPOSTA NOT = "S"
               DISPLAY "FUSAO CANCELADA."
           ELSE
               PERFORM RT06A-APLICA
           END-IF.

       RT06A-APLICA.
           MOVE WA-LADO-F TO WA-REGIS.
           CALL "fco_upsert"
                    USING BY REFERENCE WA-REGIS, WN-RET
                    returning INTO WN-RET
           END-CALL.
           IF  WN-RET < 0
               DISPLAY "ERRO: FALHA AO REGRAVAR O FCO " WN-FCO-F
                       " NA BASE LOCAL (fco_upsert) - FUSAO "
                       "CANCELADA."
               MOVE "FUSAO"        TO WA-AU-EVENTO
               MOVE WN-FCO-X       TO WA-AU-ENTRADA
               MOVE "ERRO-UPSERT"  TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
           ELSE
               PERFORM RT06B-MARCA-ABSORVIDO
           END-IF.

       RT06B-MARCA-ABSORVIDO.
           MOVE WA-LADO-X TO WA-REGIS.
           MOVE SPACES    TO WA-NOME.
           STRING "FUNDIDO NO FCO " WN-FCO-F
               DELIMITED BY SIZE INTO WA-NOME
           END-STRING.
           CALL "fco_upsert"
                    USING BY REFERENCE WA-REGIS, WN-RET
                    returning INTO WN-RET
           END-CALL.
           IF  WN-RET < 0
               DISPLAY "AVISO: FALHA AO MARCAR O FCO " WN-FCO-X
                       " COMO FUNDIDO NA BASE LOCAL - O MAPA DE "
                       "FUSOES VALE; REPITA A MARCACAO."
           END-IF.

           PERFORM RT07-00-GRAVA-MAPA.

           ADD 1 TO WN-QTDE-FUSOES.
           DISPLAY "FCO " WN-FCO-X " FUNDIDO NO FCO " WN-FCO-F ".".

           MOVE "FUSAO"   TO WA-AU-EVENTO.
           MOVE WN-FCO-X  TO WA-AU-ENTRADA.
           MOVE WN-FCO-F  TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

      *---------------------------------------------------------------*
      * ACRESCENTA A FUSAO NO FCO-FUSAO.TXT E NA TABELA EM MEMORIA    *
      * (O ABSORVIDO NAO PODE VOLTAR NA MESMA SESSAO).                *
      *---------------------------------------------------------------*
       RT07-00-GRAVA-MAPA.
           OPEN EXTEND FUSAO-FILE.
           IF  WA-FS-FUSAO = "35"
               OPEN OUTPUT FUSAO-FILE
           END-IF.
           MOVE SPACES TO FUSAO-REC.
           STRING WN-FCO-X                   DELIMITED BY SIZE
                  ";"                        DELIMITED BY SIZE
                  WN-FCO-F                   DELIMITED BY SIZE
                  ";"                        DELIMITED BY SIZE
                  WN-DATA-HOJE               DELIMITED BY SIZE
                  ";"                        DELIMITED BY SIZE
                  FUNCTION TRIM(WA-OPERADOR) DELIMITED BY SIZE
                  ";"                        DELIMITED BY SIZE
                  WN-CNPJ-X                  DELIMITED BY SIZE
                  ";"                        DELIMITED BY SIZE
                  FUNCTION TRIM(WA-NOME-X)   DELIMITED BY SIZE
               INTO FUSAO-REC
           END-STRING.
           WRITE FUSAO-REC.
           CLOSE FUSAO-FILE.

           IF  FU-QTDE < 5000
               ADD 1 TO FU-QTDE
               MOVE WN-FCO-X     TO FU-FCO-ANTIGO(FU-QTDE)
               MOVE WN-FCO-F     TO FU-FCO-SOBREV(FU-QTDE)
               MOVE WN-DATA-HOJE TO FU-DATA(FU-QTDE)
           END-IF.

           COPY FUSAOP.

           COPY AUDITP.

           COPY SYSPARMP.
