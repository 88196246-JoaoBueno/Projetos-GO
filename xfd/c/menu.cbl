      * ALTERACAO.: 03/09/2026 - BUENO - OPCAO 39: FECHAMENTO MENSAL DA METRICA DE   *
      *             LATENCIA/DISPONIBILIDADE DO SERPRO (SERPRO-METRICA-REL).         *
      *                                                                              *
      * ALTERACAO.: 15/10/2026 - BUENO - OPCAO 40: APROVACAO EM DUAS ETAPAS          *
      *             (APROVACAO-MANUT) - AS OPCOES 8 E 28 SO PROPOEM, E UM SUPERVISOR *
      *             DIFERENTE DE QUEM PROPOS APROVA OU REJEITA AQUI; ENTRA NA REGRA  *
      *             FIXA DE SUPERVISOR. O PERFIL DO OPERADOR LOGADO TAMBEM VAI PARA  *
      *             O AMBIENTE (GO-PERFIL), PARA OS PROGRAMAS CHAMADOS CONFERIREM.   *
      * ALTERACAO.: 15/10/2026 - BUENO - OPCAO 41: POSICAO DE UM REGISTRO DO         *
      *             CNPJ-MASTER EM UMA DATA PASSADA, PARA CONSULTA OU PROPOSTA DE    *
      *             RESTAURACAO (CNPJ-RESTAURA).                                     *
      * ALTERACAO.: 15/10/2026 - BUENO - OPCAO 42: MOVIMENTO MES A MES DA BASE ENTRE *
      *             DOIS FECHAMENTOS (GO-FCO-MOVIMENTO).                             *
      * ALTERACAO.: 15/10/2026 - BUENO - OPCAO 43: PEDIDOS DE TITULAR DA LGPD -      *
      *             REGISTRO, RELATORIO DE ACESSO E ANONIMIZACAO (LGPD-TITULAR); A   *
      *             ANONIMIZACAO SO COM PERFIL SUPERVISOR, CONFERIDO NO PROPRIO      *
      *             PROGRAMA.                                                        *
      * ALTERACAO.: 15/10/2026 - BUENO - OPCAO 44: TABELA DE FINALIDADES DAS         *
      *             CONSULTAS AO SERPRO (FINALIDADE-MANUT, SUPERVISOR); OPCAO 45:    *
      *             CONSULTAS DO MES POR FINALIDADE E OPERADOR                       *
      *             (SERPRO-FINALIDADE-REL). AUDITORIA DO LOGIN GRAVA AU-FINALIDADE  *
      *             EM BRANCO.                                                       *
      * ALTERACAO.: 15/10/2026 - BUENO - OPCAO 46: CARGA DO CNPJ-MASTER PELOS DADOS  *
      *             ABERTOS DO CNPJ DA RECEITA E RELATORIO DE DIVERGENCIA COM O      *
      *             SERPRO (CNPJ-DADOS-ABERTOS, SUPERVISOR - RECONSTROI O CACHE).    *
      * ALTERACAO.: 15/10/2026 - BUENO - OPCAO 47: CARGA DAS LISTAS DE SANCOES       *
      *             CEIS/CNEP DA CGU (SANCAO-CARGA, SUPERVISOR); OPCAO 48: TRIAGEM   *
      *             DA BASE E DOS SOCIOS CONTRA AS LISTAS (SANCAO-TRIAGEM).          *
      * ALTERACAO.: 15/10/2026 - BUENO - OPCAO 49: TABELA DE TERRITORIOS DE VENDA    *
      *             POR REPRESENTANTE (TERRITORIO-MANUT, SUPERVISOR).                *
      * ALTERACAO.: 15/10/2026 - BUENO - OPCAO 50: FUSAO DE FCO DUPLICADO NA BASE    *
      *             LOCAL COM MAPA PERMANENTE DE FUSOES (GO-FCO-FUSAO, SUPERVISOR).  *
      * ALTERACAO.: 15/10/2026 - BUENO - OPCAO 51: CNPJ-INTEGRIDADE (CONFERENCIA     *
      *             DOS SATELITES DO CNPJ-MASTER; O REPARO E LIBERADO SO AO          *
      *             SUPERVISOR DENTRO DO PROPRIO PROGRAMA).                          *
      * ALTERACAO.: 15/10/2026 - BUENO - OPCAO 52: ETIQUETAS E ARQUIVO DE MALA       *
      *             DIRETA DOS CORREIOS A PARTIR DO ENDERECO DO CNPJ-MASTER          *
      *             (GO-FCO-ETIQUETA).                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - OPCAO 53 - CARTAO CNPJ (GO-FCO-CARTAO):     *
      *             COMPROVANTE DE INSCRICAO IMPRESSO A PARTIR DO CNPJ-MASTER, COM   *
      *             CODIGO DE CONTROLE.                                              *
      * ALTERACAO.: 15/10/2026 - BUENO - OPCAO 54 - CLIENTES ATIVOS SEM INSCRICAO    *
      *             ESTADUAL OU COM IE NAO HABILITADA (GO-FCO-IE-REL).               *
      * ALTERACAO.: 15/10/2026 - BUENO - OPCAO 55 - TRANSMISSAO AO INTAKE: REENVIO   *
      *             DE UMA SEQUENCIA OU DE UM DIA NAO TRANSMITIDO                    *
      *             (GO-FCO-TRANSMISSAO, MODO R PELA VARIAVEL GO-TRANSMISSAO-MODO).  *
      * ALTERACAO.: 15/10/2026 - BUENO - OPCAO 56 - FILA UNICA DE TRABALHO           *
      *             (GO-FCO-CASOS): CASOS DE TODAS AS FILAS DOS OPERADORES PARA      *
      *             PEGAR, TRABALHAR E FECHAR.                                       *
      * ALTERACAO.: 15/10/2026 - BUENO - OPCAO 57 - RATEIO MENSAL DA FATURA DO       *
      *             SERPRO PELOS CENTROS DE CUSTO (SERPRO-RATEIO-REL): RELATORIO E   *
      *             ARQUIVO DE LANCAMENTO DO ERP.                                    *
      * ALTERACAO.: 15/10/2026 - BUENO - OPCAO 58 - JANELA NOTURNA: TENDENCIA DE     *
      *             CADA PASSO DA CADEIA E PREVISAO DA DATA DE ESTOURO DO HORARIO    *
      *             LIMITE DA MANHA.                                                 *
      * ALTERACAO.: 15/10/2026 - BUENO - OPCAO 59 - CRESCIMENTO DOS ARQUIVOS E       *
      *             ESPACO EM DISCO (GO-FCO-DISCO EM MODO RELATORIO).                *
      * ALTERACAO.: 15/10/2026 - BUENO - OPCOES 60 E 61 - LACRE DOS BINARIOS, .SO E  *
      *             SYSTEM.PARM (LACRE-MANUT, SO SUPERVISOR) E RELATORIO DAS         *
      *             ALTERACOES APROVADAS (LACRE-REL).                                *
      * ALTERACAO.: 15/10/2026 - BUENO - SENHA DE OPERADOR EM SHA-256 COM SAL POR    *
      *             CONTA (COPY SENHATAB/SENHATABP, SUBROTINA SHA256): O             *
      *             OPERATORS.TXT GUARDA SHA256$SAL$HASH. HASH MD5 SEM SAL DO        *
      *             FORMATO ANTERIOR AINDA CONFERE E E REGRAVADO NO FORMATO NOVO NO  *
      *             PRIMEIRO LOGIN CERTO DE CADA OPERADOR (LINHA NO AUDIT.LOG).      *
      *             OPCAO 62 - CONFERENCIA DO MANIFESTO DE UM DIA CONTRA OS EXTRATOS *
      *             DATADOS (GO-FCO-MANIFESTO EM MODO C).                            *
      * ALTERACAO.: 15/10/2026 - BUENO - CORRIGIDO O LACO DE LIMPEZA DA TABELA DE    *
      *             PERMISSOES (RT09): O INDICE DE 2 DIGITOS NUNCA PASSAVA DE 99 E O *
      *             MENU NAO SAIA DA CARGA.                                          *
      * ALTERACAO.: 15/10/2026 - BUENO - OPCAO 63 - QUEM ESTA RODANDO O QUE          *
      *             (GO-FCO-SESSOES, SUPERVISOR): PROCESSOS DA FAMILIA GO-FCO COM    *
      *             OPERADOR, TRAVAS SEGURADAS E ENCERRAMENTO DE SESSAO. O MENU      *
      *             REGISTRA CADA LOGIN, OPCAO E SAIDA NO SESSOES-MENU.TXT (COPY     *
      *             SESSAOREC) COM O PID DO PROPRIO PROCESSO, PARA A TELA SABER QUAL *
      *             OPERADOR ESTA EM QUAL PID.                                       *
      * ALTERACAO.: 15/10/2026 - BUENO - OPCAO 64 - MASSA DE HOMOLOGACAO ANONIMIZADA *
      *             (GO-FCO-HOMOLOG, SUPERVISOR).                                    *
      * ALTERACAO.: 15/10/2026 - BUENO - OPCAO 65 - REPOSITORIO DE RELATORIOS        *
      *             (GO-FCO-RELREPO, SUPERVISOR): CONSULTA E REIMPRESSAO DAS VERSOES *
      *             ARQUIVADAS.                                                      *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-PERMISSOES.

           SELECT SESSOES-FILE
               ASSIGN TO WA-ARQ-SESSOES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-SESSOES.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATORS-FILE.
       01  OPERATORS-REC               PIC X(200).

       FD  SYSTEM-PARM-FILE.
       01  SYSTEM-PARM-REC             PIC X(762).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.
       FD  PERMISSOES-FILE.
       01  PERMISSOES-REC              PIC X(020).

       FD  SESSOES-FILE.
           COPY SESSAOREC.

       WORKING-STORAGE SECTION.
       77  WA-OPCAO                    PIC 9(002)          VALUE ZEROS.
       77  WA-SAIR                     PIC X(001)          VALUE "N".
       77  WA-LOGIN-OK                 PIC X(001)          VALUE "N".
       77  WN-TENTATIVA-LOGIN          PIC 9(001)          VALUE ZEROS.
       77  WA-OP-ID-ARQ                PIC X(008)          VALUE SPACES.
       77  WA-OP-SENHA-ARQ             PIC X(100)          VALUE SPACES.
       77  WA-OP-PERFIL-ARQ            PIC X(001)          VALUE SPACES.
       77  WA-OP-SITUACAO-ARQ          PIC X(001)          VALUE SPACES.
       77  WA-OP-DATA-TROCA-ARQ        PIC X(008)          VALUE SPACES.
       77  WA-OP-FORCA-ARQ             PIC X(001)          VALUE SPACES.
       77  WA-SENHA-HASH               PIC X(100)          VALUE SPACES.
       77  WA-SENHA-CONFERE            PIC X(001)          VALUE "N".
       77  WA-PRECISA-TROCA            PIC X(001)          VALUE "N".
       77  WA-ATUALIZA-HASH            PIC X(001)          VALUE "N".
       77  WA-REGRAVA-MODO             PIC X(001)          VALUE SPACES.
       77  WA-CONTA-INATIVA            PIC X(001)          VALUE "N".
       77  WA-SENHA-NOVA-1             PIC X(012)          VALUE SPACES.
       77  WA-SENHA-NOVA-2             PIC X(012)          VALUE SPACES.
               05  PM-PERFIS           PIC X(005).
       77  WA-PERM-OPCAO-TXT           PIC X(005)          VALUE SPACES.
       77  WA-PERM-PERFIS-TXT          PIC X(010)          VALUE SPACES.
       77  WN-PERM-OPCAO               PIC 9(003)          VALUE ZEROS.
       77  WA-OPCAO-PERMITIDA          PIC X(001)          VALUE "S".
       77  WS-IDX-PF                   PIC 9(001)          VALUE ZEROS.
       77  WA-ARQ-SESSOES              PIC X(100)          VALUE
               "SESSOES-MENU.TXT".
       77  WA-FS-SESSOES               PIC X(002)          VALUE "00".
       77  WN-PID-SESSAO               PIC 9(007)          VALUE ZEROS.
       77  WA-SESSAO-EVENTO            PIC X(010)          VALUE SPACES.
       77  WN-SEG-AGORA                PIC 9(006)          VALUE ZEROS.
       77  WN-SEG-ULT-ACAO             PIC 9(006)          VALUE ZEROS.
       77  WN-SEG-PARADO               PIC S9(006)         VALUE ZEROS.
           03  WA-HORA-SS              PIC 9(002).
       01  WS-OPERADORES-TAB.
           03  WS-OPERADOR-LINHA OCCURS 100 TIMES
                                       PIC X(200).
       77  WN-QTDE-OPERADORES          PIC 9(003)          VALUE ZEROS.
       77  WS-IDX-OP                   PIC 9(003)          VALUE ZEROS.
       77  WA-ARQ-SYSPARM              PIC X(100)          VALUE

           COPY FCOLNK.

           COPY SENHATAB.

       77  WA-PID-MENU                 PIC 9(005)          VALUE ZEROS.
       77  WA-USER-MENU                PIC X(030)          VALUE SPACES.
       77  WA-ETIME-MENU               PIC X(012)          VALUE SPACES.
           END-IF.

           SET ENVIRONMENT "GO-OPERADOR" TO WA-OPERADOR-ID.
           SET ENVIRONMENT "GO-PERFIL"   TO WA-OPERADOR-PERFIL.
           DISPLAY "Operador " FUNCTION TRIM(WA-OPERADOR-ID)
                   " conectado (perfil " WA-OPERADOR-PERFIL ").".

           CALL "C$GETPID"
           END-CALL.
           MOVE RETURN-CODE TO WN-PID-SESSAO.
           MOVE 0 TO RETURN-CODE.
           MOVE ZEROS   TO WA-OPCAO.
           MOVE "LOGIN" TO WA-SESSAO-EVENTO.
           PERFORM RT13-00-REGISTRA-SESSAO.

           PERFORM RT11-00-MARCA-ATIVIDADE.

           PERFORM UNTIL WA-SAIR = "S"
               PERFORM RT02-00-EXECUTA-OPCAO
           END-PERFORM.

           MOVE ZEROS   TO WA-OPCAO.
           MOVE "SAIDA" TO WA-SESSAO-EVENTO.
           PERFORM RT13-00-REGISTRA-SESSAO.

           STOP RUN.

       RT01-00-EXIBE-MENU.
           DISPLAY "37 - Conciliar posicao com o intake mainframe".
           DISPLAY "38 - Cadastros quase-identicos na base local".
           DISPLAY "39 - Metrica mensal do SERPRO (latencia)".
           DISPLAY "40 - Aprovar alteracoes/exclusoes/lotes pendentes".
           DISPLAY "41 - Posicao/restauracao de CNPJ em data passada".
           DISPLAY "42 - Movimento mensal da base (fechamentos)".
           DISPLAY "43 - LGPD: pedidos de titular de dados".
           DISPLAY "44 - Finalidades das consultas ao SERPRO".
           DISPLAY "45 - Consultas por finalidade e operador (mes)".
           DISPLAY "46 - Carga/conferencia pelos dados abertos (RFB)".
           DISPLAY "47 - Carga das listas de sancoes (CEIS/CNEP)".
           DISPLAY "48 - Triagem de sancoes (clientes e socios)".
           DISPLAY "49 - Territorios de venda (representantes)".
           DISPLAY "50 - Fusao de FCO duplicado na base local".
           DISPLAY "51 - Integridade dos satelites do cadastro".
           DISPLAY "52 - Etiquetas e mala direta dos Correios".
           DISPLAY "53 - Cartao CNPJ (comprovante de inscricao)".
           DISPLAY "54 - Inscricao estadual - ativas sem IE habilitada".
           DISPLAY "55 - Transmissao ao intake - reenvio/dia pulado".
           DISPLAY "56 - Fila de trabalho (casos de todas as filas)".
           DISPLAY "57 - Rateio da fatura SERPRO por centro de custo".
           DISPLAY "58 - Janela noturna - tendencia e previsao estouro".
           DISPLAY "59 - Crescimento dos arquivos e espaco em disco".
           DISPLAY "60 - Lacre dos binarios, .so e SYSTEM.PARM".
           DISPLAY "61 - Relatorio das alteracoes aprovadas no lacre".
           DISPLAY "62 - Conferir o manifesto de um dia (SHA-256/MD5)".
           DISPLAY "63 - Quem esta rodando o que (sessoes e travas)".
           DISPLAY "64 - Gerar massa de homologacao anonimizada".
           DISPLAY "65 - Repositorio de relatorios - reimpressao".
           DISPLAY " 0 - Sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WA-OPCAO.
                           " (PERFIL " WA-OPERADOR-PERFIL
                           ") NAO TEM PERFIL PARA ELA."
               ELSE
                   IF  WA-OPCAO NOT = ZEROS
                       MOVE "OPCAO" TO WA-SESSAO-EVENTO
                       PERFORM RT13-00-REGISTRA-SESSAO
                   END-IF
                   PERFORM RT02A-DESPACHA-OPCAO
                   IF  WA-OPCAO NOT = ZEROS
                       MOVE "MENU" TO WA-SESSAO-EVENTO
                       PERFORM RT13-00-REGISTRA-SESSAO
                   END-IF
               END-IF
               PERFORM RT11-00-MARCA-ATIVIDADE
           END-IF.
               WHEN 39
                   CALL "SERPRO-METRICA-REL"
                   END-CALL
               WHEN 40
                   CALL "APROVACAO-MANUT"
                   END-CALL
               WHEN 41
                   CALL "CNPJ-RESTAURA"
                   END-CALL
               WHEN 42
                   CALL "GO-FCO-MOVIMENTO"
                   END-CALL
               WHEN 43
                   CALL "LGPD-TITULAR"
                   END-CALL
               WHEN 44
                   CALL "FINALIDADE-MANUT"
                   END-CALL
               WHEN 45
                   CALL "SERPRO-FINALIDADE-REL"
                   END-CALL
               WHEN 46
                   CALL "CNPJ-DADOS-ABERTOS"
                   END-CALL
               WHEN 47
                   CALL "SANCAO-CARGA"
                   END-CALL
               WHEN 48
                   CALL "SANCAO-TRIAGEM"
                   END-CALL
               WHEN 49
                   CALL "TERRITORIO-MANUT"
                   END-CALL
               WHEN 50
                   CALL "GO-FCO-FUSAO"
                   END-CALL
               WHEN 51
                   CALL "CNPJ-INTEGRIDADE"
                   END-CALL
               WHEN 52
                   CALL "GO-FCO-ETIQUETA"
                   END-CALL
               WHEN 53
                   CALL "GO-FCO-CARTAO"
                   END-CALL
               WHEN 54
                   CALL "GO-FCO-IE-REL"
                   END-CALL
               WHEN 55
                   SET ENVIRONMENT "GO-TRANSMISSAO-MODO" TO "R"
                   CALL "GO-FCO-TRANSMISSAO"
                   END-CALL
                   SET ENVIRONMENT "GO-TRANSMISSAO-MODO" TO SPACES
               WHEN 56
                   CALL "GO-FCO-CASOS"
                   END-CALL
               WHEN 57
                   CALL "SERPRO-RATEIO-REL"
                   END-CALL
               WHEN 58
                   SET ENVIRONMENT "GO-JANELA-MODO" TO SPACES
                   CALL "GO-FCO-JANELA"
                   END-CALL
               WHEN 59
                   SET ENVIRONMENT "GO-DISCO-MODO" TO "R"
                   CALL "GO-FCO-DISCO"
                   END-CALL
                   SET ENVIRONMENT "GO-DISCO-MODO" TO SPACES
               WHEN 60
                   CALL "LACRE-MANUT"
                   END-CALL
               WHEN 61
                   CALL "LACRE-REL"
                   END-CALL
               WHEN 62
                   SET ENVIRONMENT "GO-MANIFESTO-MODO" TO "C"
                   CALL "GO-FCO-MANIFESTO"
                   END-CALL
                   SET ENVIRONMENT "GO-MANIFESTO-MODO" TO SPACES
               WHEN 63
                   CALL "GO-FCO-SESSOES"
                   END-CALL
               WHEN 64
                   CALL "GO-FCO-HOMOLOG"
                   END-CALL
               WHEN 65
                   SET ENVIRONMENT "GO-RELREPO-MODO" TO "M"
                   CALL "GO-FCO-RELREPO"
                   END-CALL
                   SET ENVIRONMENT "GO-RELREPO-MODO" TO SPACES
               WHEN 0
                   MOVE "S" TO WA-SAIR
               WHEN OTHER

      *---------------------------------------------------------------*
      * PERMISSOES POR OPCAO: LINHA "NN;PERFIS" NO MENU-PERMISSOES.   *
      * OPCAO SEM LINHA CAI NA REGRA FIXA                             *
      * (2/20/23/25/31/36/40/44/46/47/49/50/60/63/64/65 = S).         *
      *---------------------------------------------------------------*
       RT09-00-CARREGA-PERMISSOES.
           PERFORM VARYING WN-PERM-OPCAO FROM 1 BY 1
           ELSE
      * SEM LINHA NO ARQUIVO: A REGRA FIXA DE SEMPRE - OPCOES QUE
      * QUEIMAM COTA PAGA, RECONSTROEM O CACHE, MEXEM NA CONFIGURACAO,
      * APAGAM REGISTROS, ADMINISTRAM CONTAS/PERMISSOES OU APROVAM
      * PROPOSTAS SAO DE SUPERVISOR.
               IF  (WA-OPCAO = 2 OR WA-OPCAO = 20 OR WA-OPCAO = 23
                    OR WA-OPCAO = 25 OR WA-OPCAO = 31
                    OR WA-OPCAO = 36 OR WA-OPCAO = 40
                    OR WA-OPCAO = 44 OR WA-OPCAO = 46
                    OR WA-OPCAO = 47 OR WA-OPCAO = 49
                    OR WA-OPCAO = 50 OR WA-OPCAO = 60
                    OR WA-OPCAO = 63 OR WA-OPCAO = 64
                    OR WA-OPCAO = 65)
                   AND WA-OPERADOR-PERFIL NOT = "S"
                   MOVE "N" TO WA-OPCAO-PERMITIDA
               END-IF
                           " EXPIRADA POR INATIVIDADE - ENTRE DE "
                           "NOVO."
                   SET ENVIRONMENT "GO-OPERADOR" TO SPACES
                   SET ENVIRONMENT "GO-PERFIL"   TO SPACES
                   PERFORM RT06-00-LOGIN-OPERADOR
                   IF  WA-LOGIN-OK = "S"
                       SET ENVIRONMENT "GO-OPERADOR"
                           TO WA-OPERADOR-ID
                       SET ENVIRONMENT "GO-PERFIL"
                           TO WA-OPERADOR-PERFIL
                       DISPLAY "Operador "
                               FUNCTION TRIM(WA-OPERADOR-ID)
                               " conectado (perfil "
                               WA-OPERADOR-PERFIL ")."
                       MOVE ZEROS   TO WA-OPCAO
                       MOVE "LOGIN" TO WA-SESSAO-EVENTO
                       PERFORM RT13-00-REGISTRA-SESSAO
                       PERFORM RT11-00-MARCA-ATIVIDADE
                   ELSE
                       DISPLAY "TRES TENTATIVAS DE LOGIN SEM "
               END-IF
           END-PERFORM.

      * A SENHA DIGITADA E CONFERIDA CONTRA O HASH DO ARQUIVO NO
      * FORMATO EM QUE ELE ESTIVER (CONFERE-HASH-SENHA): SHA-256 COM
      * SAL, MD5 SEM SAL DO FORMATO ANTERIOR (CONFERE E E REGRAVADO EM
      * SHA-256 AQUI MESMO) OU LINHA LEGADA EM CLARO (ACEITA E CAI NA
      * TROCA OBRIGATORIA, QUE REGRAVA A LINHA JA NO FORMATO NOVO).
       RT06A-CONFERE-OPERADOR.
           MOVE "N" TO WA-LOGIN-OK.
           MOVE "N" TO WA-CONTA-INATIVA.
           MOVE "N" TO WA-PRECISA-TROCA.
           MOVE "N" TO WA-ATUALIZA-HASH.

           OPEN INPUT OPERATORS-FILE.
           IF  WA-FS-OPERADORES NOT = "00"

           IF  WA-LOGIN-OK = "S" AND WA-PRECISA-TROCA = "S"
               PERFORM RT07-00-TROCA-SENHA
           ELSE
               IF  WA-LOGIN-OK = "S" AND WA-ATUALIZA-HASH = "S"
                   PERFORM RT07B-ATUALIZA-HASH
               END-IF
           END-IF.

       RT06B-CONFERE-SENHA.
           MOVE "N" TO WA-SENHA-CONFERE.
           MOVE WA-OPERADOR-SENHA TO SNH-SENHA.
           MOVE WA-OP-SENHA-ARQ   TO SNH-HASH-ARQ.
           PERFORM CONFERE-HASH-SENHA.
           IF  SNH-CONFERE = "S"
               MOVE "S" TO WA-SENHA-CONFERE
      * LINHA LEGADA EM CLARO: ACEITA UMA ULTIMA VEZ E FORCA A TROCA.
               IF  SNH-FORMATO = "C"
                   MOVE "S" TO WA-PRECISA-TROCA
               END-IF
               IF  SNH-FORMATO = "M"
                   MOVE "S" TO WA-ATUALIZA-HASH
               END-IF
           END-IF.

           IF  WA-SENHA-CONFERE = "S"
                       "NAO CONCLUIDO."
               MOVE "N" TO WA-LOGIN-OK
           ELSE
               MOVE WA-SENHA-NOVA-1 TO SNH-SENHA
               PERFORM GERA-HASH-SENHA
               MOVE SNH-HASH-NOVO TO WA-SENHA-HASH
               MOVE "T" TO WA-REGRAVA-MODO
               PERFORM RT07A-REGRAVA-OPERADORES
               DISPLAY "SENHA TROCADA."
               MOVE "SENHA"        TO WA-AU-EVENTO
               PERFORM RT08-00-GRAVA-AUDIT-LOGIN
           END-IF.

      * MODO T (TROCA DE SENHA): HASH NOVO, DATA DE TROCA DE HOJE E
      * FORCA-TROCA N. MODO H (SO O HASH PASSA PARA O FORMATO NOVO):
      * PERFIL, SITUACAO, DATA DE TROCA E FORCA-TROCA FICAM COMO ESTAO.
       RT07A-REGRAVA-OPERADORES.
           MOVE ZEROS TO WN-QTDE-OPERADORES.
           ACCEPT WN-DATA-HOJE FROM DATE YYYYMMDD.
                       = WA-OPERADOR-ID
                       MOVE SPACES TO
                           WS-OPERADOR-LINHA(WN-QTDE-OPERADORES)
                       IF  WA-REGRAVA-MODO = "H"
                           STRING
                               FUNCTION TRIM(WA-OP-ID-ARQ)
                                               DELIMITED BY SIZE
                               ";" WA-SENHA-HASH
                                               DELIMITED BY SPACE
                               ";" WA-OP-PERFIL-ARQ
                                               DELIMITED BY SPACE
                               ";" WA-OP-SITUACAO-ARQ
                                               DELIMITED BY SPACE
                               ";" WA-OP-DATA-TROCA-ARQ
                                               DELIMITED BY SPACE
                               ";" WA-OP-FORCA-ARQ
                                               DELIMITED BY SPACE
                               INTO
                               WS-OPERADOR-LINHA(WN-QTDE-OPERADORES)
                           END-STRING
                       ELSE
                           STRING
                               FUNCTION TRIM(WA-OP-ID-ARQ)
                                               DELIMITED BY SIZE
                               ";" WA-SENHA-HASH
                                               DELIMITED BY SPACE
                               ";" WA-OPERADOR-PERFIL
                                               DELIMITED BY SIZE
                               ";A;"           DELIMITED BY SIZE
                               WN-DATA-HOJE    DELIMITED BY SIZE
                               ";N"            DELIMITED BY SIZE
                               INTO
                               WS-OPERADOR-LINHA(WN-QTDE-OPERADORES)
                           END-STRING
                       END-IF
                   ELSE
                       MOVE OPERATORS-REC TO
                           WS-OPERADOR-LINHA(WN-QTDE-OPERADORES)
           END-PERFORM.
           CLOSE OPERATORS-FILE.

      * HASH MD5 SEM SAL QUE ACABOU DE CONFERIR: A SENHA DIGITADA
      * ESTA EM MAOS, ENTAO A LINHA JA E REGRAVADA EM SHA-256 COM SAL.
       RT07B-ATUALIZA-HASH.
           MOVE WA-OPERADOR-SENHA TO SNH-SENHA.
           PERFORM GERA-HASH-SENHA.
           MOVE SNH-HASH-NOVO TO WA-SENHA-HASH.
           MOVE "H" TO WA-REGRAVA-MODO.
           PERFORM RT07A-REGRAVA-OPERADORES.
           MOVE "SENHA"        TO WA-AU-EVENTO.
           MOVE WA-OPERADOR-ID TO WA-AU-ENTRADA.
           MOVE "HASH-SHA256"  TO WA-AU-RESULTADO.
           MOVE WA-OPERADOR-ID TO WA-AU-OPERADOR.
           PERFORM RT08-00-GRAVA-AUDIT-LOGIN.

      * GRAVACAO DE AUDITORIA PROPRIA DO LOGIN: NESTE PONTO O
      * GO-OPERADOR AINDA NAO FOI COLOCADO NO AMBIENTE, ENTAO O
      * OPERADOR E PREENCHIDO AQUI MESMO (NAO DA PARA USAR O AUDITP).
           MOVE WA-AU-ENTRADA       TO AU-ENTRADA.
           MOVE WA-AU-RESULTADO     TO AU-RESULTADO.
           MOVE WA-AU-OPERADOR      TO AU-OPERADOR.
           MOVE SPACES              TO AU-FINALIDADE.
           WRITE AUDIT-REC.
           CLOSE AUDIT-LOG-FILE.

      *---------------------------------------------------------------*
      * REGISTRO DA SESSAO NO SESSOES-MENU.TXT (COPY SESSAOREC): UMA  *
      * LINHA NO FIM A CADA LOGIN, OPCAO, VOLTA AO MENU E SAIDA - O   *
      * GO-FCO-SESSOES CRUZA COM O ps PARA DIZER QUEM ESTA EM QUAL    *
      * PROCESSO. FALHA AO GRAVAR NAO PARA O MENU.                    *
      *---------------------------------------------------------------*
       RT13-00-REGISTRA-SESSAO.
           OPEN EXTEND SESSOES-FILE.
           IF  WA-FS-SESSOES = "35"
               OPEN OUTPUT SESSOES-FILE
           END-IF.
           IF  WA-FS-SESSOES = "00"
               MOVE ";"                TO SS-SEP-1 SS-SEP-2 SS-SEP-3
                                          SS-SEP-4 SS-SEP-5 SS-SEP-6
               MOVE WN-PID-SESSAO      TO SS-PID
               MOVE WA-OPERADOR-ID     TO SS-OPERADOR
               MOVE WA-OPERADOR-PERFIL TO SS-PERFIL
               ACCEPT SS-DATA FROM DATE YYYYMMDD
               ACCEPT SS-HORA FROM TIME
               MOVE WA-OPCAO           TO SS-OPCAO
               MOVE WA-SESSAO-EVENTO   TO SS-EVENTO
               WRITE SESSAO-REC
               CLOSE SESSOES-FILE
           END-IF.

           COPY SENHATABP.

           COPY SYSPARMP.
