      * ID;SENHA;PERFIL EM CLARO, EDITADO NO VI - QUALQUER UM COM LEITURA NO DISCO    *
      * LIA TODAS AS SENHAS, E DESATIVAR ALGUEM ERA APAGAR A LINHA (PERDENDO QUEM     *
      * FOI). O FORMATO PASSOU A SER                                                  *
      *   ID;HASH;PERFIL;SITUACAO;DATA-TROCA;FORCA-TROCA                             *
      * (SITUACAO A=ATIVA/I=INATIVA; FORCA-TROCA S OBRIGA SENHA NOVA NO PROXIMO       *
      * LOGIN - TODA CONTA NOVA E TODO RESET NASCEM COM S). ESTA TELA, RESTRITA A     *
      * SUPERVISOR NO MENU, LISTA/CRIA/INATIVA/REATIVA/RESETA E MIGRA LINHAS          *
      * SUBROTINA MD5 COMPARTILHADA (MESMA DO CHECKSUM DO LOTE).                      *
      *                                                                              *
      * CRIACAO...: 03/09/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - PERFIL D (DADOS PESSOAIS -                  *
      *             COMPLIANCE/JURIDICO): NO MENU IGUAL AO O, MAS VE CPF, E-MAIL,    *
      *             TELEFONE PF E NOME DE SOCIO SEM MASCARA (COPY MASCARA). NOVA     *
      *             OPCAO (P) TROCA O PERFIL DE UMA CONTA, COM LINHA NO AUDIT.LOG.   *
      * ALTERACAO.: 15/10/2026 - BUENO - SENHA EM SHA-256 COM SAL POR CONTA (COPY    *
      *             SENHATAB/SENHATABP, SUBROTINA SHA256): O CAMPO DE HASH PASSOU A  *
      *             SHA256$SAL$HASH E A LINHA A ATE 200 POSICOES. CRIACAO, RESET E   *
      *             MIGRACAO DE LINHA EM CLARO JA GRAVAM O FORMATO NOVO; HASH MD5 DO *
      *             FORMATO ANTERIOR SO VIRA SHA-256 NO PROXIMO LOGIN CERTO DO       *
      *             OPERADOR (O MENU E QUEM TEM A SENHA EM MAOS). A LISTA MOSTRA O   *
      *             FORMATO DO HASH DE CADA CONTA.                                   *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATORS-FILE.
       01  OPERATORS-REC               PIC X(200).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.
       01  WS-CONTAS-TAB.
           03  WS-CONTA OCCURS 100 TIMES.
               05  CT-ID               PIC X(008).
               05  CT-SENHA            PIC X(100).
               05  CT-PERFIL           PIC X(001).
               05  CT-SITUACAO         PIC X(001).
               05  CT-DATA-TROCA       PIC X(008).
       77  WA-ID-INFORMADO             PIC X(008)          VALUE SPACES.
       77  WA-SENHA-INFORMADA          PIC X(012)          VALUE SPACES.
       77  WA-PERFIL-INFORMADO         PIC X(001)          VALUE SPACES.
       77  WA-SENHA-HASH               PIC X(100)          VALUE SPACES.
       77  WA-FORMATO-HASH             PIC X(006)          VALUE SPACES.
       77  WN-DATA-HOJE                PIC 9(008)          VALUE ZEROS.
       77  WN-QTDE-MIGRADAS            PIC 9(003)          VALUE ZEROS.

       77  WA-AU-RESULTADO             PIC X(020)          VALUE SPACES.
       77  WA-AU-OPERADOR              PIC X(008)          VALUE SPACES.

           COPY SENHATAB.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           MOVE "INICIO"   TO WA-AU-EVENTO.
           DISPLAY "--- CONTAS DE OPERADOR ---".
           PERFORM VARYING WS-IDX-CT FROM 1 BY 1
                   UNTIL WS-IDX-CT > WN-QTDE-CONTAS
               EVALUATE TRUE
                   WHEN CT-SENHA(WS-IDX-CT)(1:7) = "SHA256$"
                       MOVE "SHA256" TO WA-FORMATO-HASH
                   WHEN FUNCTION LENGTH(FUNCTION TRIM(
                           CT-SENHA(WS-IDX-CT))) = 32
                       MOVE "MD5"    TO WA-FORMATO-HASH
                   WHEN OTHER
                       MOVE "CLARO"  TO WA-FORMATO-HASH
               END-EVALUATE
               DISPLAY "  " CT-ID(WS-IDX-CT)
                       " PERFIL " CT-PERFIL(WS-IDX-CT)
                       " SITUACAO " CT-SITUACAO(WS-IDX-CT)
                       " TROCA " CT-DATA-TROCA(WS-IDX-CT)
                       " FORCA " CT-FORCA(WS-IDX-CT)
                       " HASH " WA-FORMATO-HASH
           END-PERFORM.
           DISPLAY "(C)riar (I)nativar (A)tivar (R)eset de senha "
                   "(P)erfil (H) migrar legadas (S)air: "
               WITH NO ADVANCING.
           ACCEPT WA-OPCAO-MANUT.
           MOVE FUNCTION UPPER-CASE(WA-OPCAO-MANUT) TO WA-OPCAO-MANUT.

                   PERFORM RT04-00-MUDA-SITUACAO
               WHEN "R"
                   PERFORM RT05-00-RESET-SENHA
               WHEN "P"
                   PERFORM RT05A-TROCA-PERFIL
               WHEN "H"
                   PERFORM RT06-00-MIGRA-LEGADAS
               WHEN "S"
           DISPLAY "Senha inicial...: " WITH NO ADVANCING.
           MOVE SPACES TO WA-SENHA-INFORMADA.
           ACCEPT WA-SENHA-INFORMADA.
           PERFORM RT03B-PEDE-PERFIL.

           PERFORM RT08-00-HASH-SENHA.

           MOVE "CRIADO"         TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

      * S SUPERVISOR, D DADOS PESSOAIS SEM MASCARA, O OPERADOR (O
      * PADRAO PARA QUALQUER OUTRA COISA).
       RT03B-PEDE-PERFIL.
           DISPLAY "Perfil (S/D/O)..: " WITH NO ADVANCING.
           MOVE SPACES TO WA-PERFIL-INFORMADO.
           ACCEPT WA-PERFIL-INFORMADO.
           MOVE FUNCTION UPPER-CASE(WA-PERFIL-INFORMADO)
               TO WA-PERFIL-INFORMADO.
           IF  WA-PERFIL-INFORMADO NOT = "S"
               AND WA-PERFIL-INFORMADO NOT = "D"
               MOVE "O" TO WA-PERFIL-INFORMADO
           END-IF.

       RT04-00-MUDA-SITUACAO.
           DISPLAY "ID do operador..: " WITH NO ADVANCING.
           MOVE SPACES TO WA-ID-INFORMADO.
               PERFORM GRAVA-AUDITORIA
           END-IF.

       RT05A-TROCA-PERFIL.
           DISPLAY "ID do operador..: " WITH NO ADVANCING.
           MOVE SPACES TO WA-ID-INFORMADO.
           ACCEPT WA-ID-INFORMADO.
           MOVE FUNCTION UPPER-CASE(WA-ID-INFORMADO)
               TO WA-ID-INFORMADO.
           PERFORM RT07-00-PROCURA-CONTA.
           IF  WN-IDX-ACHADO = ZEROS
               DISPLAY "ID NAO ENCONTRADO."
           ELSE
               PERFORM RT03B-PEDE-PERFIL
               MOVE WA-PERFIL-INFORMADO TO CT-PERFIL(WN-IDX-ACHADO)
               PERFORM RT09-00-REGRAVA-ARQUIVO
               DISPLAY "PERFIL ALTERADO (VALE A PARTIR DO PROXIMO "
                       "LOGIN)."
               MOVE "OPERADOR"       TO WA-AU-EVENTO
               MOVE WA-ID-INFORMADO  TO WA-AU-ENTRADA
               MOVE SPACES           TO WA-AU-RESULTADO
               STRING "PERFIL=" WA-PERFIL-INFORMADO
                   DELIMITED BY SIZE INTO WA-AU-RESULTADO
               END-STRING
               PERFORM GRAVA-AUDITORIA
           END-IF.

      *---------------------------------------------------------------*
      * MIGRA AS LINHAS LEGADAS: SENHA QUE NAO E SHA256$ NEM MD5 DE   *
      * 32 CARACTERES E SENHA EM CLARO - VIRA HASH DELA MESMA, COM    *
      * FORCA-TROCA "S" (A SENHA CONTINUA A MESMA ATE O PROXIMO       *
      * LOGIN, QUE EXIGIRA UMA NOVA). O MD5 SEM SAL NAO DA PARA       *
      * CONVERTER AQUI - SO O MENU, NO LOGIN, TEM A SENHA EM MAOS.    *
      *---------------------------------------------------------------*
       RT06-00-MIGRA-LEGADAS.
           MOVE ZEROS TO WN-QTDE-MIGRADAS.
                   UNTIL WS-IDX-CT > WN-QTDE-CONTAS
               IF  FUNCTION LENGTH(FUNCTION TRIM(
                       CT-SENHA(WS-IDX-CT))) NOT = 32
                   AND CT-SENHA(WS-IDX-CT)(1:7) NOT = "SHA256$"
                   MOVE CT-SENHA(WS-IDX-CT)(1:12) TO SNH-SENHA
                   PERFORM GERA-HASH-SENHA
                   MOVE SNH-HASH-NOVO TO CT-SENHA(WS-IDX-CT)
                   MOVE "S"           TO CT-FORCA(WS-IDX-CT)
                   ADD 1 TO WN-QTDE-MIGRADAS
               END-IF
           END-PERFORM.

       RT08-00-HASH-SENHA.
           MOVE WA-SENHA-INFORMADA TO SNH-SENHA.
           PERFORM GERA-HASH-SENHA.
           MOVE SNH-HASH-NOVO TO WA-SENHA-HASH.

       RT09-00-REGRAVA-ARQUIVO.
           OPEN OUTPUT OPERATORS-FILE.
               STRING
                   FUNCTION TRIM(CT-ID(WS-IDX-CT))
                                                DELIMITED BY SIZE
                   ";" CT-SENHA(WS-IDX-CT)      DELIMITED BY SPACE
                   ";" CT-PERFIL(WS-IDX-CT)     DELIMITED BY SIZE
                   ";" CT-SITUACAO(WS-IDX-CT)   DELIMITED BY SIZE
                   ";" CT-DATA-TROCA(WS-IDX-CT) DELIMITED BY SIZE
           END-PERFORM.
           CLOSE OPERATORS-FILE.

           COPY SENHATABP.

           COPY AUDITP.
