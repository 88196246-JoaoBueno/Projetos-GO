      * ALTERACAO.: 03/09/2026 - BUENO - A SECAO DE HISTORICO PASSOU A LER O        *
      *             LAYOUT NOVO DO CNPJ-HISTORY (UM REGISTRO POR CAMPO ALTERADO)    *
      *             E MOSTRA ANTES/DEPOIS DE CADA CAMPO DIRETO NO DOSSIE.           *
      * ALTERACAO.: 15/10/2026 - BUENO - A LINHA DO TEMPO DOS REFRESHES MOSTRA ENTRE *
      *             COLCHETES A FONTE QUE VENCEU EM CADA CAMPO (S SERPRO, M CORRECAO *
      *             MANUAL, C IMPORTACAO COMERCIAL).                                 *
      * ALTERACAO.: 15/10/2026 - BUENO - MASCARA POR PERFIL (COPY MASCARA/MASCARAP), *
      *             NA TELA E NO DOSSIE-<CNPJ>.TXT: FORA DOS PERFIS LIBERADOS O CPF  *
      *             NO NOME DE MEI, A PARTE LOCAL DO E-MAIL, OS TELEFONES DE         *
      *             EMPRESARIO INDIVIDUAL/MEI E OS NOMES DE SOCIO (TAMBEM NA LINHA   *
      *             DO TEMPO) SAEM MASCARADOS; O DOSSIE SEM MASCARA DE UM PERFIL     *
      *             LIBERADO VAI PARA O AUDIT.LOG (SEM-MASC).                        *
      * ALTERACAO.: 15/10/2026 - BUENO - SECAO DO GRUPO ECONOMICO POR SOCIOS EM      *
      *             COMUM (RT10 - COPY GECREC/GELREC/GECTAB/GECP, APURADO PELO       *
      *             GO-FCO-GRUPO-ECON) DEPOIS DO QUADRO SOCIETARIO: NUMERO DO GRUPO, *
      *             TOTAIS, MEMBROS E SOCIOS DE LIGACAO (MASCARADOS).                *
      * ALTERACAO.: 15/10/2026 - BUENO - SECAO DE INSCRICOES ESTADUAIS (RT11 - COPY  *
      *             IEREC, CNPJ-IE.DAT) DEPOIS DO REGISTRO DO CNPJ-MASTER: UF,       *
      *             NUMERO, SITUACAO E DATA DA CONSULTA DE CADA IE.                  *
      * ALTERACAO.: 15/10/2026 - BUENO - CHAMADO DA FILA DE TRABALHO (GO-FCO-CASOS)  *
      *             O CNPJ DO CASO VEM NO AMBIENTE (GO-CASO-CNPJ) E NAO E            *
      *             PERGUNTADO.                                                      *
      * ALTERACAO.: 15/10/2026 - BUENO - WS-AUDIT-LINHA ACOMPANHOU O AUDITREC (106   *
      *             BYTES) - A TRILHA DE AUDITORIA DO DOSSIE PERDIA A FINALIDADE.    *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO WA-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GRUPO-ECON-FILE
               ASSIGN TO "GRUPO-ECON.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GE-CNPJ
               ALTERNATE RECORD KEY IS GE-GRUPO WITH DUPLICATES
               FILE STATUS IS WA-FS-GRUPO-ECON.

           SELECT GRUPO-ELO-FILE
               ASSIGN TO "GRUPO-ELO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EL-CHAVE
               FILE STATUS IS WA-FS-GRUPO-ELO.

           SELECT CNPJ-IE-FILE
               ASSIGN TO "CNPJ-IE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IE-CHAVE
               FILE STATUS IS WA-FS-IE.

       DATA DIVISION.
       FILE SECTION.
       FD  CNPJ-MASTER-FILE.
       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  GRUPO-ECON-FILE.
           COPY GECREC.

       FD  GRUPO-ELO-FILE.
           COPY GELREC.

       FD  CNPJ-IE-FILE.
           COPY IEREC.

       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(160).

       77  WA-FS-MASTER                PIC X(002)          VALUE "00".
       77  WA-FS-SOCIOS                PIC X(002)          VALUE "00".
       77  WA-FS-HIST                  PIC X(002)          VALUE "00".
       77  WA-FS-IE                    PIC X(002)          VALUE "00".
       77  WA-ARQ-PENDENTE             PIC X(100)          VALUE
               "PENDING-UPDATE.TXT".
       77  WA-FS-PENDENTE              PIC X(002)          VALUE "00".
       77  WA-PARA-LEITURA             PIC X(001)          VALUE "N".
       77  WA-ACHOU-MASTER             PIC X(001)          VALUE "N".
       77  WA-PAUSA                    PIC X(001)          VALUE SPACES.
       77  WA-CNPJ-CASO                PIC X(014)          VALUE SPACES.
       77  WA-CONTINUA                 PIC X(001)          VALUE SPACES.
       77  WN-QTDE-PAGINA              PIC 9(003)          VALUE ZEROS.
       77  WN-TAM-PAGINA               PIC 9(003)          VALUE 20.
       77  WA-LINHA-DET                PIC X(160)          VALUE SPACES.
       77  WN-QTDE-SOCIOS              PIC 9(003)          VALUE ZEROS.
       77  WN-QTDE-IE                  PIC 9(003)          VALUE ZEROS.
       77  WN-QTDE-REFRESH             PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-PENDENCIAS          PIC 9(003)          VALUE ZEROS.
       77  WN-QTDE-DEAD                PIC 9(003)          VALUE ZEROS.
       77  WA-TEL-DIGITOS              PIC X(060)          VALUE SPACES.
       77  WA-TEL-SAIDA                PIC X(020)          VALUE SPACES.
       77  WN-TEL-TAMANHO              PIC 9(002)          VALUE ZEROS.
       77  WA-TITULAR-PF               PIC X(001)          VALUE "N".
       77  WA-HIST-ANTERIOR            PIC X(060)          VALUE SPACES.
       77  WA-HIST-NOVO                PIC X(060)          VALUE SPACES.

      * ULTIMAS LINHAS DO AUDIT.LOG DESTE CNPJ (ANEL DE 10).
       01  WS-AUDIT-RECENTES.
           03  WS-AUDIT-LINHA OCCURS 10 TIMES
                                       PIC X(106).
       77  WN-QTDE-AUDIT               PIC 9(007)          VALUE ZEROS.
       77  WS-IDX-AUD                  PIC 9(002)          VALUE ZEROS.


           COPY CPFVAL.

           COPY MASCARA.

           COPY GECTAB.

       77  LNK-FCO                     PIC X(014)          VALUE ZEROS.

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
           MOVE SPACES     TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

           PERFORM CARREGA-MASCARA.

           MOVE SPACES TO WA-CNPJ-CASO.
           ACCEPT WA-CNPJ-CASO FROM ENVIRONMENT "GO-CASO-CNPJ".
           MOVE ZEROS TO LNK-FCO.
           IF  WA-CNPJ-CASO NOT = SPACES
               MOVE WA-CNPJ-CASO TO LNK-FCO
               DISPLAY "CNPJ do dossie: " LNK-FCO
           ELSE
               DISPLAY "CNPJ do dossie: " WITH NO ADVANCING
               ACCEPT LNK-FCO
           END-IF.
           PERFORM NORMALIZA-DOCUMENTO.

           OPEN INPUT CNPJ-MASTER-FILE.
           OPEN OUTPUT REPORT-FILE.

           PERFORM RT01-00-SECAO-MASTER.
           PERFORM RT11-00-SECAO-IE.
           PERFORM RT02-00-SECAO-SOCIOS.
           PERFORM RT10-00-SECAO-GRUPO.
           PERFORM RT03-00-SECAO-HISTORICO.
           PERFORM RT04-00-SECAO-PENDENCIAS.
           PERFORM RT05-00-SECAO-DEADLETTER.
           DISPLAY "Dossie gravado em "
                   FUNCTION TRIM(WA-ARQ-RELATORIO) ".".

           MOVE LNK-FCO    TO MSK-DOCUMENTO.
           MOVE "DOSSIE"   TO MSK-ONDE.
           PERFORM REGISTRA-SEM-MASCARA.

           MOVE "DOSSIE"   TO WA-AU-EVENTO.
           MOVE LNK-FCO    TO WA-AU-ENTRADA.
           MOVE "OK"       TO WA-AU-RESULTADO.
               PERFORM RT01A-IMPRIME-MASTER
           END-IF.

      * NOME COM CPF (EMPRESARIO INDIVIDUAL/MEI): OS TELEFONES DO
      * CADASTRO SAO DA PESSOA FISICA E SEGUEM A MASCARA DE TELEFONE PF.
       RT01A-IMPRIME-MASTER.
           MOVE CM-NOME-EMPRESARIAL TO MSK-TEXTO.
           PERFORM MASCARA-CPF-NO-TEXTO.
           MOVE MSK-ACHOU-CPF TO WA-TITULAR-PF.
           MOVE SPACES TO WA-LINHA-DET.
           STRING "NOME EMPRESARIAL : "
               FUNCTION TRIM(MSK-TEXTO)
               DELIMITED BY SIZE INTO WA-LINHA-DET
           END-STRING.
           PERFORM RT09-00-IMPRIME-LINHA.
           MOVE CM-NOME-FANTASIA TO MSK-TEXTO.
           PERFORM MASCARA-CPF-NO-TEXTO.
           IF  MSK-ACHOU-CPF = "S"
               MOVE "S" TO WA-TITULAR-PF
           END-IF.
           MOVE SPACES TO WA-LINHA-DET.
           STRING "NOME FANTASIA    : "
               FUNCTION TRIM(MSK-TEXTO)
               DELIMITED BY SIZE INTO WA-LINHA-DET
           END-STRING.
           PERFORM RT09-00-IMPRIME-LINHA.

           MOVE CM-TELEFONE-1 TO WA-TEL-ENTRADA.
           PERFORM RT08A-FORMATA-TELEFONE.
           PERFORM RT08B-MASCARA-TELEFONE.
           MOVE SPACES TO WA-LINHA-DET.
           STRING "TELEFONE 1       : " WA-TEL-SAIDA
               DELIMITED BY SIZE INTO WA-LINHA-DET
           PERFORM RT09-00-IMPRIME-LINHA.
           MOVE CM-TELEFONE-2 TO WA-TEL-ENTRADA.
           PERFORM RT08A-FORMATA-TELEFONE.
           PERFORM RT08B-MASCARA-TELEFONE.
           MOVE SPACES TO WA-LINHA-DET.
           STRING "TELEFONE 2       : " WA-TEL-SAIDA
               DELIMITED BY SIZE INTO WA-LINHA-DET
           END-STRING.
           PERFORM RT09-00-IMPRIME-LINHA.

           MOVE CM-CORREIO-ELETRONICO TO MSK-TEXTO.
           PERFORM MASCARA-EMAIL.
           MOVE SPACES TO WA-LINHA-DET.
           STRING "E-MAIL           : "
               FUNCTION TRIM(MSK-TEXTO)
               DELIMITED BY SIZE INTO WA-LINHA-DET
           END-STRING.
           PERFORM RT09-00-IMPRIME-LINHA.
                   IF  WA-PARA-LEITURA NOT = "S"
                       IF  SO-CNPJ = LNK-FCO
                           ADD 1 TO WN-QTDE-SOCIOS
                           MOVE SO-NOME TO MSK-TEXTO
                           PERFORM MASCARA-NOME
                           MOVE SPACES TO WA-LINHA-DET
                           STRING
                               "  " FUNCTION TRIM(MSK-TEXTO)
                               " - " FUNCTION TRIM(SO-QUALIFICACAO)
                               " (DESDE " SO-DATA-ENTRADA ")"
                               DELIMITED BY SIZE INTO WA-LINHA-DET
               PERFORM RT09-00-IMPRIME-LINHA
           END-IF.

      *---------------------------------------------------------------*
      * INSCRICOES ESTADUAIS POR UF (CNPJ-IE.DAT, GRAVADO PELA        *
      * CONSULTA "serpro_ie" DO GO-FCO-MASTER).                       *
      *---------------------------------------------------------------*
       RT11-00-SECAO-IE.
           MOVE SPACES TO WA-LINHA-DET.
           PERFORM RT09-00-IMPRIME-LINHA.
           MOVE "INSCRICOES ESTADUAIS" TO WA-LINHA-DET.
           PERFORM RT09-00-IMPRIME-LINHA.
           MOVE ALL "-" TO WA-LINHA-DET.
           PERFORM RT09-00-IMPRIME-LINHA.

           OPEN INPUT CNPJ-IE-FILE.
           IF  WA-FS-IE = "00"
               MOVE LNK-FCO TO IE-CNPJ
               MOVE SPACES  TO IE-UF
               MOVE "N"     TO WA-PARA-LEITURA
               START CNPJ-IE-FILE
                   KEY IS NOT LESS THAN IE-CHAVE
                   INVALID KEY
                       MOVE "S" TO WA-PARA-LEITURA
               END-START
               PERFORM UNTIL WA-PARA-LEITURA = "S"
                   READ CNPJ-IE-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-PARA-LEITURA
                   END-READ
                   IF  WA-PARA-LEITURA NOT = "S"
                       IF  IE-CNPJ = LNK-FCO
                           ADD 1 TO WN-QTDE-IE
                           MOVE SPACES TO WA-LINHA-DET
                           STRING
                               "  " IE-UF " "
                               FUNCTION TRIM(IE-INSCRICAO)
                               " - " FUNCTION TRIM(IE-SITUACAO)
                               " (DESDE "
                               FUNCTION TRIM(IE-DATA-SITUACAO)
                               ", CONSULTADA EM " IE-DATA-CONSULTA
                               ")"
                               DELIMITED BY SIZE INTO WA-LINHA-DET
                           END-STRING
                           PERFORM RT09-00-IMPRIME-LINHA
                       ELSE
                           MOVE "S" TO WA-PARA-LEITURA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CNPJ-IE-FILE
           END-IF.
           IF  WN-QTDE-IE = ZEROS
               MOVE "  (SEM INSCRICAO ESTADUAL ARMAZENADA)"
                   TO WA-LINHA-DET
               PERFORM RT09-00-IMPRIME-LINHA
           END-IF.

      *---------------------------------------------------------------*
      * GRUPO ECONOMICO POR SOCIOS EM COMUM (GRUPO-ECON.DAT/GRUPO-ELO *
      * DO GO-FCO-GRUPO-ECON). LIGACAO PELO NOME DO SOCIO: INDICIO.   *
      *---------------------------------------------------------------*
       RT10-00-SECAO-GRUPO.
           MOVE SPACES TO WA-LINHA-DET.
           PERFORM RT09-00-IMPRIME-LINHA.
           MOVE "GRUPO ECONOMICO (SOCIOS EM COMUM)" TO WA-LINHA-DET.
           PERFORM RT09-00-IMPRIME-LINHA.
           MOVE ALL "-" TO WA-LINHA-DET.
           PERFORM RT09-00-IMPRIME-LINHA.

           MOVE LNK-FCO TO GEC-CNPJ.
           PERFORM BUSCA-GRUPO-ECON.
           IF  GEC-ACHOU NOT = "S"
               MOVE "  (FORA DE GRUPO NA ULTIMA APURACAO)"
                 TO WA-LINHA-DET
               PERFORM RT09-00-IMPRIME-LINHA
           ELSE
               MOVE SPACES TO WA-LINHA-DET
               STRING "  GRUPO " GEC-GRUPO " (APURADO EM "
                      GEC-DATA-APURACAO "): " GEC-QTDE-CNPJ
                      " ESTABELECIMENTO(S) DE " GEC-QTDE-EMPRESAS
                      " EMPRESA(S), " GEC-QTDE-NAO-ATIVAS
                      " NAO ATIVO(S)"
                   DELIMITED BY SIZE INTO WA-LINHA-DET
               END-STRING
               PERFORM RT09-00-IMPRIME-LINHA
               PERFORM VARYING GEC-IDX FROM 1 BY 1
                       UNTIL GEC-IDX > GEC-QTDE-MEMBROS
                   MOVE GEC-M-NOME(GEC-IDX) TO MSK-TEXTO
                   PERFORM MASCARA-CPF-NO-TEXTO
                   MOVE SPACES TO WA-LINHA-DET
                   STRING "    " GEC-M-CNPJ(GEC-IDX) "  "
                          MSK-TEXTO(1:50) "  "
                          GEC-M-SITUACAO(GEC-IDX)
                       DELIMITED BY SIZE INTO WA-LINHA-DET
                   END-STRING
                   PERFORM RT09-00-IMPRIME-LINHA
               END-PERFORM
               IF  GEC-QTDE-CNPJ > GEC-QTDE-MEMBROS
                   MOVE "    (... RELACAO COMPLETA NO GRUPO-ECONOMICO-R"
                     TO WA-LINHA-DET
                   MOVE "EL.TXT)" TO WA-LINHA-DET(51:7)
                   PERFORM RT09-00-IMPRIME-LINHA
               END-IF
               PERFORM VARYING GEC-IDX FROM 1 BY 1
                       UNTIL GEC-IDX > GEC-QTDE-ELOS
                   MOVE GEC-E-NOME(GEC-IDX) TO MSK-TEXTO
                   PERFORM MASCARA-NOME
                   MOVE SPACES TO WA-LINHA-DET
                   STRING "  SOCIO DE LIGACAO: "
                          FUNCTION TRIM(MSK-TEXTO) " (EM "
                          GEC-E-QTDE(GEC-IDX) " EMPRESAS)"
                       DELIMITED BY SIZE INTO WA-LINHA-DET
                   END-STRING
                   PERFORM RT09-00-IMPRIME-LINHA
               END-PERFORM
           END-IF.

       RT03-00-SECAO-HISTORICO.
           MOVE SPACES TO WA-LINHA-DET.
           PERFORM RT09-00-IMPRIME-LINHA.
                   IF  WA-PARA-LEITURA NOT = "S"
                       IF  CH-CNPJ = LNK-FCO
                           ADD 1 TO WN-QTDE-REFRESH
                           PERFORM RT07-00-MASCARA-HISTORICO
                           MOVE SPACES TO WA-LINHA-DET
                           STRING
                               "  " CH-DATA-REFRESH
                               " " CH-HORA-REFRESH
                               " " FUNCTION TRIM(CH-CAMPO)
                               ": " FUNCTION TRIM(WA-HIST-ANTERIOR)
                               " -> " FUNCTION TRIM(WA-HIST-NOVO)
                               " [" CH-FONTE "]"
                               DELIMITED BY SIZE INTO WA-LINHA-DET
                           END-STRING
                           PERFORM RT09-00-IMPRIME-LINHA
               END-PERFORM
           END-IF.

      *---------------------------------------------------------------*
      * A LINHA DO TEMPO SEGUE A MESMA MASCARA DO REGISTRO ATUAL:     *
      * E-MAIL, NOME COM CPF E TELEFONE DE EMPRESARIO INDIVIDUAL.     *
      *---------------------------------------------------------------*
       RT07-00-MASCARA-HISTORICO.
           MOVE CH-VALOR-ANTERIOR TO WA-HIST-ANTERIOR.
           MOVE CH-VALOR-NOVO     TO WA-HIST-NOVO.
           EVALUATE TRUE
               WHEN CH-CAMPO = "E-MAIL"
                   MOVE WA-HIST-ANTERIOR TO MSK-TEXTO
                   PERFORM MASCARA-EMAIL
                   MOVE MSK-TEXTO TO WA-HIST-ANTERIOR
                   MOVE WA-HIST-NOVO TO MSK-TEXTO
                   PERFORM MASCARA-EMAIL
                   MOVE MSK-TEXTO TO WA-HIST-NOVO
               WHEN CH-CAMPO = "NOME EMPRESARIAL"
                    OR CH-CAMPO = "NOME FANTASIA"
                   MOVE WA-HIST-ANTERIOR TO MSK-TEXTO
                   PERFORM MASCARA-CPF-NO-TEXTO
                   MOVE MSK-TEXTO TO WA-HIST-ANTERIOR
                   MOVE WA-HIST-NOVO TO MSK-TEXTO
                   PERFORM MASCARA-CPF-NO-TEXTO
                   MOVE MSK-TEXTO TO WA-HIST-NOVO
               WHEN CH-CAMPO(1:9) = "TELEFONE "
                    AND WA-TITULAR-PF = "S"
                   MOVE WA-HIST-ANTERIOR TO MSK-TEXTO
                   PERFORM MASCARA-TELEFONE-PF
                   MOVE MSK-TEXTO TO WA-HIST-ANTERIOR
                   MOVE WA-HIST-NOVO TO MSK-TEXTO
                   PERFORM MASCARA-TELEFONE-PF
                   MOVE MSK-TEXTO TO WA-HIST-NOVO
           END-EVALUATE.

      *---------------------------------------------------------------*
      * MESMAS REGRAS DE FORMATACAO DO RT05/RT05A DO GO-FCO-MASTER:    *
      * CEP SO COM DIGITOS VIRA 99999-999; TELEFONE DE 10/11 DIGITOS   *
           END-IF
           END-IF.

       RT08B-MASCARA-TELEFONE.
           IF  WA-TITULAR-PF = "S"
               MOVE WA-TEL-SAIDA TO MSK-TEXTO
               PERFORM MASCARA-TELEFONE-PF
               MOVE MSK-TEXTO(1:20) TO WA-TEL-SAIDA
           END-IF.

           COPY CNPJVALP.

           COPY CPFVALP.

           COPY AUDITP.

           COPY MASCARAP.

           COPY GECP.
