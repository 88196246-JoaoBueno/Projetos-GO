       IDENTIFICATION DIVISION.
       PROGRAM-ID.      SANCAO-TRIAGEM.
      *------------------------------------------------------------------------------*
      * TRIAGEM DA BASE CONTRA AS LISTAS DE SANCOES CEIS/CNEP DA CGU (SANCOES.DAT,   *
      * CARREGADO PELO SANCAO-CARGA - COPY SANCREC/SANCTAB/SANCP):                   *
      *   - CADA CNPJ DO CNPJ-MASTER E PROCURADO PELO CNPJ EXATO;                    *
      *   - CADA SOCIO DO CNPJ-SOCIOS E PROCURADO PELO NOME NORMALIZADO              *
      *     (NORMALIZA-NOME), QUE PEGA O SOCIO PESSOA FISICA E O SOCIO PESSOA        *
      *     JURIDICA SANCIONADOS.                                                    *
      * CADA ACERTO VIRA UMA LINHA EM SANCOES-TRIAGEM-AAAAMMDD.TXT (CNPJ, ORIGEM DO  *
      * ACERTO, NOME, CADASTRO, CATEGORIA, ORGAO SANCIONADOR, VIGENCIA E SE A        *
      * SANCAO AINDA ESTA VIGENTE) E UMA LINHA SANCAO NO AUDIT.LOG (ENTRADA = CNPJ,  *
      * RESULTADO = CADASTRO-ORIGEM, EX. CEIS-CNPJ, CNEP-SOCIO). NOME DE SOCIO E DE  *
      * SANCIONADO PESSOA FISICA SAI COM A MASCARA DO PERFIL (COPY MASCARA).         *
      * ACERTO POR NOME E INDICIO, NAO CONCLUSAO - HOMONIMO E CONFERIDO PELO         *
      * COMPLIANCE ANTES DE QUALQUER BLOQUEIO.                                       *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - CADA RODADA E ARQUIVADA NO REPOSITORIO DE   *
      *             RELATORIOS (COPY RELREPOP / RELATORIO-ARQUIVA) COM DATA, HORA,   *
      *             OPERADOR E FONTE - A VERSAO ANTERIOR NAO SE PERDE MAIS.          *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNPJ-MASTER-FILE
               ASSIGN TO "CNPJ-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CNPJ
               ALTERNATE RECORD KEY IS CM-NOME-EMPRESARIAL
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-ENDERECO-MUN-UF
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-CNAE-PRINCIPAL
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WA-FS-MASTER.

           SELECT CNPJ-SOCIOS-FILE
               ASSIGN TO "CNPJ-SOCIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-CHAVE
               FILE STATUS IS WA-FS-SOCIOS.

           SELECT SANCAO-FILE
               ASSIGN TO "SANCOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-CHAVE
               ALTERNATE RECORD KEY IS SL-DOCUMENTO WITH DUPLICATES
               ALTERNATE RECORD KEY IS SL-NOME-NORM WITH DUPLICATES
               FILE STATUS IS WA-FS-SANCAO.

           SELECT REPORT-FILE
               ASSIGN TO WA-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO WA-ARQ-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
       FD  CNPJ-MASTER-FILE.
           COPY CNPJREC.

       FD  CNPJ-SOCIOS-FILE.
           COPY SOCIOREC.

       FD  SANCAO-FILE.
           COPY SANCREC.

       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(400).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  WA-FS-MASTER                PIC X(002)          VALUE "00".
       77  WA-FS-SOCIOS                PIC X(002)          VALUE "00".
       77  WA-ARQ-RELATORIO            PIC X(100)          VALUE SPACES.
       77  WA-PARA                     PIC X(001)          VALUE "N".
       77  WA-PAUSA                    PIC X(001)          VALUE SPACES.
       77  WN-DATA-HOJE                PIC 9(008)          VALUE ZEROS.
       77  WA-CNPJ-ACERTO              PIC X(014)          VALUE SPACES.
       77  WA-CNPJ-ANTERIOR            PIC X(014)          VALUE SPACES.
       77  WA-ORIGEM                   PIC X(005)          VALUE SPACES.
       77  WA-NOME-EMPRESA             PIC X(060)          VALUE SPACES.
       77  WA-NOME-ACERTO              PIC X(060)          VALUE SPACES.
       77  WA-NOME-SANCIONADO          PIC X(060)          VALUE SPACES.
       77  WA-VIGENCIA                 PIC X(009)          VALUE SPACES.

       77  WN-QTDE-CNPJ                PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-SOCIOS              PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-ACERTO-CNPJ         PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-ACERTO-SOCIO        PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-VIGENTES            PIC 9(007)          VALUE ZEROS.
       77  WA-QTDE-ED                  PIC Z(006)9         VALUE ZEROS.

           COPY SANCTAB.

           COPY NOMENORM.

           COPY MASCARA.

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-FS-AUDIT                 PIC X(002)          VALUE "00".
       77  WA-AU-DATA                  PIC 9(008).
       77  WA-AU-HORA                  PIC 9(006).
       77  WA-AU-PROGRAM-ID            PIC X(020)
               VALUE "SANCAO-TRIAGEM".
       77  WA-AU-EVENTO                PIC X(010)          VALUE SPACES.
       77  WA-AU-ENTRADA               PIC X(030)          VALUE SPACES.
       77  WA-AU-RESULTADO             PIC X(020)          VALUE SPACES.
       77  WA-AU-OPERADOR              PIC X(008)          VALUE SPACES.

           COPY RELREPO.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           MOVE "INICIO"   TO WA-AU-EVENTO.
           MOVE SPACES     TO WA-AU-ENTRADA.
           MOVE SPACES     TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

           PERFORM CARREGA-MASCARA.
           ACCEPT WN-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM ABRE-SANCOES.
           IF  SNC-ABERTO NOT = "S"
               DISPLAY "SANCOES.DAT NAO DISPONIVEL (FILE STATUS "
                       WA-FS-SANCAO ") - CARREGUE AS LISTAS CEIS/CNEP "
                       "ANTES DA TRIAGEM."
               MOVE "TRIAGEM"          TO WA-AU-EVENTO
               MOVE "SEM-LISTA"        TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               ACCEPT WA-PAUSA
               GOBACK
           END-IF.

           OPEN INPUT CNPJ-MASTER-FILE.
           IF  WA-FS-MASTER NOT = "00"
               DISPLAY "CNPJ-MASTER.DAT NAO DISPONIVEL (FILE STATUS "
                       WA-FS-MASTER ") - TRIAGEM CANCELADA."
               PERFORM FECHA-SANCOES
               MOVE "TRIAGEM"          TO WA-AU-EVENTO
               MOVE "SEM-MASTER"       TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               ACCEPT WA-PAUSA
               GOBACK
           END-IF.

           MOVE SPACES TO WA-ARQ-RELATORIO.
           STRING "SANCOES-TRIAGEM-" WN-DATA-HOJE ".TXT"
               DELIMITED BY SIZE INTO WA-ARQ-RELATORIO
           END-STRING.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-REC.
           STRING "CNPJ;ORIGEM;NOME;CADASTRO;CODIGO;SANCIONADO;"
                  "CATEGORIA;ORGAO SANCIONADOR;UF;INICIO;FIM;SITUACAO"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.

           PERFORM RT01-00-TRIA-CLIENTES.
           PERFORM RT02-00-TRIA-SOCIOS.

           CLOSE REPORT-FILE.
           MOVE "SANCOES-TRIAGEM-AAAAMMDD.TXT"
               TO RR-RELATORIO.
           MOVE WA-ARQ-RELATORIO TO RR-ARQUIVO.
           MOVE "LEITURA DIRETA" TO RR-FONTE.
           PERFORM ARQUIVA-RELATORIO.
           CLOSE CNPJ-MASTER-FILE.
           PERFORM FECHA-SANCOES.

           DISPLAY "CNPJs triados.................: " WN-QTDE-CNPJ.
           DISPLAY "Socios triados................: " WN-QTDE-SOCIOS.
           DISPLAY "Acertos pelo CNPJ.............: "
                   WN-QTDE-ACERTO-CNPJ.
           DISPLAY "Acertos pelo nome do socio....: "
                   WN-QTDE-ACERTO-SOCIO.
           DISPLAY "Sancoes ainda vigentes........: " WN-QTDE-VIGENTES.
           DISPLAY "Gravado em " FUNCTION TRIM(WA-ARQ-RELATORIO).

           MOVE "TRIAGEM"          TO WA-AU-EVENTO.
           MOVE SPACES             TO WA-AU-ENTRADA.
           MOVE WN-QTDE-CNPJ       TO WA-QTDE-ED.
           STRING "CNPJS=" FUNCTION TRIM(WA-QTDE-ED)
               DELIMITED BY SIZE INTO WA-AU-ENTRADA
           END-STRING.
           MOVE SPACES             TO WA-AU-RESULTADO.
           COMPUTE WA-QTDE-ED = WN-QTDE-ACERTO-CNPJ
                              + WN-QTDE-ACERTO-SOCIO.
           STRING "ACERTOS=" FUNCTION TRIM(WA-QTDE-ED)
               DELIMITED BY SIZE INTO WA-AU-RESULTADO
           END-STRING.
           PERFORM GRAVA-AUDITORIA.

           ACCEPT WA-PAUSA.
           GOBACK.

      *---------------------------------------------------------------*
      * CLIENTES: O CNPJ EXATO DE CADA REGISTRO DO CNPJ-MASTER.       *
      *---------------------------------------------------------------*
       RT01-00-TRIA-CLIENTES.
           MOVE LOW-VALUES TO CM-CNPJ.
           MOVE "N"        TO WA-PARA.
           START CNPJ-MASTER-FILE
               KEY IS NOT LESS THAN CM-CNPJ
               INVALID KEY
                   MOVE "S" TO WA-PARA
           END-START.
           PERFORM UNTIL WA-PARA = "S"
               READ CNPJ-MASTER-FILE NEXT RECORD
                   AT END MOVE "S" TO WA-PARA
               END-READ
               IF  WA-PARA NOT = "S"
                   ADD 1 TO WN-QTDE-CNPJ
                   MOVE CM-CNPJ TO SNC-CNPJ
                   PERFORM BUSCA-SANCAO-CNPJ
                   IF  SNC-QTDE > ZEROS
                       MOVE CM-CNPJ             TO WA-CNPJ-ACERTO
                       MOVE "CNPJ"              TO WA-ORIGEM
                       MOVE CM-NOME-EMPRESARIAL TO MSK-TEXTO
                       PERFORM MASCARA-CPF-NO-TEXTO
                       MOVE MSK-TEXTO           TO WA-NOME-ACERTO
                       PERFORM RT03-00-RELATA-ACERTOS
                   END-IF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      * SOCIOS: O NOME NORMALIZADO DE CADA SOCIO DO CNPJ-SOCIOS. SEM  *
      * O ARQUIVO (NENHUM QUADRO GRAVADO AINDA) A ETAPA E PULADA.     *
      *---------------------------------------------------------------*
       RT02-00-TRIA-SOCIOS.
           OPEN INPUT CNPJ-SOCIOS-FILE.
           IF  WA-FS-SOCIOS NOT = "00"
               DISPLAY "AVISO: CNPJ-SOCIOS.DAT NAO DISPONIVEL (FILE "
                       "STATUS " WA-FS-SOCIOS ") - SOCIOS NAO TRIADOS."
           ELSE
               MOVE LOW-VALUES TO SO-CHAVE
               MOVE "N"        TO WA-PARA
               MOVE SPACES     TO WA-CNPJ-ANTERIOR
               START CNPJ-SOCIOS-FILE
                   KEY IS NOT LESS THAN SO-CHAVE
                   INVALID KEY
                       MOVE "S" TO WA-PARA
               END-START
               PERFORM UNTIL WA-PARA = "S"
                   READ CNPJ-SOCIOS-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-PARA
                   END-READ
                   IF  WA-PARA NOT = "S"
                       ADD 1 TO WN-QTDE-SOCIOS
                       MOVE SO-NOME TO NN-ENTRADA
                       PERFORM NORMALIZA-NOME
                       MOVE NN-SAIDA TO SNC-NOME-NORM
                       PERFORM BUSCA-SANCAO-NOME
                       IF  SNC-QTDE > ZEROS
                           PERFORM RT02A-ACERTO-SOCIO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CNPJ-SOCIOS-FILE
           END-IF.

       RT02A-ACERTO-SOCIO.
           IF  SO-CNPJ NOT = WA-CNPJ-ANTERIOR
               MOVE SO-CNPJ TO WA-CNPJ-ANTERIOR
               MOVE "(CNPJ SEM CACHE)" TO WA-NOME-EMPRESA
               MOVE SO-CNPJ TO CM-CNPJ
               READ CNPJ-MASTER-FILE
                   KEY IS CM-CNPJ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-NOME-EMPRESARIAL TO MSK-TEXTO
                       PERFORM MASCARA-CPF-NO-TEXTO
                       MOVE MSK-TEXTO TO WA-NOME-EMPRESA
               END-READ
               DISPLAY "SOCIO COM SANCAO EM " SO-CNPJ " "
                       FUNCTION TRIM(WA-NOME-EMPRESA)
           END-IF.
           MOVE SO-CNPJ   TO WA-CNPJ-ACERTO.
           MOVE "SOCIO"   TO WA-ORIGEM.
           MOVE SO-NOME   TO MSK-TEXTO.
           PERFORM MASCARA-NOME.
           MOVE MSK-TEXTO TO WA-NOME-ACERTO.
           PERFORM RT03-00-RELATA-ACERTOS.

      *---------------------------------------------------------------*
      * UMA LINHA NO RELATORIO E UMA NO AUDIT.LOG POR SANCAO ACHADA   *
      * (SNC-ACHADA) PARA WA-CNPJ-ACERTO / WA-ORIGEM / WA-NOME-ACERTO.*
      *---------------------------------------------------------------*
       RT03-00-RELATA-ACERTOS.
           PERFORM VARYING SNC-IDX FROM 1 BY 1
                   UNTIL SNC-IDX > SNC-QTDE
               IF  WA-ORIGEM = "CNPJ"
                   ADD 1 TO WN-QTDE-ACERTO-CNPJ
               ELSE
                   ADD 1 TO WN-QTDE-ACERTO-SOCIO
               END-IF
               IF  SNC-VIGENTE(SNC-IDX) = "S"
                   MOVE "VIGENTE"   TO WA-VIGENCIA
                   ADD 1 TO WN-QTDE-VIGENTES
               ELSE
                   MOVE "ENCERRADA" TO WA-VIGENCIA
               END-IF
               MOVE SNC-NOME(SNC-IDX) TO MSK-TEXTO
               IF  SNC-TIPO-PESSOA(SNC-IDX) = "F"
                   PERFORM MASCARA-NOME
               ELSE
                   PERFORM MASCARA-CPF-NO-TEXTO
               END-IF
               MOVE MSK-TEXTO TO WA-NOME-SANCIONADO

               MOVE SPACES TO REPORT-REC
               STRING WA-CNPJ-ACERTO                DELIMITED BY SIZE
                   ";"                              DELIMITED BY SIZE
                   FUNCTION TRIM(WA-ORIGEM)         DELIMITED BY SIZE
                   ";"                              DELIMITED BY SIZE
                   FUNCTION TRIM(WA-NOME-ACERTO)    DELIMITED BY SIZE
                   ";"                              DELIMITED BY SIZE
                   SNC-CADASTRO(SNC-IDX)            DELIMITED BY SIZE
                   ";"                              DELIMITED BY SIZE
                   FUNCTION TRIM(SNC-CODIGO(SNC-IDX))
                                                    DELIMITED BY SIZE
                   ";"                              DELIMITED BY SIZE
                   FUNCTION TRIM(WA-NOME-SANCIONADO)
                                                    DELIMITED BY SIZE
                   ";"                              DELIMITED BY SIZE
                   FUNCTION TRIM(SNC-CATEGORIA(SNC-IDX))
                                                    DELIMITED BY SIZE
                   ";"                              DELIMITED BY SIZE
                   FUNCTION TRIM(SNC-ORGAO(SNC-IDX))
                                                    DELIMITED BY SIZE
                   ";"                              DELIMITED BY SIZE
                   SNC-UF-ORGAO(SNC-IDX)            DELIMITED BY SIZE
                   ";"                              DELIMITED BY SIZE
                   SNC-DATA-INICIO(SNC-IDX)         DELIMITED BY SIZE
                   ";"                              DELIMITED BY SIZE
                   SNC-DATA-FIM(SNC-IDX)            DELIMITED BY SIZE
                   ";"                              DELIMITED BY SIZE
                   WA-VIGENCIA                      DELIMITED BY SPACE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               MOVE WA-CNPJ-ACERTO TO MSK-DOCUMENTO
               MOVE "ARQUIVO"      TO MSK-ONDE
               PERFORM REGISTRA-SEM-MASCARA

               MOVE "SANCAO"       TO WA-AU-EVENTO
               MOVE WA-CNPJ-ACERTO TO WA-AU-ENTRADA
               MOVE SPACES         TO WA-AU-RESULTADO
               STRING SNC-CADASTRO(SNC-IDX) "-" WA-ORIGEM
                   DELIMITED BY SPACE INTO WA-AU-RESULTADO
               END-STRING
               PERFORM GRAVA-AUDITORIA
           END-PERFORM.

           COPY SANCP.

           COPY NOMENORMP.

           COPY MASCARAP.

           COPY AUDITP.

           COPY RELREPOP.
