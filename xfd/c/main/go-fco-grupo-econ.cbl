       IDENTIFICATION DIVISION.
       PROGRAM-ID.      GO-FCO-GRUPO-ECON.
      *------------------------------------------------------------------------------*
      * GRUPO ECONOMICO POR SOCIOS EM COMUM. O GO-FCO-GRUPO SO JUNTA OS              *
      * ESTABELECIMENTOS DO MESMO RADICAL E O GO-FCO-SOCIO-REL RESPONDE UMA PESSOA   *
      * POR VEZ; O CREDITO PRECISA DO GRUPO DE VERDADE: EMPRESAS DE RADICAIS         *
      * DIFERENTES LIGADAS POR SOCIOS, SEGUINDO A CORRENTE (A TEM SOCIO EM COMUM     *
      * COM B, B COM C - A, B E C SAO UM GRUPO SO).                                  *
      * JOB BATCH (PASSO DA CADEIA NOTURNA OU AVULSO):                               *
      *   - CADA RADICAL DO CNPJ-MASTER E UM NO (EMPRESA) NUM ARQUIVO DE TRABALHO    *
      *     INDEXADO (GRUPO-ECON-NO.DAT, RECRIADO A CADA RODADA);                    *
      *   - O INDICE REVERSO CNPJ-SOCIOS-IX.DAT VEM EM ORDEM DE NOME NORMALIZADO:    *
      *     CADA NOME PRESENTE EM DOIS OU MAIS RADICAIS UNE ESSES RADICAIS           *
      *     (UNIAO-BUSCA COM COMPRESSAO DE CAMINHO - A RAIZ E O MENOR RADICAL). A    *
      *     LINHA DO INDICE SO CONTA SE O SOCIO AINDA ESTA NO CNPJ-SOCIOS.DAT        *
      *     (INDICE DESATUALIZADO NAO CRIA LIGACAO);                                 *
      *   - CONJUNTO COM DOIS OU MAIS RADICAIS VIRA UM GRUPO NUMERADO: UM REGISTRO   *
      *     POR CNPJ EM GRUPO-ECON.DAT (COPY GECREC) E OS SOCIOS DE LIGACAO EM       *
      *     GRUPO-ELO.DAT (COPY GELREC), OS DOIS RECRIADOS A CADA RODADA E LIDOS     *
      *     PELO DOSSIE E PELA CONSULTA DO GO-FCO-MASTER (COPY GECTAB/GECP);         *
      *   - RELATORIO GRUPO-ECONOMICO-REL.TXT: CADA GRUPO COM OS MEMBROS, OS         *
      *     SOCIOS QUE LIGAM, O TOTAL E QUANTOS NAO ESTAO ATIVOS.                    *
      * A LIGACAO E PELO NOME NORMALIZADO (O QUADRO DO SERPRO NAO TRAZ O CPF DO      *
      * SOCIO) - HOMONIMO PODE JUNTAR GRUPOS QUE NAO SAO; O CREDITO CONFERE OS       *
      * SOCIOS DE LIGACAO ANTES DE USAR O GRUPO. NOMES COM A MASCARA DO PERFIL.      *
      * SEM O CNPJ-MASTER OU SEM O INDICE DE SOCIOS SAI COM RETURN-CODE 8.           *
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

           SELECT CNPJ-SOCIOS-IX-FILE
               ASSIGN TO "CNPJ-SOCIOS-IX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SX-CHAVE
               FILE STATUS IS WA-FS-SOCIOS-IX.

           SELECT GRUPO-NO-FILE
               ASSIGN TO "GRUPO-ECON-NO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GN-RADICAL
               FILE STATUS IS WA-FS-NO.

           SELECT ELO-TMP-FILE
               ASSIGN TO "GRUPO-ECON-ELO.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-ELO-TMP.

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

       FD  CNPJ-SOCIOS-IX-FILE.
           COPY SOCIXREC.

      * UM NO POR RADICAL. GN-PAI = GN-RADICAL NA RAIZ DO CONJUNTO;
      * GN-QTDE (EMPRESAS DO CONJUNTO) E GN-GRUPO SO VALEM NA RAIZ.
       FD  GRUPO-NO-FILE.
       01  GRUPO-NO-REC.
           03  GN-RADICAL                PIC X(008).
           03  GN-PAI                    PIC X(008).
           03  GN-QTDE                   PIC 9(005).
           03  GN-GRUPO                  PIC 9(006).

      * NOME DE SOCIO EM DOIS OU MAIS RADICAIS: UM DOS RADICAIS, PARA
      * ACHAR O GRUPO DEPOIS DAS UNIOES.
       FD  ELO-TMP-FILE.
       01  ELO-TMP-REC.
           03  ET-RADICAL                PIC X(008).
           03  ET-NOME-NORM              PIC X(060).
           03  ET-NOME                   PIC X(060).
           03  ET-QTDE                   PIC 9(004).

       FD  GRUPO-ECON-FILE.
           COPY GECREC.

       FD  GRUPO-ELO-FILE.
           COPY GELREC.

       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(132).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  WA-FS-MASTER                PIC X(002)          VALUE "00".
       77  WA-FS-SOCIOS                PIC X(002)          VALUE "00".
       77  WA-FS-SOCIOS-IX             PIC X(002)          VALUE "00".
       77  WA-FS-NO                    PIC X(002)          VALUE "00".
       77  WA-FS-ELO-TMP               PIC X(002)          VALUE "00".
       77  WA-ARQ-RELATORIO            PIC X(100)          VALUE
               "GRUPO-ECONOMICO-REL.TXT".
       77  WA-SOCIOS-DISPONIVEL        PIC X(001)          VALUE "N".
       77  WA-PARA-LEITURA             PIC X(001)          VALUE "N".
       77  WA-SOCIO-VALIDO             PIC X(001)          VALUE "N".
       77  WN-DATA-HOJE                PIC 9(008)          VALUE ZEROS.

       77  WA-RADICAL-ATUAL            PIC X(008)          VALUE SPACES.
       77  WA-RADICAL-LIDO             PIC X(008)          VALUE SPACES.
       77  WA-NOME-ATUAL               PIC X(060)          VALUE SPACES.
       77  WA-NOME-EXIBE               PIC X(060)          VALUE SPACES.
       77  WA-RADICAL-BASE             PIC X(008)          VALUE SPACES.
       77  WA-RADICAL-ANTERIOR         PIC X(008)          VALUE SPACES.
       77  WN-QTDE-RAD-NOME            PIC 9(004)          VALUE ZEROS.

      * UNIAO-BUSCA: RT90 ACHA A RAIZ DE WA-NO-BUSCA EM WA-RAIZ; RT91
      * UNE OS CONJUNTOS DE WA-NO-A E WA-NO-B.
       77  WA-NO-BUSCA                 PIC X(008)          VALUE SPACES.
       77  WA-RAIZ                     PIC X(008)          VALUE SPACES.
       77  WA-NO-PROXIMO               PIC X(008)          VALUE SPACES.
       77  WA-NO-A                     PIC X(008)          VALUE SPACES.
       77  WA-NO-B                     PIC X(008)          VALUE SPACES.
       77  WA-RAIZ-A                   PIC X(008)          VALUE SPACES.
       77  WA-RAIZ-B                   PIC X(008)          VALUE SPACES.

       77  WN-GRUPO-ATUAL              PIC 9(006)          VALUE ZEROS.
       77  WN-QTDE-EMP-ATUAL           PIC 9(005)          VALUE ZEROS.
       77  WN-ULTIMO-GRUPO             PIC 9(006)          VALUE ZEROS.
       77  WN-GRUPO-REL                PIC 9(006)          VALUE ZEROS.
       77  WN-QTDE-CNPJ-GRUPO          PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-NAO-ATIVA-GRUPO     PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-EMP-GRUPO           PIC 9(005)          VALUE ZEROS.
       77  WA-MARCA-SITUACAO           PIC X(012)          VALUE SPACES.

       77  WN-QTDE-CNPJ                PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-RADICAIS            PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-LINHAS-IX           PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-IX-IGNORADAS        PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-UNIOES              PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-CNPJ-EM-GRUPO       PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-NAO-ATIVAS          PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-ELOS                PIC 9(007)          VALUE ZEROS.
       77  WA-QTDE-ED                  PIC Z(006)9         VALUE ZEROS.

           COPY GECTAB.

           COPY MASCARA.

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-FS-AUDIT                 PIC X(002)          VALUE "00".
       77  WA-AU-DATA                  PIC 9(008).
       77  WA-AU-HORA                  PIC 9(006).
       77  WA-AU-PROGRAM-ID            PIC X(020)
               VALUE "GO-FCO-GRUPO-ECON".
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

           OPEN INPUT CNPJ-MASTER-FILE.
           IF  WA-FS-MASTER NOT = "00"
               DISPLAY "CNPJ-MASTER.DAT NAO ABRE (FILE STATUS "
                       WA-FS-MASTER ") - APURACAO ABANDONADA."
               MOVE "GRUPO-ECON"   TO WA-AU-EVENTO
               MOVE "SEM-MASTER"   TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CNPJ-SOCIOS-IX-FILE.
           IF  WA-FS-SOCIOS-IX NOT = "00"
               DISPLAY "CNPJ-SOCIOS-IX.DAT NAO ABRE (FILE STATUS "
                       WA-FS-SOCIOS-IX ") - RECONSTRUA O INDICE NO "
                       "GO-FCO-SOCIO-REL (OPCAO R). "
                       "APURACAO ABANDONADA."
               CLOSE CNPJ-MASTER-FILE
               MOVE "GRUPO-ECON"   TO WA-AU-EVENTO
               MOVE "SEM-INDICE"   TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CNPJ-SOCIOS-FILE.
           IF  WA-FS-SOCIOS = "00"
               MOVE "S" TO WA-SOCIOS-DISPONIVEL
           ELSE
               DISPLAY "AVISO: CNPJ-SOCIOS.DAT NAO ABRE (FILE STATUS "
                       WA-FS-SOCIOS ") - O INDICE E USADO SEM "
                       "CONFERENCIA."
           END-IF.

           OPEN OUTPUT GRUPO-NO-FILE.
           CLOSE GRUPO-NO-FILE.
           OPEN I-O GRUPO-NO-FILE.

           PERFORM RT01-00-MONTA-NOS.
           PERFORM RT02-00-LIGA-SOCIOS.
           PERFORM RT03-00-CONTA-EMPRESAS.
           PERFORM RT04-00-GRAVA-GRUPOS.
           PERFORM RT05-00-GRAVA-ELOS.

           CLOSE GRUPO-NO-FILE.
           CLOSE CNPJ-SOCIOS-IX-FILE.
           IF  WA-SOCIOS-DISPONIVEL = "S"
               CLOSE CNPJ-SOCIOS-FILE
           END-IF.
           CLOSE CNPJ-MASTER-FILE.

           PERFORM RT06-00-RELATORIO.

           DISPLAY "CNPJs / empresas (radicais) na base...: "
                   WN-QTDE-CNPJ " / " WN-QTDE-RADICAIS.
           DISPLAY "Linhas do indice de socios / ignoradas: "
                   WN-QTDE-LINHAS-IX " / " WN-QTDE-IX-IGNORADAS.
           DISPLAY "Unioes por socio em comum.............: "
                   WN-QTDE-UNIOES.
           DISPLAY "Grupos economicos.....................: "
                   WN-ULTIMO-GRUPO.
           DISPLAY "CNPJs em grupo / nao ativos...........: "
                   WN-QTDE-CNPJ-EM-GRUPO " / " WN-QTDE-NAO-ATIVAS.
           DISPLAY "Relatorio em " FUNCTION TRIM(WA-ARQ-RELATORIO).

           MOVE "GRUPO-ECON"     TO WA-AU-EVENTO.
           MOVE SPACES           TO WA-AU-ENTRADA.
           MOVE WN-QTDE-CNPJ-EM-GRUPO TO WA-QTDE-ED.
           STRING "CNPJS-EM-GRUPO=" FUNCTION TRIM(WA-QTDE-ED)
               DELIMITED BY SIZE INTO WA-AU-ENTRADA
           END-STRING.
           MOVE SPACES           TO WA-AU-RESULTADO.
           MOVE WN-ULTIMO-GRUPO  TO WA-QTDE-ED.
           STRING "GRUPOS=" FUNCTION TRIM(WA-QTDE-ED)
               DELIMITED BY SIZE INTO WA-AU-RESULTADO
           END-STRING.
           PERFORM GRAVA-AUDITORIA.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *---------------------------------------------------------------*
      * UM NO POR RADICAL DO CNPJ-MASTER (A CHAVE PRIMARIA ENTREGA OS *
      * RADICAIS CONTIGUOS), CADA UM SENDO A PROPRIA RAIZ.            *
      *---------------------------------------------------------------*
       RT01-00-MONTA-NOS.
           MOVE SPACES     TO WA-RADICAL-ATUAL.
           MOVE LOW-VALUES TO CM-CNPJ.
           MOVE "N"        TO WA-PARA-LEITURA.
           START CNPJ-MASTER-FILE
               KEY IS NOT LESS THAN CM-CNPJ
               INVALID KEY
                   MOVE "S" TO WA-PARA-LEITURA
           END-START.
           PERFORM UNTIL WA-PARA-LEITURA = "S"
               READ CNPJ-MASTER-FILE NEXT RECORD
                   AT END MOVE "S" TO WA-PARA-LEITURA
               END-READ
               IF  WA-PARA-LEITURA NOT = "S"
                   ADD 1 TO WN-QTDE-CNPJ
                   IF  CM-CNPJ(1:8) NOT = WA-RADICAL-ATUAL
                       MOVE CM-CNPJ(1:8) TO WA-RADICAL-ATUAL
                       ADD 1 TO WN-QTDE-RADICAIS
                       MOVE CM-CNPJ(1:8) TO GN-RADICAL GN-PAI
                       MOVE ZEROS        TO GN-QTDE GN-GRUPO
                       WRITE GRUPO-NO-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   END-IF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      * INDICE REVERSO EM ORDEM DE NOME NORMALIZADO + CNPJ: OS        *
      * RADICAIS DE UM MESMO NOME VEM JUNTOS E EM ORDEM. O PRIMEIRO   *
      * RADICAL DO NOME E UNIDO A CADA UM DOS SEGUINTES.              *
      *---------------------------------------------------------------*
       RT02-00-LIGA-SOCIOS.
           MOVE SPACES     TO WA-NOME-ATUAL.
           MOVE ZEROS      TO WN-QTDE-RAD-NOME.
           OPEN OUTPUT ELO-TMP-FILE.
           MOVE LOW-VALUES TO SX-CHAVE.
           MOVE "N"        TO WA-PARA-LEITURA.
           START CNPJ-SOCIOS-IX-FILE
               KEY IS NOT LESS THAN SX-CHAVE
               INVALID KEY
                   MOVE "S" TO WA-PARA-LEITURA
           END-START.
           PERFORM UNTIL WA-PARA-LEITURA = "S"
               READ CNPJ-SOCIOS-IX-FILE NEXT RECORD
                   AT END MOVE "S" TO WA-PARA-LEITURA
               END-READ
               IF  WA-PARA-LEITURA NOT = "S"
                   ADD 1 TO WN-QTDE-LINHAS-IX
                   PERFORM RT02A-CONFERE-SOCIO
                   IF  WA-SOCIO-VALIDO = "S"
                       PERFORM RT02B-LIGA-RADICAL
                   ELSE
                       ADD 1 TO WN-QTDE-IX-IGNORADAS
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM RT02C-FECHA-NOME.
           CLOSE ELO-TMP-FILE.

      * A LINHA DO INDICE SO VALE COM NOME, COM O SOCIO AINDA NO
      * QUADRO (CNPJ-SOCIOS) E COM O RADICAL NA BASE.
       RT02A-CONFERE-SOCIO.
           MOVE "S" TO WA-SOCIO-VALIDO.
           IF  SX-NOME-NORM = SPACES
               MOVE "N" TO WA-SOCIO-VALIDO
           END-IF.
           IF  WA-SOCIO-VALIDO = "S" AND WA-SOCIOS-DISPONIVEL = "S"
               MOVE SX-CNPJ TO SO-CNPJ
               MOVE SX-SEQ  TO SO-SEQ
               READ CNPJ-SOCIOS-FILE
                   KEY IS SO-CHAVE
                   INVALID KEY
                       MOVE "N" TO WA-SOCIO-VALIDO
                   NOT INVALID KEY
                       IF  SO-NOME NOT = SX-NOME
                           MOVE "N" TO WA-SOCIO-VALIDO
                       END-IF
               END-READ
           END-IF.
           IF  WA-SOCIO-VALIDO = "S"
               MOVE SX-CNPJ(1:8) TO GN-RADICAL
               READ GRUPO-NO-FILE
                   KEY IS GN-RADICAL
                   INVALID KEY
                       MOVE "N" TO WA-SOCIO-VALIDO
               END-READ
           END-IF.

       RT02B-LIGA-RADICAL.
           MOVE SX-CNPJ(1:8) TO WA-RADICAL-LIDO.
           IF  SX-NOME-NORM NOT = WA-NOME-ATUAL
               PERFORM RT02C-FECHA-NOME
               MOVE SX-NOME-NORM    TO WA-NOME-ATUAL
               MOVE SX-NOME         TO WA-NOME-EXIBE
               MOVE WA-RADICAL-LIDO TO WA-RADICAL-BASE
                                       WA-RADICAL-ANTERIOR
               MOVE 1               TO WN-QTDE-RAD-NOME
           ELSE
               IF  WA-RADICAL-LIDO NOT = WA-RADICAL-ANTERIOR
                   MOVE WA-RADICAL-LIDO TO WA-RADICAL-ANTERIOR
                   ADD 1 TO WN-QTDE-RAD-NOME
                   MOVE WA-RADICAL-BASE TO WA-NO-A
                   MOVE WA-RADICAL-LIDO TO WA-NO-B
                   PERFORM RT91-00-UNE
               END-IF
           END-IF.

      * NOME EM DOIS OU MAIS RADICAIS E SOCIO DE LIGACAO.
       RT02C-FECHA-NOME.
           IF  WN-QTDE-RAD-NOME >= 2
               MOVE WA-RADICAL-BASE  TO ET-RADICAL
               MOVE WA-NOME-ATUAL    TO ET-NOME-NORM
               MOVE WA-NOME-EXIBE    TO ET-NOME
               MOVE WN-QTDE-RAD-NOME TO ET-QTDE
               WRITE ELO-TMP-REC
           END-IF.
           MOVE ZEROS TO WN-QTDE-RAD-NOME.

      *---------------------------------------------------------------*
      * EMPRESAS (RADICAIS) POR CONJUNTO, ACUMULADAS NA RAIZ.         *
      *---------------------------------------------------------------*
       RT03-00-CONTA-EMPRESAS.
           MOVE SPACES     TO WA-RADICAL-ATUAL.
           MOVE LOW-VALUES TO CM-CNPJ.
           MOVE "N"        TO WA-PARA-LEITURA.
           START CNPJ-MASTER-FILE
               KEY IS NOT LESS THAN CM-CNPJ
               INVALID KEY
                   MOVE "S" TO WA-PARA-LEITURA
           END-START.
           PERFORM UNTIL WA-PARA-LEITURA = "S"
               READ CNPJ-MASTER-FILE NEXT RECORD
                   AT END MOVE "S" TO WA-PARA-LEITURA
               END-READ
               IF  WA-PARA-LEITURA NOT = "S"
                   IF  CM-CNPJ(1:8) NOT = WA-RADICAL-ATUAL
                       MOVE CM-CNPJ(1:8) TO WA-RADICAL-ATUAL
                       MOVE CM-CNPJ(1:8) TO WA-NO-BUSCA
                       PERFORM RT90-00-RAIZ
                       MOVE WA-RAIZ TO GN-RADICAL
                       READ GRUPO-NO-FILE
                           KEY IS GN-RADICAL
                       END-READ
                       ADD 1 TO GN-QTDE
                       REWRITE GRUPO-NO-REC
                   END-IF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      * CONJUNTO COM DUAS OU MAIS EMPRESAS GANHA UM NUMERO DE GRUPO   *
      * (NA ORDEM DE CNPJ DO PRIMEIRO MEMBRO) E CADA CNPJ DELE UM     *
      * REGISTRO NO GRUPO-ECON.DAT.                                   *
      *---------------------------------------------------------------*
       RT04-00-GRAVA-GRUPOS.
           OPEN OUTPUT GRUPO-ECON-FILE.
           MOVE ZEROS      TO WN-ULTIMO-GRUPO WN-GRUPO-ATUAL.
           MOVE SPACES     TO WA-RADICAL-ATUAL.
           MOVE LOW-VALUES TO CM-CNPJ.
           MOVE "N"        TO WA-PARA-LEITURA.
           START CNPJ-MASTER-FILE
               KEY IS NOT LESS THAN CM-CNPJ
               INVALID KEY
                   MOVE "S" TO WA-PARA-LEITURA
           END-START.
           PERFORM UNTIL WA-PARA-LEITURA = "S"
               READ CNPJ-MASTER-FILE NEXT RECORD
                   AT END MOVE "S" TO WA-PARA-LEITURA
               END-READ
               IF  WA-PARA-LEITURA NOT = "S"
                   IF  CM-CNPJ(1:8) NOT = WA-RADICAL-ATUAL
                       MOVE CM-CNPJ(1:8) TO WA-RADICAL-ATUAL
                       PERFORM RT04A-GRUPO-DO-RADICAL
                   END-IF
                   IF  WN-GRUPO-ATUAL > ZEROS
                       MOVE CM-CNPJ               TO GE-CNPJ
                       MOVE WN-GRUPO-ATUAL        TO GE-GRUPO
                       MOVE CM-CNPJ(1:8)          TO GE-RADICAL
                       MOVE WN-QTDE-EMP-ATUAL     TO GE-QTDE-EMPRESAS
                       MOVE CM-NOME-EMPRESARIAL   TO GE-NOME
                       MOVE CM-SITUACAO-CADASTRAL TO GE-SITUACAO
                       MOVE WN-DATA-HOJE          TO GE-DATA-APURACAO
                       WRITE GRUPO-ECON-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       ADD 1 TO WN-QTDE-CNPJ-EM-GRUPO
                       IF  FUNCTION TRIM(CM-SITUACAO-CADASTRAL)
                           NOT = "ATIVA"
                           ADD 1 TO WN-QTDE-NAO-ATIVAS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE GRUPO-ECON-FILE.

       RT04A-GRUPO-DO-RADICAL.
           MOVE CM-CNPJ(1:8) TO WA-NO-BUSCA.
           PERFORM RT90-00-RAIZ.
           MOVE WA-RAIZ TO GN-RADICAL.
           READ GRUPO-NO-FILE
               KEY IS GN-RADICAL
           END-READ.
           MOVE ZEROS   TO WN-GRUPO-ATUAL.
           MOVE GN-QTDE TO WN-QTDE-EMP-ATUAL.
           IF  GN-QTDE >= 2
               IF  GN-GRUPO = ZEROS
                   ADD 1 TO WN-ULTIMO-GRUPO
                   MOVE WN-ULTIMO-GRUPO TO GN-GRUPO
                   REWRITE GRUPO-NO-REC
               END-IF
               MOVE GN-GRUPO TO WN-GRUPO-ATUAL
           END-IF.

      *---------------------------------------------------------------*
      * SOCIOS DE LIGACAO: O GRUPO DE CADA NOME SAI DA RAIZ DO        *
      * RADICAL GUARDADO NO ARQUIVO DE TRABALHO.                      *
      *---------------------------------------------------------------*
       RT05-00-GRAVA-ELOS.
           OPEN OUTPUT GRUPO-ELO-FILE.
           OPEN INPUT ELO-TMP-FILE.
           MOVE "N" TO WA-PARA-LEITURA.
           PERFORM UNTIL WA-PARA-LEITURA = "S"
               READ ELO-TMP-FILE
                   AT END MOVE "S" TO WA-PARA-LEITURA
               END-READ
               IF  WA-PARA-LEITURA NOT = "S"
                   MOVE ET-RADICAL TO WA-NO-BUSCA
                   PERFORM RT90-00-RAIZ
                   MOVE WA-RAIZ TO GN-RADICAL
                   READ GRUPO-NO-FILE
                       KEY IS GN-RADICAL
                   END-READ
                   IF  GN-GRUPO > ZEROS
                       MOVE GN-GRUPO     TO EL-GRUPO
                       MOVE ET-NOME-NORM TO EL-NOME-NORM
                       MOVE ET-NOME      TO EL-NOME
                       MOVE ET-QTDE      TO EL-QTDE-EMPRESAS
                       WRITE GRUPO-ELO-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       ADD 1 TO WN-QTDE-ELOS
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ELO-TMP-FILE.
           CLOSE GRUPO-ELO-FILE.

      *---------------------------------------------------------------*
      * RELATORIO: GRUPO-ECON.DAT PELA CHAVE ALTERNADA DO GRUPO; NA   *
      * TROCA DE GRUPO SAEM OS SOCIOS DE LIGACAO E OS TOTAIS.         *
      *---------------------------------------------------------------*
       RT06-00-RELATORIO.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-REC.
           STRING "GRUPOS ECONOMICOS POR SOCIOS EM COMUM - APURACAO DE "
                  WN-DATA-HOJE
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "(LIGACAO PELO NOME NORMALIZADO DO SOCIO - "
                  "HOMONIMO E INDICIO, CONFERIR OS SOCIOS DE LIGACAO)"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE ALL "=" TO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM ABRE-GRUPO-ECON.
           MOVE ZEROS TO WN-GRUPO-REL.
           IF  GEC-ABERTO = "S"
               MOVE ZEROS TO GE-GRUPO
               MOVE "N"   TO WA-PARA-LEITURA
               START GRUPO-ECON-FILE
                   KEY IS NOT LESS THAN GE-GRUPO
                   INVALID KEY
                       MOVE "S" TO WA-PARA-LEITURA
               END-START
               PERFORM UNTIL WA-PARA-LEITURA = "S"
                   READ GRUPO-ECON-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-PARA-LEITURA
                   END-READ
                   IF  WA-PARA-LEITURA NOT = "S"
                       IF  GE-GRUPO NOT = WN-GRUPO-REL
                           PERFORM RT06A-FECHA-GRUPO
                           PERFORM RT06B-ABRE-GRUPO
                       END-IF
                       PERFORM RT06C-MEMBRO
                   END-IF
               END-PERFORM
               PERFORM RT06A-FECHA-GRUPO
           END-IF.
           PERFORM FECHA-GRUPO-ECON.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "GRUPOS: " WN-ULTIMO-GRUPO
                  "   CNPJS EM GRUPO: " WN-QTDE-CNPJ-EM-GRUPO
                  "   NAO ATIVOS: " WN-QTDE-NAO-ATIVAS
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           CLOSE REPORT-FILE.
           MOVE "GRUPO-ECONOMICO-REL.TXT" TO RR-RELATORIO.
           MOVE WA-ARQ-RELATORIO          TO RR-ARQUIVO.
           MOVE "LEITURA DIRETA"          TO RR-FONTE.
           PERFORM ARQUIVA-RELATORIO.

       RT06A-FECHA-GRUPO.
           IF  WN-GRUPO-REL > ZEROS
               MOVE "  SOCIOS DE LIGACAO:" TO REPORT-REC
               WRITE REPORT-REC
               MOVE WN-GRUPO-REL TO EL-GRUPO
               MOVE LOW-VALUES   TO EL-NOME-NORM
               MOVE "N"          TO GEC-PARA
               START GRUPO-ELO-FILE
                   KEY IS NOT LESS THAN EL-CHAVE
                   INVALID KEY
                       MOVE "S" TO GEC-PARA
               END-START
               PERFORM UNTIL GEC-PARA = "S"
                   READ GRUPO-ELO-FILE NEXT RECORD
                       AT END MOVE "S" TO GEC-PARA
                   END-READ
                   IF  GEC-PARA NOT = "S"
                       IF  EL-GRUPO = WN-GRUPO-REL
                           MOVE EL-NOME TO MSK-TEXTO
                           PERFORM MASCARA-NOME
                           MOVE SPACES TO REPORT-REC
                           STRING "    " FUNCTION TRIM(MSK-TEXTO)
                                  " (EM " EL-QTDE-EMPRESAS
                                  " EMPRESAS)"
                               DELIMITED BY SIZE INTO REPORT-REC
                           END-STRING
                           WRITE REPORT-REC
                           MOVE SPACES TO MSK-DOCUMENTO
                           STRING "GRUPO " EL-GRUPO
                               DELIMITED BY SIZE INTO MSK-DOCUMENTO
                           END-STRING
                           MOVE "ARQUIVO"    TO MSK-ONDE
                           PERFORM REGISTRA-SEM-MASCARA
                       ELSE
                           MOVE "S" TO GEC-PARA
                       END-IF
                   END-IF
               END-PERFORM
               MOVE SPACES TO REPORT-REC
               STRING "  TOTAL: " WN-QTDE-CNPJ-GRUPO
                      " ESTABELECIMENTO(S) DE " WN-QTDE-EMP-GRUPO
                      " EMPRESA(S), " WN-QTDE-NAO-ATIVA-GRUPO
                      " NAO ATIVO(S)"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF.

       RT06B-ABRE-GRUPO.
           MOVE GE-GRUPO         TO WN-GRUPO-REL.
           MOVE GE-QTDE-EMPRESAS TO WN-QTDE-EMP-GRUPO.
           MOVE ZEROS TO WN-QTDE-CNPJ-GRUPO WN-QTDE-NAO-ATIVA-GRUPO.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "GRUPO " GE-GRUPO
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.

       RT06C-MEMBRO.
           ADD 1 TO WN-QTDE-CNPJ-GRUPO.
           MOVE SPACES TO WA-MARCA-SITUACAO.
           IF  FUNCTION TRIM(GE-SITUACAO) NOT = "ATIVA"
               ADD 1 TO WN-QTDE-NAO-ATIVA-GRUPO
               MOVE "* NAO ATIVA" TO WA-MARCA-SITUACAO
           END-IF.
           MOVE GE-NOME TO MSK-TEXTO.
           PERFORM MASCARA-CPF-NO-TEXTO.
           MOVE SPACES TO REPORT-REC.
           STRING "  " GE-CNPJ "  " MSK-TEXTO(1:50) "  "
                  GE-SITUACAO "  " WA-MARCA-SITUACAO
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE GE-CNPJ   TO MSK-DOCUMENTO.
           MOVE "ARQUIVO" TO MSK-ONDE.
           PERFORM REGISTRA-SEM-MASCARA.

      *---------------------------------------------------------------*
      * UNIAO-BUSCA NO GRUPO-NO-FILE. RT90: SOBE PELOS GN-PAI ATE A   *
      * RAIZ E DEPOIS PENDURA O CAMINHO TODO DIRETO NELA. RT91: A     *
      * RAIZ DE MAIOR RADICAL PASSA A APONTAR PARA A DE MENOR.        *
      *---------------------------------------------------------------*
       RT90-00-RAIZ.
           MOVE WA-NO-BUSCA TO GN-RADICAL.
           READ GRUPO-NO-FILE
               KEY IS GN-RADICAL
           END-READ.
           PERFORM UNTIL GN-PAI = GN-RADICAL
               MOVE GN-PAI TO GN-RADICAL
               READ GRUPO-NO-FILE
                   KEY IS GN-RADICAL
               END-READ
           END-PERFORM.
           MOVE GN-RADICAL TO WA-RAIZ.

           MOVE WA-NO-BUSCA TO GN-RADICAL.
           READ GRUPO-NO-FILE
               KEY IS GN-RADICAL
           END-READ.
           PERFORM UNTIL GN-RADICAL = WA-RAIZ
               MOVE GN-PAI TO WA-NO-PROXIMO
               IF  GN-PAI NOT = WA-RAIZ
                   MOVE WA-RAIZ TO GN-PAI
                   REWRITE GRUPO-NO-REC
               END-IF
               MOVE WA-NO-PROXIMO TO GN-RADICAL
               READ GRUPO-NO-FILE
                   KEY IS GN-RADICAL
               END-READ
           END-PERFORM.

       RT91-00-UNE.
           MOVE WA-NO-A TO WA-NO-BUSCA.
           PERFORM RT90-00-RAIZ.
           MOVE WA-RAIZ TO WA-RAIZ-A.
           MOVE WA-NO-B TO WA-NO-BUSCA.
           PERFORM RT90-00-RAIZ.
           MOVE WA-RAIZ TO WA-RAIZ-B.
           IF  WA-RAIZ-A NOT = WA-RAIZ-B
               ADD 1 TO WN-QTDE-UNIOES
               IF  WA-RAIZ-A < WA-RAIZ-B
                   MOVE WA-RAIZ-B TO GN-RADICAL
                   READ GRUPO-NO-FILE
                       KEY IS GN-RADICAL
                   END-READ
                   MOVE WA-RAIZ-A TO GN-PAI
               ELSE
                   MOVE WA-RAIZ-A TO GN-RADICAL
                   READ GRUPO-NO-FILE
                       KEY IS GN-RADICAL
                   END-READ
                   MOVE WA-RAIZ-B TO GN-PAI
               END-IF
               REWRITE GRUPO-NO-REC
           END-IF.

           COPY GECP.

           COPY MASCARAP.

           COPY AUDITP.

           COPY RELREPOP.
