       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TERRITORIO-CARTEIRA.
      *------------------------------------------------------------------------------*
      * CARTEIRA POR REPRESENTANTE. O PLANEJAMENTO COMERCIAL TINHA O CNAE-SETOR-REL E*
      * O GO-FCO-ESTAT MAS NENHUM PROGRAMA SABIA DE QUEM E CADA CLIENTE. JOB BATCH   *
      * NOTURNO (PASSO DA CADEIA, DEPOIS DO GO-FCO-SNAPSHOT):                        *
      *   - LE O SNAPSHOT NOTURNO (CNPJ-SNAPSHOT.SEQ - COPY SNAPTAB/SNAPP) OU, SEM   *
      *     ELE, O CNPJ-MASTER DIRETO;                                               *
      *   - CADA CNPJ GANHA O TERRITORIO DA REGRA MAIS ESPECIFICA DO TERRITORIOS.TXT *
      *     (COPY TERRTAB/TERRTABP): MUNICIPIO PELO CODIGO IBGE DO                   *
      *     MUNICIPIO-DOMINIO.TXT (COPY MUNICTAB/MUNICTABP) OU A UF, E A SECAO DO    *
      *     CNAE PRINCIPAL PELO CNAE-DOMINIO.TXT (COPY CNAETAB/CNAETABP);            *
      *   - A ATRIBUICAO FICA NO TERRITORIO-CNPJ.DAT (COPY TERRCREC). CNPJ QUE MUDOU *
      *     DE REPRESENTANTE DESDE A RODADA ANTERIOR SAI NO RELATORIO COMO MUDANCA   *
      *     POR ENDERECO (MUNICIPIO/UF DIFERENTE) OU POR TABELA (REGRA ALTERADA);    *
      *     CNPJ QUE SAIU DA BASE SAI DO ARQUIVO;                                    *
      *   - UM EXTRATO POR REPRESENTANTE, CARTEIRA-<REPR>-AAAAMMDD.TXT, COM CNPJ,    *
      *     NOME, SITUACAO CADASTRAL, PORTE, SIMPLES/MEI (CNPJ-SIMPLES.DAT) E DATA   *
      *     DO ULTIMO REFRESH, SEPARADO POR ";";                                     *
      *   - RELATORIO TERRITORIO-REL-AAAAMMDD.TXT: MUDANCAS DE TERRITORIO, TOTAL POR *
      *     REPRESENTANTE E A LISTA DOS CNPJs QUE NENHUM TERRITORIO COBRE.           *
      * NOMES COM A MASCARA DO PERFIL (CPF DE MEI). SEM O SNAPSHOT E SEM O           *
      * CNPJ-MASTER SAI COM RETURN-CODE 8.                                           *
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

           SELECT SNAPSHOT-FILE
               ASSIGN TO WA-ARQ-SNAPSHOT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-SNAPSHOT.

           SELECT CNPJ-SIMPLES-FILE
               ASSIGN TO "CNPJ-SIMPLES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-CNPJ
               FILE STATUS IS WA-FS-SIMPLES.

           SELECT TERRITORIO-CNPJ-FILE
               ASSIGN TO "TERRITORIO-CNPJ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-CNPJ
               ALTERNATE RECORD KEY IS TC-REPRESENTANTE WITH DUPLICATES
               FILE STATUS IS WA-FS-TERR-CNPJ.

           SELECT TERRITORIO-FILE
               ASSIGN TO WA-ARQ-TERRITORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-TERRITORIO.

           SELECT MUNIC-DOMINIO-FILE
               ASSIGN TO WA-ARQ-MUNICIPIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-MUNIC-DOMINIO.

           SELECT CNAE-DOMINIO-FILE
               ASSIGN TO WA-ARQ-CNAE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-CNAE-DOMINIO.

           SELECT CARTEIRA-FILE
               ASSIGN TO WA-ARQ-CARTEIRA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-CARTEIRA.

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

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-REC                PIC X(1080).

       FD  CNPJ-SIMPLES-FILE.
           COPY SIMPLREC.

       FD  TERRITORIO-CNPJ-FILE.
           COPY TERRCREC.

       FD  TERRITORIO-FILE.
       01  TERRITORIO-REC              PIC X(200).

       FD  MUNIC-DOMINIO-FILE.
       01  MUNIC-DOMINIO-REC           PIC X(150).

       FD  CNAE-DOMINIO-FILE.
       01  CNAE-DOMINIO-REC            PIC X(120).

       FD  CARTEIRA-FILE.
       01  CARTEIRA-REC                PIC X(300).

       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(132).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  WA-FS-MASTER                PIC X(002)          VALUE "00".
       77  WA-FS-SIMPLES               PIC X(002)          VALUE "00".
       77  WA-FS-TERR-CNPJ             PIC X(002)          VALUE "00".
       77  WA-FS-CARTEIRA              PIC X(002)          VALUE "00".
       77  WA-ARQ-TERRITORIO           PIC X(100)          VALUE
               "TERRITORIOS.TXT".
       77  WA-FS-TERRITORIO            PIC X(002)          VALUE "00".
       77  WA-ARQ-MUNICIPIO            PIC X(100)          VALUE
               "MUNICIPIO-DOMINIO.TXT".
       77  WA-FS-MUNIC-DOMINIO         PIC X(002)          VALUE "00".
       77  WA-ARQ-CNAE                 PIC X(100)          VALUE
               "CNAE-DOMINIO.TXT".
       77  WA-FS-CNAE-DOMINIO          PIC X(002)          VALUE "00".
       77  WA-ARQ-CARTEIRA             PIC X(100)          VALUE SPACES.
       77  WA-ARQ-RELATORIO            PIC X(100)          VALUE SPACES.
       77  WA-FONTE-DESC               PIC X(060)          VALUE SPACES.
       77  WA-SIMPLES-DISPONIVEL       PIC X(001)          VALUE "N".
       77  WA-PARA-LEITURA             PIC X(001)          VALUE "N".
       77  WA-CARTEIRA-ABERTA          PIC X(001)          VALUE "N".
       77  WA-JA-ATRIBUIDO             PIC X(001)          VALUE "N".
       77  WA-MOTIVO                   PIC X(008)          VALUE SPACES.
       77  WA-REPR-ANTERIOR            PIC X(006)          VALUE SPACES.
       77  WA-REPR-ATUAL               PIC X(006)          VALUE SPACES.
       77  WA-REPR-EXIBE               PIC X(006)          VALUE SPACES.
       77  WA-REPR-NOVO-EXIBE          PIC X(006)          VALUE SPACES.
       77  WN-DATA-HOJE                PIC 9(008)          VALUE ZEROS.

       77  WN-QTDE-CNPJ                PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-COBERTOS            PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-SEM-TERRITORIO      PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-MUDANCAS            PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-MUD-ENDERECO        PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-SAIRAM              PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-REPRESENTANTES      PIC 9(005)          VALUE ZEROS.
       77  WN-QTDE-CARTEIRA            PIC 9(007)          VALUE ZEROS.
       77  WA-QTDE-ED                  PIC Z(006)9         VALUE ZEROS.

           COPY SNAPTAB.

           COPY TERRTAB.

           COPY MUNICTAB.

           COPY CNAETAB.

           COPY NOMENORM.

           COPY MASCARA.

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-FS-AUDIT                 PIC X(002)          VALUE "00".
       77  WA-AU-DATA                  PIC 9(008).
       77  WA-AU-HORA                  PIC 9(006).
       77  WA-AU-PROGRAM-ID            PIC X(020)
               VALUE "TERRITORIO-CARTEIRA".
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

           PERFORM CARREGA-TERRITORIOS.
           IF  TER-CARREGADO = "N"
               DISPLAY "AVISO: " FUNCTION TRIM(WA-ARQ-TERRITORIO)
                       " VAZIO OU AUSENTE - NENHUM CNPJ TERA "
                       "TERRITORIO (MANTENHA PELO TERRITORIO-MANUT)."
           END-IF.
           PERFORM CARREGA-MUNICIPIO.
           IF  MUNIC-DOM-QTDE = ZEROS
               DISPLAY "AVISO: " FUNCTION TRIM(WA-ARQ-MUNICIPIO)
                       " VAZIO OU AUSENTE - SO AS REGRAS POR UF VALEM."
           END-IF.
           PERFORM CARREGA-CNAE.

           OPEN INPUT CNPJ-SIMPLES-FILE.
           IF  WA-FS-SIMPLES = "00"
               MOVE "S" TO WA-SIMPLES-DISPONIVEL
           END-IF.

           OPEN I-O TERRITORIO-CNPJ-FILE.
           IF  WA-FS-TERR-CNPJ = "35"
               OPEN OUTPUT TERRITORIO-CNPJ-FILE
               CLOSE TERRITORIO-CNPJ-FILE
               OPEN I-O TERRITORIO-CNPJ-FILE
           END-IF.

           MOVE SPACES TO WA-ARQ-RELATORIO.
           STRING "TERRITORIO-REL-" WN-DATA-HOJE ".TXT"
               DELIMITED BY SIZE INTO WA-ARQ-RELATORIO
           END-STRING.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-REC.
           STRING "CARTEIRAS POR TERRITORIO DE VENDA - APURACAO DE "
                  WN-DATA-HOJE
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE ALL "=" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "MUDANCAS DE TERRITORIO DESDE A RODADA ANTERIOR"
               TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "  CNPJ            DE     PARA   MOTIVO    MUNICIPIO/UF"
               TO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM ABRE-SNAPSHOT.
           IF  WA-SNAPSHOT-OK = "S"
               PERFORM UNTIL WA-EOF-SNAPSHOT = "S"
                   PERFORM LE-REGISTRO-SNAPSHOT
                   IF  WA-EOF-SNAPSHOT NOT = "S"
                       PERFORM RT01-00-ATRIBUI
                   END-IF
               END-PERFORM
               PERFORM FECHA-SNAPSHOT
               IF  WA-SNAP-QTDE = SPACES
                   MOVE "?" TO WA-SNAP-QTDE
               END-IF
               MOVE SPACES TO WA-FONTE-DESC
               STRING "SNAPSHOT DE " WA-SNAP-DATA " " WA-SNAP-HORA
                   " (" FUNCTION TRIM(WA-SNAP-QTDE) " REGISTROS)"
                   DELIMITED BY SIZE INTO WA-FONTE-DESC
               END-STRING
           ELSE
               MOVE "LEITURA DIRETA DO CNPJ-MASTER" TO WA-FONTE-DESC
               OPEN INPUT CNPJ-MASTER-FILE
               IF  WA-FS-MASTER NOT = "00"
                   DISPLAY "SEM CNPJ-SNAPSHOT.SEQ E SEM "
                           "CNPJ-MASTER.DAT "
                           "(FILE STATUS " WA-FS-MASTER
                           ") - CARTEIRAS NAO GERADAS."
                   CLOSE REPORT-FILE
                   CLOSE TERRITORIO-CNPJ-FILE
                   IF  WA-SIMPLES-DISPONIVEL = "S"
                       CLOSE CNPJ-SIMPLES-FILE
                   END-IF
                   MOVE "CARTEIRA"     TO WA-AU-EVENTO
                   MOVE "SEM-MASTER"   TO WA-AU-RESULTADO
                   PERFORM GRAVA-AUDITORIA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LOW-VALUES TO CM-CNPJ
               MOVE "N"        TO WA-PARA-LEITURA
               START CNPJ-MASTER-FILE
                   KEY IS NOT LESS THAN CM-CNPJ
                   INVALID KEY
                       MOVE "S" TO WA-PARA-LEITURA
               END-START
               PERFORM UNTIL WA-PARA-LEITURA = "S"
                   READ CNPJ-MASTER-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-PARA-LEITURA
                   END-READ
                   IF  WA-PARA-LEITURA NOT = "S"
                       PERFORM RT01-00-ATRIBUI
                   END-IF
               END-PERFORM
               CLOSE CNPJ-MASTER-FILE
           END-IF.
           IF  WA-SIMPLES-DISPONIVEL = "S"
               CLOSE CNPJ-SIMPLES-FILE
           END-IF.
           IF  WN-QTDE-MUDANCAS = ZEROS
               MOVE "  (NENHUMA)" TO REPORT-REC
               WRITE REPORT-REC
           END-IF.

           PERFORM RT02-00-EXPURGA-SAIDOS.
           PERFORM RT03-00-CARTEIRAS.
           CLOSE TERRITORIO-CNPJ-FILE.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "FONTE: " WA-FONTE-DESC
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "CNPJS: " WN-QTDE-CNPJ
                  "   COM TERRITORIO: " WN-QTDE-COBERTOS
                  "   SEM TERRITORIO: " WN-QTDE-SEM-TERRITORIO
                  "   REPRESENTANTES: " WN-QTDE-REPRESENTANTES
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "MUDARAM DE TERRITORIO: " WN-QTDE-MUDANCAS
                  " (POR ENDERECO: " WN-QTDE-MUD-ENDERECO
                  ")   SAIRAM DA BASE: " WN-QTDE-SAIRAM
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           CLOSE REPORT-FILE.
           MOVE "TERRITORIO-REL-AAAAMMDD.TXT"
               TO RR-RELATORIO.
           MOVE WA-ARQ-RELATORIO TO RR-ARQUIVO.
           MOVE SPACES           TO RR-FONTE.
           IF  WA-SNAPSHOT-OK = "S"
               STRING "SNAPSHOT " WA-SNAP-DATA " " WA-SNAP-HORA
                   DELIMITED BY SIZE INTO RR-FONTE
               END-STRING
           ELSE
               MOVE "LEITURA DIRETA" TO RR-FONTE
           END-IF.
           PERFORM ARQUIVA-RELATORIO.

           DISPLAY "FONTE: " FUNCTION TRIM(WA-FONTE-DESC).
           DISPLAY "CNPJs / com territorio / sem territorio.: "
                   WN-QTDE-CNPJ " / " WN-QTDE-COBERTOS " / "
                   WN-QTDE-SEM-TERRITORIO.
           DISPLAY "Mudaram de territorio (por endereco)....: "
                   WN-QTDE-MUDANCAS " (" WN-QTDE-MUD-ENDERECO ")".
           DISPLAY "Carteiras gravadas......................: "
                   WN-QTDE-REPRESENTANTES.
           DISPLAY "Relatorio em " FUNCTION TRIM(WA-ARQ-RELATORIO).

           MOVE "CARTEIRA"       TO WA-AU-EVENTO.
           MOVE SPACES           TO WA-AU-ENTRADA.
           MOVE WN-QTDE-COBERTOS TO WA-QTDE-ED.
           STRING "COBERTOS=" FUNCTION TRIM(WA-QTDE-ED)
               DELIMITED BY SIZE INTO WA-AU-ENTRADA
           END-STRING.
           MOVE SPACES           TO WA-AU-RESULTADO.
           MOVE WN-QTDE-SEM-TERRITORIO TO WA-QTDE-ED.
           STRING "SEM-TERR=" FUNCTION TRIM(WA-QTDE-ED)
               DELIMITED BY SIZE INTO WA-AU-RESULTADO
           END-STRING.
           PERFORM GRAVA-AUDITORIA.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *---------------------------------------------------------------*
      * TERRITORIO DE UM CNPJ (CNPJ-MASTER-REC DO SNAPSHOT OU DO      *
      * WALK) E A COMPARACAO COM A ATRIBUICAO DA RODADA ANTERIOR.     *
      *---------------------------------------------------------------*
       RT01-00-ATRIBUI.
           ADD 1 TO WN-QTDE-CNPJ.
           MOVE CM-ENDERECO-MUNICIPIO TO MUNIC-BUSCA.
           MOVE CM-ENDERECO-UF(1:2)   TO MUNIC-BUSCA-UF.
           PERFORM BUSCA-MUNICIPIO.
           MOVE CM-CNAE-PRINCIPAL     TO CNAE-BUSCA.
           PERFORM BUSCA-CNAE.

           MOVE FUNCTION UPPER-CASE(CM-ENDERECO-UF(1:2))
                                      TO TER-BUSCA-UF.
           MOVE MUNIC-IBGE-ACHADO     TO TER-BUSCA-IBGE.
           MOVE CNAE-SECAO-ACHADA     TO TER-BUSCA-SECAO.
           PERFORM BUSCA-TERRITORIO.
           IF  TER-REPR-ACHADO = SPACES
               ADD 1 TO WN-QTDE-SEM-TERRITORIO
           ELSE
               ADD 1 TO WN-QTDE-COBERTOS
           END-IF.

           MOVE CM-CNPJ TO TC-CNPJ.
           MOVE "S"     TO WA-JA-ATRIBUIDO.
           READ TERRITORIO-CNPJ-FILE
               KEY IS TC-CNPJ
               INVALID KEY
                   MOVE "N" TO WA-JA-ATRIBUIDO
           END-READ.
           IF  WA-JA-ATRIBUIDO = "S"
               AND TC-REPRESENTANTE NOT = TER-REPR-ACHADO
               PERFORM RT01A-REGISTRA-MUDANCA
           END-IF.

           MOVE CM-CNPJ               TO TC-CNPJ.
           MOVE TER-REPR-ACHADO       TO TC-REPRESENTANTE.
           MOVE CM-NOME-EMPRESARIAL   TO TC-NOME.
           MOVE CM-ENDERECO-MUNICIPIO TO TC-MUNICIPIO.
           MOVE CM-ENDERECO-UF(1:2)   TO TC-UF.
           MOVE MUNIC-IBGE-ACHADO     TO TC-IBGE.
           MOVE CM-SITUACAO-CADASTRAL TO TC-SITUACAO.
           MOVE CM-PORTE              TO TC-PORTE.
           MOVE CM-DATA-ULT-CONSULTA  TO TC-DATA-ULT-CONSULTA.
           MOVE "?"                   TO TC-OPTANTE-SIMPLES
                                         TC-OPTANTE-MEI.
           IF  WA-SIMPLES-DISPONIVEL = "S"
               MOVE CM-CNPJ TO SI-CNPJ
               READ CNPJ-SIMPLES-FILE
                   KEY IS SI-CNPJ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SI-OPTANTE-SIMPLES TO TC-OPTANTE-SIMPLES
                       MOVE SI-OPTANTE-MEI     TO TC-OPTANTE-MEI
               END-READ
           END-IF.
           MOVE WN-DATA-HOJE          TO TC-DATA-APURACAO.
           IF  WA-JA-ATRIBUIDO = "S"
               REWRITE TERRITORIO-CNPJ-REC
           ELSE
               WRITE TERRITORIO-CNPJ-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

      * O TC- AINDA TEM A RODADA ANTERIOR: MUNICIPIO/UF DIFERENTE DO
      * CADASTRO DE HOJE = MUDANCA POR ENDERECO; IGUAL = A TABELA MUDOU.
       RT01A-REGISTRA-MUDANCA.
           ADD 1 TO WN-QTDE-MUDANCAS.
           IF  TC-UF NOT = CM-ENDERECO-UF(1:2)
               OR TC-MUNICIPIO NOT = CM-ENDERECO-MUNICIPIO
               MOVE "ENDERECO" TO WA-MOTIVO
               ADD 1 TO WN-QTDE-MUD-ENDERECO
           ELSE
               MOVE "TABELA"   TO WA-MOTIVO
           END-IF.
           MOVE TC-REPRESENTANTE TO WA-REPR-EXIBE.
           IF  WA-REPR-EXIBE = SPACES
               MOVE "(SEM)" TO WA-REPR-EXIBE
           END-IF.
           MOVE TER-REPR-ACHADO TO WA-REPR-NOVO-EXIBE.
           IF  WA-REPR-NOVO-EXIBE = SPACES
               MOVE "(SEM)" TO WA-REPR-NOVO-EXIBE
           END-IF.
           MOVE SPACES TO REPORT-REC.
           IF  WA-MOTIVO = "ENDERECO"
               STRING "  " CM-CNPJ "  " WA-REPR-EXIBE " "
                      WA-REPR-NOVO-EXIBE " " WA-MOTIVO "  "
                      FUNCTION TRIM(TC-MUNICIPIO) "/" TC-UF " -> "
                      FUNCTION TRIM(CM-ENDERECO-MUNICIPIO) "/"
                      CM-ENDERECO-UF(1:2)
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           ELSE
               STRING "  " CM-CNPJ "  " WA-REPR-EXIBE " "
                      WA-REPR-NOVO-EXIBE " " WA-MOTIVO "    "
                      FUNCTION TRIM(CM-ENDERECO-MUNICIPIO) "/"
                      CM-ENDERECO-UF(1:2)
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           END-IF.
           WRITE REPORT-REC.

      *---------------------------------------------------------------*
      * CNPJ QUE NAO VEIO NESTA RODADA (EXPURGADO DA BASE) SAI DO     *
      * TERRITORIO-CNPJ.DAT E DAS CARTEIRAS.                          *
      *---------------------------------------------------------------*
       RT02-00-EXPURGA-SAIDOS.
           MOVE LOW-VALUES TO TC-CNPJ.
           MOVE "N"        TO WA-PARA-LEITURA.
           START TERRITORIO-CNPJ-FILE
               KEY IS NOT LESS THAN TC-CNPJ
               INVALID KEY
                   MOVE "S" TO WA-PARA-LEITURA
           END-START.
           PERFORM UNTIL WA-PARA-LEITURA = "S"
               READ TERRITORIO-CNPJ-FILE NEXT RECORD
                   AT END MOVE "S" TO WA-PARA-LEITURA
               END-READ
               IF  WA-PARA-LEITURA NOT = "S"
                   AND TC-DATA-APURACAO NOT = WN-DATA-HOJE
                   DELETE TERRITORIO-CNPJ-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   ADD 1 TO WN-QTDE-SAIRAM
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      * CARTEIRAS: TERRITORIO-CNPJ.DAT PELA CHAVE DO REPRESENTANTE.   *
      * O BRANCO VEM PRIMEIRO - SAO OS CNPJs SEM TERRITORIO, LISTADOS *
      * NO RELATORIO; CADA REPRESENTANTE ABRE O PROPRIO EXTRATO.      *
      *---------------------------------------------------------------*
       RT03-00-CARTEIRAS.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "CNPJS QUE NENHUM TERRITORIO COBRE" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "N"        TO WA-CARTEIRA-ABERTA.
           MOVE SPACES     TO WA-REPR-ATUAL.
           MOVE LOW-VALUES TO TC-REPRESENTANTE.
           MOVE "N"        TO WA-PARA-LEITURA.
           START TERRITORIO-CNPJ-FILE
               KEY IS NOT LESS THAN TC-REPRESENTANTE
               INVALID KEY
                   MOVE "S" TO WA-PARA-LEITURA
           END-START.
           PERFORM UNTIL WA-PARA-LEITURA = "S"
               READ TERRITORIO-CNPJ-FILE NEXT RECORD
                   AT END MOVE "S" TO WA-PARA-LEITURA
               END-READ
               IF  WA-PARA-LEITURA NOT = "S"
                   IF  TC-REPRESENTANTE = SPACES
                       PERFORM RT03A-SEM-TERRITORIO
                   ELSE
                       IF  TC-REPRESENTANTE NOT = WA-REPR-ATUAL
                           PERFORM RT03B-FECHA-CARTEIRA
                           PERFORM RT03C-ABRE-CARTEIRA
                       END-IF
                       PERFORM RT03D-CLIENTE
                   END-IF
               END-IF
           END-PERFORM.
           IF  WN-QTDE-SEM-TERRITORIO = ZEROS
               MOVE "  (NENHUM)" TO REPORT-REC
               WRITE REPORT-REC
           END-IF.
           PERFORM RT03B-FECHA-CARTEIRA.

       RT03A-SEM-TERRITORIO.
           MOVE TC-NOME TO MSK-TEXTO.
           PERFORM MASCARA-CPF-NO-TEXTO.
           MOVE SPACES TO REPORT-REC.
           STRING "  " TC-CNPJ "  " MSK-TEXTO(1:45) "  "
                  FUNCTION TRIM(TC-MUNICIPIO) "/" TC-UF
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE TC-CNPJ   TO MSK-DOCUMENTO.
           MOVE "ARQUIVO" TO MSK-ONDE.
           PERFORM REGISTRA-SEM-MASCARA.

      * NA PRIMEIRA CARTEIRA O RELATORIO GANHA O CABECALHO DOS TOTAIS
      * POR REPRESENTANTE (A LISTA DOS SEM TERRITORIO JA ACABOU).
       RT03B-FECHA-CARTEIRA.
           IF  WA-CARTEIRA-ABERTA = "S"
               CLOSE CARTEIRA-FILE
               MOVE "N" TO WA-CARTEIRA-ABERTA
               MOVE WA-REPR-ATUAL TO TER-REPR-TESTE
               PERFORM NOME-REPRESENTANTE
               MOVE SPACES TO REPORT-REC
               STRING "  " WA-REPR-ATUAL " " TER-NOME-ACHADO(1:30)
                      " " WN-QTDE-CARTEIRA " CLIENTE(S)  "
                      FUNCTION TRIM(WA-ARQ-CARTEIRA)
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF.

       RT03C-ABRE-CARTEIRA.
           IF  WN-QTDE-REPRESENTANTES = ZEROS
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC
               MOVE "CARTEIRAS POR REPRESENTANTE" TO REPORT-REC
               WRITE REPORT-REC
           END-IF.
           MOVE TC-REPRESENTANTE TO WA-REPR-ATUAL.
           ADD 1 TO WN-QTDE-REPRESENTANTES.
           MOVE ZEROS TO WN-QTDE-CARTEIRA.
           MOVE SPACES TO WA-ARQ-CARTEIRA.
           STRING "CARTEIRA-" FUNCTION TRIM(WA-REPR-ATUAL) "-"
                  WN-DATA-HOJE ".TXT"
               DELIMITED BY SIZE INTO WA-ARQ-CARTEIRA
           END-STRING.
           OPEN OUTPUT CARTEIRA-FILE.
           MOVE "S" TO WA-CARTEIRA-ABERTA.
           MOVE WA-REPR-ATUAL TO TER-REPR-TESTE.
           PERFORM NOME-REPRESENTANTE.
           MOVE SPACES TO CARTEIRA-REC.
           STRING "* CARTEIRA " WA-REPR-ATUAL " "
                  FUNCTION TRIM(TER-NOME-ACHADO) " - APURACAO DE "
                  WN-DATA-HOJE
               DELIMITED BY SIZE INTO CARTEIRA-REC
           END-STRING.
           WRITE CARTEIRA-REC.
           MOVE SPACES TO CARTEIRA-REC.
           STRING "* CNPJ;NOME EMPRESARIAL;MUNICIPIO;UF;"
                  "SITUACAO CADASTRAL;PORTE;SIMPLES;MEI;"
                  "ULTIMO REFRESH"
               DELIMITED BY SIZE INTO CARTEIRA-REC
           END-STRING.
           WRITE CARTEIRA-REC.

       RT03D-CLIENTE.
           ADD 1 TO WN-QTDE-CARTEIRA.
           MOVE TC-NOME TO MSK-TEXTO.
           PERFORM MASCARA-CPF-NO-TEXTO.
           MOVE SPACES TO CARTEIRA-REC.
           STRING TC-CNPJ ";"
                  FUNCTION TRIM(MSK-TEXTO) ";"
                  FUNCTION TRIM(TC-MUNICIPIO) ";"
                  TC-UF ";"
                  FUNCTION TRIM(TC-SITUACAO) ";"
                  FUNCTION TRIM(TC-PORTE) ";"
                  TC-OPTANTE-SIMPLES ";"
                  TC-OPTANTE-MEI ";"
                  TC-DATA-ULT-CONSULTA
               DELIMITED BY SIZE INTO CARTEIRA-REC
           END-STRING.
           WRITE CARTEIRA-REC.
           MOVE TC-CNPJ   TO MSK-DOCUMENTO.
           MOVE "ARQUIVO" TO MSK-ONDE.
           PERFORM REGISTRA-SEM-MASCARA.

           COPY SNAPP.

           COPY TERRTABP.

           COPY MUNICTABP.

           COPY CNAETABP.

           COPY NOMENORMP.

           COPY MASCARAP.

           COPY AUDITP.

           COPY RELREPOP.
