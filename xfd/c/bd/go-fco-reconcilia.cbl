      * (WN-CNPJ NUMERICO) - ENTRA DIRETO COMO ORFAO DO PASSO 1, CONTADO A PARTE.    *
      *                                                                              *
      * CRIACAO...: 22/08/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - LE O MAPA DE FUSOES DE FCO (FCO-FUSAO.TXT,  *
      *             COPY FUSAOTAB/FUSAOP): NO PASSO 1 O CNPJ ACHADO SO PELO REGISTRO *
      *             DE UM FCO ABSORVIDO CONTA COMO ACHADO VIA FUSAO; NO PASSO 2 O    *
      *             FCO ABSORVIDO NAO E ORFAO E FICA FORA.                           *
      * ALTERACAO.: 15/10/2026 - BUENO - CADA RODADA E ARQUIVADA NO REPOSITORIO DE   *
      *             RELATORIOS (COPY RELREPOP / RELATORIO-ARQUIVA) COM DATA, HORA,   *
      *             OPERADOR E FONTE - A VERSAO ANTERIOR NAO SE PERDE MAIS.          *
      * ALTERACAO.: 15/10/2026 - BUENO - NO PASSO 1 O CNPJ ACHADO NUM FCO ABSORVIDO  *
      *             SO CONTA COMO ACHADO VIA FUSAO SE O SOBREVIVENTE EXISTE NA BD    *
      *             COM O MESMO CNPJ; SENAO E ORFAO (SOBREVIVENTE APAGADO OU COM     *
      *             OUTRO CNPJ).                                                     *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-SYSPARM.

           SELECT FUSAO-FILE
               ASSIGN TO WA-ARQ-FUSAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-FUSAO.

       DATA DIVISION.
       FILE SECTION.
       FD  CNPJ-MASTER-FILE.
       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(132).

       FD  FUSAO-FILE.
       01  FUSAO-REC                   PIC X(200).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  SYSTEM-PARM-FILE.
       01  SYSTEM-PARM-REC             PIC X(762).

       WORKING-STORAGE SECTION.
       77  WA-FS-MASTER                PIC X(002)          VALUE "00".
       77  WA-PARA                     PIC X(001)          VALUE "N".
       77  WA-PAUSA                    PIC X(001)          VALUE SPACES.
       77  WA-ACHOU-REG                PIC X(001)          VALUE "N".
       77  WA-ACHOU-CNPJ               PIC X(001)          VALUE "N".
       77  WA-PARA-SOBREV              PIC X(001)          VALUE "N".
       77  WN-FCO-ABSORVIDO            PIC 9(014)          VALUE ZEROS.

       77  WN-QTDE-MASTER              PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-ORFAO-MASTER        PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-BD-J                PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-BD-LIDOS            PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-ORFAO-BD            PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-VIA-FUSAO           PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-BD-FUNDIDOS         PIC 9(007)          VALUE ZEROS.
       77  WA-ARQ-FUSAO                PIC X(100)          VALUE
               "FCO-FUSAO.TXT".
       77  WA-FS-FUSAO                 PIC X(002)          VALUE "00".

           COPY FUSAOTAB.

           COPY BDREGIS.

       77  LNK-FCO                     PIC X(014)          VALUE ZEROS.
       77  LNK-RETORNO                 PIC X(1024)         VALUE SPACES.

           COPY RELREPO.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           MOVE "INICIO"   TO WA-AU-EVENTO.
           SET CONFIGURATION "DLL-CONVENTION" TO 0.
           CALL SP-LIB-BD.

           PERFORM CARREGA-FUSAO.

           OPEN INPUT CNPJ-MASTER-FILE.
           IF  WA-FS-MASTER = "35"
               DISPLAY "CNPJ-MASTER.DAT AINDA NAO EXISTE - NADA A "
           MOVE SPACES TO REPORT-REC.
           STRING "CACHE: " WN-QTDE-MASTER " REGISTRO(S), "
               WN-QTDE-ORFAO-MASTER " ORFAO(S) ("
               WN-QTDE-ALFANUMERICOS " ALFANUMERICO(S)), "
               WN-QTDE-VIA-FUSAO " ACHADO(S) VIA FCO FUNDIDO"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "BD: " WN-QTDE-BD-LIDOS " REGISTRO(S) LIDOS, "
               WN-QTDE-BD-J " TIPO J, "
               WN-QTDE-ORFAO-BD " SEM CACHE, "
               WN-QTDE-BD-FUNDIDOS " FCO FUNDIDO(S) FORA"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           DISPLAY REPORT-REC.

           CLOSE REPORT-FILE.
           MOVE "RECONCILIA-REL.TXT" TO RR-RELATORIO.
           MOVE WA-ARQ-RELATORIO     TO RR-ARQUIVO.
           MOVE "LEITURA DIRETA"     TO RR-FONTE.
           PERFORM ARQUIVA-RELATORIO.
           CLOSE CNPJ-MASTER-FILE.
           DISPLAY "Gravado em " WA-ARQ-RELATORIO.

           ELSE
               MOVE CM-CNPJ TO LNK-FCO
               MOVE SPACES  TO LNK-RETORNO
               MOVE "N"     TO WA-ACHOU-CNPJ

               CALL "fco_bd"
                        USING BY REFERENCE LNK-FCO, LNK-RETORNO,
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
               ELSE
                   MOVE LNK-RETORNO TO WA-REGIS
                   MOVE "S" TO WA-ACHOU-CNPJ
               END-IF

               CALL "closeRows"
               IF  WA-ACHOU-CNPJ = "S"
                   PERFORM RT02A-REDIRECIONA-FUSAO
               END-IF
           END-IF.

      * A BD DEVOLVEU O REGISTRO DE UM FCO JA ABSORVIDO (MARCADO
      * "FUNDIDO NO FCO ..."): O CNPJ VALE PELO SOBREVIVENTE DO MAPA,
      * QUE PASSA PELA MESMA CONFERENCIA - TEM DE EXISTIR NA BD E
      * TER O CNPJ DO CACHE.
       RT02A-REDIRECIONA-FUSAO.
           MOVE WN-FCO TO FU-BUSCA-FCO WN-FCO-ABSORVIDO.
           PERFORM BUSCA-FUSAO.
           IF  FU-FUNDIDO = "S"
               PERFORM RT02B-LE-SOBREVIVENTE
               IF  WA-ACHOU-REG = "S"
                   AND WN-CNPJ = CM-CNPJ
                   ADD 1 TO WN-QTDE-VIA-FUSAO
               ELSE
                   ADD 1 TO WN-QTDE-ORFAO-MASTER
                   MOVE SPACES TO REPORT-REC
                   STRING "CNPJ " CM-CNPJ " "
                       CM-NOME-EMPRESARIAL(1:40)
                       " (FCO " WN-FCO-ABSORVIDO " FUNDIDO NO "
                       FU-SOBREV-ACHADO " - SOBREVIVENTE AUSENTE)"
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
               END-IF
           END-IF.

      * MESMA LEITURA DO GO-FCO-FUSAO: A BD PODE DEVOLVER MAIS DE UMA
      * LINHA PARA O NUMERO - ANDA NO CURSOR ATE A LINHA DO FCO.
       RT02B-LE-SOBREVIVENTE.
           MOVE FU-SOBREV-ACHADO TO LNK-FCO.
           MOVE SPACES           TO LNK-RETORNO.
           MOVE "N"              TO WA-ACHOU-REG WA-PARA-SOBREV.

           CALL "fco_bd"
                    USING BY REFERENCE LNK-FCO, LNK-RETORNO, WN-RET
                    returning INTO WN-RET
           END-CALL.

           IF  WN-RET < 0 OR LNK-RETORNO(1:9) = "<<<fim>>>"
               MOVE "S" TO WA-PARA-SOBREV
           ELSE
               MOVE LNK-RETORNO TO WA-REGIS
               IF  WN-FCO = FU-SOBREV-ACHADO
                   MOVE "S" TO WA-ACHOU-REG WA-PARA-SOBREV
               END-IF
           END-IF.

           PERFORM UNTIL WA-PARA-SOBREV = "S"
               CALL "fco_next"
                        USING BY REFERENCE LNK-FCO, LNK-RETORNO
                        BY REFERENCE WN-RET
                        returning INTO WN-RET
               END-CALL
               IF  WN-RET < 0 OR LNK-RETORNO(1:9) = "<<<fim>>>"
                   MOVE "S" TO WA-PARA-SOBREV
               ELSE
                   MOVE LNK-RETORNO TO WA-REGIS
                   IF  WN-FCO = FU-SOBREV-ACHADO
                       MOVE "S" TO WA-ACHOU-REG WA-PARA-SOBREV
                   END-IF
               END-IF
           END-PERFORM.

           CALL "closeRows".

      *---------------------------------------------------------------*
      * PASSO 2: WALK COMPLETO DA BD; TODO REGISTRO J SEM REGISTRO    *
      * CORRESPONDENTE NO CNPJ-MASTER E ORFAO DO LADO DA BD.          *
               CALL "closeRows"
           END-IF.

      * FCO ABSORVIDO NUMA FUSAO NAO E ORFAO: O CLIENTE VIVE NO FCO
      * SOBREVIVENTE (FCO-FUSAO.TXT).
       RT04-00-CONFERE-UM-BD.
           MOVE WN-FCO TO FU-BUSCA-FCO.
           PERFORM BUSCA-FUSAO.
           IF  FU-FUNDIDO = "S"
               ADD 1 TO WN-QTDE-BD-FUNDIDOS
           ELSE
           IF  WA-JURFIS NOT = "J"
               CONTINUE
           ELSE
                   END-STRING
                   WRITE REPORT-REC
               END-IF
           END-IF
           END-IF.

           COPY FUSAOP.

           COPY AUDITP.

           COPY SYSPARMP.

           COPY RELREPOP.
