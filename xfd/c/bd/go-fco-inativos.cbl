      * CACHE OU SEM SITUACAO CAPTURADA SO CONTA NO RESUMO.                          *
      *                                                                              *
      * CRIACAO...: 22/08/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - FCO ABSORVIDO NUMA FUSAO (MAPA              *
      *             FCO-FUSAO.TXT DO GO-FCO-FUSAO, COPY FUSAOTAB/FUSAOP) FICA FORA   *
      *             DO CRUZAMENTO.                                                   *
      * ALTERACAO.: 15/10/2026 - BUENO - CADA RODADA E ARQUIVADA NO REPOSITORIO DE   *
      *             RELATORIOS (COPY RELREPOP / RELATORIO-ARQUIVA) COM DATA, HORA,   *
      *             OPERADOR E FONTE - A VERSAO ANTERIOR NAO SE PERDE MAIS.          *
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
       01  REPORT-REC                  PIC X(160).

       FD  FUSAO-FILE.
       01  FUSAO-REC                   PIC X(200).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  SYSTEM-PARM-FILE.
       01  SYSTEM-PARM-REC             PIC X(762).

       WORKING-STORAGE SECTION.
       77  WA-FS-MASTER                PIC X(002)          VALUE "00".
       77  WN-QTDE-INATIVOS            PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-SEM-CACHE           PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-SEM-SITUACAO        PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-FUNDIDOS            PIC 9(007)          VALUE ZEROS.
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
               DISPLAY "CNPJ-MASTER.DAT AINDA NAO EXISTE - SEM "
               WN-QTDE-BD-J " TIPO J, "
               WN-QTDE-INATIVOS " NAO-ATIVOS, "
               WN-QTDE-SEM-CACHE " SEM CACHE, "
               WN-QTDE-SEM-SITUACAO " SEM SITUACAO CAPTURADA, "
               WN-QTDE-FUNDIDOS " FCO FUNDIDO(S) FORA"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           DISPLAY REPORT-REC.
           CLOSE REPORT-FILE.
           MOVE "INATIVOS-REL.TXT" TO RR-RELATORIO.
           MOVE WA-ARQ-RELATORIO   TO RR-ARQUIVO.
           MOVE "LEITURA DIRETA"   TO RR-FONTE.
           PERFORM ARQUIVA-RELATORIO.

           DISPLAY "Gravado em " WA-ARQ-RELATORIO.

           ACCEPT WA-PAUSA.
           GOBACK.

      * FCO ABSORVIDO NUMA FUSAO (FCO-FUSAO.TXT) SAI DO CRUZAMENTO - A
      * COBRANCA E DO SOBREVIVENTE.
       RT01-00-CRUZA-REGISTRO.
           MOVE WN-FCO TO FU-BUSCA-FCO.
           PERFORM BUSCA-FUSAO.
           IF  FU-FUNDIDO = "S"
               ADD 1 TO WN-QTDE-FUNDIDOS
           ELSE
           IF  WA-JURFIS NOT = "J"
               CONTINUE
           ELSE
                   END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

           COPY FUSAOP.

           COPY AUDITP.

           COPY SYSPARMP.

           COPY RELREPOP.
