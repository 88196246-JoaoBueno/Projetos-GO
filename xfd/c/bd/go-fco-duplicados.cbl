      * SAIDA EM DUPLICADOS-REL.TXT E NO CONSOLE.                                    *
      *                                                                              *
      * CRIACAO...: 22/08/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - FCO JA ABSORVIDO NUMA FUSAO (MAPA           *
      *             FCO-FUSAO.TXT DO GO-FCO-FUSAO, COPY FUSAOTAB/FUSAOP) FICA FORA   *
      *             DO RELATORIO - O PAR FUNDIDO NAO VOLTA.                          *
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
       FD  REPORT-FILE.
       01  REPORT-REC                  PIC X(160).

       FD  FUSAO-FILE.
       01  FUSAO-REC                   PIC X(200).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  SYSTEM-PARM-FILE.
       01  SYSTEM-PARM-REC             PIC X(762).

       WORKING-STORAGE SECTION.
       77  WA-PARA                     PIC X(001)          VALUE SPACES.
       77  WS-IDX                      PIC 9(004)          VALUE ZEROS.
       77  WS-IDX-2                    PIC 9(004)          VALUE ZEROS.
       77  WA-TABELA-CHEIA             PIC X(001)          VALUE "N".
       77  WN-QTDE-FUNDIDOS            PIC 9(005)          VALUE ZEROS.
       77  WA-ARQ-FUSAO                PIC X(100)          VALUE
               "FCO-FUSAO.TXT".
       77  WA-FS-FUSAO                 PIC X(002)          VALUE "00".

           COPY FUSAOTAB.

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  LNK-FCO                     PIC X(014)          VALUE ZEROS.
       77  LNK-RETORNO                 PIC X(1024)         VALUE SPACES.

           COPY RELREPO.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           MOVE "INICIO"   TO WA-AU-EVENTO.
           SET CONFIGURATION "DLL-CONVENTION" TO 0.
           CALL SP-LIB-BD.

           PERFORM CARREGA-FUSAO.

           MOVE SPACES TO WA-PARA.
           MOVE ZEROS  TO LNK-FCO.
           MOVE SPACES TO LNK-RETORNO.
           OPEN OUTPUT REPORT-FILE.
           PERFORM RT02-00-RELATA-DUPLICADOS.
           CLOSE REPORT-FILE.
           MOVE "DUPLICADOS-REL.TXT" TO RR-RELATORIO.
           MOVE WA-ARQ-RELATORIO     TO RR-ARQUIVO.
           MOVE "LEITURA DIRETA"     TO RR-FONTE.
           PERFORM ARQUIVA-RELATORIO.

           DISPLAY "Registros lidos na BD.......: " WN-QTDE-LIDOS.
           DISPLAY "CNPJs com FCO duplicado.....: " WN-QTDE-CNPJ-DUP.
           IF  WN-QTDE-FUNDIDOS > ZEROS
               DISPLAY "FCO ja fundidos (fora)......: "
                       WN-QTDE-FUNDIDOS
           END-IF.
           DISPLAY "Gravado em " WA-ARQ-RELATORIO.

           MOVE "DUPLICADOS"       TO WA-AU-EVENTO.
           ACCEPT WA-PAUSA.
           STOP RUN.

      * FCO JA ABSORVIDO NUMA FUSAO (FCO-FUSAO.TXT) NAO E MAIS
      * CANDIDATO - O PAR FUNDIDO NAO VOLTA NO RELATORIO.
       RT01-00-GUARDA-REGISTRO.
           MOVE WN-FCO TO FU-BUSCA-FCO.
           PERFORM BUSCA-FUSAO.
           IF  FU-FUNDIDO = "S"
               ADD 1 TO WN-QTDE-FUNDIDOS
           ELSE
           IF  WN-QTDE-TAB < 5000
               ADD 1 TO WN-QTDE-TAB
               MOVE WN-FCO    TO BD-FCO(WN-QTDE-TAB)
               MOVE "N"       TO BD-TRATADO(WN-QTDE-TAB)
           ELSE
               MOVE "S" TO WA-TABELA-CHEIA
           END-IF
           END-IF.

      *---------------------------------------------------------------*
               WRITE REPORT-REC
           END-IF.

           COPY FUSAOP.

           COPY AUDITP.

           COPY SYSPARMP.

           COPY RELREPOP.
