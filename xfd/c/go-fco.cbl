      *             COTA (SERPRO-COTA.TXT) PASSOU A SER LIDA-SOMADA-REGRAVADA    *
      *             SOB A TRAVA EXCLUSIVA SERPRO-COTA.LCK (COPY QUOTAP) - DOIS   *
      *             RUNS SIMULTANEOS NAO PERDEM MAIS ATUALIZACAO DE COTA.        *
      * ALTERACAO.: 15/10/2026 - BUENO - FINALIDADE DA CONSULTA (TABELA              *
      *             FINALIDADES.TXT - COPY FINALTAB/FINALTABP): NO INTERATIVO O      *
      *             OPERADOR ESCOLHE NA TELA; CHAMADO JA COM O DOCUMENTO, VALE A     *
      *             FINALIDADE QUE O CHAMADOR DEIXOU NO AMBIENTE (GO-FINALIDADE) OU, *
      *             SEM ELA, O CODIGO FIXO DO BATCH. SAI NAS LINHAS CONSULTA DO      *
      *             AUDIT.LOG.                                                       *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-METRICA.

           SELECT FINALIDADE-FILE
               ASSIGN TO WA-ARQ-FINALIDADE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-FINALIDADE.

       DATA DIVISION.
       FILE SECTION.
       FD  CNPJ-INPUT-FILE.
       01  QUOTA-LOCK-REC              PIC X(010).

       FD  SYSTEM-PARM-FILE.
       01  SYSTEM-PARM-REC             PIC X(762).

       FD  FIXTURES-SERPRO-FILE.
       01  FIXTURES-SERPRO-REC         PIC X(1060).
       FD  METRICA-FILE.
       01  METRICA-REC                 PIC X(100).

       FD  FINALIDADE-FILE.
       01  FINALIDADE-REC              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WN-LEN                      PIC 9(005)          VALUE ZEROS.
       77  WN-RET                      SIGNED-LONG.

           COPY METRICA.

       77  WA-ARQ-FINALIDADE           PIC X(100)          VALUE
               "FINALIDADES.TXT".
       77  WA-FS-FINALIDADE            PIC X(002)          VALUE "00".

           COPY FINALTAB.

       LINKAGE SECTION.
           COPY FCOLNK.

               MOVE "N" TO WA-MODO-INTERATIVO
           END-IF.

           PERFORM CARREGA-FINALIDADES.
           IF  WA-MODO-INTERATIVO = "S"
               PERFORM PEDE-FINALIDADE
           ELSE
               MOVE SPACES TO FIN-FINALIDADE-ATUAL
               ACCEPT FIN-FINALIDADE-ATUAL
                   FROM ENVIRONMENT "GO-FINALIDADE"
               IF  FIN-FINALIDADE-ATUAL = SPACES
                   MOVE FIN-CODIGO-LOTE TO FIN-FINALIDADE-ATUAL
               END-IF
               PERFORM DEFINE-FINALIDADE
           END-IF.

           MOVE ZEROS TO WN-QTDE-FALHAS.
           OPEN EXTEND DEAD-LETTER-FILE.
           IF  WA-FS-DEADLETTER = "35"

           COPY METRICAP.

           COPY FINALTABP.

           COPY CNPJVALP.

           COPY CPFVALP.
