      * (PASSO DA CADEIA NOTURNA, ANTES DO MANIFESTO).                                *
      *                                                                              *
      * CRIACAO...: 03/09/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - CADA PASSADA GRAVA A MESMA DESCARGA TAMBEM  *
      *             EM CNPJ-SNAPSHOT-AAAAMM.SEQ, REESCRITO A CADA NOITE DO MES - O   *
      *             ULTIMO DO MES FICA COMO POSICAO DE FECHAMENTO, COMPARADA MES A   *
      *             MES PELO GO-FCO-MOVIMENTO.                                       *
      * ALTERACAO.: 15/10/2026 - BUENO - PASSADA QUE RODA DE MADRUGADA (ANTES DO     *
      *             MEIO-DIA) E DA NOITE ANTERIOR - A DE 01/11 AS 02H GRAVAVA O      *
      *             FECHAMENTO DE OUTUBRO EM CNPJ-SNAPSHOT-AAAA11.SEQ. MESMA REGRA   *
      *             DO GO-FCO-JANELA. FALHA NA ABERTURA DE UM DOS DOIS EXTRATOS      *
      *             AUDITA E TERMINA COM RETURN-CODE 8 (A CADEIA PARA).              *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-SNAPSHOT.

           SELECT SNAPSHOT-MES-FILE
               ASSIGN TO WA-ARQ-SNAPSHOT-MES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-SNAPSHOT-MES.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO WA-ARQ-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-REC                PIC X(1080).

       FD  SNAPSHOT-MES-FILE.
       01  SNAPSHOT-MES-REC            PIC X(1080).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       77  WA-ARQ-SNAPSHOT             PIC X(100)          VALUE
               "CNPJ-SNAPSHOT.SEQ".
       77  WA-FS-SNAPSHOT              PIC X(002)          VALUE "00".
       77  WA-ARQ-SNAPSHOT-MES         PIC X(100)          VALUE SPACES.
       77  WA-FS-SNAPSHOT-MES          PIC X(002)          VALUE "00".
       77  WA-PARA-MASTER              PIC X(001)          VALUE "N".
       77  WN-QTDE-REGS                PIC 9(007)          VALUE ZEROS.
       77  WN-DATA-HOJE                PIC 9(008)          VALUE ZEROS.
       77  WN-HORA-AGORA               PIC 9(006)          VALUE ZEROS.
       77  WN-INT-NOITE                PIC 9(007)          VALUE ZEROS.
       77  WN-DATA-NOITE               PIC 9(008)          VALUE ZEROS.

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
           ACCEPT WN-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WN-HORA-AGORA FROM TIME.

      * POSICAO DO MES: A ULTIMA PASSADA DO MES SOBRESCREVE AS
      * ANTERIORES E FICA COMO FECHAMENTO. PASSADA DE MADRUGADA (ANTES
      * DO MEIO-DIA) E DA NOITE DO DIA ANTERIOR, COMO NO GO-FCO-JANELA.
           MOVE WN-DATA-HOJE TO WN-DATA-NOITE.
           IF  WN-HORA-AGORA < 120000
               COMPUTE WN-INT-NOITE =
                   FUNCTION INTEGER-OF-DATE(WN-DATA-HOJE) - 1
               COMPUTE WN-DATA-NOITE =
                   FUNCTION DATE-OF-INTEGER(WN-INT-NOITE)
           END-IF.
           MOVE SPACES TO WA-ARQ-SNAPSHOT-MES.
           STRING "CNPJ-SNAPSHOT-" WN-DATA-NOITE(1:6) ".SEQ"
               DELIMITED BY SIZE INTO WA-ARQ-SNAPSHOT-MES
           END-STRING.

           OPEN OUTPUT SNAPSHOT-FILE.
           IF  WA-FS-SNAPSHOT NOT = "00"
               DISPLAY "ERRO AO CRIAR " FUNCTION TRIM(WA-ARQ-SNAPSHOT)
                       " (FILE STATUS " WA-FS-SNAPSHOT
                       ") - SNAPSHOT ABORTADO."
               MOVE "SNAPSHOT"      TO WA-AU-EVENTO
               MOVE WA-ARQ-SNAPSHOT TO WA-AU-ENTRADA
               MOVE WA-FS-SNAPSHOT  TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               CLOSE CNPJ-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SNAPSHOT-MES-FILE.
           IF  WA-FS-SNAPSHOT-MES NOT = "00"
               DISPLAY "ERRO AO CRIAR "
                       FUNCTION TRIM(WA-ARQ-SNAPSHOT-MES)
                       " (FILE STATUS " WA-FS-SNAPSHOT-MES
                       ") - SNAPSHOT ABORTADO."
               MOVE "SNAPSHOT"          TO WA-AU-EVENTO
               MOVE WA-ARQ-SNAPSHOT-MES TO WA-AU-ENTRADA
               MOVE WA-FS-SNAPSHOT-MES  TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               CLOSE SNAPSHOT-FILE
               CLOSE CNPJ-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO SNAPSHOT-REC.
           STRING "SNAPSHOT;" WN-DATA-HOJE ";" WN-HORA-AGORA
               DELIMITED BY SIZE INTO SNAPSHOT-REC
           END-STRING.
           PERFORM RT01-00-GRAVA-LINHA.

           MOVE LOW-VALUES TO CM-CNPJ.
           START CNPJ-MASTER-FILE
                   ADD 1 TO WN-QTDE-REGS
                   MOVE SPACES TO SNAPSHOT-REC
                   MOVE CNPJ-MASTER-REC TO SNAPSHOT-REC(1:1063)
                   PERFORM RT01-00-GRAVA-LINHA
               END-IF
           END-PERFORM.

           STRING "TOTAL;" WN-QTDE-REGS
               DELIMITED BY SIZE INTO SNAPSHOT-REC
           END-STRING.
           PERFORM RT01-00-GRAVA-LINHA.

           CLOSE SNAPSHOT-FILE.
           CLOSE SNAPSHOT-MES-FILE.
           CLOSE CNPJ-MASTER-FILE.

           DISPLAY "SNAPSHOT GRAVADO EM "
                   FUNCTION TRIM(WA-ARQ-SNAPSHOT) " E "
                   FUNCTION TRIM(WA-ARQ-SNAPSHOT-MES) " ("
                   WN-QTDE-REGS " REGISTRO(S)).".

           MOVE "SNAPSHOT"     TO WA-AU-EVENTO.

           STOP RUN.

       RT01-00-GRAVA-LINHA.
           WRITE SNAPSHOT-REC.
           MOVE SNAPSHOT-REC TO SNAPSHOT-MES-REC.
           WRITE SNAPSHOT-MES-REC.

           COPY AUDITP.
