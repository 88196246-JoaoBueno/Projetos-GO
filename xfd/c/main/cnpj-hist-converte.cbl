       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CNPJ-HIST-CONVERTE.
      *------------------------------------------------------------------------------*
      * CONVERSAO UNICA DO CNPJ-HISTORY.DAT DE 160 BYTES (CAMPO/ANTES/DEPOIS) PARA   *
      * O LAYOUT COM A FONTE DO VALOR (CH-FONTE E CH-VALOR-PRETERIDO, 221 BYTES).    *
      * MESMA TECNICA DO CNPJ-HIST-MIGRA: ESTE UTILITARIO, E SO ELE, DECLARA O       *
      * SELECT NO FORMATO ANTERIOR. CADA REGISTRO E COPIADO COMO ESTA, COM A FONTE   *
      * EM BRANCO (HISTORICO ANTERIOR AO CONTROLE DE FONTE - O CNPJ-HIST-REL NAO     *
      * IMPRIME FONTE PARA ELE). O RESULTADO SAI EM CNPJ-HISTORY-NOVO.DAT;           *
      * CONFERIDO O TOTAL, O OPERADOR TROCA OS ARQUIVOS (mv) E OS PROGRAMAS SEGUEM   *
      * NO LAYOUT NOVO. RODA UMA UNICA VEZ, NA VIRADA DE VERSAO.                     *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SELECT NO FORMATO ANTERIOR DE PROPOSITO: MESMA CHAVE, CORPO SEM
      * A FONTE.
           SELECT HIST-ANTERIOR-FILE
               ASSIGN TO "CNPJ-HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HA-CHAVE
               FILE STATUS IS WA-FS-ANTERIOR.

           SELECT HIST-NOVO-FILE
               ASSIGN TO "CNPJ-HISTORY-NOVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CHAVE
               FILE STATUS IS WA-FS-NOVO.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO WA-ARQ-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-ANTERIOR-FILE.
       01  HIST-ANTERIOR-REC.
           03  HA-CHAVE.
               05  HA-CNPJ             PIC X(014).
               05  HA-DATA-REFRESH     PIC 9(008).
               05  HA-HORA-REFRESH     PIC 9(006).
               05  HA-SEQ              PIC 9(002).
           03  HA-CAMPO                PIC X(020).
           03  HA-VALOR-ANTERIOR       PIC X(060).
           03  HA-VALOR-NOVO           PIC X(060).

       FD  HIST-NOVO-FILE.
           COPY CNPJHREC.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  WA-FS-ANTERIOR              PIC X(002)          VALUE "00".
       77  WA-FS-NOVO                  PIC X(002)          VALUE "00".
       77  WA-PARA-HIST                PIC X(001)          VALUE "N".
       77  WN-QTDE-LIDOS               PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-GRAVADOS            PIC 9(007)          VALUE ZEROS.

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-FS-AUDIT                 PIC X(002)          VALUE "00".
       77  WA-AU-DATA                  PIC 9(008).
       77  WA-AU-HORA                  PIC 9(006).
       77  WA-AU-PROGRAM-ID            PIC X(020)
               VALUE "CNPJ-HIST-CONVERTE".
       77  WA-AU-EVENTO                PIC X(010)          VALUE SPACES.
       77  WA-AU-ENTRADA               PIC X(030)          VALUE SPACES.
       77  WA-AU-RESULTADO             PIC X(020)          VALUE SPACES.
       77  WA-AU-OPERADOR              PIC X(008)          VALUE SPACES.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           MOVE "INICIO"   TO WA-AU-EVENTO.
           MOVE SPACES     TO WA-AU-ENTRADA.
           MOVE SPACES     TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

           OPEN INPUT HIST-ANTERIOR-FILE.
           IF  WA-FS-ANTERIOR NOT = "00"
               DISPLAY "CNPJ-HISTORY.DAT NAO ABRE NO FORMATO DE 160 "
                       "BYTES (FILE STATUS " WA-FS-ANTERIOR
                       ") - OU NAO EXISTE, OU JA FOI CONVERTIDO."
               MOVE "CONVERSAO"      TO WA-AU-EVENTO
               MOVE WA-FS-ANTERIOR   TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               STOP RUN
           END-IF.

           OPEN OUTPUT HIST-NOVO-FILE.

           MOVE LOW-VALUES TO HA-CHAVE.
           START HIST-ANTERIOR-FILE
               KEY IS NOT LESS THAN HA-CHAVE
               INVALID KEY
                   MOVE "S" TO WA-PARA-HIST
           END-START.

           PERFORM UNTIL WA-PARA-HIST = "S"
               READ HIST-ANTERIOR-FILE NEXT RECORD
                   AT END MOVE "S" TO WA-PARA-HIST
               END-READ
               IF  WA-PARA-HIST NOT = "S"
                   ADD 1 TO WN-QTDE-LIDOS
                   PERFORM RT01-00-CONVERTE-REGISTRO
               END-IF
           END-PERFORM.

           CLOSE HIST-ANTERIOR-FILE.
           CLOSE HIST-NOVO-FILE.

           DISPLAY "Registros lidos no formato anterior: "
                   WN-QTDE-LIDOS.
           DISPLAY "Registros gravados no formato novo.: "
                   WN-QTDE-GRAVADOS.
           DISPLAY "RESULTADO EM CNPJ-HISTORY-NOVO.DAT - CONFERIDO O "
                   "TOTAL, TROQUE OS ARQUIVOS (mv) PARA OS PROGRAMAS "
                   "SEGUIREM NO LAYOUT NOVO.".

           MOVE "CONVERSAO"       TO WA-AU-EVENTO.
           MOVE WN-QTDE-LIDOS     TO WA-AU-ENTRADA.
           MOVE WN-QTDE-GRAVADOS  TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

           STOP RUN.

       RT01-00-CONVERTE-REGISTRO.
           MOVE SPACES            TO CNPJ-HISTORY-REC.
           MOVE HA-CNPJ           TO CH-CNPJ.
           MOVE HA-DATA-REFRESH   TO CH-DATA-REFRESH.
           MOVE HA-HORA-REFRESH   TO CH-HORA-REFRESH.
           MOVE HA-SEQ            TO CH-SEQ.
           MOVE HA-CAMPO          TO CH-CAMPO.
           MOVE HA-VALOR-ANTERIOR TO CH-VALOR-ANTERIOR.
           MOVE HA-VALOR-NOVO     TO CH-VALOR-NOVO.
           WRITE CNPJ-HISTORY-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WN-QTDE-GRAVADOS
           END-WRITE.

           COPY AUDITP.
