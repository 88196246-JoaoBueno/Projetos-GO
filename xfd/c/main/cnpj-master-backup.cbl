      * GERACAO DE BACKUP, CONFERINDO CONTAGEM E MD5 ANTES DE TOCAR NO ARQUIVO.      *
      *                                                                              *
      * CRIACAO...: 22/08/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - TRAILER PASSOU A SHA-256 ENCADEADO          *
      *             (SUBROTINA SHA256, JANELAS DE 36 BYTES: 64 DO HASH + 36 DE       *
      *             DADO), COM O ALGORITMO NO QUARTO CAMPO:                          *
      *             "TRAILER;CONTAGEM;HASH;SHA256". O CNPJ-MASTER-RELOAD CONTINUA    *
      *             ACEITANDO AS GERACOES ANTERIORES, COM MD5.                       *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WA-PARA-MASTER              PIC X(001)          VALUE "N".
       77  WN-QTDE-REGS                PIC 9(007)          VALUE ZEROS.
       77  WA-ERRO-LEITURA             PIC X(001)          VALUE "N".
       77  WS-SHA-STR                  PIC X(100)          VALUE SPACES.
       77  WS-SHA-HASH                 PIC X(064)          VALUE SPACES.
       77  WS-CHECKSUM-BACKUP          PIC X(064)          VALUE SPACES.
       77  WN-POS-HASH                 PIC 9(004)          VALUE ZEROS.
       77  WN-TAM-HASH                 PIC 9(004)          VALUE ZEROS.

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
                       ADD 1 TO WN-QTDE-REGS
                       MOVE CNPJ-MASTER-REC TO BACKUP-REC
                       WRITE BACKUP-REC
                       PERFORM RT01-00-ENCADEIA-SHA
                   END-IF
               END-IF
           END-PERFORM.
               WN-QTDE-REGS         DELIMITED BY SIZE
               ";"                  DELIMITED BY SIZE
               WS-CHECKSUM-BACKUP   DELIMITED BY SIZE
               ";SHA256"            DELIMITED BY SIZE
               INTO BACKUP-REC
           END-STRING.
           WRITE BACKUP-REC.
           CLOSE BACKUP-FILE.

           DISPLAY "BACKUP GRAVADO: " FUNCTION TRIM(WA-ARQ-BACKUP)
                   " (" WN-QTDE-REGS " REGISTRO(S))".
           DISPLAY "SHA-256: " WS-CHECKSUM-BACKUP.

           MOVE "BACKUP"        TO WA-AU-EVENTO.
           MOVE WN-QTDE-REGS    TO WA-AU-ENTRADA.
           STOP RUN.

      *---------------------------------------------------------------*
      * SHA-256 ENCADEADO SOBRE O REGISTRO INTEIRO: A ROTINA SHA256   *
      * HASHEIA 100 BYTES POR VEZ (64 DO HASH CORRENTE + 36 DE DADO), *
      * ENTAO O REGISTRO DE 1063 BYTES ENTRA EM JANELAS SUCESSIVAS DE *
      * 36 - QUALQUER BYTE TROCADO, EM QUALQUER CAMPO, MUDA O         *
      * TRAILER. O CNPJ-MASTER-RELOAD ENCADEIA EXATAMENTE DO MESMO    *
      * JEITO (E AINDA CONFERE EM MD5 AS GERACOES ANTERIORES E AS DO  *
      * CNPJ-MASTER-MIGRA).                                           *
      *---------------------------------------------------------------*
       RT01-00-ENCADEIA-SHA.
           PERFORM VARYING WN-POS-HASH FROM 1 BY 36
                   UNTIL WN-POS-HASH > 1063
               COMPUTE WN-TAM-HASH = 1063 - WN-POS-HASH + 1
               IF  WN-TAM-HASH > 36
                   MOVE 36 TO WN-TAM-HASH
               END-IF
               MOVE SPACES TO WS-SHA-STR
               STRING WS-CHECKSUM-BACKUP    DELIMITED BY SIZE
                      CNPJ-MASTER-REC(WN-POS-HASH:WN-TAM-HASH)
                                            DELIMITED BY SIZE
                      INTO WS-SHA-STR
               END-STRING
               CALL "SHA256" USING WS-SHA-STR WS-SHA-HASH
               MOVE WS-SHA-HASH TO WS-CHECKSUM-BACKUP
           END-PERFORM.

           COPY AUDITP.
