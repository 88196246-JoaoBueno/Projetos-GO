      * (INDICES PRIMARIO E ALTERNADOS RENASCEM NA CARGA).                           *
      *                                                                              *
      * CRIACAO...: 22/08/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - CONFERE O TRAILER NO ALGORITMO DA PROPRIA   *
      *             GERACAO: "TRAILER;CONTAGEM;HASH;SHA256" (CNPJ-MASTER-BACKUP      *
      *             ATUAL) RECALCULA O SHA-256 ENCADEADO EM JANELAS DE 36 BYTES;     *
      *             TRAILER SEM O QUARTO CAMPO (GERACOES ANTERIORES E                *
      *             CNPJ-MASTER-MIGRA) CONTINUA CONFERIDO EM MD5. O TRAILER E LIDO   *
      *             NUMA PASSADA PREVIA, SEM HASH, PARA SABER O ALGORITMO.           *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WA-TEM-TRAILER              PIC X(001)          VALUE "N".
       77  WN-TRAILER-QTDE             PIC 9(007)          VALUE ZEROS.
       77  WA-TRAILER-QTDE-TXT         PIC X(010)          VALUE SPACES.
       77  WA-TRAILER-HASH             PIC X(064)          VALUE SPACES.
       77  WA-TRAILER-TAG              PIC X(010)          VALUE SPACES.
       77  WA-TRAILER-ALGORITMO        PIC X(010)          VALUE SPACES.
       77  WS-MD5-STR                  PIC X(100)          VALUE SPACES.
       77  WS-MD5-HASH                 PIC X(032)          VALUE SPACES.
       77  WS-SHA-STR                  PIC X(100)          VALUE SPACES.
       77  WS-SHA-HASH                 PIC X(064)          VALUE SPACES.
       77  WS-CHECKSUM-CALC            PIC X(064)          VALUE SPACES.
       77  WN-POS-HASH                 PIC 9(004)          VALUE ZEROS.
       77  WN-TAM-HASH                 PIC 9(002)          VALUE ZEROS.
       77  WN-TAM-JANELA               PIC 9(004)          VALUE ZEROS.

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
               ACCEPT WA-PAUSA
               GOBACK
           END-IF.
           IF  WS-CHECKSUM-CALC NOT = WA-TRAILER-HASH
               DISPLAY FUNCTION TRIM(WA-TRAILER-ALGORITMO)
                       " NAO CONFERE: TRAILER " WA-TRAILER-HASH
               DISPLAY "       RECALCULADO " WS-CHECKSUM-CALC
               DISPLAY "NADA FOI RECARREGADO."
               PERFORM RT09-00-AUDITA-FALHA
               ACCEPT WA-PAUSA
               GOBACK
           END-IF.

           DISPLAY "BACKUP INTEGRO (" WN-QTDE-LIDOS " REGISTRO(S), "
                   FUNCTION TRIM(WA-TRAILER-ALGORITMO) ").".
           DISPLAY "CONFIRMA RECRIAR O CNPJ-MASTER.DAT A PARTIR "
                   "DELE (S/N)? " WITH NO ADVANCING.
           ACCEPT WA-CONFIRMA.

      *---------------------------------------------------------------*
      * PASSO 1: LE O BACKUP INTEIRO SEM TOCAR NO INDEXADO, RECONTA   *
      * E RECALCULA O HASH ENCADEADO (MESMA CONVENCAO DO BACKUP), NO  *
      * ALGORITMO QUE O TRAILER DECLARA.                              *
      *---------------------------------------------------------------*
       RT01-00-CONFERE-BACKUP.
           MOVE ZEROS  TO WN-QTDE-LIDOS.
           MOVE SPACES TO WS-CHECKSUM-CALC.
           MOVE "N"    TO WA-TEM-TRAILER WA-EOF-BACKUP.

           PERFORM RT01B-LE-TRAILER.
           IF  WA-TEM-TRAILER NOT = "S"
               MOVE "S" TO WA-EOF-BACKUP
           END-IF.

           OPEN INPUT BACKUP-FILE.
           IF  WA-FS-BACKUP NOT = "00"
               DISPLAY "BACKUP " FUNCTION TRIM(WA-ARQ-BACKUP)
                       AT END MOVE "S" TO WA-EOF-BACKUP
                   END-READ
                   IF  WA-EOF-BACKUP NOT = "S"
                       AND BACKUP-REC(1:8) NOT = "TRAILER;"
                       ADD 1 TO WN-QTDE-LIDOS
                       IF  WA-TRAILER-ALGORITMO = "SHA256"
                           PERFORM RT01C-ENCADEIA-SHA
                       ELSE
                           PERFORM RT01A-ENCADEIA-MD5
                       END-IF
                   END-IF
               CLOSE BACKUP-FILE
           END-IF.

      * PASSADA PREVIA, SEM HASH: SO ACHA O TRAILER (CONTAGEM, HASH E
      * ALGORITMO). SEM O QUARTO CAMPO, A GERACAO E DAS ANTERIORES AO
      * SHA-256 (OU DO CNPJ-MASTER-MIGRA) E E CONFERIDA EM MD5.
       RT01B-LE-TRAILER.
           MOVE "N" TO WA-EOF-BACKUP.
           OPEN INPUT BACKUP-FILE.
           IF  WA-FS-BACKUP = "00"
               PERFORM UNTIL WA-EOF-BACKUP = "S"
                   READ BACKUP-FILE
                       AT END MOVE "S" TO WA-EOF-BACKUP
                   END-READ
                   IF  WA-EOF-BACKUP NOT = "S"
                       AND BACKUP-REC(1:8) = "TRAILER;"
                       MOVE "S" TO WA-TEM-TRAILER
                       MOVE SPACES TO WA-TRAILER-TAG
                                      WA-TRAILER-QTDE-TXT
                                      WA-TRAILER-HASH
                                      WA-TRAILER-ALGORITMO
                       UNSTRING BACKUP-REC DELIMITED BY ";" INTO
                           WA-TRAILER-TAG
                           WA-TRAILER-QTDE-TXT
                           WA-TRAILER-HASH
                           WA-TRAILER-ALGORITMO
                       END-UNSTRING
                       MOVE WA-TRAILER-QTDE-TXT(1:7)
                           TO WN-TRAILER-QTDE
                       IF  WA-TRAILER-ALGORITMO NOT = "SHA256"
                           MOVE "MD5" TO WA-TRAILER-ALGORITMO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE BACKUP-FILE
           END-IF.
           MOVE "N" TO WA-EOF-BACKUP.

      *---------------------------------------------------------------*
      * MD5 ENCADEADO SOBRE O REGISTRO INTEIRO, EM JANELAS DE 68      *
      * BYTES - CONVENCAO DO CNPJ-MASTER-MIGRA E DAS GERACOES DE      *
      * BACKUP ANTERIORES AO SHA-256. O TAMANHO DA JANELA FICA NO     *
      * WN-TAM-HASH DE 2 DIGITOS, COMO FOI GRAVADO NESSAS GERACOES    *
      * (A CONTA TRUNCA, E A CONFERENCIA TEM QUE TRUNCAR IGUAL); O    *
      * SHA-256 USA O WN-TAM-JANELA DE 4 DIGITOS.                     *
      *---------------------------------------------------------------*
       RT01A-ENCADEIA-MD5.
           PERFORM VARYING WN-POS-HASH FROM 1 BY 68
                   MOVE 68 TO WN-TAM-HASH
               END-IF
               MOVE SPACES TO WS-MD5-STR
               STRING WS-CHECKSUM-CALC(1:32)
                                            DELIMITED BY SIZE
                      BACKUP-REC(WN-POS-HASH:WN-TAM-HASH)
                                            DELIMITED BY SIZE
                      INTO WS-MD5-STR
               MOVE WS-MD5-HASH TO WS-CHECKSUM-CALC
           END-PERFORM.

      * SHA-256 ENCADEADO EM JANELAS DE 36 BYTES (64 DO HASH + 36 DE
      * DADO) - CONVENCAO ATUAL DO CNPJ-MASTER-BACKUP.
       RT01C-ENCADEIA-SHA.
           PERFORM VARYING WN-POS-HASH FROM 1 BY 36
                   UNTIL WN-POS-HASH > 1063
               COMPUTE WN-TAM-JANELA = 1063 - WN-POS-HASH + 1
               IF  WN-TAM-JANELA > 36
                   MOVE 36 TO WN-TAM-JANELA
               END-IF
               MOVE SPACES TO WS-SHA-STR
               STRING WS-CHECKSUM-CALC      DELIMITED BY SIZE
                      BACKUP-REC(WN-POS-HASH:WN-TAM-JANELA)
                                            DELIMITED BY SIZE
                      INTO WS-SHA-STR
               END-STRING
               CALL "SHA256" USING WS-SHA-STR WS-SHA-HASH
               MOVE WS-SHA-HASH TO WS-CHECKSUM-CALC
           END-PERFORM.

      *---------------------------------------------------------------*
      * PASSO 2: RECRIA O INDEXADO DO ZERO E CARREGA OS REGISTROS -   *
      * OS INDICES PRIMARIO E ALTERNADOS RENASCEM AQUI.               *
