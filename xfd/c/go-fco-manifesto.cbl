      *             PASSOU A SER CONTADA EM DIAS UTEIS (CALENDARIO-UTEIS.TXT,        *
      *             COPY CALETAB/CALETABP): O CORTE RETROCEDE N DIAS UTEIS A         *
      *             PARTIR DE HOJE. CALENDARIO AUSENTE OU VENCIDO ABORTA O JOB.      *
      * ALTERACAO.: 15/10/2026 - BUENO - HASH DO MANIFESTO PASSOU A SHA-256          *
      *             ENCADEADO (SUBROTINA SHA256, JANELAS DE 36 BYTES: 64 DO HASH +   *
      *             36 DE DADO); A LINHA GANHOU O QUARTO CAMPO COM O ALGORITMO       *
      *             (NOME;CONTAGEM;HASH;SHA256). MODO C (VARIAVEL GO-MANIFESTO-MODO, *
      *             OPCAO 62 DO MENU): CONFERE O MANIFESTO DE UM DIA CONTRA OS       *
      *             EXTRATOS DATADOS, RECONTANDO LINHAS E RECALCULANDO O HASH -      *
      *             LINHA SEM O QUARTO CAMPO (GERACOES ANTERIORES) E CONFERIDA EM    *
      *             MD5. DIVERGENCIA SAI NO AUDIT.LOG E DEVOLVE RC 8.                *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           SELECT MANIFEST-FILE
               ASSIGN TO WA-ARQ-MANIFESTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-MANIFESTO.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO WA-ARQ-AUDIT
           COPY AUDITREC.

       FD  SYSTEM-PARM-FILE.
       01  SYSTEM-PARM-REC             PIC X(762).

       FD  CALENDARIO-FILE.
       01  CALENDARIO-REC              PIC X(100).
       77  WN-QTDE-ARQUIVADOS          PIC 9(001)          VALUE ZEROS.
       77  WS-MD5-STR                  PIC X(100)          VALUE SPACES.
       77  WS-MD5-HASH                 PIC X(032)          VALUE SPACES.
       77  WS-SHA-STR                  PIC X(100)          VALUE SPACES.
       77  WS-SHA-HASH                 PIC X(064)          VALUE SPACES.
       77  WS-CHECKSUM-EXTRATO         PIC X(064)          VALUE SPACES.
       77  WN-POS-HASH                 PIC 9(004)          VALUE ZEROS.
       77  WN-TAM-HASH                 PIC 9(002)          VALUE ZEROS.
       77  WN-TAM-JANELA               PIC 9(004)          VALUE ZEROS.
       77  WA-FS-MANIFESTO             PIC X(002)          VALUE "00".
       77  WA-MODO                     PIC X(001)          VALUE SPACES.
       77  WA-DATA-CONFERIR            PIC X(008)          VALUE SPACES.
       77  WA-EOF-MANIFESTO            PIC X(001)          VALUE "N".
       77  WA-MF-NOME                  PIC X(100)          VALUE SPACES.
       77  WA-MF-QTDE                  PIC X(020)          VALUE SPACES.
       77  WA-MF-HASH                  PIC X(064)          VALUE SPACES.
       77  WA-MF-ALGORITMO             PIC X(010)          VALUE SPACES.
       77  WA-MF-SITUACAO              PIC X(012)          VALUE SPACES.
       77  WN-MF-QTDE                  PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-CONFERIDOS          PIC 9(003)          VALUE ZEROS.
       77  WN-QTDE-DIVERGENTES         PIC 9(003)          VALUE ZEROS.

       01  WA-NOMES-EXTRATOS.
           03  PIC X(100)     VALUE "GO-FCO-EXTRATO.TXT".
           PERFORM CARREGA-SYSPARM.
           ACCEPT WN-DATA-HOJE FROM DATE YYYYMMDD.

           ACCEPT WA-MODO FROM ENVIRONMENT "GO-MANIFESTO-MODO".
           MOVE FUNCTION UPPER-CASE(WA-MODO) TO WA-MODO.
           IF  WA-MODO = "C"
               PERFORM RT05-00-CONFERE-MANIFESTO
               GOBACK
           END-IF.

           PERFORM CARREGA-CALENDARIO.
           IF  CAL-VALIDO NOT = "S"
               DISPLAY "ERRO: CALENDARIO DE DIAS UTEIS AUSENTE OU "

      *---------------------------------------------------------------*
      * COPIA UM EXTRATO PARA O NOME DATADO, CONTANDO LINHAS E        *
      * ENCADEANDO O SHA-256 (HASH ANTERIOR + PEDACO DA LINHA), GRAVA *
      * A LINHA DO MANIFESTO E APAGA O ORIGINAL. EXTRATO QUE NAO      *
      * EXISTE HOJE SO E ANOTADO.                                     *
      *---------------------------------------------------------------*
       RT01-00-ARQUIVA-UM-EXTRATO.
           MOVE WA-NOME-EXTRATO(WS-IDX-EXT) TO WA-ARQ-ENTRADA.
                       ADD 1 TO WN-QTDE-LINHAS
                       MOVE EXTRACT-IN-REC TO ARCHIVE-OUT-REC
                       WRITE ARCHIVE-OUT-REC
                       PERFORM RT02-00-ENCADEIA-SHA
                   END-IF
               END-PERFORM

                   WN-QTDE-LINHAS                DELIMITED BY SIZE
                   ";"                           DELIMITED BY SIZE
                   WS-CHECKSUM-EXTRATO           DELIMITED BY SIZE
                   ";SHA256"                     DELIMITED BY SIZE
                   INTO MANIFEST-REC
               END-STRING
               WRITE MANIFEST-REC
           END-IF.

      *---------------------------------------------------------------*
      * SHA-256 ENCADEADO SOBRE A LINHA INTEIRA DO EXTRATO, EM        *
      * JANELAS DE 36 BYTES (A ROTINA SHA256 HASHEIA 100 POR VEZ: 64  *
      * DO HASH + 36 DE DADO) - QUALQUER BYTE TROCADO EM QUALQUER     *
      * COLUNA MUDA O MANIFESTO.                                      *
      *---------------------------------------------------------------*
       RT02-00-ENCADEIA-SHA.
           PERFORM VARYING WN-POS-HASH FROM 1 BY 36
                   UNTIL WN-POS-HASH > 400
               COMPUTE WN-TAM-JANELA = 400 - WN-POS-HASH + 1
               IF  WN-TAM-JANELA > 36
                   MOVE 36 TO WN-TAM-JANELA
               END-IF
               MOVE SPACES TO WS-SHA-STR
               STRING WS-CHECKSUM-EXTRATO   DELIMITED BY SIZE
                      EXTRACT-IN-REC(WN-POS-HASH:WN-TAM-JANELA)
                                            DELIMITED BY SIZE
                      INTO WS-SHA-STR
               END-STRING
               CALL "SHA256" USING WS-SHA-STR WS-SHA-HASH
               MOVE WS-SHA-HASH TO WS-CHECKSUM-EXTRATO
           END-PERFORM.

      * MANIFESTOS GRAVADOS ANTES DO SHA-256: MD5 ENCADEADO EM JANELAS
      * DE 68 BYTES (32 DO HASH + 68 DE DADO) - SO PARA A CONFERENCIA.
      * O TAMANHO DA JANELA CONTINUA NO WN-TAM-HASH DE 2 DIGITOS (QUE
      * TRUNCA A CONTA DAS PRIMEIRAS JANELAS): FOI ASSIM QUE ESSES
      * HASHES FORAM GRAVADOS, E A CONFERENCIA TEM QUE REPETIR O MESMO
      * CALCULO. O SHA-256 USA O WN-TAM-JANELA DE 4 DIGITOS.
       RT02A-ENCADEIA-MD5.
           PERFORM VARYING WN-POS-HASH FROM 1 BY 68
                   UNTIL WN-POS-HASH > 400
               COMPUTE WN-TAM-HASH = 400 - WN-POS-HASH + 1
                   MOVE 68 TO WN-TAM-HASH
               END-IF
               MOVE SPACES TO WS-MD5-STR
               STRING WS-CHECKSUM-EXTRATO(1:32)
                                            DELIMITED BY SIZE
                      EXTRACT-IN-REC(WN-POS-HASH:WN-TAM-HASH)
                                            DELIMITED BY SIZE
                      INTO WS-MD5-STR

           MOVE 0 TO RETURN-CODE.

      *---------------------------------------------------------------*
      * MODO C: CONFERE O MANIFESTO DE UM DIA. CADA EXTRATO DATADO E  *
      * RELIDO, RECONTADO E TEM O HASH RECALCULADO NO ALGORITMO DA    *
      * PROPRIA LINHA (SHA256 NO QUARTO CAMPO; SEM ELE, MD5 DAS       *
      * GERACOES ANTERIORES). NAO MEXE EM NADA - SO INFORMA.          *
      *---------------------------------------------------------------*
       RT05-00-CONFERE-MANIFESTO.
           DISPLAY "Data do manifesto (AAAAMMDD, branco = hoje): "
               WITH NO ADVANCING.
           MOVE SPACES TO WA-DATA-CONFERIR.
           ACCEPT WA-DATA-CONFERIR.
           IF  WA-DATA-CONFERIR = SPACES
               MOVE WN-DATA-HOJE TO WA-DATA-CONFERIR
           END-IF.

           MOVE SPACES TO WA-ARQ-MANIFESTO.
           STRING "MANIFESTO-" WA-DATA-CONFERIR ".TXT"
               DELIMITED BY SIZE INTO WA-ARQ-MANIFESTO
           END-STRING.
           MOVE ZEROS TO WN-QTDE-CONFERIDOS WN-QTDE-DIVERGENTES.

           OPEN INPUT MANIFEST-FILE.
           IF  WA-FS-MANIFESTO NOT = "00"
               DISPLAY "MANIFESTO " FUNCTION TRIM(WA-ARQ-MANIFESTO)
                       " NAO ENCONTRADO."
               MOVE "CONFERE"          TO WA-AU-EVENTO
               MOVE WA-ARQ-MANIFESTO   TO WA-AU-ENTRADA
               MOVE "SEM-MANIFESTO"    TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WA-EOF-MANIFESTO
               PERFORM UNTIL WA-EOF-MANIFESTO = "S"
                   READ MANIFEST-FILE
                       AT END MOVE "S" TO WA-EOF-MANIFESTO
                   END-READ
                   IF  WA-EOF-MANIFESTO NOT = "S"
                       AND MANIFEST-REC NOT = SPACES
                       PERFORM RT05A-CONFERE-LINHA
                   END-IF
               END-PERFORM
               CLOSE MANIFEST-FILE

               DISPLAY "Extratos conferidos: " WN-QTDE-CONFERIDOS
                       " - divergentes: " WN-QTDE-DIVERGENTES
               MOVE "CONFERE"          TO WA-AU-EVENTO
               MOVE WA-ARQ-MANIFESTO   TO WA-AU-ENTRADA
               IF  WN-QTDE-DIVERGENTES = ZEROS
                   MOVE "OK"           TO WA-AU-RESULTADO
                   MOVE 0 TO RETURN-CODE
               ELSE
                   MOVE SPACES TO WA-AU-RESULTADO
                   STRING "DIVERGENTES=" WN-QTDE-DIVERGENTES
                       DELIMITED BY SIZE INTO WA-AU-RESULTADO
                   END-STRING
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM GRAVA-AUDITORIA
           END-IF.

       RT05A-CONFERE-LINHA.
           MOVE SPACES TO WA-MF-NOME WA-MF-QTDE WA-MF-HASH
                          WA-MF-ALGORITMO.
           UNSTRING MANIFEST-REC DELIMITED BY ";" INTO
               WA-MF-NOME
               WA-MF-QTDE
               WA-MF-HASH
               WA-MF-ALGORITMO
           END-UNSTRING.

           IF  WA-MF-QTDE = "NAO-PRODUZIDO-HOJE"
               DISPLAY "  " FUNCTION TRIM(WA-MF-NOME)
                       " - NAO PRODUZIDO NO DIA"
           ELSE
               ADD 1 TO WN-QTDE-CONFERIDOS
               IF  WA-MF-ALGORITMO NOT = "SHA256"
                   MOVE "MD5" TO WA-MF-ALGORITMO
               END-IF
               MOVE WA-MF-QTDE(1:7) TO WN-MF-QTDE
               MOVE WA-MF-NOME TO WA-ARQ-ENTRADA
               MOVE ZEROS  TO WN-QTDE-LINHAS
               MOVE SPACES TO WS-CHECKSUM-EXTRATO

               OPEN INPUT EXTRACT-IN-FILE
               IF  WA-FS-ENTRADA NOT = "00"
                   MOVE "AUSENTE" TO WA-MF-SITUACAO
               ELSE
                   MOVE "N" TO WA-EOF-ENTRADA
                   PERFORM UNTIL WA-EOF-ENTRADA = "S"
                       READ EXTRACT-IN-FILE
                           AT END MOVE "S" TO WA-EOF-ENTRADA
                       END-READ
                       IF  WA-EOF-ENTRADA NOT = "S"
                           ADD 1 TO WN-QTDE-LINHAS
                           IF  WA-MF-ALGORITMO = "SHA256"
                               PERFORM RT02-00-ENCADEIA-SHA
                           ELSE
                               PERFORM RT02A-ENCADEIA-MD5
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE EXTRACT-IN-FILE
                   IF  WN-QTDE-LINHAS = WN-MF-QTDE
                       AND WS-CHECKSUM-EXTRATO = WA-MF-HASH
                       MOVE "OK"       TO WA-MF-SITUACAO
                   ELSE
                       MOVE "DIVERGE"  TO WA-MF-SITUACAO
                   END-IF
               END-IF

               DISPLAY "  " FUNCTION TRIM(WA-MF-NOME) " ("
                       FUNCTION TRIM(WA-MF-ALGORITMO) ") - "
                       WA-MF-SITUACAO
               IF  WA-MF-SITUACAO NOT = "OK"
                   ADD 1 TO WN-QTDE-DIVERGENTES
                   MOVE "CONFERE"       TO WA-AU-EVENTO
                   MOVE WA-MF-NOME      TO WA-AU-ENTRADA
                   MOVE WA-MF-SITUACAO  TO WA-AU-RESULTADO
                   PERFORM GRAVA-AUDITORIA
               END-IF
           END-IF.

           COPY CALETABP.

           COPY AUDITP.
