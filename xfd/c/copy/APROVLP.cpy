      *------------------------------------------------------------------------------*
      * CALCULA-HASH-LOTE: SHA-256 ENCADEADO DO LOTE WA-ARQ-LOTE (COPY APROVLTAB),   *
      * LINHA A LINHA, EM JANELAS DE 36 BYTES (A ROTINA SHA256 HASHEIA 100 POR VEZ:  *
      * 64 DO HASH + 36 DE DADO), COMO NO MANIFESTO - QUALQUER BYTE TROCADO, LINHA   *
      * INCLUIDA OU LINHA APAGADA MUDA O HASH. RESULTADO EM APL-HASH; LOTE QUE NAO   *
      * ABRE DEVOLVE APL-HASH EM BRANCO.                                             *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       CALCULA-HASH-LOTE.
           MOVE SPACES TO APL-HASH.
           OPEN INPUT LOTE-APROV-FILE.
           IF  WA-FS-LOTE = "00"
               MOVE ALL "0" TO APL-HASH
               MOVE "N" TO APL-EOF
               PERFORM UNTIL APL-EOF = "S"
                   READ LOTE-APROV-FILE
                       AT END MOVE "S" TO APL-EOF
                   END-READ
                   IF  APL-EOF NOT = "S"
                       PERFORM CALCULA-HASH-LINHA-LOTE
                   END-IF
               END-PERFORM
               CLOSE LOTE-APROV-FILE
           END-IF.

       CALCULA-HASH-LINHA-LOTE.
           PERFORM VARYING APL-POS FROM 1 BY 36
                   UNTIL APL-POS > 200
               COMPUTE APL-TAM = 200 - APL-POS + 1
               IF  APL-TAM > 36
                   MOVE 36 TO APL-TAM
               END-IF
               MOVE SPACES TO APL-SHA-STR
               STRING APL-HASH                      DELIMITED BY SIZE
                      LOTE-APROV-REC(APL-POS:APL-TAM)
                                                    DELIMITED BY SIZE
                      INTO APL-SHA-STR
               END-STRING
               CALL "SHA256" USING APL-SHA-STR APL-SHA-HASH
               MOVE APL-SHA-HASH TO APL-HASH
           END-PERFORM.
