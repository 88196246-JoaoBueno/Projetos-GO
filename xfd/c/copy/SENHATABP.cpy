      *------------------------------------------------------------------------------*
      * PARAGRAFOS DO HASH DE SENHA DE OPERADOR (COPY SENHATAB NA WORKING-STORAGE).  *
      * GERA-HASH-SENHA...: SNH-SENHA -> SNH-HASH-NOVO (SHA256$SAL$HASH, SAL NOVO).  *
      * CONFERE-HASH-SENHA: SNH-SENHA + SNH-HASH-ARQ -> SNH-CONFERE / SNH-FORMATO.   *
      * QUEM COPIA PRECISA DAS SUBROTINAS SHA256 E MD5 (ESTA SO PARA CONFERIR O      *
      * FORMATO ANTERIOR).                                                           *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
      *---------------------------------------------------------------*
      * HASH NOVO (SHA-256 COM SAL) DA SENHA EM SNH-SENHA.            *
      *---------------------------------------------------------------*
       GERA-HASH-SENHA.
           PERFORM GERA-SAL-SENHA.
           MOVE SPACES TO SNH-ENTRADA.
           STRING SNH-SAL   DELIMITED BY SIZE
                  SNH-SENHA DELIMITED BY SIZE
                  INTO SNH-ENTRADA
           END-STRING.
           MOVE SPACES TO SNH-SHA-HASH.
           CALL "SHA256" USING SNH-ENTRADA SNH-SHA-HASH
           END-CALL.
           MOVE SPACES TO SNH-HASH-NOVO.
           STRING "SHA256$"    DELIMITED BY SIZE
                  SNH-SAL      DELIMITED BY SIZE
                  "$"          DELIMITED BY SIZE
                  SNH-SHA-HASH DELIMITED BY SIZE
                  INTO SNH-HASH-NOVO
           END-STRING.

      * SAL DE 16 DIGITOS HEXA. O GERADOR E SEMEADO UMA VEZ POR
      * EXECUCAO COM DATA E HORA ATE O CENTESIMO.
       GERA-SAL-SENHA.
           IF  SNH-SEMEADO NOT = "S"
               ACCEPT SNH-DATA FROM DATE YYYYMMDD
               ACCEPT SNH-HORA FROM TIME
               COMPUTE SNH-SEMENTE = SNH-HORA * 1000000
                                   + FUNCTION MOD(SNH-DATA, 1000000)
               COMPUTE SNH-ALEATORIO = FUNCTION RANDOM(SNH-SEMENTE)
               MOVE "S" TO SNH-SEMEADO
           END-IF.
           MOVE SPACES TO SNH-SAL.
           PERFORM VARYING SNH-IDX FROM 1 BY 1 UNTIL SNH-IDX > 16
               COMPUTE SNH-ALEATORIO = FUNCTION RANDOM
               COMPUTE SNH-NIBBLE =
                   FUNCTION INTEGER-PART(SNH-ALEATORIO * 16)
               IF  SNH-NIBBLE > 15
                   MOVE 15 TO SNH-NIBBLE
               END-IF
               MOVE SNH-DIGITOS(SNH-NIBBLE + 1:1) TO SNH-SAL(SNH-IDX:1)
           END-PERFORM.

      *---------------------------------------------------------------*
      * CONFERE SNH-SENHA CONTRA O HASH GRAVADO (SNH-HASH-ARQ), NO    *
      * FORMATO EM QUE ELE ESTIVER.                                   *
      *---------------------------------------------------------------*
       CONFERE-HASH-SENHA.
           MOVE "N" TO SNH-CONFERE.
           IF  SNH-HASH-ARQ(1:7) = "SHA256$"
               MOVE "S" TO SNH-FORMATO
               MOVE SNH-HASH-ARQ(8:16) TO SNH-SAL
               MOVE SPACES TO SNH-ENTRADA
               STRING SNH-SAL   DELIMITED BY SIZE
                      SNH-SENHA DELIMITED BY SIZE
                      INTO SNH-ENTRADA
               END-STRING
               MOVE SPACES TO SNH-SHA-HASH
               CALL "SHA256" USING SNH-ENTRADA SNH-SHA-HASH
               END-CALL
               IF  SNH-HASH-ARQ(24:1) = "$"
                   AND SNH-HASH-ARQ(25:64) = SNH-SHA-HASH
                   MOVE "S" TO SNH-CONFERE
               END-IF
           ELSE
           IF  FUNCTION LENGTH(FUNCTION TRIM(SNH-HASH-ARQ)) = 32
               MOVE "M" TO SNH-FORMATO
               MOVE SPACES TO SNH-ENTRADA
               MOVE SNH-SENHA TO SNH-ENTRADA
               MOVE SPACES TO SNH-MD5-HASH
               CALL "MD5" USING SNH-ENTRADA SNH-MD5-HASH
               END-CALL
               IF  SNH-HASH-ARQ(1:32) = SNH-MD5-HASH
                   MOVE "S" TO SNH-CONFERE
               END-IF
           ELSE
               MOVE "C" TO SNH-FORMATO
               IF  SNH-HASH-ARQ(1:12) = SNH-SENHA
                   MOVE "S" TO SNH-CONFERE
               END-IF
           END-IF
           END-IF.
