      *------------------------------------------------------------------------------*
      * HASH DA SENHA DE OPERADOR (CAMPO 2 DO OPERATORS.TXT). O FORMATO NOVO E       *
      *   SHA256$<SAL - 16 HEXA>$<SHA-256 DE SAL+SENHA - 64 HEXA>                    *
      * COM SAL ALEATORIO POR CONTA (SENHAS IGUAIS DAO HASHES DIFERENTES), VIA A     *
      * SUBROTINA SHA256. CONTINUAM CONFERINDO, PARA A MIGRACAO: O MD5 SEM SAL DE    *
      * 32 HEXA (FORMATO ANTERIOR - O MENU REGRAVA NO FORMATO NOVO NO PRIMEIRO       *
      * LOGIN CERTO) E A SENHA EM CLARO (LINHA LEGADA - CAI NA TROCA OBRIGATORIA).   *
      * GERA-HASH-SENHA: SNH-SENHA -> SNH-HASH-NOVO.                                 *
      * CONFERE-HASH-SENHA: SNH-SENHA + SNH-HASH-ARQ -> SNH-CONFERE (S/N) E          *
      * SNH-FORMATO (S = SHA-256 COM SAL, M = MD5 SEM SAL, C = EM CLARO).            *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       77  SNH-SENHA                   PIC X(012)      VALUE SPACES.
       77  SNH-HASH-ARQ                PIC X(100)      VALUE SPACES.
       77  SNH-HASH-NOVO               PIC X(100)      VALUE SPACES.
       77  SNH-CONFERE                 PIC X(001)      VALUE "N".
       77  SNH-FORMATO                 PIC X(001)      VALUE SPACES.
       77  SNH-SAL                     PIC X(016)      VALUE SPACES.
       77  SNH-ENTRADA                 PIC X(100)      VALUE SPACES.
       77  SNH-SHA-HASH                PIC X(064)      VALUE SPACES.
       77  SNH-MD5-HASH                PIC X(032)      VALUE SPACES.
       77  SNH-SEMEADO                 PIC X(001)      VALUE "N".
       77  SNH-SEMENTE                 PIC 9(014)      VALUE ZEROS.
       77  SNH-DATA                    PIC 9(008)      VALUE ZEROS.
       77  SNH-HORA                    PIC 9(008)      VALUE ZEROS.
       77  SNH-ALEATORIO               PIC 9V9(009)    VALUE ZEROS.
       77  SNH-NIBBLE                  PIC 9(002)      VALUE ZEROS.
       77  SNH-IDX                     PIC 9(002)      VALUE ZEROS.
       77  SNH-DIGITOS                 PIC X(016)      VALUE
               "0123456789abcdef".
