      *             CNPJHP (QUE EXIGE O COPY CNPJHTAB NA WORKING-STORAGE). O        *
      *             ARQUIVO GRAVADO NO FORMATO ANTIGO E CONVERTIDO UMA UNICA VEZ    *
      *             PELO CNPJ-HIST-MIGRA; O CNPJ-HIST-REL LE SO O FORMATO NOVO.     *
      * ALTERACAO.: 15/10/2026 - BUENO - CH-FONTE: FONTE QUE VENCEU NO CAMPO ("S"    *
      *             SERPRO, "M" CORRECAO MANUAL, "C" IMPORTACAO DO COMERCIAL;        *
      *             BRANCO NOS REGISTROS ANTERIORES AO CONTROLE DE FONTE) E          *
      *             CH-VALOR-PRETERIDO: O VALOR DO SERPRO RECUSADO QUANDO O CAMPO    *
      *             ESTAVA PROTEGIDO POR UMA CORRECAO (NESSE CASO ANTES = DEPOIS).   *
      *             REGISTRO PASSOU DE 160 PARA 221 BYTES - O ARQUIVO EXISTENTE E    *
      *             CONVERTIDO UMA UNICA VEZ PELO CNPJ-HIST-CONVERTE.                *
      *------------------------------------------------------------------------------*
       01  CNPJ-HISTORY-REC.
           03  CH-CHAVE.
           03  CH-CAMPO                  PIC X(020).
           03  CH-VALOR-ANTERIOR         PIC X(060).
           03  CH-VALOR-NOVO             PIC X(060).
           03  CH-FONTE                  PIC X(001).
           03  CH-VALOR-PRETERIDO        PIC X(060).
