      * RODA UMA UNICA VEZ, NA VIRADA DE VERSAO, COM O ARQUIVO ANTIGO NO LUGAR.      *
      *                                                                              *
      * CRIACAO...: 03/09/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - OS CAMPOS NOVOS DO CNPJHREC (CH-FONTE E     *
      *             CH-VALOR-PRETERIDO) SAEM EM BRANCO - HISTORICO ANTERIOR AO       *
      *             CONTROLE DE FONTE.                                               *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               MOVE WN-SEQ-CAMPO TO CH-SEQ
               MOVE CHT-NOME-CAMPO(WS-IDX-CAMPO) TO CH-CAMPO
               MOVE SPACES TO CH-VALOR-ANTERIOR CH-VALOR-NOVO
                              CH-FONTE CH-VALOR-PRETERIDO
               MOVE WA-PREV-IMAGEM(WN-OFFSET-CAMPO:WN-TAM-CAMPO)
                   TO CH-VALOR-ANTERIOR
               MOVE WA-REG-NOVO(WN-OFFSET-CAMPO:WN-TAM-CAMPO)
