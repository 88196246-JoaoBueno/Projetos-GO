      * (01 FIXTURES-SERPRO-REC PIC X(1060)).                                         *
      *                                                                              *
      * CRIACAO...: 03/09/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - FIXTURE TIPO I = serpro_ie (INSCRICAO       *
      *             ESTADUAL POR UF).                                                *
      *------------------------------------------------------------------------------*
       77  WA-ARQ-FIXTURES             PIC X(100)      VALUE
               "SERPRO-FIXTURES.TXT".
