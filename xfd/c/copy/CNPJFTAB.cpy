      *------------------------------------------------------------------------------*
      * WORKING-STORAGE DO CONTROLE DE FONTE POR CAMPO DO CNPJ-MASTER (COPY CNPJFP   *
      * NA PROCEDURE). QUEM COPIA ESTE COPY PRECISA TAMBEM DO COPY CNPJHTAB (A       *
      * TABELA DE CAMPOS E OS OFFSETS SAO OS DO HISTORICO), DO SELECT/FD DO          *
      * CNPJ-FONTE-FILE (COPY CNPJFREC, CHAVE CF-CNPJ, FILE STATUS WA-FS-FONTE) E    *
      * DO SELECT/FD DO DIVERGE-FONTE-FILE (LINE SEQUENTIAL, ASSIGN                  *
      * WA-ARQ-DIVERGE-FONTE, FILE STATUS WA-FS-DIVERGE-FONTE, 01                    *
      * DIVERGE-FONTE-REC PIC X(300)).                                               *
      * O CNPJ-DIVERGE-FONTE.TXT RECEBE UMA LINHA POR CAMPO PROTEGIDO QUE O SERPRO   *
      * TENTOU MUDAR: "AAAAMMDD;HHMMSS;CNPJ;CAMPO;FONTE;VALOR MANTIDO;VALOR DO       *
      * SERPRO;PROGRAMA" - E A FILA DE REVISAO DO CADASTRO.                          *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       77  WA-FS-FONTE                 PIC X(002)      VALUE "00".
       77  WA-ARQ-DIVERGE-FONTE        PIC X(100)      VALUE
               "CNPJ-DIVERGE-FONTE.TXT".
       77  WA-FS-DIVERGE-FONTE         PIC X(002)      VALUE "00".
       77  CFT-ACHOU                   PIC X(001)      VALUE "N".
       77  CFT-DATA                    PIC 9(008)      VALUE ZEROS.
       77  CFT-HORA                    PIC 9(006)      VALUE ZEROS.
       77  CFT-OPERADOR                PIC X(008)      VALUE SPACES.
       77  CFT-IDX                     PIC 9(002)      VALUE ZEROS.
