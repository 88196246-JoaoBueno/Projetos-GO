      *------------------------------------------------------------------------------*
      * WORKING-STORAGE DA EXPLOSAO DOS CONTATOS (COPY CONTP NA PROCEDURE). CADA     *
      * CM-TELEFONE-n PODE TRAZER ATE 3 NUMEROS SEPARADOS POR "/", ";" OU "," E O    *
      * E-MAIL ATE 3 ENDERECOS (SEPARADOS TAMBEM POR ESPACO) - ATE 15 CONTATOS POR   *
      * CNPJ. QUEM COPIA PRECISA DO COPY CONTNORM, DO SELECT/FD DO                   *
      * CNPJ-CONTATOS-FILE (COPY CONTREC, CHAVE CT-CHAVE E ALTERNADA CT-CONTATO      *
      * WITH DUPLICATES) E DO 77 WA-FS-CONTATOS.                                     *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
      * RAIZES DE CNPJ DIFERENTES COM O MESMO CONTATO A PARTIR DAS QUAIS O
      * CONTATO E MARCADO COMPARTILHADO.
       77  CTX-LIMITE-COMPART          PIC 9(003)      VALUE 5.
       77  CTX-PARA                    PIC X(001)      VALUE "N".
       77  CTX-SEQ                     PIC 9(002)      VALUE ZEROS.
       77  CTX-CAMPO                   PIC X(001)      VALUE SPACES.
       77  CTX-TEXTO                   PIC X(060)      VALUE SPACES.
       77  CTX-IDX                     PIC 9(002)      VALUE ZEROS.
       77  CTX-IDX-2                   PIC 9(003)      VALUE ZEROS.
       77  CTX-REPETIDO                PIC X(001)      VALUE "N".
       77  CTX-CONTATO-BUSCA           PIC X(060)      VALUE SPACES.
       77  CTX-QTDE-RAIZES             PIC 9(003)      VALUE ZEROS.
       77  CTX-COMPART                 PIC X(001)      VALUE "N".
       77  CTX-QTDE-GRAVADOS           PIC 9(002)      VALUE ZEROS.
       01  CTX-PEDACOS.
           03  CTX-PEDACO OCCURS 3 TIMES
                                       PIC X(060).
      * CONTATOS VALIDOS DO CNPJ ANTES E DEPOIS DA EXPLOSAO - TODOS TEM O
      * COMPARTILHAMENTO RECONTADO NO FIM.
       77  CTX-QTDE-AFETADOS           PIC 9(002)      VALUE ZEROS.
       01  CTX-AFETADOS.
           03  CTX-AFETADO OCCURS 30 TIMES
                                       PIC X(060).
       77  CTX-QTDE-NOVOS              PIC 9(002)      VALUE ZEROS.
       01  CTX-NOVOS.
           03  CTX-NOVO OCCURS 15 TIMES
                                       PIC X(060).
       01  CTX-RAIZES.
           03  CTX-RAIZ OCCURS 50 TIMES
                                       PIC X(008).
