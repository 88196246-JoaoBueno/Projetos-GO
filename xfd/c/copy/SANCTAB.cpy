      *------------------------------------------------------------------------------*
      * WORKING-STORAGE DA TRIAGEM DE SANCOES CEIS/CNEP (COPY SANCP NA PROCEDURE).   *
      * QUEM COPIA PRECISA DO SELECT/FD DO SANCAO-FILE (COPY SANCREC):               *
      *     SELECT SANCAO-FILE                                                       *
      *         ASSIGN TO "SANCOES.DAT"                                              *
      *         ORGANIZATION IS INDEXED                                              *
      *         ACCESS MODE IS DYNAMIC                                               *
      *         RECORD KEY IS SL-CHAVE                                               *
      *         ALTERNATE RECORD KEY IS SL-DOCUMENTO WITH DUPLICATES                 *
      *         ALTERNATE RECORD KEY IS SL-NOME-NORM WITH DUPLICATES                 *
      *         FILE STATUS IS WA-FS-SANCAO.                                         *
      * ENTRADA.: SNC-CNPJ (BUSCA-SANCAO-CNPJ) OU SNC-NOME-NORM (BUSCA-SANCAO-NOME,  *
      *           JA PASSADO PELO NORMALIZA-NOME).                                   *
      * SAIDA...: SNC-QTDE SANCOES ACHADAS EM SNC-ACHADA (ATE 20); SNC-VIGENTE "S"   *
      *           QUANDO A SANCAO NAO TEM DATA FINAL OU ELA NAO PASSOU.              *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       77  WA-FS-SANCAO                PIC X(002)      VALUE "00".
       77  SNC-ABERTO                  PIC X(001)      VALUE "N".
       77  SNC-PARA                    PIC X(001)      VALUE "N".
       77  SNC-HOJE                    PIC 9(008)      VALUE ZEROS.
       77  SNC-CNPJ                    PIC X(014)      VALUE SPACES.
       77  SNC-NOME-NORM               PIC X(060)      VALUE SPACES.
       77  SNC-QTDE                    PIC 9(002)      VALUE ZEROS.
       77  SNC-IDX                     PIC 9(002)      VALUE ZEROS.
       01  SNC-ACHADAS.
           03  SNC-ACHADA OCCURS 20 TIMES.
               05  SNC-CADASTRO          PIC X(004).
               05  SNC-CODIGO            PIC X(012).
               05  SNC-TIPO-PESSOA       PIC X(001).
               05  SNC-NOME              PIC X(060).
               05  SNC-CATEGORIA         PIC X(080).
               05  SNC-ORGAO             PIC X(080).
               05  SNC-UF-ORGAO          PIC X(002).
               05  SNC-DATA-INICIO       PIC 9(008).
               05  SNC-DATA-FIM          PIC 9(008).
               05  SNC-VIGENTE           PIC X(001).
