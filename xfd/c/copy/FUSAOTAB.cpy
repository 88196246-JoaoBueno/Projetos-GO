      *------------------------------------------------------------------------------*
      * MAPA DE FUSOES DE FCO (FCO-FUSAO.TXT, GRAVADO PELO GO-FCO-FUSAO). CADA FUSAO *
      * FEITA NA BASE LOCAL DEIXA UMA LINHA                                          *
      *     "FCO-ABSORVIDO;FCO-SOBREVIVENTE;AAAAMMDD;OPERADOR;CNPJ;NOME ANTIGO"      *
      * E O ARQUIVO NUNCA E REESCRITO - E O RASTRO PERMANENTE DE PARA ONDE FOI CADA  *
      * NUMERO DE FCO ABSORVIDO. QUEM AINDA TEM O NUMERO ANTIGO (EXTRATOS, O         *
      * GO-FCO-RECONCILIA, OS RELATORIOS DE DUPLICADOS/PARECIDOS) CONSULTA A TABELA  *
      * PELO BUSCA-FUSAO PARA SER REDIRECIONADO AO SOBREVIVENTE.                     *
      * QUEM COPIA PRECISA DO SELECT/FD DO FUSAO-FILE (01 FUSAO-REC PIC X(200)), DOS *
      * 77 WA-ARQ-FUSAO / WA-FS-FUSAO E DO COPY FUSAOP.                              *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       01  FU-FUSOES-TAB.
           03  FU-FUSAO OCCURS 5000 TIMES.
               05  FU-FCO-ANTIGO       PIC 9(014).
               05  FU-FCO-SOBREV       PIC 9(014).
               05  FU-DATA             PIC 9(008).
       77  FU-QTDE                     PIC 9(004)      VALUE ZEROS.
       77  FU-IDX                      PIC 9(004)      VALUE ZEROS.
       77  FU-CARREGADO                PIC X(001)      VALUE "N".
       77  FU-TABELA-CHEIA             PIC X(001)      VALUE "N".
       77  FU-EOF                      PIC X(001)      VALUE "N".
       77  FU-LINHA                    PIC X(200)      VALUE SPACES.
       77  FU-TOKEN-1                  PIC X(020)      VALUE SPACES.
       77  FU-TOKEN-2                  PIC X(020)      VALUE SPACES.
       77  FU-TOKEN-3                  PIC X(020)      VALUE SPACES.
      * ENTRADA/SAIDA DO BUSCA-FUSAO:
       77  FU-BUSCA-FCO                PIC 9(014)      VALUE ZEROS.
       77  FU-FUNDIDO                  PIC X(001)      VALUE "N".
       77  FU-SOBREV-ACHADO            PIC 9(014)      VALUE ZEROS.
       77  FU-DATA-ACHADA              PIC 9(008)      VALUE ZEROS.
       77  FU-SALTOS                   PIC 9(002)      VALUE ZEROS.
       77  FU-SEGUE                    PIC X(001)      VALUE "N".
