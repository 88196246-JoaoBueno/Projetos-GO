      *------------------------------------------------------------------------------*
      * TABELA DE TERRITORIOS DE VENDA (TERRITORIOS.TXT, MANTIDA PELO                *
      * TERRITORIO-MANUT E LIDA PELO TERRITORIO-CARTEIRA). CADA REGRA DIZ QUAL       *
      * REPRESENTANTE CUIDA DE UM MUNICIPIO (CODIGO IBGE DO MUNICIPIO-DOMINIO.TXT)   *
      * OU DE UMA UF INTEIRA, OPCIONALMENTE SO DE UMA SECAO DE CNAE (A LETRA DA      *
      * SECAO OU O TEXTO DA SECAO COMO ESTA NO CNAE-DOMINIO.TXT).                    *
      * FORMATO: UMA LINHA "REPRESENTANTE;NOME;UF;IBGE;SECAO" POR REGRA (IBGE E      *
      * SECAO PODEM FICAR EM BRANCO); LINHA EM BRANCO OU COMECANDO COM "*" E         *
      * COMENTARIO. NA BUSCA VENCE A REGRA MAIS ESPECIFICA (TER-PESO-ACHADO):        *
      *     4 = MUNICIPIO + SECAO    3 = MUNICIPIO    2 = UF + SECAO    1 = UF       *
      * E, NO MESMO PESO, A PRIMEIRA DA TABELA.                                      *
      * QUEM COPIA PRECISA DO SELECT/FD DO TERRITORIO-FILE (01 TERRITORIO-REC PIC    *
      * X(200)), DOS 77 WA-ARQ-TERRITORIO / WA-FS-TERRITORIO E DO COPY TERRTABP.     *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       01  TER-TERRITORIOS-TAB.
           03  TER-TERRITORIO OCCURS 500 TIMES.
               05  TER-REPRESENTANTE   PIC X(006).
               05  TER-NOME-REPR       PIC X(040).
               05  TER-UF              PIC X(002).
               05  TER-IBGE            PIC X(007).
               05  TER-SECAO           PIC X(040).
       77  TER-QTDE                    PIC 9(003)      VALUE ZEROS.
       77  TER-IDX                     PIC 9(003)      VALUE ZEROS.
       77  TER-CARREGADO               PIC X(001)      VALUE "N".
       77  TER-EOF                     PIC X(001)      VALUE "N".
       77  TER-LINHA                   PIC X(200)      VALUE SPACES.
       77  TER-TOKEN-1                 PIC X(010)      VALUE SPACES.
       77  TER-TOKEN-2                 PIC X(040)      VALUE SPACES.
       77  TER-TOKEN-3                 PIC X(010)      VALUE SPACES.
       77  TER-TOKEN-4                 PIC X(010)      VALUE SPACES.
       77  TER-TOKEN-5                 PIC X(040)      VALUE SPACES.
      * ENTRADA/SAIDA DO BUSCA-TERRITORIO:
       77  TER-BUSCA-UF                PIC X(002)      VALUE SPACES.
       77  TER-BUSCA-IBGE              PIC X(007)      VALUE SPACES.
       77  TER-BUSCA-SECAO             PIC X(040)      VALUE SPACES.
       77  TER-REPR-ACHADO             PIC X(006)      VALUE SPACES.
       77  TER-NOME-ACHADO             PIC X(040)      VALUE SPACES.
       77  TER-PESO-ACHADO             PIC 9(001)      VALUE ZEROS.
       77  TER-PESO                    PIC 9(001)      VALUE ZEROS.
       77  TER-SECAO-OK                PIC X(001)      VALUE "N".
      * ENTRADA/SAIDA DO NOME-REPRESENTANTE:
       77  TER-REPR-TESTE              PIC X(006)      VALUE SPACES.
