      *------------------------------------------------------------------------------*
      * WORKING-STORAGE DA APROVACAO EM DUAS ETAPAS (COPY APROVP NA PROCEDURE).      *
      * QUEM COPIA ESTE COPY PRECISA DO SELECT/FD DO APROVACAO-FILE (COPY            *
      * APROVREC, ASSIGN "APROVACAO.DAT", CHAVE AP-CHAVE, FILE STATUS                *
      * WA-FS-APROV). APT-NOME-CAMPO SEGUE A NUMERACAO DA TELA DO CNPJ-MANUT.        *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       77  WA-FS-APROV                 PIC X(002)      VALUE "00".
       77  APT-GRAVOU                  PIC X(001)      VALUE "N".
       77  APT-OPERADOR                PIC X(008)      VALUE SPACES.
       77  APT-PERFIL                  PIC X(001)      VALUE SPACES.
       77  APT-CAMPO                   PIC 9(002)      VALUE ZEROS.
       77  APT-OFFSET                  PIC 9(005)      VALUE ZEROS.
       77  APT-TAM                     PIC 9(002)      VALUE ZEROS.
       01  APT-NOMES-CAMPOS.
           03  PIC X(020)          VALUE "NOME EMPRESARIAL".
           03  PIC X(020)          VALUE "NOME FANTASIA".
           03  PIC X(020)          VALUE "DATA ABERTURA".
           03  PIC X(020)          VALUE "E-MAIL".
           03  PIC X(020)          VALUE "PORTE".
           03  PIC X(020)          VALUE "TIPO LOGRADOURO".
           03  PIC X(020)          VALUE "LOGRADOURO".
           03  PIC X(020)          VALUE "BAIRRO".
           03  PIC X(020)          VALUE "MUNICIPIO".
           03  PIC X(020)          VALUE "UF".
           03  PIC X(020)          VALUE "CEP".
           03  PIC X(020)          VALUE "TELEFONE 1".
           03  PIC X(020)          VALUE "TELEFONE 2".
           03  PIC X(020)          VALUE "TELEFONE 3".
           03  PIC X(020)          VALUE "TELEFONE 4".
           03  PIC X(020)          VALUE "CNAE PRINCIPAL".
           03  PIC X(020)          VALUE "CNAE SECUNDARIAS".
           03  PIC X(020)          VALUE "DATA ULT CONSULTA".
           03  PIC X(020)          VALUE "SITUACAO CADASTRAL".
           03  PIC X(020)          VALUE "MARCA INTAKE".
       01  APT-NOMES-CAMPOS-TAB REDEFINES APT-NOMES-CAMPOS.
           03  APT-NOME-CAMPO           OCCURS 20 TIMES
                                        PIC X(020).
