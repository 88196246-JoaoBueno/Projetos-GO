      *------------------------------------------------------------------------------*
      * LACRE (IMPRESSAO MD5 APROVADA) DAS .SO, DO SYSTEM.PARM E DOS BINARIOS DOS    *
      * PROGRAMAS. A BASE APROVADA E O LIVRO LACRE-APROVADO.TXT - SO RECEBE LINHA    *
      * NO FIM (EXTEND), UMA POR ALTERACAO APROVADA:                                 *
      *   AAAAMMDD;HHMMSS;OPERADOR;ACAO;MD5-NOVO;MD5-ANTERIOR;ARQUIVO                *
      * (ACAO INCLUI / APROVA / SYSPARM / EXCLUI). A IMPRESSAO VIGENTE DE CADA       *
      * ARQUIVO E A DA ULTIMA LINHA DELE; EXCLUI TIRA O ARQUIVO DA BASE. O           *
      * MESMO LIVRO E O RELATORIO DE QUEM APROVOU O QUE E QUANDO (LACRE-REL).        *
      * QUEM COPIA PRECISA DO SELECT/FD DO LACRE-FILE (01 LACRE-REC PIC X(250)),     *
      * DOS 77 WA-ARQ-LACRE / WA-FS-LACRE E DA SUBROTINA MD5 JA CARREGADA.           *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       01  LCR-BASE-TAB.
           03  LCR-ITEM OCCURS 100 TIMES.
               05  LCR-ARQUIVO         PIC X(100).
               05  LCR-MD5             PIC X(032).
               05  LCR-DATA            PIC 9(008).
               05  LCR-HORA            PIC 9(006).
               05  LCR-OPERADOR        PIC X(008).
               05  LCR-SITUACAO        PIC X(012).
       77  LCR-QTDE                    PIC 9(003)      VALUE ZEROS.
       77  LCR-IDX                     PIC 9(003)      VALUE ZEROS.
       77  LCR-IDX-2                   PIC 9(003)      VALUE ZEROS.
       77  LCR-IDX-ACHADO              PIC 9(003)      VALUE ZEROS.
       77  LCR-CARREGADO               PIC X(001)      VALUE "N".
       77  LCR-EOF                     PIC X(001)      VALUE "N".
       77  LCR-LINHA                   PIC X(250)      VALUE SPACES.
       77  LCR-TK-DATA                 PIC X(008)      VALUE SPACES.
       77  LCR-TK-HORA                 PIC X(006)      VALUE SPACES.
       77  LCR-TK-OPERADOR             PIC X(008)      VALUE SPACES.
       77  LCR-TK-ACAO                 PIC X(008)      VALUE SPACES.
       77  LCR-TK-MD5-NOVO             PIC X(032)      VALUE SPACES.
       77  LCR-TK-MD5-ANT              PIC X(032)      VALUE SPACES.
       77  LCR-TK-ARQUIVO              PIC X(100)      VALUE SPACES.
      * ENTRADAS/SAIDAS DO CALCULO E DA GRAVACAO:
       77  LCR-ARQ-CALCULAR            PIC X(100)      VALUE SPACES.
       77  LCR-MD5-CALCULADO           PIC X(032)      VALUE SPACES.
       77  LCR-ARQ-EXISTE              PIC X(001)      VALUE "N".
       77  LCR-ACAO                    PIC X(008)      VALUE SPACES.
       77  LCR-MD5-ANTERIOR            PIC X(032)      VALUE SPACES.
       77  LCR-OPERADOR-GRAVA          PIC X(008)      VALUE SPACES.
       77  LCR-QTDE-PROBLEMA           PIC 9(003)      VALUE ZEROS.
      * LEITURA BINARIA (CBL_OPEN_FILE / CBL_READ_FILE).
       01  LCR-DETALHES.
           03  LCR-DA-TAMANHO          PIC X(008)      COMP-X.
           03  LCR-DA-DIA              PIC X(001)      COMP-X.
           03  LCR-DA-MES              PIC X(001)      COMP-X.
           03  LCR-DA-ANO              PIC X(002)      COMP-X.
           03  LCR-DA-HORA             PIC X(004).
       77  LCR-HANDLE                  PIC X(004)      VALUE SPACES.
       77  LCR-MODO-ACESSO             PIC X(001)      COMP-X
                                                       VALUE 1.
       77  LCR-MODO-NEGA               PIC X(001)      COMP-X
                                                       VALUE 0.
       77  LCR-DISPOSITIVO             PIC X(001)      COMP-X
                                                       VALUE 0.
       77  LCR-FLAGS                   PIC X(001)      COMP-X
                                                       VALUE 0.
       77  LCR-OFFSET                  PIC X(008)      COMP-X
                                                       VALUE 0.
       77  LCR-QTDE-LER                PIC X(004)      COMP-X
                                                       VALUE 0.
       77  LCR-BUFFER                  PIC X(3400)     VALUE SPACES.
       77  LCR-POS                     PIC 9(004)      VALUE ZEROS.
       77  LCR-POS-B                   PIC 9(002)      VALUE ZEROS.
       77  LCR-TAM-JANELA              PIC 9(002)      VALUE ZEROS.
       77  LCR-BYTE                    PIC 9(003)      VALUE ZEROS.
       77  LCR-HEX-ALTO                PIC 9(002)      VALUE ZEROS.
       77  LCR-HEX-BAIXO               PIC 9(002)      VALUE ZEROS.
       77  LCR-HEX                     PIC X(068)      VALUE SPACES.
       77  LCR-DIGITOS                 PIC X(016)      VALUE
               "0123456789ABCDEF".
       77  LCR-TAMANHO-ED              PIC 9(015)      VALUE ZEROS.
       77  LCR-MD5-STR                 PIC X(100)      VALUE SPACES.
       77  LCR-MD5-HASH                PIC X(032)      VALUE SPACES.
