      *------------------------------------------------------------------------------*
      * WORKING-STORAGE DA CONSULTA DO GRUPO ECONOMICO POR SOCIOS EM COMUM (COPY     *
      * GECP NA PROCEDURE). QUEM COPIA PRECISA DO SELECT/FD DOS DOIS ARQUIVOS:       *
      *     SELECT GRUPO-ECON-FILE                                                   *
      *         ASSIGN TO "GRUPO-ECON.DAT"                                           *
      *         ORGANIZATION IS INDEXED                                              *
      *         ACCESS MODE IS DYNAMIC                                               *
      *         RECORD KEY IS GE-CNPJ                                                *
      *         ALTERNATE RECORD KEY IS GE-GRUPO WITH DUPLICATES                     *
      *         FILE STATUS IS WA-FS-GRUPO-ECON.                                     *
      *     SELECT GRUPO-ELO-FILE                                                    *
      *         ASSIGN TO "GRUPO-ELO.DAT"                                            *
      *         ORGANIZATION IS INDEXED                                              *
      *         ACCESS MODE IS DYNAMIC                                               *
      *         RECORD KEY IS EL-CHAVE                                               *
      *         FILE STATUS IS WA-FS-GRUPO-ELO.                                      *
      *     FD  GRUPO-ECON-FILE.  COPY GECREC.                                       *
      *     FD  GRUPO-ELO-FILE.   COPY GELREC.                                       *
      * ENTRADA.: GEC-CNPJ.                                                          *
      * SAIDA...: GEC-ACHOU "S" QUANDO O CNPJ ESTA NUM GRUPO; GEC-GRUPO, A DATA DA   *
      *           APURACAO, OS TOTAIS DO GRUPO (ESTABELECIMENTOS, EMPRESAS, NAO      *
      *           ATIVOS), ATE 30 MEMBROS EM GEC-MEMBRO E ATE 10 SOCIOS DE LIGACAO   *
      *           EM GEC-ELO.                                                        *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       77  WA-FS-GRUPO-ECON            PIC X(002)      VALUE "00".
       77  WA-FS-GRUPO-ELO             PIC X(002)      VALUE "00".
       77  GEC-ABERTO                  PIC X(001)      VALUE "N".
       77  GEC-PARA                    PIC X(001)      VALUE "N".
       77  GEC-CNPJ                    PIC X(014)      VALUE SPACES.
       77  GEC-ACHOU                   PIC X(001)      VALUE "N".
       77  GEC-GRUPO                   PIC 9(006)      VALUE ZEROS.
       77  GEC-DATA-APURACAO           PIC 9(008)      VALUE ZEROS.
       77  GEC-QTDE-EMPRESAS           PIC 9(005)      VALUE ZEROS.
       77  GEC-QTDE-CNPJ               PIC 9(005)      VALUE ZEROS.
       77  GEC-QTDE-NAO-ATIVAS         PIC 9(005)      VALUE ZEROS.
       77  GEC-QTDE-MEMBROS            PIC 9(002)      VALUE ZEROS.
       77  GEC-QTDE-ELOS               PIC 9(002)      VALUE ZEROS.
       77  GEC-IDX                     PIC 9(002)      VALUE ZEROS.
       01  GEC-MEMBROS.
           03  GEC-MEMBRO OCCURS 30 TIMES.
               05  GEC-M-CNPJ            PIC X(014).
               05  GEC-M-NOME            PIC X(060).
               05  GEC-M-SITUACAO        PIC X(020).
       01  GEC-ELOS.
           03  GEC-ELO OCCURS 10 TIMES.
               05  GEC-E-NOME            PIC X(060).
               05  GEC-E-QTDE            PIC 9(004).
