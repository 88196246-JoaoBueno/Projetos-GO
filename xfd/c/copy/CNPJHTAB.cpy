      * REFRESH) E O MARCADOR OPERACIONAL CM-SITUACAO-INTAKE, COMO SEMPRE.          *
      *                                                                              *
      * CRIACAO...: 03/09/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - FONTE DO VALOR NO HISTORICO: CHT-FONTE E A  *
      *             FONTE DE QUEM GRAVA ("S" SERPRO, O PADRAO; "M" O CNPJ-MANUT;     *
      *             "C" O GO-FCO-IMPORTA) E A TABELA CHT-PRETERIDO GUARDA, POR       *
      *             CAMPO, O VALOR DO SERPRO RECUSADO PELO CONFERE-FONTE-CAMPOS      *
      *             (COPY CNPJFP) PORQUE O CAMPO ESTAVA PROTEGIDO.                   *
      *------------------------------------------------------------------------------*
       01  CHT-NOMES-CAMPOS.
           03  PIC X(020)          VALUE "NOME EMPRESARIAL".
       77  CHT-TAM                     PIC 9(002)      VALUE 60.
       77  CHT-DATA                    PIC 9(008)      VALUE ZEROS.
       77  CHT-HORA                    PIC 9(006)      VALUE ZEROS.
       77  CHT-FONTE                   PIC X(001)      VALUE "S".
       77  CHT-QTDE-PRETERIDOS         PIC 9(002)      VALUE ZEROS.
       01  CHT-PRETERIDOS-TAB.
           03  CHT-PRETERIDO           OCCURS 18 TIMES.
               05  CHT-PRETERIDO-MARCA PIC X(001).
               05  CHT-PRETERIDO-FONTE PIC X(001).
               05  CHT-PRETERIDO-VALOR PIC X(060).
