      *------------------------------------------------------------------------------*
      * REGISTRO DO ARQUIVO INDEXADO GRUPO-ECON (GRUPO-ECON.DAT) - GRUPO ECONOMICO   *
      * POR SOCIOS EM COMUM, APURADO PELO GO-FCO-GRUPO-ECON (RECRIADO A CADA         *
      * RODADA). UM REGISTRO POR CNPJ DO CNPJ-MASTER QUE PERTENCE A UM GRUPO DE DUAS *
      * OU MAIS EMPRESAS (RADICAIS DIFERENTES) LIGADAS POR SOCIOS, DIRETA OU         *
      * TRANSITIVAMENTE; CNPJ FORA DE GRUPO NAO TEM REGISTRO. NOME E SITUACAO SAO OS *
      * DO CNPJ-MASTER NA APURACAO - QUEM MOSTRA O GRUPO NAO PRECISA RELER O MASTER. *
      * SELECT: RECORD KEY GE-CNPJ, ALTERNATE GE-GRUPO WITH DUPLICATES, FILE STATUS  *
      * WA-FS-GRUPO-ECON (COPY GECTAB).                                              *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       01  GRUPO-ECON-REC.
           03  GE-CNPJ                   PIC X(014).
           03  GE-GRUPO                  PIC 9(006).
           03  GE-RADICAL                PIC X(008).
           03  GE-QTDE-EMPRESAS          PIC 9(005).
           03  GE-NOME                   PIC X(060).
           03  GE-SITUACAO               PIC X(020).
           03  GE-DATA-APURACAO          PIC 9(008).
