      *------------------------------------------------------------------------------*
      * REGISTRO DO ARQUIVO INDEXADO APROVACAO (APROVACAO.DAT): UMA PROPOSTA DE      *
      * MUDANCA NO CNPJ-MASTER OU NA BASE LOCAL AGUARDANDO O SEGUNDO OPERADOR        *
      * (SUPERVISOR) - CHAVEADA PELA DATA/HORA DA PROPOSTA + SEQUENCIA.              *
      * AP-TIPO.....: "A" ALTERACAO DE UM CAMPO (CNPJ-MANUT)                         *
      *               "X" EXCLUSAO DE UM REGISTRO (CNPJ-MANUT)                       *
      *               "I" LOTE DE CORRECOES DO COMERCIAL (GO-FCO-IMPORTA) - AS       *
      *                   LINHAS VALIDADAS FICAM NO ARQUIVO AP-ARQUIVO               *
      *               "R" RESTAURACAO DO REGISTRO A UMA DATA (CNPJ-RESTAURA) - O     *
      *                   REGISTRO RECONSTRUIDO FICA EM AP-IMAGEM-NOVA               *
      * AP-SITUACAO.: "P" PENDENTE, "A" APROVADA E APLICADA, "R" REJEITADA           *
      * AP-CAMPO....: NUMERO DO CAMPO NA TELA DO CNPJ-MANUT (1-20)                   *
      * AP-IMAGEM-ANTERIOR: O CNPJ-MASTER-REC INTEIRO NO MOMENTO DA PROPOSTA         *
      * AP-IMAGEM-NOVA....: O CNPJ-MASTER-REC PROPOSTO (SO NA RESTAURACAO)           *
      * QUEM PROPOS (AP-MAKER) NAO PODE DECIDIR (AP-CHECKER) A PROPRIA PROPOSTA.     *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - NO LOTE ("I") AP-IMAGEM-NOVA(1:64) GUARDA O *
      *             SHA-256 DO LOTE NA HORA DA PROPOSTA (COPY APROVLP) - O           *
      *             APROVACAO-MANUT RECUSA LOTE ALTERADO DEPOIS DELA.                *
      *------------------------------------------------------------------------------*
       01  APROVACAO-REC.
           03  AP-CHAVE.
               05  AP-DATA-PROPOSTA      PIC 9(008).
               05  AP-HORA-PROPOSTA      PIC 9(006).
               05  AP-SEQ                PIC 9(002).
           03  AP-TIPO                   PIC X(001).
           03  AP-SITUACAO               PIC X(001).
           03  AP-CNPJ                   PIC X(014).
           03  AP-CAMPO                  PIC 9(002).
           03  AP-NOME-CAMPO             PIC X(020).
           03  AP-VALOR-ANTERIOR         PIC X(060).
           03  AP-VALOR-NOVO             PIC X(060).
           03  AP-ARQUIVO                PIC X(100).
           03  AP-QTDE-LINHAS            PIC 9(005).
           03  AP-MOTIVO                 PIC X(060).
           03  AP-MAKER                  PIC X(008).
           03  AP-CHECKER                PIC X(008).
           03  AP-DATA-DECISAO           PIC 9(008).
           03  AP-HORA-DECISAO           PIC 9(006).
           03  AP-MOTIVO-DECISAO         PIC X(060).
           03  AP-IMAGEM-ANTERIOR        PIC X(1063).
           03  AP-IMAGEM-NOVA            PIC X(1063).
