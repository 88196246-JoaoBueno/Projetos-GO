      *------------------------------------------------------------------------------*
      * REGISTRO DO ARQUIVO INDEXADO CNPJ-CONTATOS (CNPJ-CONTATOS.DAT).              *
      * OS QUATRO TELEFONES E O E-MAIL DO CNPJ-MASTER SAO TEXTO LIVRE X(060) E NAO   *
      * HAVIA COMO RESPONDER "DE QUEM E ESTE TELEFONE". AQUI CADA CONTATO VIRA UM    *
      * REGISTRO PROPRIO (CNPJ + SEQUENCIA), NORMALIZADO (COPY CONTNORM/CONTNORMP) E *
      * TIPADO, GRAVADO NA CONSULTA/REFRESH (COPY CONTTAB/CONTP) E CARREGAVEL EM     *
      * MASSA PELO CONTATO-CARGA. A CHAVE ALTERNADA CT-CONTATO (COM DUPLICADOS) E A  *
      * BUSCA REVERSA DO GO-FCO-BUSCA.                                               *
      *   CT-TIPO..........: F FIXO, C CELULAR, E E-MAIL, T TELEFONE NAO             *
      *                      CLASSIFICADO (INVALIDO);                                *
      *   CT-CAMPO.........: 1 A 4 = CM-TELEFONE-n, E = CM-CORREIO-ELETRONICO;       *
      *   CT-DDD-CONFERE...: S/N - DDD DA MESMA UF DO ENDERECO DA EMPRESA (BRANCO    *
      *                      EM E-MAIL, 0800 E INVALIDO);                            *
      *   CT-QTDE-RAIZES...: QUANTAS RAIZES DE CNPJ (8 PRIMEIROS) DIFERENTES TEM O   *
      *                      MESMO CONTATO VALIDO - MATRIZ E FILIAL CONTAM UMA VEZ;  *
      *   CT-COMPARTILHADO.: S QUANDO CT-QTDE-RAIZES CHEGA AO LIMITE (CTX-LIMITE-    *
      *                      COMPART) - EM GERAL UM ESCRITORIO DE CONTABILIDADE.     *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       01  CNPJ-CONTATOS-REC.
           03  CT-CHAVE.
               05  CT-CNPJ               PIC X(014).
               05  CT-SEQ                PIC 9(002).
           03  CT-CONTATO                PIC X(060).
           03  CT-TIPO                   PIC X(001).
           03  CT-CAMPO                  PIC X(001).
           03  CT-VALIDO                 PIC X(001).
           03  CT-MOTIVO                 PIC X(020).
           03  CT-DDD                    PIC X(002).
           03  CT-DDD-UF                 PIC X(002).
           03  CT-DDD-CONFERE            PIC X(001).
           03  CT-ORIGINAL               PIC X(060).
           03  CT-QTDE-RAIZES            PIC 9(005).
           03  CT-COMPARTILHADO          PIC X(001).
           03  CT-DATA-ATUALIZACAO       PIC 9(008).
