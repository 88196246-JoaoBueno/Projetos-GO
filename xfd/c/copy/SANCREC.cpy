      *------------------------------------------------------------------------------*
      * REGISTRO DO ARQUIVO INDEXADO SANCOES (SANCOES.DAT) - CADASTRO DE PARTES      *
      * IMPEDIDAS: UMA SANCAO POR REGISTRO, CARREGADA PELO SANCAO-CARGA DAS LISTAS   *
      * PUBLICAS DA CGU NO PORTAL DA TRANSPARENCIA:                                  *
      *   CEIS - CADASTRO DE EMPRESAS INIDONEAS E SUSPENSAS;                         *
      *   CNEP - CADASTRO NACIONAL DE EMPRESAS PUNIDAS (LEI ANTICORRUPCAO).          *
      * CHAVE: CADASTRO + CODIGO DA SANCAO NA CGU. ALTERNADAS: SL-DOCUMENTO (CNPJ SO *
      * COM OS 14 DIGITOS; CPF COMO A CGU PUBLICA, JA MASCARADO, ***.999.999-**) E   *
      * SL-NOME-NORM (NORMALIZA-NOME DO NOME DO SANCIONADO), PARA A TRIAGEM DE       *
      * CLIENTE POR CNPJ E DE SOCIO POR NOME. DATA-FIM ZERADA = SEM PRAZO FINAL.     *
      * SELECT: RECORD KEY SL-CHAVE, ALTERNATE SL-DOCUMENTO E SL-NOME-NORM WITH      *
      * DUPLICATES, FILE STATUS WA-FS-SANCAO (COPY SANCTAB).                         *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       01  SANCAO-REC.
           03  SL-CHAVE.
               05  SL-CADASTRO           PIC X(004).
               05  SL-CODIGO             PIC X(012).
           03  SL-TIPO-PESSOA            PIC X(001).
           03  SL-DOCUMENTO              PIC X(014).
           03  SL-NOME                   PIC X(060).
           03  SL-NOME-NORM              PIC X(060).
           03  SL-CATEGORIA              PIC X(080).
           03  SL-ORGAO                  PIC X(080).
           03  SL-UF-ORGAO               PIC X(002).
           03  SL-PROCESSO               PIC X(040).
           03  SL-DATA-INICIO            PIC 9(008).
           03  SL-DATA-FIM               PIC 9(008).
           03  SL-DATA-CARGA             PIC 9(008).
