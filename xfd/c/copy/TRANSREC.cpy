      *------------------------------------------------------------------------------*
      * CABECALHO E TRAILER DA TRANSMISSAO DO EXTRATO FIXO (GO-FCO-EXTRATO.TXT) AO   *
      * INTAKE MAINFRAME, NA MESMA LARGURA DE 400 DO EXTRATO. O GO-FCO-TRANSMISSAO   *
      * EMBRULHA O EXTRATO ARQUIVADO DO DIA ENTRE OS DOIS; O INTAKE DEVOLVE O        *
      * CABECALHO NO INTAKE-RETORNO.TXT E O GO-FCO-RETORNO CONFERE A SEQUENCIA.      *
      *   TH-DATA-REF......: DATA DO EXTRATO ARQUIVADO (NOME <EXTRATO>.AAAAMMDD);    *
      *   TH-SEQUENCIA.....: NUMERO DA TRANSMISSAO, CORRIDO, SEM PULO;               *
      *   TH-INDICADOR.....: N = TRANSMISSAO NORMAL, R = REENVIO DA MESMA SEQUENCIA; *
      *   TT-QTDE-REG......: REGISTROS DE DETALHE ENTRE O CABECALHO E O TRAILER;     *
      *   TT-TOTAL-CONTROLE: SOMA DOS CNPJs (14 DIGITOS) DOS REGISTROS DE DETALHE -  *
      *                      POSICAO 1 NO REGISTRO DA EMPRESA, POSICAO 4 NOS         *
      *                      REGISTROS COM TIPO NA FRENTE ("IES").                   *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       01  TR-HEADER.
           03  TH-TIPO-REG             PIC X(003)      VALUE "HDR".
           03  TH-SISTEMA              PIC X(010)      VALUE "GO-FCO".
           03  TH-DATA-REF             PIC 9(008)      VALUE ZEROS.
           03  TH-SEQUENCIA            PIC 9(006)      VALUE ZEROS.
           03  TH-INDICADOR            PIC X(001)      VALUE "N".
           03  TH-DATA-GERACAO         PIC 9(008)      VALUE ZEROS.
           03  TH-HORA-GERACAO         PIC 9(006)      VALUE ZEROS.
           03  TH-ARQUIVO              PIC X(040)      VALUE SPACES.
           03  FILLER                  PIC X(318)      VALUE SPACES.
       01  TR-TRAILER.
           03  TT-TIPO-REG             PIC X(003)      VALUE "TRL".
           03  TT-SEQUENCIA            PIC 9(006)      VALUE ZEROS.
           03  TT-QTDE-REG             PIC 9(009)      VALUE ZEROS.
           03  TT-TOTAL-CONTROLE       PIC 9(018)      VALUE ZEROS.
           03  FILLER                  PIC X(364)      VALUE SPACES.
