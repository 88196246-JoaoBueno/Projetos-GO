      *------------------------------------------------------------------------------*
      * WORKING-STORAGE DO CONFERE-REGIME-SIMPLES (COPY SIMPLHP): HISTORICO DE       *
      * REGIME SIMPLES/MEI E O ARQUIVO DIARIO DE MUDANCAS PARA O FATURAMENTO         *
      * (REGIME-MUDANCA-AAAAMMDD.TXT, UMA LINHA POR TROCA DE REGIME:                 *
      *   CNPJ;NOME;REGIME-ANTERIOR;REGIME-NOVO;DATA-EFETIVA;ORIGEM).                *
      * QUEM COPIA PRECISA DO SELECT/FD DO SIMPLES-HIST-FILE (COPY SIMPLHREC,        *
      * CHAVE RG-CHAVE, STATUS RGT-FS-HIST) E DO REGIME-MUDANCA-FILE (01             *
      * REGIME-MUDANCA-REC PIC X(200), ASSIGN RGT-ARQ-MUDANCA, STATUS                *
      * RGT-FS-MUDANCA), DO COPY MASCARA/MASCARAP E DO BLOCO WA-AU-/AUDITP.          *
      * ANTES DO PERFORM O CHAMADOR PREENCHE:                                        *
      *   RGT-ORIGEM..........: CONSULTA (SERPRO) OU DADOS-ABERTOS;                  *
      *   RGT-NOME............: NOME EMPRESARIAL (SAI MASCARADO CONFORME O PERFIL);  *
      *   RGT-EXCLUSAO-SIMPLES: DATA DE EXCLUSAO DO SIMPLES, SE A FONTE TRAZ         *
      *   RGT-EXCLUSAO-MEI....: DATA DE EXCLUSAO DO MEI, SE A FONTE TRAZ             *
      *                         (AAAA-MM-DD; EM BRANCO VALE A DATA DA DETECCAO).     *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - RGT-MUD-CNPJ/REGIME-ANTERIOR/REGIME-NOVO/   *
      *             DATA-EFETIVA: COPIA DA MUDANCA GRAVADA NO HISTORICO, FEITA ANTES *
      *             DO CLOSE - DEPOIS DELE O REGISTRO RG- NAO VALE MAIS. E O QUE O   *
      *             ARQUIVO DO FATURAMENTO E O AVISO DO CHAMADOR USAM.               *
      *------------------------------------------------------------------------------*
       77  RGT-FS-HIST                 PIC X(002)      VALUE "00".
       77  RGT-ARQ-MUDANCA             PIC X(100)      VALUE SPACES.
       77  RGT-FS-MUDANCA              PIC X(002)      VALUE "00".
       77  RGT-ORIGEM                  PIC X(013)      VALUE SPACES.
       77  RGT-NOME                    PIC X(060)      VALUE SPACES.
       77  RGT-EXCLUSAO-SIMPLES        PIC X(010)      VALUE SPACES.
       77  RGT-EXCLUSAO-MEI            PIC X(010)      VALUE SPACES.
       77  RGT-MUDOU                   PIC X(001)      VALUE "N".
       77  RGT-DATA                    PIC 9(008)      VALUE ZEROS.
       77  RGT-HORA                    PIC 9(006)      VALUE ZEROS.
       77  RGT-DATA-ISO                PIC X(010)      VALUE SPACES.
       77  RGT-OPT-SIMPLES             PIC X(001)      VALUE SPACES.
       77  RGT-OPT-MEI                 PIC X(001)      VALUE SPACES.
       77  RGT-REGIME                  PIC X(012)      VALUE SPACES.
       77  RGT-QTDE-MUDANCAS           PIC 9(007)      VALUE ZEROS.
       77  RGT-MUD-CNPJ                PIC X(014)      VALUE SPACES.
       77  RGT-MUD-REGIME-ANTERIOR     PIC X(012)      VALUE SPACES.
       77  RGT-MUD-REGIME-NOVO         PIC X(012)      VALUE SPACES.
       77  RGT-MUD-DATA-EFETIVA        PIC X(010)      VALUE SPACES.
       01  RGT-FICHA-NOVA.
           03  RGT-NOVA-CNPJ           PIC X(014).
           03  RGT-NOVA-SITUACAO.
               05  RGT-NOVA-OPT-SIMPLES
                                       PIC X(001).
               05  RGT-NOVA-DATA-SIMPLES
                                       PIC X(010).
               05  RGT-NOVA-OPT-MEI    PIC X(001).
               05  RGT-NOVA-DATA-MEI   PIC X(010).
           03  RGT-NOVA-DATA-CONSULTA  PIC 9(008).
       01  RGT-FICHA-ANTERIOR.
           03  RGT-ANT-CNPJ            PIC X(014).
           03  RGT-ANT-SITUACAO.
               05  RGT-ANT-OPT-SIMPLES PIC X(001).
               05  RGT-ANT-DATA-SIMPLES
                                       PIC X(010).
               05  RGT-ANT-OPT-MEI     PIC X(001).
               05  RGT-ANT-DATA-MEI    PIC X(010).
           03  RGT-ANT-DATA-CONSULTA   PIC 9(008).
