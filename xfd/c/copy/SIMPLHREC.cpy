      *------------------------------------------------------------------------------*
      * REGISTRO DO HISTORICO DE REGIME SIMPLES/MEI (CNPJ-SIMPLES-HIST.DAT).         *
      * O CNPJ-SIMPLES.DAT SO GUARDA A FICHA DA ULTIMA CONSULTA; CADA VEZ QUE UMA    *
      * RECONSULTA (GO-FCO-MASTER) OU UMA CARGA DOS DADOS ABERTOS MUDA O OPTANTE OU  *
      * A DATA DE OPCAO DO SIMPLES OU DO MEI, A SITUACAO ANTERIOR E A NOVA FICAM     *
      * AQUI (COPY SIMPLHP) - SEM ISSO O FATURAMENTO SO DESCOBRIA A EXCLUSAO NA NOTA *
      * RECUSADA. O REGIME E O RESUMO DA FICHA: MEI (OPTANTE MEI), SIMPLES (OPTANTE  *
      * SIMPLES, NAO-MEI) OU FORA-SIMPLES. MUDANCA SO DE DATA MANTEM O REGIME.       *
      * CHAVE: CNPJ + DATA/HORA EM QUE A MUDANCA FOI PERCEBIDA.                      *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       01  CNPJ-SIMPLES-HIST-REC.
           03  RG-CHAVE.
               05  RG-CNPJ               PIC X(014).
               05  RG-DATA-DETECCAO      PIC 9(008).
               05  RG-HORA-DETECCAO      PIC 9(006).
           03  RG-ORIGEM                 PIC X(013).
           03  RG-REGIME-ANTERIOR        PIC X(012).
           03  RG-REGIME-NOVO            PIC X(012).
           03  RG-DATA-EFETIVA           PIC X(010).
           03  RG-ANTERIOR.
               05  RG-ANT-OPTANTE-SIMPLES
                                         PIC X(001).
               05  RG-ANT-DATA-SIMPLES   PIC X(010).
               05  RG-ANT-OPTANTE-MEI    PIC X(001).
               05  RG-ANT-DATA-MEI       PIC X(010).
           03  RG-NOVO.
               05  RG-NOVO-OPTANTE-SIMPLES
                                         PIC X(001).
               05  RG-NOVO-DATA-SIMPLES  PIC X(010).
               05  RG-NOVO-OPTANTE-MEI   PIC X(001).
               05  RG-NOVO-DATA-MEI      PIC X(010).
