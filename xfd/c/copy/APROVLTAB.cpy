      *------------------------------------------------------------------------------*
      * WORKING-STORAGE DO HASH DO LOTE DE CORRECOES (COPY APROVLP NA PROCEDURE).    *
      * O GO-FCO-IMPORTA GUARDA NA PROPOSTA TIPO "I" (AP-IMAGEM-NOVA) O SHA-256 DO   *
      * LOTE DATADO NO MOMENTO DA PROPOSTA; O APROVACAO-MANUT RECALCULA ANTES DE     *
      * APLICAR - LOTE MEXIDO DEPOIS DA PROPOSTA NAO E APLICADO, PORQUE O SUPERVISOR *
      * APROVARIA UM CONTEUDO QUE NAO VIU. QUEM COPIA PRECISA DO SELECT/FD DO        *
      * LOTE-APROV-FILE (01 LOTE-APROV-REC PIC X(200), ASSIGN WA-ARQ-LOTE, FILE      *
      * STATUS WA-FS-LOTE).                                                          *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       77  APL-HASH                    PIC X(064)      VALUE SPACES.
       77  APL-SHA-STR                 PIC X(100)      VALUE SPACES.
       77  APL-SHA-HASH                PIC X(064)      VALUE SPACES.
       77  APL-POS                     PIC 9(004)      VALUE ZEROS.
       77  APL-TAM                     PIC 9(004)      VALUE ZEROS.
       77  APL-EOF                     PIC X(001)      VALUE "N".
