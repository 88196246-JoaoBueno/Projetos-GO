      *------------------------------------------------------------------------------*
      * REGISTRO DO INDICE DO REPOSITORIO DE RELATORIOS                              *
      * (RELATORIOS/RELATORIO-INDICE.TXT). UMA LINHA POR VERSAO ARQUIVADA, GRAVADA   *
      * PELA RELATORIO-ARQUIVA NO FIM DE CADA RODADA DE RELATORIO E REESCRITA SO     *
      * PELO PASSO NOTURNO DO GO-FCO-RELREPO (DISTRIBUICAO E RETENCAO).              *
      * RI-DISTRIBUIDO: "N" PENDENTE, "S" JA DEPOSITADO NA OUTBOX DO GATEWAY,        *
      * "-" RELATORIO SEM DESTINATARIO NA TABELA DE DISTRIBUICAO.                    *
      * RI-VERSAO FICA NO FIM DA LINHA (CAMINHO DA COPIA DATADA).                    *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       01  RELATORIO-INDICE-REC.
           03  RI-RELATORIO              PIC X(040).
           03  RI-SEP-1                  PIC X(001).
           03  RI-DATA                   PIC 9(008).
           03  RI-SEP-2                  PIC X(001).
           03  RI-HORA                   PIC 9(006).
           03  RI-SEP-3                  PIC X(001).
           03  RI-OPERADOR               PIC X(008).
           03  RI-SEP-4                  PIC X(001).
           03  RI-FONTE                  PIC X(030).
           03  RI-SEP-5                  PIC X(001).
           03  RI-LINHAS                 PIC 9(007).
           03  RI-SEP-6                  PIC X(001).
           03  RI-DISTRIBUIDO            PIC X(001).
           03  RI-SEP-7                  PIC X(001).
           03  RI-VERSAO                 PIC X(100).
