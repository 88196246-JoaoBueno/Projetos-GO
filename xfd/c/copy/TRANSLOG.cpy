      *------------------------------------------------------------------------------*
      * REGISTRO DO LOG DE TRANSMISSOES AO INTAKE (TRANSMISSAO-LOG.TXT), UMA LINHA   *
      * POR TRANSMISSAO GERADA PELO GO-FCO-TRANSMISSAO (NORMAL OU REENVIO). E DELE   *
      * QUE SAI A PROXIMA SEQUENCIA E E CONTRA ELE QUE O GO-FCO-RETORNO CONFERE O    *
      * QUE O INTAKE DIZ TER RECEBIDO.                                               *
      *   TL-ARQUIVO: EXTRATO DATADO DE ONDE A TRANSMISSAO SAIU; EM BRANCO QUANDO O  *
      *               DIA NAO PRODUZIU EXTRATO (TRANSMISSAO VAZIA, SO CABECALHO E    *
      *               TRAILER - A SEQUENCIA NAO PULA).                               *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       01  TRANSMISSAO-LOG-REC.
           03  TL-SEQUENCIA            PIC 9(006).
           03  TL-SEP-1                PIC X(001).
           03  TL-DATA-REF             PIC 9(008).
           03  TL-SEP-2                PIC X(001).
           03  TL-DATA-ENVIO           PIC 9(008).
           03  TL-SEP-3                PIC X(001).
           03  TL-HORA-ENVIO           PIC 9(006).
           03  TL-SEP-4                PIC X(001).
           03  TL-INDICADOR            PIC X(001).
           03  TL-SEP-5                PIC X(001).
           03  TL-QTDE-REG             PIC 9(009).
           03  TL-SEP-6                PIC X(001).
           03  TL-TOTAL-CONTROLE       PIC 9(018).
           03  TL-SEP-7                PIC X(001).
           03  TL-ARQUIVO              PIC X(060).
           03  TL-SEP-8                PIC X(001).
           03  TL-OPERADOR             PIC X(008).
