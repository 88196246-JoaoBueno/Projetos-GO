      *------------------------------------------------------------------------------*
      * REGISTRO DO SESSOES-MENU.TXT: O MENU ACRESCENTA UMA LINHA (EXTEND) A CADA    *
      * LOGIN, A CADA OPCAO CHAMADA, NA VOLTA DELA E NA SAIDA, PARA O GO-FCO-SESSOES *
      * SABER QUAL OPERADOR ESTA EM QUAL PROCESSO E EM QUAL OPCAO. VALE A ULTIMA     *
      * LINHA DE CADA PID; PID QUE NAO ESTA MAIS NO ps E SESSAO MORTA.               *
      *   SS-PID.......: PID DO PROCESSO DO MENU (C$GETPID);                         *
      *   SS-OPERADOR..: OPERADOR LOGADO (O MESMO DO GO-OPERADOR);                   *
      *   SS-PERFIL....: PERFIL DO OPERADOR;                                         *
      *   SS-DATA/HORA.: MOMENTO DO EVENTO;                                          *
      *   SS-OPCAO.....: OPCAO DO MENU EM EXECUCAO (ZERO = PARADO NO MENU);          *
      *   SS-EVENTO....: LOGIN, OPCAO, MENU (VOLTOU DA OPCAO), SAIDA, ENCERRADA      *
      *                  (DERRUBADA PELO SUPERVISOR NO GO-FCO-SESSOES).              *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       01  SESSAO-REC.
           03  SS-PID                    PIC 9(007).
           03  SS-SEP-1                  PIC X(001).
           03  SS-OPERADOR               PIC X(008).
           03  SS-SEP-2                  PIC X(001).
           03  SS-PERFIL                 PIC X(001).
           03  SS-SEP-3                  PIC X(001).
           03  SS-DATA                   PIC 9(008).
           03  SS-SEP-4                  PIC X(001).
           03  SS-HORA                   PIC 9(006).
           03  SS-SEP-5                  PIC X(001).
           03  SS-OPCAO                  PIC 9(002).
           03  SS-SEP-6                  PIC X(001).
           03  SS-EVENTO                 PIC X(010).
