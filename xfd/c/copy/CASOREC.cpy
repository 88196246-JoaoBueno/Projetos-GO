      *------------------------------------------------------------------------------*
      * REGISTRO DO ARQUIVO INDEXADO CASOS-TRABALHO (CASOS-TRABALHO.DAT): A FILA     *
      * UNICA DE TRABALHO DOS OPERADORES. CADA LINHA DAS FILAS DE ORIGEM             *
      * (PENDING-UPDATE, REWORK-INTAKE, QUALIDADE-WORKLIST, SOCIOS-MUDANCA,          *
      * POSICAO-DIVERGE, CORRECOES-REJEITOS E OS DEAD-LETTERS) VIRA UM CASO,         *
      * CARREGADO PELO GO-FCO-CASOS.                                                 *
      *   CS-NUMERO........: NUMERO DO CASO, CRESCENTE NA ORDEM DE ABERTURA;         *
      *   CS-FILA..........: FILA DE ORIGEM (PENDENTE, INTAKE, QUALIDADE, SOCIOS,    *
      *                      POSICAO, CORRECAO, DL-MASTER, DL-UNICO);                *
      *   CS-CHAVE-ORIGEM..: O QUE IDENTIFICA O ITEM NA FILA - O CNPJ NAS FILAS DE   *
      *                      SITUACAO (UM CASO ABERTO POR CNPJ) OU A LINHA INTEIRA   *
      *                      NAS FILAS DE EVENTO;                                    *
      *   CS-DETALHE.......: A LINHA DA FILA COMO ESTAVA NA ULTIMA CARGA;            *
      *   CS-SITUACAO......: "A" ABERTO SEM DONO, "T" EM TRABALHO COM CS-OPERADOR,   *
      *                      "F" FECHADO (CS-NOTA DIZ COMO);                         *
      *   CS-ULT-CARGA.....: DATA/HORA DA ULTIMA CARGA EM QUE O ITEM AINDA ESTAVA    *
      *                      NA FILA DE ORIGEM - O QUE SAIU DELA E FECHADO SOZINHO.  *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       01  CASO-REC.
           03  CS-NUMERO                 PIC 9(008).
           03  CS-ORIGEM.
               05  CS-FILA               PIC X(010).
               05  CS-CHAVE-ORIGEM       PIC X(120).
           03  CS-DETALHE                PIC X(120).
           03  CS-CNPJ                   PIC X(014).
           03  CS-SITUACAO               PIC X(001).
           03  CS-DATA-ABERTURA          PIC 9(008).
           03  CS-HORA-ABERTURA          PIC 9(006).
           03  CS-OPERADOR               PIC X(008).
           03  CS-DATA-ATRIBUICAO        PIC 9(008).
           03  CS-DATA-FECHAMENTO        PIC 9(008).
           03  CS-FECHADO-POR            PIC X(008).
           03  CS-NOTA                   PIC X(060).
           03  CS-ULT-CARGA              PIC 9(014).
