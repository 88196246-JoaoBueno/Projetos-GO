      *------------------------------------------------------------------------------*
      * WORKING-STORAGE DOS PEDIDOS DE ONBOARDING (ONBOARDING-PEDIDOS.TXT) QUE O     *
      * GO-FCO-LOTE ATENDE ANTES DO EXTRATO E DO WORKLIST. UMA LINHA POR PEDIDO,     *
      * CAMPOS SEPARADOS POR ";":                                                    *
      *   PEDIDO;DEPARTAMENTO;CNPJ;PRIORIDADE;VENCIMENTO;RECEBIDO                    *
      *   PEDIDO.......: IDENTIFICADOR DO PEDIDO NO DEPARTAMENTO (ATE 15);           *
      *   DEPARTAMENTO.: QUEM PEDIU (ATE 15) - DA NOME AO ARQUIVO DE RESPOSTA;       *
      *   PRIORIDADE...: 1 (MAIS URGENTE) A 9; AUSENTE OU INVALIDA = 5;              *
      *   VENCIMENTO...: AAAAMMDD COMBINADO COM O DEPARTAMENTO; AUSENTE OU           *
      *                  INVALIDO = SEM PRAZO (99999999, VAI POR ULTIMO);            *
      *   RECEBIDO.....: AAAAMMDD EM QUE O PEDIDO ENTROU; AUSENTE = DATA DO RUN.     *
      * LINHA EM BRANCO, COMENTARIO ("*") E O CABECALHO "PEDIDO;..." SAO PULADOS.    *
      * A ORDEM DE ATENDIMENTO E PRIORIDADE, VENCIMENTO E ORDEM NO ARQUIVO           *
      * (OB-ORDEM). O PEDIDO NAO ATENDIDO NA NOITE VOLTA PARA O ARQUIVO COM O        *
      * VENCIMENTO E A DATA DE RECEBIMENTO ORIGINAIS.                                *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       01  OB-PEDIDOS-TAB.
           03  OB-PEDIDO-ENTRY OCCURS 5000 TIMES.
               05  OB-ORDEM.
                   07  OB-PRIORIDADE   PIC 9(001).
                   07  OB-VENCIMENTO   PIC 9(008).
                   07  OB-SEQ          PIC 9(005).
               05  OB-PEDIDO           PIC X(015).
               05  OB-DEPTO            PIC X(015).
               05  OB-CNPJ             PIC X(014).
               05  OB-RECEBIDO         PIC 9(008).
               05  OB-RESULTADO        PIC X(012).
               05  OB-DIAS-ATRASO      PIC 9(005).
       01  OB-TROCA                    PIC X(083).
       01  OB-DEPTOS-TAB.
           03  OB-DEPTO-LISTA OCCURS 200 TIMES
                                       PIC X(015).
       77  OB-QTDE                     PIC 9(004)      VALUE ZEROS.
       77  OB-QTDE-DEPTOS              PIC 9(004)      VALUE ZEROS.
       77  OB-IDX                      PIC 9(004)      VALUE ZEROS.
       77  OB-IDX-2                    PIC 9(004)      VALUE ZEROS.
       77  OB-IDX-D                    PIC 9(004)      VALUE ZEROS.
       77  OB-TK-PEDIDO                PIC X(015)      VALUE SPACES.
       77  OB-TK-DEPTO                 PIC X(015)      VALUE SPACES.
       77  OB-TK-CNPJ                  PIC X(020)      VALUE SPACES.
       77  OB-TK-PRIORIDADE            PIC X(005)      VALUE SPACES.
       77  OB-TK-VENCIMENTO            PIC X(010)      VALUE SPACES.
       77  OB-TK-RECEBIDO              PIC X(010)      VALUE SPACES.
       01  OB-DATA-TESTE               PIC 9(008)      VALUE ZEROS.
       01  OB-DATA-TESTE-R REDEFINES OB-DATA-TESTE.
           03  OB-DT-ANO               PIC 9(004).
           03  OB-DT-MES               PIC 9(002).
           03  OB-DT-DIA               PIC 9(002).
       77  OB-DATA-OK                  PIC X(001)      VALUE "N".
       77  OB-ULTIMO-DIA               PIC 9(002)      VALUE ZEROS.
       77  OB-HOJE                     PIC 9(008)      VALUE ZEROS.
       77  OB-QTDE-ENRIQUECIDO         PIC 9(005)      VALUE ZEROS.
       77  OB-QTDE-CACHE               PIC 9(005)      VALUE ZEROS.
       77  OB-QTDE-INVALIDO            PIC 9(005)      VALUE ZEROS.
       77  OB-QTDE-DEADLETTER          PIC 9(005)      VALUE ZEROS.
       77  OB-QTDE-ATENDIDO            PIC 9(005)      VALUE ZEROS.
       77  OB-QTDE-PENDENTE            PIC 9(005)      VALUE ZEROS.
       77  OB-QTDE-ATRASO              PIC 9(005)      VALUE ZEROS.
       77  OB-QTDE-PEND-VENCIDO        PIC 9(005)      VALUE ZEROS.
       77  OB-QTDE-SOBRA               PIC 9(005)      VALUE ZEROS.
       77  OB-ANT-REJEITADOS           PIC 9(005)      VALUE ZEROS.
       77  OB-ANT-CONHECIDOS           PIC 9(005)      VALUE ZEROS.
       77  OB-ANT-ERRO                 PIC 9(005)      VALUE ZEROS.
