      *             GRAVA O OPERADOR LOGADO NO AMBIENTE (GO-OPERADOR) E O            *
      *             GRAVA-AUDITORIA DO AUDITP LE DE LA; RODADA SEM OPERADOR          *
      *             (BATCH NOTURNO) SAI COMO "BATCH".                                *
      * ALTERACAO.: 15/10/2026 - BUENO - AU-FINALIDADE: CODIGO DA FINALIDADE DA      *
      *             CONSULTA (TABELA FINALTAB), PREENCHIDO SO NAS LINHAS             *
      *             CONSULTA/CACHE - O CHAMADOR DEIXA O CODIGO NO AMBIENTE           *
      *             (GO-FINALIDADE). CAMPO NO FIM DA LINHA: LINHA GRAVADA ANTES SAI  *
      *             COM A FINALIDADE EM BRANCO.                                      *
      *------------------------------------------------------------------------------*
       01  AUDIT-REC.
           03  AU-DATA                   PIC 9(008).
           03  AU-ENTRADA                PIC X(030).
           03  AU-RESULTADO              PIC X(020).
           03  AU-OPERADOR               PIC X(008).
           03  AU-FINALIDADE             PIC X(004).
