      * ALTERACAO.: 22/08/2026 - BUENO - GRAVA TAMBEM O OPERADOR (AU-OPERADOR),      *
      *             LIDO DO AMBIENTE GO-OPERADOR ONDE O LOGIN DO MENU O DEIXOU;      *
      *             SEM OPERADOR NO AMBIENTE (RODADA BATCH), SAI "BATCH".            *
      * ALTERACAO.: 15/10/2026 - BUENO - GRAVA TAMBEM A FINALIDADE (AU-FINALIDADE)   *
      *             NAS LINHAS CONSULTA E CACHE, LIDA DO AMBIENTE GO-FINALIDADE ONDE *
      *             O PROGRAMA DE CONSULTA A DEIXOU (COPY FINALTAB/FINALTABP); NOS   *
      *             DEMAIS EVENTOS SAI EM BRANCO.                                    *
      *------------------------------------------------------------------------------*
       GRAVA-AUDITORIA.
           ACCEPT WA-AU-DATA FROM DATE YYYYMMDD.
           MOVE WA-AU-ENTRADA       TO AU-ENTRADA.
           MOVE WA-AU-RESULTADO     TO AU-RESULTADO.
           MOVE WA-AU-OPERADOR      TO AU-OPERADOR.
           MOVE SPACES              TO AU-FINALIDADE.
           IF  WA-AU-EVENTO = "CONSULTA" OR WA-AU-EVENTO = "CACHE"
               ACCEPT AU-FINALIDADE FROM ENVIRONMENT "GO-FINALIDADE"
           END-IF.
           WRITE AUDIT-REC.

           CLOSE AUDIT-LOG-FILE.
