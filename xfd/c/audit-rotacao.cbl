      * (SP-AUDIT-RETENTION-MESES).                                                  *
      *                                                                              *
      * CRIACAO...: 22/08/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - A LINHA DE ROTACAO SAI COM A FINALIDADE     *
      *             (AU-FINALIDADE, CAMPO NOVO NO FIM DO AUDITREC) EM BRANCO.        *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  ARCHIVE-REC                 PIC X(132).

       FD  SYSTEM-PARM-FILE.
       01  SYSTEM-PARM-REC             PIC X(762).

       WORKING-STORAGE SECTION.
       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               MOVE "BATCH" TO WA-AU-OPERADOR
           END-IF.
           MOVE WA-AU-OPERADOR    TO AU-OPERADOR.
           MOVE SPACES            TO AU-FINALIDADE.
           WRITE AUDIT-REC.

           CLOSE AUDIT-LOG-FILE.
