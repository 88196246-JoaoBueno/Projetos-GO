      *   - OS ULTIMOS EVENTOS DO AUDIT.LOG.                                         *
      *                                                                              *
      * CRIACAO...: 22/08/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - WS-EVENTO ACOMPANHOU O AUDITREC (106 BYTES) *
      *             - A FINALIDADE NAO SAIA NOS ULTIMOS EVENTOS.                     *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY AUDITREC.

       FD  SYSTEM-PARM-FILE.
       01  SYSTEM-PARM-REC             PIC X(762).

       WORKING-STORAGE SECTION.
       77  WA-ARQ-COTA                 PIC X(100)          VALUE

       01  WS-ULTIMOS-EVENTOS.
           03  WS-EVENTO OCCURS 5 TIMES
                                       PIC X(106).
       77  WN-QTDE-EVENTOS             PIC 9(007)          VALUE ZEROS.
       77  WS-IDX-EV                   PIC 9(001)          VALUE ZEROS.

