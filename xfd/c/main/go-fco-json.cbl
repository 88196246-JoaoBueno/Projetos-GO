           COPY CNPJHREC.

       FD  SYSTEM-PARM-FILE.
       01  SYSTEM-PARM-REC             PIC X(762).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.
