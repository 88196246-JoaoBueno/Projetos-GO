      * ALTERACAO.: 22/08/2026 - BUENO - A BUSCA POR (C)NPJ ACEITA TAMBEM CPF:    *
      *             A VALIDACAO PASSOU PARA O VALIDA-DOCUMENTO (COPY              *
      *             CPFVAL/CPFVALP).                                              *
      * ALTERACAO.: 15/10/2026 - BUENO - LE O MAPA DE FUSOES DE FCO (FCO-FUSAO.TXT,  *
      *             COPY FUSAOTAB/FUSAOP): BUSCA POR NUMERO DE FCO JA ABSORVIDO E    *
      *             REDIRECIONADA PARA O SOBREVIVENTE, E O FCO ABSORVIDO FICA FORA   *
      *             DO BD-EXPORT.CSV.                                                *
      *                                                                              *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-SYSPARM.

           SELECT FUSAO-FILE
               ASSIGN TO WA-ARQ-FUSAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-FUSAO.

       DATA DIVISION.
       FILE SECTION.
       FD  CSV-OUTPUT-FILE.
       01  CSV-REC                     PIC X(200).

       FD  FUSAO-FILE.
       01  FUSAO-REC                   PIC X(200).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  SYSTEM-PARM-FILE.
       01  SYSTEM-PARM-REC             PIC X(762).

       WORKING-STORAGE SECTION.
       77  WA-PARA                     PIC X(001)          VALUE SPACES.
       77  WA-CRITERIO                 PIC X(060)          VALUE SPACES.
       77  WN-QTDE-PESSOA-FISICA       SIGNED-LONG         VALUE 0.
       77  WN-QTDE-PESSOA-JURIDICA     SIGNED-LONG         VALUE 0.
       77  WN-QTDE-FUNDIDOS            SIGNED-LONG         VALUE 0.
       77  WA-ARQ-FUSAO                PIC X(100)          VALUE
               "FCO-FUSAO.TXT".
       77  WA-FS-FUSAO                 PIC X(002)          VALUE "00".

           COPY FUSAOTAB.
       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-FS-AUDIT                 PIC X(002)          VALUE "00".

           MOVE SPACES TO WA-PARA.

           PERFORM CARREGA-FUSAO.

           PERFORM RT05-00-SELECIONA-CRITERIO.

      * NUMERO DE FCO JA ABSORVIDO NUMA FUSAO (FCO-FUSAO.TXT) E
      * REDIRECIONADO PARA O SOBREVIVENTE.
           IF  WA-TIPO-BUSCA = "C"
               MOVE FUNCTION NUMVAL(LNK-FCO) TO FU-BUSCA-FCO
               PERFORM BUSCA-FUSAO
               IF  FU-FUNDIDO = "S"
                   DISPLAY "FCO " FU-BUSCA-FCO " FOI FUNDIDO NO FCO "
                           FU-SOBREV-ACHADO " EM " FU-DATA-ACHADA
                           " - MOSTRANDO O SOBREVIVENTE."
                   MOVE FU-SOBREV-ACHADO TO LNK-FCO
               END-IF
           END-IF.

           IF  WA-TIPO-BUSCA = "C"
               PERFORM VALIDA-DOCUMENTO
               IF  CV-DOC-VALIDO NOT = "S"
           DISPLAY "Total de registros: " WN-QTDE-REGS.
           DISPLAY "Pessoa Fisica (F): " WN-QTDE-PESSOA-FISICA.
           DISPLAY "Pessoa Juridica (J): " WN-QTDE-PESSOA-JURIDICA.
           IF  WN-QTDE-FUNDIDOS > 0
               DISPLAY "FCO fundidos (fora do CSV): " WN-QTDE-FUNDIDOS
           END-IF.

           MOVE "EXPORT"        TO WA-AU-EVENTO.
           MOVE LNK-FCO         TO WA-AU-ENTRADA.
           ACCEPT LNK-FCO.
           GOBACK.

      * FCO ABSORVIDO NUMA FUSAO NAO VAI PARA O EXTRATO - O CLIENTE
      * SAI PELO FCO SOBREVIVENTE.
       RT02-00-GRAVA-CSV.
           MOVE WN-FCO TO FU-BUSCA-FCO.
           PERFORM BUSCA-FUSAO.
           IF  FU-FUNDIDO = "S"
               ADD 1 TO WN-QTDE-FUNDIDOS
           ELSE
               PERFORM RT02A-GRAVA-LINHA-CSV
           END-IF.

       RT02A-GRAVA-LINHA-CSV.
           EVALUATE WA-JURFIS
               WHEN "F"
                   ADD 1 TO WN-QTDE-PESSOA-FISICA

           COPY CPFVALP.

           COPY FUSAOP.

           COPY AUDITP.

           COPY SYSPARMP.
