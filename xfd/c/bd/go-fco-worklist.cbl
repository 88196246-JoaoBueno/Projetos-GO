      *             EM DIAS UTEIS (CALENDARIO-UTEIS.TXT, COPY CALETAB/CALETABP) - *
      *             UM FERIADAO NAO INUNDA MAIS O WORKLIST DE SEGUNDA-FEIRA.      *
      *             CALENDARIO AUSENTE OU VENCIDO ABORTA O JOB COM ERRO.          *
      * ALTERACAO.: 15/10/2026 - BUENO - QUARTA COLUNA FONTE NO WORKLIST (NENHUMA /  *
      *             SERPRO / DADOS ABERTOS). CNPJ CARREGADO DOS DADOS ABERTOS DA     *
      *             RECEITA (CNPJ-DADOS-ABERTOS) CONTA A DEFASAGEM DA DATA DA BASE   *
      *             DA RECEITA, GRAVADA NO CM-DATA-ULT-CONSULTA, E SO ENTRA NO       *
      *             WORKLIST - E NA COTA PAGA - QUANDO ESSA BASE PASSA DO LIMITE. O  *
      *             GO-FCO-LOTE LE SO AS TRES PRIMEIRAS COLUNAS.                     *
      * ALTERACAO.: 15/10/2026 - BUENO - FCO ABSORVIDO NUMA FUSAO (MAPA              *
      *             FCO-FUSAO.TXT DO GO-FCO-FUSAO, COPY FUSAOTAB/FUSAOP) NAO ENTRA   *
      *             NO WORKLIST.                                                     *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO WA-ARQ-WORKLIST
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CNPJ-FONTE-FILE
               ASSIGN TO "CNPJ-FONTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CNPJ
               FILE STATUS IS WA-FS-FONTE.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO WA-ARQ-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-CALENDARIO.

           SELECT FUSAO-FILE
               ASSIGN TO WA-ARQ-FUSAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-FUSAO.

       DATA DIVISION.
       FILE SECTION.
       FD  CNPJ-MASTER-FILE.
       FD  WORKLIST-FILE.
       01  WORKLIST-REC                PIC X(200).

       FD  CNPJ-FONTE-FILE.
           COPY CNPJFREC.

       FD  FUSAO-FILE.
       01  FUSAO-REC                   PIC X(200).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD  SYSTEM-PARM-FILE.
       01  SYSTEM-PARM-REC             PIC X(762).

       FD  CALENDARIO-FILE.
       01  CALENDARIO-REC              PIC X(100).
       77  WN-DIAS-DESDE               SIGNED-LONG         VALUE ZEROS.
       77  WA-DIAS-DESDE-ED            PIC Z(006)9         VALUE ZEROS.
       77  WA-DIAS-DESDE-TXT           PIC X(020)          VALUE SPACES.
       77  WA-FS-FONTE                 PIC X(002)          VALUE "00".
       77  WA-FONTE-ABERTA             PIC X(001)          VALUE "N".
       77  WA-FONTE-TXT                PIC X(015)          VALUE SPACES.
       77  WS-IDX-FONTE                PIC 9(002)          VALUE ZEROS.
       77  WN-QTDE-FUNDIDOS            SIGNED-LONG         VALUE 0.
       77  WA-ARQ-FUSAO                PIC X(100)          VALUE
               "FCO-FUSAO.TXT".
       77  WA-FS-FUSAO                 PIC X(002)          VALUE "00".

           COPY FUSAOTAB.


           COPY BDREGIS.

           SET CONFIGURATION "DLL-CONVENTION" TO 0.
           CALL SP-LIB-BD.

           PERFORM CARREGA-FUSAO.

           DISPLAY "Considerar desatualizado com mais de quantos dias "
                   "UTEIS sem consulta ao SERPRO (ENTER = 90)? "
               WITH NO ADVANCING.
               FUNCTION INTEGER-OF-DATE(WN-DATA-HOJE).

           OPEN INPUT CNPJ-MASTER-FILE.
           OPEN INPUT CNPJ-FONTE-FILE.
           IF  WA-FS-FONTE = "00"
               MOVE "S" TO WA-FONTE-ABERTA
           END-IF.
           OPEN OUTPUT WORKLIST-FILE.
           MOVE "CNPJ,NOME,DIAS_SEM_CONSULTA,FONTE" TO WORKLIST-REC.
           WRITE WORKLIST-REC.

           MOVE SPACES TO WA-PARA.
           ELSE
                MOVE LNK-RETORNO TO WA-REGIS
                ADD 1 TO WN-QTDE-LIDOS
                PERFORM RT01-00-FILTRA-FUSAO
           END-IF.

           PERFORM UNTIL WA-PARA = "S"
                   ELSE
                        MOVE LNK-RETORNO TO WA-REGIS
                        ADD 1 TO WN-QTDE-LIDOS
                        PERFORM RT01-00-FILTRA-FUSAO
                   END-IF
           END-PERFORM.

           CALL "closeRows".
           CLOSE CNPJ-MASTER-FILE.
           IF  WA-FONTE-ABERTA = "S"
               CLOSE CNPJ-FONTE-FILE
           END-IF.
           CLOSE WORKLIST-FILE.

           DISPLAY "Gravado em " WA-ARQ-WORKLIST.
           DISPLAY "Registros lidos na BD: " WN-QTDE-LIDOS.
           DISPLAY "Desatualizados (worklist): " WN-QTDE-DESATUALIZADOS.
           IF  WN-QTDE-FUNDIDOS > 0
               DISPLAY "FCO ja fundidos (fora)...: " WN-QTDE-FUNDIDOS
           END-IF.

           MOVE "WORKLIST"            TO WA-AU-EVENTO.
           MOVE WN-DIAS-LIMITE        TO WA-AU-ENTRADA.
           ACCEPT LNK-FCO.
           STOP RUN.

      * FCO ABSORVIDO NUMA FUSAO (FCO-FUSAO.TXT) NAO VAI PARA O
      * WORKLIST - O REFRESH E DO SOBREVIVENTE, QUE VEM NO PROPRIO WALK.
       RT01-00-FILTRA-FUSAO.
           MOVE WN-FCO TO FU-BUSCA-FCO.
           PERFORM BUSCA-FUSAO.
           IF  FU-FUNDIDO = "S"
               ADD 1 TO WN-QTDE-FUNDIDOS
           ELSE
               PERFORM RT02-00-AVALIA-REGISTRO
           END-IF.

       RT02-00-AVALIA-REGISTRO.
           MOVE WN-CNPJ TO CM-CNPJ.
           MOVE "N"     TO WA-ACHOU-MASTER.
           IF  WA-ACHOU-MASTER = "N"
      * NUNCA FOI CONSULTADO NO SERPRO - O MAIS PRIORITARIO DE TODOS.
               MOVE "NUNCA CONSULTADO" TO WA-DIAS-DESDE-TXT
               MOVE "NENHUMA"          TO WA-FONTE-TXT
               PERFORM RT03-00-GRAVA-WORKLIST
           ELSE
      * DIAS UTEIS DESDE A ULTIMA CONSULTA - FIM DE SEMANA E FERIADO
      * NAO ENVELHECEM O REGISTRO. REGISTRO CARREGADO DOS DADOS
      * ABERTOS DA RECEITA TEM NO CM-DATA-ULT-CONSULTA A DATA DA BASE
      * DA RECEITA: SO VAI PARA A COTA PAGA QUANDO ELA ENVELHECE.
               PERFORM RT02A-VERIFICA-FONTE
               MOVE CM-DATA-ULT-CONSULTA TO CAL-DATA-INI
               MOVE WN-DATA-HOJE         TO CAL-DATA-FIM
               PERFORM DIAS-UTEIS-ENTRE
               END-IF
           END-IF.

      * FONTE DO REGISTRO: "DADOS ABERTOS" QUANDO ALGUM CAMPO AINDA TEM
      * FONTE "R" NO CNPJ-FONTE (NUNCA PASSOU PELO SERPRO).
       RT02A-VERIFICA-FONTE.
           MOVE "SERPRO" TO WA-FONTE-TXT.
           IF  WA-FONTE-ABERTA = "S"
               MOVE CM-CNPJ TO CF-CNPJ
               READ CNPJ-FONTE-FILE
                   KEY IS CF-CNPJ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING WS-IDX-FONTE FROM 1 BY 1
                               UNTIL WS-IDX-FONTE > 18
                           IF  CF-FONTE(WS-IDX-FONTE) = "R"
                               MOVE "DADOS ABERTOS" TO WA-FONTE-TXT
                           END-IF
                       END-PERFORM
               END-READ
           END-IF.

       RT03-00-GRAVA-WORKLIST.
           MOVE SPACES TO WORKLIST-REC.
           STRING
               WN-CNPJ                         DELIMITED BY SIZE
               ","                             DELIMITED BY SIZE
               FUNCTION TRIM(WA-NOME)          DELIMITED BY SIZE
               ","                             DELIMITED BY SIZE
               FUNCTION TRIM(WA-DIAS-DESDE-TXT) DELIMITED BY SIZE
               ","                             DELIMITED BY SIZE
               FUNCTION TRIM(WA-FONTE-TXT)     DELIMITED BY SIZE
               INTO WORKLIST-REC
           END-STRING.
           WRITE WORKLIST-REC.

           COPY CALETABP.

           COPY FUSAOP.

           COPY AUDITP.

           COPY SYSPARMP.
