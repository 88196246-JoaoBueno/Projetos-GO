      *------------------------------------------------------------------------------*
      * PARAGRAFOS DO HISTORICO DE REGIME SIMPLES/MEI, COMPARTILHADOS PELOS          *
      * PROGRAMAS QUE GRAVAM O CNPJ-SIMPLES.DAT (GO-FCO-MASTER, CNPJ-DADOS-ABERTOS). *
      * O CHAMADOR MONTA A FICHA NOVA EM CNPJ-SIMPLES-REC, COM O CNPJ-SIMPLES-FILE   *
      * ABERTO I-O, E FAZ O PERFORM CONFERE-REGIME-SIMPLES ANTES DO WRITE/REWRITE:   *
      * A FICHA GRAVADA E LIDA PELA CHAVE E, SE O OPTANTE OU A DATA DE OPCAO DO      *
      * SIMPLES OU DO MEI MUDOU, A SITUACAO ANTERIOR E A NOVA VAO PARA O             *
      * CNPJ-SIMPLES-HIST.DAT; SE O REGIME MUDOU, SAI TAMBEM A LINHA DO DIA NO       *
      * REGIME-MUDANCA-AAAAMMDD.TXT DO FATURAMENTO. NA VOLTA O CNPJ-SIMPLES-REC      *
      * TEM DE NOVO A FICHA NOVA. PRIMEIRA FICHA DO CNPJ (SEM ANTERIOR) OU FICHA     *
      * SEM OPTANTE NENHUM (FONTE NAO RESPONDEU) NAO E MUDANCA.                      *
      * DATA EFETIVA: ENTRADA NO REGIME = DATA DE OPCAO NOVA; SAIDA = DATA DE        *
      * EXCLUSAO QUANDO A FONTE TRAZ (RGT-EXCLUSAO-SIMPLES/MEI), SENAO A DATA EM     *
      * QUE A MUDANCA FOI PERCEBIDA.                                                 *
      * EXIGE O COPY SIMPLHTAB NA WORKING-STORAGE.                                   *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - A MUDANCA E COPIADA PARA RGT-MUD-* ANTES    *
      *             DO CLOSE DO CNPJ-SIMPLES-HIST.DAT; A LINHA DO FATURAMENTO E O    *
      *             AVISO DO CHAMADOR SAEM DESSA COPIA, NAO DO REGISTRO RG- (QUE NAO *
      *             VALE DEPOIS DO CLOSE).                                           *
      *------------------------------------------------------------------------------*
       CONFERE-REGIME-SIMPLES.
           MOVE CNPJ-SIMPLES-REC TO RGT-FICHA-NOVA.
           MOVE "N" TO RGT-MUDOU.
           READ CNPJ-SIMPLES-FILE
               KEY IS SI-CNPJ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CNPJ-SIMPLES-REC TO RGT-FICHA-ANTERIOR
                   IF  (RGT-ANT-OPT-SIMPLES NOT = SPACE
                        OR RGT-ANT-OPT-MEI NOT = SPACE)
                       AND (RGT-NOVA-OPT-SIMPLES NOT = SPACE
                        OR RGT-NOVA-OPT-MEI NOT = SPACE)
                       AND RGT-ANT-SITUACAO NOT = RGT-NOVA-SITUACAO
                       MOVE "S" TO RGT-MUDOU
                   END-IF
           END-READ.
           MOVE RGT-FICHA-NOVA TO CNPJ-SIMPLES-REC.

           IF  RGT-MUDOU = "S"
               PERFORM GRAVA-HISTORICO-REGIME
           END-IF.

      * AS DATAS DE EXCLUSAO VALEM SO PARA ESTA FICHA.
           MOVE SPACES TO RGT-EXCLUSAO-SIMPLES RGT-EXCLUSAO-MEI.

       GRAVA-HISTORICO-REGIME.
           ACCEPT RGT-DATA FROM DATE YYYYMMDD.
           ACCEPT RGT-HORA FROM TIME.
           MOVE SPACES TO RGT-DATA-ISO.
           STRING RGT-DATA(1:4) "-" RGT-DATA(5:2) "-" RGT-DATA(7:2)
               DELIMITED BY SIZE INTO RGT-DATA-ISO
           END-STRING.

           MOVE SPACES            TO CNPJ-SIMPLES-HIST-REC.
           MOVE RGT-NOVA-CNPJ     TO RG-CNPJ.
           MOVE RGT-DATA          TO RG-DATA-DETECCAO.
           MOVE RGT-HORA          TO RG-HORA-DETECCAO.
           MOVE RGT-ORIGEM        TO RG-ORIGEM.
           MOVE RGT-ANT-SITUACAO  TO RG-ANTERIOR.
           MOVE RGT-NOVA-SITUACAO TO RG-NOVO.

           MOVE RGT-ANT-OPT-SIMPLES  TO RGT-OPT-SIMPLES.
           MOVE RGT-ANT-OPT-MEI      TO RGT-OPT-MEI.
           PERFORM APURA-REGIME-SIMPLES.
           MOVE RGT-REGIME           TO RG-REGIME-ANTERIOR.
           MOVE RGT-NOVA-OPT-SIMPLES TO RGT-OPT-SIMPLES.
           MOVE RGT-NOVA-OPT-MEI     TO RGT-OPT-MEI.
           PERFORM APURA-REGIME-SIMPLES.
           MOVE RGT-REGIME           TO RG-REGIME-NOVO.

           EVALUATE TRUE
               WHEN RG-REGIME-NOVO = RG-REGIME-ANTERIOR
                   AND RG-REGIME-NOVO = "MEI"
                   MOVE RGT-NOVA-DATA-MEI     TO RG-DATA-EFETIVA
               WHEN RG-REGIME-NOVO = RG-REGIME-ANTERIOR
                   AND RG-REGIME-NOVO = "SIMPLES"
                   MOVE RGT-NOVA-DATA-SIMPLES TO RG-DATA-EFETIVA
               WHEN RG-REGIME-NOVO = RG-REGIME-ANTERIOR
                   CONTINUE
               WHEN RG-REGIME-NOVO = "MEI"
                   MOVE RGT-NOVA-DATA-MEI     TO RG-DATA-EFETIVA
               WHEN RG-REGIME-NOVO = "SIMPLES"
                   AND RG-REGIME-ANTERIOR = "FORA-SIMPLES"
                   MOVE RGT-NOVA-DATA-SIMPLES TO RG-DATA-EFETIVA
               WHEN RG-REGIME-NOVO = "SIMPLES"
                   MOVE RGT-EXCLUSAO-MEI      TO RG-DATA-EFETIVA
               WHEN OTHER
                   MOVE RGT-EXCLUSAO-SIMPLES  TO RG-DATA-EFETIVA
                   IF  RG-DATA-EFETIVA = SPACES
                       MOVE RGT-EXCLUSAO-MEI  TO RG-DATA-EFETIVA
                   END-IF
           END-EVALUATE.
           IF  RG-DATA-EFETIVA = SPACES
               MOVE RGT-DATA-ISO TO RG-DATA-EFETIVA
           END-IF.

           OPEN I-O SIMPLES-HIST-FILE.
           IF  RGT-FS-HIST = "35"
               OPEN OUTPUT SIMPLES-HIST-FILE
               CLOSE SIMPLES-HIST-FILE
               OPEN I-O SIMPLES-HIST-FILE
           END-IF.
           WRITE CNPJ-SIMPLES-HIST-REC
               INVALID KEY
                   REWRITE CNPJ-SIMPLES-HIST-REC
           END-WRITE.
           MOVE RG-CNPJ            TO RGT-MUD-CNPJ.
           MOVE RG-REGIME-ANTERIOR TO RGT-MUD-REGIME-ANTERIOR.
           MOVE RG-REGIME-NOVO     TO RGT-MUD-REGIME-NOVO.
           MOVE RG-DATA-EFETIVA    TO RGT-MUD-DATA-EFETIVA.
           CLOSE SIMPLES-HIST-FILE.

           IF  RGT-MUD-REGIME-NOVO NOT = RGT-MUD-REGIME-ANTERIOR
               PERFORM GRAVA-MUDANCA-REGIME
           END-IF.

      * ENTRADA: RGT-OPT-SIMPLES/RGT-OPT-MEI. SAIDA: RGT-REGIME.
       APURA-REGIME-SIMPLES.
           EVALUATE TRUE
               WHEN RGT-OPT-MEI = "S"
                   MOVE "MEI"          TO RGT-REGIME
               WHEN RGT-OPT-SIMPLES = "S"
                   MOVE "SIMPLES"      TO RGT-REGIME
               WHEN OTHER
                   MOVE "FORA-SIMPLES" TO RGT-REGIME
           END-EVALUATE.

       GRAVA-MUDANCA-REGIME.
           MOVE SPACES TO RGT-ARQ-MUDANCA.
           STRING "REGIME-MUDANCA-" RGT-DATA ".TXT"
               DELIMITED BY SIZE INTO RGT-ARQ-MUDANCA
           END-STRING.
           OPEN EXTEND REGIME-MUDANCA-FILE.
           IF  RGT-FS-MUDANCA = "35"
               OPEN OUTPUT REGIME-MUDANCA-FILE
               MOVE SPACES TO REGIME-MUDANCA-REC
               STRING "CNPJ;NOME;REGIME ANTERIOR;REGIME NOVO;"
                      "DATA EFETIVA;ORIGEM"
                   DELIMITED BY SIZE INTO REGIME-MUDANCA-REC
               END-STRING
               WRITE REGIME-MUDANCA-REC
           END-IF.

           MOVE RGT-NOME TO MSK-TEXTO.
           PERFORM MASCARA-CPF-NO-TEXTO.
           MOVE SPACES TO REGIME-MUDANCA-REC.
           STRING RGT-MUD-CNPJ                     DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  FUNCTION TRIM(MSK-TEXTO)         DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  FUNCTION TRIM(RGT-MUD-REGIME-ANTERIOR)
                                                   DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  FUNCTION TRIM(RGT-MUD-REGIME-NOVO)
                                                   DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  RGT-MUD-DATA-EFETIVA             DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  FUNCTION TRIM(RGT-ORIGEM)        DELIMITED BY SIZE
               INTO REGIME-MUDANCA-REC
           END-STRING.
           WRITE REGIME-MUDANCA-REC.
           CLOSE REGIME-MUDANCA-FILE.
           ADD 1 TO RGT-QTDE-MUDANCAS.

           MOVE RGT-MUD-CNPJ     TO MSK-DOCUMENTO.
           MOVE "REGIME-MUDANCA" TO MSK-ONDE.
           PERFORM REGISTRA-SEM-MASCARA.
