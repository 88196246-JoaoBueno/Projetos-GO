      * ALTERACAO.: 03/09/2026 - BUENO - CRITERIO (F): CONSULTA DE PESSOA FISICA     *
      *             NO CPF-MASTER.DAT. AS BUSCAS POR NOME/MUNICIPIO/CNAE SEGUEM      *
      *             COBRINDO SO PESSOA JURIDICA (CNPJ-MASTER).                       *
      * ALTERACAO.: 15/10/2026 - BUENO - MASCARA POR PERFIL (COPY MASCARA/MASCARAP): *
      *             FORA DOS PERFIS LIBERADOS O CPF DO CRITERIO F SAI COMO           *
      *             ***.456.789-** E O CPF NO NOME EMPRESARIAL DE MEI SAI MASCARADO; *
      *             A VISAO SEM MASCARA DE UM PERFIL LIBERADO VAI PARA O AUDIT.LOG   *
      *             (SEM-MASC).                                                      *
      * ALTERACAO.: 15/10/2026 - BUENO - CRITERIOS (T) TELEFONE E (E) E-MAIL: BUSCA  *
      *             REVERSA NO CNPJ-CONTATOS.DAT PELA CHAVE ALTERNADA CT-CONTATO,    *
      *             COM O CRITERIO NORMALIZADO COMO NA GRAVACAO (COPY                *
      *             CONTNORM/CONTNORMP). AVISA QUANDO O CONTATO E COMPARTILHADO POR  *
      *             VARIAS RAIZES DE CNPJ E GRAVA O CONTATO PROCURADO NO AUDIT.LOG.  *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WA-FS-CPF.

           SELECT CNPJ-CONTATOS-FILE
               ASSIGN TO "CNPJ-CONTATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CHAVE
               ALTERNATE RECORD KEY IS CT-CONTATO WITH DUPLICATES
               FILE STATUS IS WA-FS-CONTATOS.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO WA-ARQ-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
       FD  CPF-MASTER-FILE.
           COPY CPFREC.

       FD  CNPJ-CONTATOS-FILE.
           COPY CONTREC.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       77  WA-PAUSA                    PIC X(001)          VALUE SPACES.
       77  WA-ACHOU-REG                PIC X(001)          VALUE "N".
       77  WA-FS-CPF                   PIC X(002)          VALUE "00".
       77  WA-FS-CONTATOS              PIC X(002)          VALUE "00".
       77  WA-CONTATO-BUSCA            PIC X(060)          VALUE SPACES.
       77  WA-AVISO-COMPART            PIC X(001)          VALUE "N".
       77  WA-TIPO-DESC                PIC X(014)          VALUE SPACES.

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".

           COPY CPFVAL.

           COPY MASCARA.

           COPY CONTNORM.

      *LINKAGE SECTION.
           COPY FCOLNK.

           MOVE SPACES     TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

           PERFORM CARREGA-MASCARA.
           MOVE "TELA" TO MSK-ONDE.

           OPEN INPUT CNPJ-MASTER-FILE.
           IF  WA-FS-MASTER = "35"
               DISPLAY "CNPJ-MASTER.DAT AINDA NAO EXISTE - NADA A "
                   PERFORM RT05-00-BUSCA-CNAE
               WHEN "F"
                   PERFORM RT08-00-BUSCA-CPF
               WHEN "T"
               WHEN "E"
                   PERFORM RT09-00-BUSCA-CONTATO
           END-EVALUATE.

           CLOSE CNPJ-MASTER-FILE.

           MOVE "BUSCA"            TO WA-AU-EVENTO.
           MOVE WA-TIPO-BUSCA      TO WA-AU-ENTRADA.
      * BUSCA REVERSA POR CONTATO DEIXA O CONTATO PROCURADO NO RASTRO.
           IF  WA-TIPO-BUSCA = "T" OR WA-TIPO-BUSCA = "E"
               MOVE SPACES TO WA-AU-ENTRADA
               STRING WA-TIPO-BUSCA ":" WA-CONTATO-BUSCA
                   DELIMITED BY SIZE INTO WA-AU-ENTRADA
               END-STRING
           END-IF.
           MOVE WN-QTDE-ACHADOS    TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.


       RT01A-PEDE-CRITERIO.
           DISPLAY "Buscar no cache por: (C)NPJ  (N)ome  "
                   "(M)unicipio/UF  CN(A)E  C(F) pessoa fisica  "
                   "(T)elefone  (E)-mail ? "
               WITH NO ADVANCING.
           ACCEPT WA-TIPO-BUSCA.
           MOVE FUNCTION UPPER-CASE(WA-TIPO-BUSCA) TO WA-TIPO-BUSCA.
                   DISPLAY "CPF: " WITH NO ADVANCING
                   MOVE ZEROS TO LNK-FCO
                   ACCEPT LNK-FCO
               WHEN "T"
                   DISPLAY "Telefone com DDD: " WITH NO ADVANCING
                   MOVE SPACES TO WA-CRITERIO
                   ACCEPT WA-CRITERIO
               WHEN "E"
                   DISPLAY "E-mail: " WITH NO ADVANCING
                   MOVE SPACES TO WA-CRITERIO
                   ACCEPT WA-CRITERIO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - DIGITE C, N, M, A, F, T "
                           "OU E."
                   MOVE "N" TO WA-TIPO-BUSCA-OK
           END-EVALUATE.

           END-PERFORM.

       RT06-00-MOSTRA-RESUMO.
           MOVE CM-NOME-EMPRESARIAL TO MSK-TEXTO.
           PERFORM MASCARA-CPF-NO-TEXTO.
           DISPLAY CM-CNPJ " "
                   MSK-TEXTO(1:40) " "
                   CM-ENDERECO-MUNICIPIO(1:20) "/"
                   CM-ENDERECO-UF(1:2) " "
                   CM-CNAE-PRINCIPAL(1:10).
           MOVE CM-CNPJ TO MSK-DOCUMENTO.
           PERFORM REGISTRA-SEM-MASCARA.
           ADD 1 TO WN-QTDE-PAGINA.
           IF  WN-QTDE-PAGINA >= WN-TAM-PAGINA
               DISPLAY "-- ENTER continua, S para parar -- "
                       DISPLAY "CPF " LNK-FCO " NAO ESTA NO CACHE."
                   NOT INVALID KEY
                       ADD 1 TO WN-QTDE-ACHADOS
                       MOVE PF-CPF TO MSK-CPF
                       PERFORM MASCARA-CPF
                       DISPLAY "CPF..............: " MSK-CPF-FMT
                       DISPLAY "NOME.............: " PF-NOME
                       DISPLAY "DATA NASCIMENTO..: " PF-DATA-NASCIMENTO
                       DISPLAY "SITUACAO DO CPF..: " PF-SITUACAO-CPF
                               "/" PF-ENDERECO-UF(1:2)
                       DISPLAY "ULTIMA CONSULTA..: "
                               PF-DATA-ULT-CONSULTA
                       MOVE PF-CPF TO MSK-DOCUMENTO
                       PERFORM REGISTRA-SEM-MASCARA
               END-READ
               CLOSE CPF-MASTER-FILE
           END-IF.

      *---------------------------------------------------------------*
      * BUSCA REVERSA: DE QUEM E ESTE TELEFONE/E-MAIL. O CRITERIO     *
      * PASSA PELA MESMA NORMALIZACAO DA GRAVACAO (COPY CONTNORMP) E  *
      * A LEITURA E PELA CHAVE ALTERNADA CT-CONTATO DO CNPJ-CONTATOS. *
      *---------------------------------------------------------------*
       RT09-00-BUSCA-CONTATO.
           MOVE WA-CRITERIO TO CTN-ENTRADA.
           IF  WA-TIPO-BUSCA = "T"
               PERFORM NORMALIZA-TELEFONE
           ELSE
               PERFORM VALIDA-EMAIL
           END-IF.
           MOVE CTN-SAIDA TO WA-CONTATO-BUSCA.
           IF  WA-CONTATO-BUSCA = SPACES
               DISPLAY "CONTATO SEM NADA APROVEITAVEL ("
                       FUNCTION TRIM(CTN-MOTIVO) ")."
           ELSE
               IF  CTN-VALIDO NOT = "S"
                   DISPLAY "AVISO: CONTATO FORA DO PADRAO ("
                           FUNCTION TRIM(CTN-MOTIVO)
                           ") - BUSCANDO ASSIM MESMO."
               END-IF
               OPEN INPUT CNPJ-CONTATOS-FILE
               IF  WA-FS-CONTATOS NOT = "00"
                   DISPLAY "CNPJ-CONTATOS.DAT AINDA NAO EXISTE - RODE "
                           "O CONTATO-CARGA."
               ELSE
                   DISPLAY "Contato normalizado: "
                           FUNCTION TRIM(WA-CONTATO-BUSCA)
                   MOVE "N"              TO WA-AVISO-COMPART
                   MOVE WA-CONTATO-BUSCA TO CT-CONTATO
                   START CNPJ-CONTATOS-FILE
                       KEY IS EQUAL TO CT-CONTATO
                       INVALID KEY
                           DISPLAY "NENHUM CNPJ COM ESTE CONTATO NO "
                                   "CACHE."
                           MOVE "S" TO WA-PARA-BUSCA
                       NOT INVALID KEY
                           MOVE "N" TO WA-PARA-BUSCA
                   END-START
                   PERFORM UNTIL WA-PARA-BUSCA = "S"
                       READ CNPJ-CONTATOS-FILE NEXT RECORD
                           AT END MOVE "S" TO WA-PARA-BUSCA
                       END-READ
                       IF  WA-PARA-BUSCA NOT = "S"
                           IF  CT-CONTATO NOT = WA-CONTATO-BUSCA
                               MOVE "S" TO WA-PARA-BUSCA
                           ELSE
                               PERFORM RT09A-MOSTRA-CONTATO
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE CNPJ-CONTATOS-FILE
               END-IF
           END-IF.

       RT09A-MOSTRA-CONTATO.
           IF  CT-COMPARTILHADO = "S" AND WA-AVISO-COMPART = "N"
               DISPLAY "ATENCAO: CONTATO DE " CT-QTDE-RAIZES
                       " RAIZES DE CNPJ DIFERENTES - PROVAVEL "
                       "ESCRITORIO DE CONTABILIDADE."
               MOVE "S" TO WA-AVISO-COMPART
           END-IF.
           EVALUATE CT-TIPO
               WHEN "F"
                   MOVE "FIXO"           TO WA-TIPO-DESC
               WHEN "C"
                   MOVE "CELULAR"        TO WA-TIPO-DESC
               WHEN "E"
                   MOVE "E-MAIL"         TO WA-TIPO-DESC
               WHEN OTHER
                   MOVE "FORA DO PADRAO" TO WA-TIPO-DESC
           END-EVALUATE.
           MOVE CT-CNPJ TO CM-CNPJ.
           READ CNPJ-MASTER-FILE
               KEY IS CM-CNPJ
               INVALID KEY
                   DISPLAY CT-CNPJ " (FORA DO CACHE)"
               NOT INVALID KEY
                   ADD 1 TO WN-QTDE-ACHADOS
                   PERFORM RT06-00-MOSTRA-RESUMO
           END-READ.
           IF  CT-DDD-CONFERE = "N"
               DISPLAY "    " WA-TIPO-DESC " NO CAMPO " CT-CAMPO
                       " - DDD " CT-DDD " E DE " CT-DDD-UF
                       ", FORA DA UF DA EMPRESA"
           ELSE
               DISPLAY "    " WA-TIPO-DESC " NO CAMPO " CT-CAMPO
           END-IF.

       RT07-00-MOSTRA-COMPLETO.
           MOVE CM-NOME-EMPRESARIAL TO MSK-TEXTO.
           PERFORM MASCARA-CPF-NO-TEXTO.
           DISPLAY "CNPJ.............: " CM-CNPJ.
           DISPLAY "NOME EMPRESARIAL.: " MSK-TEXTO.
           DISPLAY "NOME FANTASIA....: " CM-NOME-FANTASIA.
           DISPLAY "MUNICIPIO/UF.....: "
                   FUNCTION TRIM(CM-ENDERECO-MUNICIPIO)
                   "/" CM-ENDERECO-UF(1:2).
           DISPLAY "CNAE PRINCIPAL...: " CM-CNAE-PRINCIPAL.
           DISPLAY "ULTIMA CONSULTA..: " CM-DATA-ULT-CONSULTA.
           MOVE CM-CNPJ TO MSK-DOCUMENTO.
           PERFORM REGISTRA-SEM-MASCARA.

           COPY AUDITP.

           COPY CNPJVALP.

           COPY CPFVALP.

           COPY MASCARAP.

           COPY CONTNORMP.
