      * SIMPLES-REL.TXT E RESUMO NO CONSOLE.                                          *
      *                                                                              *
      * CRIACAO...: 03/09/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - VISAO POR PERIODO (RT04): ESCOLHIDA NA      *
      *             ENTRADA, LE O HISTORICO DE REGIME (CNPJ-SIMPLES-HIST.DAT, COPY   *
      *             SIMPLHREC) E LISTA, PARA MEI, SIMPLES E FORA-SIMPLES, QUEM       *
      *             ENTROU E QUEM SAIU DO REGIME COM DATA EFETIVA NO PERIODO         *
      *             INFORMADO. SAIDA EM SIMPLES-PERIODO-REL.TXT; A VISAO DA SITUACAO *
      *             ATUAL CONTINUA IGUAL.                                            *
      * ALTERACAO.: 15/10/2026 - BUENO - CADA RODADA E ARQUIVADA NO REPOSITORIO DE   *
      *             RELATORIOS (COPY RELREPOP / RELATORIO-ARQUIVA) COM DATA, HORA,   *
      *             OPERADOR E FONTE - A VERSAO ANTERIOR NAO SE PERDE MAIS.          *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS SI-CNPJ
               FILE STATUS IS WA-FS-SIMPLES.

           SELECT SIMPLES-HIST-FILE
               ASSIGN TO "CNPJ-SIMPLES-HIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-CHAVE
               FILE STATUS IS WA-FS-HIST.

           SELECT CNPJ-MASTER-FILE
               ASSIGN TO "CNPJ-MASTER.DAT"
               ORGANIZATION IS INDEXED
       FD  CNPJ-SIMPLES-FILE.
           COPY SIMPLREC.

       FD  SIMPLES-HIST-FILE.
           COPY SIMPLHREC.

       FD  CNPJ-MASTER-FILE.
           COPY CNPJREC.

       77  WN-QTDE-SIMPLES             PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-FORA                PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-MASTER              PIC 9(007)          VALUE ZEROS.
       77  WA-FS-HIST                  PIC X(002)          VALUE "00".
       77  WA-VISAO                    PIC X(001)          VALUE SPACES.
       77  WN-DATA-INI                 PIC 9(008)          VALUE ZEROS.
       77  WN-DATA-FIM                 PIC 9(008)          VALUE ZEROS.
       77  WA-DATA-INI-ISO             PIC X(010)          VALUE SPACES.
       77  WA-DATA-FIM-ISO             PIC X(010)          VALUE SPACES.
       77  WA-REGIME-ALVO              PIC X(012)          VALUE SPACES.
       77  WA-MOVIMENTO-ALVO           PIC X(001)          VALUE SPACES.
       77  WN-QTDE-SECAO               PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-MUDANCAS            PIC 9(007)          VALUE ZEROS.

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-AU-RESULTADO             PIC X(020)          VALUE SPACES.
       77  WA-AU-OPERADOR              PIC X(008)          VALUE SPACES.

           COPY RELREPO.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           MOVE "INICIO"   TO WA-AU-EVENTO.
           MOVE SPACES     TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

           DISPLAY "Visao: 1 - situacao atual  2 - entradas e saidas "
                   "no periodo: " WITH NO ADVANCING.
           MOVE SPACES TO WA-VISAO.
           ACCEPT WA-VISAO.
           IF  WA-VISAO = "2"
               PERFORM RT04-00-VISAO-PERIODO
               ACCEPT WA-PAUSA
               GOBACK
           END-IF.

           OPEN INPUT CNPJ-SIMPLES-FILE.
           IF  WA-FS-SIMPLES NOT = "00"
               DISPLAY "CNPJ-SIMPLES.DAT AINDA NAO EXISTE - NENHUMA "
               CLOSE CNPJ-MASTER-FILE
           END-IF.
           CLOSE REPORT-FILE.
           MOVE "SIMPLES-REL.TXT" TO RR-RELATORIO.
           MOVE WA-ARQ-RELATORIO  TO RR-ARQUIVO.
           MOVE "LEITURA DIRETA"  TO RR-FONTE.
           PERFORM ARQUIVA-RELATORIO.

           DISPLAY "Fichas lidas..........: " WN-QTDE-FICHAS.
           DISPLAY "MEI...................: " WN-QTDE-MEI.
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      * VISAO POR PERIODO: QUEM ENTROU E QUEM SAIU DE CADA REGIME     *
      * (MEI, SIMPLES, FORA-SIMPLES) COM DATA EFETIVA NO PERIODO,     *
      * PELO HISTORICO DE REGIME (CNPJ-SIMPLES-HIST.DAT, COPY SIMPLHP *
      * NO GO-FCO-MASTER E NO CNPJ-DADOS-ABERTOS). MUDANCA SO DE      *
      * DATA DE OPCAO, SEM TROCA DE REGIME, NAO ENTRA. SAIDA EM       *
      * SIMPLES-PERIODO-REL.TXT.                                      *
      *---------------------------------------------------------------*
       RT04-00-VISAO-PERIODO.
           DISPLAY "Data inicial AAAAMMDD (ENTER/zeros = sem limite): "
               WITH NO ADVANCING.
           MOVE ZEROS TO WN-DATA-INI.
           ACCEPT WN-DATA-INI.

           DISPLAY "Data final AAAAMMDD (ENTER/zeros = sem limite): "
               WITH NO ADVANCING.
           MOVE ZEROS TO WN-DATA-FIM.
           ACCEPT WN-DATA-FIM.
           IF  WN-DATA-FIM = ZEROS
               MOVE 99999999 TO WN-DATA-FIM
           END-IF.

      * A DATA EFETIVA DO HISTORICO E AAAA-MM-DD; O PERIODO VAI PARA O
      * MESMO FORMATO PARA A COMPARACAO.
           MOVE SPACES TO WA-DATA-INI-ISO WA-DATA-FIM-ISO.
           STRING WN-DATA-INI(1:4) "-" WN-DATA-INI(5:2) "-"
                  WN-DATA-INI(7:2)
               DELIMITED BY SIZE INTO WA-DATA-INI-ISO
           END-STRING.
           STRING WN-DATA-FIM(1:4) "-" WN-DATA-FIM(5:2) "-"
                  WN-DATA-FIM(7:2)
               DELIMITED BY SIZE INTO WA-DATA-FIM-ISO
           END-STRING.

           MOVE "SIMPLES" TO WA-AU-EVENTO.
           MOVE SPACES    TO WA-AU-ENTRADA.
           STRING "PERIODO " WN-DATA-INI "-" WN-DATA-FIM
               DELIMITED BY SIZE INTO WA-AU-ENTRADA
           END-STRING.

           OPEN INPUT SIMPLES-HIST-FILE.
           IF  WA-FS-HIST NOT = "00"
               DISPLAY "CNPJ-SIMPLES-HIST.DAT AINDA NAO EXISTE - "
                       "NENHUMA MUDANCA DE REGIME REGISTRADA ATE "
                       "AGORA."
               MOVE "SEM-HISTORICO" TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
           ELSE
               PERFORM RT04A-RELATORIO-PERIODO
               CLOSE SIMPLES-HIST-FILE
               MOVE WN-QTDE-MUDANCAS TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
           END-IF.

       RT04A-RELATORIO-PERIODO.
           OPEN INPUT CNPJ-MASTER-FILE.
           IF  WA-FS-MASTER = "00"
               MOVE "S" TO WA-MASTER-DISPONIVEL
           END-IF.

           MOVE "SIMPLES-PERIODO-REL.TXT" TO WA-ARQ-RELATORIO.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-REC.
           STRING "ENTRADAS E SAIDAS DE REGIME SIMPLES NACIONAL / MEI"
                  " - DATA EFETIVA DE " WA-DATA-INI-ISO
                  " A " WA-DATA-FIM-ISO
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE ALL "=" TO REPORT-REC.
           WRITE REPORT-REC.

           MOVE ZEROS TO WN-QTDE-MUDANCAS.
           MOVE "MEI"          TO WA-REGIME-ALVO.
           PERFORM RT04B-SECAO-REGIME.
           MOVE "SIMPLES"      TO WA-REGIME-ALVO.
           PERFORM RT04B-SECAO-REGIME.
           MOVE "FORA-SIMPLES" TO WA-REGIME-ALVO.
           PERFORM RT04B-SECAO-REGIME.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "MUDANCAS DE REGIME NO PERIODO: " WN-QTDE-MUDANCAS
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.

           IF  WA-MASTER-DISPONIVEL = "S"
               CLOSE CNPJ-MASTER-FILE
           END-IF.
           CLOSE REPORT-FILE.
           MOVE "SIMPLES-PERIODO-REL.TXT" TO RR-RELATORIO.
           MOVE WA-ARQ-RELATORIO          TO RR-ARQUIVO.
           MOVE "LEITURA DIRETA"          TO RR-FONTE.
           PERFORM ARQUIVA-RELATORIO.

           DISPLAY "Mudancas de regime no periodo: " WN-QTDE-MUDANCAS.
           DISPLAY "Gravado em " WA-ARQ-RELATORIO.

      * CADA MUDANCA E UMA SAIDA DE UM REGIME E UMA ENTRADA EM OUTRO;
      * O TOTAL GERAL CONTA SO AS ENTRADAS PARA NAO CONTAR EM DOBRO.
       RT04B-SECAO-REGIME.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING FUNCTION TRIM(WA-REGIME-ALVO) " - ENTRARAM"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE "E" TO WA-MOVIMENTO-ALVO.
           PERFORM RT04C-VARRE-HISTORICO.
           ADD WN-QTDE-SECAO TO WN-QTDE-MUDANCAS.

           MOVE SPACES TO REPORT-REC.
           STRING FUNCTION TRIM(WA-REGIME-ALVO) " - SAIRAM"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE "S" TO WA-MOVIMENTO-ALVO.
           PERFORM RT04C-VARRE-HISTORICO.

       RT04C-VARRE-HISTORICO.
           MOVE ZEROS      TO WN-QTDE-SECAO.
           MOVE LOW-VALUES TO RG-CHAVE.
           MOVE "N"        TO WA-PARA-LEITURA.
           START SIMPLES-HIST-FILE
               KEY IS NOT LESS THAN RG-CHAVE
               INVALID KEY
                   MOVE "S" TO WA-PARA-LEITURA
           END-START.

           PERFORM UNTIL WA-PARA-LEITURA = "S"
               READ SIMPLES-HIST-FILE NEXT RECORD
                   AT END MOVE "S" TO WA-PARA-LEITURA
               END-READ
               IF  WA-PARA-LEITURA NOT = "S"
                   AND RG-REGIME-NOVO NOT = RG-REGIME-ANTERIOR
                   AND RG-DATA-EFETIVA NOT < WA-DATA-INI-ISO
                   AND RG-DATA-EFETIVA NOT > WA-DATA-FIM-ISO
                   IF  (WA-MOVIMENTO-ALVO = "E"
                        AND RG-REGIME-NOVO = WA-REGIME-ALVO)
                       OR (WA-MOVIMENTO-ALVO = "S"
                        AND RG-REGIME-ANTERIOR = WA-REGIME-ALVO)
                       PERFORM RT04D-LINHA-MUDANCA
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO REPORT-REC.
           STRING "    TOTAL: " WN-QTDE-SECAO
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.

       RT04D-LINHA-MUDANCA.
           ADD 1 TO WN-QTDE-SECAO.
           MOVE "(CNPJ SEM CACHE)" TO WA-NOME-EMPRESA.
           IF  WA-MASTER-DISPONIVEL = "S"
               MOVE RG-CNPJ TO CM-CNPJ
               READ CNPJ-MASTER-FILE
                   KEY IS CM-CNPJ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-NOME-EMPRESARIAL TO WA-NOME-EMPRESA
               END-READ
           END-IF.
           MOVE SPACES TO REPORT-REC.
           STRING
               "  " RG-CNPJ
               "  EFETIVO " RG-DATA-EFETIVA
               "  " FUNCTION TRIM(RG-REGIME-ANTERIOR)
               " -> " FUNCTION TRIM(RG-REGIME-NOVO)
               "  (" FUNCTION TRIM(RG-ORIGEM)
               " EM " RG-DATA-DETECCAO ")  "
               FUNCTION TRIM(WA-NOME-EMPRESA)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.

           COPY AUDITP.

           COPY RELREPOP.
