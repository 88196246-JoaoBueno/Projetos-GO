       IDENTIFICATION DIVISION.
       PROGRAM-ID.      SANCAO-CARGA.
      *------------------------------------------------------------------------------*
      * CARGA DAS LISTAS DE SANCOES DA CGU (PORTAL DA TRANSPARENCIA) NO CADASTRO DE  *
      * PARTES IMPEDIDAS SANCOES.DAT (COPY SANCREC), USADO PELA TRIAGEM DE CLIENTES  *
      * E SOCIOS (SANCAO-TRIAGEM) E PELO AVISO NA CONSULTA DO GO-FCO-MASTER:         *
      *   CEIS.CSV - CADASTRO DE EMPRESAS INIDONEAS E SUSPENSAS;                     *
      *   CNEP.CSV - CADASTRO NACIONAL DE EMPRESAS PUNIDAS.                          *
      * OS ARQUIVOS VEM COMO OS DADOS ABERTOS DA RECEITA: CAMPOS ENTRE ASPAS,        *
      * SEPARADOS POR ";", TEXTO EM LATIN-1 (CONVERTIDO PARA UTF-8), PRIMEIRA LINHA  *
      * DE TITULOS. O CNEP TEM UMA COLUNA A MAIS (VALOR DA MULTA) DEPOIS DA          *
      * CATEGORIA. CADA LISTA E PUBLICADA INTEIRA - A CARGA DE UMA LISTA APAGA ANTES *
      * TODOS OS REGISTROS DAQUELE CADASTRO (SANCAO QUE SAIU DA LISTA SAI DA BASE);  *
      * LISTA NAO INFORMADA ("-") OU AUSENTE FICA COMO ESTAVA.                       *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DADOS-FILE
               ASSIGN TO WA-ARQ-DADOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-DADOS.

           SELECT SANCAO-FILE
               ASSIGN TO "SANCOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-CHAVE
               ALTERNATE RECORD KEY IS SL-DOCUMENTO WITH DUPLICATES
               ALTERNATE RECORD KEY IS SL-NOME-NORM WITH DUPLICATES
               FILE STATUS IS WA-FS-SANCAO.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO WA-ARQ-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
       FD  DADOS-FILE.
       01  DADOS-REC                   PIC X(2000).

       FD  SANCAO-FILE.
           COPY SANCREC.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  WA-ARQ-DADOS                PIC X(150)          VALUE SPACES.
       77  WA-FS-DADOS                 PIC X(002)          VALUE "00".
       77  WA-EOF-DADOS                PIC X(001)          VALUE "N".
       77  WA-ARQ-CEIS                 PIC X(150)          VALUE
               "CEIS.CSV".
       77  WA-ARQ-CNEP                 PIC X(150)          VALUE
               "CNEP.CSV".
       77  WA-CADASTRO                 PIC X(004)          VALUE SPACES.
       77  WA-PARA                     PIC X(001)          VALUE "N".
       77  WA-PAUSA                    PIC X(001)          VALUE SPACES.
       77  WN-DATA-HOJE                PIC 9(008)          VALUE ZEROS.
       77  WA-DATA-TXT                 PIC X(010)          VALUE SPACES.
       77  WA-DATA-CONV                PIC X(008)          VALUE SPACES.
       77  WN-DATA-CONV                PIC 9(008)          VALUE ZEROS.
       77  WA-DOC-TXT                  PIC X(030)          VALUE SPACES.
       77  WN-IDX-DOC                  PIC 9(003)          VALUE ZEROS.
       77  WN-POS-DOC                  PIC 9(003)          VALUE ZEROS.
      * NO CNEP AS COLUNAS DEPOIS DA CATEGORIA ANDAM UMA POSICAO.
       77  WN-DESLOCA                  PIC 9(001)          VALUE ZEROS.
       77  WN-COL                      PIC 9(002)          VALUE ZEROS.

      * LINHA DA LISTA: "CAMPO1";"CAMPO2";...;"CAMPON".
       77  WA-LINHA-DADOS              PIC X(2000)         VALUE SPACES.
       77  WA-LINHA-UTF8               PIC X(2000)         VALUE SPACES.
       77  WA-SEPARADOR                PIC X(003)          VALUE SPACES.
       77  WN-TAM-LINHA                PIC 9(004)          VALUE ZEROS.
       77  WN-POS-LINHA                PIC 9(004)          VALUE ZEROS.
       77  WN-POS-SAIDA                PIC 9(004)          VALUE ZEROS.
       77  WN-BYTE                     PIC 9(003)          VALUE ZEROS.
       01  WA-TOKENS.
           03  WA-TOKEN                 OCCURS 30 TIMES
                                        PIC X(150).

       77  WN-QTDE-LIDAS               PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-GRAVADAS            PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-APAGADAS            PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-REJEITADAS          PIC 9(007)          VALUE ZEROS.
       77  WA-QTDE-ED                  PIC Z(006)9         VALUE ZEROS.

           COPY SANCTAB.

           COPY NOMENORM.

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-FS-AUDIT                 PIC X(002)          VALUE "00".
       77  WA-AU-DATA                  PIC 9(008).
       77  WA-AU-HORA                  PIC 9(006).
       77  WA-AU-PROGRAM-ID            PIC X(020)
               VALUE "SANCAO-CARGA".
       77  WA-AU-EVENTO                PIC X(010)          VALUE SPACES.
       77  WA-AU-ENTRADA               PIC X(030)          VALUE SPACES.
       77  WA-AU-RESULTADO             PIC X(020)          VALUE SPACES.
       77  WA-AU-OPERADOR              PIC X(008)          VALUE SPACES.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           STRING QUOTE ";" QUOTE DELIMITED BY SIZE INTO WA-SEPARADOR
           END-STRING.
           ACCEPT WN-DATA-HOJE FROM DATE YYYYMMDD.

           MOVE "INICIO"   TO WA-AU-EVENTO.
           MOVE SPACES     TO WA-AU-ENTRADA.
           MOVE SPACES     TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

           DISPLAY "Lista CEIS [" FUNCTION TRIM(WA-ARQ-CEIS)
                   "] (- = nao carregar): " WITH NO ADVANCING.
           MOVE SPACES TO WA-ARQ-DADOS.
           ACCEPT WA-ARQ-DADOS.
           IF  WA-ARQ-DADOS NOT = SPACES
               MOVE WA-ARQ-DADOS TO WA-ARQ-CEIS
           END-IF.
           DISPLAY "Lista CNEP [" FUNCTION TRIM(WA-ARQ-CNEP)
                   "] (- = nao carregar): " WITH NO ADVANCING.
           MOVE SPACES TO WA-ARQ-DADOS.
           ACCEPT WA-ARQ-DADOS.
           IF  WA-ARQ-DADOS NOT = SPACES
               MOVE WA-ARQ-DADOS TO WA-ARQ-CNEP
           END-IF.

           OPEN I-O SANCAO-FILE.
           IF  WA-FS-SANCAO = "35"
               OPEN OUTPUT SANCAO-FILE
               CLOSE SANCAO-FILE
               OPEN I-O SANCAO-FILE
           END-IF.
           IF  WA-FS-SANCAO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO SANCOES.DAT (FILE STATUS "
                       WA-FS-SANCAO ") - CARGA CANCELADA."
               MOVE "CARGA-SANC"     TO WA-AU-EVENTO
               MOVE "SANCOES.DAT"    TO WA-AU-ENTRADA
               MOVE "ERRO-ABERTURA"  TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               ACCEPT WA-PAUSA
               GOBACK
           END-IF.

           IF  WA-ARQ-CEIS NOT = "-"
               MOVE "CEIS"      TO WA-CADASTRO
               MOVE 0           TO WN-DESLOCA
               MOVE WA-ARQ-CEIS TO WA-ARQ-DADOS
               PERFORM RT01-00-CARREGA-LISTA
           END-IF.
           IF  WA-ARQ-CNEP NOT = "-"
               MOVE "CNEP"      TO WA-CADASTRO
               MOVE 1           TO WN-DESLOCA
               MOVE WA-ARQ-CNEP TO WA-ARQ-DADOS
               PERFORM RT01-00-CARREGA-LISTA
           END-IF.

           CLOSE SANCAO-FILE.

           ACCEPT WA-PAUSA.
           GOBACK.

      *---------------------------------------------------------------*
      * UMA LISTA (WA-CADASTRO, ARQUIVO EM WA-ARQ-DADOS): SO APAGA O  *
      * QUE HAVIA DO CADASTRO SE O ARQUIVO NOVO ABRIU.                *
      *---------------------------------------------------------------*
       RT01-00-CARREGA-LISTA.
           MOVE ZEROS TO WN-QTDE-LIDAS WN-QTDE-GRAVADAS
                         WN-QTDE-APAGADAS WN-QTDE-REJEITADAS.
           MOVE "N"   TO WA-EOF-DADOS.
           OPEN INPUT DADOS-FILE.
           IF  WA-FS-DADOS NOT = "00"
               DISPLAY "AVISO: SEM " FUNCTION TRIM(WA-ARQ-DADOS)
                       " (FILE STATUS " WA-FS-DADOS ") - LISTA "
                       WA-CADASTRO " MANTIDA COMO ESTAVA."
               MOVE "CARGA-SANC"     TO WA-AU-EVENTO
               MOVE WA-CADASTRO      TO WA-AU-ENTRADA
               MOVE "SEM-ARQUIVO"    TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
           ELSE
               DISPLAY "Lendo " FUNCTION TRIM(WA-ARQ-DADOS) "..."
               PERFORM RT02-00-APAGA-CADASTRO
               PERFORM UNTIL WA-EOF-DADOS = "S"
                   READ DADOS-FILE INTO WA-LINHA-DADOS
                       AT END MOVE "S" TO WA-EOF-DADOS
                   END-READ
                   IF  WA-EOF-DADOS NOT = "S"
                       ADD 1 TO WN-QTDE-LIDAS
                       PERFORM RT03-00-GRAVA-SANCAO
                   END-IF
               END-PERFORM
               CLOSE DADOS-FILE

               DISPLAY "  " WA-CADASTRO ": " WN-QTDE-LIDAS
                       " linha(s), " WN-QTDE-GRAVADAS " sancao(oes) "
                       "gravada(s), " WN-QTDE-REJEITADAS
                       " rejeitada(s), " WN-QTDE-APAGADAS
                       " da carga anterior apagada(s)."

               MOVE "CARGA-SANC"     TO WA-AU-EVENTO
               MOVE SPACES           TO WA-AU-ENTRADA
               MOVE WN-QTDE-GRAVADAS TO WA-QTDE-ED
               STRING WA-CADASTRO " GRAVADAS="
                      FUNCTION TRIM(WA-QTDE-ED)
                   DELIMITED BY SIZE INTO WA-AU-ENTRADA
               END-STRING
               MOVE SPACES           TO WA-AU-RESULTADO
               MOVE WN-QTDE-REJEITADAS TO WA-QTDE-ED
               STRING "OK REJ=" FUNCTION TRIM(WA-QTDE-ED)
                   DELIMITED BY SIZE INTO WA-AU-RESULTADO
               END-STRING
               PERFORM GRAVA-AUDITORIA
           END-IF.

       RT02-00-APAGA-CADASTRO.
           MOVE WA-CADASTRO TO SL-CADASTRO.
           MOVE LOW-VALUES  TO SL-CODIGO.
           MOVE "N"         TO WA-PARA.
           START SANCAO-FILE
               KEY IS NOT LESS THAN SL-CHAVE
               INVALID KEY
                   MOVE "S" TO WA-PARA
           END-START.
           PERFORM UNTIL WA-PARA = "S"
               READ SANCAO-FILE NEXT RECORD
                   AT END MOVE "S" TO WA-PARA
               END-READ
               IF  WA-PARA NOT = "S"
                   IF  SL-CADASTRO = WA-CADASTRO
                       DELETE SANCAO-FILE
                       ADD 1 TO WN-QTDE-APAGADAS
                   ELSE
                       MOVE "S" TO WA-PARA
                   END-IF
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      * COLUNAS (CEIS; NO CNEP +1 A PARTIR DA 11, VALOR DA MULTA):    *
      *  2 CODIGO DA SANCAO   3 TIPO DE PESSOA (F/J)  4 CPF OU CNPJ   *
      *  5 NOME DO SANCIONADO 9 PROCESSO  10 CATEGORIA                *
      * 11 INICIO  12 FIM  18 ORGAO SANCIONADOR  19 UF DO ORGAO       *
      * LINHA SEM CODIGO NUMERICO (TITULOS) E IGNORADA.               *
      *---------------------------------------------------------------*
       RT03-00-GRAVA-SANCAO.
           PERFORM RT92-00-QUEBRA-LINHA.
           IF  WA-TOKEN(2)(1:1) NOT NUMERIC
               IF  WN-QTDE-LIDAS > 1
                   ADD 1 TO WN-QTDE-REJEITADAS
               END-IF
           ELSE
               MOVE SPACES TO SANCAO-REC
               MOVE WA-CADASTRO    TO SL-CADASTRO
               MOVE FUNCTION TRIM(WA-TOKEN(2)) TO SL-CODIGO
               MOVE FUNCTION UPPER-CASE(WA-TOKEN(3)(1:1))
                   TO SL-TIPO-PESSOA
               MOVE FUNCTION TRIM(WA-TOKEN(4)) TO WA-DOC-TXT
               IF  SL-TIPO-PESSOA = "J"
                   PERFORM RT04-00-SO-DIGITOS
               ELSE
                   MOVE WA-DOC-TXT TO SL-DOCUMENTO
               END-IF
               MOVE FUNCTION TRIM(WA-TOKEN(5)) TO SL-NOME
               MOVE SL-NOME TO NN-ENTRADA
               PERFORM NORMALIZA-NOME
               MOVE NN-SAIDA TO SL-NOME-NORM
               MOVE FUNCTION TRIM(WA-TOKEN(9))  TO SL-PROCESSO
               MOVE FUNCTION TRIM(WA-TOKEN(10)) TO SL-CATEGORIA
               COMPUTE WN-COL = 11 + WN-DESLOCA
               MOVE WA-TOKEN(WN-COL)(1:10) TO WA-DATA-TXT
               PERFORM RT05-00-CONVERTE-DATA
               MOVE WN-DATA-CONV TO SL-DATA-INICIO
               COMPUTE WN-COL = 12 + WN-DESLOCA
               MOVE WA-TOKEN(WN-COL)(1:10) TO WA-DATA-TXT
               PERFORM RT05-00-CONVERTE-DATA
               MOVE WN-DATA-CONV TO SL-DATA-FIM
               COMPUTE WN-COL = 18 + WN-DESLOCA
               MOVE FUNCTION TRIM(WA-TOKEN(WN-COL)) TO SL-ORGAO
               COMPUTE WN-COL = 19 + WN-DESLOCA
               MOVE FUNCTION TRIM(WA-TOKEN(WN-COL)) TO SL-UF-ORGAO
               MOVE WN-DATA-HOJE TO SL-DATA-CARGA
               IF  SL-DOCUMENTO = SPACES AND SL-NOME-NORM = SPACES
                   ADD 1 TO WN-QTDE-REJEITADAS
               ELSE
                   WRITE SANCAO-REC
                       INVALID KEY
                           REWRITE SANCAO-REC
                   END-WRITE
                   ADD 1 TO WN-QTDE-GRAVADAS
               END-IF
           END-IF.

      * "12.345.678/0001-90" -> "12345678000190".
       RT04-00-SO-DIGITOS.
           MOVE SPACES TO SL-DOCUMENTO.
           MOVE ZEROS  TO WN-POS-DOC.
           PERFORM VARYING WN-IDX-DOC FROM 1 BY 1
                   UNTIL WN-IDX-DOC > 30 OR WN-POS-DOC >= 14
               IF  WA-DOC-TXT(WN-IDX-DOC:1) IS NUMERIC
                   ADD 1 TO WN-POS-DOC
                   MOVE WA-DOC-TXT(WN-IDX-DOC:1)
                       TO SL-DOCUMENTO(WN-POS-DOC:1)
               END-IF
           END-PERFORM.

      * "DD/MM/AAAA" -> AAAAMMDD; VAZIO OU INVALIDO -> ZEROS.
       RT05-00-CONVERTE-DATA.
           MOVE ZEROS TO WN-DATA-CONV.
           IF  WA-DATA-TXT(1:2) IS NUMERIC
               AND WA-DATA-TXT(4:2) IS NUMERIC
               AND WA-DATA-TXT(7:4) IS NUMERIC
               STRING WA-DATA-TXT(7:4) WA-DATA-TXT(4:2)
                      WA-DATA-TXT(1:2)
                   DELIMITED BY SIZE INTO WA-DATA-CONV
               END-STRING
               MOVE WA-DATA-CONV TO WN-DATA-CONV
               IF  FUNCTION TEST-DATE-YYYYMMDD(WN-DATA-CONV)
                   NOT = ZEROS
                   MOVE ZEROS TO WN-DATA-CONV
               END-IF
           END-IF.

      * LATIN-1 -> UTF-8 E QUEBRA NOS ";" ENTRE ASPAS, COMO NA CARGA
      * DOS DADOS ABERTOS DA RECEITA.
       RT92-00-QUEBRA-LINHA.
           PERFORM RT96-00-CONVERTE-UTF8.
           MOVE SPACES TO WA-TOKENS.
           UNSTRING WA-LINHA-DADOS(2:) DELIMITED BY WA-SEPARADOR INTO
               WA-TOKEN(1)  WA-TOKEN(2)  WA-TOKEN(3)  WA-TOKEN(4)
               WA-TOKEN(5)  WA-TOKEN(6)  WA-TOKEN(7)  WA-TOKEN(8)
               WA-TOKEN(9)  WA-TOKEN(10) WA-TOKEN(11) WA-TOKEN(12)
               WA-TOKEN(13) WA-TOKEN(14) WA-TOKEN(15) WA-TOKEN(16)
               WA-TOKEN(17) WA-TOKEN(18) WA-TOKEN(19) WA-TOKEN(20)
               WA-TOKEN(21) WA-TOKEN(22) WA-TOKEN(23) WA-TOKEN(24)
               WA-TOKEN(25) WA-TOKEN(26) WA-TOKEN(27) WA-TOKEN(28)
               WA-TOKEN(29) WA-TOKEN(30)
           END-UNSTRING.
           INSPECT WA-TOKENS REPLACING ALL QUOTE BY SPACE.

      * BYTE LATIN-1 X"A0"-X"BF" VIRA C2 + O BYTE; X"C0"-X"FF" VIRA
      * C3 + (BYTE - X"40"). O RESTO PASSA COMO ESTA.
       RT96-00-CONVERTE-UTF8.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WA-LINHA-DADOS TRAILING))
               TO WN-TAM-LINHA.
           MOVE SPACES TO WA-LINHA-UTF8.
           MOVE ZEROS  TO WN-POS-SAIDA.
           PERFORM VARYING WN-POS-LINHA FROM 1 BY 1
                   UNTIL WN-POS-LINHA > WN-TAM-LINHA
                      OR WN-POS-SAIDA > 1997
               COMPUTE WN-BYTE =
                   FUNCTION ORD(WA-LINHA-DADOS(WN-POS-LINHA:1)) - 1
               IF  WN-BYTE >= 160
                   ADD 1 TO WN-POS-SAIDA
                   IF  WN-BYTE >= 192
                       MOVE X"C3" TO WA-LINHA-UTF8(WN-POS-SAIDA:1)
                       ADD 1 TO WN-POS-SAIDA
                       MOVE FUNCTION CHAR(WN-BYTE - 63)
                           TO WA-LINHA-UTF8(WN-POS-SAIDA:1)
                   ELSE
                       MOVE X"C2" TO WA-LINHA-UTF8(WN-POS-SAIDA:1)
                       ADD 1 TO WN-POS-SAIDA
                       MOVE WA-LINHA-DADOS(WN-POS-LINHA:1)
                           TO WA-LINHA-UTF8(WN-POS-SAIDA:1)
                   END-IF
               ELSE
                   ADD 1 TO WN-POS-SAIDA
                   MOVE WA-LINHA-DADOS(WN-POS-LINHA:1)
                       TO WA-LINHA-UTF8(WN-POS-SAIDA:1)
               END-IF
           END-PERFORM.
           MOVE WA-LINHA-UTF8 TO WA-LINHA-DADOS.

           COPY NOMENORMP.

           COPY AUDITP.
