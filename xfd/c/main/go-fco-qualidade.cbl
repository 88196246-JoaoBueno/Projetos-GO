      *   1 NOME EMPRESARIAL PREENCHIDO;                                              *
      *   2 E-MAIL PRESENTE E BEM FORMADO (UM @, COM DOMINIO);                        *
      *   3 CEP COM 8 DIGITOS NUMERICOS (A REGRA DO RT05);                            *
      *   4 ALGUM TELEFONE (1 A 4) VALIDO PELO NORMALIZA-TELEFONE;                   *
      *   5 UF ENTRE AS 27 SIGLAS;                                                    *
      *   6 MUNICIPIO RESOLVIVEL NO DOMINIO IBGE (REGRA PULADA SE O DOMINIO NAO       *
      *     ESTA CARREGADO);                                                          *
      *     SEPARADA DO WORKLIST DE IDADE DO GO-FCO-WORKLIST.                         *
      *                                                                              *
      * CRIACAO...: 03/09/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - REGRA 4 PASSOU A OLHAR OS QUATRO TELEFONES  *
      *             (CM-TELEFONE-1 A 4) PELO NORMALIZA-TELEFONE (COPY                *
      *             CONTNORM/CONTNORMP) - ACEITA PONTUACAO, +55 E ZERO DE LONGA      *
      *             DISTANCIA, EXIGE DDD EXISTENTE E SEPARA FIXO DE CELULAR - EM VEZ *
      *             DE SO 10/11 DIGITOS CRUS NO TELEFONE 1.                          *
      * ALTERACAO.: 15/10/2026 - BUENO - CADA RODADA E ARQUIVADA NO REPOSITORIO DE   *
      *             RELATORIOS (COPY RELREPOP / RELATORIO-ARQUIVA) COM DATA, HORA,   *
      *             OPERADOR E FONTE - A VERSAO ANTERIOR NAO SE PERDE MAIS.          *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03  PIC X(030)          VALUE "1 NOME EMPRESARIAL".
           03  PIC X(030)          VALUE "2 E-MAIL".
           03  PIC X(030)          VALUE "3 CEP".
           03  PIC X(030)          VALUE "4 TELEFONE (1 A 4)".
           03  PIC X(030)          VALUE "5 UF".
           03  PIC X(030)          VALUE "6 MUNICIPIO (IBGE)".
           03  PIC X(030)          VALUE "7 CNAE NO DOMINIO".
       77  WA-TEM-PONTO-DEPOIS         PIC X(001)          VALUE "N".
       77  WS-IDX                      PIC 9(003)          VALUE ZEROS.
       77  WA-TEL-TRAB                 PIC X(060)          VALUE SPACES.
       77  WN-TEL-CAMPO                PIC 9(001)          VALUE ZEROS.
       77  WA-UF-VALIDA                PIC X(001)          VALUE "N".
       77  WS-IDX-UF                   PIC 9(002)          VALUE ZEROS.


           COPY NOMENORM.

           COPY CONTNORM.

           COPY MUNICTAB.

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
       77  WA-AU-RESULTADO             PIC X(020)          VALUE SPACES.
       77  WA-AU-OPERADOR              PIC X(008)          VALUE SPACES.

           COPY RELREPO.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           MOVE "INICIO"   TO WA-AU-EVENTO.
           OPEN OUTPUT REPORT-FILE.
           PERFORM RT03-00-IMPRIME-RESUMO.
           CLOSE REPORT-FILE.
           MOVE "QUALIDADE-REL.TXT" TO RR-RELATORIO.
           MOVE WA-ARQ-RELATORIO    TO RR-ARQUIVO.
           MOVE "LEITURA DIRETA"    TO RR-FONTE.
           PERFORM ARQUIVA-RELATORIO.

           DISPLAY "Registros avaliados.....: " WN-QTDE-REGS.
           DISPLAY "Abaixo do corte (" WN-CORTE ").: "
               END-IF
           END-IF.

      * BASTA UM DOS QUATRO CAMPOS TER UM TELEFONE (O PRIMEIRO, QUANDO
      * O CAMPO TRAZ VARIOS) QUE O NORMALIZA-TELEFONE ACEITE - A MESMA
      * REGRA DA EXPLOSAO NO CNPJ-CONTATOS.DAT.
       RT02B-TESTA-TELEFONE.
           MOVE "N" TO WA-REGRA-OK.
           PERFORM VARYING WN-TEL-CAMPO FROM 1 BY 1
                   UNTIL WN-TEL-CAMPO > 4 OR WA-REGRA-OK = "S"
               EVALUATE WN-TEL-CAMPO
                   WHEN 1
                       MOVE CM-TELEFONE-1 TO WA-TEL-TRAB
                   WHEN 2
                       MOVE CM-TELEFONE-2 TO WA-TEL-TRAB
                   WHEN 3
                       MOVE CM-TELEFONE-3 TO WA-TEL-TRAB
                   WHEN 4
                       MOVE CM-TELEFONE-4 TO WA-TEL-TRAB
               END-EVALUATE
               MOVE SPACES TO CTN-ENTRADA
               UNSTRING WA-TEL-TRAB DELIMITED BY "/" OR ";" OR ","
                   INTO CTN-ENTRADA
               END-UNSTRING
               IF  CTN-ENTRADA NOT = SPACES
                   PERFORM NORMALIZA-TELEFONE
                   IF  CTN-VALIDO = "S"
                       MOVE "S" TO WA-REGRA-OK
                   END-IF
               END-IF
           END-PERFORM.

       RT02C-TESTA-UF.
           MOVE "N" TO WA-UF-VALIDA.

           COPY NOMENORMP.

           COPY CONTNORMP.

           COPY MUNICTABP.

           COPY AUDITP.

           COPY RELREPOP.
