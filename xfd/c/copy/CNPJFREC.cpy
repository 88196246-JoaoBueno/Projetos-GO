      *------------------------------------------------------------------------------*
      * REGISTRO DO ARQUIVO INDEXADO CNPJ-FONTE (CNPJ-FONTE.DAT): DE ONDE VEIO O     *
      * VALOR ATUAL DE CADA CAMPO DO CNPJ-MASTER-REC E QUANDO ELE FOI GRAVADO.       *
      * UM REGISTRO POR CNPJ, CHAVEADO POR CF-CNPJ, COM UMA OCORRENCIA POR CAMPO     *
      * NA MESMA ORDEM DOS 18 CAMPOS DO CNPJHTAB (CF-CAMPO(I) <-> CHT-NOME-CAMPO(I)).*
      * CF-FONTE: "S" SERPRO, "M" CORRECAO MANUAL (CNPJ-MANUT), "C" IMPORTACAO DO    *
      * COMERCIAL (GO-FCO-IMPORTA). CAMPO "M" OU "C" E PROTEGIDO: O REFRESH DO       *
      * SERPRO NAO O SOBRESCREVE (COPY CNPJFP). CNPJ SEM REGISTRO AQUI NUNCA TEVE    *
      * CORRECAO - TODOS OS CAMPOS SAO DO SERPRO, NA DATA DO CM-DATA-ULT-CONSULTA.   *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - FONTE "R": DADOS ABERTOS DO CNPJ DA RECEITA *
      *             (CNPJ-DADOS-ABERTOS), GRAVADA SO EM CNPJ NUNCA CONSULTADO, COM A *
      *             DATA DE REFERENCIA DA BASE. NAO E PROTEGIDA - A PRIMEIRA         *
      *             CONSULTA AO SERPRO A SUBSTITUI.                                  *
      *------------------------------------------------------------------------------*
       01  CNPJ-FONTE-REC.
           03  CF-CNPJ                   PIC X(014).
           03  CF-CAMPO                  OCCURS 18 TIMES.
               05  CF-FONTE              PIC X(001).
               05  CF-DATA               PIC 9(008).
               05  CF-OPERADOR           PIC X(008).
