      *------------------------------------------------------------------------------*
      * REGISTRO DO ARQUIVO INDEXADO CNPJ-IE (CNPJ-IE.DAT).                          *
      * INSCRICAO ESTADUAL POR UF DE CADA CLIENTE PJ, DEVOLVIDA PELA CONSULTA        *
      * "serpro_ie" (RETORNO: UMA INSCRICAO POR UF SEPARADAS POR "#", CAMPOS         *
      * UF|INSCRICAO|SITUACAO|DATA-SITUACAO POR "|"). O FATURAMENTO PRECISA DA IE E  *
      * DA SITUACAO PARA DESTACAR O ICMS NA NOTA, E NENHUMA DAS OUTRAS CONSULTAS     *
      * (serpro, serpro_socios, serpro_simples) TRAZ ISSO - O FISCAL DIGITAVA DO     *
      * SINTEGRA. A CONSULTA E GUARDADA COM ON EXCEPTION COMO A serpro_simples -     *
      * BIBLIOTECA ANTIGA SO DEIXA O CNPJ SEM INSCRICAO ARMAZENADA.                  *
      *   IE-CHAVE.........: CNPJ + UF (UMA EMPRESA PODE TER IE EM VARIAS UFs);      *
      *   IE-INSCRICAO.....: NUMERO DA IE COMO VEIO, OU "ISENTO";                    *
      *   IE-SITUACAO......: TEXTO DA SEFAZ (HABILITADA, NAO HABILITADA, SUSPENSA,   *
      *                      BAIXADA...);                                            *
      *   IE-HABILITADA....: S QUANDO A SITUACAO E HABILITADA E HA NUMERO DE IE,     *
      *                      N NOS DEMAIS CASOS (TAMBEM ISENTO).                     *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       01  CNPJ-IE-REC.
           03  IE-CHAVE.
               05  IE-CNPJ               PIC X(014).
               05  IE-UF                 PIC X(002).
           03  IE-INSCRICAO              PIC X(020).
           03  IE-SITUACAO               PIC X(030).
           03  IE-DATA-SITUACAO          PIC X(010).
           03  IE-HABILITADA             PIC X(001).
           03  IE-DATA-CONSULTA          PIC 9(008).
