      *------------------------------------------------------------------------------*
      * TERRITORIO-CNPJ.DAT - TERRITORIO ATRIBUIDO A CADA CNPJ DO CNPJ-MASTER NA     *
      * ULTIMA RODADA DO TERRITORIO-CARTEIRA. CHAVE TC-CNPJ; CHAVE ALTERNADA         *
      * TC-REPRESENTANTE (COM DUPLICATAS) PARA SAIR A CARTEIRA DE CADA               *
      * REPRESENTANTE - BRANCO = NENHUM TERRITORIO COBRE O CNPJ. MUNICIPIO/UF        *
      * GUARDADOS PARA SEPARAR, NA RODADA SEGUINTE, MUDANCA DE TERRITORIO POR        *
      * ENDERECO DE MUDANCA POR ALTERACAO DA TABELA. OS DADOS DA CARTEIRA            *
      * (SITUACAO, PORTE, SIMPLES/MEI, ULTIMO REFRESH) SAO OS DO DIA DA APURACAO.    *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       01  TERRITORIO-CNPJ-REC.
           03  TC-CNPJ                   PIC X(014).
           03  TC-REPRESENTANTE          PIC X(006).
           03  TC-NOME                   PIC X(060).
           03  TC-MUNICIPIO              PIC X(060).
           03  TC-UF                     PIC X(002).
           03  TC-IBGE                   PIC X(007).
           03  TC-SITUACAO               PIC X(020).
           03  TC-PORTE                  PIC X(030).
           03  TC-OPTANTE-SIMPLES        PIC X(001).
           03  TC-OPTANTE-MEI            PIC X(001).
           03  TC-DATA-ULT-CONSULTA      PIC 9(008).
           03  TC-DATA-APURACAO          PIC 9(008).
