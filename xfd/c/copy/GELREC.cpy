      *------------------------------------------------------------------------------*
      * REGISTRO DO ARQUIVO INDEXADO GRUPO-ELO (GRUPO-ELO.DAT) - OS SOCIOS QUE       *
      * LIGAM AS EMPRESAS DE CADA GRUPO ECONOMICO DO GRUPO-ECON.DAT (COPY GECREC),   *
      * GRAVADO NA MESMA RODADA DO GO-FCO-GRUPO-ECON. UM REGISTRO POR GRUPO E NOME   *
      * NORMALIZADO (NORMALIZA-NOME) DE SOCIO PRESENTE EM DUAS OU MAIS EMPRESAS DO   *
      * GRUPO; EL-QTDE-EMPRESAS = EM QUANTAS.                                        *
      * SELECT: RECORD KEY EL-CHAVE, FILE STATUS WA-FS-GRUPO-ELO (COPY GECTAB).      *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       01  GRUPO-ELO-REC.
           03  EL-CHAVE.
               05  EL-GRUPO              PIC 9(006).
               05  EL-NOME-NORM          PIC X(060).
           03  EL-NOME                   PIC X(060).
           03  EL-QTDE-EMPRESAS          PIC 9(004).
