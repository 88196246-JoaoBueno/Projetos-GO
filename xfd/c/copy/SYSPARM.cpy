      *             GO-FCO-JSON, GO-FCO-EMAIL) - NENHUM CONSUMIDOR PRECISA MAIS      *
      *             POS-PROCESSAR. REGISTRO PASSOU DE 748 PARA 751 BYTES - OS FD     *
      *             SYSTEM-PARM-REC ACOMPANHARAM.                                    *
      * ALTERACAO.: 15/10/2026 - BUENO - SP-RELATORIO-RETENCAO-DIAS: DIAS UTEIS QUE  *
      *             CADA VERSAO ARQUIVADA NO REPOSITORIO DE RELATORIOS (RELATORIOS/) *
      *             FICA GUARDADA ANTES DO GO-FCO-RELREPO EXPURGAR (PADRAO 60).      *
      *             REGISTRO PASSOU DE 751 PARA 754 BYTES - OS FD SYSTEM-PARM-REC    *
      *             ACOMPANHARAM.                                                    *
      * ALTERACAO.: 15/10/2026 - BUENO - SP-LACRE-DATA-SELO: DATA EM QUE O           *
      *             LACRE-MANUT APROVOU A PRIMEIRA BASE DO LACRE. ZERO = INSTALACAO  *
      *             AINDA SEM BASE; PREENCHIDO, O GO-FCO-LACRE RECUSA A CADEIA       *
      *             (RC 8) QUANDO O LIVRO DO LACRE SOME OU FICA VAZIO. REGISTRO      *
      *             PASSOU DE 754 PARA 762 BYTES - OS FD SYSTEM-PARM-REC             *
      *             ACOMPANHARAM.                                                    *
      *------------------------------------------------------------------------------*
       01  SYS-PARM-REC.
           03  SP-LIB-SERPRO         PIC X(100)      VALUE
           03  SP-ENCODING-CSV       PIC X(001)      VALUE "L".
           03  SP-ENCODING-JSON      PIC X(001)      VALUE "U".
           03  SP-ENCODING-FIXO      PIC X(001)      VALUE "A".
           03  SP-RELATORIO-RETENCAO-DIAS
                                     PIC 9(003)      VALUE 60.
           03  SP-LACRE-DATA-SELO    PIC 9(008)      VALUE ZEROS.
