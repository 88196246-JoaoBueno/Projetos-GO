      *------------------------------------------------------------------------------*
      * PARAGRAFO DE ARQUIVAMENTO DO RELATORIO NO REPOSITORIO (COPY RELREPO NA       *
      * WORKING-STORAGE). O CHAMADOR FECHA O RELATORIO, PREENCHE RR-RELATORIO,       *
      * RR-ARQUIVO E RR-FONTE E FAZ O PERFORM ARQUIVA-RELATORIO. O RETURN-CODE DO    *
      * PROGRAMA E PRESERVADO - COMO PASSO DA CADEIA NOTURNA, O RC DO RELATORIO      *
      * CONTINUA SENDO O DELE, NAO O DO ARQUIVAMENTO.                                *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       ARQUIVA-RELATORIO.
           MOVE RETURN-CODE TO RR-RC-CHAMADOR.
           MOVE SPACES      TO RR-RETORNO RR-VERSAO.
           MOVE ZEROS       TO RR-LINHAS.
           CALL "RELATORIO-ARQUIVA" USING RR-PARAMETROS
               ON EXCEPTION
                   MOVE "99" TO RR-RETORNO
                   DISPLAY "AVISO: RELATORIO-ARQUIVA INDISPONIVEL - "
                           FUNCTION TRIM(RR-ARQUIVO)
                           " NAO FOI PARA O REPOSITORIO."
           END-CALL.
           MOVE RR-RC-CHAMADOR TO RETURN-CODE.
