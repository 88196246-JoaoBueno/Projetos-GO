*>             ESPERADO, O CONTEUDO DEVOLVIDO NO BUFFER E CONFERIDO
*>             TAMBEM (PARSER QUE ACERTA O TAMANHO MAS EXTRAI O CAMPO
*>             ERRADO AGORA FALHA).
*> ALTERACAO.: 15/10/2026 - BUENO - AUDIT-REC ACOMPANHOU O AUDITREC.CPY
*>             (AU-FINALIDADE NO FIM DA LINHA, EM BRANCO AQUI - ESTE
*>             PROGRAMA NAO CONSULTA CNPJ).
*> ------------------------------------------------------------------

ENVIRONMENT DIVISION.
    03  AU-ENTRADA              PIC X(030).
    03  AU-RESULTADO            PIC X(020).
    03  AU-OPERADOR             PIC X(008).
    03  AU-FINALIDADE           PIC X(004).

FD  HASH-LOG-FILE.
01  HASH-LOG-REC.
    MOVE WA-AU-ENTRADA       TO AU-ENTRADA.
    MOVE WA-AU-RESULTADO     TO AU-RESULTADO.
    MOVE WA-AU-OPERADOR      TO AU-OPERADOR.
    MOVE SPACES              TO AU-FINALIDADE.
    WRITE AUDIT-REC.

    CLOSE AUDIT-LOG-FILE.
