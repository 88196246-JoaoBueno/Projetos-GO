      * COM OK NO PLANO E RETOMA DO PASSO QUE FALHOU.                                 *
      *                                                                              *
      * CRIACAO...: 03/09/2026 - BUENO                                               *
      * ALTERACAO.: 15/10/2026 - BUENO - QUANDO = "S" - PASSO SEMANAL, SO NA         *
      *             SEGUNDA-FEIRA (RELATORIO DE ENVELHECIMENTO DA FILA DE TRABALHO). *
      * ALTERACAO.: 15/10/2026 - BUENO - NA SUBIDA, ANTES DE QUALQUER PASSO, CONFERE *
      *             O LACRE (CALL GO-FCO-LACRE) DAS .SO, DO SYSTEM.PARM E DOS        *
      *             BINARIOS - IMPRESSAO DIFERENTE DA APROVADA RECUSA A CADEIA       *
      *             INTEIRA COM RC=8.                                                *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WN-INT-HOJE                 PIC 9(007)          VALUE ZEROS.
       77  WN-DATA-AMANHA              PIC 9(008)          VALUE ZEROS.
       77  WA-FIM-DE-MES               PIC X(001)          VALUE "N".
       77  WA-SEGUNDA-FEIRA            PIC X(001)          VALUE "N".
       77  WA-CADEIA-PAROU             PIC X(001)          VALUE "N".
       77  WN-QTDE-EXECUTADOS          PIC 9(002)          VALUE ZEROS.
       77  WN-QTDE-PULADOS             PIC 9(002)          VALUE ZEROS.
           MOVE SPACES     TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

      * LACRE: .SO, SYSTEM.PARM OU BINARIO FORA DA IMPRESSAO APROVADA
      * E A CADEIA NAO RODA NADA (O GO-FCO-LACRE JA ALERTOU).
           CALL "GO-FCO-LACRE"
           END-CALL.
           IF  RETURN-CODE NOT = 0
               DISPLAY "ERRO: LACRE VIOLADO - CADEIA NAO RODOU."
               MOVE "CADEIA"       TO WA-AU-EVENTO
               MOVE "LACRE"        TO WA-AU-ENTRADA
               MOVE "RECUSADA"     TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WN-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM RT01-00-DETECTA-FIM-DE-MES.

           STOP RUN.

      *---------------------------------------------------------------*
      * FIM DE MES = O DIA DE AMANHA CAI EM OUTRO MES. MARCA TAMBEM A *
      * SEGUNDA-FEIRA DOS PASSOS SEMANAIS.                            *
      *---------------------------------------------------------------*
       RT01-00-DETECTA-FIM-DE-MES.
           COMPUTE WN-INT-HOJE =
           IF  WN-DATA-AMANHA(5:2) NOT = WN-DATA-HOJE(5:2)
               MOVE "S" TO WA-FIM-DE-MES
           END-IF.
      * O DIA 1 DO INTEGER-OF-DATE (01/01/1601) E SEGUNDA-FEIRA.
           IF  FUNCTION MOD(WN-INT-HOJE, 7) = 1
               MOVE "S" TO WA-SEGUNDA-FEIRA
           END-IF.

       RT02-00-CARREGA-CADEIA.
           MOVE ZEROS TO WN-QTDE-PASSOS.
                               TO CD-PASSO(WN-QTDE-PASSOS)
                           MOVE WA-COMANDO-LIDO
                               TO CD-COMANDO(WN-QTDE-PASSOS)
                           EVALUATE FUNCTION UPPER-CASE(
                                   WA-QUANDO-LIDO(1:1))
                               WHEN "M"
                                   MOVE "M"
                                       TO CD-QUANDO(WN-QTDE-PASSOS)
                               WHEN "S"
                                   MOVE "S"
                                       TO CD-QUANDO(WN-QTDE-PASSOS)
                               WHEN OTHER
                                   MOVE "D"
                                       TO CD-QUANDO(WN-QTDE-PASSOS)
                           END-EVALUATE
                           MOVE "N" TO CD-FEITO-HOJE(WN-QTDE-PASSOS)
                       END-IF
                   END-IF
               DISPLAY "PASSO " FUNCTION TRIM(CD-PASSO(WS-IDX-PASSO))
                       " E SO DE FIM DE MES - PULADO."
           ELSE
           IF  CD-QUANDO(WS-IDX-PASSO) = "S" AND WA-SEGUNDA-FEIRA = "N"
               DISPLAY "PASSO " FUNCTION TRIM(CD-PASSO(WS-IDX-PASSO))
                       " E SO DE SEGUNDA-FEIRA - PULADO."
           ELSE
           IF  CD-FEITO-HOJE(WS-IDX-PASSO) = "S"
               ADD 1 TO WN-QTDE-PULADOS
               DISPLAY "PASSO " FUNCTION TRIM(CD-PASSO(WS-IDX-PASSO))
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           END-IF
           END-IF.

       RT05-00-GRAVA-PLANO.
