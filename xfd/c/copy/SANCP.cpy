      *------------------------------------------------------------------------------*
      * PARAGRAFOS DA TRIAGEM DE SANCOES CEIS/CNEP (COPY SANCTAB NA WORKING-STORAGE).*
      * ABRE-SANCOES.......: ABRE O SANCOES.DAT SO PARA LEITURA; SEM ARQUIVO (LISTA  *
      *                      NUNCA CARREGADA) SNC-ABERTO FICA "N" E AS BUSCAS NAO    *
      *                      ACHAM NADA.                                             *
      * FECHA-SANCOES......: FECHA SE ESTIVER ABERTO.                                *
      * BUSCA-SANCAO-CNPJ..: SANCOES DO CNPJ EXATO EM SNC-CNPJ.                      *
      * BUSCA-SANCAO-NOME..: SANCOES DO NOME NORMALIZADO EM SNC-NOME-NORM.           *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       ABRE-SANCOES.
           ACCEPT SNC-HOJE FROM DATE YYYYMMDD.
           MOVE "N" TO SNC-ABERTO.
           OPEN INPUT SANCAO-FILE.
           IF  WA-FS-SANCAO = "00"
               MOVE "S" TO SNC-ABERTO
           END-IF.

       FECHA-SANCOES.
           IF  SNC-ABERTO = "S"
               CLOSE SANCAO-FILE
               MOVE "N" TO SNC-ABERTO
           END-IF.

       BUSCA-SANCAO-CNPJ.
           MOVE ZEROS TO SNC-QTDE.
           IF  SNC-ABERTO = "S" AND SNC-CNPJ NOT = SPACES
               MOVE SNC-CNPJ TO SL-DOCUMENTO
               MOVE "N" TO SNC-PARA
               START SANCAO-FILE
                   KEY IS EQUAL TO SL-DOCUMENTO
                   INVALID KEY
                       MOVE "S" TO SNC-PARA
               END-START
               PERFORM UNTIL SNC-PARA = "S"
                   READ SANCAO-FILE NEXT RECORD
                       AT END MOVE "S" TO SNC-PARA
                   END-READ
                   IF  SNC-PARA NOT = "S"
                       IF  SL-DOCUMENTO = SNC-CNPJ
                           PERFORM GUARDA-SANCAO
                       ELSE
                           MOVE "S" TO SNC-PARA
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       BUSCA-SANCAO-NOME.
           MOVE ZEROS TO SNC-QTDE.
           IF  SNC-ABERTO = "S" AND SNC-NOME-NORM NOT = SPACES
               MOVE SNC-NOME-NORM TO SL-NOME-NORM
               MOVE "N" TO SNC-PARA
               START SANCAO-FILE
                   KEY IS EQUAL TO SL-NOME-NORM
                   INVALID KEY
                       MOVE "S" TO SNC-PARA
               END-START
               PERFORM UNTIL SNC-PARA = "S"
                   READ SANCAO-FILE NEXT RECORD
                       AT END MOVE "S" TO SNC-PARA
                   END-READ
                   IF  SNC-PARA NOT = "S"
                       IF  SL-NOME-NORM = SNC-NOME-NORM
                           PERFORM GUARDA-SANCAO
                       ELSE
                           MOVE "S" TO SNC-PARA
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       GUARDA-SANCAO.
           IF  SNC-QTDE < 20
               ADD 1 TO SNC-QTDE
               MOVE SL-CADASTRO     TO SNC-CADASTRO(SNC-QTDE)
               MOVE SL-CODIGO       TO SNC-CODIGO(SNC-QTDE)
               MOVE SL-TIPO-PESSOA  TO SNC-TIPO-PESSOA(SNC-QTDE)
               MOVE SL-NOME         TO SNC-NOME(SNC-QTDE)
               MOVE SL-CATEGORIA    TO SNC-CATEGORIA(SNC-QTDE)
               MOVE SL-ORGAO        TO SNC-ORGAO(SNC-QTDE)
               MOVE SL-UF-ORGAO     TO SNC-UF-ORGAO(SNC-QTDE)
               MOVE SL-DATA-INICIO  TO SNC-DATA-INICIO(SNC-QTDE)
               MOVE SL-DATA-FIM     TO SNC-DATA-FIM(SNC-QTDE)
               IF  SL-DATA-FIM = ZEROS OR SL-DATA-FIM >= SNC-HOJE
                   MOVE "S" TO SNC-VIGENTE(SNC-QTDE)
               ELSE
                   MOVE "N" TO SNC-VIGENTE(SNC-QTDE)
               END-IF
           END-IF.
