       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CONTATO-CARGA.
      *------------------------------------------------------------------------------*
      * CARGA UNICA DO CNPJ-CONTATOS.DAT A PARTIR DO CNPJ-MASTER EXISTENTE. AS       *
      * CONSULTAS NOVAS E OS REFRESHES JA EXPLODEM OS TELEFONES E O E-MAIL EM        *
      * REGISTROS PROPRIOS (COPY CONTP), MAS OS REGISTROS GRAVADOS ANTES DA          *
      * NOVIDADE SO GANHARIAM OS SEUS NA PROXIMA RECONSULTA. ESTE JOB PERCORRE O     *
      * CNPJ-MASTER INTEIRO E RODA A MESMA EXPLOSAO PARA CADA REGISTRO - RODA UMA    *
      * VEZ, NA VIRADA DE VERSAO (E E INOFENSIVO RODAR DE NOVO: A EXPLOSAO APAGA E   *
      * REGRAVA O CONJUNTO DO CNPJ E RECONTA O COMPARTILHAMENTO DE CADA CONTATO).    *
      * NO FIM MOSTRA QUANTOS CONTATOS FORAM GRAVADOS, QUANTOS INVALIDOS, COM DDD    *
      * DE OUTRA UF E COMPARTILHADOS.                                                *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNPJ-MASTER-FILE
               ASSIGN TO "CNPJ-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CNPJ
               ALTERNATE RECORD KEY IS CM-NOME-EMPRESARIAL
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-ENDERECO-MUN-UF
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-CNAE-PRINCIPAL
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WA-FS-MASTER.

           SELECT CNPJ-CONTATOS-FILE
               ASSIGN TO "CNPJ-CONTATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CHAVE
               ALTERNATE RECORD KEY IS CT-CONTATO WITH DUPLICATES
               FILE STATUS IS WA-FS-CONTATOS.

           SELECT AUDIT-LOG-FILE
               ASSIGN TO WA-ARQ-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WA-FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
       FD  CNPJ-MASTER-FILE.
           COPY CNPJREC.

       FD  CNPJ-CONTATOS-FILE.
           COPY CONTREC.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  WA-FS-MASTER                PIC X(002)          VALUE "00".
       77  WA-FS-CONTATOS              PIC X(002)          VALUE "00".
       77  WA-PARA-MASTER              PIC X(001)          VALUE "N".
       77  WA-PARA-CONTATO             PIC X(001)          VALUE "N".
       77  WN-QTDE-REGS                PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-CONTATOS            PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-INVALIDOS           PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-OUTRA-UF            PIC 9(007)          VALUE ZEROS.
       77  WN-QTDE-COMPARTILHADOS      PIC 9(007)          VALUE ZEROS.

           COPY CONTTAB.

           COPY CONTNORM.

       77  WA-ARQ-AUDIT                PIC X(100)          VALUE
               "AUDIT.LOG".
       77  WA-FS-AUDIT                 PIC X(002)          VALUE "00".
       77  WA-AU-DATA                  PIC 9(008).
       77  WA-AU-HORA                  PIC 9(006).
       77  WA-AU-PROGRAM-ID            PIC X(020)
               VALUE "CONTATO-CARGA".
       77  WA-AU-EVENTO                PIC X(010)          VALUE SPACES.
       77  WA-AU-ENTRADA               PIC X(030)          VALUE SPACES.
       77  WA-AU-RESULTADO             PIC X(020)          VALUE SPACES.
       77  WA-AU-OPERADOR              PIC X(008)          VALUE SPACES.

       PROCEDURE DIVISION.
       RT00-00-INICIO.
           MOVE "INICIO"   TO WA-AU-EVENTO.
           MOVE SPACES     TO WA-AU-ENTRADA.
           MOVE SPACES     TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

           OPEN INPUT CNPJ-MASTER-FILE.
           IF  WA-FS-MASTER NOT = "00"
               DISPLAY "CNPJ-MASTER.DAT NAO ABRE (FILE STATUS "
                       WA-FS-MASTER ") - CARGA ABANDONADA."
               MOVE "CARGA-CONT"   TO WA-AU-EVENTO
               MOVE WA-FS-MASTER   TO WA-AU-RESULTADO
               PERFORM GRAVA-AUDITORIA
               STOP RUN
           END-IF.

           MOVE LOW-VALUES TO CM-CNPJ.
           START CNPJ-MASTER-FILE
               KEY IS NOT LESS THAN CM-CNPJ
               INVALID KEY
                   MOVE "S" TO WA-PARA-MASTER
           END-START.

           PERFORM UNTIL WA-PARA-MASTER = "S"
               READ CNPJ-MASTER-FILE NEXT RECORD
                   AT END MOVE "S" TO WA-PARA-MASTER
               END-READ
               IF  WA-PARA-MASTER NOT = "S"
                   ADD 1 TO WN-QTDE-REGS
                   PERFORM ATUALIZA-CONTATOS
               END-IF
           END-PERFORM.

           CLOSE CNPJ-MASTER-FILE.

           PERFORM RT01-00-CONTA-CONTATOS.

           DISPLAY "Registros percorridos.........: " WN-QTDE-REGS.
           DISPLAY "Contatos gravados.............: " WN-QTDE-CONTATOS.
           DISPLAY "Invalidos (fora do padrao)....: " WN-QTDE-INVALIDOS.
           DISPLAY "DDD de outra UF...............: " WN-QTDE-OUTRA-UF.
           DISPLAY "Compartilhados (varias raizes): "
                   WN-QTDE-COMPARTILHADOS.

           MOVE "CARGA-CONT"     TO WA-AU-EVENTO.
           MOVE WN-QTDE-REGS     TO WA-AU-ENTRADA.
           MOVE WN-QTDE-CONTATOS TO WA-AU-RESULTADO.
           PERFORM GRAVA-AUDITORIA.

           STOP RUN.

      *---------------------------------------------------------------*
      * TOTAIS DO ARQUIVO DEPOIS DA CARGA - A MARCA DE COMPARTILHADO  *
      * SO FICA CERTA DEPOIS QUE TODOS OS CNPJs PASSARAM.             *
      *---------------------------------------------------------------*
       RT01-00-CONTA-CONTATOS.
           OPEN INPUT CNPJ-CONTATOS-FILE.
           IF  WA-FS-CONTATOS = "00"
               MOVE LOW-VALUES TO CT-CHAVE
               MOVE "N"        TO WA-PARA-CONTATO
               START CNPJ-CONTATOS-FILE
                   KEY IS NOT LESS THAN CT-CHAVE
                   INVALID KEY
                       MOVE "S" TO WA-PARA-CONTATO
               END-START
               PERFORM UNTIL WA-PARA-CONTATO = "S"
                   READ CNPJ-CONTATOS-FILE NEXT RECORD
                       AT END MOVE "S" TO WA-PARA-CONTATO
                   END-READ
                   IF  WA-PARA-CONTATO NOT = "S"
                       ADD 1 TO WN-QTDE-CONTATOS
                       IF  CT-VALIDO NOT = "S"
                           ADD 1 TO WN-QTDE-INVALIDOS
                       END-IF
                       IF  CT-DDD-CONFERE = "N"
                           ADD 1 TO WN-QTDE-OUTRA-UF
                       END-IF
                       IF  CT-COMPARTILHADO = "S"
                           ADD 1 TO WN-QTDE-COMPARTILHADOS
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CNPJ-CONTATOS-FILE
           END-IF.

           COPY CONTP.

           COPY CONTNORMP.

           COPY AUDITP.
