      *------------------------------------------------------------------------------*
      * WORKING-STORAGE DA NORMALIZACAO DE TELEFONE E E-MAIL (COPY CONTNORMP NA      *
      * PROCEDURE). OS CM-TELEFONE-1..4 E O CM-CORREIO-ELETRONICO SAO TEXTO LIVRE -  *
      * "(11) 3333-4444", "+55 11 93333-4444", "011 3333 4444", "Fulano@Dominio.COM".*
      * NORMALIZA-TELEFONE: CTN-ENTRADA -> CTN-SAIDA SO COM DIGITOS (DDD+NUMERO),    *
      *   CTN-TIPO "F" (FIXO) OU "C" (CELULAR), CTN-DDD E A UF DO DDD EM CTN-DDD-UF. *
      * VALIDA-EMAIL.......: CTN-ENTRADA -> CTN-SAIDA EM MINUSCULAS, CTN-TIPO "E".   *
      * INVALIDO SAI COM CTN-VALIDO = "N" E O MOTIVO EM CTN-MOTIVO (O TIPO DE        *
      * TELEFONE QUE NAO SE CLASSIFICA FICA "T").                                    *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       77  CTN-ENTRADA                 PIC X(060)      VALUE SPACES.
       77  CTN-SAIDA                   PIC X(060)      VALUE SPACES.
       77  CTN-TIPO                    PIC X(001)      VALUE SPACES.
       77  CTN-VALIDO                  PIC X(001)      VALUE "N".
       77  CTN-MOTIVO                  PIC X(020)      VALUE SPACES.
       77  CTN-DDD                     PIC X(002)      VALUE SPACES.
       77  CTN-DDD-UF                  PIC X(002)      VALUE SPACES.
       77  CTN-DIGITOS                 PIC X(020)      VALUE SPACES.
       77  CTN-TRABALHO                PIC X(020)      VALUE SPACES.
       77  CTN-QTDE-DIG                PIC 9(003)      VALUE ZEROS.
       77  CTN-TAM                     PIC 9(003)      VALUE ZEROS.
       77  CTN-IDX                     PIC 9(003)      VALUE ZEROS.
       77  CTN-QTDE-ARROBA             PIC 9(003)      VALUE ZEROS.
       77  CTN-POS-ARROBA              PIC 9(003)      VALUE ZEROS.
       77  CTN-PONTO-DEPOIS            PIC X(001)      VALUE "N".
       77  CTN-QTDE-ESPACO             PIC 9(003)      VALUE ZEROS.

      * DDD -> UF (ANATEL). O 61 ATENDE O DF E O ENTORNO EM GOIAS - A
      * CONFERENCIA COM A UF DA EMPRESA ACEITA AS DUAS.
       01  CTN-DDD-VALORES.
           03  FILLER PIC X(040) VALUE
               "11SP12SP13SP14SP15SP16SP17SP18SP19SP21RJ".
           03  FILLER PIC X(040) VALUE
               "22RJ24RJ27ES28ES31MG32MG33MG34MG35MG37MG".
           03  FILLER PIC X(040) VALUE
               "38MG41PR42PR43PR44PR45PR46PR47SC48SC49SC".
           03  FILLER PIC X(040) VALUE
               "51RS53RS54RS55RS61DF62GO63TO64GO65MT66MT".
           03  FILLER PIC X(040) VALUE
               "67MS68AC69RO71BA73BA74BA75BA77BA79SE81PE".
           03  FILLER PIC X(040) VALUE
               "82AL83PB84RN85CE86PI87PE88CE89PI91PA92AM".
           03  FILLER PIC X(028) VALUE
               "93PA94PA95RR96AP97AM98MA99MA".
       01  CTN-DDD-TAB REDEFINES CTN-DDD-VALORES.
           03  CTN-DDD-ITEM OCCURS 67 TIMES.
               05  CTN-DDD-COD         PIC X(002).
               05  CTN-DDD-SIGLA       PIC X(002).
