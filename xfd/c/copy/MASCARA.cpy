      *------------------------------------------------------------------------------*
      * MASCARA DE DADO PESSOAL POR PERFIL DE OPERADOR (PROCEDIMENTOS NO COPY        *
      * MASCARAP). O PERFIL E O DO OPERATORS.TXT QUE O MENU COLOCA NO AMBIENTE       *
      * (GO-PERFIL); SO OS PERFIS DE MSK-PERFIS-LIBERADOS - S SUPERVISOR E D         *
      * (DADOS PESSOAIS: COMPLIANCE/JURIDICO) - VEEM O DADO INTEIRO. PARA OS         *
      * DEMAIS, NA TELA E EM TODO ARQUIVO GRAVADO:                                   *
      *   - CPF..........: ***.456.789-**  (E CPF NO MEIO DE UM NOME, CASO DO        *
      *                    NOME EMPRESARIAL DE MEI: ***456789**);                    *
      *   - E-MAIL.......: ***@DOMINIO (PARTE LOCAL ESCONDIDA);                      *
      *   - TELEFONE PF..: (OCULTO);                                                 *
      *   - NOME DE SOCIO: PRIMEIRO NOME E INICIAIS (JOAO S. P.).                    *
      * PERFIL EM BRANCO (PROGRAMA RODADO FORA DO MENU) E MASCARADO. TODA VISAO SEM  *
      * MASCARA DE UM PERFIL LIBERADO SAI NO AUDIT.LOG COMO EVENTO SEM-MASC (ENTRADA *
      * = DOCUMENTO VISTO, RESULTADO = ONDE: TELA, ARQUIVO ...) - QUEM COPIA PRECISA *
      * DO BLOCO WA-AU- E DO COPY AUDITP.                                            *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       77  MSK-PERFIS-LIBERADOS        PIC X(010)      VALUE "SD".
       77  MSK-PERFIL                  PIC X(001)      VALUE SPACES.
       77  MSK-LIBERADO                PIC X(001)      VALUE "N".
       77  MSK-TINHA-DADO              PIC X(001)      VALUE "N".
      * "S" QUANDO O ULTIMO MASCARA-CPF-NO-TEXTO ACHOU UM CPF - NOME DE
      * EMPRESARIO INDIVIDUAL/MEI, CUJOS TELEFONES SAO DE PESSOA FISICA.
       77  MSK-ACHOU-CPF               PIC X(001)      VALUE "N".
       77  MSK-IDX                     PIC 9(003)      VALUE ZEROS.
       77  MSK-POS                     PIC 9(003)      VALUE ZEROS.
       77  MSK-DIGITOS                 PIC 9(003)      VALUE ZEROS.
       77  MSK-CARACTER                PIC X(001)      VALUE SPACES.
       77  MSK-NO-PRIMEIRO             PIC X(001)      VALUE "S".
       77  MSK-INICIO-PALAVRA          PIC X(001)      VALUE "N".
      * ENTRADA/SAIDA DOS PARAGRAFOS DE MASCARA:
      * MASCARA-CPF.........: MSK-CPF (LNK-FCO NORMALIZADO) -> MSK-CPF-FMT
      * MASCARA-EMAIL.......: MSK-TEXTO (NO PROPRIO CAMPO)
      * MASCARA-TELEFONE-PF.: MSK-TEXTO (NO PROPRIO CAMPO)
      * MASCARA-NOME........: MSK-TEXTO (NO PROPRIO CAMPO)
      * MASCARA-CPF-NO-TEXTO: MSK-TEXTO (NO PROPRIO CAMPO)
      * REGISTRA-SEM-MASCARA: MSK-DOCUMENTO + MSK-ONDE
       77  MSK-CPF                     PIC X(014)      VALUE SPACES.
       77  MSK-CPF-FMT                 PIC X(014)      VALUE SPACES.
       77  MSK-TEXTO                   PIC X(060)      VALUE SPACES.
       77  MSK-SAIDA                   PIC X(060)      VALUE SPACES.
       77  MSK-DOCUMENTO               PIC X(014)      VALUE SPACES.
       77  MSK-ONDE                    PIC X(020)      VALUE SPACES.
       77  MSK-SALVA-EVENTO            PIC X(010)      VALUE SPACES.
       77  MSK-SALVA-ENTRADA           PIC X(030)      VALUE SPACES.
       77  MSK-SALVA-RESULTADO         PIC X(020)      VALUE SPACES.
