       IDENTIFICATION DIVISION.
       PROGRAM-ID.         SHA256.
      *------------------------------------------------------------------------------*
      * GERA UM SHA-256                                                              *
      * - TODOS                                                                      *
      * MESMA CHAMADA DA SUBROTINA MD5 (TSTRET): CALL "SHA256" USING                 *
      * <TEXTO PIC X(100)> <HASH PIC X(064)>. O TEXTO VALE ATE O ULTIMO CARACTER     *
      * NAO-BRANCO (BRANCOS A DIREITA NAO ENTRAM, COMO NO MD5) E O HASH SAI EM HEXA  *
      * MINUSCULO. CALCULADO TODO EM COBOL, SEM .SO; AS OPERACOES AND/XOR SAO AS     *
      * CBL_AND/CBL_XOR SOBRE PALAVRAS DE 4 BYTES COMP-X (BIG-ENDIAN, QUE E A ORDEM  *
      * DO PROPRIO SHA-256) E A ROTACAO E FEITA NA ARITMETICA. NAO GRAVA NADA NO     *
      * AUDIT.LOG: E CHAMADA MILHARES DE VEZES NO ENCADEAMENTO DE UM BACKUP OU DE    *
      * UM EXTRATO, E QUEM CHAMA JA REGISTRA O RESULTADO FINAL.                      *
      *                                                                              *
      * CRIACAO...: 15/10/2026 - BUENO                                               *
      *------------------------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      * CONSTANTES DO SHA-256 (FIPS 180-4)                            *
      *---------------------------------------------------------------*
       01  WS-K-VALS.
           03  PIC 9(010)        VALUE 1116352408.
           03  PIC 9(010)        VALUE 1899447441.
           03  PIC 9(010)        VALUE 3049323471.
           03  PIC 9(010)        VALUE 3921009573.
           03  PIC 9(010)        VALUE 961987163.
           03  PIC 9(010)        VALUE 1508970993.
           03  PIC 9(010)        VALUE 2453635748.
           03  PIC 9(010)        VALUE 2870763221.
           03  PIC 9(010)        VALUE 3624381080.
           03  PIC 9(010)        VALUE 310598401.
           03  PIC 9(010)        VALUE 607225278.
           03  PIC 9(010)        VALUE 1426881987.
           03  PIC 9(010)        VALUE 1925078388.
           03  PIC 9(010)        VALUE 2162078206.
           03  PIC 9(010)        VALUE 2614888103.
           03  PIC 9(010)        VALUE 3248222580.
           03  PIC 9(010)        VALUE 3835390401.
           03  PIC 9(010)        VALUE 4022224774.
           03  PIC 9(010)        VALUE 264347078.
           03  PIC 9(010)        VALUE 604807628.
           03  PIC 9(010)        VALUE 770255983.
           03  PIC 9(010)        VALUE 1249150122.
           03  PIC 9(010)        VALUE 1555081692.
           03  PIC 9(010)        VALUE 1996064986.
           03  PIC 9(010)        VALUE 2554220882.
           03  PIC 9(010)        VALUE 2821834349.
           03  PIC 9(010)        VALUE 2952996808.
           03  PIC 9(010)        VALUE 3210313671.
           03  PIC 9(010)        VALUE 3336571891.
           03  PIC 9(010)        VALUE 3584528711.
           03  PIC 9(010)        VALUE 113926993.
           03  PIC 9(010)        VALUE 338241895.
           03  PIC 9(010)        VALUE 666307205.
           03  PIC 9(010)        VALUE 773529912.
           03  PIC 9(010)        VALUE 1294757372.
           03  PIC 9(010)        VALUE 1396182291.
           03  PIC 9(010)        VALUE 1695183700.
           03  PIC 9(010)        VALUE 1986661051.
           03  PIC 9(010)        VALUE 2177026350.
           03  PIC 9(010)        VALUE 2456956037.
           03  PIC 9(010)        VALUE 2730485921.
           03  PIC 9(010)        VALUE 2820302411.
           03  PIC 9(010)        VALUE 3259730800.
           03  PIC 9(010)        VALUE 3345764771.
           03  PIC 9(010)        VALUE 3516065817.
           03  PIC 9(010)        VALUE 3600352804.
           03  PIC 9(010)        VALUE 4094571909.
           03  PIC 9(010)        VALUE 275423344.
           03  PIC 9(010)        VALUE 430227734.
           03  PIC 9(010)        VALUE 506948616.
           03  PIC 9(010)        VALUE 659060556.
           03  PIC 9(010)        VALUE 883997877.
           03  PIC 9(010)        VALUE 958139571.
           03  PIC 9(010)        VALUE 1322822218.
           03  PIC 9(010)        VALUE 1537002063.
           03  PIC 9(010)        VALUE 1747873779.
           03  PIC 9(010)        VALUE 1955562222.
           03  PIC 9(010)        VALUE 2024104815.
           03  PIC 9(010)        VALUE 2227730452.
           03  PIC 9(010)        VALUE 2361852424.
           03  PIC 9(010)        VALUE 2428436474.
           03  PIC 9(010)        VALUE 2756734187.
           03  PIC 9(010)        VALUE 3204031479.
           03  PIC 9(010)        VALUE 3329325298.
       01  WS-K-TAB REDEFINES WS-K-VALS.
           03  WS-K             OCCURS 64 TIMES
                                PIC 9(010).

       01  WS-H-INI-VALS.
           03  PIC 9(010)        VALUE 1779033703.
           03  PIC 9(010)        VALUE 3144134277.
           03  PIC 9(010)        VALUE 1013904242.
           03  PIC 9(010)        VALUE 2773480762.
           03  PIC 9(010)        VALUE 1359893119.
           03  PIC 9(010)        VALUE 2600822924.
           03  PIC 9(010)        VALUE 528734635.
           03  PIC 9(010)        VALUE 1541459225.
       01  WS-H-INI-TAB REDEFINES WS-H-INI-VALS.
           03  WS-H-INI         OCCURS 8 TIMES
                                PIC 9(010).

       77  WS-HEXDIG                   PIC X(016)          VALUE
               "0123456789abcdef".

       77  WS-MSGLEN                   SIGNED-LONG.
       77  WS-NBLOCKS                  SIGNED-LONG.
       77  WS-IDX                      SIGNED-LONG.
       77  WS-BLK                      SIGNED-LONG.
       77  WS-BASE                     SIGNED-LONG.
       77  WS-ROUND                    SIGNED-LONG.
       77  WS-BYTE                     PIC 9(003).
       01  WS-PADBUF                   PIC X(128).
       01  WS-BITLEN-X.
           03  WS-BITLEN               PIC X(008)          COMP-X.

      * AGENDA DE MENSAGEM (W) E ESTADO (H) EM PALAVRAS DE 32 BITS.
       01  WS-W-TAB.
           03  WS-W             OCCURS 64 TIMES
                                PIC X(004)          COMP-X.
       01  WS-H-TAB.
           03  WS-H             OCCURS 8 TIMES
                                PIC X(004)          COMP-X.
       01  WS-H-BYTES REDEFINES WS-H-TAB
                                       PIC X(032).

       77  WS-VA                       PIC X(004)          COMP-X.
       77  WS-VB                       PIC X(004)          COMP-X.
       77  WS-VC                       PIC X(004)          COMP-X.
       77  WS-VD                       PIC X(004)          COMP-X.
       77  WS-VE                       PIC X(004)          COMP-X.
       77  WS-VF                       PIC X(004)          COMP-X.
       77  WS-VG                       PIC X(004)          COMP-X.
       77  WS-VH                       PIC X(004)          COMP-X.
       77  WS-T1                       PIC X(004)          COMP-X.
       77  WS-T2                       PIC X(004)          COMP-X.
       77  WS-S0                       PIC X(004)          COMP-X.
       77  WS-S1                       PIC X(004)          COMP-X.
       77  WS-CH                       PIC X(004)          COMP-X.
       77  WS-MAJ                      PIC X(004)          COMP-X.

      *---------------------------------------------------------------*
      * TEMPS DAS OPERACOES BIT A BIT E DA ROTACAO A DIREITA          *
      *---------------------------------------------------------------*
       77  WS-OPA                      PIC X(004)          COMP-X.
       77  WS-RESULT                   PIC X(004)          COMP-X.
       77  WS-TAM-PALAVRA              SIGNED-LONG         VALUE 4.
       77  WS-ROT-X                    PIC X(004)          COMP-X.
       77  WS-ROT-N                    SIGNED-LONG.
       77  WS-ROT-RESULT               PIC X(004)          COMP-X.
       77  WS-ROT-ALTO                 PIC X(004)          COMP-X.
       77  WS-ROT-BAIXO                PIC X(004)          COMP-X.
       77  WS-SIG-N1                   SIGNED-LONG.
       77  WS-SIG-N2                   SIGNED-LONG.
       77  WS-SIG-N3                   SIGNED-LONG.
       77  WS-SIG-TIPO                 PIC X(001)          VALUE SPACES.
       01  WS-POT-TAB.
           03  WS-POT           OCCURS 33 TIMES
                                PIC 9(011).
       77  WS-POT-OK                   PIC X(001)          VALUE "N".

       LINKAGE SECTION.
       01  LNK-SHA-STR                 PIC X(100).
       01  LNK-SHA-HASH                PIC X(064).

       PROCEDURE DIVISION USING LNK-SHA-STR LNK-SHA-HASH.
       RT00-00-INICIO.
      * POTENCIAS DE 2 (WS-POT(N + 1) = 2 ** N) SO NA PRIMEIRA CHAMADA.
           IF  WS-POT-OK NOT = "S"
               MOVE 1 TO WS-POT(1)
               PERFORM VARYING WS-IDX FROM 2 BY 1 UNTIL WS-IDX > 33
                   COMPUTE WS-POT(WS-IDX) = WS-POT(WS-IDX - 1) * 2
               END-PERFORM
               MOVE "S" TO WS-POT-OK
           END-IF.

           PERFORM RT11-00-CALCULA-TAMANHO.
           PERFORM RT12-00-MONTA-PADDING.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               MOVE WS-H-INI(WS-IDX) TO WS-H(WS-IDX)
           END-PERFORM.

           PERFORM RT14-00-PROCESSA-BLOCO
               VARYING WS-BLK FROM 1 BY 1
               UNTIL WS-BLK > WS-NBLOCKS.

           PERFORM RT18-00-MONTA-HEX.

           GOBACK.

       RT11-00-CALCULA-TAMANHO.
           MOVE LENGTH OF LNK-SHA-STR TO WS-MSGLEN.
           PERFORM WITH TEST BEFORE
                   UNTIL WS-MSGLEN = 0
               IF  LNK-SHA-STR(WS-MSGLEN:1) = SPACE
                   SUBTRACT 1 FROM WS-MSGLEN
               ELSE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * MENSAGEM + X"80" + ZEROS + TAMANHO EM BITS (8 BYTES BIG-ENDIAN)
      * NO FIM DO ULTIMO BLOCO DE 64 BYTES. 100 BYTES CABEM EM DOIS.
       RT12-00-MONTA-PADDING.
           MOVE LOW-VALUES TO WS-PADBUF.
           IF  WS-MSGLEN > 0
               MOVE LNK-SHA-STR(1:WS-MSGLEN)
                   TO WS-PADBUF(1:WS-MSGLEN)
           END-IF.
           MOVE X"80" TO WS-PADBUF(WS-MSGLEN + 1:1).

           COMPUTE WS-NBLOCKS =
               FUNCTION INTEGER-PART((WS-MSGLEN + 9 + 63) / 64).

           COMPUTE WS-BITLEN = WS-MSGLEN * 8.
           COMPUTE WS-BASE = WS-NBLOCKS * 64 - 7.
           MOVE WS-BITLEN-X TO WS-PADBUF(WS-BASE:8).

       RT14-00-PROCESSA-BLOCO.
      * AS 16 PRIMEIRAS PALAVRAS SAO O PROPRIO BLOCO (COMP-X JA E
      * BIG-ENDIAN); AS 48 SEGUINTES SAEM DA EXPANSAO.
           COMPUTE WS-BASE = (WS-BLK - 1) * 64 + 1.
           MOVE WS-PADBUF(WS-BASE:64) TO WS-W-TAB(1:64).

           PERFORM RT15-00-EXPANDE-PALAVRA
               VARYING WS-ROUND FROM 17 BY 1 UNTIL WS-ROUND > 64.

           MOVE WS-H(1) TO WS-VA.
           MOVE WS-H(2) TO WS-VB.
           MOVE WS-H(3) TO WS-VC.
           MOVE WS-H(4) TO WS-VD.
           MOVE WS-H(5) TO WS-VE.
           MOVE WS-H(6) TO WS-VF.
           MOVE WS-H(7) TO WS-VG.
           MOVE WS-H(8) TO WS-VH.

           PERFORM RT16-00-UM-ROUND
               VARYING WS-ROUND FROM 1 BY 1 UNTIL WS-ROUND > 64.

           COMPUTE WS-H(1) = FUNCTION MOD(WS-H(1) + WS-VA, 4294967296).
           COMPUTE WS-H(2) = FUNCTION MOD(WS-H(2) + WS-VB, 4294967296).
           COMPUTE WS-H(3) = FUNCTION MOD(WS-H(3) + WS-VC, 4294967296).
           COMPUTE WS-H(4) = FUNCTION MOD(WS-H(4) + WS-VD, 4294967296).
           COMPUTE WS-H(5) = FUNCTION MOD(WS-H(5) + WS-VE, 4294967296).
           COMPUTE WS-H(6) = FUNCTION MOD(WS-H(6) + WS-VF, 4294967296).
           COMPUTE WS-H(7) = FUNCTION MOD(WS-H(7) + WS-VG, 4294967296).
           COMPUTE WS-H(8) = FUNCTION MOD(WS-H(8) + WS-VH, 4294967296).

      * W(T) = S1(W(T-2)) + W(T-7) + S0(W(T-15)) + W(T-16)
       RT15-00-EXPANDE-PALAVRA.
           MOVE WS-W(WS-ROUND - 15) TO WS-ROT-X.
           MOVE 7  TO WS-SIG-N1.
           MOVE 18 TO WS-SIG-N2.
           MOVE 3  TO WS-SIG-N3.
           MOVE "S" TO WS-SIG-TIPO.
           PERFORM SIGMA-OP.
           MOVE WS-RESULT TO WS-S0.

           MOVE WS-W(WS-ROUND - 2) TO WS-ROT-X.
           MOVE 17 TO WS-SIG-N1.
           MOVE 19 TO WS-SIG-N2.
           MOVE 10 TO WS-SIG-N3.
           MOVE "S" TO WS-SIG-TIPO.
           PERFORM SIGMA-OP.
           MOVE WS-RESULT TO WS-S1.

           COMPUTE WS-W(WS-ROUND) = FUNCTION MOD(
               WS-S1 + WS-W(WS-ROUND - 7) + WS-S0
                     + WS-W(WS-ROUND - 16), 4294967296).

       RT16-00-UM-ROUND.
      * T1 = H + S1(E) + CH(E,F,G) + K(T) + W(T)
           MOVE WS-VE TO WS-ROT-X.
           MOVE 6  TO WS-SIG-N1.
           MOVE 11 TO WS-SIG-N2.
           MOVE 25 TO WS-SIG-N3.
           MOVE "R" TO WS-SIG-TIPO.
           PERFORM SIGMA-OP.
           MOVE WS-RESULT TO WS-S1.

      * CH = (E AND F) XOR ((NOT E) AND G)
           MOVE WS-VE TO WS-RESULT.
           MOVE WS-VF TO WS-OPA.
           PERFORM AND-OP.
           MOVE WS-RESULT TO WS-CH.
           COMPUTE WS-RESULT = 4294967295 - WS-VE.
           MOVE WS-VG TO WS-OPA.
           PERFORM AND-OP.
           MOVE WS-CH TO WS-OPA.
           PERFORM XOR-OP.
           MOVE WS-RESULT TO WS-CH.

           COMPUTE WS-T1 = FUNCTION MOD(WS-VH + WS-S1 + WS-CH
               + WS-K(WS-ROUND) + WS-W(WS-ROUND), 4294967296).

      * T2 = S0(A) + MAJ(A,B,C)
           MOVE WS-VA TO WS-ROT-X.
           MOVE 2  TO WS-SIG-N1.
           MOVE 13 TO WS-SIG-N2.
           MOVE 22 TO WS-SIG-N3.
           MOVE "R" TO WS-SIG-TIPO.
           PERFORM SIGMA-OP.
           MOVE WS-RESULT TO WS-S0.

      * MAJ = (A AND B) XOR (A AND C) XOR (B AND C)
           MOVE WS-VA TO WS-RESULT.
           MOVE WS-VB TO WS-OPA.
           PERFORM AND-OP.
           MOVE WS-RESULT TO WS-MAJ.
           MOVE WS-VA TO WS-RESULT.
           MOVE WS-VC TO WS-OPA.
           PERFORM AND-OP.
           MOVE WS-MAJ TO WS-OPA.
           PERFORM XOR-OP.
           MOVE WS-RESULT TO WS-MAJ.
           MOVE WS-VB TO WS-RESULT.
           MOVE WS-VC TO WS-OPA.
           PERFORM AND-OP.
           MOVE WS-MAJ TO WS-OPA.
           PERFORM XOR-OP.
           MOVE WS-RESULT TO WS-MAJ.

           COMPUTE WS-T2 = FUNCTION MOD(WS-S0 + WS-MAJ, 4294967296).

           MOVE WS-VG TO WS-VH.
           MOVE WS-VF TO WS-VG.
           MOVE WS-VE TO WS-VF.
           COMPUTE WS-VE = FUNCTION MOD(WS-VD + WS-T1, 4294967296).
           MOVE WS-VC TO WS-VD.
           MOVE WS-VB TO WS-VC.
           MOVE WS-VA TO WS-VB.
           COMPUTE WS-VA = FUNCTION MOD(WS-T1 + WS-T2, 4294967296).

      * 32 BYTES DO ESTADO FINAL, CADA UM EM DOIS DIGITOS HEXA.
       RT18-00-MONTA-HEX.
           MOVE SPACES TO LNK-SHA-HASH.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 32
               COMPUTE WS-BYTE = FUNCTION ORD(WS-H-BYTES(WS-IDX:1)) - 1
               COMPUTE WS-BASE = (WS-IDX - 1) * 2 + 1
               MOVE WS-HEXDIG(FUNCTION INTEGER-PART(WS-BYTE / 16) + 1:1)
                   TO LNK-SHA-HASH(WS-BASE:1)
               MOVE WS-HEXDIG(FUNCTION MOD(WS-BYTE, 16) + 1:1)
                   TO LNK-SHA-HASH(WS-BASE + 1:1)
           END-PERFORM.

      *---------------------------------------------------------------*
      * SIGMA: ROTR(X,N1) XOR ROTR(X,N2) XOR ROTR/SHR(X,N3) - O       *
      * TERCEIRO TERMO E ROTACAO (TIPO "R", SIGMA MAIUSCULO) OU       *
      * DESLOCAMENTO (TIPO "S", SIGMA MINUSCULO DA EXPANSAO).         *
      * RESULTADO EM WS-RESULT.                                       *
      *---------------------------------------------------------------*
       SIGMA-OP.
           MOVE WS-SIG-N1 TO WS-ROT-N.
           PERFORM ROTR-OP.
           MOVE WS-ROT-RESULT TO WS-RESULT.

           MOVE WS-SIG-N2 TO WS-ROT-N.
           PERFORM ROTR-OP.
           MOVE WS-ROT-RESULT TO WS-OPA.
           PERFORM XOR-OP.

           MOVE WS-SIG-N3 TO WS-ROT-N.
           IF  WS-SIG-TIPO = "R"
               PERFORM ROTR-OP
           ELSE
               PERFORM SHR-OP
           END-IF.
           MOVE WS-ROT-RESULT TO WS-OPA.
           PERFORM XOR-OP.

      * WS-RESULT = WS-RESULT AND/XOR WS-OPA (4 BYTES).
       AND-OP.
           CALL "CBL_AND" USING WS-OPA WS-RESULT
                          BY VALUE WS-TAM-PALAVRA
           END-CALL.

       XOR-OP.
           CALL "CBL_XOR" USING WS-OPA WS-RESULT
                          BY VALUE WS-TAM-PALAVRA
           END-CALL.

      * ROTACAO A DIREITA DE 32 BITS: OS N BITS DE BAIXO (O RESTO DA
      * DIVISAO POR 2 ** N) VOLTAM PELO ALTO.
       ROTR-OP.
           DIVIDE WS-ROT-X BY WS-POT(WS-ROT-N + 1)
               GIVING WS-ROT-ALTO REMAINDER WS-ROT-BAIXO.
           COMPUTE WS-ROT-RESULT =
               WS-ROT-ALTO + WS-ROT-BAIXO * WS-POT(33 - WS-ROT-N).

       SHR-OP.
           DIVIDE WS-ROT-X BY WS-POT(WS-ROT-N + 1)
               GIVING WS-ROT-RESULT REMAINDER WS-ROT-BAIXO.
