      ******************************************************************
      * FONETICA.cpy
      * MONTA A CHAVE FONETICA DE UM NOME EM PORTUGUES, PARA ACHAR A
      * MESMA PESSOA DIGITADA DE FORMAS DIFERENTES ("JOSE DA SILVA",
      * "JOSE SILVA" COM ACENTO, "JOZE SYLVA"). O CHAMADOR MOVE O NOME
      * PARA WS-FON-NOME-ENTRADA E FAZ PERFORM P-FON-CHAVE; O CODIGO DO
      * PRIMEIRO NOME FICA EM WS-FON-CHAVE-PRIMEIRO, O DO ULTIMO
      * SOBRENOME EM WS-FON-CHAVE-ULTIMO E O NOME SEM ACENTOS E SEM
      * PARTICULAS EM WS-FON-NOME-LIMPO.
      * 1) TIRA OS ACENTOS (LATIN-1 OU UTF-8) E TUDO QUE NAO E LETRA;
      *    HIFEN VIRA ESPACO.
      * 2) DESCARTA AS PARTICULAS (DA, DE, DO, DAS, DOS, E, DI, DU) E
      *    OS SUFIXOS (JUNIOR, JR, FILHO, NETO, SOBRINHO).
      * 3) SEPARA PRIMEIRO E ULTIMO NOME PELO P-SPLIT-NOME (NOMESPL) -
      *    COMO ELE SO VAI ATE A TERCEIRA PALAVRA, O RESTO DO NOME E
      *    PERCORRIDO ATE A ULTIMA PALAVRA.
      * 4) CODIFICA CADA UM EM ATE 10 LETRAS: Y=I, W=V, Z=S, H MUDO,
      *    PH=F, LH=L, NH=N, CH/SH=X, C ANTES DE E/I=S (SENAO K),
      *    SC ANTES DE E/I=S, QU=K, G ANTES DE E/I=J, GU ANTES DE
      *    E/I=G, M ANTES DE CONSOANTE OU NO FIM=N, LETRA REPETIDA
      *    CONTA UMA VEZ SO.
      * COPIADO DENTRO DA PROCEDURE DIVISION JUNTO COM NOMESPL; A AREA
      * DE TRABALHO ESTA EM WSFONETICA (E WSNOMESPL).
      ******************************************************************
       P-FON-CHAVE.
           MOVE SPACES TO WS-FON-CHAVE
           PERFORM P-FON-NORMALIZA
           PERFORM P-FON-LIMPA
           MOVE WS-FON-NOME-LIMPO TO WS-NOME-COMPLETO
           PERFORM P-SPLIT-NOME
           MOVE WS-NOME-PRIMEIRO TO WS-FON-PALAVRA
           PERFORM P-FON-CODIFICA
           MOVE WS-FON-CODIGO TO WS-FON-CHAVE-PRIMEIRO

           EVALUATE TRUE
               WHEN WS-NOME-ULTIMO NOT = SPACES
                   MOVE WS-NOME-ULTIMO TO WS-FON-PALAVRA
               WHEN WS-NOME-MEIO NOT = SPACES
                   MOVE WS-NOME-MEIO   TO WS-FON-PALAVRA
               WHEN OTHER
                   MOVE SPACES         TO WS-FON-PALAVRA
           END-EVALUATE
           MOVE WS-NOME-PONTEIRO TO WS-FON-PONTEIRO
           PERFORM UNTIL WS-FON-PONTEIRO > 60
               MOVE SPACES TO WS-FON-TRAB
               UNSTRING WS-NOME-COMPLETO
                       DELIMITED BY ALL SPACES
                       INTO WS-FON-TRAB
                       WITH POINTER WS-FON-PONTEIRO
               END-UNSTRING
               IF WS-FON-TRAB NOT = SPACES THEN
                   MOVE WS-FON-TRAB TO WS-FON-PALAVRA
               END-IF
           END-PERFORM
           IF WS-FON-PALAVRA NOT = SPACES THEN
               PERFORM P-FON-CODIFICA
               MOVE WS-FON-CODIGO TO WS-FON-CHAVE-ULTIMO
           END-IF.

       P-FON-NORMALIZA.
           MOVE WS-FON-NOME-ENTRADA TO WS-FON-TRAB
           INSPECT WS-FON-TRAB
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WS-FON-NORMAL
           MOVE 1 TO WS-FON-I
           MOVE 1 TO WS-FON-J
           PERFORM UNTIL WS-FON-I > 60
               MOVE SPACE TO WS-FON-LETRA
               MOVE 1     TO WS-FON-PULA
               COMPUTE WS-FON-ORD =
                       FUNCTION ORD(WS-FON-TRAB(WS-FON-I:1)) - 1
               EVALUATE TRUE
                   WHEN WS-FON-TRAB(WS-FON-I:1) >= "A" AND
                        WS-FON-TRAB(WS-FON-I:1) <= "Z"
                       MOVE WS-FON-TRAB(WS-FON-I:1) TO WS-FON-LETRA
                   WHEN WS-FON-TRAB(WS-FON-I:1) = SPACE OR
                        WS-FON-TRAB(WS-FON-I:1) = "-"
      *                SEPARADOR DE PALAVRA - A AREA JA ESTA EM BRANCO.
                       ADD 1 TO WS-FON-J
                   WHEN WS-FON-ORD = 195 AND WS-FON-I < 60
      *                X"C3" SEGUIDO DE 128 A 191 E UMA LETRA ACENTUADA
      *                EM UTF-8; SENAO E O "A" COM TIL DO LATIN-1.
                       COMPUTE WS-FON-ORD-PROX =
                           FUNCTION ORD(WS-FON-TRAB(WS-FON-I + 1:1)) - 1
                       IF WS-FON-ORD-PROX >= 128 AND
                          WS-FON-ORD-PROX <= 191 THEN
                           COMPUTE WS-FON-K = WS-FON-ORD-PROX - 127
                           MOVE 2 TO WS-FON-PULA
                       ELSE
                           MOVE 4 TO WS-FON-K
                       END-IF
                       MOVE WS-FON-SEM-ACENTO(WS-FON-K) TO WS-FON-LETRA
                   WHEN WS-FON-ORD >= 192
                       COMPUTE WS-FON-K = WS-FON-ORD - 191
                       MOVE WS-FON-SEM-ACENTO(WS-FON-K) TO WS-FON-LETRA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-FON-LETRA NOT = SPACE THEN
                   MOVE WS-FON-LETRA TO WS-FON-NORMAL(WS-FON-J:1)
                   ADD 1 TO WS-FON-J
               END-IF
               ADD WS-FON-PULA TO WS-FON-I
           END-PERFORM.

       P-FON-LIMPA.
           MOVE SPACES TO WS-FON-NOME-LIMPO
           MOVE 1 TO WS-FON-PONTEIRO
           MOVE 1 TO WS-FON-J
           PERFORM UNTIL WS-FON-PONTEIRO > 60
               MOVE SPACES TO WS-FON-PALAVRA
               UNSTRING WS-FON-NORMAL
                       DELIMITED BY ALL SPACES
                       INTO WS-FON-PALAVRA
                       WITH POINTER WS-FON-PONTEIRO
               END-UNSTRING
               IF WS-FON-PALAVRA NOT = SPACES AND
                  NOT WS-FON-PARTICULA THEN
                   STRING WS-FON-PALAVRA DELIMITED BY SPACE
                          " "            DELIMITED BY SIZE
                          INTO WS-FON-NOME-LIMPO
                          WITH POINTER WS-FON-J
                   END-STRING
               END-IF
           END-PERFORM.

       P-FON-CODIFICA.
           MOVE SPACES         TO WS-FON-CODIGO
           MOVE SPACE          TO WS-FON-ULT-LETRA
           MOVE WS-FON-PALAVRA TO WS-FON-PAL-CODIF
           MOVE 1 TO WS-FON-I
           MOVE 0 TO WS-FON-K
           PERFORM UNTIL WS-FON-I > 20 OR WS-FON-K >= 10
                      OR WS-FON-PAL-CODIF(WS-FON-I:1) = SPACE
               MOVE WS-FON-PAL-CODIF(WS-FON-I:1)     TO WS-FON-LETRA
               MOVE WS-FON-PAL-CODIF(WS-FON-I + 1:1) TO WS-FON-PROX
               MOVE WS-FON-PAL-CODIF(WS-FON-I + 2:1) TO WS-FON-PROX2
               MOVE 0 TO WS-FON-PULA
               EVALUATE WS-FON-LETRA
                   WHEN "Y"
                       MOVE "I" TO WS-FON-LETRA
                   WHEN "W"
                       MOVE "V" TO WS-FON-LETRA
                   WHEN "Z"
                       MOVE "S" TO WS-FON-LETRA
                   WHEN "H"
                       MOVE SPACE TO WS-FON-LETRA
                   WHEN "Q"
                       MOVE "K" TO WS-FON-LETRA
                       IF WS-FON-PROX = "U" THEN
                           MOVE 1 TO WS-FON-PULA
                       END-IF
                   WHEN "P"
                       IF WS-FON-PROX = "H" THEN
                           MOVE "F" TO WS-FON-LETRA
                           MOVE 1 TO WS-FON-PULA
                       END-IF
                   WHEN "L"
                   WHEN "N"
                       IF WS-FON-PROX = "H" THEN
                           MOVE 1 TO WS-FON-PULA
                       END-IF
                   WHEN "C"
                       EVALUATE TRUE
                           WHEN WS-FON-PROX = "H"
                               MOVE "X" TO WS-FON-LETRA
                               MOVE 1 TO WS-FON-PULA
                           WHEN WS-FON-PROX = "E" OR "I" OR "Y"
                               MOVE "S" TO WS-FON-LETRA
                           WHEN OTHER
                               MOVE "K" TO WS-FON-LETRA
                       END-EVALUATE
                   WHEN "S"
                       EVALUATE TRUE
                           WHEN WS-FON-PROX = "H"
                               MOVE "X" TO WS-FON-LETRA
                               MOVE 1 TO WS-FON-PULA
                           WHEN WS-FON-PROX = "C" AND
                                (WS-FON-PROX2 = "E" OR "I" OR "Y")
                               MOVE 1 TO WS-FON-PULA
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   WHEN "G"
                       EVALUATE TRUE
                           WHEN WS-FON-PROX = "E" OR "I" OR "Y"
                               MOVE "J" TO WS-FON-LETRA
                           WHEN WS-FON-PROX = "U" AND
                                (WS-FON-PROX2 = "E" OR "I" OR "Y")
                               MOVE 1 TO WS-FON-PULA
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   WHEN "M"
                       IF WS-FON-PROX NOT = "A" AND
                          WS-FON-PROX NOT = "E" AND
                          WS-FON-PROX NOT = "I" AND
                          WS-FON-PROX NOT = "O" AND
                          WS-FON-PROX NOT = "U" AND
                          WS-FON-PROX NOT = "Y" THEN
                           MOVE "N" TO WS-FON-LETRA
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-FON-LETRA NOT = SPACE AND
                  WS-FON-LETRA NOT = WS-FON-ULT-LETRA THEN
                   ADD 1 TO WS-FON-K
                   MOVE WS-FON-LETRA TO WS-FON-CODIGO(WS-FON-K:1)
                   MOVE WS-FON-LETRA TO WS-FON-ULT-LETRA
               END-IF
               COMPUTE WS-FON-I = WS-FON-I + 1 + WS-FON-PULA
           END-PERFORM.
