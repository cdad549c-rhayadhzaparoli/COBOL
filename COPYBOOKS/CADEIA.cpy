      ******************************************************************
      * CADEIA.cpy
      * CADEIA DE CONFERENCIA DOS LOGS DE AUDITORIA (ALISTAMENTO.LOG,
      * ALISTAMENTO.LOG.ARQ, ALISTAMENTO.CAN, ACESSO.LOG E
      * PRESTACOES.JRN) - CADA LINHA NOVA LEVA NO FIM UM ELO DE 9
      * DIGITOS CALCULADO A PARTIR DO ELO DA LINHA ANTERIOR E DO
      * PROPRIO CONTEUDO, DE MODO QUE ALTERAR, INSERIR OU APAGAR UMA
      * LINHA NO MEIO DO ARQUIVO QUEBRA TODOS OS ELOS DALI EM DIANTE.
      * O ULTIMO ELO E A QUANTIDADE DE LINHAS FICAM NA ANCORA
      * <ARQUIVO>.ANC (VER ANCDATA), QUE DENUNCIA TAMBEM A LINHA
      * APAGADA DO FIM. A CONFERENCIA E FEITA TODA NOITE PELO CADVERIF.
      * O CALCULO E UM POLINOMIO DO VALOR ORDINAL DE CADA CARACTERE,
      * MODULO 999999937, NA MESMA LINHA DO P-HASH-SENHA (SENHASH) -
      * NAO E ASSINATURA: DENUNCIA A ALTERACAO FEITA POR FORA DOS
      * PROGRAMAS, NAO A DE QUEM RECALCULA A CADEIA INTEIRA.
      * GRAVACAO: O PROGRAMA CHAMADOR DECLARA O SELECT/FD DE ANC-FILE
      * (ASSIGN A WS-ANC-PATH, FD COM COPY ANCDATA), MONTA O REGISTRO
      * DO LOG, MOVE O NOME DA ANCORA PARA WS-ANC-PATH, O REGISTRO PARA
      * WS-CAD-LINHA E O TAMANHO DO CONTEUDO PARA WS-CAD-TAM, FAZ
      * PERFORM P-CADEIA-ENCADEIA, MOVE WS-CAD-ELO PARA O CAMPO DE ELO
      * DO REGISTRO, GRAVA A LINHA E SO ENTAO FAZ PERFORM
      * P-CADEIA-GRAVA-ANCORA.
      * CONFERENCIA/REGRAVACAO: P-CADEIA-INICIA-CONFERENCIA (COM
      * WS-ANC-PATH), UMA P-CADEIA-CONFERE POR LINHA LIDA (CONTEUDO EM
      * WS-CAD-LINHA, ELO GRAVADO EM WS-CAD-LIDO), P-CADEIA-REENCADEIA
      * PARA CADA LINHA REGRAVADA E, NO FIM, P-CADEIA-FECHA-CONFERENCIA
      * - WS-CAD-OK 'N' COM WS-CAD-ROMPIDA = NUMERO DA PRIMEIRA LINHA
      * COM ELO ERRADO (ZERO QUANDO O CORPO CONFERE MAS O FIM NAO BATE
      * COM A ANCORA).
      ******************************************************************
       P-CADEIA-LE-ANCORA.
      *    SEM ANCORA (ARQUIVO NOVO) A CADEIA COMECA DO ZERO.
           MOVE 'N' TO WS-ANC-EXISTE
           MOVE 0   TO WS-CAD-SEMENTE
           MOVE 0   TO WS-CAD-ANT
           MOVE 0   TO WS-CAD-QTD
           MOVE 0   TO WS-CAD-ULTIMO
           OPEN INPUT ANC-FILE
           IF WS-ANC-STATUS NOT = 0 THEN
               EXIT PARAGRAPH
           END-IF
           READ ANC-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'S'         TO WS-ANC-EXISTE
                   MOVE ANC-SEMENTE TO WS-CAD-SEMENTE
                   MOVE ANC-ULTIMO  TO WS-CAD-ANT
                   MOVE ANC-ULTIMO  TO WS-CAD-ULTIMO
                   MOVE ANC-QTD     TO WS-CAD-QTD
           END-READ
           CLOSE ANC-FILE.

       P-CADEIA-CALCULA.
      *    ELO = POLINOMIO (BASE 31) DO ELO ANTERIOR SEGUIDO DOS
      *    WS-CAD-TAM PRIMEIROS CARACTERES DE WS-CAD-LINHA.
           MOVE WS-CAD-ANT TO WS-CAD-ACUM
           PERFORM VARYING WS-CAD-IDX FROM 1 BY 1
                   UNTIL WS-CAD-IDX > WS-CAD-TAM
               COMPUTE WS-CAD-ACUM = WS-CAD-ACUM * 31 +
                   FUNCTION ORD(WS-CAD-LINHA(WS-CAD-IDX:1))
               DIVIDE WS-CAD-ACUM BY 999999937 GIVING WS-CAD-QUOC
                       REMAINDER WS-CAD-RESTO
               MOVE WS-CAD-RESTO TO WS-CAD-ACUM
           END-PERFORM
           MOVE WS-CAD-ACUM TO WS-CAD-ELO.

       P-CADEIA-ENCADEIA.
           PERFORM P-CADEIA-LE-ANCORA
           PERFORM P-CADEIA-CALCULA
           ADD 1 TO WS-CAD-QTD.

       P-CADEIA-GRAVA-ANCORA.
      *    TAMBEM USADO PELOS PROGRAMAS QUE REGRAVAM O ARQUIVO INTEIRO
      *    (LOGARQ, ANONIMIZA, CADMIG), COM WS-CAD-SEMENTE, WS-CAD-ELO
      *    E WS-CAD-QTD JA ACERTADOS - ARQUIVO VAZIO FICA COM O ULTIMO
      *    ELO IGUAL A SEMENTE.
           OPEN OUTPUT ANC-FILE
           MOVE WS-CAD-SEMENTE        TO ANC-SEMENTE
           MOVE WS-CAD-ELO            TO ANC-ULTIMO
           MOVE WS-CAD-QTD            TO ANC-QTD
           MOVE FUNCTION CURRENT-DATE TO ANC-TIMESTAMP
           WRITE ANC-REC
           CLOSE ANC-FILE.

       P-CADEIA-INICIA-CONFERENCIA.
           PERFORM P-CADEIA-LE-ANCORA
           MOVE WS-CAD-SEMENTE TO WS-CAD-ANT-LIDO
           MOVE WS-CAD-SEMENTE TO WS-CAD-ANT-NOVO
           MOVE 0              TO WS-CAD-LIDAS
           MOVE 0              TO WS-CAD-ROMPIDA
           MOVE 'S'            TO WS-CAD-OK.

       P-CADEIA-CONFERE.
           ADD 1 TO WS-CAD-LIDAS
           MOVE WS-CAD-ANT-LIDO TO WS-CAD-ANT
           PERFORM P-CADEIA-CALCULA
           IF WS-CAD-ELO NOT = WS-CAD-LIDO AND WS-CAD-OK = 'S' THEN
               MOVE 'N'          TO WS-CAD-OK
               MOVE WS-CAD-LIDAS TO WS-CAD-ROMPIDA
           END-IF
           MOVE WS-CAD-LIDO TO WS-CAD-ANT-LIDO.

       P-CADEIA-REENCADEIA.
           MOVE WS-CAD-ANT-NOVO TO WS-CAD-ANT
           PERFORM P-CADEIA-CALCULA
           MOVE WS-CAD-ELO TO WS-CAD-ANT-NOVO.

       P-CADEIA-FECHA-CONFERENCIA.
      *    ARQUIVO COM LINHAS E SEM ANCORA TAMBEM E RUPTURA - A ANCORA
      *    SO FALTA NO ARQUIVO QUE NUNCA RECEBEU LINHA.
           IF WS-CAD-OK NOT = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-ANC-EXISTE = 'S' THEN
               IF WS-CAD-LIDAS NOT = WS-CAD-QTD OR
                  WS-CAD-ANT-LIDO NOT = WS-CAD-ULTIMO THEN
                   MOVE 'N' TO WS-CAD-OK
               END-IF
           ELSE
               IF WS-CAD-LIDAS > 0 THEN
                   MOVE 'N' TO WS-CAD-OK
               END-IF
           END-IF.
