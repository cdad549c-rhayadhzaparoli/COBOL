      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO CATALOGO DE PRODUTOS DE FINANCIAMENTO
      *          (PRODUTO.CTL, VER PRODDATA) - ATE AQUI CADA VINCULO E
      *          CADA SIMULACAO ACEITAVA QUALQUER VALOR, PRAZO E TAXA
      *          DIGITADOS PELO OPERADOR. CADA PRODUTO DEFINE A FAIXA
      *          DE VALOR E DE PRAZO ACEITA, A TAXA MENSAL (UNICA OU EM
      *          ATE 3 FAIXAS DE PRAZO) E O METODO DE AMORTIZACAO; O
      *          SIMULA E O CONTRATOMNT SO ACEITAM TERMOS DENTRO DO
      *          PRODUTO ESCOLHIDO (VER PRODUTO.cpy). INCLUSAO,
      *          ALTERACAO, DESATIVACAO/REATIVACAO E LISTAGEM, NO MESMO
      *          ESTILO DE MANUTENCAO DO UNIMNT.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - INCLUSAO, ALTERACAO DE TERMOS E
      *                  DESATIVACAO/REATIVACAO DE PRODUTO PASSAM A
      *                  DEIXAR LINHA EM CONFIG.LOG COM O OPERADOR E OS
      *                  VALORES ANTES E DEPOIS DE CADA TERMO (VER
      *                  CFGLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGON-STATUS.

           SELECT PRODUTO-FILE ASSIGN TO 'PRODUTO.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PROD-STATUS.

           SELECT PRODUTO-NEW-FILE ASSIGN TO 'PRODUTO.CTL.NEW'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PROD-NEW-STATUS.

           SELECT CFG-LOG-FILE ASSIGN TO 'CONFIG.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CFGLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USER-CTL-FILE.
       COPY USERCTL.

       FD PRODUTO-FILE.
       COPY PRODDATA.

       FD PRODUTO-NEW-FILE.
       COPY PRODDATA REPLACING LEADING ==PROD== BY ==PROD-NEW==.

       FD CFG-LOG-FILE.
       COPY CFGLOGDATA.

       WORKING-STORAGE SECTION.
       01 WS-PROD-STATUS     PIC 99.
       01 WS-PROD-NEW-STATUS PIC 99.
       01 WS-OPCAO           PIC 9(01) VALUE 0.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-ACHOU           PIC X     VALUE 'N'.
       01 WS-TERMOS-OK       PIC X     VALUE 'N'.
       01 WS-COD-BUSCA       PIC X(04) VALUE SPACES.
       01 WS-CMD             PIC X(80) VALUE SPACES.
       01 WS-ACAO-ATIVO      PIC X(01) VALUE SPACES.
       01 WS-FX-IDX          PIC 9(01) VALUE 0.
       01 WS-FX-ANTERIOR     PIC 9(03) VALUE 0.
       01 WS-TAXA-ED         PIC 9.9999.
       01 WS-VALOR-ED        PIC Z,ZZZ,ZZ9.99.
       01 WS-LOG-INCLUSAO    PIC X     VALUE 'N'.

      *    TERMOS DIGITADOS NA INCLUSAO/ALTERACAO.
       01 WS-NOVO-PROD.
         05 WS-NOVA-DESCRICAO  PIC X(30) VALUE SPACES.
         05 WS-NOVO-VL-MIN     PIC 9(07)V99 VALUE 0.
         05 WS-NOVO-VL-MAX     PIC 9(07)V99 VALUE 0.
         05 WS-NOVO-PRAZO-MIN  PIC 9(03) VALUE 0.
         05 WS-NOVO-PRAZO-MAX  PIC 9(03) VALUE 0.
         05 WS-NOVA-TAXA       PIC 9(1)V9(4) VALUE 0.
         05 WS-NOVA-FAIXA OCCURS 3 TIMES.
           10 WS-NOVA-FX-ATE   PIC 9(03).
           10 WS-NOVA-FX-TAXA  PIC 9(1)V9(4).
         05 WS-NOVO-METODO     PIC X(01) VALUE SPACE.

       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSTREINO.
       COPY WSCFGLOG.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM P-TREINO-ENTRA
           DISPLAY "MANUTENCAO DO CATALOGO DE PRODUTOS"
           PERFORM P-SIGN-ON
           IF NOT WS-OPERADOR-ADMIN THEN
               DISPLAY "OPERACAO RESTRITA A OPERADORES ADMINISTRADORES"
               GO TO P999-STOP
           END-IF
           MOVE "PRODMNT" TO WS-CFG-PROGRAMA

           DISPLAY "1 PARA INCLUIR PRODUTO"
           DISPLAY "2 PARA ALTERAR TERMOS DO PRODUTO"
           DISPLAY "3 PARA DESATIVAR PRODUTO"
           DISPLAY "4 PARA REATIVAR PRODUTO"
           DISPLAY "5 PARA LISTAR PRODUTOS"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1 GO TO P100-INCLUIR
               WHEN 2 GO TO P200-ALTERAR
               WHEN 3 GO TO P300-DESATIVAR
               WHEN 4 GO TO P400-REATIVAR
               WHEN 5 GO TO P500-LISTAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   GO TO P999-STOP
           END-EVALUATE.

       P100-INCLUIR.
           DISPLAY "CODIGO DO PRODUTO (4 CARACTERES)"
           ACCEPT WS-COD-BUSCA
           IF WS-COD-BUSCA = SPACES THEN
               DISPLAY "CODIGO NAO PODE SER EM BRANCO"
               GO TO P999-STOP
           END-IF
           PERFORM P700-LOCALIZAR
           IF WS-ACHOU = 'S' THEN
               DISPLAY "CODIGO JA CADASTRADO EM PRODUTO.CTL"
               GO TO P999-STOP
           END-IF

           PERFORM P600-LE-TERMOS
           IF WS-TERMOS-OK NOT = 'S' THEN
               DISPLAY "INCLUSAO ABORTADA"
               GO TO P999-STOP
           END-IF

           MOVE WS-COD-BUSCA      TO PROD-CODIGO
           MOVE WS-NOVA-DESCRICAO TO PROD-DESCRICAO
           MOVE WS-NOVO-VL-MIN    TO PROD-VL-MIN
           MOVE WS-NOVO-VL-MAX    TO PROD-VL-MAX
           MOVE WS-NOVO-PRAZO-MIN TO PROD-PRAZO-MIN
           MOVE WS-NOVO-PRAZO-MAX TO PROD-PRAZO-MAX
           MOVE WS-NOVA-TAXA      TO PROD-TAXA
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1 UNTIL WS-FX-IDX > 3
               MOVE WS-NOVA-FX-ATE(WS-FX-IDX)
                 TO PROD-FX-PRAZO-ATE(WS-FX-IDX)
               MOVE WS-NOVA-FX-TAXA(WS-FX-IDX)
                 TO PROD-FX-TAXA(WS-FX-IDX)
           END-PERFORM
           MOVE WS-NOVO-METODO    TO PROD-METODO
           MOVE 'S'               TO PROD-ATIVO
           OPEN EXTEND PRODUTO-FILE
           IF WS-PROD-STATUS EQUAL 35 THEN
               OPEN OUTPUT PRODUTO-FILE
           END-IF
           WRITE PROD-CTL-REC
           MOVE 'S' TO WS-LOG-INCLUSAO
           PERFORM P820-LOG-TERMOS
           CLOSE PRODUTO-FILE
           DISPLAY "PRODUTO INCLUIDO"
           GO TO P999-STOP.

       P200-ALTERAR.
      *    A ALTERACAO SO VALE PARA VINCULOS E SIMULACOES FUTUROS - OS
      *    CONTRATOS JA GRAVADOS GUARDAM OS PROPRIOS TERMOS.
           DISPLAY "CODIGO DO PRODUTO A ALTERAR"
           ACCEPT WS-COD-BUSCA
           PERFORM P700-LOCALIZAR
           IF WS-ACHOU NOT = 'S' THEN
               DISPLAY "PRODUTO NAO ENCONTRADO"
               GO TO P999-STOP
           END-IF
           PERFORM P600-LE-TERMOS
           IF WS-TERMOS-OK NOT = 'S' THEN
               DISPLAY "ALTERACAO ABORTADA"
               GO TO P999-STOP
           END-IF
           MOVE 'C' TO WS-ACAO-ATIVO
           PERFORM P800-REGRAVAR
           DISPLAY "PRODUTO ALTERADO"
           GO TO P999-STOP.

       P300-DESATIVAR.
           DISPLAY "CODIGO DO PRODUTO A DESATIVAR"
           ACCEPT WS-COD-BUSCA
           PERFORM P700-LOCALIZAR
           IF WS-ACHOU NOT = 'S' THEN
               DISPLAY "PRODUTO NAO ENCONTRADO"
               GO TO P999-STOP
           END-IF
           MOVE 'N' TO WS-ACAO-ATIVO
           PERFORM P800-REGRAVAR
           DISPLAY "PRODUTO DESATIVADO - NAO ACEITA MAIS SIMULACAO NEM "
                   "VINCULO; OS CONTRATOS EXISTENTES NAO MUDAM"
           GO TO P999-STOP.

       P400-REATIVAR.
           DISPLAY "CODIGO DO PRODUTO A REATIVAR"
           ACCEPT WS-COD-BUSCA
           PERFORM P700-LOCALIZAR
           IF WS-ACHOU NOT = 'S' THEN
               DISPLAY "PRODUTO NAO ENCONTRADO"
               GO TO P999-STOP
           END-IF
           MOVE 'S' TO WS-ACAO-ATIVO
           PERFORM P800-REGRAVAR
           DISPLAY "PRODUTO REATIVADO"
           GO TO P999-STOP.

       P500-LISTAR.
           OPEN INPUT PRODUTO-FILE
           IF WS-PROD-STATUS EQUAL 35 THEN
               DISPLAY "PRODUTO.CTL AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ PRODUTO-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM P510-EXIBE-PRODUTO
               END-READ
           END-PERFORM
           CLOSE PRODUTO-FILE
           GO TO P999-STOP.

       P510-EXIBE-PRODUTO.
           DISPLAY " "
           DISPLAY "PRODUTO: " PROD-CODIGO " - " PROD-DESCRICAO
                   "  ATIVO: " PROD-ATIVO
           MOVE PROD-VL-MIN TO WS-VALOR-ED
           DISPLAY "  VALOR DE " WS-VALOR-ED WITH NO ADVANCING
           MOVE PROD-VL-MAX TO WS-VALOR-ED
           DISPLAY " A " WS-VALOR-ED
           DISPLAY "  PRAZO DE " PROD-PRAZO-MIN " A " PROD-PRAZO-MAX
                   " PRESTACOES  METODO: " PROD-METODO
           MOVE PROD-TAXA TO WS-TAXA-ED
           DISPLAY "  TAXA MENSAL: " WS-TAXA-ED
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1 UNTIL WS-FX-IDX > 3
               IF PROD-FX-PRAZO-ATE(WS-FX-IDX) > 0 THEN
                   MOVE PROD-FX-TAXA(WS-FX-IDX) TO WS-TAXA-ED
                   DISPLAY "  FAIXA " WS-FX-IDX ": ATE "
                           PROD-FX-PRAZO-ATE(WS-FX-IDX)
                           " PRESTACOES  TAXA: " WS-TAXA-ED
               END-IF
           END-PERFORM.

       P600-LE-TERMOS.
      *    LE E CONFERE OS TERMOS DO PRODUTO - FAIXAS INVERTIDAS OU
      *    METODO INVALIDO NUNCA CHEGAM A PRODUTO.CTL.
           MOVE 'N' TO WS-TERMOS-OK
           INITIALIZE WS-NOVO-PROD
           DISPLAY "DESCRICAO DO PRODUTO"
           ACCEPT WS-NOVA-DESCRICAO
           DISPLAY "VALOR PRINCIPAL MINIMO"
           ACCEPT WS-NOVO-VL-MIN
           DISPLAY "VALOR PRINCIPAL MAXIMO"
           ACCEPT WS-NOVO-VL-MAX
           IF WS-NOVO-VL-MAX = 0 OR WS-NOVO-VL-MIN > WS-NOVO-VL-MAX
               DISPLAY "FAIXA DE VALOR INVALIDA"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PRAZO MINIMO (NUMERO DE PRESTACOES)"
           ACCEPT WS-NOVO-PRAZO-MIN
           DISPLAY "PRAZO MAXIMO (NUMERO DE PRESTACOES)"
           ACCEPT WS-NOVO-PRAZO-MAX
           IF WS-NOVO-PRAZO-MIN = 0 OR
              WS-NOVO-PRAZO-MIN > WS-NOVO-PRAZO-MAX
               DISPLAY "FAIXA DE PRAZO INVALIDA"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TAXA DE JUROS MENSAL (EX: 0,0150)"
           ACCEPT WS-NOVA-TAXA
           DISPLAY "TAXA POR FAIXA DE PRAZO - ATE 3 FAIXAS EM ORDEM "
                   "CRESCENTE DE PRAZO (PRAZO 0 ENCERRA)"
           MOVE 0 TO WS-FX-ANTERIOR
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1 UNTIL WS-FX-IDX > 3
               DISPLAY "FAIXA " WS-FX-IDX " - ATE QUANTAS PRESTACOES"
               ACCEPT WS-NOVA-FX-ATE(WS-FX-IDX)
               IF WS-NOVA-FX-ATE(WS-FX-IDX) = 0 THEN
                   MOVE 4 TO WS-FX-IDX
               ELSE
                   IF WS-NOVA-FX-ATE(WS-FX-IDX) NOT > WS-FX-ANTERIOR
                       DISPLAY "FAIXAS DEVEM ESTAR EM ORDEM CRESCENTE"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-NOVA-FX-ATE(WS-FX-IDX) TO WS-FX-ANTERIOR
                   DISPLAY "FAIXA " WS-FX-IDX " - TAXA MENSAL"
                   ACCEPT WS-NOVA-FX-TAXA(WS-FX-IDX)
               END-IF
           END-PERFORM
           DISPLAY "METODO DE AMORTIZACAO (S=SAC / P=PRICE)"
           ACCEPT WS-NOVO-METODO
           IF WS-NOVO-METODO NOT = 'S' AND WS-NOVO-METODO NOT = 'P'
               DISPLAY "METODO INVALIDO - DIGITE S OU P"
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-TERMOS-OK.

       P700-LOCALIZAR.
           MOVE 'N' TO WS-ACHOU
           OPEN INPUT PRODUTO-FILE
           IF WS-PROD-STATUS EQUAL 35 THEN
               CONTINUE
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S' OR WS-ACHOU = 'S'
                   READ PRODUTO-FILE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF PROD-CODIGO = WS-COD-BUSCA THEN
                               MOVE 'S' TO WS-ACHOU
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUTO-FILE
           END-IF.

       P800-REGRAVAR.
      *    REGRAVA PRODUTO.CTL APLICANDO A ALTERACAO PEDIDA NO CODIGO
      *    LOCALIZADO (MESMA TECNICA DE REGRAVACAO DO UNIMNT).
           OPEN INPUT PRODUTO-FILE
           OPEN OUTPUT PRODUTO-NEW-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ PRODUTO-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE PROD-CTL-REC TO PROD-NEW-CTL-REC
                       IF PROD-CODIGO = WS-COD-BUSCA THEN
                           EVALUATE WS-ACAO-ATIVO
                               WHEN 'C'
                                   PERFORM P810-APLICA-TERMOS
                                   MOVE 'N' TO WS-LOG-INCLUSAO
                                   PERFORM P820-LOG-TERMOS
                               WHEN 'N'
                                   MOVE 'N' TO PROD-NEW-ATIVO
                                   PERFORM P830-LOG-ATIVO
                               WHEN 'S'
                                   MOVE 'S' TO PROD-NEW-ATIVO
                                   PERFORM P830-LOG-ATIVO
                           END-EVALUATE
                       END-IF
                       WRITE PROD-NEW-CTL-REC
               END-READ
           END-PERFORM
           CLOSE PRODUTO-FILE
           CLOSE PRODUTO-NEW-FILE
           MOVE "mv PRODUTO.CTL.NEW PRODUTO.CTL" TO WS-CMD
           CALL "SYSTEM" USING WS-CMD.

       P810-APLICA-TERMOS.
           MOVE WS-NOVA-DESCRICAO TO PROD-NEW-DESCRICAO
           MOVE WS-NOVO-VL-MIN    TO PROD-NEW-VL-MIN
           MOVE WS-NOVO-VL-MAX    TO PROD-NEW-VL-MAX
           MOVE WS-NOVO-PRAZO-MIN TO PROD-NEW-PRAZO-MIN
           MOVE WS-NOVO-PRAZO-MAX TO PROD-NEW-PRAZO-MAX
           MOVE WS-NOVA-TAXA      TO PROD-NEW-TAXA
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1 UNTIL WS-FX-IDX > 3
               MOVE WS-NOVA-FX-ATE(WS-FX-IDX)
                 TO PROD-NEW-FX-PRAZO-ATE(WS-FX-IDX)
               MOVE WS-NOVA-FX-TAXA(WS-FX-IDX)
                 TO PROD-NEW-FX-TAXA(WS-FX-IDX)
           END-PERFORM
           MOVE WS-NOVO-METODO    TO PROD-NEW-METODO.

       P820-LOG-TERMOS.
      *    UMA LINHA EM CONFIG.LOG POR TERMO DO PRODUTO, COM O VALOR
      *    GRAVADO (PROD-*) ANTES E O DIGITADO (WS-NOVO-*) DEPOIS; NA
      *    INCLUSAO O ANTES E "(INEXISTENTE)". P-CFGLOG-GRAVA DESPREZA
      *    O TERMO QUE FICOU IGUAL NA ALTERACAO.
           MOVE "PRODUTO.CTL"       TO WS-CFG-ARQUIVO
           MOVE WS-COD-BUSCA        TO WS-CFG-CHAVE
           MOVE "DESCRICAO"         TO WS-CFG-CAMPO
           MOVE PROD-DESCRICAO      TO WS-CFG-ANTES
           MOVE WS-NOVA-DESCRICAO   TO WS-CFG-DEPOIS
           PERFORM P840-GRAVA-TERMO
           MOVE "VL-MIN"            TO WS-CFG-CAMPO
           MOVE PROD-VL-MIN         TO WS-VALOR-ED
           MOVE WS-VALOR-ED         TO WS-CFG-ANTES
           MOVE WS-NOVO-VL-MIN      TO WS-VALOR-ED
           MOVE WS-VALOR-ED         TO WS-CFG-DEPOIS
           PERFORM P840-GRAVA-TERMO
           MOVE "VL-MAX"            TO WS-CFG-CAMPO
           MOVE PROD-VL-MAX         TO WS-VALOR-ED
           MOVE WS-VALOR-ED         TO WS-CFG-ANTES
           MOVE WS-NOVO-VL-MAX      TO WS-VALOR-ED
           MOVE WS-VALOR-ED         TO WS-CFG-DEPOIS
           PERFORM P840-GRAVA-TERMO
           MOVE "PRAZO-MIN"         TO WS-CFG-CAMPO
           MOVE PROD-PRAZO-MIN      TO WS-CFG-ANTES
           MOVE WS-NOVO-PRAZO-MIN   TO WS-CFG-DEPOIS
           PERFORM P840-GRAVA-TERMO
           MOVE "PRAZO-MAX"         TO WS-CFG-CAMPO
           MOVE PROD-PRAZO-MAX      TO WS-CFG-ANTES
           MOVE WS-NOVO-PRAZO-MAX   TO WS-CFG-DEPOIS
           PERFORM P840-GRAVA-TERMO
           MOVE "TAXA"              TO WS-CFG-CAMPO
           MOVE PROD-TAXA           TO WS-TAXA-ED
           MOVE WS-TAXA-ED          TO WS-CFG-ANTES
           MOVE WS-NOVA-TAXA        TO WS-TAXA-ED
           MOVE WS-TAXA-ED          TO WS-CFG-DEPOIS
           PERFORM P840-GRAVA-TERMO
      *    FAIXA VAZIA ANTES E DEPOIS (PRAZO-ATE ZERO) NAO E LOGADA.
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1 UNTIL WS-FX-IDX > 3
               IF PROD-FX-PRAZO-ATE(WS-FX-IDX) > 0 OR
                  WS-NOVA-FX-ATE(WS-FX-IDX) > 0 THEN
                   PERFORM P825-LOG-FAIXA
               END-IF
           END-PERFORM
           MOVE "METODO"            TO WS-CFG-CAMPO
           MOVE PROD-METODO         TO WS-CFG-ANTES
           MOVE WS-NOVO-METODO      TO WS-CFG-DEPOIS
           PERFORM P840-GRAVA-TERMO.

       P825-LOG-FAIXA.
           MOVE SPACES TO WS-CFG-CAMPO WS-CFG-ANTES WS-CFG-DEPOIS
           STRING "FAIXA " WS-FX-IDX DELIMITED BY SIZE
               INTO WS-CFG-CAMPO
           MOVE PROD-FX-TAXA(WS-FX-IDX) TO WS-TAXA-ED
           STRING "ATE "                       DELIMITED BY SIZE
                  PROD-FX-PRAZO-ATE(WS-FX-IDX) DELIMITED BY SIZE
                  " TAXA "                     DELIMITED BY SIZE
                  WS-TAXA-ED                   DELIMITED BY SIZE
               INTO WS-CFG-ANTES
           MOVE WS-NOVA-FX-TAXA(WS-FX-IDX) TO WS-TAXA-ED
           STRING "ATE "                       DELIMITED BY SIZE
                  WS-NOVA-FX-ATE(WS-FX-IDX)    DELIMITED BY SIZE
                  " TAXA "                     DELIMITED BY SIZE
                  WS-TAXA-ED                   DELIMITED BY SIZE
               INTO WS-CFG-DEPOIS
           PERFORM P840-GRAVA-TERMO.

       P830-LOG-ATIVO.
           MOVE "PRODUTO.CTL"       TO WS-CFG-ARQUIVO
           MOVE WS-COD-BUSCA        TO WS-CFG-CHAVE
           MOVE "ATIVO"             TO WS-CFG-CAMPO
           MOVE PROD-ATIVO          TO WS-CFG-ANTES
           MOVE PROD-NEW-ATIVO      TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA.

       P840-GRAVA-TERMO.
           IF WS-LOG-INCLUSAO = 'S' THEN
               MOVE "(INEXISTENTE)" TO WS-CFG-ANTES
           END-IF
           PERFORM P-CFGLOG-GRAVA.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY LOGON.
       COPY SENHASH.
       COPY TREINO.
       COPY CFGLOG.
       END PROGRAM PRODMNT.
