      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: LOTE NOTURNO DE CLASSIFICACAO DE CREDITO
      *          COMPORTAMENTAL DO CLIENTE (RATING-CLIENTE, VER
      *          CLIDATA) - A CONFERENCIA DE EXPOSICAO DO CONTRATOMNT
      *          SO OLHAVA VALOR, E CLIENTE QUE SEMPRE PAGOU ATRASADO,
      *          RENEGOCIOU OU FOI PARAR NA AGENCIA CONSEGUIA CONTRATO
      *          NOVO COMO QUALQUER OUTRO. APURA O HISTORICO DE TODOS
      *          OS CONTRATOS DO CLIENTE - ATRASO MEDIO DAS PARCELAS
      *          PAGAS, PAGAMENTOS PARCIAIS, CONTRATOS RENEGOCIADOS
      *          ('G'), CONTRATOS COM BAIXA POR PERDA ('X'), RETORNOS
      *          DA AGENCIA DE COBRANCA E PROMESSAS DE PAGAMENTO NAO
      *          CUMPRIDAS (AGENCIA.FUP) -, DESCONTA OS PONTOS DE CADA
      *          ITEM DE 100 E CARIMBA A FAIXA 'A' A 'E'. O RELATORIO
      *          CLIRATING.PRN EXPLICA A PONTUACAO DE CADA CLIENTE.
      *          O CONTRATOMNT EXIBE A FAIXA NO VINCULO E EXIGE UM
      *          ADMINISTRADOR PARA AS FAIXAS 'D' E 'E'.
      * MODIFICATION-LOG.
      *     15/10/2026 - O CODIGO DO CLIENTE NA LINHA DO RELATORIO
      *                  PASSOU A TER 7 DIGITOS, COMO COD-CLIENTE (VER
      *                  CLIMIG5).
      *     15/10/2026 - LAYOUT DE PRESTACOES.JRN EXTRAIDO PARA JRNDATA,
      *                  QUE GANHOU NO FIM O ELO DA CADEIA DE
      *                  CONFERENCIA (JRN-ELO, VER CADEIA.cpy).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM CLIRATING.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIRATING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTR-FILE ASSIGN TO 'CONTRATO.CTL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTR-NUM-CONT
           ALTERNATE RECORD KEY IS CONTR-COD-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-CONTR-STATUS.

           SELECT PREST-FILE ASSIGN TO 'PRESTACOES'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREST-KEY
           ALTERNATE RECORD KEY IS PREST-VENCIMENTO WITH DUPLICATES
           ALTERNATE RECORD KEY IS PREST-SIT-VENC WITH DUPLICATES
           FILE STATUS IS WS-PREST-STATUS.

           SELECT CLIENTE ASSIGN TO WS-CLIENTE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-CLIENTE
           ALTERNATE RECORD KEY IS CPF-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-CLI-STATUS.

           SELECT PREST-JRN-FILE ASSIGN TO 'PRESTACOES.JRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS.

           SELECT FUP-FILE ASSIGN TO 'AGENCIA.FUP'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FUP-STATUS.

           SELECT PERDA-REV-FILE ASSIGN TO 'PERDA.REV'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PERDA-STATUS.

           SELECT RATING-WRK-FILE ASSIGN TO 'CLIRATING.WRK'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RWK-KEY
           FILE STATUS IS WS-WRK-STATUS.

           SELECT RATING-PRN-FILE ASSIGN TO 'CLIRATING.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRN-STATUS.

           SELECT LOCK-FILE ASSIGN TO WS-LOCK-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

           SELECT SPOOL-IDX-FILE ASSIGN TO 'SPOOL.IDX'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SPL-STATUS.

           SELECT SPOOL-TAM-FILE ASSIGN TO WS-SPL-TAM-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SPL-TAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTR-FILE.
       COPY CONTRDATA.

       FD PREST-FILE.
       COPY PRESTDATA.

       FD CLIENTE.
       COPY CLIDATA.

       FD PREST-JRN-FILE.
       COPY JRNDATA.

       FD FUP-FILE.
      *    MESMO LAYOUT DE FUP-REC NO AGENCRET.
       01 FUP-REC.
         05 FUP-TIMESTAMP     PIC X(20).
         05 FUP-NUM-CONT      PIC 9(05).
         05 FUP-NUM-PARC      PIC 9(03).
         05 FUP-DT-PROMETIDA  PIC 9(08).

       FD PERDA-REV-FILE.
      *    MESMO LAYOUT DE PERDA-REV-REC NO AGENCRET.
       01 PERDA-REV-REC.
         05 PREV-TIMESTAMP    PIC X(20).
         05 PREV-NUM-CONT     PIC 9(05).
         05 PREV-NUM-PARC     PIC 9(03).
         05 PREV-MOTIVO       PIC X(30).

      *    ARQUIVO DE TRABALHO DA RODADA: O QUE O DIARIO, A AGENDA DA
      *    AGENCIA E A FILA DE PERDA DIZEM DE CADA PARCELA, PARA O
      *    PASSE POR CLIENTE LER PELA CHAVE EM VEZ DE REVARRER OS
      *    ARQUIVOS SEQUENCIAIS A CADA CONTRATO.
       FD RATING-WRK-FILE.
       01 RWK-REC.
         05 RWK-KEY.
           10 RWK-NUM-CONT    PIC 9(05).
           10 RWK-NUM-PARC    PIC 9(03).
         05 RWK-DT-PAGTO      PIC 9(08).
         05 RWK-QTD-PARCIAIS  PIC 9(03).
         05 RWK-QTD-AGENCIA   PIC 9(03).
         05 RWK-QTD-QUEBRADAS PIC 9(03).

       FD RATING-PRN-FILE.
       01 RATING-PRN-REC     PIC X(80).

       FD LOCK-FILE.
       01 LOCK-REC.
         05 LOCK-TIMESTAMP    PIC X(20).
         05 LOCK-OPERADOR     PIC X(10).
         05 LOCK-PROGRAMA     PIC X(20).

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-CONTR-STATUS    PIC 99.
       01 WS-PREST-STATUS    PIC 99.
       01 WS-CLI-STATUS      PIC 99.
       01 WS-JRN-STATUS      PIC 99.
       01 WS-FUP-STATUS      PIC 99.
       01 WS-PERDA-STATUS    PIC 99.
       01 WS-WRK-STATUS      PIC 99.
       01 WS-PRN-STATUS      PIC 99.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-EOF-CONTR       PIC X     VALUE 'N'.
       01 WS-EOF-PREST       PIC X     VALUE 'N'.
       01 WS-CONTR-ABERTO    PIC X     VALUE 'N'.
       01 WS-PREST-ABERTO    PIC X     VALUE 'N'.
       01 WS-WRK-NOVO        PIC X     VALUE 'N'.
       01 WS-PREST-ACHOU     PIC X     VALUE 'N'.
       01 WS-CURR-DATE.
         05 WS-CURR-YY PIC 9(04) VALUE 0.
         05 WS-CURR-MM PIC 99 VALUE 0.
         05 WS-CURR-DD PIC 99 VALUE 0.
       01 WS-DT-HOJE         PIC 9(08) VALUE 0.
       01 WS-DIAS-ATRASO     PIC S9(07) VALUE 0.

      *    PESOS DA PONTUACAO: PONTOS DESCONTADOS POR OCORRENCIA E O
      *    TETO DE CADA ITEM. O CLIENTE PARTE DE 100 PONTOS.
       01 WS-PESOS.
         05 WS-PESO-ATRASO     PIC 9(03) VALUE 1.
         05 WS-TETO-ATRASO     PIC 9(03) VALUE 40.
         05 WS-PESO-PARCIAL    PIC 9(03) VALUE 3.
         05 WS-TETO-PARCIAL    PIC 9(03) VALUE 15.
         05 WS-PESO-RENEG      PIC 9(03) VALUE 15.
         05 WS-TETO-RENEG      PIC 9(03) VALUE 30.
         05 WS-PESO-PERDA      PIC 9(03) VALUE 40.
         05 WS-TETO-PERDA      PIC 9(03) VALUE 60.
         05 WS-PESO-AGENCIA    PIC 9(03) VALUE 5.
         05 WS-TETO-AGENCIA    PIC 9(03) VALUE 20.
         05 WS-PESO-QUEBRADA   PIC 9(03) VALUE 10.
         05 WS-TETO-QUEBRADA   PIC 9(03) VALUE 30.
      *    PONTUACAO MINIMA DE CADA FAIXA; ABAIXO DE D E FAIXA E.
      *    CLIENTE SEM NENHUMA PARCELA NO HISTORICO FICA NA FAIXA
      *    NEUTRA C, COM A PONTUACAO DE WS-PONTOS-SEM-HIST.
       01 WS-FAIXAS.
         05 WS-MIN-FAIXA-A     PIC 9(03) VALUE 85.
         05 WS-MIN-FAIXA-B     PIC 9(03) VALUE 70.
         05 WS-MIN-FAIXA-C     PIC 9(03) VALUE 50.
         05 WS-MIN-FAIXA-D     PIC 9(03) VALUE 30.
         05 WS-PONTOS-SEM-HIST PIC 9(03) VALUE 50.

      *    HISTORICO ACUMULADO DO CLIENTE DA VEZ.
       01 WS-RT-QTD-PARCELAS PIC 9(05) VALUE 0.
       01 WS-RT-QTD-PAGAS    PIC 9(05) VALUE 0.
       01 WS-RT-DIAS-TOTAL   PIC 9(07) VALUE 0.
       01 WS-RT-MEDIA        PIC 9(05) VALUE 0.
       01 WS-RT-PARCIAIS     PIC 9(05) VALUE 0.
       01 WS-RT-RENEG        PIC 9(05) VALUE 0.
       01 WS-RT-PERDAS       PIC 9(05) VALUE 0.
       01 WS-RT-AGENCIA      PIC 9(05) VALUE 0.
       01 WS-RT-QUEBRADAS    PIC 9(05) VALUE 0.
       01 WS-CONTR-TEM-G     PIC X(01) VALUE 'N'.
       01 WS-CONTR-TEM-X     PIC X(01) VALUE 'N'.
       01 WS-PEN-ATRASO      PIC 9(07) VALUE 0.
       01 WS-PEN-PARCIAL     PIC 9(07) VALUE 0.
       01 WS-PEN-RENEG       PIC 9(07) VALUE 0.
       01 WS-PEN-PERDA       PIC 9(07) VALUE 0.
       01 WS-PEN-AGENCIA     PIC 9(07) VALUE 0.
       01 WS-PEN-QUEBRADA    PIC 9(07) VALUE 0.
       01 WS-RT-PONTOS       PIC S9(05) VALUE 0.
       01 WS-RT-FAIXA        PIC X(01) VALUE SPACE.

       01 WS-QTD-CLIENTES    PIC 9(05) VALUE 0.
       01 WS-QTD-FAIXA-TAB.
         05 WS-QTD-FAIXA     PIC 9(05) OCCURS 5 TIMES VALUE 0.
       01 WS-IND-FAIXA       PIC 9(01) VALUE 0.
       01 WS-LETRAS-FAIXA    PIC X(05) VALUE 'ABCDE'.

       01 WS-CAB-1.
         05 FILLER           PIC X(40)
                 VALUE 'CLASSIFICACAO DE CREDITO DOS CLIENTES - '.
         05 FILLER           PIC X(10) VALUE 'APURADA EM'.
         05 FILLER           PIC X(01) VALUE SPACE.
         05 WS-CAB-DIA       PIC 99.
         05 FILLER           PIC X(01) VALUE '/'.
         05 WS-CAB-MES       PIC 99.
         05 FILLER           PIC X(01) VALUE '/'.
         05 WS-CAB-ANO       PIC 9(04).
       01 WS-CAB-2.
         05 FILLER           PIC X(36)
                 VALUE 'FAIXAS: A>=85 B>=70 C>=50 D>=30 E<30'.
         05 FILLER           PIC X(25)
                 VALUE ' (PARTINDO DE 100 PONTOS)'.
       01 WS-DET-1.
         05 FILLER           PIC X(08) VALUE 'CLIENTE '.
         05 WS-DET-COD       PIC 9(07).
         05 FILLER           PIC X(02) VALUE SPACES.
         05 WS-DET-NOME      PIC X(40).
         05 FILLER           PIC X(08) VALUE '  FAIXA '.
         05 WS-DET-FAIXA     PIC X(01).
         05 FILLER           PIC X(09) VALUE '  PONTOS '.
         05 WS-DET-PONTOS    PIC ZZ9.
       01 WS-DET-2.
         05 FILLER           PIC X(16) VALUE '   ATRASO MEDIO '.
         05 WS-DET-MEDIA     PIC ZZZZ9.
         05 FILLER           PIC X(09) VALUE ' DIAS EM '.
         05 WS-DET-PAGAS     PIC ZZZZ9.
         05 FILLER           PIC X(09) VALUE ' PAGAS (-'.
         05 WS-DET-PEN-ATR   PIC ZZ9.
         05 FILLER           PIC X(12) VALUE ')  PARCIAIS '.
         05 WS-DET-PARCIAIS  PIC ZZZZ9.
         05 FILLER           PIC X(03) VALUE ' (-'.
         05 WS-DET-PEN-PARC  PIC ZZ9.
         05 FILLER           PIC X(01) VALUE ')'.
       01 WS-DET-3.
         05 FILLER           PIC X(17) VALUE '   RENEGOCIACOES '.
         05 WS-DET-RENEG     PIC ZZZZ9.
         05 FILLER           PIC X(03) VALUE ' (-'.
         05 WS-DET-PEN-REN   PIC ZZ9.
         05 FILLER           PIC X(10) VALUE ')  PERDAS '.
         05 WS-DET-PERDAS    PIC ZZZZ9.
         05 FILLER           PIC X(03) VALUE ' (-'.
         05 WS-DET-PEN-PER   PIC ZZ9.
         05 FILLER           PIC X(11) VALUE ')  AGENCIA '.
         05 WS-DET-AGENCIA   PIC ZZZZ9.
         05 FILLER           PIC X(03) VALUE ' (-'.
         05 WS-DET-PEN-AGE   PIC ZZ9.
         05 FILLER           PIC X(01) VALUE ')'.
       01 WS-DET-4.
         05 FILLER           PIC X(23) VALUE
                 '   PROMESSAS QUEBRADAS '.
         05 WS-DET-QUEBRADAS PIC ZZZZ9.
         05 FILLER           PIC X(03) VALUE ' (-'.
         05 WS-DET-PEN-QUE   PIC ZZ9.
         05 FILLER           PIC X(01) VALUE ')'.
       01 WS-DET-SEM-HIST    PIC X(60) VALUE
              '   SEM HISTORICO DE PARCELAS - FAIXA NEUTRA'.
       01 WS-TOT-LINHA.
         05 FILLER           PIC X(08) VALUE 'FAIXA '.
         05 WS-TOT-FAIXA     PIC X(01).
         05 FILLER           PIC X(03) VALUE ': '.
         05 WS-TOT-QTD       PIC ZZZZ9.
         05 FILLER           PIC X(09) VALUE ' CLIENTES'.

       COPY CLIPATH.
       COPY WSFILELOCK.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'CLIRATING' TO WS-SPL-PROGRAMA
           DISPLAY "******** CLASSIFICACAO DE CREDITO DO CLIENTE ****"
           ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
               ON EXCEPTION CONTINUE
           END-ACCEPT

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE WS-CURR-DATE TO WS-DT-HOJE

      *    O LOTE TRAVA O CLIENTE DO MESMO JEITO QUE O CLISTATUS.
           MOVE "CLIENTE.LCK" TO WS-LOCK-PATH
           MOVE "CLIRATING" TO WS-LOCK-PROGRAMA
           MOVE "LOTE" TO WS-LOCK-OPERADOR
           PERFORM P-TRAVA-ARQUIVO
           IF WS-LOCK-OK NOT = 'S' THEN
               STOP RUN
           END-IF

           PERFORM P100-ABRE-ARQUIVOS
           IF WS-PREST-ABERTO = 'S' THEN
               PERFORM P200-LE-DIARIO
               PERFORM P250-LE-PROMESSAS
               PERFORM P270-LE-PERDA-REV
           END-IF
           PERFORM P400-CLASSIFICA-CLIENTES

           IF WS-CONTR-ABERTO = 'S' THEN
               CLOSE CONTR-FILE
           END-IF
           IF WS-PREST-ABERTO = 'S' THEN
               CLOSE PREST-FILE
           END-IF
           CLOSE RATING-WRK-FILE

           DISPLAY " "
           DISPLAY "---- RESUMO DA CLASSIFICACAO ----"
           DISPLAY "CLIENTES CLASSIFICADOS: " WS-QTD-CLIENTES
           PERFORM VARYING WS-IND-FAIXA FROM 1 BY 1
                   UNTIL WS-IND-FAIXA > 5
               DISPLAY "FAIXA " WS-LETRAS-FAIXA(WS-IND-FAIXA:1)
                       ": " WS-QTD-FAIXA(WS-IND-FAIXA)
           END-PERFORM
           DISPLAY "RELATORIO GERADO EM CLIRATING.PRN"
           PERFORM P-DESTRAVA-ARQUIVO
           STOP RUN.

       P100-ABRE-ARQUIVOS.
           OPEN INPUT CONTR-FILE
           IF WS-CONTR-STATUS NOT EQUAL 35 THEN
               MOVE 'S' TO WS-CONTR-ABERTO
           END-IF
           OPEN INPUT PREST-FILE
           IF WS-PREST-STATUS EQUAL 35 THEN
               DISPLAY "PRESTACOES AINDA NAO FOI CRIADO"
           ELSE
               MOVE 'S' TO WS-PREST-ABERTO
           END-IF
      *    O ARQUIVO DE TRABALHO E RECRIADO VAZIO A CADA RODADA.
           OPEN OUTPUT RATING-WRK-FILE
           CLOSE RATING-WRK-FILE
           OPEN I-O RATING-WRK-FILE.

       P200-LE-DIARIO.
      *    DO DIARIO DE PRESTACOES SAI A DATA DO ULTIMO PAGAMENTO
      *    INTEGRAL DE CADA PARCELA (SITUACAO PASSANDO A 'P'), OS
      *    PAGAMENTOS PARCIAIS (SITUACAO PASSANDO A 'R') E AS
      *    PARCELAS COBRADAS PELA AGENCIA (VL-PAGO GRAVADO PELO
      *    AGENCRET). AS LINHAS DO ESTORNO SAO DESFAZIMENTOS, NAO
      *    COMPORTAMENTO DO CLIENTE, E FICAM DE FORA.
           OPEN INPUT PREST-JRN-FILE
           IF WS-JRN-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ PREST-JRN-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF JRN-NUM-PARC NOT = 0 AND
                          JRN-PROGRAMA NOT = "ESTORNO" THEN
                           PERFORM P210-ACUMULA-DIARIO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PREST-JRN-FILE.

       P210-ACUMULA-DIARIO.
           EVALUATE TRUE
               WHEN JRN-CAMPO = "SITUACAO" AND
                    JRN-VL-DEPOIS(1:1) = 'P'
                   MOVE JRN-NUM-CONT TO RWK-NUM-CONT
                   MOVE JRN-NUM-PARC TO RWK-NUM-PARC
                   PERFORM P300-LE-TRABALHO
                   IF JRN-DT-NEGOCIO NUMERIC AND
                      JRN-DT-NEGOCIO > 0 THEN
                       MOVE JRN-DT-NEGOCIO TO RWK-DT-PAGTO
                   ELSE
                       MOVE JRN-TIMESTAMP(1:8) TO RWK-DT-PAGTO
                   END-IF
                   PERFORM P310-GRAVA-TRABALHO
               WHEN JRN-CAMPO = "SITUACAO" AND
                    JRN-VL-DEPOIS(1:1) = 'R'
                   MOVE JRN-NUM-CONT TO RWK-NUM-CONT
                   MOVE JRN-NUM-PARC TO RWK-NUM-PARC
                   PERFORM P300-LE-TRABALHO
                   ADD 1 TO RWK-QTD-PARCIAIS
                   PERFORM P310-GRAVA-TRABALHO
               WHEN JRN-CAMPO = "VL-PAGO" AND
                    JRN-PROGRAMA = "AGENCRET"
                   MOVE JRN-NUM-CONT TO RWK-NUM-CONT
                   MOVE JRN-NUM-PARC TO RWK-NUM-PARC
                   PERFORM P300-LE-TRABALHO
                   ADD 1 TO RWK-QTD-AGENCIA
                   PERFORM P310-GRAVA-TRABALHO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       P250-LE-PROMESSAS.
      *    TODA PROMESSA REGISTRADA PELA AGENCIA E UM RETORNO DA
      *    AGENCIA; A PROMESSA E QUEBRADA QUANDO A DATA PROMETIDA JA
      *    PASSOU E A PARCELA NAO FOI PAGA INTEGRALMENTE ATE ELA.
           OPEN INPUT FUP-FILE
           IF WS-FUP-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ FUP-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM P260-AVALIA-PROMESSA
               END-READ
           END-PERFORM
           CLOSE FUP-FILE.

       P260-AVALIA-PROMESSA.
           MOVE FUP-NUM-CONT TO RWK-NUM-CONT
           MOVE FUP-NUM-PARC TO RWK-NUM-PARC
           PERFORM P300-LE-TRABALHO
           ADD 1 TO RWK-QTD-AGENCIA
           IF FUP-DT-PROMETIDA < WS-DT-HOJE THEN
               MOVE FUP-NUM-CONT TO PREST-NUM-CONT
               MOVE FUP-NUM-PARC TO PREST-NUM-PARC
               MOVE 'S' TO WS-PREST-ACHOU
               READ PREST-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-PREST-ACHOU
               END-READ
               IF WS-PREST-ACHOU = 'S' THEN
                   IF NOT PREST-PAGA OR
                      RWK-DT-PAGTO = 0 OR
                      RWK-DT-PAGTO > FUP-DT-PROMETIDA THEN
                       ADD 1 TO RWK-QTD-QUEBRADAS
                   END-IF
               END-IF
           END-IF
           PERFORM P310-GRAVA-TRABALHO.

       P270-LE-PERDA-REV.
      *    PARCELA DEVOLVIDA PELA AGENCIA COMO INCOBRAVEL TAMBEM E UM
      *    RETORNO DA AGENCIA.
           OPEN INPUT PERDA-REV-FILE
           IF WS-PERDA-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ PERDA-REV-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE PREV-NUM-CONT TO RWK-NUM-CONT
                       MOVE PREV-NUM-PARC TO RWK-NUM-PARC
                       PERFORM P300-LE-TRABALHO
                       ADD 1 TO RWK-QTD-AGENCIA
                       PERFORM P310-GRAVA-TRABALHO
               END-READ
           END-PERFORM
           CLOSE PERDA-REV-FILE.

       P300-LE-TRABALHO.
      *    LE A PARCELA DE RWK-KEY NO ARQUIVO DE TRABALHO; SE AINDA
      *    NAO EXISTE, COMECA ZERADA.
           MOVE 'N' TO WS-WRK-NOVO
           READ RATING-WRK-FILE
               INVALID KEY
                   MOVE 'S' TO WS-WRK-NOVO
                   MOVE 0 TO RWK-DT-PAGTO
                   MOVE 0 TO RWK-QTD-PARCIAIS
                   MOVE 0 TO RWK-QTD-AGENCIA
                   MOVE 0 TO RWK-QTD-QUEBRADAS
           END-READ.

       P310-GRAVA-TRABALHO.
           IF WS-WRK-NOVO = 'S' THEN
               WRITE RWK-REC
                   INVALID KEY
                       DISPLAY "ERRO NO ARQUIVO DE TRABALHO - CONT. "
                               RWK-NUM-CONT " PARCELA " RWK-NUM-PARC
               END-WRITE
           ELSE
               REWRITE RWK-REC
                   INVALID KEY
                       DISPLAY "ERRO NO ARQUIVO DE TRABALHO - CONT. "
                               RWK-NUM-CONT " PARCELA " RWK-NUM-PARC
               END-REWRITE
           END-IF.

       P400-CLASSIFICA-CLIENTES.
           MOVE 'CLIRATING.PRN' TO WS-SPL-ARQUIVO
           MOVE 80              TO WS-SPL-TAM-REG
           MOVE 'S'             TO WS-SPL-PESSOAL
           OPEN OUTPUT RATING-PRN-FILE
           MOVE WS-CURR-DD TO WS-CAB-DIA
           MOVE WS-CURR-MM TO WS-CAB-MES
           MOVE WS-CURR-YY TO WS-CAB-ANO
           WRITE RATING-PRN-REC FROM WS-CAB-1
           WRITE RATING-PRN-REC FROM WS-CAB-2
           MOVE SPACES TO RATING-PRN-REC
           WRITE RATING-PRN-REC

           OPEN I-O CLIENTE
           IF WS-CLI-STATUS EQUAL 35 THEN
               DISPLAY "ARQUIVO CLIENTE AINDA NAO FOI CRIADO"
               CLOSE RATING-PRN-FILE
               PERFORM P-SPOOL-ARQUIVA
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ CLIENTE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM P500-CLASSIFICA-UM-CLIENTE
               END-READ
           END-PERFORM
           CLOSE CLIENTE

           MOVE SPACES TO RATING-PRN-REC
           WRITE RATING-PRN-REC
           PERFORM VARYING WS-IND-FAIXA FROM 1 BY 1
                   UNTIL WS-IND-FAIXA > 5
               MOVE WS-LETRAS-FAIXA(WS-IND-FAIXA:1) TO WS-TOT-FAIXA
               MOVE WS-QTD-FAIXA(WS-IND-FAIXA) TO WS-TOT-QTD
               WRITE RATING-PRN-REC FROM WS-TOT-LINHA
           END-PERFORM
           CLOSE RATING-PRN-FILE
           PERFORM P-SPOOL-ARQUIVA.

       P500-CLASSIFICA-UM-CLIENTE.
           IF COD-CLIENTE = 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RT-QTD-PARCELAS WS-RT-QTD-PAGAS
                     WS-RT-DIAS-TOTAL WS-RT-MEDIA WS-RT-PARCIAIS
                     WS-RT-RENEG WS-RT-PERDAS WS-RT-AGENCIA
                     WS-RT-QUEBRADAS
           PERFORM P600-CONTRATOS-DO-CLIENTE
           PERFORM P800-PONTUA

           MOVE WS-RT-FAIXA  TO RATING-CLIENTE
           MOVE WS-RT-PONTOS TO SCORE-CLIENTE
           MOVE WS-DT-HOJE   TO DT-RATING
           REWRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY "NAO FOI POSSIVEL CARIMBAR O CLIENTE "
                           COD-CLIENTE
           END-REWRITE
           ADD 1 TO WS-QTD-CLIENTES
           PERFORM VARYING WS-IND-FAIXA FROM 1 BY 1
                   UNTIL WS-IND-FAIXA > 5
               IF WS-LETRAS-FAIXA(WS-IND-FAIXA:1) = WS-RT-FAIXA THEN
                   ADD 1 TO WS-QTD-FAIXA(WS-IND-FAIXA)
               END-IF
           END-PERFORM
           PERFORM P900-IMPRIME-CLIENTE.

       P600-CONTRATOS-DO-CLIENTE.
      *    PERCORRE OS CONTRATOS DO CLIENTE PELA CHAVE ALTERNATIVA
      *    CONTR-COD-CLIENTE, COMO NO CLISTATUS.
           IF WS-CONTR-ABERTO NOT = 'S' OR WS-PREST-ABERTO NOT = 'S'
               THEN
               EXIT PARAGRAPH
           END-IF
           MOVE COD-CLIENTE TO CONTR-COD-CLIENTE
           MOVE 'N' TO WS-EOF-CONTR
           START CONTR-FILE KEY IS EQUAL TO CONTR-COD-CLIENTE
               INVALID KEY
                   MOVE 'S' TO WS-EOF-CONTR
           END-START
           PERFORM UNTIL WS-EOF-CONTR = 'S'
               READ CONTR-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF-CONTR
                   NOT AT END
                       IF CONTR-COD-CLIENTE NOT = COD-CLIENTE THEN
                           MOVE 'S' TO WS-EOF-CONTR
                       ELSE
                           PERFORM P700-PARCELAS-DO-CONTRATO
                       END-IF
               END-READ
           END-PERFORM.

       P700-PARCELAS-DO-CONTRATO.
           MOVE 'N' TO WS-CONTR-TEM-G
           MOVE 'N' TO WS-CONTR-TEM-X
           MOVE CONTR-NUM-CONT TO PREST-NUM-CONT
           MOVE 1              TO PREST-NUM-PARC
           MOVE 'N'            TO WS-EOF-PREST
           START PREST-FILE KEY IS NOT LESS THAN PREST-KEY
               INVALID KEY
                   MOVE 'S' TO WS-EOF-PREST
           END-START
           PERFORM UNTIL WS-EOF-PREST = 'S'
               READ PREST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF-PREST
                   NOT AT END
                       IF PREST-NUM-CONT NOT = CONTR-NUM-CONT THEN
                           MOVE 'S' TO WS-EOF-PREST
                       ELSE
                           PERFORM P710-AVALIA-PARCELA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CONTR-TEM-G = 'S' THEN
               ADD 1 TO WS-RT-RENEG
           END-IF
           IF WS-CONTR-TEM-X = 'S' THEN
               ADD 1 TO WS-RT-PERDAS
           END-IF.

       P710-AVALIA-PARCELA.
           ADD 1 TO WS-RT-QTD-PARCELAS
           IF PREST-SITUACAO = 'G' THEN
               MOVE 'S' TO WS-CONTR-TEM-G
           END-IF
           IF PREST-SITUACAO = 'X' THEN
               MOVE 'S' TO WS-CONTR-TEM-X
           END-IF
           MOVE PREST-NUM-CONT TO RWK-NUM-CONT
           MOVE PREST-NUM-PARC TO RWK-NUM-PARC
           PERFORM P300-LE-TRABALHO
           IF WS-WRK-NOVO = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           ADD RWK-QTD-PARCIAIS  TO WS-RT-PARCIAIS
           ADD RWK-QTD-AGENCIA   TO WS-RT-AGENCIA
           ADD RWK-QTD-QUEBRADAS TO WS-RT-QUEBRADAS
      *    ATRASO SO DAS PARCELAS QUE CONTINUAM PAGAS E TEM A DATA DO
      *    PAGAMENTO NO DIARIO; PAGAMENTO ANTECIPADO CONTA ZERO DIAS.
           IF PREST-PAGA AND RWK-DT-PAGTO > 16010101 AND
              PREST-VENCIMENTO > 16010101 THEN
               ADD 1 TO WS-RT-QTD-PAGAS
               COMPUTE WS-DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE(RWK-DT-PAGTO) -
                       FUNCTION INTEGER-OF-DATE(PREST-VENCIMENTO)
               IF WS-DIAS-ATRASO > 0 THEN
                   ADD WS-DIAS-ATRASO TO WS-RT-DIAS-TOTAL
               END-IF
           END-IF.

       P800-PONTUA.
           IF WS-RT-QTD-PAGAS > 0 THEN
               COMPUTE WS-RT-MEDIA ROUNDED =
                       WS-RT-DIAS-TOTAL / WS-RT-QTD-PAGAS
           END-IF
           COMPUTE WS-PEN-ATRASO = WS-RT-MEDIA * WS-PESO-ATRASO
           IF WS-PEN-ATRASO > WS-TETO-ATRASO THEN
               MOVE WS-TETO-ATRASO TO WS-PEN-ATRASO
           END-IF
           COMPUTE WS-PEN-PARCIAL = WS-RT-PARCIAIS * WS-PESO-PARCIAL
           IF WS-PEN-PARCIAL > WS-TETO-PARCIAL THEN
               MOVE WS-TETO-PARCIAL TO WS-PEN-PARCIAL
           END-IF
           COMPUTE WS-PEN-RENEG = WS-RT-RENEG * WS-PESO-RENEG
           IF WS-PEN-RENEG > WS-TETO-RENEG THEN
               MOVE WS-TETO-RENEG TO WS-PEN-RENEG
           END-IF
           COMPUTE WS-PEN-PERDA = WS-RT-PERDAS * WS-PESO-PERDA
           IF WS-PEN-PERDA > WS-TETO-PERDA THEN
               MOVE WS-TETO-PERDA TO WS-PEN-PERDA
           END-IF
           COMPUTE WS-PEN-AGENCIA = WS-RT-AGENCIA * WS-PESO-AGENCIA
           IF WS-PEN-AGENCIA > WS-TETO-AGENCIA THEN
               MOVE WS-TETO-AGENCIA TO WS-PEN-AGENCIA
           END-IF
           COMPUTE WS-PEN-QUEBRADA =
                   WS-RT-QUEBRADAS * WS-PESO-QUEBRADA
           IF WS-PEN-QUEBRADA > WS-TETO-QUEBRADA THEN
               MOVE WS-TETO-QUEBRADA TO WS-PEN-QUEBRADA
           END-IF

           IF WS-RT-QTD-PARCELAS = 0 THEN
               MOVE WS-PONTOS-SEM-HIST TO WS-RT-PONTOS
               MOVE 'C' TO WS-RT-FAIXA
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-RT-PONTOS = 100 - WS-PEN-ATRASO - WS-PEN-PARCIAL
                   - WS-PEN-RENEG - WS-PEN-PERDA - WS-PEN-AGENCIA
                   - WS-PEN-QUEBRADA
           IF WS-RT-PONTOS < 0 THEN
               MOVE 0 TO WS-RT-PONTOS
           END-IF
           EVALUATE TRUE
               WHEN WS-RT-PONTOS >= WS-MIN-FAIXA-A
                   MOVE 'A' TO WS-RT-FAIXA
               WHEN WS-RT-PONTOS >= WS-MIN-FAIXA-B
                   MOVE 'B' TO WS-RT-FAIXA
               WHEN WS-RT-PONTOS >= WS-MIN-FAIXA-C
                   MOVE 'C' TO WS-RT-FAIXA
               WHEN WS-RT-PONTOS >= WS-MIN-FAIXA-D
                   MOVE 'D' TO WS-RT-FAIXA
               WHEN OTHER
                   MOVE 'E' TO WS-RT-FAIXA
           END-EVALUATE.

       P900-IMPRIME-CLIENTE.
           MOVE COD-CLIENTE  TO WS-DET-COD
           MOVE NM-CLIENTE   TO WS-DET-NOME
           MOVE WS-RT-FAIXA  TO WS-DET-FAIXA
           MOVE WS-RT-PONTOS TO WS-DET-PONTOS
           WRITE RATING-PRN-REC FROM WS-DET-1
           IF WS-RT-QTD-PARCELAS = 0 THEN
               WRITE RATING-PRN-REC FROM WS-DET-SEM-HIST
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RT-MEDIA     TO WS-DET-MEDIA
           MOVE WS-RT-QTD-PAGAS TO WS-DET-PAGAS
           MOVE WS-PEN-ATRASO   TO WS-DET-PEN-ATR
           MOVE WS-RT-PARCIAIS  TO WS-DET-PARCIAIS
           MOVE WS-PEN-PARCIAL  TO WS-DET-PEN-PARC
           WRITE RATING-PRN-REC FROM WS-DET-2
           MOVE WS-RT-RENEG     TO WS-DET-RENEG
           MOVE WS-PEN-RENEG    TO WS-DET-PEN-REN
           MOVE WS-RT-PERDAS    TO WS-DET-PERDAS
           MOVE WS-PEN-PERDA    TO WS-DET-PEN-PER
           MOVE WS-RT-AGENCIA   TO WS-DET-AGENCIA
           MOVE WS-PEN-AGENCIA  TO WS-DET-PEN-AGE
           WRITE RATING-PRN-REC FROM WS-DET-3
           MOVE WS-RT-QUEBRADAS TO WS-DET-QUEBRADAS
           MOVE WS-PEN-QUEBRADA TO WS-DET-PEN-QUE
           WRITE RATING-PRN-REC FROM WS-DET-4.

       COPY FILELOCK.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM CLIRATING.
