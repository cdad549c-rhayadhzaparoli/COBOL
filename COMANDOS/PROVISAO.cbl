      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: PROVISAO PARA CREDITOS DE LIQUIDACAO DUVIDOSA (PDD)
      *          DE FIM DE MES - A CONTABILIDADE CALCULAVA A PROVISAO
      *          NUMA PLANILHA A PARTIR DO PORTFRPT. CLASSIFICA CADA
      *          CONTRATO COM PARCELA EM ABERTO/PARCIAL EM PRESTACOES
      *          NOS NIVEIS DE RISCO AA A H PELO MAIOR ATRASO NA
      *          DATA-BASE (ULTIMO DIA DA COMPETENCIA), APLICA O
      *          PERCENTUAL MINIMO DO NIVEL SOBRE O SALDO DEVEDOR E
      *          IMPRIME EM PROVISAO.PRN A PROVISAO POR NIVEL CONTRA A
      *          DO MES ANTERIOR (HISTORICO EM PDD.HIS). A CONSTITUICAO
      *          OU A REVERSAO DO MES VAI PARA O CONTABIL.EXP EM
      *          CATEGORIAS PROPRIAS, AO LADO DOS LANCAMENTOS DO
      *          CONTABEXP. O CONTRATO SUCESSOR DE UMA RENEGOCIACAO
      *          (RENEGOC.LOG) NAO FICA EM NIVEL MELHOR QUE O DO
      *          CONTRATO QUE ELE SUBSTITUIU NA DATA DA RENEGOCIACAO.
      * MODIFICATION-LOG.
      *     15/10/2026 - O CODIGO DO CLIENTE NA LINHA DO CONTRATO PASSOU
      *                  A TER 7 DIGITOS, COMO COD-CLIENTE (VER
      *                  CLIMIG5); A LINHA IMPRESSA PASSOU A 110
      *                  POSICOES PARA A PDD NAO SAIR CORTADA.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM PROVISAO.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREST-FILE ASSIGN TO 'PRESTACOES'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREST-KEY
           ALTERNATE RECORD KEY IS PREST-VENCIMENTO WITH DUPLICATES
           ALTERNATE RECORD KEY IS PREST-SIT-VENC WITH DUPLICATES
           FILE STATUS IS WS-PREST-STATUS.

           SELECT CONTR-FILE ASSIGN TO 'CONTRATO.CTL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTR-NUM-CONT
           ALTERNATE RECORD KEY IS CONTR-COD-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-CONTR-STATUS.

           SELECT RENEG-LOG-FILE ASSIGN TO 'RENEGOC.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RENEG-STATUS.

           SELECT HERDA-WRK-FILE ASSIGN TO 'PROVISAO.WRK'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HWK-NUM-CONT
           FILE STATUS IS WS-WRK-STATUS.

           SELECT PDD-HIS-FILE ASSIGN TO 'PDD.HIS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HIS-STATUS.

           SELECT EXP-FILE ASSIGN TO 'CONTABIL.EXP'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EXP-STATUS.

           SELECT PDD-PRN-FILE ASSIGN TO 'PROVISAO.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRN-STATUS.

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
       FD PREST-FILE.
       COPY PRESTDATA.

       FD CONTR-FILE.
       COPY CONTRDATA.

       FD RENEG-LOG-FILE.
      *    MESMO LAYOUT DE RENEG-LOG-REC NO RENEGOCIA.
       01 RENEG-LOG-REC.
         05 RNG-TIMESTAMP     PIC X(20).
         05 RNG-OPERADOR      PIC X(10).
         05 RNG-CONT-ANTIGO   PIC 9(05).
         05 RNG-CONT-NOVO     PIC 9(05).
         05 RNG-SALDO         PIC 9(09)V99.
         05 RNG-MULTA         PIC 9(09)V99.
         05 RNG-QTD-ENCERRADAS PIC 9(03).

      *    NIVEL HERDADO POR CADA CONTRATO SUCESSOR (INDICE NA TABELA
      *    DE NIVEIS), MONTADO A CADA RODADA A PARTIR DO RENEGOC.LOG.
       FD HERDA-WRK-FILE.
       01 HWK-REC.
         05 HWK-NUM-CONT      PIC 9(05).
         05 HWK-NIVEL         PIC 9(01).

      *    UMA LINHA POR NIVEL A CADA FECHAMENTO; NA RERODADA DA MESMA
      *    COMPETENCIA VALE A ULTIMA GRAVADA.
       FD PDD-HIS-FILE.
       01 PDD-HIS-REC.
         05 HIS-COMPETENCIA   PIC 9(06).
         05 HIS-NIVEL         PIC X(02).
         05 HIS-QTD-CONTRATOS PIC 9(05).
         05 HIS-SALDO         PIC 9(11)V99.
         05 HIS-PROVISAO      PIC 9(11)V99.

       FD EXP-FILE.
      *    MESMO LAYOUT DE EXP-REC NO CONTABEXP.
       01 EXP-REC.
         05 EXP-COMPETENCIA   PIC 9(06).
         05 EXP-CATEGORIA     PIC X(20).
         05 EXP-VALOR         PIC 9(11)V99.

       FD PDD-PRN-FILE.
       01 PDD-PRN-REC         PIC X(110).

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-PREST-STATUS    PIC 99.
       01 WS-CONTR-STATUS    PIC 99.
       01 WS-RENEG-STATUS    PIC 99.
       01 WS-WRK-STATUS      PIC 99.
       01 WS-HIS-STATUS      PIC 99.
       01 WS-EXP-STATUS      PIC 99.
       01 WS-PRN-STATUS      PIC 99.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-EOF-PREST       PIC X     VALUE 'N'.
       01 WS-CONTR-ABERTO    PIC X     VALUE 'N'.

       01 WS-COMPETENCIA     PIC 9(06) VALUE 0.
       01 WS-COMP-R REDEFINES WS-COMPETENCIA.
         05 WS-COMP-ANO      PIC 9(04).
         05 WS-COMP-MES      PIC 9(02).
       01 WS-COMP-ANTERIOR   PIC 9(06) VALUE 0.
       01 WS-COMP-ANT-R REDEFINES WS-COMP-ANTERIOR.
         05 WS-COMP-ANT-ANO  PIC 9(04).
         05 WS-COMP-ANT-MES  PIC 9(02).
       01 WS-DT-AUX.
         05 WS-DT-AUX-ANO    PIC 9(04).
         05 WS-DT-AUX-MES    PIC 9(02).
         05 WS-DT-AUX-DIA    PIC 9(02).
       01 WS-DT-AUX-N REDEFINES WS-DT-AUX PIC 9(08).
       01 WS-DT-BASE         PIC 9(08) VALUE 0.
       01 WS-INT-BASE        PIC S9(09) VALUE 0.
       01 WS-INT-REF         PIC S9(09) VALUE 0.
       01 WS-INT-VENC        PIC S9(09) VALUE 0.
       01 WS-DIAS-ATRASO     PIC S9(05) VALUE 0.
       01 WS-DT-RENEG        PIC 9(08) VALUE 0.

      *    NIVEIS DE RISCO: MAIOR ATRASO (DIAS) ADMITIDO EM CADA NIVEL E
      *    PERCENTUAL MINIMO DE PROVISAO SOBRE O SALDO DEVEDOR. AA E O
      *    CONTRATO SEM NENHUMA PARCELA VENCIDA NA DATA-BASE.
       01 WS-NIVEIS-PADRAO.
         05 FILLER PIC X(11) VALUE 'AA000000000'.
         05 FILLER PIC X(11) VALUE 'A 001400050'.
         05 FILLER PIC X(11) VALUE 'B 003000100'.
         05 FILLER PIC X(11) VALUE 'C 006000300'.
         05 FILLER PIC X(11) VALUE 'D 009001000'.
         05 FILLER PIC X(11) VALUE 'E 012003000'.
         05 FILLER PIC X(11) VALUE 'F 015005000'.
         05 FILLER PIC X(11) VALUE 'G 018007000'.
         05 FILLER PIC X(11) VALUE 'H 999910000'.
       01 WS-NIVEIS REDEFINES WS-NIVEIS-PADRAO.
         05 WS-NIVEL OCCURS 9 TIMES.
           10 WS-NIVEL-NOME      PIC X(02).
           10 WS-NIVEL-DIAS-MAX  PIC 9(04).
           10 WS-NIVEL-PCT       PIC 9(03)V99.
       01 WS-IND-NIVEL       PIC 9(02) VALUE 0.

      *    ACUMULADOS POR NIVEL NA COMPETENCIA E NO MES ANTERIOR.
       01 WS-TOTAIS-NIVEL.
         05 WS-TOT-NIVEL OCCURS 9 TIMES.
           10 WS-TOT-QTD         PIC 9(05).
           10 WS-TOT-SALDO       PIC 9(11)V99.
           10 WS-TOT-PROVISAO    PIC 9(11)V99.
           10 WS-TOT-PROV-ANT    PIC 9(11)V99.
       01 WS-GERAL-QTD       PIC 9(05) VALUE 0.
       01 WS-GERAL-SALDO     PIC 9(11)V99 VALUE 0.
       01 WS-GERAL-PROVISAO  PIC 9(11)V99 VALUE 0.
       01 WS-GERAL-PROV-ANT  PIC 9(11)V99 VALUE 0.
       01 WS-VARIACAO        PIC S9(11)V99 VALUE 0.
       01 WS-CONSTITUICAO    PIC 9(11)V99 VALUE 0.
       01 WS-REVERSAO        PIC 9(11)V99 VALUE 0.
       01 WS-ACHOU-ANTERIOR  PIC X(01) VALUE 'N'.

      *    CONTRATO DA VEZ NA QUEBRA DE CONTROLE DE PRESTACOES.
       01 WS-CONT-ANTERIOR   PIC 9(05) VALUE 0.
       01 WS-PRIMEIRO-REG    PIC X(01) VALUE 'S'.
       01 WS-C-QTD-ABERTAS   PIC 9(05) VALUE 0.
       01 WS-C-SALDO         PIC 9(09)V99 VALUE 0.
       01 WS-C-PIOR-ATRASO   PIC S9(05) VALUE 0.
       01 WS-C-NIVEL         PIC 9(02) VALUE 0.
       01 WS-C-NIVEL-HERDADO PIC 9(02) VALUE 0.
       01 WS-C-PROVISAO      PIC 9(09)V99 VALUE 0.
       01 WS-SALDO-PARCELA   PIC 9(07)V99 VALUE 0.
       01 WS-NIVEL-ANTIGO    PIC 9(02) VALUE 0.
       01 WS-NIVEL-CALC      PIC 9(02) VALUE 0.

       01 WS-CAB-1.
         05 FILLER           PIC X(39)
                 VALUE 'PROVISAO PARA DEVEDORES DUVIDOSOS (PDD)'.
         05 FILLER           PIC X(16) VALUE ' - COMPETENCIA '.
         05 WS-CAB-COMP      PIC 9(06).
         05 FILLER           PIC X(13) VALUE '  DATA-BASE '.
         05 WS-CAB-DIA       PIC 99.
         05 FILLER           PIC X(01) VALUE '/'.
         05 WS-CAB-MES       PIC 99.
         05 FILLER           PIC X(01) VALUE '/'.
         05 WS-CAB-ANO       PIC 9(04).
       01 WS-DET-CONTRATO.
         05 FILLER           PIC X(09) VALUE 'CONTRATO '.
         05 WS-DET-CONT      PIC 9(05).
         05 FILLER           PIC X(10) VALUE '  CLIENTE '.
         05 WS-DET-CLI       PIC 9(07).
         05 FILLER           PIC X(09) VALUE '  ATRASO '.
         05 WS-DET-ATRASO    PIC ZZZZ9.
         05 FILLER           PIC X(08) VALUE '  NIVEL '.
         05 WS-DET-NIVEL     PIC X(02).
         05 FILLER           PIC X(10) VALUE '  HERDADO '.
         05 WS-DET-HERDADO   PIC X(02).
         05 FILLER           PIC X(08) VALUE '  SALDO '.
         05 WS-DET-SALDO     PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER           PIC X(06) VALUE '  PDD '.
         05 WS-DET-PDD       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-CAB-NIVEL.
         05 FILLER           PIC X(40)
                 VALUE 'NIVEL    PCT   QTD           SALDO      '.
         05 FILLER           PIC X(42)
                 VALUE '  PROVISAO    MES ANTERIOR        VARIACAO'.
       01 WS-LIN-NIVEL.
         05 WS-LIN-NOME      PIC X(05).
         05 WS-LIN-PCT       PIC ZZ9.99.
         05 FILLER           PIC X(01) VALUE '%'.
         05 FILLER           PIC X(01) VALUE SPACE.
         05 WS-LIN-QTD       PIC ZZZZ9.
         05 FILLER           PIC X(02) VALUE SPACES.
         05 WS-LIN-SALDO     PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER           PIC X(02) VALUE SPACES.
         05 WS-LIN-PROVISAO  PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER           PIC X(02) VALUE SPACES.
         05 WS-LIN-PROV-ANT  PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER           PIC X(01) VALUE SPACE.
         05 WS-LIN-VARIACAO  PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-VALOR      PIC $$$,$$$,$$$,$$9.99.
       01 WS-MSG-SEM-ANTERIOR PIC X(60) VALUE
              'SEM FECHAMENTO DA COMPETENCIA ANTERIOR EM PDD.HIS'.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'PROVISAO' TO WS-SPL-PROGRAMA
           DISPLAY "******** PROVISAO PARA DEVEDORES DUVIDOSOS ****"
           DISPLAY "COMPETENCIA (AAAAMM)"
           ACCEPT WS-COMPETENCIA
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12 THEN
               DISPLAY "COMPETENCIA INVALIDA"
               GO TO P999-STOP
           END-IF

      *    DATA-BASE = ULTIMO DIA DA COMPETENCIA (DIA ANTERIOR AO
      *    PRIMEIRO DIA DO MES SEGUINTE).
           MOVE WS-COMP-ANO TO WS-DT-AUX-ANO
           MOVE WS-COMP-MES TO WS-DT-AUX-MES
           MOVE 1           TO WS-DT-AUX-DIA
           IF WS-DT-AUX-MES = 12 THEN
               ADD 1 TO WS-DT-AUX-ANO
               MOVE 1 TO WS-DT-AUX-MES
           ELSE
               ADD 1 TO WS-DT-AUX-MES
           END-IF
           COMPUTE WS-INT-BASE =
                   FUNCTION INTEGER-OF-DATE(WS-DT-AUX-N) - 1
           COMPUTE WS-DT-BASE = FUNCTION DATE-OF-INTEGER(WS-INT-BASE)

           MOVE WS-COMPETENCIA TO WS-COMP-ANTERIOR
           IF WS-COMP-ANT-MES = 1 THEN
               SUBTRACT 1 FROM WS-COMP-ANT-ANO
               MOVE 12 TO WS-COMP-ANT-MES
           ELSE
               SUBTRACT 1 FROM WS-COMP-ANT-MES
           END-IF

           INITIALIZE WS-TOTAIS-NIVEL

           OPEN INPUT PREST-FILE
           IF WS-PREST-STATUS EQUAL 35 THEN
               DISPLAY "PRESTACOES AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           OPEN INPUT CONTR-FILE
           IF WS-CONTR-STATUS NOT EQUAL 35 THEN
               MOVE 'S' TO WS-CONTR-ABERTO
           END-IF
           OPEN OUTPUT HERDA-WRK-FILE
           CLOSE HERDA-WRK-FILE
           OPEN I-O HERDA-WRK-FILE

           PERFORM P100-LE-RENEGOCIACOES
           PERFORM P200-LE-ANTERIOR

           MOVE 'PROVISAO.PRN' TO WS-SPL-ARQUIVO
           MOVE 110            TO WS-SPL-TAM-REG
           MOVE 'S'            TO WS-SPL-PESSOAL
           OPEN OUTPUT PDD-PRN-FILE
           MOVE WS-COMPETENCIA TO WS-CAB-COMP
           MOVE WS-DT-BASE(7:2) TO WS-CAB-DIA
           MOVE WS-DT-BASE(5:2) TO WS-CAB-MES
           MOVE WS-DT-BASE(1:4) TO WS-CAB-ANO
           WRITE PDD-PRN-REC FROM WS-CAB-1
           MOVE SPACES TO PDD-PRN-REC
           WRITE PDD-PRN-REC

           PERFORM P300-CLASSIFICA-CARTEIRA

           CLOSE HERDA-WRK-FILE
           IF WS-CONTR-ABERTO = 'S' THEN
               CLOSE CONTR-FILE
           END-IF
           CLOSE PREST-FILE

           PERFORM P600-IMPRIME-NIVEIS
           CLOSE PDD-PRN-FILE
           PERFORM P-SPOOL-ARQUIVA
           PERFORM P700-GRAVA-HISTORICO
           PERFORM P800-GRAVA-EXPORTACAO
           PERFORM P900-RESUMO
           GO TO P999-STOP.

       P100-LE-RENEGOCIACOES.
      *    O RENEGOC.LOG ESTA EM ORDEM CRONOLOGICA, ENTAO QUANDO UM
      *    SUCESSOR E RENEGOCIADO DE NOVO O NIVEL QUE ELE HERDOU JA
      *    ESTA NO ARQUIVO DE TRABALHO E PASSA ADIANTE.
           OPEN INPUT RENEG-LOG-FILE
           IF WS-RENEG-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ RENEG-LOG-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM P110-HERANCA
               END-READ
           END-PERFORM
           CLOSE RENEG-LOG-FILE.

       P110-HERANCA.
      *    NIVEL DO CONTRATO ANTIGO NA DATA DA RENEGOCIACAO: O MAIOR
      *    ATRASO ENTRE AS PARCELAS QUE A RENEGOCIACAO ENCERROU ('G').
           MOVE RNG-TIMESTAMP(1:8) TO WS-DT-RENEG
           IF WS-DT-RENEG NOT NUMERIC OR WS-DT-RENEG < 16010101 THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INT-REF = FUNCTION INTEGER-OF-DATE(WS-DT-RENEG)
           MOVE 0 TO WS-C-PIOR-ATRASO
           MOVE RNG-CONT-ANTIGO TO PREST-NUM-CONT
           MOVE 1               TO PREST-NUM-PARC
           MOVE 'N'             TO WS-EOF-PREST
           START PREST-FILE KEY IS NOT LESS THAN PREST-KEY
               INVALID KEY
                   MOVE 'S' TO WS-EOF-PREST
           END-START
           PERFORM UNTIL WS-EOF-PREST = 'S'
               READ PREST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF-PREST
                   NOT AT END
                       IF PREST-NUM-CONT NOT = RNG-CONT-ANTIGO THEN
                           MOVE 'S' TO WS-EOF-PREST
                       ELSE
                           IF PREST-SITUACAO = 'G' THEN
                               PERFORM P150-ATRASO-PARCELA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM P160-NIVEL-DO-ATRASO
           MOVE WS-NIVEL-CALC TO WS-NIVEL-ANTIGO

      *    O PROPRIO ANTIGO PODE SER SUCESSOR DE OUTRA RENEGOCIACAO.
           MOVE RNG-CONT-ANTIGO TO HWK-NUM-CONT
           READ HERDA-WRK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HWK-NIVEL > WS-NIVEL-ANTIGO THEN
                       MOVE HWK-NIVEL TO WS-NIVEL-ANTIGO
                   END-IF
           END-READ

           MOVE RNG-CONT-NOVO TO HWK-NUM-CONT
           READ HERDA-WRK-FILE
               INVALID KEY
                   MOVE WS-NIVEL-ANTIGO TO HWK-NIVEL
                   WRITE HWK-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF WS-NIVEL-ANTIGO > HWK-NIVEL THEN
                       MOVE WS-NIVEL-ANTIGO TO HWK-NIVEL
                       REWRITE HWK-REC
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
           END-READ.

       P150-ATRASO-PARCELA.
      *    ATRASO DA PARCELA EM WS-INT-REF; GUARDA O MAIOR DO CONTRATO.
           IF PREST-VENCIMENTO < 16010101 THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INT-VENC =
                   FUNCTION INTEGER-OF-DATE(PREST-VENCIMENTO)
           COMPUTE WS-DIAS-ATRASO = WS-INT-REF - WS-INT-VENC
           IF WS-DIAS-ATRASO > WS-C-PIOR-ATRASO THEN
               MOVE WS-DIAS-ATRASO TO WS-C-PIOR-ATRASO
           END-IF.

       P160-NIVEL-DO-ATRASO.
      *    PRIMEIRO NIVEL CUJO ATRASO MAXIMO COMPORTA WS-C-PIOR-ATRASO.
           MOVE 9 TO WS-NIVEL-CALC
           PERFORM VARYING WS-IND-NIVEL FROM 9 BY -1
                   UNTIL WS-IND-NIVEL < 1
               IF WS-C-PIOR-ATRASO <= WS-NIVEL-DIAS-MAX(WS-IND-NIVEL)
                   THEN
                   MOVE WS-IND-NIVEL TO WS-NIVEL-CALC
               END-IF
           END-PERFORM.

       P200-LE-ANTERIOR.
      *    PROVISAO POR NIVEL FECHADA NA COMPETENCIA ANTERIOR.
           OPEN INPUT PDD-HIS-FILE
           IF WS-HIS-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ PDD-HIS-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF HIS-COMPETENCIA = WS-COMP-ANTERIOR THEN
                           MOVE 'S' TO WS-ACHOU-ANTERIOR
                           PERFORM VARYING WS-IND-NIVEL FROM 1 BY 1
                                   UNTIL WS-IND-NIVEL > 9
                               IF WS-NIVEL-NOME(WS-IND-NIVEL) =
                                  HIS-NIVEL THEN
                                   MOVE HIS-PROVISAO TO
                                        WS-TOT-PROV-ANT(WS-IND-NIVEL)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PDD-HIS-FILE.

       P300-CLASSIFICA-CARTEIRA.
      *    QUEBRA DE CONTROLE POR CONTRATO SOBRE PRESTACOES, COMO NO
      *    PORTFRPT.
           COMPUTE WS-INT-REF = FUNCTION INTEGER-OF-DATE(WS-DT-BASE)
           MOVE 0 TO WS-C-PIOR-ATRASO
           MOVE 0 TO PREST-NUM-CONT
           MOVE 0 TO PREST-NUM-PARC
           MOVE 'N' TO WS-EOF-PREST
           START PREST-FILE KEY IS NOT LESS THAN PREST-KEY
               INVALID KEY
                   MOVE 'S' TO WS-EOF-PREST
           END-START
           PERFORM UNTIL WS-EOF-PREST = 'S'
               READ PREST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF-PREST
                   NOT AT END
                       PERFORM P310-VERIFICA-QUEBRA
                       PERFORM P320-ACUMULA-PARCELA
               END-READ
           END-PERFORM
           IF WS-PRIMEIRO-REG = 'N' THEN
               PERFORM P400-FLUSH-CONTRATO
           END-IF.

       P310-VERIFICA-QUEBRA.
           IF WS-PRIMEIRO-REG = 'S' THEN
               MOVE 'N' TO WS-PRIMEIRO-REG
               MOVE PREST-NUM-CONT TO WS-CONT-ANTERIOR
           ELSE
               IF PREST-NUM-CONT NOT = WS-CONT-ANTERIOR THEN
                   PERFORM P400-FLUSH-CONTRATO
                   MOVE PREST-NUM-CONT TO WS-CONT-ANTERIOR
               END-IF
           END-IF.

       P320-ACUMULA-PARCELA.
           IF PREST-ABERTA OR PREST-PARCIAL THEN
               ADD 1 TO WS-C-QTD-ABERTAS
               COMPUTE WS-SALDO-PARCELA = PREST-VALOR - PREST-VL-PAGO
               ADD WS-SALDO-PARCELA TO WS-C-SALDO
               PERFORM P150-ATRASO-PARCELA
           END-IF.

       P400-FLUSH-CONTRATO.
           IF WS-C-QTD-ABERTAS > 0 THEN
               PERFORM P410-PROVISIONA-CONTRATO
           END-IF
           MOVE 0 TO WS-C-QTD-ABERTAS
           MOVE 0 TO WS-C-SALDO
           MOVE 0 TO WS-C-PIOR-ATRASO.

       P410-PROVISIONA-CONTRATO.
           PERFORM P160-NIVEL-DO-ATRASO
           MOVE WS-NIVEL-CALC TO WS-C-NIVEL
           MOVE 0 TO WS-C-NIVEL-HERDADO
           MOVE WS-CONT-ANTERIOR TO HWK-NUM-CONT
           READ HERDA-WRK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE HWK-NIVEL TO WS-C-NIVEL-HERDADO
                   IF HWK-NIVEL > WS-C-NIVEL THEN
                       MOVE HWK-NIVEL TO WS-C-NIVEL
                   END-IF
           END-READ
           COMPUTE WS-C-PROVISAO ROUNDED =
                   WS-C-SALDO * WS-NIVEL-PCT(WS-C-NIVEL) / 100
           ADD 1             TO WS-TOT-QTD(WS-C-NIVEL)
           ADD WS-C-SALDO    TO WS-TOT-SALDO(WS-C-NIVEL)
           ADD WS-C-PROVISAO TO WS-TOT-PROVISAO(WS-C-NIVEL)

           MOVE 0 TO WS-DET-CLI
           IF WS-CONTR-ABERTO = 'S' THEN
               MOVE WS-CONT-ANTERIOR TO CONTR-NUM-CONT
               READ CONTR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CONTR-COD-CLIENTE TO WS-DET-CLI
               END-READ
           END-IF
           MOVE WS-CONT-ANTERIOR TO WS-DET-CONT
           MOVE WS-C-PIOR-ATRASO TO WS-DET-ATRASO
           MOVE WS-NIVEL-NOME(WS-C-NIVEL) TO WS-DET-NIVEL
           IF WS-C-NIVEL-HERDADO > 0 THEN
               MOVE WS-NIVEL-NOME(WS-C-NIVEL-HERDADO) TO WS-DET-HERDADO
           ELSE
               MOVE "--" TO WS-DET-HERDADO
           END-IF
           MOVE WS-C-SALDO    TO WS-DET-SALDO
           MOVE WS-C-PROVISAO TO WS-DET-PDD
           WRITE PDD-PRN-REC FROM WS-DET-CONTRATO.

       P600-IMPRIME-NIVEIS.
           MOVE SPACES TO PDD-PRN-REC
           WRITE PDD-PRN-REC
           WRITE PDD-PRN-REC FROM WS-CAB-NIVEL
           PERFORM VARYING WS-IND-NIVEL FROM 1 BY 1
                   UNTIL WS-IND-NIVEL > 9
               ADD WS-TOT-QTD(WS-IND-NIVEL)      TO WS-GERAL-QTD
               ADD WS-TOT-SALDO(WS-IND-NIVEL)    TO WS-GERAL-SALDO
               ADD WS-TOT-PROVISAO(WS-IND-NIVEL) TO WS-GERAL-PROVISAO
               ADD WS-TOT-PROV-ANT(WS-IND-NIVEL) TO WS-GERAL-PROV-ANT
               MOVE WS-NIVEL-NOME(WS-IND-NIVEL)   TO WS-LIN-NOME
               MOVE WS-NIVEL-PCT(WS-IND-NIVEL)    TO WS-LIN-PCT
               MOVE WS-TOT-QTD(WS-IND-NIVEL)      TO WS-LIN-QTD
               MOVE WS-TOT-SALDO(WS-IND-NIVEL)    TO WS-LIN-SALDO
               MOVE WS-TOT-PROVISAO(WS-IND-NIVEL) TO WS-LIN-PROVISAO
               MOVE WS-TOT-PROV-ANT(WS-IND-NIVEL) TO WS-LIN-PROV-ANT
               COMPUTE WS-VARIACAO = WS-TOT-PROVISAO(WS-IND-NIVEL)
                                   - WS-TOT-PROV-ANT(WS-IND-NIVEL)
               MOVE WS-VARIACAO TO WS-LIN-VARIACAO
               WRITE PDD-PRN-REC FROM WS-LIN-NIVEL
           END-PERFORM
           MOVE "TOTAL"           TO WS-LIN-NOME
           MOVE 0                 TO WS-LIN-PCT
           MOVE WS-GERAL-QTD      TO WS-LIN-QTD
           MOVE WS-GERAL-SALDO    TO WS-LIN-SALDO
           MOVE WS-GERAL-PROVISAO TO WS-LIN-PROVISAO
           MOVE WS-GERAL-PROV-ANT TO WS-LIN-PROV-ANT
           COMPUTE WS-VARIACAO = WS-GERAL-PROVISAO - WS-GERAL-PROV-ANT
           MOVE WS-VARIACAO TO WS-LIN-VARIACAO
           WRITE PDD-PRN-REC FROM WS-LIN-NIVEL
           IF WS-ACHOU-ANTERIOR NOT = 'S' THEN
               MOVE WS-MSG-SEM-ANTERIOR TO PDD-PRN-REC
               WRITE PDD-PRN-REC
           END-IF
           IF WS-VARIACAO > 0 THEN
               MOVE WS-VARIACAO TO WS-CONSTITUICAO
           ELSE
               COMPUTE WS-REVERSAO = 0 - WS-VARIACAO
           END-IF.

       P700-GRAVA-HISTORICO.
           OPEN EXTEND PDD-HIS-FILE
           IF WS-HIS-STATUS EQUAL 35 THEN
               OPEN OUTPUT PDD-HIS-FILE
           END-IF
           PERFORM VARYING WS-IND-NIVEL FROM 1 BY 1
                   UNTIL WS-IND-NIVEL > 9
               MOVE WS-COMPETENCIA TO HIS-COMPETENCIA
               MOVE WS-NIVEL-NOME(WS-IND-NIVEL)   TO HIS-NIVEL
               MOVE WS-TOT-QTD(WS-IND-NIVEL)      TO HIS-QTD-CONTRATOS
               MOVE WS-TOT-SALDO(WS-IND-NIVEL)    TO HIS-SALDO
               MOVE WS-TOT-PROVISAO(WS-IND-NIVEL) TO HIS-PROVISAO
               WRITE PDD-HIS-REC
           END-PERFORM
           CLOSE PDD-HIS-FILE.

       P800-GRAVA-EXPORTACAO.
      *    O VALOR SAI SEM SINAL COMO NO CONTABEXP - A CATEGORIA E QUE
      *    DIZ SE A PROVISAO FOI CONSTITUIDA (DESPESA) OU REVERTIDA
      *    (RECEITA) NO MES.
           OPEN EXTEND EXP-FILE
           IF WS-EXP-STATUS EQUAL 35 THEN
               OPEN OUTPUT EXP-FILE
           END-IF
           MOVE WS-COMPETENCIA     TO EXP-COMPETENCIA
           MOVE "PDD CONSTITUICAO" TO EXP-CATEGORIA
           MOVE WS-CONSTITUICAO    TO EXP-VALOR
           WRITE EXP-REC
           MOVE "PDD REVERSAO"     TO EXP-CATEGORIA
           MOVE WS-REVERSAO        TO EXP-VALOR
           WRITE EXP-REC
           CLOSE EXP-FILE.

       P900-RESUMO.
           DISPLAY " "
           DISPLAY "---- PDD DE " WS-COMPETENCIA " ----"
           DISPLAY "CONTRATOS CLASSIFICADOS: " WS-GERAL-QTD
           MOVE WS-GERAL-SALDO TO WS-EDIT-VALOR
           DISPLAY "SALDO DA CARTEIRA:      " WS-EDIT-VALOR
           MOVE WS-GERAL-PROVISAO TO WS-EDIT-VALOR
           DISPLAY "PROVISAO DO MES:        " WS-EDIT-VALOR
           MOVE WS-GERAL-PROV-ANT TO WS-EDIT-VALOR
           DISPLAY "PROVISAO ANTERIOR:      " WS-EDIT-VALOR
           MOVE WS-CONSTITUICAO TO WS-EDIT-VALOR
           DISPLAY "CONSTITUICAO:           " WS-EDIT-VALOR
           MOVE WS-REVERSAO TO WS-EDIT-VALOR
           DISPLAY "REVERSAO:               " WS-EDIT-VALOR
           DISPLAY "RELATORIO EM PROVISAO.PRN, LANCAMENTOS GRAVADOS "
                   "EM CONTABIL.EXP".

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY SPOOL.
       COPY TREINO.

       END PROGRAM PROVISAO.
