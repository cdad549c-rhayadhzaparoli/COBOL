      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: INFORME ANUAL DE PAGAMENTOS DO CLIENTE DE
      *          FINANCIAMENTO, PARA A DECLARACAO DE IMPOSTO DE RENDA.
      *          LOTE DE FIM DE ANO: PARA O ANO-BASE INFORMADO, APURA
      *          PELO DIARIO DE PRESTACOES (PRESTACOES.JRN) E PELO
      *          ARQUIVO PRESTACOES QUANTO CADA CLIENTE PAGOU NO ANO -
      *          PRINCIPAL, JUROS E MULTA - EM TODOS OS SEUS CONTRATOS,
      *          E O SALDO DEVEDOR EM 31/12. IMPRIME UM INFORME POR
      *          CLIENTE EM INFORME.PRN E GRAVA O RESUMO PARA A
      *          CONTABILIDADE EM INFORME.EXP. A OPCAO DE REIMPRESSAO
      *          GERA SO O INFORME DE UM CLIENTE (ATENDIMENTO NO
      *          BALCAO), ACRESCENTADO AO FINAL DE INFORME.PRN.
      *          O DIARIO DIZ COMO CADA PARCELA ESTAVA NO INICIO E NO
      *          FIM DO ANO: A PRIMEIRA LINHA DO ANO TRAZ O VALOR
      *          ANTERIOR (ANTES) E A ULTIMA O VALOR EM 31/12 (DEPOIS);
      *          PARCELA SEM LINHA NO DIARIO ESTA HOJE COMO ESTAVA.
      *          O VALOR PAGO NO ANO E ABATIDO PRIMEIRO DOS JUROS DA
      *          PARCELA E O RESTANTE E PRINCIPAL; A MULTA CONTA NO ANO
      *          EM QUE A PARCELA FOI QUITADA (MESMA REGRA DO
      *          CONTABEXP). ENTRADA DA RENEGOCIACAO E AMORTIZACAO
      *          EXTRAORDINARIA DO ANO CONTAM COMO PRINCIPAL.
      * MODIFICATION-LOG.
      *     15/10/2026 - O CONTRATO ARQUIVADO PELO PRESTARCH
      *                  (CONTR-ARQUIVADO) TEM AS PARCELAS LIDAS DE
      *                  PRESTACOES.ARQ; A LINHA DE SITUACAO 'Z' QUE O
      *                  ARQUIVAMENTO DEIXA NO DIARIO NAO E MOVIMENTO
      *                  FINANCEIRO E E IGNORADA.
      *     15/10/2026 - O CODIGO DO CLIENTE NA BUSCA, NO CABECALHO DO
      *                  INFORME E EM INFORME.EXP (IEXP-COD-CLIENTE)
      *                  PASSOU A TER 7 DIGITOS, COMO COD-CLIENTE (VER
      *                  CLIMIG5) - LAYOUT NOVO DE INFORME.EXP
      *                  COMUNICADO AO DESTINATARIO.
      *     15/10/2026 - LAYOUT DE PRESTACOES.JRN EXTRAIDO PARA JRNDATA,
      *                  QUE GANHOU NO FIM O ELO DA CADEIA DE
      *                  CONFERENCIA (JRN-ELO, VER CADEIA.cpy).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM INFORME.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME.
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

           SELECT ARQ-FILE ASSIGN TO 'PRESTACOES.ARQ'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARQ-KEY
           FILE STATUS IS WS-ARQ-STATUS.

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

           SELECT INF-WRK-FILE ASSIGN TO 'INFORME.WRK'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IWK-KEY
           FILE STATUS IS WS-WRK-STATUS.

           SELECT INF-PRN-FILE ASSIGN TO 'INFORME.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRN-STATUS.

           SELECT INF-EXP-FILE ASSIGN TO 'INFORME.EXP'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EXP-STATUS.

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

       FD ARQ-FILE.
       COPY PRESTDATA REPLACING LEADING ==PREST== BY ==ARQ==.

       FD CLIENTE.
       COPY CLIDATA.

       FD PREST-JRN-FILE.
       COPY JRNDATA.

      *    ARQUIVO DE TRABALHO DA RODADA: PARA CADA PARCELA, O VALOR
      *    DE CADA CAMPO DO DIARIO NO INICIO (IWK-INI) E NO FIM
      *    (IWK-FIM) DO ANO-BASE, NA ORDEM DE WS-CAMPOS-INFORME. O
      *    REGISTRO DA PARCELA 000 DO CONTRATO ACUMULA EM IWK-EXTRA A
      *    ENTRADA E AS AMORTIZACOES EXTRAORDINARIAS PAGAS NO ANO.
       FD INF-WRK-FILE.
       01 IWK-REC.
         05 IWK-KEY.
           10 IWK-NUM-CONT    PIC 9(05).
           10 IWK-NUM-PARC    PIC 9(03).
         05 IWK-CAMPO         OCCURS 5 TIMES.
           10 IWK-INI         PIC X(15).
           10 IWK-FIM         PIC X(15).
           10 IWK-INI-OK      PIC X(01).
           10 IWK-FIM-OK      PIC X(01).
         05 IWK-EXTRA         PIC 9(09)V99.

       FD INF-PRN-FILE.
       01 INF-PRN-REC        PIC X(80).

      *    RESUMO PARA A CONTABILIDADE: UMA LINHA POR CLIENTE COM
      *    MOVIMENTO OU SALDO NO ANO-BASE.
       FD INF-EXP-FILE.
       01 INF-EXP-REC.
         05 IEXP-ANO          PIC 9(04).
         05 IEXP-COD-CLIENTE  PIC 9(07).
         05 IEXP-CPF          PIC 9(11).
         05 IEXP-NOME         PIC X(40).
         05 IEXP-PRINCIPAL    PIC 9(11)V99.
         05 IEXP-JUROS        PIC 9(11)V99.
         05 IEXP-MULTA        PIC 9(11)V99.
         05 IEXP-SALDO        PIC 9(11)V99.

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-CONTR-STATUS    PIC 99.
       01 WS-PREST-STATUS    PIC 99.
       01 WS-ARQ-STATUS      PIC 99.
       01 WS-ARQ-ABERTO      PIC X     VALUE 'N'.
       01 WS-CLI-STATUS      PIC 99.
       01 WS-JRN-STATUS      PIC 99.
       01 WS-WRK-STATUS      PIC 99.
       01 WS-PRN-STATUS      PIC 99.
       01 WS-EXP-STATUS      PIC 99.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-EOF-CONTR       PIC X     VALUE 'N'.
       01 WS-EOF-PREST       PIC X     VALUE 'N'.
       01 WS-WRK-NOVO        PIC X     VALUE 'N'.
       01 WS-OPCAO           PIC 9     VALUE 0.
       01 WS-COD-CLI-BUSCA   PIC 9(07) VALUE 0.
       01 WS-CURR-DATE.
         05 WS-CURR-YY PIC 9(04) VALUE 0.
         05 WS-CURR-MM PIC 99 VALUE 0.
         05 WS-CURR-DD PIC 99 VALUE 0.
       01 WS-ANO-BASE        PIC 9(04) VALUE 0.
       01 WS-DT-INI-ANO      PIC 9(08) VALUE 0.
       01 WS-DT-FIM-ANO      PIC 9(08) VALUE 0.
       01 WS-DT-LINHA        PIC 9(08) VALUE 0.

      *    CAMPOS DO DIARIO ACOMPANHADOS PELO INFORME, NA ORDEM DE
      *    IWK-CAMPO. OS DEMAIS CAMPOS NAO MUDAM O VALOR PAGO.
       01 WS-CAMPOS-INFORME.
         05 FILLER           PIC X(12) VALUE "SITUACAO".
         05 FILLER           PIC X(12) VALUE "VL-PAGO".
         05 FILLER           PIC X(12) VALUE "VALOR".
         05 FILLER           PIC X(12) VALUE "VL-JUROS".
         05 FILLER           PIC X(12) VALUE "VL-MULTA".
       01 WS-CAMPOS-TAB REDEFINES WS-CAMPOS-INFORME.
         05 WS-CAMPO-NOME    PIC X(12) OCCURS 5 TIMES.
       01 WS-IND-CAMPO       PIC 9(01) VALUE 0.
       01 WS-IND             PIC 9(01) VALUE 0.

      *    SITUACAO E VALORES DA PARCELA DA VEZ NO INICIO E NO FIM DO
      *    ANO-BASE (INDICES 2 A 5 DE WS-CAMPOS-INFORME).
       01 WS-SIT-INI         PIC X(01) VALUE SPACE.
       01 WS-SIT-FIM         PIC X(01) VALUE SPACE.
       01 WS-VALORES-PARCELA.
         05 WS-VL-ATUAL      PIC 9(09)V99 OCCURS 5 TIMES.
         05 WS-VL-INI        PIC 9(09)V99 OCCURS 5 TIMES.
         05 WS-VL-FIM        PIC 9(09)V99 OCCURS 5 TIMES.
       01 WS-EFETIVO-INI     PIC 9(09)V99 VALUE 0.
       01 WS-EFETIVO-FIM     PIC 9(09)V99 VALUE 0.
       01 WS-JUROS-INI       PIC 9(09)V99 VALUE 0.
       01 WS-JUROS-FIM       PIC 9(09)V99 VALUE 0.
       01 WS-PAGO-ANO        PIC 9(09)V99 VALUE 0.
       01 WS-JUROS-ANO       PIC 9(09)V99 VALUE 0.

      *    TOTAIS DO CONTRATO, DO CLIENTE E DA RODADA.
       01 WS-CT-PRINCIPAL    PIC 9(11)V99 VALUE 0.
       01 WS-CT-JUROS        PIC 9(11)V99 VALUE 0.
       01 WS-CT-MULTA        PIC 9(11)V99 VALUE 0.
       01 WS-CT-SALDO        PIC 9(11)V99 VALUE 0.
       01 WS-CL-PRINCIPAL    PIC 9(11)V99 VALUE 0.
       01 WS-CL-JUROS        PIC 9(11)V99 VALUE 0.
       01 WS-CL-MULTA        PIC 9(11)V99 VALUE 0.
       01 WS-CL-SALDO        PIC 9(11)V99 VALUE 0.
       01 WS-CL-CABECALHO    PIC X(01) VALUE 'N'.
       01 WS-QTD-INFORMES    PIC 9(05) VALUE 0.
       01 WS-QTD-EXPORTADOS  PIC 9(05) VALUE 0.

       01 WS-CAB-1.
         05 FILLER           PIC X(39)
                 VALUE 'INFORME ANUAL DE PAGAMENTOS - ANO-BASE '.
         05 WS-CAB-ANO       PIC 9(04).
         05 FILLER           PIC X(13) VALUE '   EMITIDO EM'.
         05 FILLER           PIC X(01) VALUE SPACE.
         05 WS-CAB-DIA       PIC 99.
         05 FILLER           PIC X(01) VALUE '/'.
         05 WS-CAB-MES       PIC 99.
         05 FILLER           PIC X(01) VALUE '/'.
         05 WS-CAB-AAAA      PIC 9(04).
       01 WS-CAB-2.
         05 FILLER           PIC X(08) VALUE 'CLIENTE '.
         05 WS-CAB-COD       PIC 9(07).
         05 FILLER           PIC X(02) VALUE SPACES.
         05 WS-CAB-NOME      PIC X(40).
         05 FILLER           PIC X(05) VALUE ' CPF '.
         05 WS-CAB-CPF       PIC 9(11).
       01 WS-CAB-3.
         05 FILLER           PIC X(10) VALUE 'CONTRATO'.
         05 FILLER           PIC X(15) VALUE '  PRINCIPAL PG'.
         05 FILLER           PIC X(15) VALUE '      JUROS PG'.
         05 FILLER           PIC X(15) VALUE '      MULTA PG'.
         05 FILLER           PIC X(16) VALUE '  SALDO EM 31/12'.
       01 WS-DET-CONTR.
         05 FILLER           PIC X(02) VALUE SPACES.
         05 WS-DET-CONT      PIC 9(05).
         05 FILLER           PIC X(02) VALUE SPACES.
         05 WS-DET-PRINCIPAL PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER           PIC X(01) VALUE SPACE.
         05 WS-DET-JUROS     PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER           PIC X(01) VALUE SPACE.
         05 WS-DET-MULTA     PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER           PIC X(01) VALUE SPACE.
         05 WS-DET-SALDO     PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOT-CLIENTE.
         05 FILLER           PIC X(09) VALUE 'TOTAL'.
         05 WS-TOT-PRINCIPAL PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER           PIC X(01) VALUE SPACE.
         05 WS-TOT-JUROS     PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER           PIC X(01) VALUE SPACE.
         05 WS-TOT-MULTA     PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER           PIC X(01) VALUE SPACE.
         05 WS-TOT-SALDO     PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-SEM-MOVIMENTO   PIC X(60) VALUE
              '  SEM PAGAMENTOS NO ANO E SEM SALDO DEVEDOR EM 31/12'.
       01 WS-RODAPE          PIC X(60) VALUE
              'VALORES PAGOS DE 01/01 A 31/12 DO ANO-BASE.'.
       01 WS-SEPARADOR       PIC X(58) VALUE
           '----------------------------------------------------------'.

       COPY CLIPATH.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'INFORME' TO WS-SPL-PROGRAMA
           DISPLAY "******** INFORME ANUAL DE PAGAMENTOS ********"
           ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE

           DISPLAY "1 - INFORMES DE TODOS OS CLIENTES (LOTE DO ANO)"
           DISPLAY "2 - REIMPRESSAO DO INFORME DE UM CLIENTE"
           ACCEPT WS-OPCAO
           IF WS-OPCAO NOT = 1 AND WS-OPCAO NOT = 2 THEN
               DISPLAY "OPCAO INVALIDA"
               GO TO P999-STOP
           END-IF

      *    SEM ANO INFORMADO, VALE O ANO ANTERIOR AO CORRENTE.
           DISPLAY "ANO-BASE (AAAA - ZERO PARA O ANO ANTERIOR)"
           ACCEPT WS-ANO-BASE
           IF WS-ANO-BASE = 0 THEN
               COMPUTE WS-ANO-BASE = WS-CURR-YY - 1
           END-IF
           IF WS-ANO-BASE < 1900 OR WS-ANO-BASE > WS-CURR-YY THEN
               DISPLAY "ANO-BASE INVALIDO"
               GO TO P999-STOP
           END-IF
           COMPUTE WS-DT-INI-ANO = WS-ANO-BASE * 10000 + 0101
           COMPUTE WS-DT-FIM-ANO = WS-ANO-BASE * 10000 + 1231

           IF WS-OPCAO = 2 THEN
               DISPLAY "CODIGO DO CLIENTE"
               ACCEPT WS-COD-CLI-BUSCA
           END-IF

           PERFORM P100-ABRE-ARQUIVOS
           PERFORM P200-LE-DIARIO

           MOVE WS-ANO-BASE TO WS-CAB-ANO
           MOVE WS-CURR-DD  TO WS-CAB-DIA
           MOVE WS-CURR-MM  TO WS-CAB-MES
           MOVE WS-CURR-YY  TO WS-CAB-AAAA
           IF WS-OPCAO = 1 THEN
               PERFORM P400-TODOS-OS-CLIENTES
           ELSE
               PERFORM P450-UM-CLIENTE
           END-IF

           CLOSE CONTR-FILE
           CLOSE PREST-FILE
           IF WS-ARQ-ABERTO = 'S' THEN
               CLOSE ARQ-FILE
           END-IF
           CLOSE CLIENTE
           CLOSE INF-WRK-FILE
           CLOSE INF-PRN-FILE
           PERFORM P-SPOOL-ARQUIVA

           DISPLAY " "
           DISPLAY "---- RESUMO DO INFORME ANUAL ----"
           DISPLAY "ANO-BASE: " WS-ANO-BASE
           DISPLAY "INFORMES IMPRESSOS: " WS-QTD-INFORMES
           IF WS-OPCAO = 1 THEN
               DISPLAY "CLIENTES EXPORTADOS: " WS-QTD-EXPORTADOS
               DISPLAY "RESUMO PARA A CONTABILIDADE EM INFORME.EXP"
           END-IF
           DISPLAY "INFORMES GERADOS EM INFORME.PRN"
           GO TO P999-STOP.

       P100-ABRE-ARQUIVOS.
           OPEN INPUT CONTR-FILE
           IF WS-CONTR-STATUS EQUAL 35 THEN
               DISPLAY "CONTRATO.CTL AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           OPEN INPUT PREST-FILE
           IF WS-PREST-STATUS EQUAL 35 THEN
               DISPLAY "PRESTACOES AINDA NAO FOI CRIADO"
               CLOSE CONTR-FILE
               GO TO P999-STOP
           END-IF
           OPEN INPUT CLIENTE
           IF WS-CLI-STATUS EQUAL 35 THEN
               DISPLAY "ARQUIVO CLIENTE AINDA NAO FOI CRIADO"
               CLOSE CONTR-FILE
               CLOSE PREST-FILE
               GO TO P999-STOP
           END-IF
      *    SEM PRESTACOES.ARQ, NENHUM CONTRATO FOI ARQUIVADO AINDA.
           OPEN INPUT ARQ-FILE
           IF WS-ARQ-STATUS NOT EQUAL 35 THEN
               MOVE 'S' TO WS-ARQ-ABERTO
           END-IF
      *    O ARQUIVO DE TRABALHO E RECRIADO VAZIO A CADA RODADA.
           OPEN OUTPUT INF-WRK-FILE
           CLOSE INF-WRK-FILE
           OPEN I-O INF-WRK-FILE
      *    O LOTE GERA OS INFORMES DO ANO DO ZERO; A REIMPRESSAO
      *    ACRESCENTA O INFORME AO FINAL DO ARQUIVO.
           MOVE 'INFORME.PRN' TO WS-SPL-ARQUIVO
           MOVE 80            TO WS-SPL-TAM-REG
           MOVE 'S'           TO WS-SPL-PESSOAL
           IF WS-OPCAO = 1 THEN
               OPEN OUTPUT INF-PRN-FILE
           ELSE
               PERFORM P-SPOOL-INICIA
               OPEN EXTEND INF-PRN-FILE
               IF WS-PRN-STATUS EQUAL 35 THEN
                   OPEN OUTPUT INF-PRN-FILE
               END-IF
           END-IF.

       P200-LE-DIARIO.
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
                       PERFORM P210-ACUMULA-DIARIO
               END-READ
           END-PERFORM
           CLOSE PREST-JRN-FILE.

       P210-ACUMULA-DIARIO.
           IF JRN-DT-NEGOCIO NUMERIC AND JRN-DT-NEGOCIO > 0 THEN
               MOVE JRN-DT-NEGOCIO TO WS-DT-LINHA
           ELSE
               MOVE JRN-TIMESTAMP(1:8) TO WS-DT-LINHA
           END-IF

      *    ENTRADA E AMORTIZACAO EXTRAORDINARIA PAGAS NO ANO VAO PARA
      *    O REGISTRO DA PARCELA 000 DO CONTRATO.
           IF JRN-CAMPO = "ENTRADA" OR JRN-CAMPO = "AMORT-EXTRA" THEN
               IF WS-DT-LINHA >= WS-DT-INI-ANO AND
                  WS-DT-LINHA <= WS-DT-FIM-ANO THEN
                   MOVE JRN-NUM-CONT TO IWK-NUM-CONT
                   MOVE 0            TO IWK-NUM-PARC
                   PERFORM P300-LE-TRABALHO
                   ADD FUNCTION NUMVAL(JRN-VL-DEPOIS) TO IWK-EXTRA
                   PERFORM P310-GRAVA-TRABALHO
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF JRN-NUM-PARC = 0 THEN
               EXIT PARAGRAPH
           END-IF
      *    A SAIDA PARA PRESTACOES.ARQ NAO MUDA O QUE FOI PAGO.
           IF JRN-PROGRAMA = "PRESTARCH" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-IND-CAMPO
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 5
               IF JRN-CAMPO = WS-CAMPO-NOME(WS-IND) THEN
                   MOVE WS-IND TO WS-IND-CAMPO
               END-IF
           END-PERFORM
           IF WS-IND-CAMPO = 0 THEN
               EXIT PARAGRAPH
           END-IF

           MOVE JRN-NUM-CONT TO IWK-NUM-CONT
           MOVE JRN-NUM-PARC TO IWK-NUM-PARC
           PERFORM P300-LE-TRABALHO
      *    LINHA ANTERIOR AO ANO: O VALOR GRAVADO VALE NO INICIO E,
      *    ATE NOVA LINHA, NO FIM DO ANO. LINHA DO ANO: A PRIMEIRA
      *    DIZ COMO ESTAVA EM 01/01 E A ULTIMA COMO FICOU EM 31/12.
      *    LINHA POSTERIOR AO ANO: A PRIMEIRA DIZ COMO ESTAVA ANTES
      *    DELA, E ASSIM FICOU DESDE A ULTIMA LINHA DO ANO.
           EVALUATE TRUE
               WHEN WS-DT-LINHA < WS-DT-INI-ANO
                   MOVE JRN-VL-DEPOIS TO IWK-INI(WS-IND-CAMPO)
                   MOVE 'S'           TO IWK-INI-OK(WS-IND-CAMPO)
                   MOVE JRN-VL-DEPOIS TO IWK-FIM(WS-IND-CAMPO)
                   MOVE 'S'           TO IWK-FIM-OK(WS-IND-CAMPO)
               WHEN WS-DT-LINHA <= WS-DT-FIM-ANO
                   IF IWK-INI-OK(WS-IND-CAMPO) NOT = 'S' THEN
                       MOVE JRN-VL-ANTES TO IWK-INI(WS-IND-CAMPO)
                       MOVE 'S'          TO IWK-INI-OK(WS-IND-CAMPO)
                   END-IF
                   MOVE JRN-VL-DEPOIS TO IWK-FIM(WS-IND-CAMPO)
                   MOVE 'S'           TO IWK-FIM-OK(WS-IND-CAMPO)
               WHEN OTHER
                   IF IWK-INI-OK(WS-IND-CAMPO) NOT = 'S' THEN
                       MOVE JRN-VL-ANTES TO IWK-INI(WS-IND-CAMPO)
                       MOVE 'S'          TO IWK-INI-OK(WS-IND-CAMPO)
                   END-IF
                   IF IWK-FIM-OK(WS-IND-CAMPO) NOT = 'S' THEN
                       MOVE JRN-VL-ANTES TO IWK-FIM(WS-IND-CAMPO)
                       MOVE 'S'          TO IWK-FIM-OK(WS-IND-CAMPO)
                   END-IF
           END-EVALUATE
           PERFORM P310-GRAVA-TRABALHO.

       P300-LE-TRABALHO.
      *    LE A PARCELA DE IWK-KEY NO ARQUIVO DE TRABALHO; SE AINDA
      *    NAO EXISTE, COMECA SEM NENHUM CAMPO APURADO.
           MOVE 'N' TO WS-WRK-NOVO
           READ INF-WRK-FILE
               INVALID KEY
                   MOVE 'S' TO WS-WRK-NOVO
                   PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 5
                       MOVE SPACES TO IWK-INI(WS-IND)
                       MOVE SPACES TO IWK-FIM(WS-IND)
                       MOVE 'N'    TO IWK-INI-OK(WS-IND)
                       MOVE 'N'    TO IWK-FIM-OK(WS-IND)
                   END-PERFORM
                   MOVE 0 TO IWK-EXTRA
           END-READ.

       P310-GRAVA-TRABALHO.
           IF WS-WRK-NOVO = 'S' THEN
               WRITE IWK-REC
                   INVALID KEY
                       DISPLAY "ERRO NO ARQUIVO DE TRABALHO - CONT. "
                               IWK-NUM-CONT " PARCELA " IWK-NUM-PARC
               END-WRITE
           ELSE
               REWRITE IWK-REC
                   INVALID KEY
                       DISPLAY "ERRO NO ARQUIVO DE TRABALHO - CONT. "
                               IWK-NUM-CONT " PARCELA " IWK-NUM-PARC
               END-REWRITE
           END-IF.

       P400-TODOS-OS-CLIENTES.
           OPEN OUTPUT INF-EXP-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ CLIENTE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF COD-CLIENTE NOT = 0 THEN
                           PERFORM P500-INFORME-CLIENTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INF-EXP-FILE.

       P450-UM-CLIENTE.
           MOVE WS-COD-CLI-BUSCA TO COD-CLIENTE
           READ CLIENTE
               INVALID KEY
                   DISPLAY "CLIENTE NAO ENCONTRADO"
                   EXIT PARAGRAPH
           END-READ
           PERFORM P500-INFORME-CLIENTE
      *    NO BALCAO O CLIENTE LEVA O INFORME MESMO SEM MOVIMENTO.
           IF WS-CL-CABECALHO NOT = 'S' THEN
               PERFORM P800-CABECALHO-CLIENTE
               WRITE INF-PRN-REC FROM WS-SEM-MOVIMENTO
               MOVE SPACES TO INF-PRN-REC
               WRITE INF-PRN-REC
               WRITE INF-PRN-REC FROM WS-SEPARADOR
           END-IF.

       P500-INFORME-CLIENTE.
      *    PERCORRE OS CONTRATOS DO CLIENTE PELA CHAVE ALTERNATIVA
      *    CONTR-COD-CLIENTE; CONTRATO VINCULADO DEPOIS DO ANO-BASE
      *    FICA DE FORA. O CABECALHO SO SAI NO PRIMEIRO CONTRATO COM
      *    PAGAMENTO NO ANO OU SALDO EM 31/12.
           MOVE 0 TO WS-CL-PRINCIPAL WS-CL-JUROS WS-CL-MULTA
                     WS-CL-SALDO
           MOVE 'N' TO WS-CL-CABECALHO
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
                           IF CONTR-DT-VINCULO <= WS-DT-FIM-ANO THEN
                               PERFORM P600-APURA-CONTRATO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CL-CABECALHO NOT = 'S' THEN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CL-PRINCIPAL TO WS-TOT-PRINCIPAL
           MOVE WS-CL-JUROS     TO WS-TOT-JUROS
           MOVE WS-CL-MULTA     TO WS-TOT-MULTA
           MOVE WS-CL-SALDO     TO WS-TOT-SALDO
           MOVE SPACES TO INF-PRN-REC
           WRITE INF-PRN-REC
           WRITE INF-PRN-REC FROM WS-TOT-CLIENTE
           MOVE SPACES TO INF-PRN-REC
           WRITE INF-PRN-REC
           WRITE INF-PRN-REC FROM WS-RODAPE
           WRITE INF-PRN-REC FROM WS-SEPARADOR

           IF WS-OPCAO = 1 THEN
               MOVE WS-ANO-BASE     TO IEXP-ANO
               MOVE COD-CLIENTE     TO IEXP-COD-CLIENTE
               MOVE CPF-CLIENTE     TO IEXP-CPF
               MOVE NM-CLIENTE      TO IEXP-NOME
               MOVE WS-CL-PRINCIPAL TO IEXP-PRINCIPAL
               MOVE WS-CL-JUROS     TO IEXP-JUROS
               MOVE WS-CL-MULTA     TO IEXP-MULTA
               MOVE WS-CL-SALDO     TO IEXP-SALDO
               WRITE INF-EXP-REC
               ADD 1 TO WS-QTD-EXPORTADOS
           END-IF.

       P600-APURA-CONTRATO.
           MOVE 0 TO WS-CT-PRINCIPAL WS-CT-JUROS WS-CT-MULTA
                     WS-CT-SALDO
           MOVE CONTR-NUM-CONT TO IWK-NUM-CONT
           MOVE 0              TO IWK-NUM-PARC
           PERFORM P300-LE-TRABALHO
           ADD IWK-EXTRA TO WS-CT-PRINCIPAL

           IF CONTR-ARQUIVADO THEN
               PERFORM P650-PARCELAS-ARQUIVADAS
           ELSE
               PERFORM P620-PARCELAS-VIVAS
           END-IF


           IF WS-CT-PRINCIPAL = 0 AND WS-CT-JUROS = 0 AND
              WS-CT-MULTA = 0 AND WS-CT-SALDO = 0 THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-CL-CABECALHO NOT = 'S' THEN
               PERFORM P800-CABECALHO-CLIENTE
           END-IF
           MOVE CONTR-NUM-CONT  TO WS-DET-CONT
           MOVE WS-CT-PRINCIPAL TO WS-DET-PRINCIPAL
           MOVE WS-CT-JUROS     TO WS-DET-JUROS
           MOVE WS-CT-MULTA     TO WS-DET-MULTA
           MOVE WS-CT-SALDO     TO WS-DET-SALDO
           WRITE INF-PRN-REC FROM WS-DET-CONTR
           ADD WS-CT-PRINCIPAL TO WS-CL-PRINCIPAL
           ADD WS-CT-JUROS     TO WS-CL-JUROS
           ADD WS-CT-MULTA     TO WS-CL-MULTA
           ADD WS-CT-SALDO     TO WS-CL-SALDO.

       P620-PARCELAS-VIVAS.
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
                           PERFORM P700-APURA-PARCELA
                       END-IF
               END-READ
           END-PERFORM.

       P650-PARCELAS-ARQUIVADAS.
      *    CONTRATO ARQUIVADO PELO PRESTARCH: AS PARCELAS VEM DE
      *    PRESTACOES.ARQ PARA A AREA DE PREST-REC E SAO APURADAS DO
      *    MESMO JEITO.
           IF WS-ARQ-ABERTO NOT = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE CONTR-NUM-CONT TO ARQ-NUM-CONT
           MOVE 1              TO ARQ-NUM-PARC
           MOVE 'N'            TO WS-EOF-PREST
           START ARQ-FILE KEY IS NOT LESS THAN ARQ-KEY
               INVALID KEY
                   MOVE 'S' TO WS-EOF-PREST
           END-START
           PERFORM UNTIL WS-EOF-PREST = 'S'
               READ ARQ-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF-PREST
                   NOT AT END
                       IF ARQ-NUM-CONT NOT = CONTR-NUM-CONT THEN
                           MOVE 'S' TO WS-EOF-PREST
                       ELSE
                           MOVE ARQ-REC TO PREST-REC
                           PERFORM P700-APURA-PARCELA
                       END-IF
               END-READ
           END-PERFORM.

       P700-APURA-PARCELA.
      *    CAMPO SEM LINHA NO DIARIO ESTA HOJE COMO ESTAVA NO ANO.
           MOVE PREST-VL-PAGO  TO WS-VL-ATUAL(2)
           MOVE PREST-VALOR    TO WS-VL-ATUAL(3)
           MOVE PREST-VL-JUROS TO WS-VL-ATUAL(4)
           MOVE PREST-VL-MULTA TO WS-VL-ATUAL(5)
           MOVE PREST-NUM-CONT TO IWK-NUM-CONT
           MOVE PREST-NUM-PARC TO IWK-NUM-PARC
           PERFORM P300-LE-TRABALHO
           IF IWK-INI-OK(1) = 'S' THEN
               MOVE IWK-INI(1)(1:1) TO WS-SIT-INI
           ELSE
               MOVE PREST-SITUACAO  TO WS-SIT-INI
           END-IF
           IF IWK-FIM-OK(1) = 'S' THEN
               MOVE IWK-FIM(1)(1:1) TO WS-SIT-FIM
           ELSE
               MOVE PREST-SITUACAO  TO WS-SIT-FIM
           END-IF
           PERFORM VARYING WS-IND FROM 2 BY 1 UNTIL WS-IND > 5
               IF IWK-INI-OK(WS-IND) = 'S' THEN
                   COMPUTE WS-VL-INI(WS-IND) =
                           FUNCTION NUMVAL(IWK-INI(WS-IND))
               ELSE
                   MOVE WS-VL-ATUAL(WS-IND) TO WS-VL-INI(WS-IND)
               END-IF
               IF IWK-FIM-OK(WS-IND) = 'S' THEN
                   COMPUTE WS-VL-FIM(WS-IND) =
                           FUNCTION NUMVAL(IWK-FIM(WS-IND))
               ELSE
                   MOVE WS-VL-ATUAL(WS-IND) TO WS-VL-FIM(WS-IND)
               END-IF
           END-PERFORM

      *    VALOR EFETIVAMENTE PAGO DA PARCELA: A PARCELA QUITADA VALE
      *    O VALOR CHEIO; AS DEMAIS, O QUE JA FOI PAGO (MESMA REGRA
      *    DO ESTORNO).
           IF WS-SIT-INI = 'P' THEN
               MOVE WS-VL-INI(3) TO WS-EFETIVO-INI
           ELSE
               MOVE WS-VL-INI(2) TO WS-EFETIVO-INI
           END-IF
           IF WS-SIT-FIM = 'P' THEN
               MOVE WS-VL-FIM(3) TO WS-EFETIVO-FIM
           ELSE
               MOVE WS-VL-FIM(2) TO WS-EFETIVO-FIM
           END-IF

      *    O QUE FOI PAGO NO ANO ABATE PRIMEIRO OS JUROS DA PARCELA.
      *    PAGAMENTO DE ANO ANTERIOR ESTORNADO NO ANO NAO E DEDUZIDO.
           IF WS-EFETIVO-FIM > WS-EFETIVO-INI THEN
               COMPUTE WS-PAGO-ANO = WS-EFETIVO-FIM - WS-EFETIVO-INI
               IF WS-EFETIVO-INI < WS-VL-FIM(4) THEN
                   MOVE WS-EFETIVO-INI TO WS-JUROS-INI
               ELSE
                   MOVE WS-VL-FIM(4)   TO WS-JUROS-INI
               END-IF
               IF WS-EFETIVO-FIM < WS-VL-FIM(4) THEN
                   MOVE WS-EFETIVO-FIM TO WS-JUROS-FIM
               ELSE
                   MOVE WS-VL-FIM(4)   TO WS-JUROS-FIM
               END-IF
               COMPUTE WS-JUROS-ANO = WS-JUROS-FIM - WS-JUROS-INI
               ADD WS-JUROS-ANO TO WS-CT-JUROS
               COMPUTE WS-CT-PRINCIPAL = WS-CT-PRINCIPAL +
                       WS-PAGO-ANO - WS-JUROS-ANO
           END-IF

      *    A MULTA E PAGA JUNTO COM A QUITACAO DA PARCELA.
           IF WS-SIT-FIM = 'P' AND WS-SIT-INI NOT = 'P' THEN
               ADD WS-VL-FIM(5) TO WS-CT-MULTA
           END-IF

      *    SALDO DEVEDOR EM 31/12: O QUE FALTAVA PAGAR DAS PARCELAS
      *    EM ABERTO OU PARCIAIS. RENEGOCIADA E BAIXADA POR PERDA NAO
      *    SAO MAIS COBRADAS DO CLIENTE NESTE CONTRATO.
           IF (WS-SIT-FIM = 'A' OR WS-SIT-FIM = 'R') AND
              WS-VL-FIM(3) > WS-VL-FIM(2) THEN
               COMPUTE WS-CT-SALDO = WS-CT-SALDO +
                       WS-VL-FIM(3) - WS-VL-FIM(2)
           END-IF.

       P800-CABECALHO-CLIENTE.
           MOVE 'S' TO WS-CL-CABECALHO
           ADD 1 TO WS-QTD-INFORMES
           MOVE COD-CLIENTE TO WS-CAB-COD
           MOVE NM-CLIENTE  TO WS-CAB-NOME
           MOVE CPF-CLIENTE TO WS-CAB-CPF
           WRITE INF-PRN-REC FROM WS-CAB-1
           WRITE INF-PRN-REC FROM WS-CAB-2
           MOVE SPACES TO INF-PRN-REC
           WRITE INF-PRN-REC
           WRITE INF-PRN-REC FROM WS-CAB-3.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY SPOOL.
       COPY TREINO.

       END PROGRAM INFORME.
