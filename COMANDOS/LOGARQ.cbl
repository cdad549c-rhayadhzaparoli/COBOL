      *          MESMA LARGURA - O MIOLO DE CLASSIFICACAO POR DATA E
      *          COMUM E TRABALHA SOBRE WS-LINHA.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - CLIENTE.LOG PASSOU DE 108 PARA 112 POSICOES COM
      *                  O CODIGO DO CLIENTE DE 7 DIGITOS (VER
      *                  CODCLIMIG, QUE CONVERTE TAMBEM
      *                  CLIENTE.LOG.ARQ).
      *     15/10/2026 - PASSA A TRATAR TAMBEM CONFIG.LOG (TRILHA DE
      *                  ALTERACAO DE CONFIGURACAO, 232 POSICOES - VER
      *                  CFGLOGDATA), LIDO COM O ARQUIVO MORTO PELO
      *                  CFGRPT. WS-LINHA CRESCE PARA A NOVA LARGURA.
      *     15/10/2026 - ALISTAMENTO.LOG PASSA A 220 POSICOES COM O ELO
      *                  DA CADEIA DE CONFERENCIA (CHG-ELO, VER
      *                  CADEIA.cpy). A CADEIA DO LOG VIVO E CONFERIDA
      *                  ANTES DO EXPURGO (ROMPIDA = LOG NAO EXPURGADO);
      *                  SO SAI PARA O ARQUIVO MORTO O TRECHO INICIAL DO
      *                  LOG, SEM PULAR LINHA, E AS LINHAS LEVADAS SAO
      *                  ENCADEADAS NA SEQUENCIA DO .ARQ. AS ANCORAS
      *                  ALISTAMENTO.LOG.ANC (NOVA SEMENTE = ELO DA
      *                  ULTIMA LINHA ARQUIVADA) E
      *                  ALISTAMENTO.LOG.ARQ.ANC SAO REGRAVADAS NO FIM.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - NOVO PASSO DE RETENCAO DO ARQUIVO DE IMPRESSAO
      *                  (SPOOL.IDX, VER SPOOL.cpy): JOB ATIVO MAIS
      *                  ANTIGO QUE A RETENCAO - PADRAO 90 DIAS,
      *                  AJUSTAVEL PELA LINHA SPOOL.IDX DE LOGRET.CTL -
      *                  TEM O ARQUIVO SPOOL/Jnnnnnnn.PRN APAGADO E FICA
      *                  MARCADO COMO EXPURGADO NO INDICE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGARQ.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ARQ-STATUS.

           SELECT CFGLOG-IN-FILE ASSIGN TO 'CONFIG.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-IN-STATUS.

           SELECT CFGLOG-NEW-FILE ASSIGN TO 'CONFIG.LOG.NEW'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NEW-STATUS.

           SELECT CFGLOG-ARQ-FILE ASSIGN TO 'CONFIG.LOG.ARQ'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ARQ-STATUS.

           SELECT RET-CTL-FILE ASSIGN TO 'LOGRET.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RET-STATUS.

           SELECT ANC-FILE ASSIGN TO WS-ANC-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANC-STATUS.

           SELECT SPOOL-IDX-FILE ASSIGN TO 'SPOOL.IDX'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-IN-STATUS.

           SELECT SPOOL-NEW-FILE ASSIGN TO 'SPOOL.IDX.NEW'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    UM TRIO DE FDS POR LOG, CADA UM COM A LARGURA FIXA DO
      *    GRAVADOR CORRESPONDENTE - E O MESMO COMPRIMENTO QUE OS
      *    LEITORES (CHGRPT, GRDHIST, GRDDIST, CALCSTAT, CFGRPT)
      *    DECLARAM PARA O <LOG>.ARQ. A DATA E SEMPRE OS 8 PRIMEIROS
      *    DIGITOS DA LINHA.
       FD ALIS-IN-FILE.
       01 ALIS-IN-REC        PIC X(220).
       FD ALIS-NEW-FILE.
       01 ALIS-NEW-REC       PIC X(220).
       FD ALIS-ARQ-FILE.
       01 ALIS-ARQ-REC       PIC X(220).

       FD CLILOG-IN-FILE.
       01 CLILOG-IN-REC      PIC X(112).
       FD CLILOG-NEW-FILE.
       01 CLILOG-NEW-REC     PIC X(112).
       FD CLILOG-ARQ-FILE.
       01 CLILOG-ARQ-REC     PIC X(112).

       FD MENULOG-IN-FILE.
       01 MENULOG-IN-REC     PIC X(52).
       FD LOTELOG-ARQ-FILE.
       01 LOTELOG-ARQ-REC    PIC X(88).

       FD CFGLOG-IN-FILE.
       01 CFGLOG-IN-REC      PIC X(232).
       FD CFGLOG-NEW-FILE.
       01 CFGLOG-NEW-REC     PIC X(232).
       FD CFGLOG-ARQ-FILE.
       01 CFGLOG-ARQ-REC     PIC X(232).

       FD RET-CTL-FILE.
       01 RET-CTL-REC.
         05 RET-NOME          PIC X(20).
         05 RET-DIAS          PIC 9(03).

       FD ANC-FILE.
       COPY ANCDATA.

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.
      *    MESMO LAYOUT DE SPOOL-IDX-REC (SPOOLDATA).
       FD SPOOL-NEW-FILE.
       01 SPOOL-NEW-REC      PIC X(95).

       WORKING-STORAGE SECTION.
       01 WS-IN-STATUS       PIC 99.
       01 WS-NEW-STATUS      PIC 99.
       01 WS-ERRO-LEITURA    PIC X     VALUE 'N'.
       01 WS-PATH-VIVO       PIC X(30) VALUE SPACES.
       01 WS-PATH-NOVO       PIC X(30) VALUE SPACES.
       01 WS-LINHA           PIC X(232) VALUE SPACES.
       01 WS-CMD             PIC X(80) VALUE SPACES.
       01 WS-DT-LINHA        PIC 9(08) VALUE 0.
       01 WS-DIAS-IDADE      PIC S9(06) VALUE 0.
       01 WS-DT-HOJE         PIC 9(08) VALUE 0.
       01 WS-QTD-MANTIDAS    PIC 9(06) VALUE 0.
       01 WS-QTD-ARQUIVADAS  PIC 9(06) VALUE 0.
      *    CADEIA DE CONFERENCIA DE ALISTAMENTO.LOG (VER CADEIA.cpy):
      *    O EXPURGO SO LEVA O TRECHO INICIAL DO LOG (WS-JA-MANTEVE) E
      *    ACOMPANHA AS DUAS ANCORAS - A DO LOG VIVO E A DO .ARQ.
       01 WS-CADEIA-LIBERADA PIC X     VALUE 'S'.
       01 WS-JA-MANTEVE      PIC X     VALUE 'N'.
       01 WS-VIVO-SEMENTE    PIC 9(09) VALUE 0.
       01 WS-VIVO-ULTIMO     PIC 9(09) VALUE 0.
       01 WS-ARQ-SEMENTE     PIC 9(09) VALUE 0.
       01 WS-ARQ-ULTIMO      PIC 9(09) VALUE 0.
       01 WS-ARQ-QTD         PIC 9(09) VALUE 0.

       01 WS-IDX             PIC 9(01) VALUE 0.
       01 WS-RETENCAO        PIC 9(03) VALUE 0.
      *    OS SETE LOGS TRATADOS, NA MESMA ORDEM DOS TRIOS DE FDS, COM
      *    A RETENCAO PADRAO DE 365 DIAS, AJUSTAVEL POR LOG EM
      *    LOGRET.CTL.
       01 WS-LOGS.
         05 FILLER PIC X(20) VALUE "CALCULADORA.LOG".
         05 FILLER PIC X(20) VALUE "ALUNO.LOG".
         05 FILLER PIC X(20) VALUE "LOTENOITE.LOG".
         05 FILLER PIC X(20) VALUE "CONFIG.LOG".
       01 WS-LOGS-TAB REDEFINES WS-LOGS OCCURS 7 TIMES.
         05 WS-LOG-NOME      PIC X(20).

       01 WS-RET-TAB.
         05 WS-RET-ITEM OCCURS 7 TIMES.
           10 WS-RET-DIAS-TAB PIC 9(03).
      *    ARQUIVO DE IMPRESSAO (VER SPOOL.cpy): JOB ATIVO MAIS ANTIGO
      *    QUE A RETENCAO (PADRAO 90 DIAS, LINHA SPOOL.IDX EM
      *    LOGRET.CTL) TEM O ARQUIVO APAGADO E FICA EXPURGADO NO
      *    INDICE.
       01 WS-SPL-RETENCAO    PIC 9(03) VALUE 90.
       01 WS-SPL-JOB-ARQ     PIC X(20) VALUE SPACES.
       01 WS-QTD-JOBS-MANT   PIC 9(07) VALUE 0.
       01 WS-QTD-JOBS-EXP    PIC 9(07) VALUE 0.

       COPY WSCADEIA.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** EXPURGO POR RETENCAO DOS LOGS ********"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DT-HOJE
           COMPUTE WS-INT-HOJE =

           PERFORM P100-CARREGA-RETENCAO
           PERFORM P200-PROCESSA-LOG
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 7
           PERFORM P500-EXPURGA-SPOOL
           GO TO P999-STOP.

       P100-CARREGA-RETENCAO.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 7
               MOVE 365 TO WS-RET-DIAS-TAB(WS-IDX)
           END-PERFORM
           OPEN INPUT RET-CTL-FILE
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > 7
                           IF WS-LOG-NOME(WS-IDX) = RET-NOME THEN
                               MOVE RET-DIAS
                                 TO WS-RET-DIAS-TAB(WS-IDX)
                           END-IF
                       END-PERFORM
                       IF RET-NOME = "SPOOL.IDX" THEN
                           MOVE RET-DIAS TO WS-SPL-RETENCAO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RET-CTL-FILE
           MOVE 0 TO WS-QTD-MANTIDAS
           MOVE 0 TO WS-QTD-ARQUIVADAS
           MOVE 'N' TO WS-ERRO-LEITURA
           MOVE 'N' TO WS-JA-MANTEVE

           IF WS-IDX = 1 THEN
               PERFORM P230-CONFERE-CADEIA
               IF WS-CADEIA-LIBERADA NOT = 'S' THEN
                   DISPLAY WS-LOG-NOME(WS-IDX)
                           " - CADEIA DE CONFERENCIA ROMPIDA, LOG VIVO "
                           "MANTIDO SEM EXPURGO (VER CADVERIF)"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM P210-ABRE-ARQUIVOS
           IF WS-LOG-EXISTE NOT = 'S' THEN
                  INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD

           IF WS-IDX = 1 AND WS-QTD-ARQUIVADAS > 0 THEN
               PERFORM P260-GRAVA-ANCORAS
           END-IF

           DISPLAY WS-LOG-NOME(WS-IDX)
                   " - MANTIDAS: " WS-QTD-MANTIDAS
                   " ARQUIVADAS: " WS-QTD-ARQUIVADAS.
               WHEN 4 OPEN INPUT CALCLOG-IN-FILE
               WHEN 5 OPEN INPUT ALULOG-IN-FILE
               WHEN 6 OPEN INPUT LOTELOG-IN-FILE
               WHEN 7 OPEN INPUT CFGLOG-IN-FILE
           END-EVALUATE
           IF WS-IN-STATUS EQUAL 35 THEN
               DISPLAY WS-LOG-NOME(WS-IDX) " - AINDA NAO EXISTE"
                   IF WS-ARQ-STATUS EQUAL 35 THEN
                       OPEN OUTPUT LOTELOG-ARQ-FILE
                   END-IF
               WHEN 7
                   OPEN OUTPUT CFGLOG-NEW-FILE
                   OPEN EXTEND CFGLOG-ARQ-FILE
                   IF WS-ARQ-STATUS EQUAL 35 THEN
                       OPEN OUTPUT CFGLOG-ARQ-FILE
                   END-IF
           END-EVALUATE.

       P220-LE-LINHA.
                   READ LOTELOG-IN-FILE INTO WS-LINHA
                       AT END MOVE 'S' TO WS-EOF
                   END-READ
               WHEN 7
                   READ CFGLOG-IN-FILE INTO WS-LINHA
                       AT END MOVE 'S' TO WS-EOF
                   END-READ
           END-EVALUATE
           IF WS-EOF NOT = 'S' AND WS-IN-STATUS NOT = 0 THEN
      *        QUALQUER STATUS DE LEITURA FORA DO NORMAL ENCERRA O LOG
               MOVE 'S' TO WS-ERRO-LEITURA
           END-IF.

       P230-CONFERE-CADEIA.
      *    ANTES DE MEXER NO ALISTAMENTO.LOG A CADEIA GRAVADA E
      *    CONFERIDA DE PONTA A PONTA - EXPURGAR UM LOG ADULTERADO
      *    LEVARIA A ADULTERACAO PARA O .ARQ JA ENCADEADA DE NOVO, SEM
      *    RASTRO. TAMBEM GUARDA O ESTADO DAS DUAS ANCORAS.
           MOVE 'S' TO WS-CADEIA-LIBERADA
           OPEN INPUT ALIS-IN-FILE
           IF WS-IN-STATUS NOT = 0 THEN
      *        LOG INEXISTENTE OU QUE NAO ABRE - O P210 TRATA.
               EXIT PARAGRAPH
           END-IF
           MOVE 'ALISTAMENTO.LOG.ANC' TO WS-ANC-PATH
           PERFORM P-CADEIA-INICIA-CONFERENCIA
           MOVE 211 TO WS-CAD-TAM
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ ALIS-IN-FILE INTO WS-LINHA
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE WS-LINHA        TO WS-CAD-LINHA
                       MOVE WS-LINHA(212:9) TO WS-CAD-LIDO
                       PERFORM P-CADEIA-CONFERE
               END-READ
               IF WS-EOF NOT = 'S' AND WS-IN-STATUS NOT = 0 THEN
                   MOVE 'N' TO WS-CAD-OK
                   MOVE 'S' TO WS-EOF
               END-IF
           END-PERFORM
           CLOSE ALIS-IN-FILE
           PERFORM P-CADEIA-FECHA-CONFERENCIA
           IF WS-CAD-OK NOT = 'S' THEN
               MOVE 'N' TO WS-CADEIA-LIBERADA
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAD-SEMENTE TO WS-VIVO-SEMENTE
           MOVE WS-CAD-SEMENTE TO WS-VIVO-ULTIMO

           MOVE 'ALISTAMENTO.LOG.ARQ.ANC' TO WS-ANC-PATH
           PERFORM P-CADEIA-LE-ANCORA
           MOVE WS-CAD-SEMENTE TO WS-ARQ-SEMENTE
           MOVE WS-CAD-ULTIMO  TO WS-ARQ-ULTIMO
           MOVE WS-CAD-QTD     TO WS-ARQ-QTD.

       P250-FECHA-ARQUIVOS.
           EVALUATE WS-IDX
               WHEN 1
                   CLOSE LOTELOG-ARQ-FILE
                   CLOSE LOTELOG-NEW-FILE
                   CLOSE LOTELOG-IN-FILE
               WHEN 7
                   CLOSE CFGLOG-ARQ-FILE
                   CLOSE CFGLOG-NEW-FILE
                   CLOSE CFGLOG-IN-FILE
           END-EVALUATE.

       P260-GRAVA-ANCORAS.
      *    O .ARQ GANHOU AS LINHAS ARQUIVADAS NA SEQUENCIA DA SUA
      *    CADEIA; O LOG VIVO PASSA A COMECAR DO ELO DA ULTIMA LINHA
      *    ARQUIVADA.
           MOVE 'ALISTAMENTO.LOG.ARQ.ANC' TO WS-ANC-PATH
           MOVE WS-ARQ-SEMENTE  TO WS-CAD-SEMENTE
           MOVE WS-ARQ-ULTIMO   TO WS-CAD-ELO
           MOVE WS-ARQ-QTD      TO WS-CAD-QTD
           PERFORM P-CADEIA-GRAVA-ANCORA
           MOVE 'ALISTAMENTO.LOG.ANC' TO WS-ANC-PATH
           MOVE WS-VIVO-SEMENTE TO WS-CAD-SEMENTE
           MOVE WS-VIVO-ULTIMO  TO WS-CAD-ELO
           MOVE WS-QTD-MANTIDAS TO WS-CAD-QTD
           PERFORM P-CADEIA-GRAVA-ANCORA.

       P300-CLASSIFICA-LINHA.
      *    A DATA E O PREFIXO AAAAMMDD DA LINHA (TIMESTAMP DE
      *    FUNCTION CURRENT-DATE OU DATA PURA, CONFORME O LOG). LINHA
      *    SEM DATA LEGIVEL FICA NO LOG VIVO, POR PRUDENCIA.
      *    NO ALISTAMENTO.LOG, DEPOIS DA PRIMEIRA LINHA MANTIDA TODAS
      *    AS SEGUINTES FICAM - A CADEIA NAO ADMITE BURACO NO MEIO.
           IF WS-IDX = 1 AND WS-JA-MANTEVE = 'S' THEN
               PERFORM P400-MANTEM
               EXIT PARAGRAPH
           END-IF
           IF WS-LINHA(1:8) IS NOT NUMERIC THEN
               PERFORM P400-MANTEM
               EXIT PARAGRAPH
               WHEN 4 WRITE CALCLOG-NEW-REC FROM WS-LINHA
               WHEN 5 WRITE ALULOG-NEW-REC  FROM WS-LINHA
               WHEN 6 WRITE LOTELOG-NEW-REC FROM WS-LINHA
               WHEN 7 WRITE CFGLOG-NEW-REC  FROM WS-LINHA
           END-EVALUATE
           IF WS-IDX = 1 THEN
               MOVE 'S' TO WS-JA-MANTEVE
               MOVE WS-LINHA(212:9) TO WS-VIVO-ULTIMO
           END-IF
           ADD 1 TO WS-QTD-MANTIDAS.

       P410-ARQUIVA.
           IF WS-IDX = 1 THEN
      *        O ELO ORIGINAL DA LINHA VIRA A SEMENTE DO LOG VIVO; NO
      *        .ARQ ELA E ENCADEADA A PARTIR DO ULTIMO ELO DELE.
               MOVE WS-LINHA(212:9) TO WS-VIVO-SEMENTE
               MOVE WS-VIVO-SEMENTE TO WS-VIVO-ULTIMO
               MOVE WS-LINHA        TO WS-CAD-LINHA
               MOVE 211             TO WS-CAD-TAM
               MOVE WS-ARQ-ULTIMO   TO WS-CAD-ANT
               PERFORM P-CADEIA-CALCULA
               MOVE WS-CAD-ELO      TO WS-LINHA(212:9)
               MOVE WS-CAD-ELO      TO WS-ARQ-ULTIMO
               ADD 1 TO WS-ARQ-QTD
           END-IF
           EVALUATE WS-IDX
               WHEN 1 WRITE ALIS-ARQ-REC    FROM WS-LINHA
               WHEN 2 WRITE CLILOG-ARQ-REC  FROM WS-LINHA
               WHEN 4 WRITE CALCLOG-ARQ-REC FROM WS-LINHA
               WHEN 5 WRITE ALULOG-ARQ-REC  FROM WS-LINHA
               WHEN 6 WRITE LOTELOG-ARQ-REC FROM WS-LINHA
               WHEN 7 WRITE CFGLOG-ARQ-REC  FROM WS-LINHA
           END-EVALUATE.

       P500-EXPURGA-SPOOL.
      *    O INDICE E REGRAVADO INTEIRO (SPOOL.IDX.NEW + mv) - AS
      *    LINHAS DOS JOBS EXPURGADOS FICAM, COM A DATA DO EXPURGO.
           MOVE 0 TO WS-QTD-JOBS-MANT
           MOVE 0 TO WS-QTD-JOBS-EXP
           OPEN INPUT SPOOL-IDX-FILE
           IF WS-IN-STATUS EQUAL 35 THEN
               DISPLAY "SPOOL.IDX - AINDA NAO EXISTE"
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-STATUS NOT = 0 THEN
               DISPLAY "SPOOL.IDX - NAO PROCESSADO, STATUS "
                       WS-IN-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SPOOL-NEW-FILE
           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-ERRO-LEITURA
           PERFORM UNTIL WS-EOF = 'S'
               READ SPOOL-IDX-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-IN-STATUS NOT = 0 THEN
                           MOVE 'S' TO WS-ERRO-LEITURA
                           MOVE 'S' TO WS-EOF
                       ELSE
                           PERFORM P510-AVALIA-JOB
                           WRITE SPOOL-NEW-REC FROM SPOOL-IDX-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SPOOL-IDX-FILE
           CLOSE SPOOL-NEW-FILE

           IF WS-ERRO-LEITURA = 'S' THEN
               DISPLAY "SPOOL.IDX - INDICE MANTIDO SEM REGRAVAR"
               EXIT PARAGRAPH
           END-IF
           MOVE "mv SPOOL.IDX.NEW SPOOL.IDX" TO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           DISPLAY "SPOOL.IDX - JOBS MANTIDOS: " WS-QTD-JOBS-MANT
                   " EXPURGADOS: " WS-QTD-JOBS-EXP.

       P510-AVALIA-JOB.
           IF NOT SPL-ATIVO THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INT-LINHA = FUNCTION INTEGER-OF-DATE(SPL-DATA)
           COMPUTE WS-DIAS-IDADE = WS-INT-HOJE - WS-INT-LINHA
           IF WS-DIAS-IDADE <= WS-SPL-RETENCAO THEN
               ADD 1 TO WS-QTD-JOBS-MANT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SPL-JOB-ARQ
           STRING "SPOOL/J" DELIMITED BY SIZE
                  SPL-JOB DELIMITED BY SIZE
                  ".PRN" DELIMITED BY SIZE
                  INTO WS-SPL-JOB-ARQ
           END-STRING
           MOVE SPACES TO WS-CMD
           STRING "rm -f " DELIMITED BY SIZE
                  WS-SPL-JOB-ARQ DELIMITED BY SPACE
                  INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           MOVE 'E'        TO SPL-SITUACAO
           MOVE WS-DT-HOJE TO SPL-DT-EXPURGO
           ADD 1 TO WS-QTD-JOBS-EXP.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY CADEIA.
       COPY TREINO.

       END PROGRAM LOGARQ.
