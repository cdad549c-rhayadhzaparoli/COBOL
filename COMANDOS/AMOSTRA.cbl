      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: SORTEIO DIARIO DA CONFERENCIA POR AMOSTRAGEM DOS
      *          ALISTAMENTOS - DEPOIS DE EFETIVADO, UM ALISTAMENTO SO
      *          ERA REVISTO SE ALGUEM RECLAMASSE, E O CHGRPT/OPERPROD
      *          SO MEDEM VOLUME. PARA CADA DIA JA ENCERRADO (ANTERIOR A
      *          DATA OFICIAL DE MOVIMENTO, VER DATAMOV) E AINDA NAO
      *          SORTEADO, LE OS ALISTAMENTOS DO DIA EM REGISTRO PELA
      *          CHAVE DT-ALISTAMENTO, IDENTIFICA QUEM EFETIVOU CADA UM
      *          (LINHA "INCLUSAO" DE ALISTAMENTO.LOG) E SORTEIA O
      *          PERCENTUAL PADRAO DE AMOSTRA.CTL - OU O PERCENTUAL
      *          ELEVADO, PARA O OPERADOR QUE TEVE ERRO APONTADO NAS
      *          AMOSTRAS CONFERIDAS NOS ULTIMOS N DIAS. OS SORTEADOS
      *          VAO PARA A FILA AMOSTRA.DAT (VER AMOSDATA), CONFERIDA
      *          PELO SUPERVISOR NO AMOREV, E SAEM EM AMOSTRA.PRN
      *          (REFEITO A CADA EXECUCAO). O ULTIMO DIA SORTEADO FICA
      *          EM AMOSTRA.ULT - RODAR DE NOVO NAO SORTEIA O MESMO DIA
      *          DUAS VEZES, E A NOITE PERDIDA E RECUPERADA NA SEGUINTE.
      *          SEM AMOSTRA.CTL VALEM 5% PADRAO, 20% ELEVADO E 90 DIAS.
      *          RODA SEM OPERADOR, COMO ETAPA DO LOTE NOTURNO
      *          (LOTENOITE.CTL).
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM AMOSTRA.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMOSTRA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-FILE ASSIGN TO 'REGISTRO'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-REG-STATUS.

           SELECT CHG-LOG-FILE ASSIGN TO 'ALISTAMENTO.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CHG-STATUS.

           SELECT AMO-FILE ASSIGN TO 'AMOSTRA.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AMO-STATUS.

           SELECT AMO-CTL-FILE ASSIGN TO 'AMOSTRA.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AMC-STATUS.

           SELECT AMO-ULT-FILE ASSIGN TO 'AMOSTRA.ULT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AMU-STATUS.

           SELECT AMO-PRN-FILE ASSIGN TO 'AMOSTRA.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRN-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO 'DATAMOV.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATAMOV-STATUS.

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
       FD REG-FILE.
       COPY PRSDATA.

       FD CHG-LOG-FILE.
       COPY CHGLOGDATA.

       FD AMO-FILE.
       COPY AMOSDATA.

       FD AMO-CTL-FILE.
      *    MESMO LAYOUT DE AMO-CTL-REC NO CTLMNT.
       01 AMO-CTL-REC.
         05 AMC-PCT-PADRAO    PIC 9(03).
         05 AMC-PCT-ELEVADO   PIC 9(03).
         05 AMC-DIAS-HIST     PIC 9(03).

       FD AMO-ULT-FILE.
       01 AMO-ULT-REC.
         05 AMU-DT-ULTIMA     PIC 9(08).

       FD AMO-PRN-FILE.
       01 AMO-LINE           PIC X(100).

       FD DATAMOV-FILE.
       01 DATAMOV-REC.
         05 DTM-DATA-NEGOCIO   PIC 9(08).
         05 DTM-ULTIMA-FECHADA PIC 9(08).

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
       01 WS-REG-STATUS      PIC 99.
       01 WS-CHG-STATUS      PIC 99.
       01 WS-AMO-STATUS      PIC 99.
       01 WS-AMC-STATUS      PIC 99.
       01 WS-AMU-STATUS      PIC 99.
       01 WS-PRN-STATUS      PIC 99.
       01 WS-EOF             PIC X      VALUE 'N'.
       01 WS-ACHOU           PIC X      VALUE 'N'.

      *    PARAMETROS (AMOSTRA.CTL) E FAIXA DE DIAS A SORTEAR.
       01 WS-PCT-PADRAO      PIC 9(03)  VALUE 5.
       01 WS-PCT-ELEVADO     PIC 9(03)  VALUE 20.
       01 WS-DIAS-HIST       PIC 9(03)  VALUE 90.
       01 WS-DT-ULTIMA       PIC 9(08)  VALUE 0.
       01 WS-DT-DE           PIC 9(08)  VALUE 0.
       01 WS-DT-ATE          PIC 9(08)  VALUE 0.
       01 WS-DT-CORTE-HIST   PIC 9(08)  VALUE 0.

      *    OPERADORES COM ERRO NAS AMOSTRAS CONFERIDAS DENTRO DO
      *    HISTORICO (MESMO LIMITE DA TABELA DE OPERADORES DO CAIXA).
       01 WS-QTD-OPER-ERRO   PIC 9(02)  VALUE 0.
       01 WS-ERR-IDX         PIC 9(02)  VALUE 0.
       01 WS-ERR-TAB.
         05 WS-ERR-OPERADOR  PIC X(10) OCCURS 50 TIMES.

      *    ALISTAMENTOS DA FAIXA DE DIAS (CANDIDATOS AO SORTEIO).
       01 WS-QTD-CAND        PIC 9(04)  VALUE 0.
       01 WS-CAND-IDX        PIC 9(04)  VALUE 0.
       01 WS-QTD-FORA        PIC 9(05)  VALUE 0.
       01 WS-CAND-TAB.
         05 WS-CAND-ITEM OCCURS 2000 TIMES.
           10 WS-CAND-CPF      PIC 9(11).
           10 WS-CAND-NOME     PIC X(50).
           10 WS-CAND-DT       PIC 9(08).
           10 WS-CAND-OPERADOR PIC X(10).

      *    SORTEIO.
       01 WS-SEMENTE         PIC 9(08)  VALUE 0.
       01 WS-SORTEIO         PIC 9(03)V9(04) VALUE 0.
       01 WS-TAXA            PIC 9(03)  VALUE 0.
       01 WS-QTD-SORTEADOS   PIC 9(05)  VALUE 0.
       01 WS-QTD-ELEVADOS    PIC 9(05)  VALUE 0.
       01 WS-QTD-ED          PIC ZZ,ZZ9.
       01 WS-TAXA-ED         PIC ZZ9.
       01 WS-TAXA2-ED        PIC ZZ9.
       01 WS-OPER-ED         PIC X(10)  VALUE SPACES.

       COPY WSDATAMOV.
       COPY WSFILELOCK.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'AMOSTRA' TO WS-SPL-PROGRAMA
           DISPLAY "******** SORTEIO DE CONFERENCIA POR AMOSTRAGEM "
                   "********"
           PERFORM P-DATA-NEGOCIO
           IF WS-DT-NEG-OK NOT = 'S' THEN
               GO TO P999-STOP
           END-IF
           PERFORM P050-PARAMETROS

      *    SO DIAS JA ENCERRADOS: DO DIA SEGUINTE AO ULTIMO SORTEADO
      *    ATE A VESPERA DA DATA DE MOVIMENTO. NA PRIMEIRA EXECUCAO,
      *    SO A VESPERA (O ACERVO ANTIGO NAO ENTRA NA AMOSTRA).
           COMPUTE WS-DT-ATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DT-NEGOCIO) - 1)
           IF WS-DT-ULTIMA = 0 THEN
               MOVE WS-DT-ATE TO WS-DT-DE
           ELSE
               COMPUTE WS-DT-DE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-DT-ULTIMA) + 1)
           END-IF
           IF WS-DT-DE > WS-DT-ATE THEN
               DISPLAY "NENHUM DIA NOVO A SORTEAR - ULTIMO SORTEADO: "
                       WS-DT-ULTIMA
               GO TO P999-STOP
           END-IF

           MOVE "REGISTRO.LCK" TO WS-LOCK-PATH
           MOVE "AMOSTRA"      TO WS-LOCK-PROGRAMA
           MOVE "LOTE"         TO WS-LOCK-OPERADOR
           PERFORM P-TRAVA-ARQUIVO
           IF WS-LOCK-OK NOT = 'S' THEN
               DISPLAY "REGISTRO EM USO - SORTEIO ADIADO PARA A "
                       "PROXIMA EXECUCAO"
               GO TO P999-STOP
           END-IF

           MOVE 'AMOSTRA.PRN' TO WS-SPL-ARQUIVO
           MOVE 100           TO WS-SPL-TAM-REG
           MOVE 'S'           TO WS-SPL-PESSOAL
           OPEN OUTPUT AMO-PRN-FILE
           MOVE SPACES TO AMO-LINE
           STRING "CONFERENCIA POR AMOSTRAGEM - ALISTAMENTOS DE "
                                                  DELIMITED BY SIZE
                  WS-DT-DE                        DELIMITED BY SIZE
                  " A "                           DELIMITED BY SIZE
                  WS-DT-ATE                       DELIMITED BY SIZE
                  INTO AMO-LINE
           PERFORM P800-IMPRIME
           MOVE WS-PCT-PADRAO  TO WS-TAXA-ED
           MOVE WS-PCT-ELEVADO TO WS-TAXA2-ED
           MOVE SPACES TO AMO-LINE
           STRING "PERCENTUAL PADRAO: "           DELIMITED BY SIZE
                  WS-TAXA-ED                      DELIMITED BY SIZE
                  "%  ELEVADO: "                  DELIMITED BY SIZE
                  WS-TAXA2-ED                     DELIMITED BY SIZE
                  "%"                             DELIMITED BY SIZE
                  INTO AMO-LINE
           PERFORM P800-IMPRIME

           PERFORM P100-CARREGA-HISTORICO
           PERFORM P200-CARREGA-CANDIDATOS
           IF WS-QTD-CAND > 0 THEN
               PERFORM P300-IDENTIFICA-OPERADOR
               PERFORM P400-SORTEIO
           END-IF

      *    FAIXA SORTEADA FICA REGISTRADA MESMO SEM ALISTAMENTO NO
      *    PERIODO - A PROXIMA EXECUCAO COMECA DEPOIS DELA.
           OPEN OUTPUT AMO-ULT-FILE
           MOVE WS-DT-ATE TO AMU-DT-ULTIMA
           WRITE AMO-ULT-REC
           CLOSE AMO-ULT-FILE

           PERFORM P700-TOTAIS
           CLOSE AMO-PRN-FILE
           PERFORM P-SPOOL-ARQUIVA
           GO TO P999-STOP.

       P050-PARAMETROS.
           OPEN INPUT AMO-CTL-FILE
           IF WS-AMC-STATUS NOT EQUAL 35 THEN
               READ AMO-CTL-FILE
                   NOT AT END
                       IF AMC-PCT-PADRAO > 0 THEN
                           MOVE AMC-PCT-PADRAO TO WS-PCT-PADRAO
                       END-IF
                       IF AMC-PCT-ELEVADO > 0 THEN
                           MOVE AMC-PCT-ELEVADO TO WS-PCT-ELEVADO
                       END-IF
                       IF AMC-DIAS-HIST > 0 THEN
                           MOVE AMC-DIAS-HIST TO WS-DIAS-HIST
                       END-IF
               END-READ
               CLOSE AMO-CTL-FILE
           END-IF
           OPEN INPUT AMO-ULT-FILE
           IF WS-AMU-STATUS NOT EQUAL 35 THEN
               READ AMO-ULT-FILE
                   NOT AT END
                       MOVE AMU-DT-ULTIMA TO WS-DT-ULTIMA
               END-READ
               CLOSE AMO-ULT-FILE
           END-IF.

       P100-CARREGA-HISTORICO.
      *    OPERADOR COM AO MENOS UM ERRO APONTADO EM AMOSTRA CONFERIDA
      *    NOS ULTIMOS WS-DIAS-HIST DIAS PASSA AO PERCENTUAL ELEVADO.
           COMPUTE WS-DT-CORTE-HIST = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DT-NEGOCIO)
                   - WS-DIAS-HIST)
           OPEN INPUT AMO-FILE
           IF WS-AMO-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ AMO-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF AMO-SITUACAO = 'E' AND
                          AMO-OPERADOR NOT = SPACES AND
                          AMO-DT-REVISAO NOT < WS-DT-CORTE-HIST THEN
                           PERFORM P110-MARCA-OPERADOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AMO-FILE.

       P110-MARCA-OPERADOR.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-ERR-IDX FROM 1 BY 1
                   UNTIL WS-ERR-IDX > WS-QTD-OPER-ERRO
                      OR WS-ACHOU = 'S'
               IF WS-ERR-OPERADOR(WS-ERR-IDX) = AMO-OPERADOR THEN
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU NOT = 'S' AND WS-QTD-OPER-ERRO < 50 THEN
               ADD 1 TO WS-QTD-OPER-ERRO
               MOVE AMO-OPERADOR TO WS-ERR-OPERADOR(WS-QTD-OPER-ERRO)
           END-IF.

       P200-CARREGA-CANDIDATOS.
           OPEN INPUT REG-FILE
           IF WS-REG-STATUS EQUAL 35 THEN
               MOVE "REGISTRO AINDA NAO FOI CRIADO" TO AMO-LINE
               PERFORM P800-IMPRIME
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE WS-DT-DE TO DT-ALISTAMENTO
           START REG-FILE KEY IS NOT LESS THAN DT-ALISTAMENTO
               INVALID KEY
                   MOVE 'S' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'S'
               READ REG-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF DT-ALISTAMENTO > WS-DT-ATE THEN
                           MOVE 'S' TO WS-EOF
                       ELSE
                           PERFORM P210-GUARDA-CANDIDATO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REG-FILE.

       P210-GUARDA-CANDIDATO.
           IF WS-QTD-CAND < 2000 THEN
               ADD 1 TO WS-QTD-CAND
               MOVE CPF            TO WS-CAND-CPF(WS-QTD-CAND)
               MOVE NAMES          TO WS-CAND-NOME(WS-QTD-CAND)
               MOVE DT-ALISTAMENTO TO WS-CAND-DT(WS-QTD-CAND)
               MOVE SPACES         TO WS-CAND-OPERADOR(WS-QTD-CAND)
           ELSE
               ADD 1 TO WS-QTD-FORA
           END-IF.

       P300-IDENTIFICA-OPERADOR.
      *    QUEM EFETIVOU E O OPERADOR DA LINHA "INCLUSAO" DO CPF (VER
      *    P915-LOG-INCLUSAO NO ALISTAMENTO-MILITAR). CPF REALISTADO
      *    DEPOIS DE CANCELADO TEM MAIS DE UMA - VALE A ULTIMA.
           OPEN INPUT CHG-LOG-FILE
           IF WS-CHG-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ CHG-LOG-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF CHG-FIELD = "INCLUSAO" THEN
                           PERFORM P310-CONFERE-INCLUSAO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHG-LOG-FILE.

       P310-CONFERE-INCLUSAO.
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-QTD-CAND
               IF WS-CAND-CPF(WS-CAND-IDX) = CHG-CPF THEN
                   MOVE CHG-OPERADOR TO WS-CAND-OPERADOR(WS-CAND-IDX)
               END-IF
           END-PERFORM.

       P400-SORTEIO.
      *    A SEMENTE VEM DO RELOGIO (HHMMSSCC), ENTAO CADA EXECUCAO
      *    SORTEIA DIFERENTE; O PRIMEIRO RANDOM SO A FIXA.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-SEMENTE
           COMPUTE WS-SORTEIO = FUNCTION RANDOM(WS-SEMENTE)
           MOVE SPACES TO AMO-LINE
           PERFORM P800-IMPRIME
           MOVE "-- SORTEADOS (DIA / CPF / NOME / OPERADOR / TAXA)"
             TO AMO-LINE
           PERFORM P800-IMPRIME

           OPEN EXTEND AMO-FILE
           IF WS-AMO-STATUS EQUAL 35 THEN
               OPEN OUTPUT AMO-FILE
           END-IF
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-QTD-CAND
               PERFORM P410-SORTEIA-UM
           END-PERFORM
           CLOSE AMO-FILE.

       P410-SORTEIA-UM.
           MOVE WS-PCT-PADRAO TO WS-TAXA
           IF WS-CAND-OPERADOR(WS-CAND-IDX) NOT = SPACES THEN
               PERFORM VARYING WS-ERR-IDX FROM 1 BY 1
                       UNTIL WS-ERR-IDX > WS-QTD-OPER-ERRO
                   IF WS-ERR-OPERADOR(WS-ERR-IDX) =
                      WS-CAND-OPERADOR(WS-CAND-IDX) THEN
                       MOVE WS-PCT-ELEVADO TO WS-TAXA
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE WS-SORTEIO = FUNCTION RANDOM * 100
           IF WS-SORTEIO NOT < WS-TAXA THEN
               EXIT PARAGRAPH
           END-IF

           INITIALIZE AMO-REC
           MOVE WS-CAND-CPF(WS-CAND-IDX)      TO AMO-CPF
           MOVE WS-CAND-NOME(WS-CAND-IDX)     TO AMO-NOME
           MOVE WS-CAND-OPERADOR(WS-CAND-IDX) TO AMO-OPERADOR
           MOVE WS-CAND-DT(WS-CAND-IDX)       TO AMO-DT-ALISTAMENTO
           MOVE WS-DT-NEGOCIO                 TO AMO-DT-SORTEIO
           MOVE WS-TAXA                       TO AMO-TAXA
           MOVE SPACE                         TO AMO-SITUACAO
           WRITE AMO-REC
           ADD 1 TO WS-QTD-SORTEADOS
           IF WS-TAXA = WS-PCT-ELEVADO AND
              WS-PCT-ELEVADO NOT = WS-PCT-PADRAO THEN
               ADD 1 TO WS-QTD-ELEVADOS
           END-IF

           MOVE AMO-OPERADOR TO WS-OPER-ED
           IF WS-OPER-ED = SPACES THEN
               MOVE "(SEM LOG)" TO WS-OPER-ED
           END-IF
           MOVE AMO-TAXA TO WS-TAXA-ED
           MOVE SPACES TO AMO-LINE
           STRING AMO-DT-ALISTAMENTO DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  AMO-CPF            DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  AMO-NOME(1:40)     DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-OPER-ED         DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-TAXA-ED         DELIMITED BY SIZE
                  "%"                DELIMITED BY SIZE
                  INTO AMO-LINE
           PERFORM P800-IMPRIME.

       P700-TOTAIS.
           MOVE SPACES TO AMO-LINE
           PERFORM P800-IMPRIME
           MOVE WS-QTD-CAND TO WS-QTD-ED
           MOVE SPACES TO AMO-LINE
           STRING "ALISTAMENTOS NO PERIODO:       " DELIMITED BY SIZE
                  WS-QTD-ED                         DELIMITED BY SIZE
                  INTO AMO-LINE
           PERFORM P800-IMPRIME
           MOVE WS-QTD-SORTEADOS TO WS-QTD-ED
           MOVE SPACES TO AMO-LINE
           STRING "SORTEADOS PARA CONFERENCIA:    " DELIMITED BY SIZE
                  WS-QTD-ED                         DELIMITED BY SIZE
                  INTO AMO-LINE
           PERFORM P800-IMPRIME
           MOVE WS-QTD-ELEVADOS TO WS-QTD-ED
           MOVE SPACES TO AMO-LINE
           STRING "  DOS QUAIS COM TAXA ELEVADA:  " DELIMITED BY SIZE
                  WS-QTD-ED                         DELIMITED BY SIZE
                  INTO AMO-LINE
           PERFORM P800-IMPRIME
           IF WS-QTD-FORA > 0 THEN
               MOVE WS-QTD-FORA TO WS-QTD-ED
               MOVE SPACES TO AMO-LINE
               STRING "ACIMA DA TABELA DE 2000, FORA DO SORTEIO: "
                                                  DELIMITED BY SIZE
                      WS-QTD-ED                   DELIMITED BY SIZE
                      INTO AMO-LINE
               PERFORM P800-IMPRIME
           END-IF.

       P800-IMPRIME.
           WRITE AMO-LINE
           DISPLAY AMO-LINE.

       P999-STOP.
           IF WS-LOCK-OK = 'S' THEN
               PERFORM P-DESTRAVA-ARQUIVO
           END-IF
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY DATAMOV.
       COPY FILELOCK.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM AMOSTRA.
