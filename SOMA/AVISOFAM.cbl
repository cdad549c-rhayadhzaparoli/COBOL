      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: LOTE SEMANAL DE AVISO AS FAMILIAS - CRUZA A FREQUENCIA
      *          DO ANO LETIVO (FREQ.DAT) COM AS MEDIAS PARCIAIS POR
      *          DISCIPLINA (NOTAS.DAT, MEDIA SO DAS NOTAS JA LANCADAS)
      *          E APONTA O ALUNO ENTURMADO QUE CAMINHA PARA A
      *          REPROVACAO: FREQUENCIA ABAIXO DO MINIMO OU MEDIA
      *          PARCIAL ABAIXO DA MEDIA DE APROVACAO EM ALGUMA
      *          DISCIPLINA (LIMITES DE CALCMEDIA.CTL, OS MESMOS DO
      *          CALCMEDIA). PARA CADA RESPONSAVEL CADASTRADO (VER
      *          RESPDATA/RESPMNT) IMPRIME UMA CARTA EM CARTAFAM.PRN E
      *          REGISTRA O AVISO EM AVISOFAM.LOG; FAMILIA JA AVISADA
      *          NOS ULTIMOS 7 DIAS NAO RECEBE OUTRA CARTA NA SEMANA.
      *          A COORDENACAO RECEBE EM AVISOFAM.PRN A LISTA POR TURMA
      *          COM A SITUACAO DE CADA ALUNO (CARTA EMITIDA, JA
      *          AVISADO, SEM RESPONSAVEL CADASTRADO).
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM CARTAFAM.PRN E AVISOFAM.PRN
      *                  PASSA A SER ARQUIVADA COMO JOB NUMERADO NO
      *                  ARQUIVO DE IMPRESSAO (SPOOL.IDX, VER
      *                  SPOOL.cpy), COM OPERADOR, DATA/HORA, PAGINAS E
      *                  REGISTROS - UMA NOVA RODADA NAO APAGA MAIS A
      *                  ANTERIOR; CONSULTA E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISOFAM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUM-FILE ASSIGN TO 'ALUMESTRE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALUM-ID
           FILE STATUS IS WS-ALUM-STATUS.

           SELECT RESP-FILE ASSIGN TO 'RESPONSAVEL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RESP-CHAVE
           FILE STATUS IS WS-RESP-STATUS.

           SELECT NOTA-FILE ASSIGN TO 'NOTAS.DAT'
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS WS-NOTA-STATUS.

           SELECT FREQ-FILE ASSIGN TO 'FREQ.DAT'
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS WS-FREQ-STATUS.

           SELECT THR-FILE ASSIGN TO 'CALCMEDIA.CTL'
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS WS-THR-STATUS.

           SELECT AVISO-LOG-FILE ASSIGN TO 'AVISOFAM.LOG'
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS WS-AVLOG-STATUS.

           SELECT CARTA-FILE ASSIGN TO 'CARTAFAM.PRN'
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS WS-CARTA-STATUS.

           SELECT LISTA-FILE ASSIGN TO 'AVISOFAM.PRN'
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS WS-LISTA-STATUS.

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
       FD  ALUM-FILE.
       COPY ALUMDATA.

       FD  RESP-FILE.
       COPY RESPDATA.

       FD  NOTA-FILE.
       COPY NOTADATA.

       FD  FREQ-FILE.
       COPY FREQDATA.

       FD  THR-FILE.
       01  THR-REC.
           05  THR-VALUE       PIC 9(002)V99.

      *    UMA LINHA POR CARTA EMITIDA (ALUNO + RESPONSAVEL), COM O
      *    MOTIVO: 'F' = FREQUENCIA, 'N' = NOTAS, 'A' = AMBOS.
       FD  AVISO-LOG-FILE.
       01  AVISO-LOG-REC.
           05  AVL-TIMESTAMP       PIC X(020).
           05  AVL-DATA            PIC 9(008).
           05  AVL-ALU-ID          PIC 9(005).
           05  AVL-RESP-SEQ        PIC 9(002).
           05  AVL-RESP-NOME       PIC X(040).
           05  AVL-TURMA           PIC X(006).
           05  AVL-MOTIVO          PIC X(001).
           05  AVL-PCT-FREQ        PIC 9(003).
           05  AVL-MEDIA           PIC 9(002)V99.
           05  AVL-DISCIPLINA      PIC X(020).

       FD  CARTA-FILE.
       01  CARTA-LINE              PIC X(80).

       FD  LISTA-FILE.
       01  LISTA-LINE              PIC X(80).

       FD  SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD  SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01  WS-ALUM-STATUS      PIC 99.
       01  WS-RESP-STATUS      PIC 99.
       01  WS-NOTA-STATUS      PIC 99.
       01  WS-FREQ-STATUS      PIC 99.
       01  WS-THR-STATUS       PIC 99.
       01  WS-AVLOG-STATUS     PIC 99.
       01  WS-CARTA-STATUS     PIC 99.
       01  WS-LISTA-STATUS     PIC 99.
       01  WS-EOF              PIC X     VALUE 'N'.
       01  WS-ACHOU            PIC X     VALUE 'N'.
       01  WS-THRESHOLD        PIC 9(002)V99 VALUE 6.
       01  WS-FREQ-MINIMA      PIC 9(003) VALUE 75.
       01  WS-HOJE             PIC 9(08) VALUE 0.
       01  WS-INT-HOJE         PIC S9(09) VALUE 0.
       01  WS-INT-AVISO        PIC S9(09) VALUE 0.
       01  WS-CURR-DATE.
           05 WS-CURR-YY PIC 9(04) VALUE 0.
           05 WS-CURR-MM PIC 99 VALUE 0.
           05 WS-CURR-DD PIC 99 VALUE 0.
       01  WS-QTD-CARTAS       PIC 9(05) VALUE 0.
       01  WS-QTD-JA-AVISADOS  PIC 9(05) VALUE 0.
       01  WS-QTD-SEM-RESP     PIC 9(05) VALUE 0.
       01  WS-CARTAS-ALUNO     PIC 9(02) VALUE 0.

      *    FREQUENCIA ACUMULADA POR ALUNO E ANO LETIVO (FREQ.DAT NAO E
      *    ARQUIVADO NA VIRADA DO ANO - O ANO VEM DA DATA DA SESSAO).
       01  WS-QTD-FREQ         PIC 9(04) VALUE 0.
       01  WS-FQ-IDX           PIC 9(04) VALUE 0.
       01  WS-FREQ-TAB.
           05  WS-FQ-ITEM OCCURS 1000 TIMES.
               10  WS-FQ-ID         PIC 9(005).
               10  WS-FQ-ANO        PIC 9(004).
               10  WS-FQ-SESSOES    PIC 9(004).
               10  WS-FQ-PRESENC    PIC 9(004).

      *    MEDIAS PARCIAIS ABAIXO DA MEDIA, POR ALUNO: A PIOR
      *    DISCIPLINA E QUANTAS ESTAO ABAIXO.
       01  WS-QTD-NT           PIC 9(04) VALUE 0.
       01  WS-NT-IDX           PIC 9(04) VALUE 0.
       01  WS-NOTAS-TAB.
           05  WS-NT-ITEM OCCURS 1000 TIMES.
               10  WS-NT-ID         PIC 9(005).
               10  WS-NT-QTD-BAIXA  PIC 9(002).
               10  WS-NT-PIOR       PIC 9(002)V99.
               10  WS-NT-DISC       PIC X(020).
       01  WS-QTD-LANCADAS     PIC 9(01) VALUE 0.
       01  WS-SOMA-LANCADAS    PIC 9(03)V99 VALUE 0.
       01  WS-MEDIA-PARCIAL    PIC 9(02)V99 VALUE 0.

      *    ALUNOS EM RISCO DA RODADA. WS-RC-SIT: 'C' = CARTA EMITIDA,
      *    'J' = FAMILIA JA AVISADA NA SEMANA, 'S' = SEM RESPONSAVEL.
       01  WS-QTD-RISCO        PIC 9(04) VALUE 0.
       01  WS-RC-IDX           PIC 9(04) VALUE 0.
       01  WS-RISCO-TAB.
           05  WS-RC-ITEM OCCURS 500 TIMES.
               10  WS-RC-ID         PIC 9(005).
               10  WS-RC-NOME       PIC X(040).
               10  WS-RC-TURMA      PIC X(006).
               10  WS-RC-MOTIVO     PIC X(001).
               10  WS-RC-TEM-FREQ   PIC X(001).
               10  WS-RC-PCT        PIC 9(003).
               10  WS-RC-QTD-BAIXA  PIC 9(002).
               10  WS-RC-PIOR       PIC 9(002)V99.
               10  WS-RC-DISC       PIC X(020).
               10  WS-RC-ULT-AVISO  PIC 9(008).
               10  WS-RC-SIT        PIC X(001).
               10  WS-RC-IMPRESSO   PIC X(001).

       01  WS-PCT-FREQ         PIC 9(003) VALUE 0.
       01  WS-TEM-FREQ         PIC X     VALUE 'N'.
       01  WS-RISCO-FREQ       PIC X     VALUE 'N'.
       01  WS-RISCO-NOTA       PIC X     VALUE 'N'.
       01  WS-TURMA-ATUAL      PIC X(06) VALUE SPACES.
       01  WS-SITUACAO-ED      PIC X(24) VALUE SPACES.
       01  WS-PCT-ED           PIC ZZ9.
       01  WS-MIN-ED           PIC ZZ9.
       01  WS-MEDIA-ED         PIC Z9,99.
       01  WS-THR-ED           PIC Z9,99.
       01  WS-QTD-ED           PIC Z9.
       01  WS-DATA-ED.
           05 WS-DATA-ED-DD    PIC 9(02).
           05 FILLER           PIC X(01) VALUE '/'.
           05 WS-DATA-ED-MM    PIC 9(02).
           05 FILLER           PIC X(01) VALUE '/'.
           05 WS-DATA-ED-YY    PIC 9(04).
       01  WS-LST-LINE.
           05  WS-LST-ID       PIC 9(05).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-LST-NOME     PIC X(25).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-LST-PCT      PIC ZZ9.
           05  WS-LST-PCT-X REDEFINES WS-LST-PCT PIC X(03).
           05  FILLER          PIC X(02) VALUE "% ".
           05  WS-LST-MEDIA    PIC Z9,99.
           05  WS-LST-MEDIA-X REDEFINES WS-LST-MEDIA PIC X(05).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-LST-DISC     PIC X(12).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-LST-SIT      PIC X(24).
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'AVISOFAM' TO WS-SPL-PROGRAMA
           DISPLAY "******** AVISO SEMANAL AS FAMILIAS ********"
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE WS-CURR-DATE TO WS-HOJE
           COMPUTE WS-INT-HOJE = FUNCTION INTEGER-OF-DATE(WS-HOJE)
           MOVE WS-CURR-DD TO WS-DATA-ED-DD
           MOVE WS-CURR-MM TO WS-DATA-ED-MM
           MOVE WS-CURR-YY TO WS-DATA-ED-YY

           PERFORM P100-READ-THRESHOLD
           PERFORM P150-CARREGA-FREQUENCIA
           PERFORM P170-CARREGA-NOTAS

           OPEN INPUT ALUM-FILE
           IF WS-ALUM-STATUS EQUAL 35 THEN
               DISPLAY "ALUMESTRE.DAT AINDA NAO FOI CRIADO "
                       "(VER ALUMMNT)"
               GO TO P999-STOP
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ ALUM-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF ALUM-TURMA NOT = SPACES THEN
                           PERFORM P200-AVALIA-ALUNO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALUM-FILE

           PERFORM P300-ULTIMO-AVISO
           PERFORM P400-EMITE-CARTAS
           PERFORM P600-LISTA-COORDENACAO

           DISPLAY "ALUNOS EM RISCO: " WS-QTD-RISCO
           DISPLAY "CARTAS EMITIDAS: " WS-QTD-CARTAS
                   " (CARTAFAM.PRN)"
           DISPLAY "FAMILIAS JA AVISADAS NA SEMANA: "
                   WS-QTD-JA-AVISADOS
           DISPLAY "ALUNOS SEM RESPONSAVEL CADASTRADO: "
                   WS-QTD-SEM-RESP
           DISPLAY "LISTA POR TURMA EM AVISOFAM.PRN"
           GO TO P999-STOP.

       P100-READ-THRESHOLD.
      *    MESMOS LIMITES DO CALCMEDIA: PRIMEIRA LINHA DE CALCMEDIA.CTL
      *    E A MEDIA DE APROVACAO (PADRAO 6), A SEGUNDA O PERCENTUAL
      *    MINIMO DE FREQUENCIA (PADRAO 75).
           OPEN INPUT THR-FILE
           IF WS-THR-STATUS EQUAL 35 THEN
               CONTINUE
           ELSE
               READ THR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE THR-VALUE TO WS-THRESHOLD
               END-READ
               READ THR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE THR-VALUE TO WS-FREQ-MINIMA
               END-READ
               CLOSE THR-FILE
           END-IF.

       P150-CARREGA-FREQUENCIA.
           OPEN INPUT FREQ-FILE
           IF WS-FREQ-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ FREQ-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM P155-ACUMULA-FREQ
               END-READ
           END-PERFORM
           CLOSE FREQ-FILE.

       P155-ACUMULA-FREQ.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-FQ-IDX FROM 1 BY 1
                   UNTIL WS-FQ-IDX > WS-QTD-FREQ OR WS-ACHOU = 'S'
               IF WS-FQ-ID(WS-FQ-IDX) = FREQ-ALU-ID AND
                  WS-FQ-ANO(WS-FQ-IDX) = FREQ-DATA(1:4) THEN
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU = 'S' THEN
               SUBTRACT 1 FROM WS-FQ-IDX
           ELSE
               IF WS-QTD-FREQ >= 1000 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-QTD-FREQ
               MOVE WS-QTD-FREQ TO WS-FQ-IDX
               MOVE FREQ-ALU-ID     TO WS-FQ-ID(WS-FQ-IDX)
               MOVE FREQ-DATA(1:4)  TO WS-FQ-ANO(WS-FQ-IDX)
               MOVE 0 TO WS-FQ-SESSOES(WS-FQ-IDX)
               MOVE 0 TO WS-FQ-PRESENC(WS-FQ-IDX)
           END-IF
           ADD 1 TO WS-FQ-SESSOES(WS-FQ-IDX)
           IF FREQ-PRESENTE = 'P' THEN
               ADD 1 TO WS-FQ-PRESENC(WS-FQ-IDX)
           END-IF.

       P170-CARREGA-NOTAS.
           OPEN INPUT NOTA-FILE
           IF WS-NOTA-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ NOTA-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM P175-MEDIA-PARCIAL
               END-READ
           END-PERFORM
           CLOSE NOTA-FILE.

       P175-MEDIA-PARCIAL.
      *    MEIO DO ANO O BOLETIM AINDA TEM NOTA ZERADA (NAO LANCADA):
      *    A MEDIA PARCIAL E SO DAS NOTAS JA LANCADAS. DISCIPLINA SEM
      *    NENHUMA NOTA NAO ENTRA.
           MOVE 0 TO WS-QTD-LANCADAS
           MOVE 0 TO WS-SOMA-LANCADAS
           IF NOTA-A1 > 0 THEN
               ADD 1 TO WS-QTD-LANCADAS
               ADD NOTA-A1 TO WS-SOMA-LANCADAS
           END-IF
           IF NOTA-A2 > 0 THEN
               ADD 1 TO WS-QTD-LANCADAS
               ADD NOTA-A2 TO WS-SOMA-LANCADAS
           END-IF
           IF NOTA-T1 > 0 THEN
               ADD 1 TO WS-QTD-LANCADAS
               ADD NOTA-T1 TO WS-SOMA-LANCADAS
           END-IF
           IF NOTA-T2 > 0 THEN
               ADD 1 TO WS-QTD-LANCADAS
               ADD NOTA-T2 TO WS-SOMA-LANCADAS
           END-IF
           IF WS-QTD-LANCADAS = 0 THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MEDIA-PARCIAL ROUNDED =
                   WS-SOMA-LANCADAS / WS-QTD-LANCADAS
           IF WS-MEDIA-PARCIAL >= WS-THRESHOLD THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-NT-IDX FROM 1 BY 1
                   UNTIL WS-NT-IDX > WS-QTD-NT OR WS-ACHOU = 'S'
               IF WS-NT-ID(WS-NT-IDX) = NOTA-ALU-ID THEN
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU = 'S' THEN
               SUBTRACT 1 FROM WS-NT-IDX
           ELSE
               IF WS-QTD-NT >= 1000 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-QTD-NT
               MOVE WS-QTD-NT   TO WS-NT-IDX
               MOVE NOTA-ALU-ID TO WS-NT-ID(WS-NT-IDX)
               MOVE 0           TO WS-NT-QTD-BAIXA(WS-NT-IDX)
               MOVE 99          TO WS-NT-PIOR(WS-NT-IDX)
           END-IF
           ADD 1 TO WS-NT-QTD-BAIXA(WS-NT-IDX)
           IF WS-MEDIA-PARCIAL < WS-NT-PIOR(WS-NT-IDX) THEN
               MOVE WS-MEDIA-PARCIAL TO WS-NT-PIOR(WS-NT-IDX)
               MOVE NOTA-DISCIPLINA  TO WS-NT-DISC(WS-NT-IDX)
           END-IF.

       P200-AVALIA-ALUNO.
           MOVE 'N' TO WS-RISCO-FREQ
           MOVE 'N' TO WS-RISCO-NOTA
           MOVE 'N' TO WS-TEM-FREQ
           MOVE 0   TO WS-PCT-FREQ
           PERFORM VARYING WS-FQ-IDX FROM 1 BY 1
                   UNTIL WS-FQ-IDX > WS-QTD-FREQ
               IF WS-FQ-ID(WS-FQ-IDX) = ALUM-ID AND
                  WS-FQ-ANO(WS-FQ-IDX) = ALUM-ANO AND
                  WS-FQ-SESSOES(WS-FQ-IDX) > 0 THEN
                   MOVE 'S' TO WS-TEM-FREQ
                   COMPUTE WS-PCT-FREQ ROUNDED =
                       WS-FQ-PRESENC(WS-FQ-IDX) * 100 /
                       WS-FQ-SESSOES(WS-FQ-IDX)
               END-IF
           END-PERFORM
           IF WS-TEM-FREQ = 'S' AND WS-PCT-FREQ < WS-FREQ-MINIMA THEN
               MOVE 'S' TO WS-RISCO-FREQ
           END-IF

           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-NT-IDX FROM 1 BY 1
                   UNTIL WS-NT-IDX > WS-QTD-NT OR WS-ACHOU = 'S'
               IF WS-NT-ID(WS-NT-IDX) = ALUM-ID THEN
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU = 'S' THEN
               SUBTRACT 1 FROM WS-NT-IDX
               MOVE 'S' TO WS-RISCO-NOTA
           END-IF

           IF WS-RISCO-FREQ = 'N' AND WS-RISCO-NOTA = 'N' THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-QTD-RISCO >= 500 THEN
               DISPLAY "LIMITE DE ALUNOS EM RISCO ATINGIDO - ALUNO "
                       ALUM-ID " FICA PARA A PROXIMA RODADA"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-QTD-RISCO
           MOVE WS-QTD-RISCO TO WS-RC-IDX
           MOVE ALUM-ID      TO WS-RC-ID(WS-RC-IDX)
           MOVE ALUM-NOME    TO WS-RC-NOME(WS-RC-IDX)
           MOVE ALUM-TURMA   TO WS-RC-TURMA(WS-RC-IDX)
           MOVE WS-TEM-FREQ  TO WS-RC-TEM-FREQ(WS-RC-IDX)
           MOVE WS-PCT-FREQ  TO WS-RC-PCT(WS-RC-IDX)
           MOVE 0            TO WS-RC-ULT-AVISO(WS-RC-IDX)
           MOVE SPACE        TO WS-RC-SIT(WS-RC-IDX)
           MOVE 'N'          TO WS-RC-IMPRESSO(WS-RC-IDX)
           IF WS-RISCO-NOTA = 'S' THEN
               MOVE WS-NT-QTD-BAIXA(WS-NT-IDX)
                 TO WS-RC-QTD-BAIXA(WS-RC-IDX)
               MOVE WS-NT-PIOR(WS-NT-IDX) TO WS-RC-PIOR(WS-RC-IDX)
               MOVE WS-NT-DISC(WS-NT-IDX) TO WS-RC-DISC(WS-RC-IDX)
           ELSE
               MOVE 0      TO WS-RC-QTD-BAIXA(WS-RC-IDX)
               MOVE 0      TO WS-RC-PIOR(WS-RC-IDX)
               MOVE SPACES TO WS-RC-DISC(WS-RC-IDX)
           END-IF
           EVALUATE TRUE
               WHEN WS-RISCO-FREQ = 'S' AND WS-RISCO-NOTA = 'S'
                   MOVE 'A' TO WS-RC-MOTIVO(WS-RC-IDX)
               WHEN WS-RISCO-FREQ = 'S'
                   MOVE 'F' TO WS-RC-MOTIVO(WS-RC-IDX)
               WHEN OTHER
                   MOVE 'N' TO WS-RC-MOTIVO(WS-RC-IDX)
           END-EVALUATE.

       P300-ULTIMO-AVISO.
      *    DATA DO ULTIMO AVISO JA MANDADO A CADA FAMILIA EM RISCO.
           IF WS-QTD-RISCO = 0 THEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT AVISO-LOG-FILE
           IF WS-AVLOG-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ AVISO-LOG-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                               UNTIL WS-RC-IDX > WS-QTD-RISCO
                           IF WS-RC-ID(WS-RC-IDX) = AVL-ALU-ID AND
                              AVL-DATA > WS-RC-ULT-AVISO(WS-RC-IDX)
                              THEN
                               MOVE AVL-DATA
                                 TO WS-RC-ULT-AVISO(WS-RC-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE AVISO-LOG-FILE.

       P400-EMITE-CARTAS.
           IF WS-QTD-RISCO = 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'CARTAFAM.PRN' TO WS-SPL-ARQUIVO
           MOVE 80             TO WS-SPL-TAM-REG
           MOVE 'S'            TO WS-SPL-PESSOAL
           PERFORM P-SPOOL-INICIA
           OPEN EXTEND CARTA-FILE
           IF WS-CARTA-STATUS EQUAL 35 THEN
               OPEN OUTPUT CARTA-FILE
           END-IF
           OPEN EXTEND AVISO-LOG-FILE
           IF WS-AVLOG-STATUS EQUAL 35 THEN
               OPEN OUTPUT AVISO-LOG-FILE
           END-IF
           OPEN INPUT RESP-FILE

           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-QTD-RISCO
               PERFORM P410-AVISA-FAMILIA
           END-PERFORM

           IF WS-RESP-STATUS NOT = 35 THEN
               CLOSE RESP-FILE
           END-IF
           CLOSE AVISO-LOG-FILE
           CLOSE CARTA-FILE
           PERFORM P-SPOOL-ARQUIVA.

       P410-AVISA-FAMILIA.
      *    UMA CARTA POR SEMANA: AVISO DOS ULTIMOS 7 DIAS SEGURA A
      *    CARTA (A RODADA PODE SER REPETIDA SEM DUPLICAR O CORREIO).
           IF WS-RC-ULT-AVISO(WS-RC-IDX) > 0 THEN
               COMPUTE WS-INT-AVISO = FUNCTION INTEGER-OF-DATE
                       (WS-RC-ULT-AVISO(WS-RC-IDX))
               IF WS-INT-HOJE - WS-INT-AVISO < 7 THEN
                   MOVE 'J' TO WS-RC-SIT(WS-RC-IDX)
                   ADD 1 TO WS-QTD-JA-AVISADOS
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 0 TO WS-CARTAS-ALUNO
           IF WS-RESP-STATUS NOT = 35 THEN
               MOVE WS-RC-ID(WS-RC-IDX) TO RESP-ALU-ID
               MOVE 0                   TO RESP-SEQ
               MOVE 'N' TO WS-EOF
               START RESP-FILE KEY IS NOT LESS THAN RESP-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'S'
                   READ RESP-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF RESP-ALU-ID NOT = WS-RC-ID(WS-RC-IDX)
                              THEN
                               MOVE 'S' TO WS-EOF
                           ELSE
                               PERFORM P450-IMPRIME-CARTA
                               PERFORM P480-REGISTRA-AVISO
                               ADD 1 TO WS-CARTAS-ALUNO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WS-CARTAS-ALUNO = 0 THEN
               MOVE 'S' TO WS-RC-SIT(WS-RC-IDX)
               ADD 1 TO WS-QTD-SEM-RESP
           ELSE
               MOVE 'C' TO WS-RC-SIT(WS-RC-IDX)
               ADD WS-CARTAS-ALUNO TO WS-QTD-CARTAS
           END-IF.

       P450-IMPRIME-CARTA.
           MOVE "================================================"
             TO CARTA-LINE
           WRITE CARTA-LINE
           MOVE SPACES TO CARTA-LINE
           STRING "AVISO A FAMILIA - ACOMPANHAMENTO ESCOLAR"
                                           DELIMITED BY SIZE
                  "          "             DELIMITED BY SIZE
                  WS-DATA-ED               DELIMITED BY SIZE
                  INTO CARTA-LINE
           WRITE CARTA-LINE
           MOVE SPACES TO CARTA-LINE
           WRITE CARTA-LINE
           MOVE SPACES TO CARTA-LINE
           STRING "A(O) SR(A). " DELIMITED BY SIZE
                  RESP-NOME      DELIMITED BY SIZE
                  INTO CARTA-LINE
           WRITE CARTA-LINE
           MOVE SPACES TO CARTA-LINE
           STRING RESP-RUA       DELIMITED BY "  "
                  ", "           DELIMITED BY SIZE
                  RESP-NUMERO    DELIMITED BY "  "
                  INTO CARTA-LINE
           WRITE CARTA-LINE
           MOVE SPACES TO CARTA-LINE
           STRING RESP-BAIRRO    DELIMITED BY "  "
                  " - "          DELIMITED BY SIZE
                  RESP-CIDADE    DELIMITED BY "  "
                  "/"            DELIMITED BY SIZE
                  RESP-UF        DELIMITED BY SIZE
                  "  CEP "       DELIMITED BY SIZE
                  RESP-CEP       DELIMITED BY SIZE
                  INTO CARTA-LINE
           WRITE CARTA-LINE
           MOVE SPACES TO CARTA-LINE
           WRITE CARTA-LINE
           MOVE "PREZADO(A) RESPONSAVEL," TO CARTA-LINE
           WRITE CARTA-LINE
           MOVE SPACES TO CARTA-LINE
           STRING "COMUNICAMOS QUE O(A) ALUNO(A) " DELIMITED BY SIZE
                  WS-RC-NOME(WS-RC-IDX)           DELIMITED BY "  "
                  INTO CARTA-LINE
           WRITE CARTA-LINE
           MOVE SPACES TO CARTA-LINE
           STRING "DA TURMA "                DELIMITED BY SIZE
                  WS-RC-TURMA(WS-RC-IDX)     DELIMITED BY SIZE
                  " CORRE RISCO DE REPROVACAO NESTE ANO LETIVO:"
                                             DELIMITED BY SIZE
                  INTO CARTA-LINE
           WRITE CARTA-LINE

           IF WS-RC-MOTIVO(WS-RC-IDX) = 'F' OR
              WS-RC-MOTIVO(WS-RC-IDX) = 'A' THEN
               MOVE WS-RC-PCT(WS-RC-IDX) TO WS-PCT-ED
               MOVE WS-FREQ-MINIMA       TO WS-MIN-ED
               MOVE SPACES TO CARTA-LINE
               STRING "  - FREQUENCIA DE "   DELIMITED BY SIZE
                      WS-PCT-ED              DELIMITED BY SIZE
                      "% DAS AULAS, ABAIXO DO MINIMO DE "
                                             DELIMITED BY SIZE
                      WS-MIN-ED              DELIMITED BY SIZE
                      "%"                    DELIMITED BY SIZE
                      INTO CARTA-LINE
               WRITE CARTA-LINE
           END-IF
           IF WS-RC-MOTIVO(WS-RC-IDX) = 'N' OR
              WS-RC-MOTIVO(WS-RC-IDX) = 'A' THEN
               MOVE WS-RC-PIOR(WS-RC-IDX) TO WS-MEDIA-ED
               MOVE WS-THRESHOLD          TO WS-THR-ED
               MOVE SPACES TO CARTA-LINE
               STRING "  - MEDIA PARCIAL DE "  DELIMITED BY SIZE
                      WS-MEDIA-ED              DELIMITED BY SIZE
                      " EM "                   DELIMITED BY SIZE
                      WS-RC-DISC(WS-RC-IDX)    DELIMITED BY "  "
                      ", ABAIXO DA MEDIA "     DELIMITED BY SIZE
                      WS-THR-ED                DELIMITED BY SIZE
                      INTO CARTA-LINE
               WRITE CARTA-LINE
               IF WS-RC-QTD-BAIXA(WS-RC-IDX) > 1 THEN
                   COMPUTE WS-QTD-ED = WS-RC-QTD-BAIXA(WS-RC-IDX) - 1
                   MOVE SPACES TO CARTA-LINE
                   STRING "    (E EM MAIS "      DELIMITED BY SIZE
                          WS-QTD-ED              DELIMITED BY SIZE
                          " DISCIPLINA(S) ABAIXO DA MEDIA)"
                                                 DELIMITED BY SIZE
                          INTO CARTA-LINE
                   WRITE CARTA-LINE
               END-IF
           END-IF

           MOVE SPACES TO CARTA-LINE
           WRITE CARTA-LINE
           MOVE "PEDIMOS QUE A FAMILIA ENTRE EM CONTATO COM A "
             TO CARTA-LINE
           MOVE "COORDENACAO" TO CARTA-LINE(46:11)
           WRITE CARTA-LINE
           MOVE "PEDAGOGICA PARA COMBINARMOS O ACOMPANHAMENTO DO ALUNO."
             TO CARTA-LINE
           WRITE CARTA-LINE
           MOVE SPACES TO CARTA-LINE
           WRITE CARTA-LINE
           MOVE "ATENCIOSAMENTE," TO CARTA-LINE
           WRITE CARTA-LINE
           MOVE "COORDENACAO PEDAGOGICA" TO CARTA-LINE
           WRITE CARTA-LINE.

       P480-REGISTRA-AVISO.
           MOVE FUNCTION CURRENT-DATE   TO AVL-TIMESTAMP
           MOVE WS-HOJE                 TO AVL-DATA
           MOVE WS-RC-ID(WS-RC-IDX)     TO AVL-ALU-ID
           MOVE RESP-SEQ                TO AVL-RESP-SEQ
           MOVE RESP-NOME               TO AVL-RESP-NOME
           MOVE WS-RC-TURMA(WS-RC-IDX)  TO AVL-TURMA
           MOVE WS-RC-MOTIVO(WS-RC-IDX) TO AVL-MOTIVO
           MOVE WS-RC-PCT(WS-RC-IDX)    TO AVL-PCT-FREQ
           MOVE WS-RC-PIOR(WS-RC-IDX)   TO AVL-MEDIA
           MOVE WS-RC-DISC(WS-RC-IDX)   TO AVL-DISCIPLINA
           WRITE AVISO-LOG-REC.

       P600-LISTA-COORDENACAO.
      *    TURMA A TURMA, NA ORDEM EM QUE APARECEM NO MESTRE: A CADA
      *    VOLTA PEGA A PRIMEIRA TURMA AINDA NAO IMPRESSA.
           MOVE 'AVISOFAM.PRN' TO WS-SPL-ARQUIVO
           MOVE 80             TO WS-SPL-TAM-REG
           MOVE 'S'            TO WS-SPL-PESSOAL
           PERFORM P-SPOOL-INICIA
           OPEN EXTEND LISTA-FILE
           IF WS-LISTA-STATUS EQUAL 35 THEN
               OPEN OUTPUT LISTA-FILE
           END-IF
           MOVE SPACES TO LISTA-LINE
           STRING "==== ALUNOS EM RISCO DE REPROVACAO - "
                                        DELIMITED BY SIZE
                  WS-DATA-ED            DELIMITED BY SIZE
                  " ===="               DELIMITED BY SIZE
                  INTO LISTA-LINE
           WRITE LISTA-LINE
           MOVE WS-FREQ-MINIMA TO WS-MIN-ED
           MOVE WS-THRESHOLD   TO WS-THR-ED
           MOVE SPACES TO LISTA-LINE
           STRING "FREQUENCIA MINIMA: " DELIMITED BY SIZE
                  WS-MIN-ED             DELIMITED BY SIZE
                  "%   MEDIA DE APROVACAO: " DELIMITED BY SIZE
                  WS-THR-ED             DELIMITED BY SIZE
                  INTO LISTA-LINE
           WRITE LISTA-LINE
           IF WS-QTD-RISCO = 0 THEN
               MOVE "NENHUM ALUNO EM RISCO NESTA SEMANA" TO LISTA-LINE
               WRITE LISTA-LINE
           END-IF

           PERFORM WS-QTD-RISCO TIMES
               MOVE SPACES TO WS-TURMA-ATUAL
               PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                       UNTIL WS-RC-IDX > WS-QTD-RISCO
                          OR WS-TURMA-ATUAL NOT = SPACES
                   IF WS-RC-IMPRESSO(WS-RC-IDX) = 'N' THEN
                       MOVE WS-RC-TURMA(WS-RC-IDX) TO WS-TURMA-ATUAL
                   END-IF
               END-PERFORM
               IF WS-TURMA-ATUAL NOT = SPACES THEN
                   PERFORM P620-LISTA-TURMA
               END-IF
           END-PERFORM
           CLOSE LISTA-FILE
           PERFORM P-SPOOL-ARQUIVA.

       P620-LISTA-TURMA.
           MOVE SPACES TO LISTA-LINE
           WRITE LISTA-LINE
           MOVE SPACES TO LISTA-LINE
           STRING "TURMA: "       DELIMITED BY SIZE
                  WS-TURMA-ATUAL  DELIMITED BY SIZE
                  INTO LISTA-LINE
           WRITE LISTA-LINE
           MOVE "ID    ALUNO" TO LISTA-LINE
           MOVE "FREQ  MEDIA DISCIPLINA" TO LISTA-LINE(32:22)
           MOVE "SITUACAO" TO LISTA-LINE(57:8)
           WRITE LISTA-LINE
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-QTD-RISCO
               IF WS-RC-IMPRESSO(WS-RC-IDX) = 'N' AND
                  WS-RC-TURMA(WS-RC-IDX) = WS-TURMA-ATUAL THEN
                   MOVE 'S' TO WS-RC-IMPRESSO(WS-RC-IDX)
                   PERFORM P640-LINHA-ALUNO
               END-IF
           END-PERFORM.

       P640-LINHA-ALUNO.
           MOVE WS-RC-ID(WS-RC-IDX)   TO WS-LST-ID
           MOVE WS-RC-NOME(WS-RC-IDX) TO WS-LST-NOME
           IF WS-RC-TEM-FREQ(WS-RC-IDX) = 'S' THEN
               MOVE WS-RC-PCT(WS-RC-IDX) TO WS-LST-PCT
           ELSE
               MOVE "  -" TO WS-LST-PCT-X
           END-IF
           IF WS-RC-QTD-BAIXA(WS-RC-IDX) > 0 THEN
               MOVE WS-RC-PIOR(WS-RC-IDX) TO WS-LST-MEDIA
           ELSE
               MOVE "    -" TO WS-LST-MEDIA-X
           END-IF
           MOVE WS-RC-DISC(WS-RC-IDX) TO WS-LST-DISC
           EVALUATE WS-RC-SIT(WS-RC-IDX)
               WHEN 'C' MOVE "CARTA EMITIDA"        TO WS-SITUACAO-ED
               WHEN 'J' MOVE "JA AVISADO NA SEMANA" TO WS-SITUACAO-ED
               WHEN OTHER
                   MOVE "SEM RESPONSAVEL - LIGAR" TO WS-SITUACAO-ED
           END-EVALUATE
           MOVE WS-SITUACAO-ED TO WS-LST-SIT
           MOVE WS-LST-LINE TO LISTA-LINE
           WRITE LISTA-LINE.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY SPOOL.
       COPY TREINO.

       END PROGRAM AVISOFAM.
