      *                  DE CALCMEDIA.CTL REPROVA ('F' EM ALUNO.LOG)
      *                  MESMO COM MEDIA ALTA, COM O DEFICIT APONTADO
      *                  NA SAIDA E NO BOLETIM.
      *     15/10/2026 - CADA LINHA DE DISCIPLINA DO BOLETIM.PRN PASSA A
      *                  TRAZER O NOME DO PROFESSOR ATRIBUIDO A TURMA +
      *                  DISCIPLINA NO ANO LETIVO DO ALUNO (VER PROFMNT,
      *                  PROFDATA E ATRIBDATA).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM BOLETIM.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCMEDIA.
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS WS-FREQ-STATUS.

           SELECT PROF-FILE ASSIGN TO 'PROFESSOR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROF-ID
           FILE STATUS IS WS-PROF-STATUS.

           SELECT ATR-FILE ASSIGN TO 'ATRIBUICAO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ATR-CHAVE
           FILE STATUS IS WS-ATR-STATUS.

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
       FD  ALUNO-FILE.
       FD  FREQ-FILE.
       COPY FREQDATA.

       FD  PROF-FILE.
       COPY PROFDATA.

       FD  ATR-FILE.
       COPY ATRIBDATA.

       FD  RECUP-FILE.
      *    LISTA DE RECUPERACAO (VER RECUPMNT): O REPROVADO DA RODADA
      *    ENTRA PENDENTE ('P') E O LANCAMENTO DA NOTA DE RECUPERACAO
           05  RECUP-SITUACAO      PIC X(001).
           05  RECUP-ID            PIC 9(005).

       FD  SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD  SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01  WS-A1           PIC 9(002)V99   VALUE ZEROS.
       01  WS-A2           PIC 9(002)V99   VALUE ZEROS.
           05  WS-MAPA-ITEM OCCURS 300 TIMES.
               10  WS-MAPA-ID    PIC 9(005).
               10  WS-MAPA-TURMA PIC X(006).
               10  WS-MAPA-ANO   PIC 9(004).
      *    FREQUENCIA ACUMULADA POR ALUNO (FREQ.DAT, VER FREQDATA/
      *    FREQMNT) E O MINIMO CONFIGURAVEL NA SEGUNDA LINHA DE
      *    CALCMEDIA.CTL.
               10  WS-FREQ-PRESENC  PIC 9(004).
       01  WS-SOMA-ALUNO   PIC 9(005)V99   VALUE 0.
       01  WS-QTD-DISC     PIC 9(02)       VALUE 0.
      *    PROFESSOR DA DISCIPLINA NO BOLETIM (VER PROFMNT) - SEM
      *    PROFESSOR.DAT/ATRIBUICAO.DAT A LINHA SAI SEM O NOME.
       01  WS-PROF-STATUS  PIC 99          VALUE 0.
       01  WS-ATR-STATUS   PIC 99          VALUE 0.
       01  WS-PROF-ABERTO  PIC X           VALUE 'N'.
       01  WS-ANO-ALUNO    PIC 9(004)      VALUE 0.
       01  WS-NOME-PROF    PIC X(030)      VALUE SPACES.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'CALCMEDIA' TO WS-SPL-PROGRAMA
            MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
            PERFORM P100-READ-THRESHOLD
            PERFORM P150-CARREGA-NOTAS
                       ADD 1 TO WS-QTD-MAPA
                       MOVE ALUM-ID    TO WS-MAPA-ID(WS-QTD-MAPA)
                       MOVE ALUM-TURMA TO WS-MAPA-TURMA(WS-QTD-MAPA)
                       MOVE ALUM-ANO   TO WS-MAPA-ANO(WS-QTD-MAPA)
               END-READ
           END-PERFORM
           CLOSE ALUM-FILE

       P165-TURMA-DO-ALUNO.
           MOVE SPACES TO WS-TURMA-ALUNO
           MOVE 0      TO WS-ANO-ALUNO
           PERFORM VARYING WS-MAPA-IDX FROM 1 BY 1
                   UNTIL WS-MAPA-IDX > WS-QTD-MAPA
               IF WS-MAPA-ID(WS-MAPA-IDX) = WS-ALUNO-ID THEN
                   MOVE WS-MAPA-TURMA(WS-MAPA-IDX)
                     TO WS-TURMA-ALUNO
                   MOVE WS-MAPA-ANO(WS-MAPA-IDX)
                     TO WS-ANO-ALUNO
               END-IF
           END-PERFORM.

           IF WS-ALU-LOG-STATUS EQUAL 35 THEN
               OPEN OUTPUT ALUNO-LOG-FILE
           END-IF
           MOVE 'BOLETIM.PRN' TO WS-SPL-ARQUIVO
           MOVE 80            TO WS-SPL-TAM-REG
           MOVE 'S'           TO WS-SPL-PESSOAL
           PERFORM P-SPOOL-INICIA
           OPEN EXTEND BOL-FILE
           IF WS-BOL-STATUS EQUAL 35 THEN
               OPEN OUTPUT BOL-FILE
           END-IF
           OPEN INPUT PROF-FILE
           IF WS-PROF-STATUS NOT EQUAL 35 THEN
               OPEN INPUT ATR-FILE
               IF WS-ATR-STATUS EQUAL 35 THEN
                   CLOSE PROF-FILE
               ELSE
                   MOVE 'S' TO WS-PROF-ABERTO
               END-IF
           END-IF

           PERFORM VARYING WS-NT-IDX FROM 1 BY 1
                   UNTIL WS-NT-IDX > WS-QTD-NOTAS
               END-IF
           END-PERFORM

           IF WS-PROF-ABERTO = 'S' THEN
               CLOSE ATR-FILE
               CLOSE PROF-FILE
           END-IF
           CLOSE BOL-FILE
           PERFORM P-SPOOL-ARQUIVA
           CLOSE ALUNO-LOG-FILE
           DISPLAY "BOLETINS IMPRESSOS EM BOLETIM.PRN".

           MOVE WS-NT-NOME(WS-NT-IDX) TO WS-ALUNO
      *    COM FILTRO DE TURMA, O ALUNO DE OUTRA TURMA E SO MARCADO
      *    COMO PROCESSADO E FICA DE FORA DA RODADA.
           PERFORM P165-TURMA-DO-ALUNO
           IF WS-TURMA-FILTRO NOT = SPACES THEN
               IF WS-TURMA-ALUNO NOT = WS-TURMA-FILTRO THEN
                   PERFORM VARYING WS-NT-IDX2 FROM 1 BY 1
                           UNTIL WS-NT-IDX2 > WS-QTD-NOTAS
                    WS-NT-T1(WS-NT-IDX2) + WS-NT-T2(WS-NT-IDX2)) / 4
           ADD 1 TO WS-QTD-DISC
           ADD WS-MEDIA-DISC TO WS-SOMA-ALUNO
           PERFORM P275-PROFESSOR-DA-DISCIPLINA
           MOVE SPACES TO BOL-LINE
           IF WS-MEDIA-DISC >= WS-THRESHOLD THEN
               STRING "  " DELIMITED BY SIZE
                      WS-NT-DISC(WS-NT-IDX2) DELIMITED BY SIZE
                      " MEDIA " DELIMITED BY SIZE
                      WS-MEDIA-DISC DELIMITED BY SIZE
                      " APROVADO " DELIMITED BY SIZE
                      " PROF: " DELIMITED BY SIZE
                      WS-NOME-PROF DELIMITED BY SIZE
                      INTO BOL-LINE
           ELSE
               STRING "  " DELIMITED BY SIZE
                      " MEDIA " DELIMITED BY SIZE
                      WS-MEDIA-DISC DELIMITED BY SIZE
                      " REPROVADO" DELIMITED BY SIZE
                      " PROF: " DELIMITED BY SIZE
                      WS-NOME-PROF DELIMITED BY SIZE
                      INTO BOL-LINE
           END-IF
           WRITE BOL-LINE.

       P275-PROFESSOR-DA-DISCIPLINA.
      *    PROFESSOR ATRIBUIDO A TURMA + DISCIPLINA NO ANO LETIVO DO
      *    ALUNO (ATRIBUICAO.DAT -> PROFESSOR.DAT).
           MOVE SPACES TO WS-NOME-PROF
           IF WS-PROF-ABERTO NOT = 'S' OR WS-TURMA-ALUNO = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ANO-ALUNO           TO ATR-ANO
           MOVE WS-TURMA-ALUNO         TO ATR-TURMA
           MOVE WS-NT-DISC(WS-NT-IDX2) TO ATR-DISCIPLINA
           READ ATR-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE ATR-PROF-ID TO PROF-ID
           READ PROF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PROF-NOME TO WS-NOME-PROF
           END-READ.

       P100-READ-THRESHOLD.
           OPEN INPUT THR-FILE
           IF WS-THR-STATUS EQUAL 35 THEN
           WRITE CALCMEDIA-LOG-REC
           CLOSE CALCMEDIA-LOG-FILE.

       COPY SPOOL.
       COPY TREINO.

       END PROGRAM CALCMEDIA.
