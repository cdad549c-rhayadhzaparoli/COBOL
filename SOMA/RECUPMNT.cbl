      *          RECUPERADA. O LIMIAR DE APROVACAO E O MESMO DE
      *          CALCMEDIA.CTL.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - O LANCAMENTO PASSA A EXIGIR LOGON; O PERFIL
      *                  PROFESSOR SO LANCA A RECUPERACAO DE ALUNO DE
      *                  TURMA ATRIBUIDA A ELE NO ANO (QUALQUER
      *                  DISCIPLINA - A RECUPERACAO E DA MEDIA GERAL;
      *                  VER PROFMNT/PROFACES.cpy), E O LANCAMENTO VAI
      *                  PARA NOTAS.LOG COM O OPERADOR (VER
      *                  NOTALOGDATA).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPMNT.
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS WS-ALU-LOG-STATUS.

           SELECT ALUM-FILE ASSIGN TO 'ALUMESTRE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALUM-ID
           FILE STATUS IS WS-ALUM-STATUS.

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

           SELECT NOTA-LOG-FILE ASSIGN TO 'NOTAS.LOG'
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS WS-NOTALOG-STATUS.

           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECUP-FILE.
               88 ALU-LOG-REPROVADO VALUE 'R'.
           05  ALU-LOG-ID          PIC 9(005).

       FD  ALUM-FILE.
       COPY ALUMDATA.

       FD  PROF-FILE.
       COPY PROFDATA.

       FD  ATR-FILE.
       COPY ATRIBDATA.

       FD  NOTA-LOG-FILE.
       COPY NOTALOGDATA.

       FD  USER-CTL-FILE.
       COPY USERCTL.

       WORKING-STORAGE SECTION.
       01  WS-RECUP-STATUS   PIC 99.
       01  WS-THR-STATUS     PIC 99.
           05 WS-CURR-YY PIC 9(04) VALUE 0.
           05 WS-CURR-MM PIC 99 VALUE 0.
           05 WS-CURR-DD PIC 99 VALUE 0.
       01  WS-ALUM-STATUS    PIC 99.
       01  WS-NOTALOG-STATUS PIC 99.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSPROFACES.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** EXAME DE RECUPERACAO ********"
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           PERFORM P100-READ-THRESHOLD
           GO TO P999-STOP.

       P300-LANCAR.
           PERFORM P-SIGN-ON
           DISPLAY "NOME DO ALUNO"
           ACCEPT WS-BUSCA-NOME
           PERFORM P350-AUTORIZA
           IF WS-PACE-OK NOT = 'S' THEN
               GO TO P999-STOP
           END-IF
           DISPLAY "NOTA DO EXAME DE RECUPERACAO"
           ACCEPT WS-NOTA-RECUP

                          WS-ACHOU NOT = 'S' THEN
                           MOVE 'S' TO WS-ACHOU
                           MOVE RECUP-ID TO WS-ID-GUARDADO
                           MOVE ZEROS       TO NLOG-ANTES
                           MOVE RECUP-NOTA  TO NLOG-ANT-A1
                           MOVE RECUP-FINAL TO NLOG-ANT-A2
                           PERFORM P400-RECALCULA-FINAL
                           REWRITE RECUP-REC
                       END-IF

           IF WS-ACHOU = 'S' THEN
               PERFORM P500-REPUBLICA-LOG
               PERFORM P600-LOG-NOTA
               DISPLAY "MEDIA FINAL APOS A RECUPERACAO: "
                       WS-MEDIA-FINAL
               IF WS-MEDIA-FINAL >= WS-THRESHOLD THEN
           END-IF
           GO TO P999-STOP.

       P350-AUTORIZA.
      *    LOCALIZA O PENDENTE PELO NOME SO PARA SABER O ID, E DO ID A
      *    TURMA/ANO DO MESTRE; O PERFIL PROFESSOR PRECISA TER ALGUMA
      *    DISCIPLINA ATRIBUIDA NESSA TURMA NO ANO (A RECUPERACAO E DA
      *    MEDIA GERAL, NAO DE UMA DISCIPLINA).
           MOVE 'S' TO WS-PACE-OK
           IF NOT WS-OPERADOR-PROFESSOR THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ID-GUARDADO
           OPEN INPUT RECUP-FILE
           IF WS-RECUP-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'S'
               READ RECUP-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF RECUP-NOME = WS-BUSCA-NOME AND
                          RECUP-SITUACAO = 'P' THEN
                           MOVE RECUP-ID TO WS-ID-GUARDADO
                           MOVE 'S' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECUP-FILE
           MOVE 'N' TO WS-EOF
           IF WS-ID-GUARDADO = 0 THEN
      *        SEM PENDENTE COM ID DO MESTRE (A LINHA DO FLUXO LEGADO
      *        GRAVA ID ZERO) NAO HA TURMA PARA CONFERIR A ATRIBUICAO.
               MOVE 'N' TO WS-PACE-OK
               DISPLAY "ALUNO NAO ESTA PENDENTE DE RECUPERACAO OU NAO "
                       "TEM ID DO MESTRE"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PACE-TURMA
           MOVE 0      TO WS-PACE-ANO
           MOVE SPACES TO WS-PACE-DISC
           OPEN INPUT ALUM-FILE
           IF WS-ALUM-STATUS NOT EQUAL 35 THEN
               MOVE WS-ID-GUARDADO TO ALUM-ID
               READ ALUM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ALUM-TURMA TO WS-PACE-TURMA
                       MOVE ALUM-ANO   TO WS-PACE-ANO
               END-READ
               CLOSE ALUM-FILE
           END-IF
           PERFORM P-PROF-AUTORIZA.

       P400-RECALCULA-FINAL.
      *    FORMULA DA ESCOLA: MEDIA FINAL = (MEDIA DA RODADA + NOTA DA
      *    RECUPERACAO) / 2.
           WRITE ALUNO-LOG-REC
           CLOSE ALUNO-LOG-FILE.

       P600-LOG-NOTA.
           MOVE "RECUPMNT"       TO NLOG-PROGRAMA
           MOVE 'E'              TO NLOG-ACAO
           MOVE WS-ID-GUARDADO   TO NLOG-ALU-ID
           MOVE "RECUPERACAO"    TO NLOG-DISCIPLINA
           MOVE ZEROS            TO NLOG-DEPOIS
           MOVE WS-NOTA-RECUP    TO NLOG-DEP-A1
           MOVE WS-MEDIA-FINAL   TO NLOG-DEP-A2
           PERFORM P-NOTALOG-GRAVA.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY LOGON.
       COPY SENHASH.
       COPY PROFACES.
       COPY NOTALOG.
       COPY TREINO.
       END PROGRAM RECUPMNT.
