      *                  ESTAVEL DO MESTRE DE ALUNOS (ALUMESTRE.DAT,
      *                  VER ALUMDATA/ALUMMNT); O NOME E TRAZIDO DO
      *                  MESTRE SO PARA EXIBICAO.
      *     15/10/2026 - INCLUIR/ALTERAR/REMOVER PASSAM A EXIGIR LOGON;
      *                  O PERFIL PROFESSOR SO MEXE NA TURMA +
      *                  DISCIPLINA + ANO ATRIBUIDOS A ELE (VER PROFMNT/
      *                  PROFACES.cpy), E TODA MUDANCA DE NOTA E GRAVADA
      *                  EM NOTAS.LOG COM O OPERADOR E AS NOTAS ANTES E
      *                  DEPOIS (VER NOTALOGDATA).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTASMNT.
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
       FD  NOTA-FILE.
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
       01  WS-CMD           PIC X(80) VALUE SPACES.
       01  WS-NOTA-STATUS   PIC 99.
       01  WS-NOVO-A2       PIC 9(002)V99 VALUE ZEROS.
       01  WS-NOVO-T1       PIC 9(002)V99 VALUE ZEROS.
       01  WS-NOVO-T2       PIC 9(002)V99 VALUE ZEROS.
       01  WS-TURMA-MESTRE  PIC X(006) VALUE SPACES.
       01  WS-ANO-MESTRE    PIC 9(004) VALUE ZEROS.
       01  WS-NOTALOG-STATUS PIC 99.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSPROFACES.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM P-TREINO-ENTRA
           DISPLAY "MANUTENCAO DO BOLETIM POR DISCIPLINA (NOTAS.DAT)"
           DISPLAY "1 PARA INCLUIR ALUNO NUMA DISCIPLINA"
           DISPLAY "2 PARA ALTERAR NOTAS"
           DISPLAY "3 PARA REMOVER ALUNO DE UMA DISCIPLINA"
           DISPLAY "4 PARA LISTAR O BOLETIM"
           ACCEPT WS-OPCAO
      *    SO A LISTAGEM DISPENSA O LOGON - QUEM MEXE EM NOTA FICA
      *    REGISTRADO EM NOTAS.LOG.
           IF WS-OPCAO >= 1 AND WS-OPCAO <= 3 THEN
               PERFORM P-SIGN-ON
           END-IF

           EVALUATE WS-OPCAO
               WHEN 1 GO TO P100-INCLUIR
           DISPLAY "ALUNO: " WS-NOME-MESTRE
           DISPLAY "DISCIPLINA"
           ACCEPT WS-BUSCA-DISC
           PERFORM P550-AUTORIZA
           IF WS-PACE-OK NOT = 'S' THEN
               GO TO P999-STOP
           END-IF
           PERFORM P600-LOCALIZAR
           IF WS-ACHOU = 'S' THEN
               DISPLAY "ALUNO JA CADASTRADO NESSA DISCIPLINA"
           END-IF
           WRITE NOTA-REC
           CLOSE NOTA-FILE
           MOVE ZEROS TO NLOG-ANTES
           MOVE WS-NOVO-A1 TO NLOG-DEP-A1
           MOVE WS-NOVO-A2 TO NLOG-DEP-A2
           MOVE WS-NOVO-T1 TO NLOG-DEP-T1
           MOVE WS-NOVO-T2 TO NLOG-DEP-T2
           MOVE 'I' TO NLOG-ACAO
           PERFORM P700-LOG-NOTA
           DISPLAY "BOLETIM INCLUIDO"
           GO TO P999-STOP.

      *    TAMANHO DO REGISTRO NAO MUDA - MESMO IDIOMA DO ALUNOSMNT).
           DISPLAY "ID DO ALUNO"
           ACCEPT WS-BUSCA-ID
           PERFORM P500-CONSULTA-MESTRE
           DISPLAY "DISCIPLINA"
           ACCEPT WS-BUSCA-DISC
           PERFORM P550-AUTORIZA
           IF WS-PACE-OK NOT = 'S' THEN
               GO TO P999-STOP
           END-IF
           DISPLAY "NOVA NOTA A1"
           ACCEPT WS-NOVO-A1
           DISPLAY "NOVA NOTA A2"
                       IF NOTA-ALU-ID = WS-BUSCA-ID AND
                          NOTA-DISCIPLINA = WS-BUSCA-DISC THEN
                           MOVE 'S' TO WS-ACHOU
                           MOVE NOTA-A1 TO NLOG-ANT-A1
                           MOVE NOTA-A2 TO NLOG-ANT-A2
                           MOVE NOTA-T1 TO NLOG-ANT-T1
                           MOVE NOTA-T2 TO NLOG-ANT-T2
                           MOVE WS-NOVO-A1 TO NOTA-A1
                           MOVE WS-NOVO-A2 TO NOTA-A2
                           MOVE WS-NOVO-T1 TO NOTA-T1
           CLOSE NOTA-FILE

           IF WS-ACHOU = 'S' THEN
               MOVE WS-NOVO-A1 TO NLOG-DEP-A1
               MOVE WS-NOVO-A2 TO NLOG-DEP-A2
               MOVE WS-NOVO-T1 TO NLOG-DEP-T1
               MOVE WS-NOVO-T2 TO NLOG-DEP-T2
               MOVE 'A' TO NLOG-ACAO
               PERFORM P700-LOG-NOTA
               DISPLAY "NOTAS ALTERADAS"
           ELSE
               DISPLAY "ALUNO/DISCIPLINA NAO ENCONTRADO"
      *    IDIOMA DE P300-REMOVER EM ALUNOSMNT).
           DISPLAY "ID DO ALUNO"
           ACCEPT WS-BUSCA-ID
           PERFORM P500-CONSULTA-MESTRE
           DISPLAY "DISCIPLINA"
           ACCEPT WS-BUSCA-DISC
           PERFORM P550-AUTORIZA
           IF WS-PACE-OK NOT = 'S' THEN
               GO TO P999-STOP
           END-IF

           OPEN INPUT NOTA-FILE
           IF WS-NOTA-STATUS EQUAL 35 THEN
                       IF NOTA-ALU-ID = WS-BUSCA-ID AND
                          NOTA-DISCIPLINA = WS-BUSCA-DISC THEN
                           MOVE 'S' TO WS-ACHOU
                           MOVE NOTA-A1 TO NLOG-ANT-A1
                           MOVE NOTA-A2 TO NLOG-ANT-A2
                           MOVE NOTA-T1 TO NLOG-ANT-T1
                           MOVE NOTA-T2 TO NLOG-ANT-T2
                       ELSE
                           MOVE NOTA-REC TO NOTA-NEW-REC
                           WRITE NOTA-NEW-REC
           IF WS-ACHOU = 'S' THEN
               MOVE "mv NOTAS.DAT.NEW NOTAS.DAT" TO WS-CMD
               CALL "SYSTEM" USING WS-CMD
               MOVE ZEROS TO NLOG-DEPOIS
               MOVE 'R' TO NLOG-ACAO
               PERFORM P700-LOG-NOTA
               DISPLAY "ALUNO REMOVIDO DA DISCIPLINA"
           ELSE
               MOVE "rm NOTAS.DAT.NEW" TO WS-CMD

       P500-CONSULTA-MESTRE.
           MOVE SPACES TO WS-NOME-MESTRE
           MOVE SPACES TO WS-TURMA-MESTRE
           MOVE ZEROS  TO WS-ANO-MESTRE
           OPEN INPUT ALUM-FILE
           IF WS-ALUM-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ALUM-NOME  TO WS-NOME-MESTRE
                   MOVE ALUM-TURMA TO WS-TURMA-MESTRE
                   MOVE ALUM-ANO   TO WS-ANO-MESTRE
           END-READ
           CLOSE ALUM-FILE.

       P550-AUTORIZA.
      *    O PERFIL PROFESSOR SO MEXE NA DISCIPLINA DA TURMA EM QUE O
      *    ALUNO ESTA ENTURMADO NO ANO LETIVO CORRENTE DO MESTRE.
           MOVE WS-ANO-MESTRE   TO WS-PACE-ANO
           MOVE WS-TURMA-MESTRE TO WS-PACE-TURMA
           MOVE WS-BUSCA-DISC   TO WS-PACE-DISC
           PERFORM P-PROF-AUTORIZA.

       P600-LOCALIZAR.
           MOVE 'N' TO WS-ACHOU
           OPEN INPUT NOTA-FILE
       P600-EXIT.
           EXIT.

       P700-LOG-NOTA.
      *    NLOG-ACAO E AS NOTAS ANTES/DEPOIS JA PREENCHIDAS.
           MOVE "NOTASMNT"    TO NLOG-PROGRAMA
           MOVE WS-BUSCA-ID   TO NLOG-ALU-ID
           MOVE WS-BUSCA-DISC TO NLOG-DISCIPLINA
           PERFORM P-NOTALOG-GRAVA.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY LOGON.
       COPY SENHASH.
       COPY PROFACES.
       COPY NOTALOG.
       COPY TREINO.
       END PROGRAM NOTASMNT.
