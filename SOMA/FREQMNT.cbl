      *          SEJA TARDE. A DECISAO COMBINADA (MEDIA + FREQUENCIA)
      *          E DO CALCMEDIA.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - A CHAMADA PASSA A EXIGIR LOGON; O PERFIL
      *                  PROFESSOR SO REGISTRA SESSAO DE TURMA EM QUE
      *                  TEM DISCIPLINA ATRIBUIDA NO ANO DA SESSAO (VER
      *                  PROFMNT/PROFACES.cpy).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FREQMNT.
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

           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FREQ-FILE.
       FD  ALUM-FILE.
       COPY ALUMDATA.

       FD  PROF-FILE.
       COPY PROFDATA.

       FD  ATR-FILE.
       COPY ATRIBDATA.

       FD  USER-CTL-FILE.
       COPY USERCTL.

       WORKING-STORAGE SECTION.
       01  WS-FREQ-STATUS   PIC 99.
       01  WS-ALUM-STATUS   PIC 99.
               10 WS-TRM-PRESENC  PIC 9(04).

       COPY WSDATACHK.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSPROFACES.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** CONTROLE DE FREQUENCIA ********"
           DISPLAY "1 PARA REGISTRAR UMA SESSAO DE AULA (CHAMADA)"
           DISPLAY "2 PARA RELATORIO DE FREQUENCIA DA TURMA"
           END-EVALUATE.

       P100-REGISTRA-SESSAO.
           PERFORM P-SIGN-ON
           DISPLAY "TURMA DA SESSAO"
           ACCEPT WS-TURMA-BUSCA
           MOVE 'N' TO WS-DTCHK-VALIDA
               PERFORM P-VALIDA-DATA
           END-PERFORM

      *    A FREQUENCIA E DA TURMA, NAO DE UMA DISCIPLINA: BASTA O
      *    PROFESSOR TER ALGUMA DISCIPLINA NELA NO ANO DA SESSAO.
           MOVE WS-DATA-SESSAO(1:4) TO WS-PACE-ANO
           MOVE WS-TURMA-BUSCA      TO WS-PACE-TURMA
           MOVE SPACES              TO WS-PACE-DISC
           PERFORM P-PROF-AUTORIZA
           IF WS-PACE-OK NOT = 'S' THEN
               GO TO P999-STOP
           END-IF

           PERFORM P200-CARREGA-TURMA
           IF WS-QTD-TURMA = 0 THEN
               DISPLAY "NENHUM ALUNO ENTURMADO NESSA TURMA (VER "
           STOP RUN.

       COPY DATACHK.
       COPY LOGON.
       COPY SENHASH.
       COPY PROFACES.
       COPY TREINO.
       END PROGRAM FREQMNT.
