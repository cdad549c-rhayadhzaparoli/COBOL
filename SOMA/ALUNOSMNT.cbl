      *          INCLUIR, ALTERAR NOTAS, REMOVER E LISTAR ALUNOS SEM
      *          DEPENDER DE EDICAO MANUAL DO ARQUIVO.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNOSMNT.
       01  WS-NOVO-A2       PIC 9(002)V99 VALUE ZEROS.
       01  WS-NOVO-T1       PIC 9(002)V99 VALUE ZEROS.
       01  WS-NOVO-T2       PIC 9(002)V99 VALUE ZEROS.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM P-TREINO-ENTRA
           DISPLAY "MANUTENCAO DE ALUNOS (ALUNOS.DAT)"
           DISPLAY "1 PARA INCLUIR ALUNO"
           DISPLAY "2 PARA ALTERAR NOTAS DE ALUNO"
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY TREINO.

       END PROGRAM ALUNOSMNT.
