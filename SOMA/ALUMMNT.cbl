      *          LOCALIZA POR ID OU POR NOME. O ALISTAMENTO PUXA O
      *          Q.I. PELO CPF GUARDADO AQUI.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUMMNT.
       01  WS-NOME-BUSCA    PIC X(40) VALUE SPACES.
       01  WS-ID-NOVO       PIC 9(05) VALUE 0.
       01  WS-QTD-LISTADOS  PIC 9(05) VALUE 0.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM P-TREINO-ENTRA
           DISPLAY "MANUTENCAO DO MESTRE DE ALUNOS (ALUMESTRE.DAT)"
           DISPLAY "1 PARA INCLUIR ALUNO"
           DISPLAY "2 PARA ALTERAR NOME/CPF"
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY TREINO.

       END PROGRAM ALUMMNT.
