      *                  TROCA DE NOME NAO PARTE MAIS O HISTORICO. A
      *                  BUSCA POR NOME SEGUE DISPONIVEL PARA AS
      *                  LINHAS ANTIGAS COM ID 0.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDHIST.
       01  WS-MEDIA-ANTERIOR   PIC 9(002)V99 VALUE 0.
       01  WS-TEM-ANTERIOR     PIC X      VALUE 'N'.
       01  WS-TENDENCIA        PIC X(10)  VALUE SPACES.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** HISTORICO DE MEDIAS DO ALUNO ********"
           DISPLAY "ID DO ALUNO (0 = BUSCAR POR NOME)"
           ACCEPT WS-BUSCA-ID
           MOVE ALU-LOG-MEDIA TO WS-MEDIA-ANTERIOR
           MOVE 'S' TO WS-TEM-ANTERIOR.

       COPY TREINO.

       END PROGRAM GRDHIST.
