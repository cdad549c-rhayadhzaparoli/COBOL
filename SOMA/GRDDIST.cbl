      *                  LINHA DE ALUNO.LOG E CONFERIDO CONTRA A
      *                  ENTURMACAO ATUAL DO MESTRE ALUMESTRE.DAT
      *                  (VER ALUMDATA/ALUMMNT).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDDIST.
       01  WS-DESC-FAIXA       PIC X(09) VALUE SPACES.
       01  WS-BARRA             PIC X(50) VALUE SPACES.
       01  WS-QTD-BARRA          PIC 9(06) VALUE 0.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** HISTOGRAMA DE DISTRIBUICAO DE MEDIAS ****"
           DISPLAY "TURMA (BRANCO = TODAS)"
           ACCEPT WS-TURMA-FILTRO
                       REPLACING ALL SPACE BY '*'
           END-IF.

       COPY TREINO.

       END PROGRAM GRDDIST.
