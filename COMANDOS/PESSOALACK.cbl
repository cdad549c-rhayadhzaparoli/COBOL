      *     03/09/2026 - A ATUALIZACAO DE REGISTRO PASSA A TOMAR A
      *                  TRAVA REGISTRO.LCK (VER FILELOCK), COMO OS
      *                  DEMAIS ATUALIZADORES DO MESTRE.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PESSOALACK.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-REG-STATUS.

           SELECT GER-FILE ASSIGN TO 'PESSOAL.GER'
       01 WS-NOME-EXIBIDO PIC X(50) VALUE SPACES.
       01 WS-REG-ACHADO   PIC X     VALUE 'N'.
       COPY WSFILELOCK.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** CONFIRMACAO DO SISTEMA DE PESSOAL ******"

      *    A CONFIRMACAO REGRAVA REGISTRO - TOMA A TRAVA DE
           CALL "SYSTEM" USING WS-CMD.

       COPY FILELOCK.
       COPY TREINO.
       END PROGRAM PESSOALACK.
