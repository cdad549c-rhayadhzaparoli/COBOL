      *                  POR DT-ALISTAMENTO, O NOVO FILTRO DE ANO
      *                  INICIAL POSICIONA DIRETO NO PRIMEIRO ANO
      *                  PEDIDO EM VEZ DE LER O HISTORICO INTEIRO.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALISTREND.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-REG-STATUS.

           SELECT ARCH-FILE ASSIGN TO 'REGISTRO.ARQ'

       01 WS-BARRA           PIC X(50) VALUE SPACES.
       01 WS-QTD-BARRA        PIC 9(06) VALUE 0.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** TENDENCIA PLURIANUAL DE ALISTAMENTOS ****"
           DISPLAY "ANO INICIAL (0 = DESDE O PRIMEIRO ANO)"
           ACCEPT WS-ANO-INICIAL
                       REPLACING ALL SPACE BY '*'
           END-IF.

       COPY TREINO.

       END PROGRAM ALISTREND.
