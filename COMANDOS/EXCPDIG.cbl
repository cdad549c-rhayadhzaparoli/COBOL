      *     21/08/2026 - PASSA A TAMBEM CONSOLIDAR DUPCPF.RPT,
      *                  CPFXREF.RPT E REGPURGE.REV, QUE ATE ENTAO
      *                  FICAVAM FORA DO DIGEST.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCPDIG.
       01 WS-QTD-REV         PIC 9(05)  VALUE 0.

       01 WS-QTD-TOTAL       PIC 9(06)  VALUE 0.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** DIGEST DE EXCECOES DE QUALIDADE DE DADOS "
                   "********"

           DISPLAY "---- TOTAL GERAL DE EXCECOES: " WS-QTD-TOTAL
                   " ----".

       COPY TREINO.

       END PROGRAM EXCPDIG.
