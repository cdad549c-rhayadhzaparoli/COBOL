      *     08/08/2026 - EXPONENCIACAO PASSA A DETECTAR ESTOURO DE
      *                  CAPACIDADE DE WS-RES EM VEZ DE EXIBIR UM
      *                  RESULTADO TRUNCADO.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULADORA.
       77  WS-LOG-STATUS             PIC 99.
       77  WS-CKP-STATUS             PIC 99.
       77  WS-RESUME-KEY             PIC  A.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       P050-CHECK-RESTART.
           PERFORM P-TREINO-ENTRA
           MOVE 'N' TO WS-RESUME-KEY
           OPEN INPUT CKP-FILE
           IF WS-CKP-STATUS EQUAL 0 THEN
           WRITE CKP-REC
           CLOSE CKP-FILE.

       COPY TREINO.

       END PROGRAM CALCULADORA.
