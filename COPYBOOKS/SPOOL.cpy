      ******************************************************************
      * SPOOL.cpy
      * ARQUIVO DE IMPRESSAO - TODO .PRN CONTINUA SENDO GRAVADO NO NOME
      * DE SEMPRE, MAS O QUE CADA RODADA ACRESCENTOU NELE VIRA UM JOB
      * NUMERADO EM SPOOL/Jnnnnnnn.PRN, COM UMA LINHA NO INDICE
      * SPOOL.IDX (VER SPOOLDATA) - UMA SEGUNDA RODADA NAO APAGA MAIS A
      * PRIMEIRA. CONSULTA, REIMPRESSAO E EXPURGO: SPOOLVER; RETENCAO:
      * LINHA "SPOOL.IDX" DO LOGRET.CTL, APLICADA PELO LOGARQ
      * (P500-EXPURGA-SPOOL).
      * O CHAMADOR DECLARA O SELECT/FD DE SPOOL-IDX-FILE (SPOOL.IDX,
      * FILE STATUS WS-SPL-STATUS, COPY SPOOLDATA) E DE SPOOL-TAM-FILE
      * (ASSIGN WS-SPL-TAM-PATH, FILE STATUS WS-SPL-TAM-STATUS, COPY
      * SPOOLTAM) E COPIA WSSPOOL NA WORKING-STORAGE.
      * .PRN ABERTO EM EXTEND: PERFORM P-SPOOL-INICIA ANTES DO OPEN E
      * P-SPOOL-ARQUIVA DEPOIS DO CLOSE. .PRN ABERTO EM OUTPUT: SO
      * P-SPOOL-ARQUIVA DEPOIS DO CLOSE (O ARQUIVO INTEIRO E O JOB).
      ******************************************************************
       P-SPOOL-INICIA.
           PERFORM P-SPOOL-TAMANHO
           MOVE WS-SPL-TAMANHO TO WS-SPL-TAM-ANTES.

       P-SPOOL-ARQUIVA.
           PERFORM P-SPOOL-TAMANHO
           MOVE WS-SPL-TAMANHO TO WS-SPL-TAM-DEPOIS
      *    ARQUIVO MENOR QUE NO INICIO FOI RECRIADO NO MEIO DO CAMINHO
      *    (OUTPUT, OU EXPURGO) - O JOB E ELE INTEIRO.
           IF WS-SPL-TAM-DEPOIS < WS-SPL-TAM-ANTES THEN
               MOVE 0 TO WS-SPL-TAM-ANTES
           END-IF
           IF WS-SPL-TAM-DEPOIS = WS-SPL-TAM-ANTES THEN
               MOVE 0 TO WS-SPL-TAM-ANTES
               MOVE 0 TO WS-SPL-PAGINAS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SPL-BYTES = WS-SPL-TAM-DEPOIS - WS-SPL-TAM-ANTES
           COMPUTE WS-SPL-INICIO = WS-SPL-TAM-ANTES + 1
           PERFORM P-SPOOL-PROXIMO-JOB

           MOVE SPACES TO WS-SPL-JOB-ARQ
           STRING "SPOOL/J" DELIMITED BY SIZE
                  WS-SPL-JOB DELIMITED BY SIZE
                  ".PRN" DELIMITED BY SIZE
                  INTO WS-SPL-JOB-ARQ
           END-STRING
           MOVE SPACES TO WS-SPL-CMD
           STRING "tail -c +" DELIMITED BY SIZE
                  WS-SPL-INICIO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SPL-ARQUIVO DELIMITED BY SPACE
                  " > " DELIMITED BY SIZE
                  WS-SPL-JOB-ARQ DELIMITED BY SPACE
                  INTO WS-SPL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SPL-CMD

           MOVE 0 TO WS-SPL-REGISTROS
           IF WS-SPL-TAM-REG > 0 THEN
               DIVIDE WS-SPL-BYTES BY WS-SPL-TAM-REG
                   GIVING WS-SPL-REGISTROS
           END-IF
           IF WS-SPL-PAGINAS = 0 THEN
               COMPUTE WS-SPL-PAGINAS = (WS-SPL-REGISTROS + 59) / 60
           END-IF

           OPEN EXTEND SPOOL-IDX-FILE
           IF WS-SPL-STATUS EQUAL 35 THEN
               OPEN OUTPUT SPOOL-IDX-FILE
           END-IF
           MOVE WS-SPL-JOB            TO SPL-JOB
           MOVE WS-SPL-PROGRAMA       TO SPL-PROGRAMA
           MOVE WS-SPL-OPERADOR       TO SPL-OPERADOR
           MOVE FUNCTION CURRENT-DATE TO SPL-TIMESTAMP
           MOVE WS-SPL-ARQUIVO        TO SPL-ARQUIVO
           MOVE WS-SPL-TAM-REG        TO SPL-TAM-REG
           MOVE WS-SPL-PAGINAS        TO SPL-PAGINAS
           MOVE WS-SPL-REGISTROS      TO SPL-REGISTROS
           MOVE WS-SPL-PESSOAL        TO SPL-PESSOAL
           MOVE 'A'                   TO SPL-SITUACAO
           MOVE 0                     TO SPL-DT-EXPURGO
           WRITE SPOOL-IDX-REC
           CLOSE SPOOL-IDX-FILE
           DISPLAY "IMPRESSAO ARQUIVADA - JOB " WS-SPL-JOB " ("
                   WS-SPL-REGISTROS " REGISTROS)"

           MOVE 0 TO WS-SPL-TAM-ANTES
           MOVE 0 TO WS-SPL-PAGINAS.

      *    TAMANHO ATUAL DO .PRN EM WS-SPL-TAMANHO (ZERO SE NAO EXISTE).
       P-SPOOL-TAMANHO.
           MOVE 0 TO WS-SPL-TAMANHO
           MOVE SPACES TO WS-SPL-TAM-PATH
           STRING "SPOOL/" DELIMITED BY SIZE
                  WS-SPL-ARQUIVO DELIMITED BY SPACE
                  ".TAM" DELIMITED BY SIZE
                  INTO WS-SPL-TAM-PATH
           END-STRING
           MOVE SPACES TO WS-SPL-CMD
           STRING "mkdir -p SPOOL; printf '%012d' $(stat -c %s "
                  DELIMITED BY SIZE
                  WS-SPL-ARQUIVO DELIMITED BY SPACE
                  " 2>/dev/null || echo 0) > " DELIMITED BY SIZE
                  WS-SPL-TAM-PATH DELIMITED BY SPACE
                  INTO WS-SPL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SPL-CMD
           OPEN INPUT SPOOL-TAM-FILE
           IF WS-SPL-TAM-STATUS EQUAL 0 THEN
               READ SPOOL-TAM-FILE
                   NOT AT END
                       MOVE SPOOL-TAM-REC TO WS-SPL-TAMANHO
               END-READ
               CLOSE SPOOL-TAM-FILE
           END-IF.

      *    PROXIMO NUMERO DE JOB = MAIOR JOB DO INDICE + 1.
       P-SPOOL-PROXIMO-JOB.
           MOVE 0   TO WS-SPL-JOB
           MOVE 'N' TO WS-SPL-EOF
           OPEN INPUT SPOOL-IDX-FILE
           IF WS-SPL-STATUS EQUAL 0 THEN
               PERFORM UNTIL WS-SPL-EOF = 'S'
                   READ SPOOL-IDX-FILE
                       AT END
                           MOVE 'S' TO WS-SPL-EOF
                       NOT AT END
                           IF SPL-JOB > WS-SPL-JOB THEN
                               MOVE SPL-JOB TO WS-SPL-JOB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPOOL-IDX-FILE
           END-IF
           ADD 1 TO WS-SPL-JOB.
