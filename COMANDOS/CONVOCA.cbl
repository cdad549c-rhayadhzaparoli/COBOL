      *          SEM ESTA RODADA, O CHAMADO ERA FEITO A MAO A PARTIR DA
      *          LISTAGEM DO ROSTER E NAO DEIXAVA RASTRO EM REGISTRO.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - O CONSCRITO FALECIDO (SIT-SERVICO 'F', VER
      *                  OBITOCASC) NUNCA E CONVOCADO.
      *     15/10/2026 - A RODADA GERA TAMBEM AS ETIQUETAS DE
      *                  ENDERECAMENTO (TRES POR LINHA) EM ORDEM DE
      *                  CEP E O MANIFESTO POSTAL POR FAIXA DE CEP; O
      *                  ENDERECO APONTADO PELO CEPSWEEP FICA RETIDO E
      *                  LISTADO (VER ETIQUETA). REIMPRESSAO: ETIQCONV.
      *     15/10/2026 - O CONSCRITO DISPENSADO POR EXCESSO DE
      *                  CONTINGENTE (SIT-SERVICO 'E', VER DISPEXC) NAO
      *                  E MAIS CONVOCADO.
      *     15/10/2026 - CONSCRITO DISPENSADO POR REQUERIMENTO (SIT 'D')
      *                  FICA FORA DA RODADA; O ADIADO ('P') SO APOS O
      *                  FIM DO ADIAMENTO (DT-DISPENSA).
      *     15/10/2026 - RODADA DE UMA UNIDADE PASSA A LER REGISTRO PELA
      *                  CHAVE ALTERNATIVA UNIDADE (START/READ NEXT).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM CONVOCACAO.PRN,
      *                  ETIQUETAS.PRN, MANIFESTO.PRN E ETIQRETIDA.PRN
      *                  PASSA A SER ARQUIVADA COMO JOB NUMERADO NO
      *                  ARQUIVO DE IMPRESSAO (SPOOL.IDX, VER
      *                  SPOOL.cpy), COM OPERADOR, DATA/HORA, PAGINAS E
      *                  REGISTROS - UMA NOVA RODADA NAO APAGA MAIS A
      *                  ANTERIOR; CONSULTA E REIMPRESSAO PELO SPOOLVER.
      *                  A RODADA INTEIRA SAI COMO UM JOB SO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVOCA.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

           SELECT ETQ-WRK-FILE ASSIGN TO 'ETIQUETA.WRK'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ETQ-WRK-STATUS.

           SELECT ETQ-SORT-FILE ASSIGN TO 'ETIQUETA.SRT'.

           SELECT ETQ-PRN-FILE ASSIGN TO 'ETIQUETAS.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ETQ-PRN-STATUS.

           SELECT ETQ-MAN-FILE ASSIGN TO 'MANIFESTO.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ETQ-MAN-STATUS.

           SELECT ETQ-RET-FILE ASSIGN TO 'ETIQRETIDA.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ETQ-RET-STATUS.

           SELECT ETQ-EXC-FILE ASSIGN TO 'CEPSWEEP.EXC'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ETQ-EXC-STATUS.

           SELECT SPOOL-IDX-FILE ASSIGN TO 'SPOOL.IDX'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SPL-STATUS.

           SELECT SPOOL-TAM-FILE ASSIGN TO WS-SPL-TAM-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SPL-TAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REG-FILE.
         05 LOCK-OPERADOR     PIC X(10).
         05 LOCK-PROGRAMA     PIC X(20).

       FD ETQ-WRK-FILE.
       COPY ETQDATA.

       SD ETQ-SORT-FILE.
       COPY ETQDATA REPLACING LEADING ==ETQ-WRK== BY ==ETQ-SD==.

       FD ETQ-PRN-FILE.
       01 ETQ-PRN-LINE       PIC X(126).

       FD ETQ-MAN-FILE.
       01 ETQ-MAN-LINE       PIC X(80).

       FD ETQ-RET-FILE.
       01 ETQ-RET-LINE       PIC X(80).

       FD ETQ-EXC-FILE.
      *    MESMO LAYOUT DE EXC-REC NO CEPSWEEP.
       01 ETQ-EXC-REC.
         05 ETQ-EXC-TIMESTAMP     PIC X(20).
         05 ETQ-EXC-ARQUIVO       PIC X(08).
         05 ETQ-EXC-CHAVE         PIC X(11).
         05 ETQ-EXC-CEP           PIC X(09).
         05 ETQ-EXC-CIDADE-GRAVADA PIC X(30).
         05 ETQ-EXC-UF-GRAVADA    PIC X(02).
         05 ETQ-EXC-CIDADE-TABELA PIC X(30).
         05 ETQ-EXC-UF-TABELA     PIC X(02).

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-STATUS          PIC 99.
       01 WS-CONV-STATUS     PIC 99.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSDATACHK.
       COPY WSETIQUETA.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'CONVOCA' TO WS-SPL-PROGRAMA
           DISPLAY "******** RODADA DE CONVOCACAO ********"
           PERFORM P-SIGN-ON
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR
      *    A RODADA CARIMBA A CONVOCACAO EM TODO REGISTRO SELECIONADO
      *    - TOMA A TRAVA DE ATUALIZACAO DE REGISTRO (VER FILELOCK).
           MOVE "REGISTRO.LCK" TO WS-LOCK-PATH
               GO TO P999-STOP
           END-IF

           OPEN OUTPUT ETQ-WRK-FILE
      *    RODADA DE UMA UNIDADE SO LE OS REGISTROS DELA, PELA CHAVE
      *    ALTERNATIVA UNIDADE; SEM FILTRO A LEITURA SEGUE POR CPF.
           IF WS-UNI-FILTRO NOT = SPACES THEN
               MOVE WS-UNI-FILTRO TO UNIDADE
               START REG-FILE KEY IS EQUAL TO UNIDADE
                   INVALID KEY
                       MOVE 'S' TO WS-EOF
               END-START
           END-IF
      *    A RODADA INTEIRA E UM JOB SO NO ARQUIVO DE IMPRESSAO (VER
      *    SPOOL).
           MOVE 'CONVOCACAO.PRN' TO WS-SPL-ARQUIVO
           MOVE 70               TO WS-SPL-TAM-REG
           MOVE 'S'              TO WS-SPL-PESSOAL
           PERFORM P-SPOOL-INICIA
           PERFORM UNTIL WS-EOF = 'S'
               READ REG-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-UNI-FILTRO NOT = SPACES AND
                          UNIDADE NOT = WS-UNI-FILTRO THEN
                           MOVE 'S' TO WS-EOF
                       ELSE
                           PERFORM P200-AVALIA-REGISTRO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REG-FILE
           CLOSE ETQ-WRK-FILE
           PERFORM P-SPOOL-ARQUIVA

           PERFORM P800-RESUMO
           IF WS-QTD-CONVOCADOS > 0 THEN
               MOVE WS-DT-HOJE TO WS-ETQ-DT-CONV
               PERFORM P-ETQ-EMITE
           END-IF
           GO TO P999-STOP.

       P200-AVALIA-REGISTRO.
      *    SELECIONA O REGISTRO QUE PASSA NOS FILTROS DE UNIDADE E
      *    SETOR E AINDA NAO FOI CONVOCADO (DT-CONVOCACAO = 0) - UMA
      *    RODADA NOVA NUNCA RECONVOCA QUEM JA RECEBEU NOTIFICACAO.
      *    O CONSCRITO FALECIDO (SIT-SERVICO 'F') NUNCA E CONVOCADO,
      *    NEM O DISPENSADO POR EXCESSO DE CONTINGENTE ('E', DISPEXC).
           IF WS-UNI-FILTRO NOT = SPACES AND
              UNIDADE NOT = WS-UNI-FILTRO THEN
               EXIT PARAGRAPH
           IF DT-CONVOCACAO NOT = 0 THEN
               EXIT PARAGRAPH
           END-IF
           IF SIT-SERVICO = 'F' OR SIT-SERVICO = 'E' OR
              SIT-SERVICO = 'D' THEN
               EXIT PARAGRAPH
           END-IF
           IF SIT-SERVICO = 'P' AND DT-DISPENSA > WS-DT-HOJE THEN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DT-HOJE         TO DT-CONVOCACAO
           MOVE WS-DT-APRES-RODADA TO DT-APRESENT-PREV
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-CONVOCADOS
                   PERFORM P300-IMPRIME-NOTIFICACAO
                   PERFORM P350-GRAVA-ETIQUETA
                   PERFORM P400-ACUMULA-UNIDADE
           END-REWRITE.

           WRITE CONV-LINE
           CLOSE CONV-FILE.

       P350-GRAVA-ETIQUETA.
      *    O ENDERECAMENTO SAI DEPOIS, EM ORDEM DE CEP (VER ETIQUETA).
           MOVE END-CEP          TO ETQ-WRK-CEP
           MOVE NAMES            TO ETQ-WRK-NOME
           MOVE CPF              TO ETQ-WRK-CPF
           MOVE END-RUA          TO ETQ-WRK-RUA
           MOVE END-NUMERO       TO ETQ-WRK-NUMERO
           MOVE END-BAIRRO       TO ETQ-WRK-BAIRRO
           MOVE END-CIDADE       TO ETQ-WRK-CIDADE
           MOVE END-UF           TO ETQ-WRK-UF
           MOVE UNIDADE          TO ETQ-WRK-UNIDADE
           MOVE DT-CONVOCACAO    TO ETQ-WRK-DT-CONV
           WRITE ETQ-WRK-REC.

       P400-ACUMULA-UNIDADE.
           MOVE 'N' TO WS-UNI-ACHOU
           PERFORM VARYING WS-UNI-IDX FROM 1 BY 1
       COPY LOGON.
       COPY SENHASH.
       COPY DATACHK.
       COPY ETIQUETA.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM CONVOCA.
