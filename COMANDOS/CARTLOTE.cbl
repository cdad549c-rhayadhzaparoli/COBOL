      *                  REGISTRADA EM CARTEIRA.REG (VER CARTNUM/
      *                  CARTVERIF); PARA O REGISTRO CARREGAR O
      *                  OPERADOR, O PROGRAMA PASSA A EXIGIR LOGON.
      *     15/10/2026 - ALISTAMENTOS COM MULTA DE ALISTAMENTO FORA DO
      *                  PRAZO PENDENTE (MULTA-SITUACAO 'P') FICAM FORA
      *                  DO LOTE E SAO CONTADOS A PARTE.
      *     15/10/2026 - ALISTAMENTOS COM DOCUMENTACAO EXIGIDA
      *                  INCOMPLETA (VER DOCCHK) TAMBEM FICAM FORA DO
      *                  LOTE E SAO CONTADOS A PARTE.
      *     15/10/2026 - FAIXA DE DATAS PASSA A SER LIDA PELA CHAVE
      *                  ALTERNATIVA DT-ALISTAMENTO (START/READ NEXT);
      *                  O LOTE SAI EM ORDEM DE DATA DE ALISTAMENTO.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM CARTEIRA.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER. A RODADA INTEIRA
      *                  SAI COMO UM JOB SO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTLOTE.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

           SELECT CARD-FILE ASSIGN TO 'CARTEIRA.PRN'
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CARTREG-STATUS.

           SELECT DOCTIPO-FILE ASSIGN TO 'DOCTIPO.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DOCT-STATUS.

           SELECT DOCAPRES-FILE ASSIGN TO 'DOCAPRES.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DOCA-STATUS.

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
         05 CREG-MATRICULA    PIC 9(05).
         05 CREG-TIPO         PIC X(01).

       FD DOCTIPO-FILE.
       COPY DOCTIPODATA.

       FD DOCAPRES-FILE.
       COPY DOCAPRDATA.

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-STATUS          PIC 99.
       01 WS-CARD-STATUS     PIC 99.
       01 WS-FLT-DT-INI      PIC 9(08) VALUE 0.
       01 WS-FLT-DT-FIM      PIC 9(08) VALUE 99999999.
       01 WS-COUNT           PIC 9(05) VALUE 0.
       01 WS-QTD-MULTA       PIC 9(05) VALUE 0.
       01 WS-QTD-DOCS        PIC 9(05) VALUE 0.
       COPY WSPRSDATA.
       COPY WSFSTATUS.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSCARTNUM.
       COPY WSDOCCHK.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'CARTLOTE' TO WS-SPL-PROGRAMA
           DISPLAY "**** REIMPRESSAO EM LOTE DE CARTEIRAS ****"
           PERFORM P-SIGN-ON
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR

           DISPLAY "FILTRAR POR SETOR (C/E) OU DEIXE EM BRANCO PARA "
                   "AMBOS"
               GO TO P999-STOP
           END-IF

      *    POSICIONA PELA CHAVE ALTERNATIVA DT-ALISTAMENTO NO INICIO DA
      *    FAIXA E PARA DE LER QUANDO PASSA DA DATA FINAL - O LOTE SAI
      *    EM ORDEM DE DATA DE ALISTAMENTO.
           MOVE WS-FLT-DT-INI TO DT-ALISTAMENTO
           START REG-FILE KEY IS NOT LESS THAN DT-ALISTAMENTO
               INVALID KEY
                   MOVE 'S' TO WS-EOF
           END-START
      *    O LOTE INTEIRO E UM JOB SO NO ARQUIVO DE IMPRESSAO (VER
      *    SPOOL), UMA CARTEIRA POR PAGINA.
           MOVE 'CARTEIRA.PRN' TO WS-SPL-ARQUIVO
           MOVE 60             TO WS-SPL-TAM-REG
           MOVE 'S'            TO WS-SPL-PESSOAL
           PERFORM P-SPOOL-INICIA
           PERFORM UNTIL WS-EOF = 'S'
               READ REG-FILE NEXT RECORD INTO WS-PRS-DATA
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-DT-ALISTAMENTO > WS-FLT-DT-FIM THEN
                           MOVE 'S' TO WS-EOF
                       ELSE
                           PERFORM P200-CHECK-FILTER
                       END-IF
               END-READ
           END-PERFORM

           CLOSE REG-FILE
           MOVE WS-COUNT TO WS-SPL-PAGINAS
           PERFORM P-SPOOL-ARQUIVA
           DISPLAY "CARTEIRAS REIMPRESSAS: " WS-COUNT
           DISPLAY "RETIDAS POR MULTA PENDENTE: " WS-QTD-MULTA
           DISPLAY "RETIDAS POR DOCUMENTACAO INCOMPLETA: " WS-QTD-DOCS
           GO TO P999-STOP.

       P200-CHECK-FILTER.
           IF (WS-FLT-SETOR = SPACES OR WS-SETOR = WS-FLT-SETOR)
              AND WS-DT-ALISTAMENTO >= WS-FLT-DT-INI
              AND WS-DT-ALISTAMENTO <= WS-FLT-DT-FIM THEN
      *        MULTA DE ALISTAMENTO FORA DO PRAZO AINDA NAO PAGA: A
      *        CARTEIRA SO SAI DEPOIS DA BAIXA (VER MULTABX).
               IF WS-MULTA-SITUACAO = 'P' THEN
                   DISPLAY "CPF " WS-CPF " - MULTA PENDENTE, "
                           "CARTEIRA NAO EMITIDA"
                   ADD 1 TO WS-QTD-MULTA
               ELSE
      *            DOCUMENTACAO INCOMPLETA TAMBEM SEGURA A CARTEIRA
      *            (VER DOCCHK).
                   MOVE WS-CPF            TO WS-DOC-CPF
                   MOVE WS-DT-NASCIMENTO  TO WS-DOC-DT-NASC
                   MOVE WS-DT-ALISTAMENTO TO WS-DOC-DT-REF
                   PERFORM P-DOC-CHECKLIST
                   IF NOT WS-DOC-CHECKLIST-OK THEN
                       DISPLAY "CPF " WS-CPF " - DOCUMENTOS PENDENTES ("
                               WS-DOC-FALTA-LISTA ")"
                       ADD 1 TO WS-QTD-DOCS
                   ELSE
                       PERFORM P910-PRINT-CARTEIRA
                       ADD 1 TO WS-COUNT
                   END-IF
               END-IF
           END-IF.

       P910-PRINT-CARTEIRA.
       COPY LOGON.
       COPY SENHASH.
       COPY CARTNUM.
       COPY DOCCHK.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM CARTLOTE.
