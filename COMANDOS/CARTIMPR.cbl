      *     02/09/2026 - A CONSULTA POR CPF PASSA A DEIXAR RASTRO NA
      *                  TRILHA DE ACESSO DE LEITURA (ACESSO.LOG, VER
      *                  ACESSLOG/ACESSRPT).
      *     15/10/2026 - RECUSA A REIMPRESSAO ENQUANTO A MULTA DE
      *                  ALISTAMENTO FORA DO PRAZO ESTIVER PENDENTE
      *                  (MULTA-SITUACAO 'P').
      *     15/10/2026 - RECUSA A REIMPRESSAO ENQUANTO A DOCUMENTACAO
      *                  EXIGIDA DO CONSCRITO ESTIVER INCOMPLETA (VER
      *                  DOCCHK/DOCMNT).
      *     15/10/2026 - LAYOUT DE ACESSO.LOG EXTRAIDO PARA ACSLOGDATA;
      *                  A LINHA DA TRILHA DE ACESSO PASSA A LEVAR O ELO
      *                  DA CADEIA DE CONFERENCIA (ACS-ELO, ANCORA EM
      *                  ACESSO.LOG.ANC - VER CADEIA.cpy).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM CARTEIRA.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTIMPR.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

           SELECT CARD-FILE ASSIGN TO 'CARTEIRA.PRN'
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ACESSO-STATUS.

           SELECT ANC-FILE ASSIGN TO WS-ANC-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANC-STATUS.

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
         05 CREG-TIPO         PIC X(01).

       FD ACESSO-LOG-FILE.
       COPY ACSLOGDATA.

       FD ANC-FILE.
       COPY ANCDATA.

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
       COPY WSSENHASH.
       COPY WSCARTNUM.
       COPY WSACESSLOG.
       COPY WSCADEIA.
       COPY WSDOCCHK.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'CARTIMPR' TO WS-SPL-PROGRAMA
           DISPLAY "**** REIMPRESSAO AVULSA DE CARTEIRA DE ALISTAMENTO "
                   "****"
           PERFORM P-SIGN-ON
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR

           OPEN INPUT REG-FILE
           IF WS-STATUS EQUAL 35 THEN
                   MOVE 'C'            TO WS-ACESSO-TIPO
                   MOVE WS-CPF-BUSCA   TO WS-ACESSO-CHAVE
                   PERFORM P-LOG-ACESSO
      *            MULTA DE ALISTAMENTO FORA DO PRAZO AINDA NAO PAGA:
      *            A CARTEIRA SO SAI DEPOIS DA BAIXA (VER MULTABX).
      *            DOCUMENTACAO INCOMPLETA TAMBEM SEGURA A CARTEIRA
      *            (VER DOCCHK).
                   MOVE WS-CPF            TO WS-DOC-CPF
                   MOVE WS-DT-NASCIMENTO  TO WS-DOC-DT-NASC
                   MOVE WS-DT-ALISTAMENTO TO WS-DOC-DT-REF
                   PERFORM P-DOC-CHECKLIST
                   IF WS-MULTA-SITUACAO = 'P' THEN
                       DISPLAY "MULTA DE ALISTAMENTO PENDENTE - "
                               "CARTEIRA NAO EMITIDA"
                       DISPLAY "REGISTRE O PAGAMENTO NO MULTABX OU "
                               "AGUARDE O RETORNO BANCARIO"
                   ELSE
                       IF NOT WS-DOC-CHECKLIST-OK THEN
                           DISPLAY "DOCUMENTACAO INCOMPLETA ("
                                   WS-DOC-FALTA-LISTA
                                   ") - CARTEIRA NAO EMITIDA"
                           DISPLAY "REGISTRE A ENTREGA NO DOCMNT"
                       ELSE
                           PERFORM P910-PRINT-CARTEIRA
                           DISPLAY "CARTEIRA REIMPRESSA EM "
                                   "CARTEIRA.PRN"
                       END-IF
                   END-IF
           END-READ

           CLOSE REG-FILE
               MOVE "SETOR COMUM"    TO WS-CARD-SETOR-DESC
           END-IF

           MOVE 'CARTEIRA.PRN' TO WS-SPL-ARQUIVO
           MOVE 60             TO WS-SPL-TAM-REG
           MOVE 'S'            TO WS-SPL-PESSOAL
           PERFORM P-SPOOL-INICIA
           OPEN EXTEND CARD-FILE
           IF WS-CARD-STATUS EQUAL 35 THEN
               OPEN OUTPUT CARD-FILE
               MOVE SPACES TO CARD-LINE
           END-IF
           WRITE CARD-LINE
           CLOSE CARD-FILE
           PERFORM P-SPOOL-ARQUIVA.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
       COPY SENHASH.
       COPY CARTNUM.
       COPY ACESSLOG.
       COPY CADEIA.
       COPY DOCCHK.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM CARTIMPR.
