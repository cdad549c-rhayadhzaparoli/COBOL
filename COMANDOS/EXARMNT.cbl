      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: APRESENTACAO ANUAL DO RESERVISTA (EXAR - EXERCICIO DE
      *          APRESENTACAO DA RESERVA). DEPOIS DO CERTIFICADO DE
      *          RESERVISTA (CERTRES) O RESERVISTA SE APRESENTA UMA VEZ
      *          POR ANO NOS CINCO ANOS SEGUINTES, E ISSO NAO FICAVA
      *          REGISTRADO EM LUGAR NENHUM. AQUI O OPERADOR LOCALIZA O
      *          RESERVISTA PELO CPF, CONFERE O ENDERECO ATUAL - A
      *          MUDANCA VAI PARA REGISTRO (OU REGISTRO.ARQ, SE O
      *          ALISTAMENTO JA FOI ARQUIVADO) COM O RASTRO EM
      *          ALISTAMENTO.LOG - E A APRESENTACAO RECEBE UM NUMERO DE
      *          RECIBO (EXARNUM.CTL), E CARIMBADA NA EMISSAO DO
      *          CERTIFICADO EM CERTIFICADO.REG (VER CERTREGDATA) E O
      *          COMPROVANTE SAI EM EXAR.PRN. A LISTA ANUAL DE FALTOSOS
      *          POR UNIDADE E DO EXARRPT.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - A LINHA GRAVADA EM ALISTAMENTO.LOG PASSA A
      *                  LEVAR O ELO DA CADEIA DE CONFERENCIA (CHG-ELO,
      *                  ANCORA EM ALISTAMENTO.LOG.ANC - VER
      *                  CADEIA.cpy).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM EXAR.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXARMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-FILE ASSIGN TO 'REGISTRO'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF OF PRS-DATA
           ALTERNATE RECORD KEY IS MAT-COMUM OF PRS-DATA WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE OF PRS-DATA WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO OF PRS-DATA
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

           SELECT ARCH-FILE ASSIGN TO 'REGISTRO.ARQ'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF OF ARCH-PRS-DATA
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO OF ARCH-PRS-DATA
               WITH DUPLICATES
           FILE STATUS IS WS-ARCH-STATUS.

           SELECT CERT-REG-FILE ASSIGN TO 'CERTIFICADO.REG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CERTREG-STATUS.

           SELECT CERT-NEW-FILE ASSIGN TO 'CERTIFICADO.REG.NEW'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CERTNEW-STATUS.

           SELECT CHG-LOG-FILE ASSIGN TO 'ALISTAMENTO.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CHG-STATUS.

           SELECT ANC-FILE ASSIGN TO WS-ANC-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANC-STATUS.

           SELECT CEP-CTL-FILE ASSIGN TO 'CEP.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CEP-STATUS.

           SELECT EXARNUM-CTL-FILE ASSIGN TO 'EXARNUM.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EXARNUM-STATUS.

           SELECT EXAR-PRN-FILE ASSIGN TO 'EXAR.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRN-STATUS.

           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGON-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO 'DATAMOV.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATAMOV-STATUS.

           SELECT LOCK-FILE ASSIGN TO WS-LOCK-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

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
       COPY PRSDATA.

       FD ARCH-FILE.
       COPY PRSDATA REPLACING PRS-DATA BY ARCH-PRS-DATA.

       FD CERT-REG-FILE.
       COPY CERTREGDATA.

       FD CERT-NEW-FILE.
       01 CERT-NEW-REC       PIC X(198).

       FD CHG-LOG-FILE.
       COPY CHGLOGDATA.

       FD ANC-FILE.
       COPY ANCDATA.

       FD CEP-CTL-FILE.
       01 CEP-CTL-REC.
         05 CEP-CTL-CEP       PIC X(09).
         05 CEP-CTL-CIDADE    PIC X(30).
         05 CEP-CTL-UF        PIC X(02).

       FD EXARNUM-CTL-FILE.
       01 EXARNUM-CTL-REC.
         05 EXARNUM-ULTIMO    PIC 9(07).

       FD EXAR-PRN-FILE.
       01 EXAR-LINE          PIC X(70).

       FD USER-CTL-FILE.
       COPY USERCTL.

       FD DATAMOV-FILE.
       01 DATAMOV-REC.
         05 DTM-DATA-NEGOCIO   PIC 9(08).
         05 DTM-ULTIMA-FECHADA PIC 9(08).

       FD LOCK-FILE.
       01 LOCK-REC.
         05 LOCK-TIMESTAMP    PIC X(20).
         05 LOCK-OPERADOR     PIC X(10).
         05 LOCK-PROGRAMA     PIC X(20).

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-STATUS          PIC 99.
       01 WS-ARCH-STATUS     PIC 99.
       01 WS-CERTNEW-STATUS  PIC 99.
       01 WS-CHG-STATUS      PIC 99.
       01 WS-EXARNUM-STATUS  PIC 99.
       01 WS-PRN-STATUS      PIC 99.
       01 WS-OPCAO           PIC 9(01) VALUE 0.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-CPF-BUSCA       PIC 9(11) VALUE 0.
       01 WS-KEY             PIC X     VALUE 'N'.
       01 WS-CMD             PIC X(80) VALUE SPACES.
       01 WS-ANO-REF         PIC 9(04) VALUE 0.
       01 WS-ANO-INI         PIC 9(04) VALUE 0.
       01 WS-ANO-FIM         PIC 9(04) VALUE 0.
       01 WS-JA-APRESENTOU   PIC X     VALUE 'N'.
       01 WS-RECIBO          PIC 9(07) VALUE 0.
       01 WS-LIDOS           PIC 9(07) VALUE 0.
      *    ONDE ESTA O ALISTAMENTO DO RESERVISTA: 'R' = REGISTRO,
      *    'A' = REGISTRO.ARQ (JA ARQUIVADO), ESPACO = NAO ENCONTRADO.
       01 WS-ORIGEM          PIC X     VALUE SPACE.
       01 WS-END-ANTERIOR    PIC X(121) VALUE SPACES.

       COPY WSPRSDATA.
       COPY WSEXARHIST.
       COPY WSCEPLOOKUP.
       COPY WSFSTATUS.
       COPY WSFILELOCK.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSDATAMOV.
       COPY WSCADEIA.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'EXARMNT' TO WS-SPL-PROGRAMA
           DISPLAY "**** APRESENTACAO ANUAL DO RESERVISTA (EXAR) ****"
           PERFORM P-SIGN-ON
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR
           PERFORM P-DATA-NEGOCIO
           MOVE WS-DT-NEGOCIO(1:4) TO WS-ANO-REF

           DISPLAY "1 PARA REGISTRAR APRESENTACAO"
           DISPLAY "2 PARA CONSULTAR APRESENTACOES DE UM CPF"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1 GO TO P100-APRESENTACAO
               WHEN 2 GO TO P700-CONSULTAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   GO TO P999-STOP
           END-EVALUATE.

       P100-APRESENTACAO.
           IF WS-DT-NEG-OK NOT = 'S' THEN
               GO TO P999-STOP
           END-IF
      *    A ATUALIZACAO DE ENDERECO REGRAVA REGISTRO/REGISTRO.ARQ -
      *    TOMA A TRAVA DE ATUALIZACAO (VER FILELOCK).
           MOVE "REGISTRO.LCK" TO WS-LOCK-PATH
           MOVE "EXARMNT"      TO WS-LOCK-PROGRAMA
           MOVE WS-OPERADOR-ID TO WS-LOCK-OPERADOR
           PERFORM P-TRAVA-ARQUIVO
           IF WS-LOCK-OK NOT = 'S' THEN
               GO TO P999-STOP
           END-IF

           DISPLAY "DIGITE O CPF DO RESERVISTA"
           ACCEPT WS-CPF-BUSCA
           MOVE WS-CPF-BUSCA TO WS-EXAR-CPF
           PERFORM P-EXAR-HISTORICO
           IF WS-EXAR-POS = 0 THEN
               DISPLAY "CPF SEM CERTIFICADO DE RESERVISTA EMITIDO "
                       "(VER CERTRES)"
               GO TO P999-STOP
           END-IF

      *    A OBRIGACAO CORRE NOS CINCO ANOS SEGUINTES AO DO PRIMEIRO
      *    CERTIFICADO DE RESERVISTA, UMA APRESENTACAO POR ANO.
           ADD 1 TO WS-EXAR-ANO-BASE GIVING WS-ANO-INI
           ADD 5 TO WS-EXAR-ANO-BASE GIVING WS-ANO-FIM
           DISPLAY "RESERVISTA: " WS-EXAR-NOME
           DISPLAY "OBRIGACAO DE APRESENTACAO: " WS-ANO-INI
                   " A " WS-ANO-FIM
                   "  APRESENTACOES REGISTRADAS: " WS-EXAR-QTD
           IF WS-ANO-REF < WS-ANO-INI THEN
               DISPLAY "A PRIMEIRA APRESENTACAO E SO EM " WS-ANO-INI
               GO TO P999-STOP
           END-IF
           IF WS-ANO-REF > WS-ANO-FIM THEN
               DISPLAY "OBRIGACAO DE APRESENTACAO JA ENCERRADA"
               GO TO P999-STOP
           END-IF
           MOVE 'N' TO WS-JA-APRESENTOU
           PERFORM VARYING WS-EXAR-IDX FROM 1 BY 1
                   UNTIL WS-EXAR-IDX > WS-EXAR-QTD
               IF WS-EXAR-ANO(WS-EXAR-IDX) = WS-ANO-REF THEN
                   MOVE 'S' TO WS-JA-APRESENTOU
               END-IF
           END-PERFORM
           IF WS-JA-APRESENTOU = 'S' OR WS-EXAR-QTD NOT < 5 THEN
               DISPLAY "APRESENTACAO DE " WS-ANO-REF
                       " JA REGISTRADA PARA ESTE RESERVISTA"
               GO TO P999-STOP
           END-IF

           PERFORM P200-CONFERE-ENDERECO
           PERFORM P500-PROXIMO-RECIBO
           PERFORM P400-CARIMBA-CERTIFICADO
           PERFORM P600-IMPRIME-COMPROVANTE
           DISPLAY "APRESENTACAO DE " WS-ANO-REF " REGISTRADA - RECIBO "
                   WS-RECIBO
           DISPLAY "COMPROVANTE IMPRESSO EM EXAR.PRN"
           GO TO P999-STOP.

       P200-CONFERE-ENDERECO.
      *    O ALISTAMENTO PODE ESTAR EM REGISTRO OU, SE JA FOI ARQUIVADO
      *    PELO REGARCH, EM REGISTRO.ARQ. SEM NENHUM DOS DOIS A
      *    APRESENTACAO E REGISTRADA SEM ATUALIZAR O ENDERECO.
           MOVE SPACE TO WS-ORIGEM
           OPEN I-O REG-FILE
           IF WS-STATUS NOT EQUAL 35 THEN
               MOVE WS-CPF-BUSCA TO CPF OF PRS-DATA
               READ REG-FILE INTO WS-PRS-DATA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'R' TO WS-ORIGEM
               END-READ
           END-IF
           IF WS-ORIGEM = SPACE THEN
               OPEN I-O ARCH-FILE
               IF WS-ARCH-STATUS NOT EQUAL 35 THEN
                   MOVE WS-CPF-BUSCA TO CPF OF ARCH-PRS-DATA
                   READ ARCH-FILE INTO WS-PRS-DATA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'A' TO WS-ORIGEM
                   END-READ
                   CLOSE ARCH-FILE
               END-IF
           END-IF
           IF WS-STATUS NOT EQUAL 35 THEN
               CLOSE REG-FILE
           END-IF

           IF WS-ORIGEM = SPACE THEN
               DISPLAY "ALISTAMENTO NAO ENCONTRADO EM REGISTRO NEM EM "
                       "REGISTRO.ARQ - ENDERECO NAO CONFERIDO"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENDERECO ATUAL: " WS-END-RUA
           DISPLAY "                " WS-END-NUMERO " " WS-END-BAIRRO
           DISPLAY "                " WS-END-CIDADE "/" WS-END-UF
                   " CEP " WS-END-CEP
           DISPLAY "O ENDERECO MUDOU (S/N)?"
           ACCEPT WS-KEY
           IF WS-KEY NOT = 'S' AND WS-KEY NOT = 's' THEN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ADDRESS TO WS-END-ANTERIOR
           PERFORM P210-LE-ENDERECO
           PERFORM P300-GRAVA-ENDERECO.

       P210-LE-ENDERECO.
      *    MESMA CAPTURA E CONFERENCIA DE CEP DE P220-READ-ADDRESS/
      *    P225-VALIDA-CEP NO ALISTAMENTO-MILITAR.
           DISPLAY "DIGITE O NOVO ENDERECO"
           DISPLAY "RUA"
           ACCEPT WS-END-RUA
           DISPLAY "NUMERO"
           ACCEPT WS-END-NUMERO
           DISPLAY "BAIRRO"
           ACCEPT WS-END-BAIRRO
           DISPLAY "CIDADE"
           ACCEPT WS-END-CIDADE
           DISPLAY "UF"
           ACCEPT WS-END-UF
           DISPLAY "CEP"
           ACCEPT WS-END-CEP
           MOVE WS-END-CEP TO WS-CEP-BUSCA
           PERFORM P-CEP-LOOKUP
           IF WS-CEP-ACHOU-CEP = 'S' THEN
               IF WS-END-CIDADE NOT = WS-CEP-CIDADE-ACHADA OR
                  WS-END-UF NOT = WS-CEP-UF-ACHADA THEN
                   DISPLAY "AVISO: CIDADE/UF DIGITADAS NAO CONFEREM "
                           "COM O CEP CADASTRADO"
                   DISPLAY "CEP.CTL INDICA: " WS-CEP-CIDADE-ACHADA
                           "/" WS-CEP-UF-ACHADA
               END-IF
           END-IF.

       P300-GRAVA-ENDERECO.
           MOVE WS-DT-NEGOCIO TO WS-DT-ULT-ALTER
           IF WS-ORIGEM = 'R' THEN
               OPEN I-O REG-FILE
               MOVE WS-PRS-DATA TO PRS-DATA
               REWRITE PRS-DATA
                   INVALID KEY
                       DISPLAY "NAO FOI POSSIVEL ATUALIZAR O ENDERECO "
                               "EM REGISTRO"
                       CLOSE REG-FILE
                       EXIT PARAGRAPH
               END-REWRITE
               CLOSE REG-FILE
           ELSE
               OPEN I-O ARCH-FILE
               MOVE WS-PRS-DATA TO ARCH-PRS-DATA
               REWRITE ARCH-PRS-DATA
                   INVALID KEY
                       DISPLAY "NAO FOI POSSIVEL ATUALIZAR O ENDERECO "
                               "EM REGISTRO.ARQ"
                       CLOSE ARCH-FILE
                       EXIT PARAGRAPH
               END-REWRITE
               CLOSE ARCH-FILE
           END-IF
           DISPLAY "ENDERECO ATUALIZADO"

      *    MESMO REGISTRO DO LOG DE ALTERACOES GRAVADO POR
      *    P310-LOG-CHANGE NO ALISTAMENTO-MILITAR (VER CHGRPT).
           MOVE FUNCTION CURRENT-DATE TO CHG-TIMESTAMP
           MOVE WS-OPERADOR-ID        TO CHG-OPERADOR
           MOVE WS-CPF-BUSCA          TO CHG-CPF
           MOVE "ENDERECO"            TO CHG-FIELD
           MOVE WS-END-ANTERIOR       TO CHG-OLD-VALUE
           MOVE WS-ADDRESS            TO CHG-NEW-VALUE
           OPEN EXTEND CHG-LOG-FILE
           IF WS-CHG-STATUS EQUAL 35 THEN
               OPEN OUTPUT CHG-LOG-FILE
           END-IF
           MOVE 'ALISTAMENTO.LOG.ANC'  TO WS-ANC-PATH
           MOVE CHG-LOG-REC            TO WS-CAD-LINHA
           MOVE 211                    TO WS-CAD-TAM
           PERFORM P-CADEIA-ENCADEIA
           MOVE WS-CAD-ELO             TO CHG-ELO
           WRITE CHG-LOG-REC
           IF WS-CHG-STATUS EQUAL 0 THEN
               PERFORM P-CADEIA-GRAVA-ANCORA
           END-IF
           CLOSE CHG-LOG-FILE.

       P400-CARIMBA-CERTIFICADO.
      *    CARIMBA A APRESENTACAO NA ULTIMA EMISSAO 'R' DO CPF
      *    (WS-EXAR-POS), REGRAVANDO CERTIFICADO.REG VIA .NEW.
           OPEN INPUT CERT-REG-FILE
           OPEN OUTPUT CERT-NEW-FILE
           MOVE 0   TO WS-LIDOS
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ CERT-REG-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       IF WS-LIDOS = WS-EXAR-POS THEN
                           PERFORM P410-CARIMBA-LINHA
                       END-IF
                       WRITE CERT-NEW-REC FROM CERT-REG-REC
               END-READ
           END-PERFORM
           CLOSE CERT-REG-FILE
           CLOSE CERT-NEW-FILE
           MOVE "mv CERTIFICADO.REG.NEW CERTIFICADO.REG" TO WS-CMD
           CALL "SYSTEM" USING WS-CMD.

       P410-CARIMBA-LINHA.
           MOVE WS-EXAR-ANO-BASE TO CERT-ANO-BASE
           ADD 1 TO CERT-EXAR-QTD
           MOVE WS-ANO-REF    TO CERT-EXAR-ANO(CERT-EXAR-QTD)
           MOVE WS-DT-NEGOCIO TO CERT-EXAR-DT(CERT-EXAR-QTD)
           MOVE WS-RECIBO     TO CERT-EXAR-RECIBO(CERT-EXAR-QTD)
           MOVE CERT-EXAR-QTD TO WS-EXAR-QTD.

       P500-PROXIMO-RECIBO.
      *    MESMO PADRAO DE CONTADOR DE CARTNUM.CTL/ANONNUM.CTL.
           OPEN I-O EXARNUM-CTL-FILE
           IF WS-EXARNUM-STATUS EQUAL 35 THEN
               OPEN OUTPUT EXARNUM-CTL-FILE
               MOVE 0 TO EXARNUM-ULTIMO
               WRITE EXARNUM-CTL-REC
               CLOSE EXARNUM-CTL-FILE
               OPEN I-O EXARNUM-CTL-FILE
           END-IF
           READ EXARNUM-CTL-FILE NEXT RECORD
               AT END
                   MOVE 0 TO EXARNUM-ULTIMO
           END-READ
           ADD 1 TO EXARNUM-ULTIMO GIVING WS-RECIBO
           MOVE WS-RECIBO TO EXARNUM-ULTIMO
           REWRITE EXARNUM-CTL-REC
           CLOSE EXARNUM-CTL-FILE.

       P600-IMPRIME-COMPROVANTE.
      *    MESMO ESTILO DE IMPRESSAO DO CERTIFICADO (VER CERTRES).
           MOVE 'EXAR.PRN' TO WS-SPL-ARQUIVO
           MOVE 70         TO WS-SPL-TAM-REG
           MOVE 'S'        TO WS-SPL-PESSOAL
           PERFORM P-SPOOL-INICIA
           OPEN EXTEND EXAR-PRN-FILE
           IF WS-PRN-STATUS EQUAL 35 THEN
               OPEN OUTPUT EXAR-PRN-FILE
           END-IF
           MOVE "---- COMPROVANTE DE APRESENTACAO DO RESERVISTA ----"
             TO EXAR-LINE
           WRITE EXAR-LINE
           MOVE SPACES TO EXAR-LINE
           STRING "RECIBO: "  DELIMITED BY SIZE
                  WS-RECIBO   DELIMITED BY SIZE
                  INTO EXAR-LINE
           WRITE EXAR-LINE
           MOVE SPACES TO EXAR-LINE
           STRING "NOME: "     DELIMITED BY SIZE
                  WS-EXAR-NOME DELIMITED BY SIZE
                  INTO EXAR-LINE
           WRITE EXAR-LINE
           MOVE SPACES TO EXAR-LINE
           STRING "CPF: "       DELIMITED BY SIZE
                  WS-CPF-BUSCA  DELIMITED BY SIZE
                  INTO EXAR-LINE
           WRITE EXAR-LINE
           MOVE SPACES TO EXAR-LINE
           STRING "ANO: "            DELIMITED BY SIZE
                  WS-ANO-REF         DELIMITED BY SIZE
                  " - APRESENTACAO " DELIMITED BY SIZE
                  WS-EXAR-QTD        DELIMITED BY SIZE
                  " DE 5"            DELIMITED BY SIZE
                  INTO EXAR-LINE
           WRITE EXAR-LINE
           MOVE SPACES TO EXAR-LINE
           STRING "DATA: "      DELIMITED BY SIZE
                  WS-DT-NEGOCIO DELIMITED BY SIZE
                  " UNIDADE: "  DELIMITED BY SIZE
                  WS-EXAR-UNIDADE DELIMITED BY SIZE
                  INTO EXAR-LINE
           WRITE EXAR-LINE
           MOVE SPACES TO EXAR-LINE
           WRITE EXAR-LINE
           CLOSE EXAR-PRN-FILE
           PERFORM P-SPOOL-ARQUIVA.

       P700-CONSULTAR.
           DISPLAY "DIGITE O CPF A CONSULTAR"
           ACCEPT WS-CPF-BUSCA
           MOVE WS-CPF-BUSCA TO WS-EXAR-CPF
           PERFORM P-EXAR-HISTORICO
           IF WS-EXAR-POS = 0 THEN
               DISPLAY "CPF SEM CERTIFICADO DE RESERVISTA EMITIDO"
               GO TO P999-STOP
           END-IF
           ADD 1 TO WS-EXAR-ANO-BASE GIVING WS-ANO-INI
           ADD 5 TO WS-EXAR-ANO-BASE GIVING WS-ANO-FIM
           DISPLAY "RESERVISTA: " WS-EXAR-NOME
                   "  UNIDADE: " WS-EXAR-UNIDADE
           DISPLAY "OBRIGACAO DE APRESENTACAO: " WS-ANO-INI
                   " A " WS-ANO-FIM
           PERFORM VARYING WS-EXAR-IDX FROM 1 BY 1
                   UNTIL WS-EXAR-IDX > WS-EXAR-QTD
               DISPLAY "  ANO " WS-EXAR-ANO(WS-EXAR-IDX)
                       "  APRESENTADO EM " WS-EXAR-DT(WS-EXAR-IDX)
                       "  RECIBO " WS-EXAR-RECIBO(WS-EXAR-IDX)
           END-PERFORM
           DISPLAY "APRESENTACOES REGISTRADAS: " WS-EXAR-QTD
           GO TO P999-STOP.

       P999-STOP.
           IF WS-LOCK-OK = 'S' THEN
               PERFORM P-DESTRAVA-ARQUIVO
           END-IF
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY EXARHIST.
       COPY CEPLOOKUP.
       COPY FSTATUS.
       COPY FILELOCK.
       COPY LOGON.
       COPY SENHASH.
       COPY DATAMOV.
       COPY CADEIA.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM EXARMNT.
