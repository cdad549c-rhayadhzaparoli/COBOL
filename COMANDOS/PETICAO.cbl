      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: REQUERIMENTOS DE DISPENSA/ADIAMENTO (PETICAO.DAT, VER
      *          PETDATA) - ARRIMO DE FAMILIA, ENSINO SUPERIOR, OBJECAO
      *          RELIGIOSA E ORDEM JUDICIAL CHEGAVAM DEPOIS DO
      *          ALISTAMENTO, IAM EM PAPEL PARA O SUPERVISOR E O
      *          RESULTADO ERA DIGITADO SEM RASTRO. AQUI O REQUERIMENTO
      *          E PROTOCOLADO CONTRA O CPF COM TIPO, DOCUMENTOS E
      *          PRAZO; UM ADMINISTRADOR (NUNCA QUEM PROTOCOLOU) DECIDE;
      *          DO INDEFERIMENTO CABE UM RECURSO EM ATE 30 DIAS,
      *          DECIDIDO POR OUTRO ADMINISTRADOR. O DEFERIDO E GRAVADO
      *          EM REGISTRO (SIT-SERVICO 'D' DISPENSA OU 'P'
      *          ADIAMENTO E DT-DISPENSA, VER PRSDATA) COM A LINHA EM
      *          ALISTAMENTO.LOG, SOB A TRAVA REGISTRO.LCK. CADA DECISAO
      *          IMPRIME A CARTA DE NOTIFICACAO EM PETCARTA.PRN; A LISTA
      *          DE PENDENTES POR IDADE SAI EM PETPEND.PRN.
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
      *     15/10/2026 - CADA IMPRESSAO EM PETPEND.PRN E PETCARTA.PRN
      *                  PASSA A SER ARQUIVADA COMO JOB NUMERADO NO
      *                  ARQUIVO DE IMPRESSAO (SPOOL.IDX, VER
      *                  SPOOL.cpy), COM OPERADOR, DATA/HORA, PAGINAS E
      *                  REGISTROS - UMA NOVA RODADA NAO APAGA MAIS A
      *                  ANTERIOR; CONSULTA E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETICAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-FILE ASSIGN TO 'REGISTRO'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGON-STATUS.

           SELECT PET-FILE ASSIGN TO 'PETICAO.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PET-STATUS.

           SELECT PET-NEW-FILE ASSIGN TO 'PETICAO.DAT.NEW'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PET-NEW-STATUS.

           SELECT CHG-LOG-FILE ASSIGN TO 'ALISTAMENTO.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CHG-STATUS.

           SELECT ANC-FILE ASSIGN TO WS-ANC-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANC-STATUS.

           SELECT CARTA-FILE ASSIGN TO 'PETCARTA.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CARTA-STATUS.

           SELECT PEND-FILE ASSIGN TO 'PETPEND.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PEND-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO 'DATAMOV.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATAMOV-STATUS.

           SELECT LOCK-FILE ASSIGN TO WS-LOCK-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

           SELECT SORT-FILE ASSIGN TO 'PETPEND.SRT'.

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

       FD USER-CTL-FILE.
       COPY USERCTL.

       FD PET-FILE.
       COPY PETDATA.

       FD PET-NEW-FILE.
       COPY PETDATA REPLACING LEADING ==PET== BY ==PET-NEW==.

       FD CHG-LOG-FILE.
       COPY CHGLOGDATA.

       FD ANC-FILE.
       COPY ANCDATA.

       FD CARTA-FILE.
       01 CARTA-LINE         PIC X(80).

       FD PEND-FILE.
       01 PEND-LINE          PIC X(100).

       FD DATAMOV-FILE.
       01 DATAMOV-REC.
         05 DTM-DATA-NEGOCIO   PIC 9(08).
         05 DTM-ULTIMA-FECHADA PIC 9(08).

       FD LOCK-FILE.
       01 LOCK-REC.
         05 LOCK-TIMESTAMP    PIC X(20).
         05 LOCK-OPERADOR     PIC X(10).
         05 LOCK-PROGRAMA     PIC X(20).

      *    PENDENTES (DE DECISAO OU DE RECURSO), DO MAIS ANTIGO PARA O
      *    MAIS NOVO.
       SD SORT-FILE.
       01 SD-REC.
         05 SD-DT-BASE       PIC 9(08).
         05 SD-ID            PIC 9(05).
         05 SD-CPF           PIC 9(11).
         05 SD-NOME          PIC X(50).
         05 SD-TIPO          PIC X(01).
         05 SD-SITUACAO      PIC X(01).
         05 SD-DT-PRAZO      PIC 9(08).

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-STATUS          PIC 99.
       01 WS-PET-STATUS      PIC 99.
       01 WS-PET-NEW-STATUS  PIC 99.
       01 WS-CHG-STATUS      PIC 99.
       01 WS-CARTA-STATUS    PIC 99.
       01 WS-PEND-STATUS     PIC 99.
       01 WS-OPCAO           PIC 9(01) VALUE 0.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-ACHOU           PIC X     VALUE 'N'.
       01 WS-ID-BUSCA        PIC 9(05) VALUE 0.
       01 WS-CPF-BUSCA       PIC 9(11) VALUE 0.
       01 WS-ULTIMO-ID       PIC 9(05) VALUE 0.
       01 WS-DECISAO         PIC X(01) VALUE SPACE.
       01 WS-INSTANCIA       PIC X(01) VALUE '1'.
       01 WS-CMD             PIC X(60) VALUE SPACES.
       01 WS-DIAS-PRAZO      PIC 9(03) VALUE 0.
       01 WS-DATA-DIG        PIC 9(08) VALUE 0.
       01 WS-DT-LIMITE-REC   PIC 9(08) VALUE 0.
       01 WS-SIT-ANTERIOR    PIC X(01) VALUE SPACE.
       01 WS-APLICOU         PIC X(01) VALUE 'N'.
       01 WS-QTD-LISTADAS    PIC 9(05) VALUE 0.
       01 WS-QTD-APLICADAS   PIC 9(05) VALUE 0.
       01 WS-QTD-NAO-APLIC   PIC 9(05) VALUE 0.

      *    PRAZO PADRAO PARA A DECISAO E PRAZO DO RECURSO, EM DIAS
      *    CORRIDOS.
       01 WS-PET-DIAS-PADRAO PIC 9(03) VALUE 30.
       01 WS-PET-DIAS-RECURSO PIC 9(03) VALUE 30.

      *    REQUERIMENTO EM TRABALHO (MESMO LAYOUT DE PET-REC).
       COPY PETDATA REPLACING LEADING ==PET== BY ==WS-PET==.

       01 WS-TIPO-DESC       PIC X(30) VALUE SPACES.
       01 WS-SIT-DESC        PIC X(20) VALUE SPACES.
       01 WS-DT-ED           PIC X(10) VALUE SPACES.
       01 WS-DT-ED-ENTRA     PIC 9(08) VALUE 0.
       01 WS-LINHA           PIC X(100) VALUE SPACES.

      *    IDADE DOS PENDENTES (DIAS DESDE O PROTOCOLO OU O RECURSO).
       01 WS-DIAS-IDADE      PIC S9(05) VALUE 0.
       01 WS-DIAS-ED         PIC ZZZZ9.
       01 WS-QTD-ED          PIC ZZ,ZZ9.
       01 WS-FAIXA-IDX       PIC 9(01) VALUE 0.
       01 WS-FAIXA-TAB.
         05 WS-FAIXA-QTD     PIC 9(05) OCCURS 4 TIMES.
       01 WS-QTD-VENCIDOS    PIC 9(05) VALUE 0.

       COPY WSPRSDATA.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSDATAMOV.
       COPY WSDATACHK.
       COPY WSFILELOCK.
       COPY WSCADEIA.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'PETICAO' TO WS-SPL-PROGRAMA
           DISPLAY "******** REQUERIMENTOS DE DISPENSA/ADIAMENTO "
                   "********"
           PERFORM P-SIGN-ON
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR
           PERFORM P-DATA-NEGOCIO
           IF WS-DT-NEG-OK NOT = 'S' THEN
               GO TO P999-STOP
           END-IF

           DISPLAY "1 PARA PROTOCOLAR REQUERIMENTO"
           DISPLAY "2 PARA CONSULTAR REQUERIMENTOS DE UM CPF"
           DISPLAY "3 PARA DECIDIR REQUERIMENTO OU RECURSO"
           DISPLAY "4 PARA PROTOCOLAR RECURSO DE INDEFERIMENTO"
           DISPLAY "5 PARA RELATORIO DE PENDENTES POR IDADE"
           DISPLAY "6 PARA REIMPRIMIR A CARTA DA DECISAO"
           DISPLAY "7 PARA GRAVAR EM REGISTRO DEFERIDOS NAO APLICADOS"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1 GO TO P100-PROTOCOLAR
               WHEN 2 GO TO P200-CONSULTAR
               WHEN 3 GO TO P300-DECIDIR
               WHEN 4 GO TO P400-RECURSO
               WHEN 5 GO TO P500-PENDENTES
               WHEN 6 GO TO P550-REIMPRIME-CARTA
               WHEN 7 GO TO P700-APLICA-PENDENTES
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   GO TO P999-STOP
           END-EVALUATE.

       P100-PROTOCOLAR.
           DISPLAY "CPF DO CONSCRITO"
           ACCEPT WS-CPF-BUSCA
           OPEN INPUT REG-FILE
           IF WS-STATUS EQUAL 35 THEN
               DISPLAY "REGISTRO AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           MOVE WS-CPF-BUSCA TO CPF
           READ REG-FILE INTO WS-PRS-DATA
               INVALID KEY
                   DISPLAY "CPF NAO ENCONTRADO EM REGISTRO"
                   CLOSE REG-FILE
                   GO TO P999-STOP
           END-READ
           CLOSE REG-FILE
           IF WS-SIT-SERVICO = 'I' OR WS-SIT-SERVICO = 'F' THEN
               DISPLAY "CONSCRITO INCORPORADO OU FALECIDO - "
                       "REQUERIMENTO NAO SE APLICA"
               GO TO P999-STOP
           END-IF

           INITIALIZE WS-PET-REC
           MOVE WS-CPF  TO WS-PET-CPF
           MOVE WS-NAME TO WS-PET-NOME
           DISPLAY "CONSCRITO: " WS-NAME
           PERFORM WITH TEST AFTER
                   UNTIL WS-PET-TIPO = 'A' OR WS-PET-TIPO = 'E'
                      OR WS-PET-TIPO = 'R' OR WS-PET-TIPO = 'J'
               DISPLAY "TIPO (A=ARRIMO DE FAMILIA / E=ENSINO SUPERIOR "
                       "/ R=OBJECAO RELIGIOSA / J=ORDEM JUDICIAL)"
               ACCEPT WS-PET-TIPO
           END-PERFORM

      *    ENSINO SUPERIOR ADIA; ARRIMO E OBJECAO DISPENSAM; A ORDEM
      *    JUDICIAL DIZ O QUE MANDA.
           EVALUATE WS-PET-TIPO
               WHEN 'E' MOVE 'P' TO WS-PET-EFEITO
               WHEN 'J'
                   PERFORM WITH TEST AFTER
                           UNTIL WS-PET-EFEITO = 'D' OR
                                 WS-PET-EFEITO = 'P'
                       DISPLAY "A ORDEM DETERMINA D=DISPENSA OU "
                               "P=ADIAMENTO?"
                       ACCEPT WS-PET-EFEITO
                   END-PERFORM
               WHEN OTHER MOVE 'D' TO WS-PET-EFEITO
           END-EVALUATE
           IF WS-PET-EFEITO = 'P' THEN
               MOVE 'N' TO WS-DTCHK-VALIDA
               PERFORM UNTIL WS-DTCHK-VALIDA = 'S'
                   DISPLAY "ADIAR ATE (AAAAMMDD)"
                   ACCEPT WS-DATA-DIG
                   MOVE WS-DATA-DIG(1:4) TO WS-DTCHK-YY
                   MOVE WS-DATA-DIG(5:2) TO WS-DTCHK-MM
                   MOVE WS-DATA-DIG(7:2) TO WS-DTCHK-DD
                   PERFORM P-VALIDA-DATA
                   IF WS-DTCHK-VALIDA = 'S' AND
                      WS-DATA-DIG <= WS-DT-NEGOCIO THEN
                       DISPLAY "A DATA DEVE SER POSTERIOR A HOJE"
                       MOVE 'N' TO WS-DTCHK-VALIDA
                   END-IF
               END-PERFORM
               MOVE WS-DATA-DIG TO WS-PET-DT-ADIAR-ATE
           END-IF

           DISPLAY "DOCUMENTOS APRESENTADOS (ATE 60 CARACTERES)"
           ACCEPT WS-PET-DOCUMENTOS
           IF WS-PET-DOCUMENTOS = SPACES THEN
               DISPLAY "REQUERIMENTO SEM DOCUMENTO NAO E PROTOCOLADO"
               GO TO P999-STOP
           END-IF
           DISPLAY "PRAZO PARA A DECISAO EM DIAS (0 = "
                   WS-PET-DIAS-PADRAO ")"
           ACCEPT WS-DIAS-PRAZO
           IF WS-DIAS-PRAZO = 0 THEN
               MOVE WS-PET-DIAS-PADRAO TO WS-DIAS-PRAZO
           END-IF

           PERFORM P150-PROXIMO-ID
           MOVE WS-ULTIMO-ID    TO WS-PET-ID
           MOVE WS-DT-NEGOCIO   TO WS-PET-DT-PROTOCOLO
           COMPUTE WS-PET-DT-PRAZO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DT-NEGOCIO)
                   + WS-DIAS-PRAZO)
           MOVE WS-OPERADOR-ID  TO WS-PET-OPERADOR
           MOVE SPACE           TO WS-PET-SITUACAO
           MOVE 'N'             TO WS-PET-APLICADA

           OPEN EXTEND PET-FILE
           IF WS-PET-STATUS EQUAL 35 THEN
               OPEN OUTPUT PET-FILE
           END-IF
           WRITE PET-REC FROM WS-PET-REC
           CLOSE PET-FILE
           MOVE WS-PET-DT-PRAZO TO WS-DT-ED-ENTRA
           PERFORM P660-EDITA-DATA
           DISPLAY "REQUERIMENTO " WS-PET-ID " PROTOCOLADO - DECISAO "
                   "ATE " WS-DT-ED
           GO TO P999-STOP.

       P150-PROXIMO-ID.
           MOVE 0 TO WS-ULTIMO-ID
           OPEN INPUT PET-FILE
           IF WS-PET-STATUS NOT EQUAL 35 THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ PET-FILE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF PET-ID > WS-ULTIMO-ID THEN
                               MOVE PET-ID TO WS-ULTIMO-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PET-FILE
           END-IF
           ADD 1 TO WS-ULTIMO-ID.

       P200-CONSULTAR.
           DISPLAY "CPF A CONSULTAR"
           ACCEPT WS-CPF-BUSCA
           OPEN INPUT PET-FILE
           IF WS-PET-STATUS EQUAL 35 THEN
               DISPLAY "NENHUM REQUERIMENTO PROTOCOLADO ATE HOJE"
               GO TO P999-STOP
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ PET-FILE INTO WS-PET-REC
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-PET-CPF = WS-CPF-BUSCA THEN
                           ADD 1 TO WS-QTD-LISTADAS
                           PERFORM P650-DESCREVE
                           DISPLAY "REQUERIMENTO " WS-PET-ID
                                   "  " WS-TIPO-DESC
                                   "  SITUACAO: " WS-SIT-DESC
                           DISPLAY "  PROTOCOLO: " WS-PET-DT-PROTOCOLO
                                   "  PRAZO: " WS-PET-DT-PRAZO
                                   "  POR: " WS-PET-OPERADOR
                           DISPLAY "  DOCUMENTOS: " WS-PET-DOCUMENTOS
                           IF WS-PET-DT-DECISAO NOT = 0 THEN
                               DISPLAY "  DECIDIDO EM "
                                       WS-PET-DT-DECISAO
                                       " POR " WS-PET-DECISOR
                                       ": " WS-PET-FUNDAMENTO
                           END-IF
                           IF WS-PET-DT-RECURSO NOT = 0 THEN
                               DISPLAY "  RECURSO EM " WS-PET-DT-RECURSO
                                       ": " WS-PET-RECURSO-MOTIVO
                           END-IF
                           IF WS-PET-DT-DEC-RECURSO NOT = 0 THEN
                               DISPLAY "  RECURSO DECIDIDO EM "
                                       WS-PET-DT-DEC-RECURSO
                                       " POR " WS-PET-REC-DECISOR
                                       ": " WS-PET-REC-FUNDAMENTO
                           END-IF
                           IF WS-PET-APLICADA = 'S' THEN
                               DISPLAY "  GRAVADO EM REGISTRO EM "
                                       WS-PET-DT-APLICACAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PET-FILE
           IF WS-QTD-LISTADAS = 0 THEN
               DISPLAY "NENHUM REQUERIMENTO PARA ESTE CPF"
           END-IF
           GO TO P999-STOP.

       P300-DECIDIR.
      *    DECISAO DO SUPERVISOR (ADMINISTRADOR). QUEM PROTOCOLOU NAO
      *    DECIDE; O RECURSO E DECIDIDO POR ADMINISTRADOR DIFERENTE DO
      *    QUE INDEFERIU (MESMA REGRA DAS DUAS PESSOAS DO APROVMNT).
           IF NOT WS-OPERADOR-ADMIN THEN
               DISPLAY "DECISAO RESTRITA A OPERADORES ADMINISTRADORES"
               GO TO P999-STOP
           END-IF
           PERFORM P800-TRAVA
           DISPLAY "NUMERO DO REQUERIMENTO"
           ACCEPT WS-ID-BUSCA
           PERFORM P310-LOCALIZA
           IF WS-ACHOU NOT = 'S' THEN
               DISPLAY "REQUERIMENTO NAO ENCONTRADO"
               GO TO P999-STOP
           END-IF
           EVALUATE WS-PET-SITUACAO
               WHEN SPACE MOVE '1' TO WS-INSTANCIA
               WHEN 'R'   MOVE '2' TO WS-INSTANCIA
               WHEN OTHER
                   DISPLAY "REQUERIMENTO JA DECIDIDO - SO O RECURSO "
                           "PROTOCOLADO (OPCAO 4) REABRE A DECISAO"
                   GO TO P999-STOP
           END-EVALUATE
           IF WS-PET-OPERADOR = WS-OPERADOR-ID THEN
               DISPLAY "QUEM PROTOCOLOU NAO PODE DECIDIR - CHAME "
                       "OUTRO ADMINISTRADOR"
               GO TO P999-STOP
           END-IF
           IF WS-INSTANCIA = '2' AND
              WS-PET-DECISOR = WS-OPERADOR-ID THEN
               DISPLAY "O RECURSO E DECIDIDO POR OUTRO ADMINISTRADOR, "
                       "NAO POR QUEM INDEFERIU"
               GO TO P999-STOP
           END-IF

           PERFORM P650-DESCREVE
           DISPLAY "REQUERIMENTO " WS-PET-ID "  CPF: " WS-PET-CPF
                   "  " WS-PET-NOME
           DISPLAY "TIPO: " WS-TIPO-DESC
                   "  PROTOCOLO: " WS-PET-DT-PROTOCOLO
                   "  PRAZO: " WS-PET-DT-PRAZO
           DISPLAY "DOCUMENTOS: " WS-PET-DOCUMENTOS
           IF WS-INSTANCIA = '2' THEN
               DISPLAY "INDEFERIDO EM " WS-PET-DT-DECISAO " POR "
                       WS-PET-DECISOR ": " WS-PET-FUNDAMENTO
               DISPLAY "RECURSO: " WS-PET-RECURSO-MOTIVO
           END-IF
           PERFORM WITH TEST AFTER
                   UNTIL WS-DECISAO = 'D' OR WS-DECISAO = 'I'
               DISPLAY "DECISAO (D=DEFERIR / I=INDEFERIR)"
               ACCEPT WS-DECISAO
           END-PERFORM
           DISPLAY "FUNDAMENTO DA DECISAO (ATE 60 CARACTERES)"
           IF WS-INSTANCIA = '1' THEN
               ACCEPT WS-PET-FUNDAMENTO
               MOVE WS-OPERADOR-ID TO WS-PET-DECISOR
               MOVE WS-DT-NEGOCIO  TO WS-PET-DT-DECISAO
           ELSE
               ACCEPT WS-PET-REC-FUNDAMENTO
               MOVE WS-OPERADOR-ID TO WS-PET-REC-DECISOR
               MOVE WS-DT-NEGOCIO  TO WS-PET-DT-DEC-RECURSO
           END-IF
           MOVE WS-DECISAO TO WS-PET-SITUACAO

           IF WS-DECISAO = 'D' THEN
               OPEN I-O REG-FILE
               IF WS-STATUS EQUAL 35 THEN
                   DISPLAY "REGISTRO AINDA NAO FOI CRIADO"
               ELSE
                   PERFORM P710-APLICA
                   CLOSE REG-FILE
               END-IF
           END-IF
           PERFORM P850-REGRAVA
           PERFORM P600-IMPRIME-CARTA
           IF WS-DECISAO = 'D' THEN
               DISPLAY "REQUERIMENTO DEFERIDO"
           ELSE
               DISPLAY "REQUERIMENTO INDEFERIDO"
           END-IF
           DISPLAY "CARTA DE NOTIFICACAO EM PETCARTA.PRN"
           GO TO P999-STOP.

       P310-LOCALIZA.
           MOVE 'N' TO WS-ACHOU
           OPEN INPUT PET-FILE
           IF WS-PET-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S' OR WS-ACHOU = 'S'
               READ PET-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF PET-ID = WS-ID-BUSCA THEN
                           MOVE 'S' TO WS-ACHOU
                           MOVE PET-REC TO WS-PET-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PET-FILE.

       P400-RECURSO.
      *    DO INDEFERIMENTO CABE UM UNICO RECURSO, PROTOCOLADO EM ATE
      *    WS-PET-DIAS-RECURSO DIAS DA DECISAO.
           PERFORM P800-TRAVA
           DISPLAY "NUMERO DO REQUERIMENTO"
           ACCEPT WS-ID-BUSCA
           PERFORM P310-LOCALIZA
           IF WS-ACHOU NOT = 'S' THEN
               DISPLAY "REQUERIMENTO NAO ENCONTRADO"
               GO TO P999-STOP
           END-IF
           IF WS-PET-SITUACAO NOT = 'I' THEN
               DISPLAY "SO CABE RECURSO DE REQUERIMENTO INDEFERIDO"
               GO TO P999-STOP
           END-IF
           IF WS-PET-DT-RECURSO NOT = 0 THEN
               DISPLAY "RECURSO JA JULGADO - NAO CABE NOVO RECURSO"
               GO TO P999-STOP
           END-IF
           COMPUTE WS-DT-LIMITE-REC = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PET-DT-DECISAO)
                   + WS-PET-DIAS-RECURSO)
           IF WS-DT-NEGOCIO > WS-DT-LIMITE-REC THEN
               MOVE WS-DT-LIMITE-REC TO WS-DT-ED-ENTRA
               PERFORM P660-EDITA-DATA
               DISPLAY "PRAZO DE RECURSO ENCERRADO EM " WS-DT-ED
               GO TO P999-STOP
           END-IF
           DISPLAY "MOTIVO DO RECURSO (ATE 60 CARACTERES)"
           ACCEPT WS-PET-RECURSO-MOTIVO
           IF WS-PET-RECURSO-MOTIVO = SPACES THEN
               DISPLAY "RECURSO SEM MOTIVO NAO E PROTOCOLADO"
               GO TO P999-STOP
           END-IF
           MOVE WS-DT-NEGOCIO TO WS-PET-DT-RECURSO
           MOVE 'R'           TO WS-PET-SITUACAO
           PERFORM P850-REGRAVA
           DISPLAY "RECURSO PROTOCOLADO - AGUARDA DECISAO DE OUTRO "
                   "ADMINISTRADOR"
           GO TO P999-STOP.

       P500-PENDENTES.
      *    PENDENTES DE DECISAO (IDADE DESDE O PROTOCOLO) E DE RECURSO
      *    (IDADE DESDE O RECURSO), DO MAIS ANTIGO PARA O MAIS NOVO,
      *    COM TOTAIS POR FAIXA DE IDADE E OS QUE JA PASSARAM DO PRAZO.
           MOVE 'PETPEND.PRN' TO WS-SPL-ARQUIVO
           MOVE 100           TO WS-SPL-TAM-REG
           MOVE 'S'           TO WS-SPL-PESSOAL
           OPEN OUTPUT PEND-FILE
           MOVE WS-DT-NEGOCIO TO WS-DT-ED-ENTRA
           PERFORM P660-EDITA-DATA
           STRING "REQUERIMENTOS PENDENTES POR IDADE EM "
                                           DELIMITED BY SIZE
                  WS-DT-ED                 DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P590-SAIDA-LINHA
           PERFORM P590-SAIDA-LINHA
           MOVE "NUMERO CPF         NOME" TO WS-LINHA
           MOVE "TIPO                           SIT  DIAS PRAZO"
             TO WS-LINHA(45:47)
           PERFORM P590-SAIDA-LINHA
           INITIALIZE WS-FAIXA-TAB

           SORT SORT-FILE
               ON ASCENDING KEY SD-DT-BASE SD-ID
               INPUT PROCEDURE IS P510-SELECIONA
               OUTPUT PROCEDURE IS P520-LISTA

           PERFORM P590-SAIDA-LINHA
           MOVE WS-QTD-LISTADAS TO WS-QTD-ED
           STRING "TOTAL DE PENDENTES: " DELIMITED BY SIZE
                  WS-QTD-ED              DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P590-SAIDA-LINHA
           MOVE WS-FAIXA-QTD(1) TO WS-QTD-ED
           STRING "  ATE 30 DIAS:      " DELIMITED BY SIZE
                  WS-QTD-ED              DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P590-SAIDA-LINHA
           MOVE WS-FAIXA-QTD(2) TO WS-QTD-ED
           STRING "  31 A 60 DIAS:     " DELIMITED BY SIZE
                  WS-QTD-ED              DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P590-SAIDA-LINHA
           MOVE WS-FAIXA-QTD(3) TO WS-QTD-ED
           STRING "  61 A 90 DIAS:     " DELIMITED BY SIZE
                  WS-QTD-ED              DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P590-SAIDA-LINHA
           MOVE WS-FAIXA-QTD(4) TO WS-QTD-ED
           STRING "  MAIS DE 90 DIAS:  " DELIMITED BY SIZE
                  WS-QTD-ED              DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P590-SAIDA-LINHA
           MOVE WS-QTD-VENCIDOS TO WS-QTD-ED
           STRING "  COM PRAZO VENCIDO: " DELIMITED BY SIZE
                  WS-QTD-ED               DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P590-SAIDA-LINHA
           CLOSE PEND-FILE
           PERFORM P-SPOOL-ARQUIVA
           DISPLAY "PENDENTES: " WS-QTD-LISTADAS
                   " - RELATORIO EM PETPEND.PRN"
           GO TO P999-STOP.

       P510-SELECIONA.
           OPEN INPUT PET-FILE
           IF WS-PET-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ PET-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF PET-SITUACAO = SPACE OR
                          PET-SITUACAO = 'R' THEN
                           MOVE PET-ID           TO SD-ID
                           MOVE PET-CPF          TO SD-CPF
                           MOVE PET-NOME         TO SD-NOME
                           MOVE PET-TIPO         TO SD-TIPO
                           MOVE PET-SITUACAO     TO SD-SITUACAO
                           IF PET-SITUACAO = 'R' THEN
                               MOVE PET-DT-RECURSO   TO SD-DT-BASE
                               MOVE 0                TO SD-DT-PRAZO
                           ELSE
                               MOVE PET-DT-PROTOCOLO TO SD-DT-BASE
                               MOVE PET-DT-PRAZO     TO SD-DT-PRAZO
                           END-IF
                           RELEASE SD-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PET-FILE.

       P520-LISTA.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               RETURN SORT-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM P530-LINHA-PENDENTE
               END-RETURN
           END-PERFORM.

       P530-LINHA-PENDENTE.
           ADD 1 TO WS-QTD-LISTADAS
           COMPUTE WS-DIAS-IDADE =
                   FUNCTION INTEGER-OF-DATE(WS-DT-NEGOCIO) -
                   FUNCTION INTEGER-OF-DATE(SD-DT-BASE)
           EVALUATE TRUE
               WHEN WS-DIAS-IDADE <= 30 MOVE 1 TO WS-FAIXA-IDX
               WHEN WS-DIAS-IDADE <= 60 MOVE 2 TO WS-FAIXA-IDX
               WHEN WS-DIAS-IDADE <= 90 MOVE 3 TO WS-FAIXA-IDX
               WHEN OTHER               MOVE 4 TO WS-FAIXA-IDX
           END-EVALUATE
           ADD 1 TO WS-FAIXA-QTD(WS-FAIXA-IDX)
           MOVE SD-TIPO TO WS-PET-TIPO
           MOVE SD-SITUACAO TO WS-PET-SITUACAO
           PERFORM P650-DESCREVE
           MOVE SD-ID         TO WS-LINHA(1:5)
           MOVE SD-CPF        TO WS-LINHA(8:11)
           MOVE SD-NOME       TO WS-LINHA(20:24)
           MOVE WS-TIPO-DESC  TO WS-LINHA(45:30)
           IF SD-SITUACAO = 'R' THEN
               MOVE "REC" TO WS-LINHA(76:3)
           ELSE
               MOVE "1A"  TO WS-LINHA(76:2)
           END-IF
           MOVE WS-DIAS-IDADE TO WS-DIAS-ED
           MOVE WS-DIAS-ED    TO WS-LINHA(80:5)
           IF SD-DT-PRAZO NOT = 0 AND
              SD-DT-PRAZO < WS-DT-NEGOCIO THEN
               ADD 1 TO WS-QTD-VENCIDOS
               MOVE "VENCIDO" TO WS-LINHA(86:7)
           END-IF
           PERFORM P590-SAIDA-LINHA.

       P550-REIMPRIME-CARTA.
           DISPLAY "NUMERO DO REQUERIMENTO"
           ACCEPT WS-ID-BUSCA
           PERFORM P310-LOCALIZA
           IF WS-ACHOU NOT = 'S' THEN
               DISPLAY "REQUERIMENTO NAO ENCONTRADO"
               GO TO P999-STOP
           END-IF
           EVALUATE WS-PET-SITUACAO
               WHEN 'D'
               WHEN 'I'
                   IF WS-PET-DT-DEC-RECURSO NOT = 0 THEN
                       MOVE '2' TO WS-INSTANCIA
                   ELSE
                       MOVE '1' TO WS-INSTANCIA
                   END-IF
                   MOVE WS-PET-SITUACAO TO WS-DECISAO
               WHEN OTHER
                   DISPLAY "REQUERIMENTO AINDA SEM DECISAO"
                   GO TO P999-STOP
           END-EVALUATE
           PERFORM P600-IMPRIME-CARTA
           DISPLAY "CARTA REIMPRESSA EM PETCARTA.PRN"
           GO TO P999-STOP.

       P590-SAIDA-LINHA.
           MOVE WS-LINHA TO PEND-LINE
           WRITE PEND-LINE
           MOVE SPACES TO WS-LINHA.

       P600-IMPRIME-CARTA.
      *    CARTA DE NOTIFICACAO DA DECISAO AO ENDERECO DE REGISTRO
      *    (MESMO ESTILO DAS CARTAS DO CARTACOB).
           MOVE WS-PET-CPF TO CPF
           INITIALIZE WS-PRS-DATA
           OPEN INPUT REG-FILE
           IF WS-STATUS NOT EQUAL 35 THEN
               READ REG-FILE INTO WS-PRS-DATA
                   INVALID KEY
                       CONTINUE
               END-READ
               CLOSE REG-FILE
           END-IF
           PERFORM P650-DESCREVE

           MOVE 'PETCARTA.PRN' TO WS-SPL-ARQUIVO
           MOVE 80             TO WS-SPL-TAM-REG
           MOVE 'S'            TO WS-SPL-PESSOAL
           PERFORM P-SPOOL-INICIA
           OPEN EXTEND CARTA-FILE
           IF WS-CARTA-STATUS EQUAL 35 THEN
               OPEN OUTPUT CARTA-FILE
           END-IF
           MOVE "------------------------------------------------------"
             TO CARTA-LINE
           WRITE CARTA-LINE
           MOVE "NOTIFICACAO DE DECISAO DE REQUERIMENTO" TO CARTA-LINE
           WRITE CARTA-LINE
           MOVE SPACES TO CARTA-LINE
           MOVE WS-DT-NEGOCIO TO WS-DT-ED-ENTRA
           PERFORM P660-EDITA-DATA
           STRING "EMITIDA EM: " DELIMITED BY SIZE
                  WS-DT-ED       DELIMITED BY SIZE
                  INTO CARTA-LINE
           WRITE CARTA-LINE
           MOVE SPACES TO CARTA-LINE
           WRITE CARTA-LINE
           MOVE WS-PET-NOME TO CARTA-LINE
           WRITE CARTA-LINE
           IF WS-CPF NOT = 0 THEN
               MOVE SPACES TO CARTA-LINE
               STRING WS-END-RUA    DELIMITED BY "  "
                      ", "          DELIMITED BY SIZE
                      WS-END-NUMERO DELIMITED BY "  "
                      INTO CARTA-LINE
               WRITE CARTA-LINE
               MOVE SPACES TO CARTA-LINE
               STRING WS-END-BAIRRO DELIMITED BY "  "
                      " - "         DELIMITED BY SIZE
                      WS-END-CIDADE DELIMITED BY "  "
                      "/"           DELIMITED BY SIZE
                      WS-END-UF     DELIMITED BY SIZE
                      INTO CARTA-LINE
               WRITE CARTA-LINE
               MOVE WS-END-CEP TO CARTA-LINE
               WRITE CARTA-LINE
           END-IF
           MOVE SPACES TO CARTA-LINE
           WRITE CARTA-LINE

           MOVE WS-PET-DT-PROTOCOLO TO WS-DT-ED-ENTRA
           PERFORM P660-EDITA-DATA
           STRING "REF.: REQUERIMENTO " DELIMITED BY SIZE
                  WS-PET-ID             DELIMITED BY SIZE
                  " DE "                DELIMITED BY SIZE
                  WS-DT-ED              DELIMITED BY SIZE
                  " - CPF "             DELIMITED BY SIZE
                  WS-PET-CPF            DELIMITED BY SIZE
                  INTO CARTA-LINE
           WRITE CARTA-LINE
           MOVE SPACES TO CARTA-LINE
           STRING "PEDIDO: " DELIMITED BY SIZE
                  WS-TIPO-DESC DELIMITED BY "  "
                  INTO CARTA-LINE
           WRITE CARTA-LINE
           MOVE SPACES TO CARTA-LINE
           WRITE CARTA-LINE

           IF WS-INSTANCIA = '2' THEN
               MOVE "EM GRAU DE RECURSO, O REQUERIMENTO FOI:"
                 TO CARTA-LINE
           ELSE
               MOVE "INFORMAMOS QUE O REQUERIMENTO FOI:" TO CARTA-LINE
           END-IF
           WRITE CARTA-LINE
           IF WS-DECISAO = 'D' THEN
               MOVE "  DEFERIDO" TO CARTA-LINE
           ELSE
               MOVE "  INDEFERIDO" TO CARTA-LINE
           END-IF
           WRITE CARTA-LINE
           MOVE SPACES TO CARTA-LINE
           IF WS-INSTANCIA = '2' THEN
               STRING "FUNDAMENTO: "        DELIMITED BY SIZE
                      WS-PET-REC-FUNDAMENTO DELIMITED BY SIZE
                      INTO CARTA-LINE
           ELSE
               STRING "FUNDAMENTO: "    DELIMITED BY SIZE
                      WS-PET-FUNDAMENTO DELIMITED BY SIZE
                      INTO CARTA-LINE
           END-IF
           WRITE CARTA-LINE
           MOVE SPACES TO CARTA-LINE
           WRITE CARTA-LINE

           IF WS-DECISAO = 'D' THEN
               IF WS-PET-EFEITO = 'P' THEN
                   MOVE WS-PET-DT-ADIAR-ATE TO WS-DT-ED-ENTRA
                   PERFORM P660-EDITA-DATA
                   STRING "A INCORPORACAO FICA ADIADA ATE "
                                            DELIMITED BY SIZE
                          WS-DT-ED          DELIMITED BY SIZE
                          "."               DELIMITED BY SIZE
                          INTO CARTA-LINE
                   WRITE CARTA-LINE
               ELSE
                   MOVE "O CONSCRITO FICA DISPENSADO DO SERVICO."
                     TO CARTA-LINE
                   WRITE CARTA-LINE
                   MOVE "O CERTIFICADO DE DISPENSA PODE SER RETIRADO NA"
                     TO CARTA-LINE
                   WRITE CARTA-LINE
                   MOVE "JUNTA DE SERVICO MILITAR." TO CARTA-LINE
                   WRITE CARTA-LINE
               END-IF
           ELSE
               IF WS-INSTANCIA = '2' THEN
                   MOVE "DECISAO EM GRAU DE RECURSO - NAO CABE NOVO"
                     TO CARTA-LINE
                   WRITE CARTA-LINE
                   MOVE "RECURSO. A SITUACAO MILITAR SEGUE INALTERADA."
                     TO CARTA-LINE
                   WRITE CARTA-LINE
               ELSE
                   COMPUTE WS-DT-LIMITE-REC = FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-PET-DT-DECISAO)
                           + WS-PET-DIAS-RECURSO)
                   MOVE WS-DT-LIMITE-REC TO WS-DT-ED-ENTRA
                   PERFORM P660-EDITA-DATA
                   STRING "DESTA DECISAO CABE RECURSO ATE "
                                            DELIMITED BY SIZE
                          WS-DT-ED          DELIMITED BY SIZE
                          ", NA JUNTA,"     DELIMITED BY SIZE
                          INTO CARTA-LINE
                   WRITE CARTA-LINE
                   MOVE "COM A APRESENTACAO DOS MOTIVOS POR ESCRITO."
                     TO CARTA-LINE
                   WRITE CARTA-LINE
               END-IF
           END-IF
           MOVE SPACES TO CARTA-LINE
           WRITE CARTA-LINE
           CLOSE CARTA-FILE
           PERFORM P-SPOOL-ARQUIVA.

       P650-DESCREVE.
           EVALUATE WS-PET-TIPO
               WHEN 'A' MOVE "ARRIMO DE FAMILIA" TO WS-TIPO-DESC
               WHEN 'E'
                   MOVE "ADIAMENTO - ENSINO SUPERIOR" TO WS-TIPO-DESC
               WHEN 'R' MOVE "OBJECAO RELIGIOSA" TO WS-TIPO-DESC
               WHEN 'J' MOVE "ORDEM JUDICIAL" TO WS-TIPO-DESC
               WHEN OTHER MOVE "TIPO DESCONHECIDO" TO WS-TIPO-DESC
           END-EVALUATE
           EVALUATE WS-PET-SITUACAO
               WHEN SPACE MOVE "PENDENTE" TO WS-SIT-DESC
               WHEN 'D'   MOVE "DEFERIDO" TO WS-SIT-DESC
               WHEN 'I'   MOVE "INDEFERIDO" TO WS-SIT-DESC
               WHEN 'R'   MOVE "RECURSO PENDENTE" TO WS-SIT-DESC
               WHEN OTHER MOVE SPACES TO WS-SIT-DESC
           END-EVALUATE.

       P660-EDITA-DATA.
           MOVE SPACES TO WS-DT-ED
           STRING WS-DT-ED-ENTRA(7:2) DELIMITED BY SIZE
                  "/"                 DELIMITED BY SIZE
                  WS-DT-ED-ENTRA(5:2) DELIMITED BY SIZE
                  "/"                 DELIMITED BY SIZE
                  WS-DT-ED-ENTRA(1:4) DELIMITED BY SIZE
                  INTO WS-DT-ED.

       P700-APLICA-PENDENTES.
      *    DEFERIDO QUE NAO PODE SER GRAVADO NA HORA (CPF FORA DE
      *    REGISTRO, REGISTRO AINDA NAO CRIADO) FICA COM PET-APLICADA
      *    EM 'N' E E REPROCESSADO AQUI.
           IF NOT WS-OPERADOR-ADMIN THEN
               DISPLAY "OPERACAO RESTRITA A OPERADORES ADMINISTRADORES"
               GO TO P999-STOP
           END-IF
           PERFORM P800-TRAVA
           OPEN INPUT PET-FILE
           IF WS-PET-STATUS EQUAL 35 THEN
               DISPLAY "NENHUM REQUERIMENTO PROTOCOLADO ATE HOJE"
               GO TO P999-STOP
           END-IF
           OPEN I-O REG-FILE
           IF WS-STATUS EQUAL 35 THEN
               DISPLAY "REGISTRO AINDA NAO FOI CRIADO"
               CLOSE PET-FILE
               GO TO P999-STOP
           END-IF
           OPEN OUTPUT PET-NEW-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ PET-FILE INTO WS-PET-REC
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-PET-SITUACAO = 'D' AND
                          WS-PET-APLICADA NOT = 'S' THEN
                           PERFORM P710-APLICA
                           IF WS-APLICOU = 'S' THEN
                               ADD 1 TO WS-QTD-APLICADAS
                           ELSE
                               ADD 1 TO WS-QTD-NAO-APLIC
                           END-IF
                       END-IF
                       WRITE PET-NEW-REC FROM WS-PET-REC
               END-READ
           END-PERFORM
           CLOSE PET-FILE
           CLOSE PET-NEW-FILE
           CLOSE REG-FILE
           MOVE "mv PETICAO.DAT.NEW PETICAO.DAT" TO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           DISPLAY "DEFERIDOS GRAVADOS EM REGISTRO: " WS-QTD-APLICADAS
           DISPLAY "AINDA NAO GRAVADOS: " WS-QTD-NAO-APLIC
           GO TO P999-STOP.

       P710-APLICA.
      *    GRAVA O DEFERIDO EM REGISTRO (REG-FILE ABERTO EM I-O PELO
      *    CHAMADOR, SOB REGISTRO.LCK) COM A LINHA EM ALISTAMENTO.LOG.
           MOVE 'N' TO WS-APLICOU
           MOVE WS-PET-CPF TO CPF
           READ REG-FILE
               INVALID KEY
                   DISPLAY "CPF " WS-PET-CPF " NAO ENCONTRADO EM "
                           "REGISTRO - DEFERIMENTO NAO GRAVADO"
                   EXIT PARAGRAPH
           END-READ
           IF SIT-SERVICO = 'I' OR SIT-SERVICO = 'F' THEN
               DISPLAY "CPF " WS-PET-CPF " INCORPORADO OU FALECIDO - "
                       "DEFERIMENTO NAO GRAVADO"
               EXIT PARAGRAPH
           END-IF
           MOVE SIT-SERVICO   TO WS-SIT-ANTERIOR
           MOVE WS-PET-EFEITO TO SIT-SERVICO
           IF WS-PET-EFEITO = 'P' THEN
               MOVE WS-PET-DT-ADIAR-ATE TO DT-DISPENSA
           ELSE
               MOVE WS-DT-NEGOCIO       TO DT-DISPENSA
           END-IF
           MOVE WS-DT-NEGOCIO TO DT-ULT-ALTER
           REWRITE PRS-DATA
               INVALID KEY
                   DISPLAY "NAO FOI POSSIVEL GRAVAR O CPF " CPF
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE 'S'           TO WS-APLICOU
           MOVE 'S'           TO WS-PET-APLICADA
           MOVE WS-DT-NEGOCIO TO WS-PET-DT-APLICACAO

           MOVE FUNCTION CURRENT-DATE TO CHG-TIMESTAMP
           MOVE WS-OPERADOR-ID        TO CHG-OPERADOR
           MOVE CPF                   TO CHG-CPF
           MOVE "SITUACAO"            TO CHG-FIELD
           MOVE WS-SIT-ANTERIOR       TO CHG-OLD-VALUE
           MOVE SPACES                TO CHG-NEW-VALUE
           IF WS-PET-EFEITO = 'P' THEN
               STRING "P - ADIADO ATE "    DELIMITED BY SIZE
                      WS-PET-DT-ADIAR-ATE  DELIMITED BY SIZE
                      " - REQUERIMENTO "   DELIMITED BY SIZE
                      WS-PET-ID            DELIMITED BY SIZE
                      INTO CHG-NEW-VALUE
           ELSE
               STRING "D - DISPENSADO - REQUERIMENTO "
                                           DELIMITED BY SIZE
                      WS-PET-ID            DELIMITED BY SIZE
                      INTO CHG-NEW-VALUE
           END-IF
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

       P800-TRAVA.
      *    DECISAO, RECURSO E REPROCESSAMENTO REGRAVAM PETICAO.DAT E
      *    PODEM GRAVAR REGISTRO - TODOS SOB A MESMA TRAVA (VER
      *    FILELOCK), COMO O APROVMNT.
           MOVE "REGISTRO.LCK" TO WS-LOCK-PATH
           MOVE "PETICAO"      TO WS-LOCK-PROGRAMA
           MOVE WS-OPERADOR-ID TO WS-LOCK-OPERADOR
           PERFORM P-TRAVA-ARQUIVO
           IF WS-LOCK-OK NOT = 'S' THEN
               GO TO P999-STOP
           END-IF.

       P850-REGRAVA.
      *    REGRAVA PETICAO.DAT TROCANDO O REQUERIMENTO EM TRABALHO
      *    (SEQUENCIAL NAO PERMITE REWRITE NO MEIO - MESMA TECNICA DO
      *    APROVMNT P700-REGRAVA-FILA).
           OPEN INPUT PET-FILE
           OPEN OUTPUT PET-NEW-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ PET-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF PET-ID = WS-PET-ID THEN
                           WRITE PET-NEW-REC FROM WS-PET-REC
                       ELSE
                           WRITE PET-NEW-REC FROM PET-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PET-FILE
           CLOSE PET-NEW-FILE
           MOVE "mv PETICAO.DAT.NEW PETICAO.DAT" TO WS-CMD
           CALL "SYSTEM" USING WS-CMD.

       P999-STOP.
           IF WS-LOCK-OK = 'S' THEN
               PERFORM P-DESTRAVA-ARQUIVO
           END-IF
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY LOGON.
       COPY SENHASH.
       COPY DATAMOV.
       COPY DATACHK.
       COPY FILELOCK.
       COPY CADEIA.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM PETICAO.
