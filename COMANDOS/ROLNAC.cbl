      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: CONCILIACAO DE REGISTRO COM O ROL NACIONAL DE
      *          ALISTADOS. QUEM MUDA DE CIDADE AS VEZES SE ALISTA DE
      *          NOVO AQUI DEPOIS DE JA TER SE ALISTADO EM OUTRA JUNTA,
      *          E O DUPCPF NAO VE ISSO PORQUE SO OLHA O NOSSO
      *          REGISTRO. A REGIAO MILITAR MANDA TODO MES O EXTRATO DO
      *          ROL (CPF, NOME, NASCIMENTO, JUNTA, DATA DO ALISTAMENTO
      *          E MATRICULA - VER ROLNACDATA).
      *          OPCAO 1 CARREGA O EXTRATO ROLNACIONAL.CSV EM
      *          ROLNAC.DAT (REJEITADAS EM ROLNAC.REJ).
      *          OPCAO 2 CRUZA O ROL COM REGISTRO E REGISTRO.ARQ POR
      *          CPF NUMA UNICA CLASSIFICACAO E LISTA EM ROLNAC.PRN:
      *          QUEM ESTA ALISTADO AQUI E EM OUTRA JUNTA, QUEM ESTA NO
      *          NOSSO ARQUIVO E NAO CHEGOU AO ROL COM O CODIGO DESTA
      *          JUNTA (JUNTA.CTL, VER CTLMNT) E NOME OU NASCIMENTO QUE
      *          NAO BATEM NO MESMO CPF. AS DUPLICIDADES DE CONSCRITO
      *          ATIVO EM REGISTRO VAO PARA ROLNAC.DIV (VER ROLDIVDATA).
      *          OPCAO 3 APRESENTA AS DUPLICIDADES PENDENTES: A
      *          CONFIRMADA VIRA PEDIDO DE CANCELAMENTO NA FILA
      *          APROVACAO.CTL (VER APRVDATA), COMO NO P160-CANCELAR
      *          DO ALISTAMENTO-MILITAR, E SO E EXECUTADA QUANDO OUTRO
      *          ADMINISTRADOR APROVAR PELO APROVMNT.
      *          RESTRITO A OPERADOR ADMINISTRADOR.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - LAYOUT DE ACESSO.LOG EXTRAIDO PARA ACSLOGDATA;
      *                  A LINHA DA TRILHA DE ACESSO PASSA A LEVAR O ELO
      *                  DA CADEIA DE CONFERENCIA (ACS-ELO, ANCORA EM
      *                  ACESSO.LOG.ANC - VER CADEIA.cpy).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM ROLNAC.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLNAC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGON-STATUS.

           SELECT CSV-FILE ASSIGN TO 'ROLNACIONAL.CSV'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CSV-STATUS.

           SELECT ROL-FILE ASSIGN TO 'ROLNAC.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ROL-STATUS.

           SELECT REJ-FILE ASSIGN TO 'ROLNAC.REJ'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REJ-STATUS.

           SELECT JUNTA-CTL-FILE ASSIGN TO 'JUNTA.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JNT-STATUS.

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
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPF OF ARCH-PRS-DATA
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO OF ARCH-PRS-DATA
               WITH DUPLICATES
           FILE STATUS IS WS-ARCH-STATUS.

           SELECT DIV-FILE ASSIGN TO 'ROLNAC.DIV'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DIV-STATUS.

           SELECT DIV-NEW-FILE ASSIGN TO 'ROLNAC.DIV.NEW'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DIV-NEW-STATUS.

           SELECT APRV-FILE ASSIGN TO 'APROVACAO.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-APRV-STATUS.

           SELECT PRN-FILE ASSIGN TO 'ROLNAC.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRN-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO 'DATAMOV.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATAMOV-STATUS.

           SELECT ACESSO-LOG-FILE ASSIGN TO 'ACESSO.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ACESSO-STATUS.

           SELECT ANC-FILE ASSIGN TO WS-ANC-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANC-STATUS.

           SELECT SORT-FILE ASSIGN TO 'ROLNAC.SRT'.

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
       FD USER-CTL-FILE.
       COPY USERCTL.

       FD CSV-FILE.
       01 CSV-LINE           PIC X(120).

       FD ROL-FILE.
       COPY ROLNACDATA.

       FD REJ-FILE.
       01 REJ-REC.
         05 REJ-TIMESTAMP     PIC X(20).
         05 REJ-LINHA         PIC X(120).
         05 REJ-MOTIVO        PIC X(30).

       FD JUNTA-CTL-FILE.
      *    MESMO LAYOUT DE JUNTA-CTL-REC NO CTLMNT.
       01 JUNTA-CTL-REC.
         05 JNT-CODIGO        PIC X(10).

       FD REG-FILE.
       COPY PRSDATA.

       FD ARCH-FILE.
       COPY PRSDATA REPLACING PRS-DATA BY ARCH-PRS-DATA.

       FD DIV-FILE.
       COPY ROLDIVDATA.

       FD DIV-NEW-FILE.
       COPY ROLDIVDATA REPLACING LEADING ==RDV== BY ==RDV-NEW==.

       FD APRV-FILE.
       COPY APRVDATA.

       FD PRN-FILE.
       01 PRN-LINE           PIC X(80).

       FD DATAMOV-FILE.
       01 DATAMOV-REC.
         05 DTM-DATA-NEGOCIO   PIC 9(08).
         05 DTM-ULTIMA-FECHADA PIC 9(08).

       FD ACESSO-LOG-FILE.
       COPY ACSLOGDATA.

       FD ANC-FILE.
       COPY ANCDATA.

      *    SD-TIPO '1' = NOSSO ALISTAMENTO (SD-ORIGEM 'R' = REGISTRO,
      *    'A' = REGISTRO.ARQ), '2' = DECISAO ANTERIOR DE ROLNAC.DIV,
      *    '3' = LINHA DO ROL NACIONAL. NO MESMO CPF O NOSSO REGISTRO
      *    CHEGA PRIMEIRO (REGISTRO ANTES DE REGISTRO.ARQ), DEPOIS AS
      *    DECISOES E POR ULTIMO O ROL.
       SD SORT-FILE.
       01 SD-REC.
         05 SD-CPF           PIC 9(11).
         05 SD-TIPO          PIC X(01).
         05 SD-ORIGEM        PIC X(01).
         05 SD-NOME          PIC X(50).
         05 SD-DT-NASC       PIC 9(08).
         05 SD-DT-ALIST      PIC 9(08).
         05 SD-JUNTA         PIC X(10).
         05 SD-MATRICULA     PIC X(12).
         05 SD-SITUACAO      PIC X(01).
         05 SD-APRV-ID       PIC 9(05).
         05 SD-OPERADOR      PIC X(10).
         05 SD-DT-DECISAO    PIC 9(08).

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-STATUS          PIC 99.
       01 WS-CSV-STATUS      PIC 99.
       01 WS-ROL-STATUS      PIC 99.
       01 WS-REJ-STATUS      PIC 99.
       01 WS-JNT-STATUS      PIC 99.
       01 WS-ARCH-STATUS     PIC 99.
       01 WS-DIV-STATUS      PIC 99.
       01 WS-DIV-NEW-STATUS  PIC 99.
       01 WS-APRV-STATUS     PIC 99.
       01 WS-PRN-STATUS      PIC 99.
       01 WS-OPCAO           PIC 9(01) VALUE 0.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-APRV-EOF        PIC X     VALUE 'N'.
       01 WS-CMD             PIC X(80) VALUE SPACES.
       01 WS-LINHA           PIC X(80) VALUE SPACES.
       01 WS-JUNTA-NOSSA     PIC X(10) VALUE SPACES.

      *    CAMPOS DA LINHA DO EXTRATO (CPF,NOME,NASCIMENTO,JUNTA,
      *    ALISTAMENTO,MATRICULA).
       01 WS-CSV-CPF         PIC X(11) VALUE SPACES.
       01 WS-CSV-NOME        PIC X(50) VALUE SPACES.
       01 WS-CSV-DT-NASC     PIC X(08) VALUE SPACES.
       01 WS-CSV-JUNTA       PIC X(10) VALUE SPACES.
       01 WS-CSV-DT-ALIST    PIC X(08) VALUE SPACES.
       01 WS-CSV-MATRICULA   PIC X(12) VALUE SPACES.
       01 WS-QTD-CARREGADOS  PIC 9(07) VALUE 0.
       01 WS-QTD-REJEITADOS  PIC 9(07) VALUE 0.

      *    ALISTAMENTO FEITO A PARTIR DO MES DA CARGA AINDA NAO TEVE
      *    TEMPO DE CHEGAR AO EXTRATO E NAO E COBRADO COMO AUSENTE.
       01 WS-DT-CARGA        PIC 9(08) VALUE 0.
       01 WS-DT-CORTE        PIC 9(08) VALUE 0.

      *    CONSCRITO EM APURACAO NA QUEBRA DE CPF.
       01 WS-G-CPF           PIC 9(11) VALUE 0.
       01 WS-G-ABERTO        PIC X     VALUE 'N'.
       01 WS-G-NOSSO         PIC X     VALUE 'N'.
       01 WS-G-ORIGEM        PIC X(01) VALUE SPACE.
       01 WS-G-NOME          PIC X(50) VALUE SPACES.
       01 WS-G-DT-NASC       PIC 9(08) VALUE 0.
       01 WS-G-DT-ALIST      PIC 9(08) VALUE 0.
       01 WS-G-NO-ROL        PIC X     VALUE 'N'.
       01 WS-G-QTD-DEC       PIC 9(02) VALUE 0.
       01 WS-G-DEC-TAB.
         05 WS-G-DEC OCCURS 10 TIMES.
           10 WS-G-DEC-JUNTA    PIC X(10).
           10 WS-G-DEC-SITUACAO PIC X(01).
           10 WS-G-DEC-APRV-ID  PIC 9(05).
           10 WS-G-DEC-OPERADOR PIC X(10).
           10 WS-G-DEC-DATA     PIC 9(08).
       01 WS-G-IDX           PIC 9(02) VALUE 0.
       01 WS-G-ACHOU-DEC     PIC 9(02) VALUE 0.
       01 WS-NOME-ROL        PIC X(50) VALUE SPACES.

       01 WS-QTD-CONFERIDOS  PIC 9(07) VALUE 0.
       01 WS-QTD-DUPLICADOS  PIC 9(07) VALUE 0.
       01 WS-QTD-AUSENTES    PIC 9(07) VALUE 0.
       01 WS-QTD-RECENTES    PIC 9(07) VALUE 0.
       01 WS-QTD-NOME-DIV    PIC 9(07) VALUE 0.
       01 WS-QTD-NASC-DIV    PIC 9(07) VALUE 0.
       01 WS-QTD-PENDENTES   PIC 9(07) VALUE 0.
       01 WS-EDIT-QTD        PIC Z,ZZZ,ZZ9.

      *    DECISAO DAS DUPLICIDADES (OPCAO 3).
       01 WS-DECISAO         PIC X(01) VALUE SPACE.
       01 WS-ENCERRAR        PIC X     VALUE 'N'.
       01 WS-APRV-MAX-ID     PIC 9(05) VALUE 0.
       01 WS-APRV-ID-PEND    PIC 9(05) VALUE 0.
       01 WS-QTD-CONFIRMADAS PIC 9(05) VALUE 0.
       01 WS-QTD-DESCARTADAS PIC 9(05) VALUE 0.

       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSDATAMOV.
       COPY WSACESSLOG.
       COPY WSCADEIA.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'ROLNAC' TO WS-SPL-PROGRAMA
           DISPLAY "******** CONCILIACAO COM O ROL NACIONAL ********"
           PERFORM P-SIGN-ON
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR
           IF NOT WS-OPERADOR-ADMIN THEN
               DISPLAY "OPERACAO RESTRITA A OPERADORES ADMINISTRADORES"
               GO TO P999-STOP
           END-IF
           PERFORM P-DATA-NEGOCIO

           DISPLAY "1 PARA CARREGAR O EXTRATO (ROLNACIONAL.CSV)"
           DISPLAY "2 PARA CONCILIAR COM REGISTRO E REGISTRO.ARQ"
           DISPLAY "3 PARA DECIDIR AS DUPLICIDADES PENDENTES"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1 GO TO P100-CARREGAR
               WHEN 2 GO TO P200-CONCILIAR
               WHEN 3 GO TO P500-DECIDIR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   GO TO P999-STOP
           END-EVALUATE.

       P100-CARREGAR.
      *    CADA EXTRATO E O ROL COMPLETO - A CARGA SUBSTITUI A
      *    ANTERIOR (MESMA TECNICA DE RECONSTRUCAO DO CEPLOAD).
           OPEN INPUT CSV-FILE
           IF WS-CSV-STATUS EQUAL 35 THEN
               DISPLAY "ARQUIVO ROLNACIONAL.CSV NAO ENCONTRADO"
               GO TO P999-STOP
           END-IF
           OPEN OUTPUT ROL-FILE

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ CSV-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM P110-PROCESSA-LINHA
               END-READ
           END-PERFORM
           CLOSE CSV-FILE
           CLOSE ROL-FILE

           DISPLAY "---- RESUMO DA CARGA ----"
           DISPLAY "LINHAS CARREGADAS: " WS-QTD-CARREGADOS
           DISPLAY "LINHAS REJEITADAS: " WS-QTD-REJEITADOS
           IF WS-QTD-REJEITADOS > 0 THEN
               DISPLAY "REJEICOES GRAVADAS EM ROLNAC.REJ"
           END-IF
           GO TO P999-STOP.

       P110-PROCESSA-LINHA.
           MOVE SPACES TO WS-CSV-CPF WS-CSV-NOME WS-CSV-DT-NASC
                          WS-CSV-JUNTA WS-CSV-DT-ALIST WS-CSV-MATRICULA
           UNSTRING CSV-LINE DELIMITED BY ","
               INTO WS-CSV-CPF WS-CSV-NOME WS-CSV-DT-NASC
                    WS-CSV-JUNTA WS-CSV-DT-ALIST WS-CSV-MATRICULA

           IF WS-CSV-CPF IS NOT NUMERIC THEN
               MOVE "CPF COM MENOS DE 11 DIGITOS" TO REJ-MOTIVO
               PERFORM P190-REJEITA
               EXIT PARAGRAPH
           END-IF
           IF WS-CSV-NOME = SPACES THEN
               MOVE "NOME EM BRANCO" TO REJ-MOTIVO
               PERFORM P190-REJEITA
               EXIT PARAGRAPH
           END-IF
           IF WS-CSV-JUNTA = SPACES THEN
               MOVE "JUNTA EM BRANCO" TO REJ-MOTIVO
               PERFORM P190-REJEITA
               EXIT PARAGRAPH
           END-IF
           IF WS-CSV-DT-NASC IS NOT NUMERIC OR
              WS-CSV-DT-ALIST IS NOT NUMERIC THEN
               MOVE "DATA FORA DO FORMATO AAAAMMDD" TO REJ-MOTIVO
               PERFORM P190-REJEITA
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CSV-CPF       TO RN-CPF
           MOVE FUNCTION UPPER-CASE(WS-CSV-NOME) TO RN-NOME
           MOVE WS-CSV-DT-NASC   TO RN-DT-NASC
           MOVE WS-CSV-JUNTA     TO RN-JUNTA
           MOVE WS-CSV-DT-ALIST  TO RN-DT-ALIST
           MOVE WS-CSV-MATRICULA TO RN-MATRICULA
           MOVE WS-DT-NEGOCIO    TO RN-DT-CARGA
           WRITE RN-REC
           ADD 1 TO WS-QTD-CARREGADOS.

       P190-REJEITA.
           IF WS-QTD-REJEITADOS = 0 THEN
               OPEN OUTPUT REJ-FILE
           ELSE
               OPEN EXTEND REJ-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO REJ-TIMESTAMP
           MOVE CSV-LINE              TO REJ-LINHA
           WRITE REJ-REC
           CLOSE REJ-FILE
           ADD 1 TO WS-QTD-REJEITADOS.

       P200-CONCILIAR.
           OPEN INPUT JUNTA-CTL-FILE
           IF WS-JNT-STATUS NOT EQUAL 35 THEN
               READ JUNTA-CTL-FILE
                   NOT AT END
                       MOVE JNT-CODIGO TO WS-JUNTA-NOSSA
               END-READ
               CLOSE JUNTA-CTL-FILE
           END-IF
           IF WS-JUNTA-NOSSA = SPACES THEN
               DISPLAY "CODIGO DESTA JUNTA NAO CADASTRADO - INFORME EM "
                       "JUNTA.CTL PELO CTLMNT"
               GO TO P999-STOP
           END-IF

           OPEN INPUT ROL-FILE
           IF WS-ROL-STATUS EQUAL 35 THEN
               DISPLAY "ROLNAC.DAT AINDA NAO FOI CARREGADO - USE A "
                       "OPCAO 1"
               GO TO P999-STOP
           END-IF
           READ ROL-FILE
               AT END
                   DISPLAY "ROLNAC.DAT ESTA VAZIO - NADA A CONCILIAR"
                   CLOSE ROL-FILE
                   GO TO P999-STOP
           END-READ
           MOVE RN-DT-CARGA TO WS-DT-CARGA
           CLOSE ROL-FILE
           MOVE WS-DT-CARGA(1:6) TO WS-DT-CORTE(1:6)
           MOVE "01"             TO WS-DT-CORTE(7:2)

           MOVE 'ROLNAC.PRN' TO WS-SPL-ARQUIVO
           MOVE 80           TO WS-SPL-TAM-REG
           MOVE 'S'          TO WS-SPL-PESSOAL
           OPEN OUTPUT PRN-FILE
           STRING "CONCILIACAO COM O ROL NACIONAL - JUNTA "
                                          DELIMITED BY SIZE
                  WS-JUNTA-NOSSA          DELIMITED BY SPACE
                  " - EXTRATO CARREGADO EM " DELIMITED BY SIZE
                  WS-DT-CARGA             DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P250-SAIDA-LINHA
           PERFORM P250-SAIDA-LINHA

           SORT SORT-FILE
               ON ASCENDING KEY SD-CPF SD-TIPO
               ON DESCENDING KEY SD-ORIGEM
               INPUT PROCEDURE IS P210-FEED-SORT
               OUTPUT PROCEDURE IS P300-APURA-SORT

           PERFORM P250-SAIDA-LINHA
           MOVE "---- RESUMO ----" TO WS-LINHA
           PERFORM P250-SAIDA-LINHA
           MOVE WS-QTD-CONFERIDOS TO WS-EDIT-QTD
           STRING "ALISTAMENTOS CONFERIDOS:             "
                  DELIMITED BY SIZE
                  WS-EDIT-QTD DELIMITED BY SIZE INTO WS-LINHA
           PERFORM P250-SAIDA-LINHA
           MOVE WS-QTD-DUPLICADOS TO WS-EDIT-QTD
           STRING "ALISTADOS AQUI E EM OUTRA JUNTA:     "
                  DELIMITED BY SIZE
                  WS-EDIT-QTD DELIMITED BY SIZE INTO WS-LINHA
           PERFORM P250-SAIDA-LINHA
           MOVE WS-QTD-PENDENTES TO WS-EDIT-QTD
           STRING "  DUPLICIDADES PENDENTES DE DECISAO: "
                  DELIMITED BY SIZE
                  WS-EDIT-QTD DELIMITED BY SIZE INTO WS-LINHA
           PERFORM P250-SAIDA-LINHA
           MOVE WS-QTD-AUSENTES TO WS-EDIT-QTD
           STRING "AUSENTES DO ROL NACIONAL:            "
                  DELIMITED BY SIZE
                  WS-EDIT-QTD DELIMITED BY SIZE INTO WS-LINHA
           PERFORM P250-SAIDA-LINHA
           MOVE WS-QTD-RECENTES TO WS-EDIT-QTD
           STRING "  RECENTES, AINDA NAO ESPERADOS:     "
                  DELIMITED BY SIZE
                  WS-EDIT-QTD DELIMITED BY SIZE INTO WS-LINHA
           PERFORM P250-SAIDA-LINHA
           MOVE WS-QTD-NOME-DIV TO WS-EDIT-QTD
           STRING "NOME DIVERGENTE NO MESMO CPF:        "
                  DELIMITED BY SIZE
                  WS-EDIT-QTD DELIMITED BY SIZE INTO WS-LINHA
           PERFORM P250-SAIDA-LINHA
           MOVE WS-QTD-NASC-DIV TO WS-EDIT-QTD
           STRING "NASCIMENTO DIVERGENTE NO MESMO CPF:  "
                  DELIMITED BY SIZE
                  WS-EDIT-QTD DELIMITED BY SIZE INTO WS-LINHA
           PERFORM P250-SAIDA-LINHA
           CLOSE PRN-FILE
           PERFORM P-SPOOL-ARQUIVA

           MOVE "mv ROLNAC.DIV.NEW ROLNAC.DIV" TO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           DISPLAY "CONCILIACAO GRAVADA EM ROLNAC.PRN"
           IF WS-QTD-PENDENTES > 0 THEN
               DISPLAY WS-QTD-PENDENTES " DUPLICIDADE(S) PENDENTE(S) "
                       "- DECIDA PELA OPCAO 3"
           END-IF
           GO TO P999-STOP.

       P210-FEED-SORT.
           OPEN INPUT REG-FILE
           IF WS-STATUS NOT EQUAL 35 THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ REG-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO SD-REC
                           MOVE CPF OF PRS-DATA TO SD-CPF
                           MOVE '1'             TO SD-TIPO
                           MOVE 'R'             TO SD-ORIGEM
                           MOVE NAMES OF PRS-DATA TO SD-NOME
                           MOVE DT-NASCIMENTO OF PRS-DATA
                             TO SD-DT-NASC
                           MOVE DT-ALISTAMENTO OF PRS-DATA
                             TO SD-DT-ALIST
                           PERFORM P220-ZERA-SORT-NUM
                           RELEASE SD-REC
                   END-READ
               END-PERFORM
               CLOSE REG-FILE
           END-IF

           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS NOT EQUAL 35 THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARCH-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO SD-REC
                           MOVE CPF OF ARCH-PRS-DATA TO SD-CPF
                           MOVE '1'             TO SD-TIPO
                           MOVE 'A'             TO SD-ORIGEM
                           MOVE NAMES OF ARCH-PRS-DATA TO SD-NOME
                           MOVE DT-NASCIMENTO OF ARCH-PRS-DATA
                             TO SD-DT-NASC
                           MOVE DT-ALISTAMENTO OF ARCH-PRS-DATA
                             TO SD-DT-ALIST
                           PERFORM P220-ZERA-SORT-NUM
                           RELEASE SD-REC
                   END-READ
               END-PERFORM
               CLOSE ARCH-FILE
           END-IF

      *    DECISOES JA TOMADAS NA CONCILIACAO ANTERIOR.
           OPEN INPUT DIV-FILE
           IF WS-DIV-STATUS NOT EQUAL 35 THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ DIV-FILE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF RDV-SITUACAO NOT = SPACE THEN
                               MOVE SPACES         TO SD-REC
                               MOVE RDV-CPF        TO SD-CPF
                               MOVE '2'            TO SD-TIPO
                               MOVE RDV-JUNTA      TO SD-JUNTA
                               MOVE 0              TO SD-DT-NASC
                               MOVE 0              TO SD-DT-ALIST
                               MOVE RDV-SITUACAO   TO SD-SITUACAO
                               MOVE RDV-APRV-ID    TO SD-APRV-ID
                               MOVE RDV-OPERADOR   TO SD-OPERADOR
                               MOVE RDV-DT-DECISAO TO SD-DT-DECISAO
                               RELEASE SD-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIV-FILE
           END-IF

           OPEN INPUT ROL-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ ROL-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE SPACES       TO SD-REC
                       MOVE RN-CPF       TO SD-CPF
                       MOVE '3'          TO SD-TIPO
                       MOVE RN-NOME      TO SD-NOME
                       MOVE RN-DT-NASC   TO SD-DT-NASC
                       MOVE RN-DT-ALIST  TO SD-DT-ALIST
                       MOVE RN-JUNTA     TO SD-JUNTA
                       MOVE RN-MATRICULA TO SD-MATRICULA
                       PERFORM P220-ZERA-SORT-NUM
                       RELEASE SD-REC
               END-READ
           END-PERFORM
           CLOSE ROL-FILE.

       P220-ZERA-SORT-NUM.
           MOVE 0 TO SD-APRV-ID
           MOVE 0 TO SD-DT-DECISAO.

       P250-SAIDA-LINHA.
           MOVE WS-LINHA TO PRN-LINE
           WRITE PRN-LINE
           MOVE SPACES TO WS-LINHA.

       P300-APURA-SORT.
           OPEN OUTPUT DIV-NEW-FILE
           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-G-ABERTO
           PERFORM UNTIL WS-EOF = 'S'
               RETURN SORT-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-G-ABERTO = 'S' AND
                          SD-CPF NOT = WS-G-CPF THEN
                           PERFORM P310-FECHA-CPF
                       END-IF
                       IF WS-G-ABERTO NOT = 'S' THEN
                           PERFORM P320-ABRE-CPF
                       END-IF
                       EVALUATE SD-TIPO
                           WHEN '1'
                               IF WS-G-NOSSO NOT = 'S' THEN
                                   MOVE 'S'         TO WS-G-NOSSO
                                   MOVE SD-ORIGEM   TO WS-G-ORIGEM
                                   MOVE SD-NOME     TO WS-G-NOME
                                   MOVE SD-DT-NASC  TO WS-G-DT-NASC
                                   MOVE SD-DT-ALIST TO WS-G-DT-ALIST
                               END-IF
                           WHEN '2'
                               IF WS-G-QTD-DEC < 10 THEN
                                   ADD 1 TO WS-G-QTD-DEC
                                   MOVE SD-JUNTA
                                     TO WS-G-DEC-JUNTA(WS-G-QTD-DEC)
                                   MOVE SD-SITUACAO
                                     TO WS-G-DEC-SITUACAO(WS-G-QTD-DEC)
                                   MOVE SD-APRV-ID
                                     TO WS-G-DEC-APRV-ID(WS-G-QTD-DEC)
                                   MOVE SD-OPERADOR
                                     TO WS-G-DEC-OPERADOR(WS-G-QTD-DEC)
                                   MOVE SD-DT-DECISAO
                                     TO WS-G-DEC-DATA(WS-G-QTD-DEC)
                               END-IF
                           WHEN OTHER
      *                        LINHA DO ROL DE QUEM NUNCA SE ALISTOU
      *                        AQUI NAO INTERESSA.
                               IF WS-G-NOSSO = 'S' THEN
                                   PERFORM P330-CONFERE-ROL
                               END-IF
                       END-EVALUATE
               END-RETURN
           END-PERFORM
           IF WS-G-ABERTO = 'S' THEN
               PERFORM P310-FECHA-CPF
           END-IF
           CLOSE DIV-NEW-FILE.

       P310-FECHA-CPF.
           MOVE 'N' TO WS-G-ABERTO
           IF WS-G-NOSSO NOT = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-CONFERIDOS
           IF WS-G-NO-ROL = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-G-DT-ALIST >= WS-DT-CORTE THEN
               ADD 1 TO WS-QTD-RECENTES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-AUSENTES
           MOVE "AUSENTE"  TO WS-LINHA(1:10)
           MOVE WS-G-CPF   TO WS-LINHA(12:11)
           MOVE WS-G-NOME  TO WS-LINHA(24:30)
           STRING "ALISTADO AQUI EM " DELIMITED BY SIZE
                  WS-G-DT-ALIST       DELIMITED BY SIZE
                  INTO WS-LINHA(55:26)
           PERFORM P250-SAIDA-LINHA
           PERFORM P340-ORIGEM-LINHA.

       P320-ABRE-CPF.
           MOVE 'S'    TO WS-G-ABERTO
           MOVE SD-CPF TO WS-G-CPF
           MOVE 'N'    TO WS-G-NOSSO
           MOVE 'N'    TO WS-G-NO-ROL
           MOVE SPACE  TO WS-G-ORIGEM
           MOVE SPACES TO WS-G-NOME
           MOVE 0      TO WS-G-DT-NASC
           MOVE 0      TO WS-G-DT-ALIST
           MOVE 0      TO WS-G-QTD-DEC.

       P330-CONFERE-ROL.
           IF SD-JUNTA = WS-JUNTA-NOSSA THEN
               MOVE 'S' TO WS-G-NO-ROL
           ELSE
               PERFORM P350-DUPLICADO
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-G-NOME) TO WS-NOME-ROL
           IF SD-NOME NOT = WS-NOME-ROL THEN
               ADD 1 TO WS-QTD-NOME-DIV
               MOVE "NOME DIV"  TO WS-LINHA(1:10)
               MOVE WS-G-CPF    TO WS-LINHA(12:11)
               MOVE WS-G-NOME   TO WS-LINHA(24:50)
               PERFORM P250-SAIDA-LINHA
               STRING "NO ROL (JUNTA " DELIMITED BY SIZE
                      SD-JUNTA         DELIMITED BY SPACE
                      "): "            DELIMITED BY SIZE
                      SD-NOME          DELIMITED BY SIZE
                      INTO WS-LINHA(12:69)
               PERFORM P250-SAIDA-LINHA
           END-IF

      *    NASCIMENTO ZERADO (ALISTAMENTO ANTIGO, SEM A DATA) NAO TEM
      *    COMO SER CONFERIDO.
           IF WS-G-DT-NASC NOT = 0 AND SD-DT-NASC NOT = 0 AND
              WS-G-DT-NASC NOT = SD-DT-NASC THEN
               ADD 1 TO WS-QTD-NASC-DIV
               MOVE "NASC DIV"  TO WS-LINHA(1:10)
               MOVE WS-G-CPF    TO WS-LINHA(12:11)
               MOVE WS-G-NOME   TO WS-LINHA(24:30)
               STRING "AQUI " DELIMITED BY SIZE
                      WS-G-DT-NASC DELIMITED BY SIZE
                      " ROL "      DELIMITED BY SIZE
                      SD-DT-NASC   DELIMITED BY SIZE
                      INTO WS-LINHA(55:26)
               PERFORM P250-SAIDA-LINHA
           END-IF.

       P340-ORIGEM-LINHA.
           IF WS-G-ORIGEM = 'A' THEN
               MOVE "(ALISTAMENTO ARQUIVADO EM REGISTRO.ARQ)"
                 TO WS-LINHA(12:69)
               PERFORM P250-SAIDA-LINHA
           END-IF.

       P350-DUPLICADO.
           ADD 1 TO WS-QTD-DUPLICADOS
           MOVE "DUPLICADO" TO WS-LINHA(1:10)
           MOVE WS-G-CPF    TO WS-LINHA(12:11)
           MOVE WS-G-NOME   TO WS-LINHA(24:30)
           STRING "ALISTADO AQUI EM " DELIMITED BY SIZE
                  WS-G-DT-ALIST       DELIMITED BY SIZE
                  INTO WS-LINHA(55:26)
           PERFORM P250-SAIDA-LINHA
           STRING "TAMBEM NA JUNTA " DELIMITED BY SIZE
                  SD-JUNTA           DELIMITED BY SPACE
                  " EM "             DELIMITED BY SIZE
                  SD-DT-ALIST        DELIMITED BY SIZE
                  " MATRICULA "      DELIMITED BY SIZE
                  SD-MATRICULA       DELIMITED BY SPACE
                  INTO WS-LINHA(12:69)
           PERFORM P250-SAIDA-LINHA
           PERFORM P340-ORIGEM-LINHA
      *    SO O ALISTAMENTO ATIVO EM REGISTRO PODE SER CANCELADO - O
      *    ARQUIVADO FICA SO NO RELATORIO.
           IF WS-G-ORIGEM NOT = 'R' THEN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DT-NEGOCIO TO RDV-NEW-DT-CONCIL
           MOVE WS-G-CPF      TO RDV-NEW-CPF
           MOVE WS-G-NOME     TO RDV-NEW-NOME
           MOVE WS-G-DT-ALIST TO RDV-NEW-DT-ALIST-AQUI
           MOVE SD-JUNTA      TO RDV-NEW-JUNTA
           MOVE SD-DT-ALIST   TO RDV-NEW-DT-ALIST-FORA
           MOVE SD-MATRICULA  TO RDV-NEW-MATRICULA
           MOVE SPACE         TO RDV-NEW-SITUACAO
           MOVE 0             TO RDV-NEW-APRV-ID
           MOVE SPACES        TO RDV-NEW-OPERADOR
           MOVE 0             TO RDV-NEW-DT-DECISAO
           MOVE 0 TO WS-G-ACHOU-DEC
           PERFORM VARYING WS-G-IDX FROM 1 BY 1
                   UNTIL WS-G-IDX > WS-G-QTD-DEC
               IF WS-G-DEC-JUNTA(WS-G-IDX) = SD-JUNTA THEN
                   MOVE WS-G-IDX TO WS-G-ACHOU-DEC
               END-IF
           END-PERFORM
           IF WS-G-ACHOU-DEC > 0 THEN
               MOVE WS-G-DEC-SITUACAO(WS-G-ACHOU-DEC)
                 TO RDV-NEW-SITUACAO
               MOVE WS-G-DEC-APRV-ID(WS-G-ACHOU-DEC)
                 TO RDV-NEW-APRV-ID
               MOVE WS-G-DEC-OPERADOR(WS-G-ACHOU-DEC)
                 TO RDV-NEW-OPERADOR
               MOVE WS-G-DEC-DATA(WS-G-ACHOU-DEC)
                 TO RDV-NEW-DT-DECISAO
           END-IF
           WRITE RDV-NEW-REC

           EVALUATE RDV-NEW-SITUACAO
               WHEN 'C'
                   STRING "CONFIRMADA - PEDIDO DE CANCELAMENTO "
                          DELIMITED BY SIZE
                          RDV-NEW-APRV-ID DELIMITED BY SIZE
                          INTO WS-LINHA(12:69)
               WHEN 'N'
                   STRING "DESCARTADA POR " DELIMITED BY SIZE
                          RDV-NEW-OPERADOR  DELIMITED BY SPACE
                          " EM "            DELIMITED BY SIZE
                          RDV-NEW-DT-DECISAO DELIMITED BY SIZE
                          INTO WS-LINHA(12:69)
               WHEN OTHER
                   ADD 1 TO WS-QTD-PENDENTES
                   MOVE "PENDENTE DE DECISAO (ROLNAC OPCAO 3)"
                     TO WS-LINHA(12:69)
           END-EVALUATE
           PERFORM P250-SAIDA-LINHA.

       P500-DECIDIR.
      *    APRESENTA CADA DUPLICIDADE PENDENTE: S CONFIRMA E ENFILEIRA
      *    O CANCELAMENTO DO ALISTAMENTO FEITO AQUI, N DESCARTA,
      *    ENTER DEIXA PARA DEPOIS E F ENCERRA MANTENDO O RESTANTE.
           OPEN INPUT DIV-FILE
           IF WS-DIV-STATUS EQUAL 35 THEN
               DISPLAY "ROLNAC.DIV AINDA NAO FOI GERADO - USE A OPCAO 2"
               GO TO P999-STOP
           END-IF
           OPEN OUTPUT DIV-NEW-FILE
           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-ENCERRAR
           PERFORM UNTIL WS-EOF = 'S'
               READ DIV-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE RDV-REC TO RDV-NEW-REC
                       IF RDV-SITUACAO = SPACE AND
                          WS-ENCERRAR NOT = 'S' THEN
                           PERFORM P510-DECIDE-UMA
                       END-IF
                       WRITE RDV-NEW-REC
               END-READ
           END-PERFORM
           CLOSE DIV-FILE
           CLOSE DIV-NEW-FILE
           MOVE "mv ROLNAC.DIV.NEW ROLNAC.DIV" TO WS-CMD
           CALL "SYSTEM" USING WS-CMD

           DISPLAY "CONFIRMADAS (CANCELAMENTO PEDIDO): "
                   WS-QTD-CONFIRMADAS
           DISPLAY "DESCARTADAS: " WS-QTD-DESCARTADAS
           GO TO P999-STOP.

       P510-DECIDE-UMA.
      *    CONSULTA DE DADOS PESSOAIS - FICA NA TRILHA DE ACESSO (VER
      *    ACESSLOG).
           MOVE "ROLNAC" TO WS-ACESSO-PROGRAMA
           MOVE 'C'      TO WS-ACESSO-TIPO
           MOVE RDV-CPF  TO WS-ACESSO-CHAVE
           PERFORM P-LOG-ACESSO

           DISPLAY "----------------------------------"
           DISPLAY "CPF: " RDV-CPF "  " RDV-NOME
           DISPLAY "ALISTADO AQUI EM " RDV-DT-ALIST-AQUI
           DISPLAY "NO ROL TAMBEM PELA JUNTA " RDV-JUNTA
                   " EM " RDV-DT-ALIST-FORA
                   "  MATRICULA " RDV-MATRICULA
           IF RDV-DT-ALIST-FORA < RDV-DT-ALIST-AQUI THEN
               DISPLAY "O ALISTAMENTO NA OUTRA JUNTA E ANTERIOR AO "
                       "NOSSO"
           END-IF
           MOVE SPACE TO WS-DECISAO
           DISPLAY "CONFIRMA A DUPLICIDADE E PEDE O CANCELAMENTO DO "
                   "ALISTAMENTO FEITO AQUI?"
           DISPLAY "(S=CONFIRMA / N=DESCARTA / ENTER=DEPOIS / "
                   "F=ENCERRA)"
           ACCEPT WS-DECISAO
           EVALUATE WS-DECISAO
               WHEN 'S'
               WHEN 's'
                   PERFORM P520-ENFILEIRA-CANCELAMENTO
               WHEN 'N'
               WHEN 'n'
                   MOVE 'N'            TO RDV-NEW-SITUACAO
                   MOVE WS-OPERADOR-ID TO RDV-NEW-OPERADOR
                   MOVE WS-DT-NEGOCIO  TO RDV-NEW-DT-DECISAO
                   ADD 1 TO WS-QTD-DESCARTADAS
                   DISPLAY "DUPLICIDADE DESCARTADA"
               WHEN 'F'
               WHEN 'f'
                   MOVE 'S' TO WS-ENCERRAR
               WHEN OTHER
                   DISPLAY "MANTIDA PENDENTE"
           END-EVALUATE.

       P520-ENFILEIRA-CANCELAMENTO.
      *    MESMO PEDIDO QUE O P170-ENFILEIRA-CANCELAMENTO DO
      *    ALISTAMENTO-MILITAR GRAVA - O DELETE E O LOG EM
      *    ALISTAMENTO.CAN SO ACONTECEM QUANDO OUTRO ADMINISTRADOR
      *    APROVAR PELO APROVMNT.
           OPEN INPUT REG-FILE
           IF WS-STATUS EQUAL 35 THEN
               DISPLAY "REGISTRO AINDA NAO FOI CRIADO - MANTIDA "
                       "PENDENTE"
               EXIT PARAGRAPH
           END-IF
           MOVE RDV-CPF TO CPF OF PRS-DATA
           READ REG-FILE
               INVALID KEY
                   DISPLAY "CPF NAO ESTA MAIS EM REGISTRO - MANTIDA "
                           "PENDENTE"
                   CLOSE REG-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE REG-FILE

           PERFORM P530-SCAN-FILA
           IF WS-APRV-ID-PEND > 0 THEN
               DISPLAY "JA EXISTE PEDIDO DE CANCELAMENTO PENDENTE PARA "
                       "ESTE CPF: " WS-APRV-ID-PEND
               MOVE WS-APRV-ID-PEND TO RDV-NEW-APRV-ID
           ELSE
               ADD 1 TO WS-APRV-MAX-ID GIVING APRV-ID
               MOVE FUNCTION CURRENT-DATE TO APRV-TIMESTAMP
               MOVE WS-OPERADOR-ID        TO APRV-SOLICITANTE
               MOVE "CANCELAR"            TO APRV-ACAO
               MOVE RDV-CPF               TO APRV-CPF
               MOVE SPACES                TO APRV-MOTIVO
               STRING "ALISTADO TAMBEM NA JUNTA " DELIMITED BY SIZE
                      RDV-JUNTA                   DELIMITED BY SPACE
                      " EM "                      DELIMITED BY SIZE
                      RDV-DT-ALIST-FORA           DELIMITED BY SIZE
                      " (ROL NACIONAL)"           DELIMITED BY SIZE
                      INTO APRV-MOTIVO
               MOVE SPACE                 TO APRV-SITUACAO
               MOVE SPACES                TO APRV-APROVADOR
               MOVE SPACES                TO APRV-DT-DECISAO
               OPEN EXTEND APRV-FILE
               IF WS-APRV-STATUS EQUAL 35 THEN
                   OPEN OUTPUT APRV-FILE
               END-IF
               WRITE APRV-REC
               CLOSE APRV-FILE
               MOVE APRV-ID TO RDV-NEW-APRV-ID
               DISPLAY "PEDIDO " APRV-ID " REGISTRADO - AGUARDA A "
                       "APROVACAO DE UM SEGUNDO ADMINISTRADOR "
                       "(APROVMNT)"
           END-IF
           MOVE 'C'            TO RDV-NEW-SITUACAO
           MOVE WS-OPERADOR-ID TO RDV-NEW-OPERADOR
           MOVE WS-DT-NEGOCIO  TO RDV-NEW-DT-DECISAO
           ADD 1 TO WS-QTD-CONFIRMADAS.

       P530-SCAN-FILA.
      *    MAIOR ID JA USADO E PEDIDO DE CANCELAMENTO AINDA PENDENTE
      *    PARA O MESMO CPF (VER P175-SCAN-FILA NO ALISTAMENTO-MILITAR).
           MOVE 0 TO WS-APRV-MAX-ID
           MOVE 0 TO WS-APRV-ID-PEND
           OPEN INPUT APRV-FILE
           IF WS-APRV-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-APRV-EOF
           PERFORM UNTIL WS-APRV-EOF = 'S'
               READ APRV-FILE
                   AT END
                       MOVE 'S' TO WS-APRV-EOF
                   NOT AT END
                       IF APRV-ID > WS-APRV-MAX-ID THEN
                           MOVE APRV-ID TO WS-APRV-MAX-ID
                       END-IF
                       IF APRV-ACAO = "CANCELAR" AND
                          APRV-CPF = RDV-CPF AND
                          APRV-SITUACAO = SPACE THEN
                           MOVE APRV-ID TO WS-APRV-ID-PEND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APRV-FILE.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY LOGON.
       COPY SENHASH.
       COPY DATAMOV.
       COPY ACESSLOG.
       COPY CADEIA.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM ROLNAC.
