      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: DEMONSTRATIVO MENSAL DA COMISSAO DA AGENCIA DE
      *          COBRANCA - A FATURA DA AGENCIA ERA CONFERIDA A OLHO
      *          CONTRA OS E-MAILS. LISTA EM AGENCOM.PRN TODA PARCELA
      *          BAIXADA PELO AGENCRET (RETORNO 'C') NA COMPETENCIA,
      *          PELO DIARIO DE PRESTACOES, COM O VALOR RECUPERADO E A
      *          COMISSAO DEVIDA PELA FAIXA DE DIAS DE ATRASO NO ENVIO
      *          (AGENCIA.ENV, GRAVADO PELO COBRCSV; TABELA EM
      *          COMISSAO.CTL, MANTIDA PELO CTLMNT), E O TOTAL A PAGAR.
      *          PARCELA ENVIADA A AGENCIA E DEPOIS QUITADA PELA PROPRIA
      *          CASA (OCCRS, BANCORET, QUITACAO...) SAI MARCADA PARA
      *          CONTESTACAO, SEM COMISSAO; PARCELA COBRADA PELA AGENCIA
      *          SEM REGISTRO DE ENVIO TAMBEM.
      * MODIFICATION-LOG.
      *     15/10/2026 - O CODIGO DO CLIENTE EM AGENCIA.ENV
      *                  (ENV-COD-CLI, VER AGENVREG) PASSOU A TER 7
      *                  DIGITOS, COMO COD-CLIENTE (VER CODCLIMIG).
      *     15/10/2026 - LAYOUT DE PRESTACOES.JRN EXTRAIDO PARA JRNDATA,
      *                  QUE GANHOU NO FIM O ELO DA CADEIA DE
      *                  CONFERENCIA (JRN-ELO, VER CADEIA.cpy).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM AGENCOM.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENCOM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREST-FILE ASSIGN TO 'PRESTACOES'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREST-KEY
           ALTERNATE RECORD KEY IS PREST-VENCIMENTO WITH DUPLICATES
           ALTERNATE RECORD KEY IS PREST-SIT-VENC WITH DUPLICATES
           FILE STATUS IS WS-PREST-STATUS.

           SELECT ENV-FILE ASSIGN TO 'AGENCIA.ENV'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENV-KEY
           FILE STATUS IS WS-ENV-STATUS.

           SELECT PREST-JRN-FILE ASSIGN TO 'PRESTACOES.JRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS.

           SELECT COMISSAO-FILE ASSIGN TO 'COMISSAO.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-COM-STATUS.

           SELECT COM-PRN-FILE ASSIGN TO 'AGENCOM.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRN-STATUS.

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
       FD PREST-FILE.
       COPY PRESTDATA.

       FD ENV-FILE.
       COPY AGENVREG.

       FD PREST-JRN-FILE.
       COPY JRNDATA.

       FD COMISSAO-FILE.
      *    MESMO LAYOUT DE COMISSAO-REC NO CTLMNT.
       01 COMISSAO-REC.
         05 COM-FAIXA         OCCURS 5 TIMES.
           10 COM-DIAS-MAX    PIC 9(04).
           10 COM-PCT         PIC 9(02)V99.

       FD COM-PRN-FILE.
       01 COM-PRN-REC        PIC X(80).

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-PREST-STATUS    PIC 99.
       01 WS-ENV-STATUS      PIC 99.
       01 WS-JRN-STATUS      PIC 99.
       01 WS-COM-STATUS      PIC 99.
       01 WS-PRN-STATUS      PIC 99.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-ENV-ABERTO      PIC X     VALUE 'N'.
       01 WS-ENV-ACHOU       PIC X     VALUE 'N'.
       01 WS-COMPETENCIA     PIC 9(06) VALUE 0.
       01 WS-COMP-R REDEFINES WS-COMPETENCIA.
         05 WS-COMP-ANO      PIC 9(04).
         05 WS-COMP-MES      PIC 9(02).
       01 WS-DT-INI          PIC 9(08) VALUE 0.
       01 WS-DT-FIM          PIC 9(08) VALUE 0.
       01 WS-DT-LINHA        PIC 9(08) VALUE 0.

      *    TABELA DE COMISSAO PADRAO (MESMA DO CTLMNT), USADA QUANDO
      *    COMISSAO.CTL NAO EXISTE: ATE 30 DIAS 10%, ATE 60 15%, ATE
      *    90 20%, ATE 180 25% E ACIMA 30%.
       01 WS-COM-PADRAO.
         05 FILLER           PIC X(08) VALUE '00301000'.
         05 FILLER           PIC X(08) VALUE '00601500'.
         05 FILLER           PIC X(08) VALUE '00902000'.
         05 FILLER           PIC X(08) VALUE '01802500'.
         05 FILLER           PIC X(08) VALUE '99993000'.
       01 WS-COM-TAB.
         05 WS-COM-FAIXA     OCCURS 5 TIMES.
           10 WS-COM-DIAS-MAX PIC 9(04).
           10 WS-COM-PCT      PIC 9(02)V99.
       01 WS-COM-IDX         PIC 9(01) VALUE 0.

       01 WS-VL-RECUPERADO   PIC S9(09)V99 VALUE 0.
       01 WS-PCT-COMISSAO    PIC 9(02)V99 VALUE 0.
       01 WS-VL-COMISSAO     PIC 9(09)V99 VALUE 0.
       01 WS-QTD-COBRADAS    PIC 9(05) VALUE 0.
       01 WS-QTD-CONTESTADAS PIC 9(05) VALUE 0.
       01 WS-QTD-SEM-ENVIO   PIC 9(05) VALUE 0.
       01 WS-TOT-RECUPERADO  PIC 9(11)V99 VALUE 0.
       01 WS-TOT-COMISSAO    PIC 9(11)V99 VALUE 0.
       01 WS-TOT-CONTESTADO  PIC 9(11)V99 VALUE 0.
       01 WS-TOT-SEM-ENVIO   PIC 9(11)V99 VALUE 0.
       01 WS-EDIT-VALOR      PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 WS-CAB-1.
         05 FILLER           PIC X(40)
                 VALUE 'COMISSAO DA AGENCIA DE COBRANCA - MES '.
         05 WS-CAB-MES       PIC 99.
         05 FILLER           PIC X(01) VALUE '/'.
         05 WS-CAB-ANO       PIC 9(04).
       01 WS-CAB-2.
         05 FILLER           PIC X(22) VALUE ' CONT/PAR  ENVIADO EM'.
         05 FILLER           PIC X(17) VALUE '  DIAS RECUPERADO'.
         05 FILLER           PIC X(17) VALUE '  COM%   COMISSAO'.
         05 FILLER           PIC X(11) VALUE ' OBSERVACAO'.
       01 WS-DET.
         05 FILLER           PIC X(01) VALUE SPACE.
         05 WS-DET-CONT      PIC 9(05).
         05 FILLER           PIC X(01) VALUE '/'.
         05 WS-DET-PARC      PIC 9(03).
         05 FILLER           PIC X(01) VALUE SPACE.
         05 WS-DET-DT-ENVIO.
           10 WS-DET-DD      PIC 99.
           10 WS-DET-B1      PIC X(01).
           10 WS-DET-MM      PIC 99.
           10 WS-DET-B2      PIC X(01).
           10 WS-DET-AAAA    PIC 9(04).
         05 FILLER           PIC X(01) VALUE SPACE.
         05 WS-DET-DIAS      PIC ZZZZ9.
         05 FILLER           PIC X(01) VALUE SPACE.
         05 WS-DET-VALOR     PIC ZZZ,ZZ9.99.
         05 FILLER           PIC X(01) VALUE SPACE.
         05 WS-DET-PCT       PIC Z9.99.
         05 FILLER           PIC X(01) VALUE SPACE.
         05 WS-DET-COMISSAO  PIC ZZZ,ZZ9.99.
         05 FILLER           PIC X(01) VALUE SPACE.
         05 WS-DET-OBS       PIC X(24).
       01 WS-TOT-LINHA.
         05 WS-TOT-DESCR     PIC X(45).
         05 WS-TOT-QTD       PIC ZZZZ9.
         05 FILLER           PIC X(02) VALUE SPACES.
         05 WS-TOT-VALOR     PIC Z,ZZZ,ZZZ,ZZ9.99.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'AGENCOM' TO WS-SPL-PROGRAMA
           DISPLAY "******** COMISSAO DA AGENCIA DE COBRANCA ********"
           DISPLAY "COMPETENCIA (AAAAMM)"
           ACCEPT WS-COMPETENCIA
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12 THEN
               DISPLAY "COMPETENCIA INVALIDA"
               GO TO P999-STOP
           END-IF
           COMPUTE WS-DT-INI = WS-COMPETENCIA * 100 + 1
           COMPUTE WS-DT-FIM = WS-COMPETENCIA * 100 + 31

           PERFORM P100-LE-TABELA

           OPEN INPUT PREST-FILE
           IF WS-PREST-STATUS EQUAL 35 THEN
               DISPLAY "PRESTACOES AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           OPEN INPUT ENV-FILE
           IF WS-ENV-STATUS NOT EQUAL 35 THEN
               MOVE 'S' TO WS-ENV-ABERTO
           ELSE
               DISPLAY "AGENCIA.ENV AINDA NAO FOI CRIADO - NENHUM "
                       "ENVIO A AGENCIA REGISTRADO"
           END-IF

           MOVE 'AGENCOM.PRN' TO WS-SPL-ARQUIVO
           MOVE 80            TO WS-SPL-TAM-REG
           MOVE 'N'           TO WS-SPL-PESSOAL
           OPEN OUTPUT COM-PRN-FILE
           MOVE WS-COMP-MES TO WS-CAB-MES
           MOVE WS-COMP-ANO TO WS-CAB-ANO
           WRITE COM-PRN-REC FROM WS-CAB-1
           MOVE SPACES TO COM-PRN-REC
           WRITE COM-PRN-REC
           WRITE COM-PRN-REC FROM WS-CAB-2

           OPEN INPUT PREST-JRN-FILE
           IF WS-JRN-STATUS NOT EQUAL 35 THEN
               PERFORM UNTIL WS-EOF = 'S'
                   READ PREST-JRN-FILE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           PERFORM P200-AVALIA-LINHA
                   END-READ
               END-PERFORM
               CLOSE PREST-JRN-FILE
           END-IF

           PERFORM P600-TOTAIS
           CLOSE COM-PRN-FILE
           PERFORM P-SPOOL-ARQUIVA
           IF WS-ENV-ABERTO = 'S' THEN
               CLOSE ENV-FILE
           END-IF
           CLOSE PREST-FILE

           DISPLAY " "
           DISPLAY "---- RESUMO DA COMISSAO DA AGENCIA ----"
           DISPLAY "PARCELAS COBRADAS PELA AGENCIA: " WS-QTD-COBRADAS
           MOVE WS-TOT-RECUPERADO TO WS-EDIT-VALOR
           DISPLAY "VALOR RECUPERADO:       " WS-EDIT-VALOR
           MOVE WS-TOT-COMISSAO TO WS-EDIT-VALOR
           DISPLAY "COMISSAO A PAGAR:       " WS-EDIT-VALOR
           DISPLAY "CONTESTADAS (BAIXA DA CASA): " WS-QTD-CONTESTADAS
           DISPLAY "CONTESTADAS (SEM ENVIO):     " WS-QTD-SEM-ENVIO
           DISPLAY "DEMONSTRATIVO GERADO EM AGENCOM.PRN"
           GO TO P999-STOP.

       P100-LE-TABELA.
           MOVE WS-COM-PADRAO TO WS-COM-TAB
           OPEN INPUT COMISSAO-FILE
           IF WS-COM-STATUS NOT EQUAL 35 THEN
               READ COMISSAO-FILE
                   NOT AT END
                       MOVE COMISSAO-REC TO WS-COM-TAB
               END-READ
               CLOSE COMISSAO-FILE
           END-IF.

       P200-AVALIA-LINHA.
           IF JRN-NUM-PARC = 0 THEN
               EXIT PARAGRAPH
           END-IF
           IF JRN-DT-NEGOCIO NUMERIC AND JRN-DT-NEGOCIO > 0 THEN
               MOVE JRN-DT-NEGOCIO TO WS-DT-LINHA
           ELSE
               MOVE JRN-TIMESTAMP(1:8) TO WS-DT-LINHA
           END-IF
           IF WS-DT-LINHA < WS-DT-INI OR WS-DT-LINHA > WS-DT-FIM THEN
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN JRN-PROGRAMA = "AGENCRET" AND
                    JRN-CAMPO = "VL-PAGO"
                   PERFORM P300-COBRADA-AGENCIA
               WHEN JRN-CAMPO = "SITUACAO" AND
                    JRN-VL-DEPOIS(1:1) = 'P' AND
                    JRN-PROGRAMA NOT = "AGENCRET" AND
                    JRN-PROGRAMA NOT = "ESTORNO"
                   PERFORM P400-BAIXADA-PELA-CASA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       P250-LE-ENVIO.
           MOVE 'N' TO WS-ENV-ACHOU
           IF WS-ENV-ABERTO NOT = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE JRN-NUM-CONT TO ENV-NUM-CONT
           MOVE JRN-NUM-PARC TO ENV-NUM-PARC
           READ ENV-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-ENV-ACHOU
           END-READ.

       P300-COBRADA-AGENCIA.
      *    O VALOR RECUPERADO E O QUE O AGENCRET SOMOU AO VL-PAGO DA
      *    PARCELA; A COMISSAO SAI DA FAIXA DOS DIAS DE ATRASO NO
      *    PRIMEIRO ENVIO.
           COMPUTE WS-VL-RECUPERADO =
                   FUNCTION NUMVAL(JRN-VL-DEPOIS) -
                   FUNCTION NUMVAL(JRN-VL-ANTES)
           IF WS-VL-RECUPERADO NOT > 0 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM P250-LE-ENVIO
           MOVE 0 TO WS-PCT-COMISSAO
           MOVE 0 TO WS-VL-COMISSAO
           IF WS-ENV-ACHOU = 'S' THEN
               PERFORM VARYING WS-COM-IDX FROM 5 BY -1
                       UNTIL WS-COM-IDX < 1
                   IF ENV-DIAS-ATRASO <= WS-COM-DIAS-MAX(WS-COM-IDX)
                       THEN
                       MOVE WS-COM-PCT(WS-COM-IDX) TO WS-PCT-COMISSAO
                   END-IF
               END-PERFORM
               COMPUTE WS-VL-COMISSAO ROUNDED =
                       WS-VL-RECUPERADO * WS-PCT-COMISSAO / 100
               ADD 1                TO WS-QTD-COBRADAS
               ADD WS-VL-RECUPERADO TO WS-TOT-RECUPERADO
               ADD WS-VL-COMISSAO   TO WS-TOT-COMISSAO
               MOVE SPACES TO WS-DET-OBS
           ELSE
               ADD 1                TO WS-QTD-SEM-ENVIO
               ADD WS-VL-RECUPERADO TO WS-TOT-SEM-ENVIO
               MOVE "CONTESTAR - SEM ENVIO" TO WS-DET-OBS
           END-IF
           PERFORM P500-IMPRIME-DETALHE.

       P400-BAIXADA-PELA-CASA.
      *    SO INTERESSA A PARCELA QUE JA TINHA SIDO ENVIADA A AGENCIA
      *    QUANDO A CASA A QUITOU - A AGENCIA PODE COBRA-LA NA FATURA.
           PERFORM P250-LE-ENVIO
           IF WS-ENV-ACHOU NOT = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           IF ENV-DT-ENVIO > WS-DT-LINHA THEN
               EXIT PARAGRAPH
           END-IF
           MOVE JRN-NUM-CONT TO PREST-NUM-CONT
           MOVE JRN-NUM-PARC TO PREST-NUM-PARC
           READ PREST-FILE
               INVALID KEY
                   MOVE 0 TO PREST-VALOR
           END-READ
           MOVE PREST-VALOR TO WS-VL-RECUPERADO
           MOVE 0           TO WS-PCT-COMISSAO
           MOVE 0           TO WS-VL-COMISSAO
           ADD 1            TO WS-QTD-CONTESTADAS
           ADD PREST-VALOR  TO WS-TOT-CONTESTADO
           MOVE SPACES TO WS-DET-OBS
           STRING "CONTESTAR - BAIXA "    DELIMITED BY SIZE
                  JRN-PROGRAMA            DELIMITED BY SPACE
                  INTO WS-DET-OBS
           PERFORM P500-IMPRIME-DETALHE.

       P500-IMPRIME-DETALHE.
           MOVE JRN-NUM-CONT TO WS-DET-CONT
           MOVE JRN-NUM-PARC TO WS-DET-PARC
           IF WS-ENV-ACHOU = 'S' THEN
               MOVE ENV-DT-ENVIO(7:2) TO WS-DET-DD
               MOVE '/'               TO WS-DET-B1
               MOVE ENV-DT-ENVIO(5:2) TO WS-DET-MM
               MOVE '/'               TO WS-DET-B2
               MOVE ENV-DT-ENVIO(1:4) TO WS-DET-AAAA
               MOVE ENV-DIAS-ATRASO   TO WS-DET-DIAS
           ELSE
               MOVE SPACES            TO WS-DET-DT-ENVIO
               MOVE 0                 TO WS-DET-DIAS
           END-IF
           MOVE WS-VL-RECUPERADO TO WS-DET-VALOR
           MOVE WS-PCT-COMISSAO  TO WS-DET-PCT
           MOVE WS-VL-COMISSAO   TO WS-DET-COMISSAO
           WRITE COM-PRN-REC FROM WS-DET.

       P600-TOTAIS.
           MOVE SPACES TO COM-PRN-REC
           WRITE COM-PRN-REC
           MOVE "PARCELAS COBRADAS PELA AGENCIA / RECUPERADO"
             TO WS-TOT-DESCR
           MOVE WS-QTD-COBRADAS   TO WS-TOT-QTD
           MOVE WS-TOT-RECUPERADO TO WS-TOT-VALOR
           WRITE COM-PRN-REC FROM WS-TOT-LINHA
           MOVE "COMISSAO A PAGAR A AGENCIA" TO WS-TOT-DESCR
           MOVE WS-QTD-COBRADAS   TO WS-TOT-QTD
           MOVE WS-TOT-COMISSAO   TO WS-TOT-VALOR
           WRITE COM-PRN-REC FROM WS-TOT-LINHA
           MOVE "CONTESTAR - QUITADAS PELA CASA APOS ENVIO"
             TO WS-TOT-DESCR
           MOVE WS-QTD-CONTESTADAS TO WS-TOT-QTD
           MOVE WS-TOT-CONTESTADO  TO WS-TOT-VALOR
           WRITE COM-PRN-REC FROM WS-TOT-LINHA
           MOVE "CONTESTAR - COBRADAS SEM REGISTRO DE ENVIO"
             TO WS-TOT-DESCR
           MOVE WS-QTD-SEM-ENVIO  TO WS-TOT-QTD
           MOVE WS-TOT-SEM-ENVIO  TO WS-TOT-VALOR
           WRITE COM-PRN-REC FROM WS-TOT-LINHA.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY SPOOL.
       COPY TREINO.

       END PROGRAM AGENCOM.
