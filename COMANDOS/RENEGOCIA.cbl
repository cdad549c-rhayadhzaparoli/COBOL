      *          ELO ANTIGO->NOVO FICA EM RENEGOC.LOG PARA A
      *          AUDITORIA.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - CONTRATO.CTL PASSOU A SER INDEXADO POR
      *                  CONTR-NUM-CONT: O DONO DO CONTRATO E A
      *                  EXISTENCIA DO SUCESSOR SAO CONFERIDOS POR
      *                  LEITURA DIRETA, E O SUCESSOR E GRAVADO PELA
      *                  CHAVE.
      *     15/10/2026 - ENTRADA NA RENEGOCIACAO: O VALOR PAGO NO ATO
      *                  ABATE O PRINCIPAL DO SUCESSOR, VAI AO DIARIO
      *                  (CAMPO "ENTRADA", PARCELA 000 DO CONTRATO
      *                  ANTIGO) PARA O FECHAMENTO DE CAIXA E GANHA
      *                  RECIBO NUMERADO (VER RECIBO).
      *     15/10/2026 - O SUCESSOR E GRAVADO SEM TARIFAS DE
      *                  CONTRATACAO (A RENEGOCIACAO NAO COBRA TAC, IOF
      *                  NEM SEGURO - VER CETCALC) E COM O CET IGUAL A
      *                  TAXA NOVA, PARA O OCCRS E O CONTABEXP NAO
      *                  COBRAREM TARIFAS SOBRE ELE.
      *     15/10/2026 - A RENEGOCIACAO PASSA A IMPRIMIR O TERMO DE
      *                  RENEGOCIACAO DO CONTRATO SUCESSOR EM
      *                  CONTRATO.PRN, NO MESMO FORMATO DA CEDULA DE
      *                  CREDITO (VER CEDULA), COM A TABELA NOVA E OS
      *                  AVALISTAS DO CONTRATO RENEGOCIADO.
      *     15/10/2026 - O SUCESSOR HERDA O SEGURO PRESTAMISTA DO
      *                  CONTRATO RENEGOCIADO (MESMA TAXA, VER
      *                  CONTRATOMNT) E A TABELA NOVA EMBUTE O PREMIO
      *                  SOBRE O SALDO, COMO O OCCRS. CONTRATO COM
      *                  SINISTRO EM ANALISE OU INDENIZADO NAO E
      *                  RENEGOCIADO.
      *     15/10/2026 - O SUCESSOR HERDA O PRODUTO DO CONTRATO
      *                  RENEGOCIADO (CONTR-COD-PRODUTO). OS TERMOS DA
      *                  RENEGOCIACAO NAO SAO LIMITADOS PELAS FAIXAS DO
      *                  PRODUTO - O SALDO E O PRAZO VEM DA DIVIDA, NAO
      *                  DE UMA OFERTA NOVA.
      *     15/10/2026 - O SUCESSOR NASCE NAO ARQUIVADO
      *                  (CONTR-SIT-ARQUIVO, VER PRESTARCH).
      *     15/10/2026 - O CODIGO DO CLIENTE DONO DO CONTRATO E O DE
      *                  RECIBO.REG (RREG-COD-CLI) PASSARAM A TER 7
      *                  DIGITOS, COMO COD-CLIENTE (VER CLIMIG5 E
      *                  CODCLIMIG).
      *     15/10/2026 - O SUCESSOR NASCE SEM MARCACAO DE OBITO DO
      *                  TITULAR (CONTR-SIT-OBITO, VER OBITOCASC).
      *     15/10/2026 - LAYOUT DE PRESTACOES.JRN EXTRAIDO PARA JRNDATA;
      *                  A LINHA DO DIARIO PASSA A LEVAR O ELO DA CADEIA
      *                  DE CONFERENCIA (JRN-ELO, ANCORA EM
      *                  PRESTACOES.JRN.ANC - VER CADEIA.cpy).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - LINHA DO PRESTACOES.JRN LEVA O POSTO DE
      *                  ATENDIMENTO DO OPERADOR (JRN-POSTO).
      *     15/10/2026 - CADA IMPRESSAO EM RECIBO.PRN E CONTRATO.PRN
      *                  PASSA A SER ARQUIVADA COMO JOB NUMERADO NO
      *                  ARQUIVO DE IMPRESSAO (SPOOL.IDX, VER
      *                  SPOOL.cpy), COM OPERADOR, DATA/HORA, PAGINAS E
      *                  REGISTROS - UMA NOVA RODADA NAO APAGA MAIS A
      *                  ANTERIOR; CONSULTA E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENEGOCIA.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREST-KEY
           ALTERNATE RECORD KEY IS PREST-VENCIMENTO WITH DUPLICATES
           ALTERNATE RECORD KEY IS PREST-SIT-VENC WITH DUPLICATES
           FILE STATUS IS WS-PREST-STATUS.

           SELECT CONTR-FILE ASSIGN TO 'CONTRATO.CTL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTR-NUM-CONT
           ALTERNATE RECORD KEY IS CONTR-COD-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-CONTR-STATUS.

           SELECT FERIADOS-FILE ASSIGN TO 'FERIADOS.CTL'
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RENEG-STATUS.

           SELECT RECNUM-CTL-FILE ASSIGN TO 'RECIBONUM.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RECNUM-STATUS.

           SELECT RECIBO-REG-FILE ASSIGN TO 'RECIBO.REG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RECREG-STATUS.

           SELECT RECIBO-PRN-FILE ASSIGN TO 'RECIBO.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RECPRN-STATUS.

           SELECT LOCK-FILE ASSIGN TO WS-LOCK-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS.

           SELECT ANC-FILE ASSIGN TO WS-ANC-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANC-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO 'DATAMOV.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ALTERNATE RECORD KEY IS CPF-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-CLI-STATUS.

           SELECT AVAL-FILE ASSIGN TO 'AVALISTA.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AVAL-STATUS.

           SELECT CONTR-PRN-FILE ASSIGN TO 'CONTRATO.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CEDPRN-STATUS.

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
         05 RNG-QTD-ENCERRADAS PIC 9(03).

       FD PREST-JRN-FILE.
       COPY JRNDATA.

       FD ANC-FILE.
       COPY ANCDATA.

       FD DATAMOV-FILE.
       01 DATAMOV-REC.
       FD CLIENTE.
       COPY CLIDATA.

       FD RECNUM-CTL-FILE.
       01 RECNUM-CTL-REC.
         05 RECNUM-ULTIMO     PIC 9(07).

       FD RECIBO-REG-FILE.
       01 RECIBO-REG-REC.
         05 RREG-NUMERO       PIC 9(07).
         05 RREG-TIMESTAMP    PIC X(20).
         05 RREG-OPERADOR     PIC X(10).
         05 RREG-PROGRAMA     PIC X(12).
         05 RREG-TIPO         PIC X(01).
         05 RREG-DT-NEGOCIO   PIC 9(08).
         05 RREG-NUM-CONT     PIC 9(05).
         05 RREG-PARC-INI     PIC 9(03).
         05 RREG-PARC-FIM     PIC 9(03).
         05 RREG-QTD-PARC     PIC 9(03).
         05 RREG-COD-CLI      PIC 9(07).
         05 RREG-NM-CLI       PIC X(40).
         05 RREG-VL-PAGO      PIC 9(09)V99.
         05 RREG-VL-MULTA     PIC 9(09)V99.
         05 RREG-VL-SALDO     PIC 9(09)V99.

       FD RECIBO-PRN-FILE.
       01 RECIBO-LINE         PIC X(60).

       FD LOCK-FILE.
       01 LOCK-REC.
         05 LOCK-TIMESTAMP    PIC X(20).
         05 LOCK-OPERADOR     PIC X(10).
         05 LOCK-PROGRAMA     PIC X(20).

       FD AVAL-FILE.
      *    MESMO LAYOUT DE AVAL-REC NO CONTRATOMNT.
       01 AVAL-REC.
         05 AVAL-NUM-CONT     PIC 9(05).
         05 AVAL-NOME         PIC X(40).
         05 AVAL-CPF          PIC 9(11).
         05 AVAL-TEL          PIC X(12).
         05 AVAL-ENDERECO     PIC X(60).

       FD CONTR-PRN-FILE.
       01 CONTR-PRN-LINE      PIC X(80).

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-PREST-STATUS    PIC 99.
       01 WS-CONTR-STATUS    PIC 99.
       01 WS-EOF             PIC X      VALUE 'N'.
       01 WS-CONT-ANTIGO     PIC 9(05)  VALUE 0.
       01 WS-CONT-NOVO       PIC 9(05)  VALUE 0.
       01 WS-COD-CLI-DONO    PIC 9(07)  VALUE 0.
       01 WS-ACHOU           PIC X      VALUE 'N'.
       01 WS-CONFIRMA        PIC X      VALUE 'N'.
       01 WS-SALDO-DEVEDOR   PIC 9(09)V99 VALUE 0.
       01 WS-NOVA-TAXA       PIC 9(1)V9(4) VALUE 0.
       01 WS-NOVO-METODO     PIC X(01)  VALUE 'S'.
       01 WS-PRINCIPAL-NOVO  PIC 9(7)V99 VALUE 0.
       01 WS-VL-ENTRADA      PIC 9(7)V99 VALUE 0.
       01 WS-NM-CLI-DONO     PIC X(40)  VALUE SPACES.
       01 WS-SEGURO-PREST    PIC X(01)  VALUE 'N'.
       01 WS-TAXA-PRESTAM    PIC 9(1)V9(6) VALUE 0.
       01 WS-SIT-SINISTRO    PIC X(01)  VALUE SPACE.
       01 WS-COD-PRODUTO     PIC X(04)  VALUE SPACES.
       01 WS-PREMIO-PARC     PIC 9(7)V99 VALUE 0.

      *    GERACAO DA TABELA NOVA - MESMAS AREAS DO OCCRS.
       01 WS-IND             PIC 9(03)  VALUE 0.
       COPY WSSENHASH.
       COPY WSDATACHK.
       COPY WSPRESTJRN.
       COPY WSCADEIA.
       COPY WSDATAMOV.
       COPY WSFILELOCK.
       COPY WSRECIBO.
       COPY WSCEDULA.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'RENEGOCIA' TO WS-SPL-PROGRAMA
           DISPLAY "******** RENEGOCIACAO DE CONTRATO ********"
           PERFORM P-SIGN-ON
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR
           MOVE "PRESTACOES.LCK" TO WS-LOCK-PATH
           MOVE "RENEGOCIA" TO WS-LOCK-PROGRAMA
           MOVE WS-OPERADOR-ID TO WS-LOCK-OPERADOR
               DISPLAY "CONTRATO NAO VINCULADO EM CONTRATO.CTL"
               GO TO P999-STOP
           END-IF
      *    COM O SINISTRO AVISADO A DIVIDA E DA SEGURADORA (VER
      *    SEGPREST), NAO DO CLIENTE.
           IF WS-SIT-SINISTRO = 'A' OR WS-SIT-SINISTRO = 'Q' THEN
               DISPLAY "CONTRATO COM SINISTRO DO SEGURO PRESTAMISTA "
                       "- NAO PODE SER RENEGOCIADO"
               GO TO P999-STOP
           END-IF

           OPEN I-O PREST-FILE
           IF WS-PREST-STATUS EQUAL 35 THEN
           DISPLAY "PRINCIPAL DO CONTRATO SUCESSOR: "
                   WS-PRINCIPAL-NOVO

      *    A ENTRADA PAGA NO ATO ABATE O PRINCIPAL DO SUCESSOR - TEM
      *    DE SOBRAR SALDO PARA RENEGOCIAR (SALDO TODO E QUITACAO).
           DISPLAY "VALOR DE ENTRADA PAGO NO ATO (ZERO = SEM ENTRADA)"
           ACCEPT WS-VL-ENTRADA
           IF WS-VL-ENTRADA >= WS-PRINCIPAL-NOVO THEN
               DISPLAY "ENTRADA COBRE TODO O SALDO - USE A QUITACAO"
               CLOSE PREST-FILE
               GO TO P999-STOP
           END-IF
           IF WS-VL-ENTRADA > 0 THEN
               SUBTRACT WS-VL-ENTRADA FROM WS-PRINCIPAL-NOVO
               DISPLAY "PRINCIPAL APOS A ENTRADA: " WS-PRINCIPAL-NOVO
           END-IF

           DISPLAY "NUMERO DO CONTRATO SUCESSOR"
           ACCEPT WS-CONT-NOVO
           PERFORM P110-CONFERE-SUCESSOR
           END-IF

           PERFORM P300-ENCERRA-PARCELAS
           IF WS-VL-ENTRADA > 0 THEN
               PERFORM P350-JRN-ENTRADA
           END-IF
           PERFORM P400-GRAVA-SUCESSOR
           PERFORM P500-LOAD-FERIADOS
           PERFORM P550-UF-DO-CLIENTE
           PERFORM P600-GERA-TABELA-NOVA
           CLOSE PREST-FILE
           PERFORM P800-LOG-RENEGOCIACAO
           IF WS-VL-ENTRADA > 0 THEN
               PERFORM P850-EMITE-RECIBO
           END-IF
           PERFORM P860-IMPRIME-TERMO

           DISPLAY "RENEGOCIACAO CONCLUIDA - PARCELAS ENCERRADAS: "
                   WS-QTD-ENCERRADAS
           IF WS-CONTR-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONT-ANTIGO TO CONTR-NUM-CONT
           READ CONTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-ACHOU
                   MOVE CONTR-COD-CLIENTE TO WS-COD-CLI-DONO
                   MOVE CONTR-SIT-SINISTRO TO WS-SIT-SINISTRO
                   MOVE CONTR-COD-PRODUTO TO WS-COD-PRODUTO
                   IF CONTR-SEGURO-PREST = 'S' THEN
                       MOVE 'S' TO WS-SEGURO-PREST
                       MOVE CONTR-TAXA-PRESTAMISTA TO WS-TAXA-PRESTAM
                   END-IF
           END-READ
           CLOSE CONTR-FILE.

       P110-CONFERE-SUCESSOR.
           IF WS-CONTR-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONT-NOVO TO CONTR-NUM-CONT
           READ CONTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-ACHOU
           END-READ
           CLOSE CONTR-FILE.

       P200-APURA-SALDO.
                           IF PREST-ABERTA OR PREST-PARCIAL THEN
                               MOVE "RENEGOCIA"    TO WS-JRN-PROGRAMA
                               MOVE WS-OPERADOR-ID TO WS-JRN-OPERADOR
                               MOVE WS-OPERADOR-POSTO TO WS-JRN-POSTO
                               MOVE "SITUACAO"     TO WS-JRN-CAMPO
                               MOVE PREST-SITUACAO TO WS-JRN-ANTES
                               MOVE 'G'            TO WS-JRN-DEPOIS
               END-READ
           END-PERFORM.

       P350-JRN-ENTRADA.
      *    A ENTRADA NAO PERTENCE A NENHUMA PARCELA: VAI AO DIARIO NA
      *    PARCELA 000 DO CONTRATO ANTIGO, COM O VALOR EM "DEPOIS".
           MOVE WS-CONT-ANTIGO  TO PREST-NUM-CONT
           MOVE 0               TO PREST-NUM-PARC
           MOVE "RENEGOCIA"     TO WS-JRN-PROGRAMA
           MOVE WS-OPERADOR-ID  TO WS-JRN-OPERADOR
           MOVE WS-OPERADOR-POSTO TO WS-JRN-POSTO
           MOVE "ENTRADA"       TO WS-JRN-CAMPO
           MOVE 0               TO WS-JRN-VALOR-ED
           MOVE WS-JRN-VALOR-ED TO WS-JRN-ANTES
           MOVE WS-VL-ENTRADA   TO WS-JRN-VALOR-ED
           MOVE WS-JRN-VALOR-ED TO WS-JRN-DEPOIS
           PERFORM P-JRN-PARCELA.

       P400-GRAVA-SUCESSOR.
           OPEN I-O CONTR-FILE
           IF WS-CONTR-STATUS EQUAL 35 THEN
               OPEN OUTPUT CONTR-FILE
               CLOSE CONTR-FILE
               OPEN I-O CONTR-FILE
           END-IF
           MOVE WS-CONT-NOVO     TO CONTR-NUM-CONT
           MOVE WS-COD-CLI-DONO  TO CONTR-COD-CLIENTE
           MOVE FUNCTION CURRENT-DATE(1:8) TO CONTR-DT-VINCULO
           MOVE WS-PRINCIPAL-NOVO TO CONTR-VALOR-PRINC
           MOVE WS-NOVA-TAXA     TO CONTR-TAXA-JUROS
           MOVE WS-NOVO-METODO   TO CONTR-METODO-AMORT
      *    SEM TARIFAS, O CUSTO EFETIVO E A PROPRIA TAXA DO SUCESSOR.
           MOVE 0                TO CONTR-VL-TAC CONTR-VL-IOF
                                    CONTR-VL-SEGURO
           MOVE WS-NOVA-TAXA     TO CONTR-CET-MENSAL
           COMPUTE CONTR-CET-ANUAL ROUNDED =
                   (1 + WS-NOVA-TAXA) ** 12 - 1
           MOVE CONTR-DT-VINCULO TO CONTR-DT-TARIFAS
           MOVE WS-SEGURO-PREST  TO CONTR-SEGURO-PREST
           MOVE WS-TAXA-PRESTAM  TO CONTR-TAXA-PRESTAMISTA
           MOVE SPACE            TO CONTR-SIT-SINISTRO
           MOVE 0                TO CONTR-DT-SINISTRO
           MOVE WS-COD-PRODUTO   TO CONTR-COD-PRODUTO
           MOVE SPACE            TO CONTR-SIT-ARQUIVO
           MOVE 0                TO CONTR-DT-ARQUIVO
           MOVE SPACE            TO CONTR-SIT-OBITO
           MOVE 0                TO CONTR-DT-OBITO
           WRITE CONTR-REC
               INVALID KEY
                   DISPLAY "CONTRATO SUCESSOR NAO GRAVADO EM "
                           "CONTRATO.CTL"
           END-WRITE
           CLOSE CONTR-FILE.

       P500-LOAD-FERIADOS.
                   NOT INVALID KEY
                       MOVE UF-CLIENTE     TO WS-UF-CONTRATO
                       MOVE CIDADE-CLIENTE TO WS-CIDADE-CONTRATO
                       MOVE NM-CLIENTE     TO WS-NM-CLI-DONO
               END-READ
               CLOSE CLIENTE
           END-IF.
               MOVE WS-AMORT-CONST TO WS-AMORT-PARC
           END-IF

      *    PREMIO DO SEGURO PRESTAMISTA HERDADO (ZERO SEM SEGURO).
           COMPUTE WS-PREMIO-PARC ROUNDED =
                   WS-SALDO * WS-TAXA-PRESTAM

           MOVE WS-CONT-NOVO     TO PREST-NUM-CONT
           MOVE WS-IND           TO PREST-NUM-PARC
           COMPUTE PREST-VALOR = WS-AMORT-PARC + WS-JUROS-PERIODO
                               + WS-PREMIO-PARC
           MOVE WS-PREMIO-PARC   TO PREST-VL-SEGURO
           MOVE WS-AMORT-PARC    TO PREST-VL-AMORT
           MOVE WS-JUROS-PERIODO TO PREST-VL-JUROS
           MOVE 'A'              TO PREST-SITUACAO
           WRITE RENEG-LOG-REC
           CLOSE RENEG-LOG-FILE.

       P850-EMITE-RECIBO.
      *    RECIBO NUMERADO DA ENTRADA (VER RECIBO): PARCELA 000 DO
      *    CONTRATO ANTIGO; O SALDO E O PRINCIPAL DO SUCESSOR.
           MOVE "RENEGOCIA"       TO WS-RECIBO-PROGRAMA
           MOVE WS-OPERADOR-ID    TO WS-RECIBO-OPERADOR
           MOVE WS-DT-NEGOCIO     TO WS-RECIBO-DT-NEGOCIO
           MOVE WS-CONT-ANTIGO    TO WS-RECIBO-NUM-CONT
           MOVE 0                 TO WS-RECIBO-PARC-INI
           MOVE 0                 TO WS-RECIBO-PARC-FIM
           MOVE 0                 TO WS-RECIBO-QTD-PARC
           MOVE WS-COD-CLI-DONO   TO WS-RECIBO-COD-CLI
           MOVE WS-NM-CLI-DONO    TO WS-RECIBO-NM-CLI
           MOVE WS-VL-ENTRADA     TO WS-RECIBO-VL-PAGO
           MOVE 0                 TO WS-RECIBO-VL-MULTA
           MOVE WS-PRINCIPAL-NOVO TO WS-RECIBO-VL-SALDO
           PERFORM P-RECIBO-EMITE
           DISPLAY "RECIBO " WS-RECIBO-NUMERO " DA ENTRADA EMITIDO EM "
                   "RECIBO.PRN".

       P860-IMPRIME-TERMO.
      *    TERMO DE RENEGOCIACAO DO SUCESSOR NO FORMATO DA CEDULA DE
      *    CREDITO (VER CEDULA), PARA O CLIENTE E OS AVALISTAS DO
      *    CONTRATO ANTIGO ASSINAREM.
           MOVE WS-CONT-NOVO   TO WS-CED-NUM-CONT
           MOVE WS-CONT-ANTIGO TO WS-CED-CONT-ANTIGO
           MOVE 'G'            TO WS-CED-TIPO
           PERFORM P-CEDULA-IMPRIME.

       P999-STOP.
           IF WS-LOCK-OK = 'S' THEN
               PERFORM P-DESTRAVA-ARQUIVO
       COPY SENHASH.
       COPY DATACHK.
       COPY PRESTJRN.
       COPY CADEIA.
       COPY DATAMOV.
       COPY FILELOCK.
       COPY RECIBO.
       COPY CEDULA.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM RENEGOCIA.
