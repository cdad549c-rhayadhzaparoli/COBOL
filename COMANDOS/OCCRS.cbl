      *                  PRESTJRN/DATAMOV), PARA O FECHAMENTO E A
      *                  CONCILIACAO DIARIA CAIREM NO DIA DE NEGOCIO
      *                  CERTO; DIARIO ANTIGO MIGRA PELO JRNMIG.
      *     15/10/2026 - CONTRATO.CTL PASSOU A SER INDEXADO POR
      *                  CONTR-NUM-CONT (VER CONTRMIG2); O
      *                  P302-LOOKUP-CONTRATO LE O VINCULO DIRETO PELA
      *                  CHAVE EM VEZ DE PERCORRER O ARQUIVO.
      *     15/10/2026 - A MARCACAO DE PARCELA COMO PAGA E O PAGAMENTO
      *                  PARCIAL PASSAM A EMITIR RECIBO NUMERADO EM
      *                  RECIBO.PRN, REGISTRADO EM RECIBO.REG (VER
      *                  RECIBO/RECIBOVER); PARA O RECIBO CARREGAR O
      *                  OPERADOR, ESSES MODOS PASSAM A EXIGIR LOGON.
      *     15/10/2026 - A GERACAO DA TABELA PASSA A APURAR O CUSTO
      *                  EFETIVO TOTAL DO CONTRATO (VER CETCALC) E A
      *                  GRAVA-LO EM CONTRATO.CTL; CONTRATO AINDA SEM
      *                  TARIFAS APURADAS (VINCULADO ANTES DE
      *                  TARIFAS.CTL) TEM TAC/IOF/SEGURO COBRADOS AQUI,
      *                  NA DATA DE MOVIMENTO.
      *     15/10/2026 - A GERACAO DA TABELA PASSA A IMPRIMIR A CEDULA
      *                  DE CREDITO COMPLETA DO CONTRATO EM
      *                  CONTRATO.PRN (VER CEDULA), JA COM A TABELA DE
      *                  PARCELAS, PARA O CLIENTE E OS AVALISTAS
      *                  ASSINAREM.
      *     15/10/2026 - CONTRATO COM SEGURO PRESTAMISTA (VER
      *                  CONTRATOMNT) TEM O PREMIO DO MES - TAXA DO
      *                  CONTRATO SOBRE O SALDO DEVEDOR ANTES DA
      *                  PARCELA - SOMADO A CADA PARCELA E GRAVADO EM
      *                  PREST-VL-SEGURO; O CET PASSA A INCLUIR O
      *                  PREMIO.
      *     15/10/2026 - O CODIGO DO CLIENTE EM RECIBO.REG
      *                  (RREG-COD-CLI) PASSOU A TER 7 DIGITOS, COMO
      *                  COD-CLIENTE (VER CLIMIG5 E CODCLIMIG).
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
       PROGRAM-ID. OCCRS.
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

           SELECT PREST-JRN-FILE ASSIGN TO 'PRESTACOES.JRN'
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS.

           SELECT ANC-FILE ASSIGN TO WS-ANC-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANC-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO 'DATAMOV.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RRC-STATUS.

           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGON-STATUS.

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

           SELECT TARIFA-FILE ASSIGN TO 'TARIFAS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TARIFA-STATUS.

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
       FD  EVT-FILE.
         05 LOCK-PROGRAMA     PIC X(20).

       FD PREST-JRN-FILE.
       COPY JRNDATA.

       FD ANC-FILE.
       COPY ANCDATA.

       FD DATAMOV-FILE.
       01 DATAMOV-REC.
         05 DTM-DATA-NEGOCIO   PIC 9(08).
         05 DTM-ULTIMA-FECHADA PIC 9(08).

       FD USER-CTL-FILE.
       COPY USERCTL.

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

       FD TARIFA-FILE.
      *    MESMO LAYOUT DE TARIFA-REC NO CTLMNT.
       01 TARIFA-REC.
         05 TAR-VL-TAC        PIC 9(7)V99.
         05 TAR-IOF-FIXO      PIC 9(1)V9(6).
         05 TAR-IOF-DIARIO    PIC 9(1)V9(6).
         05 TAR-SEGURO-PCT    PIC 9(1)V9(6).

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

       01  DOW.
                15 PREST        PIC $,$$$,$$$.$$.
                15 PREST-AMORT  PIC $,$$$,$$$.$$.
                15 PREST-JUROS  PIC $,$$$,$$$.$$.
                15 PREST-SEGURO PIC $,$$$,$$$.$$.
                15 DATA-VENC    PIC 9(8).

      ******************************************************************
       77  WS-METODO-AMORT      PIC X VALUE 'S'.
       77  WS-PREST-CONST       PIC 9(7)V99.
       77  WS-AMORT-PARC        PIC 9(7)V99.
       77  WS-TAXA-PRESTAM      PIC 9(1)V9(6) VALUE 0.
       77  WS-PREMIO-PARC       PIC 9(7)V99.
       77  WS-FATOR-PRICE       USAGE COMP-2.
       77  WS-EVT-STATUS        PIC 99.
       77  WS-EVT-EOF           PIC X.
       77  WS-VL-PAGAMENTO      PIC 9(07)V99 VALUE 0.
       77  WS-SALDO-PARCELA     PIC 9(07)V99 VALUE 0.
       77  WS-CONTR-STATUS      PIC 99.
       77  WS-CONTR-ACHOU       PIC X.
       COPY WSPRESTJRN.
       COPY WSCADEIA.
       COPY WSDATAMOV.
       COPY WSFILELOCK.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSRECIBO.
       77  WS-EOF-SALDO         PIC X VALUE 'N'.
       77  WS-DT-TARIFAS        PIC 9(8) VALUE 0.
       COPY WSCETCALC.
       COPY WSCEDULA.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       001MAIN.
           PERFORM P-TREINO-ENTRA
           MOVE 'OCCRS' TO WS-SPL-PROGRAMA
           DISPLAY ' '
           DISPLAY ' --------- MODULO DE AMORTIZACAO (OCCRS) ---- '
           DISPLAY ' 1 - RODAR DEMONSTRACAO DE ARRAYS E GERAR '
           DISPLAY ' 3 - MARCAR PARCELA COMO PAGA OU ABERTA '
           DISPLAY ' 4 - REGISTRAR PAGAMENTO PARCIAL DE PARCELA '
           ACCEPT WS-MODO
      *    MARCACAO E PAGAMENTO PARCIAL EMITEM RECIBO, QUE CARREGA O
      *    OPERADOR DO BALCAO (VER RECIBO) - ESSES MODOS EXIGEM LOGON.
           IF WS-MODO = 3 OR WS-MODO = 4 THEN
               PERFORM P-SIGN-ON
               MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR
               MOVE WS-OPERADOR-ID TO WS-JRN-OPERADOR
               MOVE WS-OPERADOR-POSTO TO WS-JRN-POSTO
           END-IF
      *    TODOS OS MODOS MENOS A CONSULTA ATUALIZAM PRESTACOES - A
      *    TRAVA COBRE A EXECUCAO INTEIRA (VER FILELOCK).
           MOVE "PRESTACOES.LCK" TO WS-LOCK-PATH
           MOVE "OCCRS" TO WS-LOCK-PROGRAMA
           MOVE WS-OPERADOR-ID TO WS-LOCK-OPERADOR
           PERFORM P-TRAVA-ARQUIVO
           IF WS-LOCK-OK NOT = 'S' THEN
               STOP RUN
           ELSE
               MOVE 'S' TO WS-METODO-AMORT
           END-IF
           IF CONTR-SEGURO-PREST = 'S' THEN
               MOVE CONTR-TAXA-PRESTAMISTA TO WS-TAXA-PRESTAM
           ELSE
               MOVE 0 TO WS-TAXA-PRESTAM
           END-IF
           DISPLAY ' PRAZO: ' NUM-PREST ' PRINCIPAL: ' VALOR-PRINC
                   ' TAXA: ' TAXA-JUROS ' METODO: ' WS-METODO-AMORT
           IF WS-TAXA-PRESTAM > 0 THEN
               DISPLAY ' SEGURO PRESTAMISTA - TAXA MENSAL: '
                       WS-TAXA-PRESTAM
           END-IF
           MOVE 'N' TO WS-DTCHK-VALIDA
           PERFORM UNTIL WS-DTCHK-VALIDA = 'S'
               DISPLAY ' INFORME A DATA DE VENCIMENTO DA 1A PARCELA '
               PERFORM P-VALIDA-DATA
           END-PERFORM

           PERFORM P303-CET-CONTRATO
           PERFORM P305-LOAD-FERIADOS
           PERFORM P307-UF-DO-CLIENTE

      *     PARCELA DECRESCENTE. PRICE: PARCELA FIXA, JUROS SOBRE O   *
      *     SALDO E AMORTIZACAO CRESCENTE (A ULTIMA PARCELA QUITA O   *
      *     SALDO RESIDUAL DE ARREDONDAMENTO). VENCIMENTO AJUSTADO    *
      *     PARA O PROXIMO DIA UTIL NOS DOIS METODOS. COM SEGURO      *
      *     PRESTAMISTA, O PREMIO (TAXA SOBRE O SALDO ANTES DA        *
      *     PARCELA) E SOMADO A PARCELA NOS DOIS METODOS.             *
      ******************************************************************
               IF NUM-PREST GREATER THAN 420 THEN
                   DISPLAY NUM-PREST ' NUMERO INVALIDO! '
                       END-IF
                       MOVE WS-AMORT-PARC      TO PREST-AMORT(IND)
                       MOVE WS-JUROS-PERIODO   TO PREST-JUROS(IND)
                       COMPUTE WS-PREMIO-PARC ROUNDED =
                               WS-SALDO * WS-TAXA-PRESTAM
                       MOVE WS-PREMIO-PARC     TO PREST-SEGURO(IND)
                       COMPUTE PREST(IND) = WS-AMORT-PARC +
                                             WS-JUROS-PERIODO +
                                             WS-PREMIO-PARC
                       COMPUTE WS-SALDO = WS-SALDO - WS-AMORT-PARC
                       COMPUTE WS-DIA-INTEIRO =
                               FUNCTION INTEGER-OF-DATE(WS-DATA-BASE)
               DISPLAY ' PRESTACAO: ' IND ' VALOR ' PREST(IND)
                       ' AMORT ' PREST-AMORT(IND)
                       ' JUROS ' PREST-JUROS(IND)
                       ' SEGURO ' PREST-SEGURO(IND)
                       ' VENCIMENTO ' DATA-VENC(IND)
               END-PERFORM

               IF NUM-PREST NOT GREATER THAN 420 THEN
                   PERFORM P330-SAVE-PRESTACOES
      *            CEDULA DE CREDITO JA COM A TABELA (VER CEDULA).
                   MOVE NUM-CONT TO WS-CED-NUM-CONT
                   MOVE 0        TO WS-CED-CONT-ANTIGO
                   MOVE 'O'      TO WS-CED-TIPO
                   PERFORM P-CEDULA-IMPRIME
               END-IF
           END-IF.

           IF WS-CONTR-STATUS EQUAL 35 THEN
               CONTINUE
           ELSE
               MOVE NUM-CONT TO CONTR-NUM-CONT
               READ CONTR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CONTR-ACHOU
               END-READ
               CLOSE CONTR-FILE
           END-IF.

       P303-CET-CONTRATO.
      ******************************************************************
      *     CUSTO EFETIVO TOTAL DO CONTRATO (VER CETCALC), SOBRE O     *
      *     MESMO FLUXO DE PARCELAS GERADO ABAIXO. TARIFAS JA COBRADAS *
      *     NO VINCULO (CONTR-DT-TARIFAS PREENCHIDA) SO ENTRAM NO      *
      *     CALCULO; CONTRATO SEM TARIFAS APURADAS AS TEM COBRADAS     *
      *     AQUI, PELA TABELA DE TARIFAS.CTL.                          *
      ******************************************************************
           IF NUM-PREST = 0 OR NUM-PREST > 420 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE VALOR-PRINC     TO WS-CET-PRINCIPAL
           MOVE NUM-PREST       TO WS-CET-PRAZO
           MOVE TAXA-JUROS      TO WS-CET-TAXA
           MOVE WS-METODO-AMORT TO WS-CET-METODO
           MOVE WS-TAXA-PRESTAM TO WS-CET-TAXA-PRESTAM
           IF CONTR-DT-TARIFAS = 0 THEN
               PERFORM P-CET-LE-TARIFAS
               PERFORM P-CET-CALCULA
               MOVE WS-DT-NEGOCIO TO WS-DT-TARIFAS
           ELSE
               PERFORM P-CET-FLUXO
               MOVE CONTR-VL-TAC    TO WS-CET-VL-TAC
               MOVE CONTR-VL-IOF    TO WS-CET-VL-IOF
               MOVE CONTR-VL-SEGURO TO WS-CET-VL-SEGURO
               PERFORM P-CET-TAXA
               MOVE CONTR-DT-TARIFAS TO WS-DT-TARIFAS
           END-IF
           DISPLAY ' TAC: ' WS-CET-VL-TAC ' IOF: ' WS-CET-VL-IOF
                   ' SEGURO: ' WS-CET-VL-SEGURO
           DISPLAY ' CET: ' WS-CET-MENSAL-ED '% AO MES / '
                   WS-CET-ANUAL-ED '% AO ANO'
           PERFORM P304-GRAVA-CET.

       P304-GRAVA-CET.
           OPEN I-O CONTR-FILE
           MOVE NUM-CONT TO CONTR-NUM-CONT
           READ CONTR-FILE
               INVALID KEY
                   DISPLAY ' CET NAO GRAVADO EM CONTRATO.CTL '
               NOT INVALID KEY
                   MOVE WS-CET-VL-TAC    TO CONTR-VL-TAC
                   MOVE WS-CET-VL-IOF    TO CONTR-VL-IOF
                   MOVE WS-CET-VL-SEGURO TO CONTR-VL-SEGURO
                   MOVE WS-CET-MENSAL    TO CONTR-CET-MENSAL
                   MOVE WS-CET-ANUAL     TO CONTR-CET-ANUAL
                   MOVE WS-DT-TARIFAS    TO CONTR-DT-TARIFAS
                   REWRITE CONTR-REC
           END-READ
           CLOSE CONTR-FILE.

       P400-BI-ARRAY.

      ******************************************************************
      *        CALCULO DE SALDO (PREST-VALOR - PREST-VL-PAGO).
               MOVE 0                  TO PREST-VL-MULTA
               MOVE 0                  TO PREST-VL-PAGO
               MOVE PREST-SEGURO(IND)  TO PREST-VL-SEGURO
               WRITE PREST-REC
                   INVALID KEY
                       REWRITE PREST-REC
                       DISPLAY ' SITUACAO ATUAL: ' PREST-SITUACAO
                       DISPLAY ' NOVA SITUACAO (P-PAGA / A-ABERTA) '
                       ACCEPT WS-SITUACAO-NOVA
                       MOVE PREST-SITUACAO   TO WS-SIT-ANTERIOR
                       MOVE "OCCRS"          TO WS-JRN-PROGRAMA
                       MOVE "SITUACAO"       TO WS-JRN-CAMPO
                       MOVE PREST-SITUACAO   TO WS-JRN-ANTES
                               DISPLAY "NAO FOI POSSIVEL ALTERAR"
                           NOT INVALID KEY
                               DISPLAY "SITUACAO DA PARCELA ATUALIZADA"
      *                        BAIXA NO BALCAO - O CLIENTE PAGOU O QUE
      *                        RESTAVA DA PARCELA, MAIS A MULTA.
                               IF PREST-PAGA AND
                                  WS-SIT-ANTERIOR NOT = 'P' THEN
                                   COMPUTE WS-RECIBO-VL-PAGO =
                                           PREST-VALOR - PREST-VL-PAGO
                                   MOVE PREST-VL-MULTA
                                     TO WS-RECIBO-VL-MULTA
                                   PERFORM P800-EMITE-RECIBO
                               END-IF
                       END-REWRITE
               END-READ
               CLOSE PREST-FILE
                               DISPLAY "NAO FOI POSSIVEL ALTERAR"
                           NOT INVALID KEY
                               DISPLAY "SITUACAO DA PARCELA ATUALIZADA"
      *                        A MULTA SO ENTRA NO RECIBO QUANDO O
      *                        PAGAMENTO QUITA A PARCELA.
                               MOVE WS-VL-PAGAMENTO
                                 TO WS-RECIBO-VL-PAGO
                               IF PREST-PAGA THEN
                                   MOVE PREST-VL-MULTA
                                     TO WS-RECIBO-VL-MULTA
                               ELSE
                                   MOVE 0 TO WS-RECIBO-VL-MULTA
                               END-IF
                               PERFORM P800-EMITE-RECIBO
                       END-REWRITE
               END-READ
               CLOSE PREST-FILE
           END-IF.

       P800-EMITE-RECIBO.
      ******************************************************************
      *     RECIBO NUMERADO DA LIQUIDACAO NO BALCAO (VER RECIBO).      *
      *     VALOR PAGO E MULTA JA VEM PREENCHIDOS PELO CHAMADOR; AQUI  *
      *     ENTRAM O CLIENTE DO CONTRATO E O SALDO DEVEDOR QUE RESTA.  *
      *     PREST-FILE CONTINUA ABERTO (I-O) PELO CHAMADOR.            *
      ******************************************************************
           MOVE "OCCRS"         TO WS-RECIBO-PROGRAMA
           MOVE WS-OPERADOR-ID  TO WS-RECIBO-OPERADOR
           MOVE WS-DT-NEGOCIO   TO WS-RECIBO-DT-NEGOCIO
           MOVE NUM-CONT        TO WS-RECIBO-NUM-CONT
           MOVE PREST-NUM-PARC  TO WS-RECIBO-PARC-INI
           MOVE PREST-NUM-PARC  TO WS-RECIBO-PARC-FIM
           MOVE 1               TO WS-RECIBO-QTD-PARC
           PERFORM P810-CLIENTE-DO-RECIBO
           PERFORM P820-SALDO-DO-CONTRATO
           PERFORM P-RECIBO-EMITE
           DISPLAY "RECIBO " WS-RECIBO-NUMERO " EMITIDO EM RECIBO.PRN".

       P810-CLIENTE-DO-RECIBO.
           MOVE 0      TO WS-RECIBO-COD-CLI
           MOVE SPACES TO WS-RECIBO-NM-CLI
           PERFORM P302-LOOKUP-CONTRATO
           IF WS-CONTR-ACHOU = 'S' THEN
               MOVE CONTR-COD-CLIENTE TO WS-RECIBO-COD-CLI
               ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
                   ON EXCEPTION CONTINUE
               END-ACCEPT
               OPEN INPUT CLIENTE
               IF WS-CLI-STATUS EQUAL 35 THEN
                   CONTINUE
               ELSE
                   MOVE CONTR-COD-CLIENTE TO COD-CLIENTE
                   READ CLIENTE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE NM-CLIENTE TO WS-RECIBO-NM-CLI
                   END-READ
                   CLOSE CLIENTE
               END-IF
           END-IF.

       P820-SALDO-DO-CONTRATO.
      *    SALDO DEVEDOR = O QUE AINDA FALTA PAGAR DAS PARCELAS EM
      *    ABERTO OU PARCIAIS DO CONTRATO, JA COM ESTE PAGAMENTO.
           MOVE 0 TO WS-RECIBO-VL-SALDO
           MOVE 'N' TO WS-EOF-SALDO
           MOVE NUM-CONT TO PREST-NUM-CONT
           MOVE 1 TO PREST-NUM-PARC
           START PREST-FILE KEY IS NOT LESS THAN PREST-KEY
               INVALID KEY
                   MOVE 'S' TO WS-EOF-SALDO
           END-START
           PERFORM UNTIL WS-EOF-SALDO = 'S'
               READ PREST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF-SALDO
                   NOT AT END
                       IF PREST-NUM-CONT NOT = NUM-CONT THEN
                           MOVE 'S' TO WS-EOF-SALDO
                       ELSE
                           IF PREST-ABERTA OR PREST-PARCIAL THEN
                               ADD PREST-VALOR TO WS-RECIBO-VL-SALDO
                               SUBTRACT PREST-VL-PAGO
                                   FROM WS-RECIBO-VL-SALDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       COPY DATACHK.
       COPY PRESTJRN.
       COPY CADEIA.
       COPY DATAMOV.
       COPY FILELOCK.
       COPY LOGON.
       COPY SENHASH.
       COPY RECIBO.
       COPY CETCALC.
       COPY CEDULA.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM OCCRS.
