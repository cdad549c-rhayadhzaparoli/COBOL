      *                  MEDIA DO Q.I. - VER P410-READ-PESO EM
      *                  ALISTAMENTO-MILITAR), QUE ATE ENTAO SO PODIA
      *                  SER EDITADO A MAO.
      *     15/10/2026 - PASSA A MANTER TAMBEM CARTACOB.CTL (DIAS DE
      *                  ATRASO QUE DISPARAM CADA UMA DAS TRES CARTAS DE
      *                  COBRANCA DO CARTACOB).
      *     15/10/2026 - PASSA A MANTER TAMBEM NEGPRAZO.CTL (DIAS DE
      *                  ATRASO PARA O NEGATIVA INCLUIR O CONTRATO NO
      *                  BIRO DE CREDITO).
      *     15/10/2026 - PASSA A MANTER TAMBEM TARIFAS.CTL (TAC, IOF
      *                  FIXO E DIARIO E PERCENTUAL DE SEGURO USADOS NO
      *                  CUSTO EFETIVO TOTAL - VER CETCALC).
      *     15/10/2026 - PASSA A MANTER TAMBEM COMISSAO.CTL (TABELA DE
      *                  COMISSAO DA AGENCIA DE COBRANCA POR FAIXA DE
      *                  DIAS DE ATRASO NO ENVIO - VER AGENCOM).
      *     15/10/2026 - PASSA A MANTER TAMBEM SEGPREST.CTL (TAXA
      *                  MENSAL E APOLICE DO SEGURO PRESTAMISTA - VER
      *                  CONTRATOMNT E SEGPREST). WS-OPCAO PASSA A TER
      *                  DOIS DIGITOS PARA A DECIMA OPCAO.
      *     15/10/2026 - PASSA A MANTER TAMBEM PRESTRET.CTL (ANOS SEM
      *                  MOVIMENTO PARA O PRESTARCH ARQUIVAR UM
      *                  CONTRATO ENCERRADO).
      *     15/10/2026 - PASSA A MANTER TAMBEM NOTIFICA.CTL (DIAS DE
      *                  ANTECEDENCIA DOS AVISOS POR SMS/E-MAIL DE
      *                  VENCIMENTO DE PARCELA E DE APRESENTACAO DO
      *                  CONVOCADO - VER NOTIFICA).
      *     15/10/2026 - PASSA A MANTER TAMBEM OUVPRAZO.CTL (PRAZO EM
      *                  DIAS CORRIDOS DE CADA CATEGORIA DE CHAMADO DA
      *                  OUVIDORIA - VER OUVIDORIA E OUVATRASO).
      *     15/10/2026 - PASSA A MANTER TAMBEM ANONIMIZA.CTL (ANOS DE
      *                  RETENCAO DO CLIENTE INATIVO E DO ALISTAMENTO
      *                  ARQUIVADO ANTES DA ANONIMIZACAO - VER
      *                  ANONIMIZA).
      *     15/10/2026 - PASSA A MANTER TAMBEM MULTA.CTL (PRAZO, VALOR,
      *                  VENCIMENTO DA GUIA E CONVENIO DA MULTA POR
      *                  ALISTAMENTO FORA DO PRAZO - VER MULTA E
      *                  MULTABX).
      *     15/10/2026 - PASSA A MANTER TAMBEM JUNTA.CTL (CODIGO DESTA
      *                  JUNTA NO ROL NACIONAL DE ALISTADOS - VER
      *                  ROLNAC).
      *     15/10/2026 - PASSA A MANTER TAMBEM DISPENSA.CTL (ORDEM DOS
      *                  CRITERIOS E CODIGOS DE ISENCAO DE CASO ESPECIAL
      *                  DA DISPENSA POR EXCESSO DE CONTINGENTE - VER
      *                  DISPEXC).
      *     15/10/2026 - PASSA A MANTER TAMBEM SERVICO.CTL (TEMPO PADRAO
      *                  DE SERVICO DO INCORPORADO EM MESES - VER
      *                  FICHASRV/SRVFIM).
      *     15/10/2026 - PASSA A MANTER TAMBEM RASCUNHO.CTL (PRAZO EM
      *                  DIAS ANTES DE O REGPURGE EXPURGAR UM RASCUNHO
      *                  DE ALISTAMENTO ABANDONADO).
      *     15/10/2026 - PASSA A MANTER TAMBEM AMOSTRA.CTL (PERCENTUAIS
      *                  PADRAO E ELEVADO DO SORTEIO DE CONFERENCIA DOS
      *                  ALISTAMENTOS E DIAS DE HISTORICO DE ERRO - VER
      *                  AMOSTRA/AMOREV).
      *     15/10/2026 - CADA ARQUIVO DE CONTROLE REGRAVADO DEIXA UMA
      *                  LINHA EM CONFIG.LOG COM O OPERADOR E A IMAGEM
      *                  DO REGISTRO ANTES E DEPOIS (VER CFGLOG).
      *     15/10/2026 - PASSA A MANTER TAMBEM AGENDA.CTL (CAPACIDADE
      *                  DIARIA DE ENTREVISTAS DA AGENDA - VER AGENDA),
      *                  QUE ATE ENTAO SO PODIA SER EDITADO A MAO.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - AGENDA.CTL PASSA A TER UMA LINHA POR POSTO DE
      *                  ATENDIMENTO (VER POSTODATA): A OPCAO 21 PEDE O
      *                  POSTO E REGRAVA SO A CAPACIDADE DELE, COM O
      *                  POSTO COMO CHAVE EM CONFIG.LOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-PESO-STATUS.

            SELECT CARTA-CFG-FILE ASSIGN TO 'CARTACOB.CTL'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-CARTA-STATUS.

            SELECT NEG-PRAZO-FILE ASSIGN TO 'NEGPRAZO.CTL'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-NEG-STATUS.

            SELECT TARIFA-FILE ASSIGN TO 'TARIFAS.CTL'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-TARIFA-STATUS.

            SELECT COMISSAO-FILE ASSIGN TO 'COMISSAO.CTL'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-COM-STATUS.

            SELECT SEGPREST-FILE ASSIGN TO 'SEGPREST.CTL'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-SEGP-STATUS.

            SELECT PRESTRET-FILE ASSIGN TO 'PRESTRET.CTL'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-PRET-STATUS.

            SELECT NOTIF-CFG-FILE ASSIGN TO 'NOTIFICA.CTL'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-NTF-STATUS.

            SELECT OUVPRAZO-FILE ASSIGN TO 'OUVPRAZO.CTL'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-OUVP-STATUS.

            SELECT ANON-CTL-FILE ASSIGN TO 'ANONIMIZA.CTL'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-ANON-STATUS.

            SELECT MULTA-CTL-FILE ASSIGN TO 'MULTA.CTL'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-MLT-STATUS.

            SELECT JUNTA-CTL-FILE ASSIGN TO 'JUNTA.CTL'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-JNT-STATUS.

            SELECT DISP-CTL-FILE ASSIGN TO 'DISPENSA.CTL'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-DSP-STATUS.

            SELECT SRV-CTL-FILE ASSIGN TO 'SERVICO.CTL'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-SRV-STATUS.

            SELECT RAS-CTL-FILE ASSIGN TO 'RASCUNHO.CTL'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-RAS-STATUS.

            SELECT AMO-CTL-FILE ASSIGN TO 'AMOSTRA.CTL'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-AMC-STATUS.

            SELECT AGENDA-CTL-FILE ASSIGN TO 'AGENDA.CTL'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-AGC-STATUS.

            SELECT POSTO-FILE ASSIGN TO 'POSTO.CTL'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-POSTO-STATUS.

            SELECT CFG-LOG-FILE ASSIGN TO 'CONFIG.LOG'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-CFGLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USER-CTL-FILE.
         05 QI-NUM-BIMESTRES  PIC 9(01).
         05 QI-PESO-TAB       PIC 9(03) OCCURS 4 TIMES.

       FD CARTA-CFG-FILE.
      *    MESMO LAYOUT DE CARTA-CFG-REC NO CARTACOB.
       01 CARTA-CFG-REC.
         05 CFG-DIAS-ESTAGIO  PIC 9(03) OCCURS 3 TIMES.

       FD NEG-PRAZO-FILE.
      *    MESMO LAYOUT DE NEG-PRAZO-REC NO NEGATIVA.
       01 NEG-PRAZO-REC.
         05 NEG-PRAZO-DIAS    PIC 9(03).

       FD TARIFA-FILE.
      *    MESMO LAYOUT DE TARIFA-REC EM SIMULA/CONTRATOMNT/OCCRS.
       01 TARIFA-REC.
         05 TAR-VL-TAC        PIC 9(7)V99.
         05 TAR-IOF-FIXO      PIC 9(1)V9(6).
         05 TAR-IOF-DIARIO    PIC 9(1)V9(6).
         05 TAR-SEGURO-PCT    PIC 9(1)V9(6).

       FD COMISSAO-FILE.
      *    MESMO LAYOUT DE COMISSAO-REC NO AGENCOM.
       01 COMISSAO-REC.
         05 COM-FAIXA         OCCURS 5 TIMES.
           10 COM-DIAS-MAX    PIC 9(04).
           10 COM-PCT         PIC 9(02)V99.

       FD SEGPREST-FILE.
      *    MESMO LAYOUT DE SEGPREST-REC NO CONTRATOMNT/SEGPREST.
       01 SEGPREST-REC.
         05 SEGP-TAXA         PIC 9(1)V9(6).
         05 SEGP-APOLICE      PIC X(12).

       FD PRESTRET-FILE.
      *    MESMO LAYOUT DE PRESTRET-REC NO PRESTARCH.
       01 PRESTRET-REC.
         05 PRET-ANOS         PIC 9(02).

       FD NOTIF-CFG-FILE.
      *    MESMO LAYOUT DE NOTIF-CFG-REC NO NOTIFICA.
       01 NOTIF-CFG-REC.
         05 NTF-CFG-DIAS-PARC PIC 9(02).
         05 NTF-CFG-DIAS-APRE PIC 9(02).

       FD OUVPRAZO-FILE.
      *    MESMO LAYOUT DE OUVPRAZO-REC NO OUVIDORIA.
       01 OUVPRAZO-REC.
         05 OUVP-DIAS         PIC 9(03) OCCURS 4 TIMES.

       FD ANON-CTL-FILE.
      *    MESMO LAYOUT DE ANON-CTL-REC NO ANONIMIZA.
       01 ANON-CTL-REC.
         05 ANON-ANOS-CLIENTE PIC 9(02).
         05 ANON-ANOS-ALIST   PIC 9(02).

       FD MULTA-CTL-FILE.
      *    MESMO LAYOUT DE MULTA-CTL-REC NO ALISTAMENTO-MILITAR E NO
      *    MULTABX (VER MULTA.cpy).
       01 MULTA-CTL-REC.
         05 MCTL-PRAZO-MMDD   PIC 9(04).
         05 MCTL-VALOR        PIC 9(05)V99.
         05 MCTL-DIAS-VENC    PIC 9(03).
         05 MCTL-CONVENIO     PIC 9(04).

       FD JUNTA-CTL-FILE.
      *    MESMO LAYOUT DE JUNTA-CTL-REC NO ROLNAC.
       01 JUNTA-CTL-REC.
         05 JNT-CODIGO        PIC X(10).

       FD DISP-CTL-FILE.
      *    MESMO LAYOUT DE DISP-CTL-REC NO DISPEXC.
       01 DISP-CTL-REC.
         05 DSPC-ORDEM        PIC X(04).
         05 DSPC-ESPECIAIS    PIC X(04).

       FD SRV-CTL-FILE.
      *    MESMO LAYOUT DE SRV-CTL-REC NO APRESCTL E NO FICHASRV.
       01 SRV-CTL-REC.
         05 SRVC-MESES        PIC 9(02).

       FD RAS-CTL-FILE.
      *    MESMO LAYOUT DE RAS-CTL-REC NO REGPURGE.
       01 RAS-CTL-REC.
         05 RASC-DIAS         PIC 9(03).

       FD AMO-CTL-FILE.
      *    MESMO LAYOUT DE AMO-CTL-REC NO AMOSTRA.
       01 AMO-CTL-REC.
         05 AMC-PCT-PADRAO    PIC 9(03).
         05 AMC-PCT-ELEVADO   PIC 9(03).
         05 AMC-DIAS-HIST     PIC 9(03).

       FD AGENDA-CTL-FILE.
      *    MESMO LAYOUT DE AGENDA-CTL-REC NA AGENDA.
       01 AGENDA-CTL-REC.
         05 AGD-CTL-POSTO      PIC 9(03).
         05 AGD-CTL-CAPACIDADE PIC 9(03).

       FD POSTO-FILE.
       COPY POSTODATA.

       FD CFG-LOG-FILE.
       COPY CFGLOGDATA.

       WORKING-STORAGE SECTION.
       01 WS-OPCAO         PIC 9(02) VALUE 0.
       01 WS-ESP-STATUS    PIC 99.
       01 WS-CM-STATUS     PIC 99.
       01 WS-RGV-STATUS    PIC 99.
       01 WS-PESO-NOVO.
           05 WS-PESO       PIC 9(03) OCCURS 4 TIMES VALUE 25.
       01 WS-BIM-IDX        PIC 9(01) VALUE 0.
       01 WS-CARTA-STATUS   PIC 99.
       01 WS-CARTA-PRAZOS.
           05 WS-CARTA-DIAS PIC 9(03) OCCURS 3 TIMES.
       01 WS-CARTA-IDX      PIC 9(01) VALUE 0.
       01 WS-NEG-STATUS     PIC 99.
       01 WS-NEG-DIAS       PIC 9(03) VALUE 90.
       01 WS-COM-STATUS     PIC 99.
       01 WS-COM-PADRAO.
           05 FILLER        PIC X(08) VALUE '00301000'.
           05 FILLER        PIC X(08) VALUE '00601500'.
           05 FILLER        PIC X(08) VALUE '00902000'.
           05 FILLER        PIC X(08) VALUE '01802500'.
           05 FILLER        PIC X(08) VALUE '99993000'.
       01 WS-COM-TAB.
           05 WS-COM-FAIXA  OCCURS 5 TIMES.
               10 WS-COM-DIAS-MAX PIC 9(04).
               10 WS-COM-PCT      PIC 9(02)V99.
       01 WS-COM-IDX        PIC 9(01) VALUE 0.
       01 WS-COM-OK         PIC X(01) VALUE 'N'.
       01 WS-SEGP-STATUS    PIC 99.
       01 WS-SEGP-TAXA      PIC 9(1)V9(6) VALUE 0.
       01 WS-SEGP-APOLICE   PIC X(12) VALUE SPACES.
       01 WS-PRET-STATUS    PIC 99.
       01 WS-PRET-ANOS      PIC 9(02) VALUE 5.
       01 WS-NTF-STATUS     PIC 99.
       01 WS-NTF-DIAS-PARC  PIC 9(02) VALUE 3.
       01 WS-NTF-DIAS-APRE  PIC 9(02) VALUE 2.
       01 WS-OUVP-STATUS    PIC 99.
       01 WS-OUVP-PRAZOS.
           05 WS-OUVP-DIAS  PIC 9(03) OCCURS 4 TIMES.
       01 WS-OUVP-IDX       PIC 9(01) VALUE 0.
       01 WS-OUVP-NOMES.
           05 FILLER        PIC X(12) VALUE "ALISTAMENTO".
           05 FILLER        PIC X(12) VALUE "COBRANCA".
           05 FILLER        PIC X(12) VALUE "PRIVACIDADE".
           05 FILLER        PIC X(12) VALUE "OUTROS".
       01 WS-OUVP-TAB-NOMES REDEFINES WS-OUVP-NOMES.
           05 WS-OUVP-NOME  PIC X(12) OCCURS 4 TIMES.
       01 WS-ANON-STATUS    PIC 99.
       01 WS-ANON-ANOS-CLI  PIC 9(02) VALUE 5.
       01 WS-ANON-ANOS-ALI  PIC 9(02) VALUE 10.
       01 WS-MLT-STATUS     PIC 99.
       01 WS-MLT-PRAZO      PIC 9(04) VALUE 0630.
       01 WS-MLT-VALOR      PIC 9(05)V99 VALUE 5.36.
       01 WS-MLT-DIAS       PIC 9(03) VALUE 30.
       01 WS-MLT-CONVENIO   PIC 9(04) VALUE 0.
       01 WS-JNT-STATUS     PIC 99.
       01 WS-JNT-CODIGO     PIC X(10) VALUE SPACES.
       01 WS-DSP-STATUS     PIC 99.
       01 WS-DSP-ORDEM      PIC X(04) VALUE 'FMSX'.
       01 WS-DSP-ESPECIAIS  PIC X(04) VALUE 'NSSN'.
       01 WS-DSP-IDX        PIC 9(01) VALUE 0.
       01 WS-DSP-QTD        PIC 9(01) VALUE 0.
       01 WS-DSP-OK         PIC X(01) VALUE 'S'.
       01 WS-SRV-STATUS     PIC 99.
       01 WS-SRV-MESES      PIC 9(02) VALUE 12.
       01 WS-RAS-STATUS     PIC 99.
       01 WS-RAS-DIAS       PIC 9(03) VALUE 30.
       01 WS-AMC-STATUS     PIC 99.
       01 WS-AMC-PADRAO     PIC 9(03) VALUE 5.
       01 WS-AMC-ELEVADO    PIC 9(03) VALUE 20.
       01 WS-AMC-DIAS       PIC 9(03) VALUE 90.
       01 WS-AGC-STATUS     PIC 99.
       01 WS-AGC-CAPAC      PIC 9(03) VALUE 30.
       01 WS-AGC-POSTO      PIC 9(03) VALUE 0.
       01 WS-AGC-EOF        PIC X(01) VALUE 'N'.
       01 WS-AGC-QTD        PIC 9(02) VALUE 0.
       01 WS-AGC-IDX        PIC 9(02) VALUE 0.
       01 WS-AGC-POS        PIC 9(02) VALUE 0.
      *    LINHAS DE AGENDA.CTL (UMA POR POSTO) GUARDADAS PARA A
      *    REGRAVACAO DO ARQUIVO INTEIRO.
       01 WS-AGC-TAB.
           05 WS-AGC-ITEM   OCCURS 25 TIMES.
              10 WS-AGC-TB-POSTO PIC 9(03).
              10 WS-AGC-TB-CAPAC PIC 9(03).
       COPY WSCETCALC.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSCFGLOG.
       COPY WSPOSTO.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM P-TREINO-ENTRA
           DISPLAY "MANUTENCAO DE ARQUIVOS DE CONTROLE"
           PERFORM P-SIGN-ON
           IF NOT WS-OPERADOR-ADMIN THEN
               DISPLAY "OPERACAO RESTRITA A OPERADORES ADMINISTRADORES"
               GO TO P999-STOP
           END-IF
           MOVE "CTLMNT"        TO WS-CFG-PROGRAMA
           MOVE "(INEXISTENTE)" TO WS-CFG-ANTES

           DISPLAY "1 - COTA DE MATRICULA ESPECIAL (ESPECIAL.CTL)"
           DISPLAY "2 - LIMITE DE APROVACAO DE Q.I. (CALCMEDIA.CTL)"
           DISPLAY "3 - PRAZO DE VALIDADE DO RG (RGVALIDADE.CTL)"
           DISPLAY "4 - PRAZO DE RETENCAO DO EXPURGO (RETENCAO.CTL)"
           DISPLAY "5 - PESO DOS BIMESTRES DO Q.I. (QIPESO.CTL)"
           DISPLAY "6 - PRAZOS DAS CARTAS DE COBRANCA (CARTACOB.CTL)"
           DISPLAY "7 - PRAZO DE NEGATIVACAO (NEGPRAZO.CTL)"
           DISPLAY "8 - TARIFAS DE CONTRATACAO (TARIFAS.CTL)"
           DISPLAY "9 - COMISSAO DA AGENCIA DE COBRANCA (COMISSAO.CTL)"
           DISPLAY "10 - SEGURO PRESTAMISTA (SEGPREST.CTL)"
           DISPLAY "11 - PRAZO DE ARQUIVAMENTO DE CONTRATOS "
                   "(PRESTRET.CTL)"
           DISPLAY "12 - ANTECEDENCIA DOS AVISOS POR SMS/E-MAIL "
                   "(NOTIFICA.CTL)"
           DISPLAY "13 - PRAZOS DOS CHAMADOS DE OUVIDORIA "
                   "(OUVPRAZO.CTL)"
           DISPLAY "14 - RETENCAO ANTES DA ANONIMIZACAO "
                   "(ANONIMIZA.CTL)"
           DISPLAY "15 - MULTA POR ALISTAMENTO FORA DO PRAZO "
                   "(MULTA.CTL)"
           DISPLAY "16 - CODIGO DA JUNTA NO ROL NACIONAL (JUNTA.CTL)"
           DISPLAY "17 - PRIORIDADE DA DISPENSA POR EXCESSO "
                   "(DISPENSA.CTL)"
           DISPLAY "18 - TEMPO PADRAO DE SERVICO DO INCORPORADO "
                   "(SERVICO.CTL)"
           DISPLAY "19 - PRAZO DOS RASCUNHOS DE ALISTAMENTO "
                   "(RASCUNHO.CTL)"
           DISPLAY "20 - SORTEIO DE CONFERENCIA DOS ALISTAMENTOS "
                   "(AMOSTRA.CTL)"
           DISPLAY "21 - CAPACIDADE DIARIA DA AGENDA POR POSTO "
                   "(AGENDA.CTL)"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 3 GO TO P300-RGVALIDADE
               WHEN 4 GO TO P400-RETENCAO
               WHEN 5 GO TO P500-QIPESO
               WHEN 6 GO TO P600-CARTACOB
               WHEN 7 GO TO P700-NEGPRAZO
               WHEN 8 GO TO P800-TARIFAS
               WHEN 9 GO TO P900-COMISSAO
               WHEN 10 GO TO P950-SEGPREST
               WHEN 11 GO TO P960-PRESTRET
               WHEN 12 GO TO P970-NOTIFICA
               WHEN 13 GO TO P980-OUVPRAZO
               WHEN 14 GO TO P990-ANONIMIZA
               WHEN 15 GO TO P995-MULTA
               WHEN 16 GO TO P997-JUNTA
               WHEN 17 GO TO P998-DISPENSA
               WHEN 18 GO TO P996-SERVICO
               WHEN 19 GO TO P993-RASCUNHO
               WHEN 20 GO TO P994-AMOSTRA
               WHEN 21 GO TO P992-AGENDA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   GO TO P999-STOP
           IF WS-ESP-STATUS NOT EQUAL 35 THEN
               READ ESPECIAL-CTL-FILE
                   NOT AT END
                       MOVE ESPECIAL-CTL-REC TO WS-CFG-ANTES
                       MOVE QUOTA-ESPECIAL TO WS-QUOTA-ESPECIAL
               END-READ
               CLOSE ESPECIAL-CTL-FILE
           OPEN OUTPUT ESPECIAL-CTL-FILE
           WRITE ESPECIAL-CTL-REC
           CLOSE ESPECIAL-CTL-FILE
           MOVE 'ESPECIAL.CTL' TO WS-CFG-ARQUIVO
           MOVE 'COTA-ESPECIAL' TO WS-CFG-CAMPO
           MOVE ESPECIAL-CTL-REC TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           DISPLAY "ESPECIAL.CTL ATUALIZADO"
           GO TO P999-STOP.

           IF WS-CM-STATUS NOT EQUAL 35 THEN
               READ CALCMEDIA-CTL-FILE
                   NOT AT END
                       MOVE CALCMEDIA-CTL-REC TO WS-CFG-ANTES
                       MOVE THR-VALUE TO WS-THR-VALUE
               END-READ
               CLOSE CALCMEDIA-CTL-FILE
           OPEN OUTPUT CALCMEDIA-CTL-FILE
           WRITE CALCMEDIA-CTL-REC
           CLOSE CALCMEDIA-CTL-FILE
           MOVE 'CALCMEDIA.CTL' TO WS-CFG-ARQUIVO
           MOVE 'LIMITE-APROVACAO' TO WS-CFG-CAMPO
           MOVE CALCMEDIA-CTL-REC TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           DISPLAY "CALCMEDIA.CTL ATUALIZADO"
           GO TO P999-STOP.

           IF WS-RGV-STATUS NOT EQUAL 35 THEN
               READ RG-VALID-FILE
                   NOT AT END
                       MOVE RG-VALID-REC TO WS-CFG-ANTES
                       MOVE RGV-ANOS TO WS-RGV-ANOS
               END-READ
               CLOSE RG-VALID-FILE
           OPEN OUTPUT RG-VALID-FILE
           WRITE RG-VALID-REC
           CLOSE RG-VALID-FILE
           MOVE 'RGVALIDADE.CTL' TO WS-CFG-ARQUIVO
           MOVE 'VALIDADE-RG-ANOS' TO WS-CFG-CAMPO
           MOVE RG-VALID-REC TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           DISPLAY "RGVALIDADE.CTL ATUALIZADO"
           GO TO P999-STOP.

           IF WS-RET-STATUS NOT EQUAL 35 THEN
               READ RETENCAO-FILE
                   NOT AT END
                       MOVE RETENCAO-REC TO WS-CFG-ANTES
                       MOVE RETENCAO-ANOS TO WS-RET-ANOS
               END-READ
               CLOSE RETENCAO-FILE
           OPEN OUTPUT RETENCAO-FILE
           WRITE RETENCAO-REC
           CLOSE RETENCAO-FILE
           MOVE 'RETENCAO.CTL' TO WS-CFG-ARQUIVO
           MOVE 'RETENCAO-ANOS' TO WS-CFG-CAMPO
           MOVE RETENCAO-REC TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           DISPLAY "RETENCAO.CTL ATUALIZADO"
           GO TO P999-STOP.

           IF WS-PESO-STATUS NOT EQUAL 35 THEN
               READ QI-PESO-FILE
                   NOT AT END
                       MOVE QI-PESO-REC TO WS-CFG-ANTES
                       IF QI-NUM-BIMESTRES >= 1 AND
                          QI-NUM-BIMESTRES <= 4 THEN
                           MOVE QI-NUM-BIMESTRES TO WS-NUM-BIM
           OPEN OUTPUT QI-PESO-FILE
           WRITE QI-PESO-REC
           CLOSE QI-PESO-FILE
           MOVE 'QIPESO.CTL' TO WS-CFG-ARQUIVO
           MOVE 'BIMESTRES/PESOS' TO WS-CFG-CAMPO
           MOVE QI-PESO-REC TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           DISPLAY "QIPESO.CTL ATUALIZADO"
           GO TO P999-STOP.

       P600-CARTACOB.
      *    DIAS DE ATRASO DO 1O AVISO, DO 2O AVISO E DO ULTIMO AVISO
      *    (COM COPIA AOS AVALISTAS). O CARTACOB USA 5, 15 E 30 QUANDO
      *    O ARQUIVO NAO EXISTE OU OS PRAZOS NAO SAO CRESCENTES.
           MOVE 5  TO WS-CARTA-DIAS(1)
           MOVE 15 TO WS-CARTA-DIAS(2)
           MOVE 30 TO WS-CARTA-DIAS(3)
           OPEN INPUT CARTA-CFG-FILE
           IF WS-CARTA-STATUS NOT EQUAL 35 THEN
               READ CARTA-CFG-FILE
                   NOT AT END
                       MOVE CARTA-CFG-REC TO WS-CFG-ANTES
                       MOVE CARTA-CFG-REC TO WS-CARTA-PRAZOS
               END-READ
               CLOSE CARTA-CFG-FILE
           END-IF
           DISPLAY "PRAZOS ATUAIS (DIAS DE ATRASO): "
                   WS-CARTA-DIAS(1) " " WS-CARTA-DIAS(2) " "
                   WS-CARTA-DIAS(3)

           MOVE 0 TO WS-CARTA-DIAS(1) WS-CARTA-DIAS(2)
                     WS-CARTA-DIAS(3)
           PERFORM UNTIL WS-CARTA-DIAS(1) > 0 AND
                         WS-CARTA-DIAS(2) > WS-CARTA-DIAS(1) AND
                         WS-CARTA-DIAS(3) > WS-CARTA-DIAS(2)
               PERFORM VARYING WS-CARTA-IDX FROM 1 BY 1
                       UNTIL WS-CARTA-IDX > 3
                   DISPLAY "DIAS DE ATRASO DA CARTA " WS-CARTA-IDX
                   ACCEPT WS-CARTA-DIAS(WS-CARTA-IDX)
               END-PERFORM
               IF NOT (WS-CARTA-DIAS(1) > 0 AND
                       WS-CARTA-DIAS(2) > WS-CARTA-DIAS(1) AND
                       WS-CARTA-DIAS(3) > WS-CARTA-DIAS(2)) THEN
                   DISPLAY "OS PRAZOS DEVEM SER CRESCENTES E MAIORES "
                           "QUE ZERO"
               END-IF
           END-PERFORM

           MOVE WS-CARTA-PRAZOS TO CARTA-CFG-REC
           OPEN OUTPUT CARTA-CFG-FILE
           WRITE CARTA-CFG-REC
           CLOSE CARTA-CFG-FILE
           MOVE 'CARTACOB.CTL' TO WS-CFG-ARQUIVO
           MOVE 'DIAS-CARTAS-1/2/3' TO WS-CFG-CAMPO
           MOVE CARTA-CFG-REC TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           DISPLAY "CARTACOB.CTL ATUALIZADO"
           GO TO P999-STOP.

       P700-NEGPRAZO.
           OPEN INPUT NEG-PRAZO-FILE
           IF WS-NEG-STATUS NOT EQUAL 35 THEN
               READ NEG-PRAZO-FILE
                   NOT AT END
                       MOVE NEG-PRAZO-REC TO WS-CFG-ANTES
                       MOVE NEG-PRAZO-DIAS TO WS-NEG-DIAS
               END-READ
               CLOSE NEG-PRAZO-FILE
           END-IF
           DISPLAY "PRAZO ATUAL (DIAS DE ATRASO): " WS-NEG-DIAS
           MOVE 0 TO WS-NEG-DIAS
           PERFORM UNTIL WS-NEG-DIAS > 0
               DISPLAY "NOVO PRAZO PARA NEGATIVACAO (DIAS DE ATRASO)"
               ACCEPT WS-NEG-DIAS
           END-PERFORM
           MOVE WS-NEG-DIAS TO NEG-PRAZO-DIAS
           OPEN OUTPUT NEG-PRAZO-FILE
           WRITE NEG-PRAZO-REC
           CLOSE NEG-PRAZO-FILE
           MOVE 'NEGPRAZO.CTL' TO WS-CFG-ARQUIVO
           MOVE 'PRAZO-NEGATIVACAO' TO WS-CFG-CAMPO
           MOVE NEG-PRAZO-REC TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           DISPLAY "NEGPRAZO.CTL ATUALIZADO"
           GO TO P999-STOP.

       P800-TARIFAS.
      *    TAC EM REAIS POR CONTRATO; IOF FIXO, IOF DIARIO E SEGURO
      *    COMO FRACAO (0,003800 = 0,38%). SEM O ARQUIVO, O CETCALC
      *    USA OS PADROES DE WSCETCALC.
           PERFORM P-CET-LE-TARIFAS
           IF WS-TARIFA-STATUS NOT EQUAL 35 THEN
               MOVE WS-TAR-VL-TAC     TO TAR-VL-TAC
               MOVE WS-TAR-IOF-FIXO   TO TAR-IOF-FIXO
               MOVE WS-TAR-IOF-DIARIO TO TAR-IOF-DIARIO
               MOVE WS-TAR-SEGURO-PCT TO TAR-SEGURO-PCT
               MOVE TARIFA-REC TO WS-CFG-ANTES
           END-IF
           DISPLAY "TAC ATUAL:                " WS-TAR-VL-TAC
           DISPLAY "IOF FIXO ATUAL:           " WS-TAR-IOF-FIXO
           DISPLAY "IOF DIARIO ATUAL:         " WS-TAR-IOF-DIARIO
           DISPLAY "SEGURO (% DO PRINCIPAL):  " WS-TAR-SEGURO-PCT
           DISPLAY "NOVA TAC (VALOR POR CONTRATO)"
           ACCEPT WS-TAR-VL-TAC
           DISPLAY "NOVA ALIQUOTA DE IOF FIXO (EX: 0,003800)"
           ACCEPT WS-TAR-IOF-FIXO
           DISPLAY "NOVA ALIQUOTA DE IOF DIARIO (EX: 0,000082)"
           ACCEPT WS-TAR-IOF-DIARIO
           DISPLAY "NOVO PERCENTUAL DE SEGURO SOBRE O PRINCIPAL "
                   "(EX: 0,010000)"
           ACCEPT WS-TAR-SEGURO-PCT
           MOVE WS-TAR-VL-TAC     TO TAR-VL-TAC
           MOVE WS-TAR-IOF-FIXO   TO TAR-IOF-FIXO
           MOVE WS-TAR-IOF-DIARIO TO TAR-IOF-DIARIO
           MOVE WS-TAR-SEGURO-PCT TO TAR-SEGURO-PCT
           OPEN OUTPUT TARIFA-FILE
           WRITE TARIFA-REC
           CLOSE TARIFA-FILE
           MOVE 'TARIFAS.CTL' TO WS-CFG-ARQUIVO
           MOVE 'TAC/IOF/IOFDIA/SEG' TO WS-CFG-CAMPO
           MOVE TARIFA-REC TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           DISPLAY "TARIFAS.CTL ATUALIZADO"
           GO TO P999-STOP.

       P900-COMISSAO.
      *    CINCO FAIXAS DE DIAS DE ATRASO NO ENVIO A AGENCIA, CADA UMA
      *    ATE O SEU LIMITE, COM O PERCENTUAL DE COMISSAO SOBRE O VALOR
      *    RECUPERADO. A ULTIMA FAIXA VALE PARA QUALQUER ATRASO (9999).
      *    O AGENCOM USA A TABELA PADRAO ABAIXO QUANDO O ARQUIVO NAO
      *    EXISTE.
           MOVE WS-COM-PADRAO TO WS-COM-TAB
           OPEN INPUT COMISSAO-FILE
           IF WS-COM-STATUS NOT EQUAL 35 THEN
               READ COMISSAO-FILE
                   NOT AT END
                       MOVE COMISSAO-REC TO WS-CFG-ANTES
                       MOVE COMISSAO-REC TO WS-COM-TAB
               END-READ
               CLOSE COMISSAO-FILE
           END-IF
           DISPLAY "TABELA ATUAL (ATE DIAS DE ATRASO / % COMISSAO):"
           PERFORM VARYING WS-COM-IDX FROM 1 BY 1
                   UNTIL WS-COM-IDX > 5
               DISPLAY "  FAIXA " WS-COM-IDX ": ATE "
                       WS-COM-DIAS-MAX(WS-COM-IDX) " DIAS - "
                       WS-COM-PCT(WS-COM-IDX) "%"
           END-PERFORM

           MOVE 'N' TO WS-COM-OK
           PERFORM UNTIL WS-COM-OK = 'S'
               PERFORM VARYING WS-COM-IDX FROM 1 BY 1
                       UNTIL WS-COM-IDX > 4
                   DISPLAY "ATE QUANTOS DIAS DE ATRASO VAI A FAIXA "
                           WS-COM-IDX
                   ACCEPT WS-COM-DIAS-MAX(WS-COM-IDX)
               END-PERFORM
               MOVE 9999 TO WS-COM-DIAS-MAX(5)
               MOVE 'S' TO WS-COM-OK
               IF WS-COM-DIAS-MAX(1) = 0 THEN
                   MOVE 'N' TO WS-COM-OK
               END-IF
               PERFORM VARYING WS-COM-IDX FROM 2 BY 1
                       UNTIL WS-COM-IDX > 5
                   IF WS-COM-DIAS-MAX(WS-COM-IDX) NOT >
                      WS-COM-DIAS-MAX(WS-COM-IDX - 1) THEN
                       MOVE 'N' TO WS-COM-OK
                   END-IF
               END-PERFORM
               IF WS-COM-OK NOT = 'S' THEN
                   DISPLAY "OS LIMITES DEVEM SER CRESCENTES, MAIORES "
                           "QUE ZERO E MENORES QUE 9999"
               END-IF
           END-PERFORM
           PERFORM VARYING WS-COM-IDX FROM 1 BY 1
                   UNTIL WS-COM-IDX > 5
               DISPLAY "PERCENTUAL DE COMISSAO DA FAIXA " WS-COM-IDX
                       " (EX: 15.00)"
               ACCEPT WS-COM-PCT(WS-COM-IDX)
           END-PERFORM

           MOVE WS-COM-TAB TO COMISSAO-REC
           OPEN OUTPUT COMISSAO-FILE
           WRITE COMISSAO-REC
           CLOSE COMISSAO-FILE
           MOVE 'COMISSAO.CTL' TO WS-CFG-ARQUIVO
           MOVE 'FAIXAS-COMISSAO' TO WS-CFG-CAMPO
           MOVE COMISSAO-REC TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           DISPLAY "COMISSAO.CTL ATUALIZADO"
           GO TO P999-STOP.

       P950-SEGPREST.
      *    TAXA MENSAL DO SEGURO PRESTAMISTA COMO FRACAO DO SALDO
      *    DEVEDOR DE CADA MES (0,000700 = 0,07% AO MES) E NUMERO DA
      *    APOLICE COLETIVA QUE VAI NO ARQUIVO DE PREMIOS. SEM O
      *    ARQUIVO (OU COM TAXA ZERO) O CONTRATOMNT NAO OFERECE O
      *    SEGURO.
           OPEN INPUT SEGPREST-FILE
           IF WS-SEGP-STATUS NOT EQUAL 35 THEN
               READ SEGPREST-FILE
                   NOT AT END
                       MOVE SEGPREST-REC TO WS-CFG-ANTES
                       MOVE SEGP-TAXA    TO WS-SEGP-TAXA
                       MOVE SEGP-APOLICE TO WS-SEGP-APOLICE
               END-READ
               CLOSE SEGPREST-FILE
           END-IF
           DISPLAY "TAXA MENSAL ATUAL:  " WS-SEGP-TAXA
           DISPLAY "APOLICE ATUAL:      " WS-SEGP-APOLICE
           DISPLAY "NOVA TAXA MENSAL SOBRE O SALDO DEVEDOR "
                   "(EX: 0,000700)"
           ACCEPT WS-SEGP-TAXA
           DISPLAY "NUMERO DA APOLICE"
           ACCEPT WS-SEGP-APOLICE
           MOVE WS-SEGP-TAXA    TO SEGP-TAXA
           MOVE WS-SEGP-APOLICE TO SEGP-APOLICE
           OPEN OUTPUT SEGPREST-FILE
           WRITE SEGPREST-REC
           CLOSE SEGPREST-FILE
           MOVE 'SEGPREST.CTL' TO WS-CFG-ARQUIVO
           MOVE 'TAXA/APOLICE' TO WS-CFG-CAMPO
           MOVE SEGPREST-REC TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           DISPLAY "SEGPREST.CTL ATUALIZADO"
           GO TO P999-STOP.

       P960-PRESTRET.
      *    ANOS SEM MOVIMENTO PARA O PRESTARCH MOVER UM CONTRATO
      *    ENCERRADO PARA PRESTACOES.ARQ. SEM O ARQUIVO (OU COM ZERO)
      *    O PRESTARCH USA 5 ANOS.
           OPEN INPUT PRESTRET-FILE
           IF WS-PRET-STATUS NOT EQUAL 35 THEN
               READ PRESTRET-FILE
                   NOT AT END
                       MOVE PRESTRET-REC TO WS-CFG-ANTES
                       MOVE PRET-ANOS TO WS-PRET-ANOS
               END-READ
               CLOSE PRESTRET-FILE
           END-IF
           DISPLAY "PRAZO ATUAL (ANOS): " WS-PRET-ANOS
           DISPLAY "NOVO PRAZO SEM MOVIMENTO PARA ARQUIVAR (ANOS)"
           ACCEPT WS-PRET-ANOS
           MOVE WS-PRET-ANOS TO PRET-ANOS
           OPEN OUTPUT PRESTRET-FILE
           WRITE PRESTRET-REC
           CLOSE PRESTRET-FILE
           MOVE 'PRESTRET.CTL' TO WS-CFG-ARQUIVO
           MOVE 'ANOS-ARQUIVAMENTO' TO WS-CFG-CAMPO
           MOVE PRESTRET-REC TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           DISPLAY "PRESTRET.CTL ATUALIZADO"
           GO TO P999-STOP.

       P970-NOTIFICA.
      *    DIAS DE ANTECEDENCIA DO LEMBRETE DE VENCIMENTO DE PARCELA E
      *    DO LEMBRETE DA DATA PREVISTA DE APRESENTACAO DO CONVOCADO.
      *    SEM O ARQUIVO (OU COM ZERO) O NOTIFICA USA 3 E 2 DIAS. O
      *    AVISO DE AGENDAMENTO SAI SEMPRE NA VESPERA.
           OPEN INPUT NOTIF-CFG-FILE
           IF WS-NTF-STATUS NOT EQUAL 35 THEN
               READ NOTIF-CFG-FILE
                   NOT AT END
                       MOVE NOTIF-CFG-REC TO WS-CFG-ANTES
                       MOVE NTF-CFG-DIAS-PARC TO WS-NTF-DIAS-PARC
                       MOVE NTF-CFG-DIAS-APRE TO WS-NTF-DIAS-APRE
               END-READ
               CLOSE NOTIF-CFG-FILE
           END-IF
           DISPLAY "ANTECEDENCIA ATUAL - PARCELA: " WS-NTF-DIAS-PARC
                   "  APRESENTACAO: " WS-NTF-DIAS-APRE
           DISPLAY "NOVA ANTECEDENCIA DO AVISO DE PARCELA (DIAS)"
           ACCEPT WS-NTF-DIAS-PARC
           DISPLAY "NOVA ANTECEDENCIA DO AVISO DE APRESENTACAO (DIAS)"
           ACCEPT WS-NTF-DIAS-APRE
           MOVE WS-NTF-DIAS-PARC TO NTF-CFG-DIAS-PARC
           MOVE WS-NTF-DIAS-APRE TO NTF-CFG-DIAS-APRE
           OPEN OUTPUT NOTIF-CFG-FILE
           WRITE NOTIF-CFG-REC
           CLOSE NOTIF-CFG-FILE
           MOVE 'NOTIFICA.CTL' TO WS-CFG-ARQUIVO
           MOVE 'DIAS-PARC/APRES' TO WS-CFG-CAMPO
           MOVE NOTIF-CFG-REC TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           DISPLAY "NOTIFICA.CTL ATUALIZADO"
           GO TO P999-STOP.

       P980-OUVPRAZO.
      *    PRAZO REGULATORIO EM DIAS CORRIDOS POR CATEGORIA DE CHAMADO
      *    DA OUVIDORIA. SEM O ARQUIVO (OU COM ZERO) VALEM 15, 10, 15
      *    E 30 DIAS. VALE PARA OS CHAMADOS ABERTOS DAQUI EM DIANTE.
           MOVE 15 TO WS-OUVP-DIAS(1)
           MOVE 10 TO WS-OUVP-DIAS(2)
           MOVE 15 TO WS-OUVP-DIAS(3)
           MOVE 30 TO WS-OUVP-DIAS(4)
           OPEN INPUT OUVPRAZO-FILE
           IF WS-OUVP-STATUS NOT EQUAL 35 THEN
               READ OUVPRAZO-FILE
                   NOT AT END
                       MOVE OUVPRAZO-REC TO WS-CFG-ANTES
                       PERFORM VARYING WS-OUVP-IDX FROM 1 BY 1
                               UNTIL WS-OUVP-IDX > 4
                           IF OUVP-DIAS(WS-OUVP-IDX) > 0 THEN
                               MOVE OUVP-DIAS(WS-OUVP-IDX)
                                 TO WS-OUVP-DIAS(WS-OUVP-IDX)
                           END-IF
                       END-PERFORM
               END-READ
               CLOSE OUVPRAZO-FILE
           END-IF
           PERFORM VARYING WS-OUVP-IDX FROM 1 BY 1
                   UNTIL WS-OUVP-IDX > 4
               DISPLAY "PRAZO ATUAL " WS-OUVP-NOME(WS-OUVP-IDX) ": "
                       WS-OUVP-DIAS(WS-OUVP-IDX) " DIAS"
               DISPLAY "NOVO PRAZO (DIAS)"
               ACCEPT WS-OUVP-DIAS(WS-OUVP-IDX)
               MOVE WS-OUVP-DIAS(WS-OUVP-IDX)
                 TO OUVP-DIAS(WS-OUVP-IDX)
           END-PERFORM
           OPEN OUTPUT OUVPRAZO-FILE
           WRITE OUVPRAZO-REC
           CLOSE OUVPRAZO-FILE
           MOVE 'OUVPRAZO.CTL' TO WS-CFG-ARQUIVO
           MOVE 'PRAZOS-CATEGORIAS' TO WS-CFG-CAMPO
           MOVE OUVPRAZO-REC TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           DISPLAY "OUVPRAZO.CTL ATUALIZADO"
           GO TO P999-STOP.

       P990-ANONIMIZA.
      *    ANOS DE RETENCAO ANTES DA ANONIMIZACAO: CLIENTE INATIVO SEM
      *    MOVIMENTO DE CONTRATO E ALISTAMENTO EM REGISTRO.ARQ. SEM O
      *    ARQUIVO (OU COM ZERO) O ANONIMIZA USA 5 E 10 ANOS.
           OPEN INPUT ANON-CTL-FILE
           IF WS-ANON-STATUS NOT EQUAL 35 THEN
               READ ANON-CTL-FILE
                   NOT AT END
                       MOVE ANON-CTL-REC TO WS-CFG-ANTES
                       IF ANON-ANOS-CLIENTE > 0 THEN
                           MOVE ANON-ANOS-CLIENTE TO WS-ANON-ANOS-CLI
                       END-IF
                       IF ANON-ANOS-ALIST > 0 THEN
                           MOVE ANON-ANOS-ALIST TO WS-ANON-ANOS-ALI
                       END-IF
               END-READ
               CLOSE ANON-CTL-FILE
           END-IF
           DISPLAY "RETENCAO ATUAL - CLIENTE: " WS-ANON-ANOS-CLI
                   "  REGISTRO.ARQ: " WS-ANON-ANOS-ALI
           DISPLAY "NOVA RETENCAO DO CLIENTE INATIVO (ANOS)"
           ACCEPT WS-ANON-ANOS-CLI
           DISPLAY "NOVA RETENCAO DO ALISTAMENTO ARQUIVADO (ANOS)"
           ACCEPT WS-ANON-ANOS-ALI
           MOVE WS-ANON-ANOS-CLI TO ANON-ANOS-CLIENTE
           MOVE WS-ANON-ANOS-ALI TO ANON-ANOS-ALIST
           OPEN OUTPUT ANON-CTL-FILE
           WRITE ANON-CTL-REC
           CLOSE ANON-CTL-FILE
           MOVE 'ANONIMIZA.CTL' TO WS-CFG-ARQUIVO
           MOVE 'ANOS-CLIENTE/ALIST' TO WS-CFG-CAMPO
           MOVE ANON-CTL-REC TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           DISPLAY "ANONIMIZA.CTL ATUALIZADO"
           GO TO P999-STOP.

       P992-AGENDA.
      *    ENTREVISTAS POR DIA (SOMANDO OS DOIS TURNOS) QUE A AGENDA
      *    ACEITA MARCAR EM CADA POSTO DE ATENDIMENTO - UMA LINHA POR
      *    POSTO. POSTO SEM LINHA (OU SEM O ARQUIVO) FICA COM 30.
           PERFORM P-POSTO-CARREGA
           DISPLAY "POSTO DE ATENDIMENTO (CODIGO DE 3 DIGITOS)"
           ACCEPT WS-AGC-POSTO
           MOVE WS-AGC-POSTO TO WS-POSTO-COD-BUSCA
           PERFORM P-POSTO-VALIDA
           IF WS-POSTO-OK NOT = 'S' THEN
               DISPLAY "POSTO NAO CADASTRADO OU DESATIVADO EM POSTO.CTL"
               GO TO P999-STOP
           END-IF

           MOVE 0 TO WS-AGC-QTD
           MOVE 0 TO WS-AGC-POS
           OPEN INPUT AGENDA-CTL-FILE
           IF WS-AGC-STATUS NOT EQUAL 35 THEN
               MOVE 'N' TO WS-AGC-EOF
               PERFORM UNTIL WS-AGC-EOF = 'S'
                   READ AGENDA-CTL-FILE
                       AT END
                           MOVE 'S' TO WS-AGC-EOF
                       NOT AT END
                           IF WS-AGC-QTD < 25 THEN
                               ADD 1 TO WS-AGC-QTD
                               MOVE AGD-CTL-POSTO
                                 TO WS-AGC-TB-POSTO(WS-AGC-QTD)
                               MOVE AGD-CTL-CAPACIDADE
                                 TO WS-AGC-TB-CAPAC(WS-AGC-QTD)
                               IF AGD-CTL-POSTO = WS-AGC-POSTO THEN
                                   MOVE WS-AGC-QTD TO WS-AGC-POS
                                   MOVE AGENDA-CTL-REC TO WS-CFG-ANTES
                                   MOVE AGD-CTL-CAPACIDADE
                                     TO WS-AGC-CAPAC
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGENDA-CTL-FILE
           END-IF
           IF WS-AGC-POS = 0 AND WS-AGC-QTD NOT < 25 THEN
               DISPLAY "AGENDA.CTL JA TEM O MAXIMO DE 25 POSTOS"
               GO TO P999-STOP
           END-IF

           DISPLAY "CAPACIDADE ATUAL DO POSTO (ENTREVISTAS POR DIA): "
                   WS-AGC-CAPAC
           DISPLAY "NOVA CAPACIDADE DIARIA (1 A 999)"
           ACCEPT WS-AGC-CAPAC
           IF WS-AGC-CAPAC = 0 THEN
               DISPLAY "CAPACIDADE INVALIDA - AGENDA.CTL NAO ALTERADO"
               GO TO P999-STOP
           END-IF
           IF WS-AGC-POS = 0 THEN
               ADD 1 TO WS-AGC-QTD
               MOVE WS-AGC-QTD   TO WS-AGC-POS
               MOVE WS-AGC-POSTO TO WS-AGC-TB-POSTO(WS-AGC-POS)
           END-IF
           MOVE WS-AGC-CAPAC TO WS-AGC-TB-CAPAC(WS-AGC-POS)

           OPEN OUTPUT AGENDA-CTL-FILE
           PERFORM VARYING WS-AGC-IDX FROM 1 BY 1
                   UNTIL WS-AGC-IDX > WS-AGC-QTD
               MOVE WS-AGC-TB-POSTO(WS-AGC-IDX) TO AGD-CTL-POSTO
               MOVE WS-AGC-TB-CAPAC(WS-AGC-IDX) TO AGD-CTL-CAPACIDADE
               WRITE AGENDA-CTL-REC
           END-PERFORM
           CLOSE AGENDA-CTL-FILE
           MOVE WS-AGC-POSTO TO AGD-CTL-POSTO
           MOVE WS-AGC-CAPAC TO AGD-CTL-CAPACIDADE
           MOVE 'AGENDA.CTL' TO WS-CFG-ARQUIVO
           MOVE WS-AGC-POSTO TO WS-CFG-CHAVE
           MOVE 'CAPACIDADE-DIARIA' TO WS-CFG-CAMPO
           MOVE AGENDA-CTL-REC TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           DISPLAY "AGENDA.CTL ATUALIZADO"
           GO TO P999-STOP.

       P993-RASCUNHO.
      *    DIAS QUE UM RASCUNHO DE ALISTAMENTO (ALISTAMENTO.RAS) PODE
      *    FICAR PARADO ANTES DE O REGPURGE LISTA-LO PARA
      *    ACOMPANHAMENTO E EXPURGA-LO. SEM O ARQUIVO VALEM 30 DIAS.
           OPEN INPUT RAS-CTL-FILE
           IF WS-RAS-STATUS NOT EQUAL 35 THEN
               READ RAS-CTL-FILE
                   NOT AT END
                       MOVE RAS-CTL-REC TO WS-CFG-ANTES
                       MOVE RASC-DIAS TO WS-RAS-DIAS
               END-READ
               CLOSE RAS-CTL-FILE
           END-IF
           DISPLAY "PRAZO ATUAL DOS RASCUNHOS (DIAS): " WS-RAS-DIAS
           DISPLAY "NOVO PRAZO (1 A 999 DIAS)"
           ACCEPT WS-RAS-DIAS
           IF WS-RAS-DIAS = 0 THEN
               DISPLAY "PRAZO INVALIDO - RASCUNHO.CTL NAO ALTERADO"
               GO TO P999-STOP
           END-IF
           MOVE WS-RAS-DIAS TO RASC-DIAS
           OPEN OUTPUT RAS-CTL-FILE
           WRITE RAS-CTL-REC
           CLOSE RAS-CTL-FILE
           MOVE 'RASCUNHO.CTL' TO WS-CFG-ARQUIVO
           MOVE 'DIAS-RASCUNHO' TO WS-CFG-CAMPO
           MOVE RAS-CTL-REC TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           DISPLAY "RASCUNHO.CTL ATUALIZADO"
           GO TO P999-STOP.

       P994-AMOSTRA.
      *    PERCENTUAL DOS ALISTAMENTOS DE CADA DIA SORTEADO PARA A
      *    CONFERENCIA DO SUPERVISOR (AMOSTRA), PERCENTUAL ELEVADO
      *    PARA O OPERADOR COM ERRO APONTADO NOS ULTIMOS N DIAS, E N.
      *    SEM O ARQUIVO (OU COM ZERO) VALEM 5%, 20% E 90 DIAS.
           OPEN INPUT AMO-CTL-FILE
           IF WS-AMC-STATUS NOT EQUAL 35 THEN
               READ AMO-CTL-FILE
                   NOT AT END
                       MOVE AMO-CTL-REC TO WS-CFG-ANTES
                       IF AMC-PCT-PADRAO > 0 THEN
                           MOVE AMC-PCT-PADRAO TO WS-AMC-PADRAO
                       END-IF
                       IF AMC-PCT-ELEVADO > 0 THEN
                           MOVE AMC-PCT-ELEVADO TO WS-AMC-ELEVADO
                       END-IF
                       IF AMC-DIAS-HIST > 0 THEN
                           MOVE AMC-DIAS-HIST TO WS-AMC-DIAS
                       END-IF
               END-READ
               CLOSE AMO-CTL-FILE
           END-IF
           DISPLAY "PERCENTUAL PADRAO ATUAL: " WS-AMC-PADRAO
                   "  ELEVADO: " WS-AMC-ELEVADO
                   "  HISTORICO: " WS-AMC-DIAS " DIAS"
           DISPLAY "NOVO PERCENTUAL PADRAO (1 A 100)"
           ACCEPT WS-AMC-PADRAO
           DISPLAY "NOVO PERCENTUAL ELEVADO (1 A 100, NAO MENOR QUE O "
                   "PADRAO)"
           ACCEPT WS-AMC-ELEVADO
           IF WS-AMC-PADRAO = 0 OR WS-AMC-PADRAO > 100 OR
              WS-AMC-ELEVADO > 100 OR
              WS-AMC-ELEVADO < WS-AMC-PADRAO THEN
               DISPLAY "PERCENTUAL INVALIDO - AMOSTRA.CTL NAO ALTERADO"
               GO TO P999-STOP
           END-IF
           DISPLAY "DIAS DE HISTORICO DE ERRO (1 A 999)"
           ACCEPT WS-AMC-DIAS
           IF WS-AMC-DIAS = 0 THEN
               DISPLAY "PRAZO INVALIDO - AMOSTRA.CTL NAO ALTERADO"
               GO TO P999-STOP
           END-IF
           MOVE WS-AMC-PADRAO  TO AMC-PCT-PADRAO
           MOVE WS-AMC-ELEVADO TO AMC-PCT-ELEVADO
           MOVE WS-AMC-DIAS    TO AMC-DIAS-HIST
           OPEN OUTPUT AMO-CTL-FILE
           WRITE AMO-CTL-REC
           CLOSE AMO-CTL-FILE
           MOVE 'AMOSTRA.CTL' TO WS-CFG-ARQUIVO
           MOVE 'PCT-PAD/ELEV/DIAS' TO WS-CFG-CAMPO
           MOVE AMO-CTL-REC TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           DISPLAY "AMOSTRA.CTL ATUALIZADO"
           GO TO P999-STOP.

       P995-MULTA.
      *    MULTA POR ALISTAMENTO FORA DO PRAZO: DIA/MES LIMITE DO ANO
      *    EM QUE O CONSCRITO COMPLETA 18 ANOS, VALOR DA MULTA, DIAS
      *    ATE O VENCIMENTO DA GUIA E CONVENIO DE ARRECADACAO DO
      *    CODIGO DE BARRAS. SEM O ARQUIVO (OU COM ZERO) VALEM 30/06,
      *    R$ 5,36 E 30 DIAS. VALE PARA OS ALISTAMENTOS DAQUI EM DIANTE.
           OPEN INPUT MULTA-CTL-FILE
           IF WS-MLT-STATUS NOT EQUAL 35 THEN
               READ MULTA-CTL-FILE
                   NOT AT END
                       MOVE MULTA-CTL-REC TO WS-CFG-ANTES
                       IF MCTL-PRAZO-MMDD > 0 THEN
                           MOVE MCTL-PRAZO-MMDD TO WS-MLT-PRAZO
                       END-IF
                       IF MCTL-VALOR > 0 THEN
                           MOVE MCTL-VALOR TO WS-MLT-VALOR
                       END-IF
                       IF MCTL-DIAS-VENC > 0 THEN
                           MOVE MCTL-DIAS-VENC TO WS-MLT-DIAS
                       END-IF
                       MOVE MCTL-CONVENIO TO WS-MLT-CONVENIO
               END-READ
               CLOSE MULTA-CTL-FILE
           END-IF
           DISPLAY "PRAZO ATUAL (MMDD): " WS-MLT-PRAZO
                   "  VALOR: " WS-MLT-VALOR
                   "  VENCIMENTO: " WS-MLT-DIAS " DIAS"
                   "  CONVENIO: " WS-MLT-CONVENIO
           DISPLAY "NOVO PRAZO (MMDD)"
           ACCEPT WS-MLT-PRAZO
           IF WS-MLT-PRAZO(1:2) < "01" OR WS-MLT-PRAZO(1:2) > "12" OR
              WS-MLT-PRAZO(3:2) < "01" OR WS-MLT-PRAZO(3:2) > "31" THEN
               DISPLAY "PRAZO INVALIDO - MULTA.CTL NAO ALTERADO"
               GO TO P999-STOP
           END-IF
           DISPLAY "NOVO VALOR DA MULTA EM REAIS (EX: 5,36)"
           ACCEPT WS-MLT-VALOR
           DISPLAY "NOVO PRAZO DE VENCIMENTO DA GUIA (DIAS)"
           ACCEPT WS-MLT-DIAS
           DISPLAY "NOVO CONVENIO DE ARRECADACAO (4 DIGITOS)"
           ACCEPT WS-MLT-CONVENIO
           MOVE WS-MLT-PRAZO    TO MCTL-PRAZO-MMDD
           MOVE WS-MLT-VALOR    TO MCTL-VALOR
           MOVE WS-MLT-DIAS     TO MCTL-DIAS-VENC
           MOVE WS-MLT-CONVENIO TO MCTL-CONVENIO
           OPEN OUTPUT MULTA-CTL-FILE
           WRITE MULTA-CTL-REC
           CLOSE MULTA-CTL-FILE
           MOVE 'MULTA.CTL' TO WS-CFG-ARQUIVO
           MOVE 'PRAZO/VALOR/VENC/CNV' TO WS-CFG-CAMPO
           MOVE MULTA-CTL-REC TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           DISPLAY "MULTA.CTL ATUALIZADO"
           GO TO P999-STOP.

       P996-SERVICO.
      *    MESES DE SERVICO DO INCORPORADO, CONTADOS DA INCORPORACAO.
      *    VALE PARA AS FICHAS ABERTAS DAQUI EM DIANTE - A FICHA GUARDA
      *    O TEMPO COM QUE FOI ABERTA (VER FICHADATA). SEM O ARQUIVO
      *    VALEM 12 MESES.
           OPEN INPUT SRV-CTL-FILE
           IF WS-SRV-STATUS NOT EQUAL 35 THEN
               READ SRV-CTL-FILE
                   NOT AT END
                       MOVE SRV-CTL-REC TO WS-CFG-ANTES
                       MOVE SRVC-MESES TO WS-SRV-MESES
               END-READ
               CLOSE SRV-CTL-FILE
           END-IF
           DISPLAY "TEMPO PADRAO ATUAL (MESES): " WS-SRV-MESES
           DISPLAY "NOVO TEMPO PADRAO DE SERVICO (1 A 99 MESES)"
           ACCEPT WS-SRV-MESES
           IF WS-SRV-MESES = 0 THEN
               DISPLAY "TEMPO INVALIDO - SERVICO.CTL NAO ALTERADO"
               GO TO P999-STOP
           END-IF
           MOVE WS-SRV-MESES TO SRVC-MESES
           OPEN OUTPUT SRV-CTL-FILE
           WRITE SRV-CTL-REC
           CLOSE SRV-CTL-FILE
           MOVE 'SERVICO.CTL' TO WS-CFG-ARQUIVO
           MOVE 'MESES-SERVICO' TO WS-CFG-CAMPO
           MOVE SRV-CTL-REC TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           DISPLAY "SERVICO.CTL ATUALIZADO"
           GO TO P999-STOP.

       P997-JUNTA.
      *    CODIGO DESTA JUNTA COMO APARECE NO EXTRATO DO ROL NACIONAL.
      *    SEM ELE O ROLNAC NAO SABE SEPARAR OS NOSSOS ALISTAMENTOS DOS
      *    FEITOS EM OUTRA JUNTA E NAO CONCILIA.
           OPEN INPUT JUNTA-CTL-FILE
           IF WS-JNT-STATUS NOT EQUAL 35 THEN
               READ JUNTA-CTL-FILE
                   NOT AT END
                       MOVE JUNTA-CTL-REC TO WS-CFG-ANTES
                       MOVE JNT-CODIGO TO WS-JNT-CODIGO
               END-READ
               CLOSE JUNTA-CTL-FILE
           END-IF
           DISPLAY "CODIGO ATUAL DA JUNTA: " WS-JNT-CODIGO
           DISPLAY "NOVO CODIGO DA JUNTA (COMO NO ROL NACIONAL)"
           ACCEPT WS-JNT-CODIGO
           IF WS-JNT-CODIGO = SPACES THEN
               DISPLAY "CODIGO EM BRANCO - JUNTA.CTL NAO ALTERADO"
               GO TO P999-STOP
           END-IF
           MOVE WS-JNT-CODIGO TO JNT-CODIGO
           OPEN OUTPUT JUNTA-CTL-FILE
           WRITE JUNTA-CTL-REC
           CLOSE JUNTA-CTL-FILE
           MOVE 'JUNTA.CTL' TO WS-CFG-ARQUIVO
           MOVE 'CODIGO-JUNTA' TO WS-CFG-CAMPO
           MOVE JUNTA-CTL-REC TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           DISPLAY "JUNTA.CTL ATUALIZADO"
           GO TO P999-STOP.

       P998-DISPENSA.
      *    ORDEM DOS CRITERIOS DA DISPENSA POR EXCESSO DE CONTINGENTE
      *    (VER DISPEXC): F = APTIDAO, M = MEDIA DO Q.I., S = SETOR,
      *    X = CASO ESPECIAL (CPF COM REJEICAO EM REJEITADOS POR UM DOS
      *    CODIGOS DE ISENCAO MARCADOS). O PRIMEIRO CRITERIO PESA MAIS;
      *    POSICAO EM BRANCO NAO E USADA. SEM O ARQUIVO VALEM FMSX E OS
      *    CODIGOS 2 (DEFERIMENTO MEDICO) E 3 (OBJECAO RELIGIOSA).
           OPEN INPUT DISP-CTL-FILE
           IF WS-DSP-STATUS NOT EQUAL 35 THEN
               READ DISP-CTL-FILE
                   NOT AT END
                       MOVE DISP-CTL-REC TO WS-CFG-ANTES
                       MOVE DSPC-ORDEM     TO WS-DSP-ORDEM
                       MOVE DSPC-ESPECIAIS TO WS-DSP-ESPECIAIS
               END-READ
               CLOSE DISP-CTL-FILE
           END-IF
           DISPLAY "ORDEM ATUAL DOS CRITERIOS: " WS-DSP-ORDEM
                   "  CODIGOS ESPECIAIS (1 A 4): " WS-DSP-ESPECIAIS
           DISPLAY "NOVA ORDEM (F=APTIDAO M=MEDIA S=SETOR "
                   "X=ESPECIAL, EX: FMSX)"
           ACCEPT WS-DSP-ORDEM
           IF WS-DSP-ORDEM = SPACES THEN
               MOVE 'N' TO WS-DSP-OK
           END-IF
           PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
                   UNTIL WS-DSP-IDX > 4
               IF WS-DSP-ORDEM(WS-DSP-IDX:1) NOT = SPACE THEN
                   IF WS-DSP-ORDEM(WS-DSP-IDX:1) NOT = 'F' AND
                      WS-DSP-ORDEM(WS-DSP-IDX:1) NOT = 'M' AND
                      WS-DSP-ORDEM(WS-DSP-IDX:1) NOT = 'S' AND
                      WS-DSP-ORDEM(WS-DSP-IDX:1) NOT = 'X' THEN
                       MOVE 'N' TO WS-DSP-OK
                   END-IF
                   MOVE 0 TO WS-DSP-QTD
                   INSPECT WS-DSP-ORDEM TALLYING WS-DSP-QTD
                       FOR ALL WS-DSP-ORDEM(WS-DSP-IDX:1)
                   IF WS-DSP-QTD > 1 THEN
                       MOVE 'N' TO WS-DSP-OK
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DSP-OK NOT = 'S' THEN
               DISPLAY "ORDEM INVALIDA - DISPENSA.CTL NAO ALTERADO"
               GO TO P999-STOP
           END-IF
           DISPLAY "CODIGOS DE ISENCAO QUE CONTAM COMO CASO ESPECIAL "
                   "(S/N PARA 1 A 4, EX: NSSN)"
           ACCEPT WS-DSP-ESPECIAIS
           PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
                   UNTIL WS-DSP-IDX > 4
               IF WS-DSP-ESPECIAIS(WS-DSP-IDX:1) NOT = 'S' AND
                  WS-DSP-ESPECIAIS(WS-DSP-IDX:1) NOT = 'N' THEN
                   MOVE 'N' TO WS-DSP-OK
               END-IF
           END-PERFORM
           IF WS-DSP-OK NOT = 'S' THEN
               DISPLAY "CODIGOS INVALIDOS - DISPENSA.CTL NAO ALTERADO"
               GO TO P999-STOP
           END-IF
           MOVE WS-DSP-ORDEM     TO DSPC-ORDEM
           MOVE WS-DSP-ESPECIAIS TO DSPC-ESPECIAIS
           OPEN OUTPUT DISP-CTL-FILE
           WRITE DISP-CTL-REC
           CLOSE DISP-CTL-FILE
           MOVE 'DISPENSA.CTL' TO WS-CFG-ARQUIVO
           MOVE 'ORDEM/ESPECIAIS' TO WS-CFG-CAMPO
           MOVE DISP-CTL-REC TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           DISPLAY "DISPENSA.CTL ATUALIZADO"
           GO TO P999-STOP.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY LOGON.
       COPY SENHASH.
       COPY CETCALC.
       COPY CFGLOG.
       COPY POSTO.
       COPY TREINO.
       END PROGRAM CTLMNT.
