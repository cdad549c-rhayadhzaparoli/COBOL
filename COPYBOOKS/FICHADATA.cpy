      ******************************************************************
      * FICHADATA.cpy
      * LAYOUT DA FICHA DE SERVICO DO INCORPORADO (FICHASRV.DAT), UMA
      * POR CPF. ABERTA PELO APRESCTL NA INCORPORACAO (OU PELO
      * FICHASRV PARA QUEM FOI INCORPORADO ANTES DA FICHA EXISTIR) E
      * MANTIDA PELO FICHASRV: ESPECIALIDADE, GRADUACAO ATUAL, DIAS DE
      * FALTA, LICENCA E PRORROGACAO (O DETALHE DE CADA EVENTO FICA EM
      * FICHASRV.LOG; O HISTORICO DE UNIDADES VEM DO TRANSFUNI.LOG).
      * FSV-DT-FIM-PREVISTA = INCORPORACAO + FSV-MESES-SERVICO (TEMPO
      * PADRAO DE SERVICO.CTL NA ABERTURA) + FSV-DIAS-PRORROG, VER
      * SRVFIM. FSV-SITUACAO: ESPACO = EM SERVICO, 'T' = SERVICO
      * TERMINADO E CERTIFICADO DE RESERVISTA ENFILEIRADO PARA O
      * CERTRES (CERTFILA.DAT) EM FSV-DT-TERMINO.
      ******************************************************************
       01 FSV-REC.
         05 FSV-CPF             PIC 9(11).
         05 FSV-NOME            PIC X(50).
         05 FSV-DT-INCORPORACAO PIC 9(08).
         05 FSV-UNI-INCORP      PIC X(06).
         05 FSV-ESPECIALIDADE   PIC X(30).
         05 FSV-GRADUACAO       PIC X(20).
         05 FSV-DT-GRADUACAO    PIC 9(08).
         05 FSV-MESES-SERVICO   PIC 9(02).
         05 FSV-DIAS-PRORROG    PIC 9(04).
         05 FSV-DT-FIM-PREVISTA PIC 9(08).
         05 FSV-DIAS-FALTA      PIC 9(04).
         05 FSV-DIAS-LICENCA    PIC 9(04).
         05 FSV-SITUACAO        PIC X(01).
         05 FSV-DT-TERMINO      PIC 9(08).
         05 FSV-DT-ABERTURA     PIC 9(08).
         05 FSV-OPERADOR        PIC X(10).
