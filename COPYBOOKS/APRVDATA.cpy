      * DIFERENTE DO SOLICITANTE, APROVA PELO APROVMNT - A RECUSA
      * TAMBEM FICA REGISTRADA. COMPARTILHADO POR ALISTAMENTO-MILITAR,
      * REGARCH E APROVMNT (MESMO MOTIVO DE PRESTDATA/CONTRDATA).
      * APRV-ACAO: 'CANCELAR', 'EXPURGO', 'ESTORNO' OU 'ANONIMIZA'.
      * APRV-SITUACAO: ESPACO = PENDENTE, 'A' = APROVADO (EXPURGO
      * AGUARDANDO EXECUCAO PELO REGARCH, ESTORNO AGUARDANDO EXECUCAO
      * PELO ESTORNO, ANONIMIZACAO AGUARDANDO EXECUCAO PELO
      * ANONIMIZA), 'R' = RECUSADO, 'E' = EXECUTADO.
      * NO ESTORNO DE PAGAMENTO DE PARCELA (VER ESTORNO) NAO HA CPF: A
      * CHAVE DA PARCELA VAI EM APRV-NUM-CONT/APRV-NUM-PARC, QUE
      * REDEFINEM APRV-CPF (O LAYOUT DO REGISTRO NAO MUDA).
      ******************************************************************
       01 APRV-REC.
         05 APRV-ID           PIC 9(05).
         05 APRV-SOLICITANTE  PIC X(10).
         05 APRV-ACAO         PIC X(10).
         05 APRV-CPF          PIC 9(11).
         05 APRV-PARCELA REDEFINES APRV-CPF.
           10 APRV-NUM-CONT   PIC 9(05).
           10 APRV-NUM-PARC   PIC 9(03).
           10 FILLER          PIC 9(03).
         05 APRV-MOTIVO       PIC X(80).
         05 APRV-SITUACAO     PIC X(01).
         05 APRV-APROVADOR    PIC X(10).
