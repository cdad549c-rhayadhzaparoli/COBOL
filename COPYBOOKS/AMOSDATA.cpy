      ******************************************************************
      * AMOSDATA.cpy
      * LAYOUT DA FILA DE CONFERENCIA POR AMOSTRAGEM (AMOSTRA.DAT) -
      * O LOTE AMOSTRA SORTEIA, DOS ALISTAMENTOS DE CADA DIA FECHADO,
      * UM PERCENTUAL (MAIOR PARA O OPERADOR COM ERRO RECENTE NAS
      * AMOSTRAS ANTERIORES, VER AMOSTRA.CTL NO CTLMNT) E GRAVA UMA
      * LINHA POR ALISTAMENTO SORTEADO; O SUPERVISOR CONFERE CADA UM
      * PELO AMOREV, QUE TAMBEM TIRA A TAXA DE ERRO MENSAL POR
      * OPERADOR E POR TIPO DE ERRO. COMPARTILHADO POR AMOSTRA E
      * AMOREV (MESMO MOTIVO DE PRESTDATA/CONTRDATA).
      * AMO-OPERADOR: QUEM EFETIVOU O ALISTAMENTO (LINHA "INCLUSAO" DE
      * ALISTAMENTO.LOG); EM BRANCO QUANDO O LOG NAO TEM A LINHA.
      * AMO-SITUACAO: ESPACO = PENDENTE DE CONFERENCIA, 'C' =
      * CONFERIDO SEM ERRO, 'E' = ERRO ENCONTRADO, 'X' = DESCARTADA
      * (ALISTAMENTO JA NAO ESTA EM REGISTRO - CANCELADO OU ARQUIVADO).
      * AMO-TIPO-ERRO: 'N' = NOME, 'E' = ENDERECO, 'D' = DOCUMENTO,
      * 'C' = CLASSIFICACAO (SETOR, APTIDAO, UNIDADE). A CORRECAO EM
      * SI E FEITA PELO ALISTAMENTO-MILITAR (CORRIGIR ALISTAMENTO JA
      * CADASTRADO), QUE A REGISTRA EM ALISTAMENTO.LOG.
      ******************************************************************
       01 AMO-REC.
         05 AMO-CPF             PIC 9(11).
         05 AMO-NOME            PIC X(50).
         05 AMO-OPERADOR        PIC X(10).
         05 AMO-DT-ALISTAMENTO  PIC 9(08).
         05 AMO-DT-SORTEIO      PIC 9(08).
         05 AMO-TAXA            PIC 9(03).
         05 AMO-SITUACAO        PIC X(01).
         05 AMO-TIPO-ERRO       PIC X(01).
         05 AMO-OBS             PIC X(60).
         05 AMO-REVISOR         PIC X(10).
         05 AMO-DT-REVISAO      PIC 9(08).
