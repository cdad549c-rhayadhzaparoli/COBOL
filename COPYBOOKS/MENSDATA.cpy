      ******************************************************************
      * MENSDATA.cpy
      * LAYOUT DO VINCULO ALUNO x RESPONSAVEL FINANCEIRO (MENSALID.DAT,
      * INDEXADO POR MENS-CHAVE = ANO LETIVO + ID DO MESTRE DE ALUNOS)
      * - A MENSALIDADE ERA COBRADA FORA DO SISTEMA. CADA ALUNO DO ANO
      * E LIGADO A UM CLIENTE DO CADASTRO (O PAGADOR, EM GERAL UM DOS
      * RESPONSAVEIS DE RESPONSAVEL.DAT), E O MENSALID GERA PARA ELE UM
      * CONTRATO ANUAL EM CONTRATO.CTL (PRODUTO 'MENS', SEM JUROS) COM
      * AS PARCELAS MENSAIS EM PRESTACOES - A PARTIR DAI A REMESSA
      * (BANCOREM), O RETORNO (BANCORET), O AGING (PRESTAGE) E A
      * SITUACAO DO CLIENTE (CLISTATUS) TRATAM A MENSALIDADE COMO
      * QUALQUER PARCELA. MENS-NUM-CONT ZERO = CONTRATO AINDA NAO
      * GERADO. O ANOROLL ENCERRA OS VINCULOS DO ANO (SITUACAO 'E') E
      * ABRE OS DO ANO NOVO PARA O MESMO PAGADOR.
      ******************************************************************
       01 MENS-REC.
         05 MENS-CHAVE.
           10 MENS-ANO          PIC 9(04).
           10 MENS-ALU-ID       PIC 9(05).
         05 MENS-COD-CLIENTE    PIC 9(07).
         05 MENS-RESP-SEQ       PIC 9(02).
         05 MENS-TURMA          PIC X(06).
         05 MENS-NUM-CONT       PIC 9(05).
         05 MENS-VL-MENSAL      PIC 9(05)V99.
         05 MENS-PCT-DESC       PIC 9(02)V99.
         05 MENS-VL-LIQUIDO     PIC 9(05)V99.
         05 MENS-DT-VINCULO     PIC 9(08).
         05 MENS-SITUACAO       PIC X(01).
           88 MENS-ATIVO            VALUE 'A'.
           88 MENS-ENCERRADO        VALUE 'E'.
         05 MENS-DT-ENCERRA     PIC 9(08).
