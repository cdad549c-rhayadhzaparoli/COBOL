      ******************************************************************
      * WSPOSTO.cpy
      * AREA DE TRABALHO DA CONSULTA AOS POSTOS DE ATENDIMENTO
      * (POSTO.cpy) E DO POSTO DE CADA OPERADOR (POSTOOPER.cpy). A
      * TABELA GUARDA ATE 20 POSTOS DE POSTO.CTL E RESERVA AS DEMAIS
      * POSICOES PARA OS CODIGOS QUE SO APARECEM NOS DADOS (000 - LOTE,
      * OU POSTO JA EXCLUIDO DO MESTRE), PARA QUE OS RELATORIOS POR
      * POSTO NUNCA PERCAM UM LANCAMENTO NA QUEBRA.
      ******************************************************************
       01 WS-POSTO-STATUS      PIC 99.
       01 WS-POSTO-EOF         PIC X(01) VALUE 'N'.
       01 WS-POSTO-QTD         PIC 9(02) VALUE 0.
       01 WS-POSTO-IDX         PIC 9(02) VALUE 0.
       01 WS-POSTO-TAB.
         05 WS-POSTO-ITEM OCCURS 25 TIMES.
           10 WS-POSTO-TB-CODIGO PIC 9(03).
           10 WS-POSTO-TB-NOME   PIC X(30).
           10 WS-POSTO-TB-ATIVO  PIC X(01).
      *  ENTRADA DE P-POSTO-BUSCA/P-POSTO-POSICAO/P-POSTO-VALIDA;
      *  SAIDA WS-POSTO-ACHOU E WS-POSTO-IDX.
       01 WS-POSTO-COD-BUSCA   PIC 9(03) VALUE 0.
       01 WS-POSTO-ACHOU       PIC X(01) VALUE 'N'.
       01 WS-POSTO-OK          PIC X(01) VALUE 'N'.
      *  POSTO DE CADA OPERADOR DE USERS.CTL (POSTOOPER.cpy).
       01 WS-POSTO-OP-QTD      PIC 9(03) VALUE 0.
       01 WS-POSTO-OP-IDX      PIC 9(03) VALUE 0.
       01 WS-POSTO-OP-TAB.
         05 WS-POSTO-OP-ITEM OCCURS 100 TIMES.
           10 WS-POSTO-OP-ID     PIC X(10).
           10 WS-POSTO-OP-COD    PIC 9(03).
       01 WS-POSTO-OP-BUSCA    PIC X(10) VALUE SPACES.
