      ******************************************************************
      * WSPRODUTO.cpy
      * AREA DE TRABALHO DA CONSULTA AO CATALOGO DE PRODUTOS
      * (PRODUTO.cpy): A TABELA COM OS PRODUTOS DE PRODUTO.CTL E OS
      * CAMPOS DE ENTRADA/SAIDA DA VALIDACAO DOS TERMOS DO CONTRATO.
      ******************************************************************
       01 WS-PROD-STATUS       PIC 99.
       01 WS-PROD-EOF          PIC X(01) VALUE 'N'.
       01 WS-PROD-QTD          PIC 9(02) VALUE 0.
       01 WS-PROD-IDX          PIC 9(02) VALUE 0.
       01 WS-PROD-FX           PIC 9(01) VALUE 0.
       01 WS-PROD-TAB.
         05 WS-PROD-ITEM OCCURS 30 TIMES.
           10 WS-PROD-TB-CODIGO    PIC X(04).
           10 WS-PROD-TB-DESCRICAO PIC X(30).
           10 WS-PROD-TB-VL-MIN    PIC 9(07)V99.
           10 WS-PROD-TB-VL-MAX    PIC 9(07)V99.
           10 WS-PROD-TB-PRAZO-MIN PIC 9(03).
           10 WS-PROD-TB-PRAZO-MAX PIC 9(03).
           10 WS-PROD-TB-TAXA      PIC 9(1)V9(4).
           10 WS-PROD-TB-FAIXA OCCURS 3 TIMES.
             15 WS-PROD-TB-FX-ATE  PIC 9(03).
             15 WS-PROD-TB-FX-TAXA PIC 9(1)V9(4).
           10 WS-PROD-TB-METODO    PIC X(01).
           10 WS-PROD-TB-ATIVO     PIC X(01).
      *  ENTRADA DA VALIDACAO (P-PROD-VALIDA).
       01 WS-PROD-COD-BUSCA    PIC X(04) VALUE SPACES.
       01 WS-PROD-PRINCIPAL    PIC 9(7)V99 VALUE 0.
       01 WS-PROD-PRAZO        PIC 9(4)V99 VALUE 0.
      *  SAIDA - WS-PROD-OK 'S' QUANDO OS TERMOS CABEM NO PRODUTO;
      *  SENAO WS-PROD-MOTIVO DIZ O QUE FICOU FORA.
       01 WS-PROD-ACHOU        PIC X(01) VALUE 'N'.
       01 WS-PROD-OK           PIC X(01) VALUE 'N'.
       01 WS-PROD-MOTIVO       PIC X(50) VALUE SPACES.
       01 WS-PROD-TAXA         PIC 9(1)V9(4) VALUE 0.
       01 WS-PROD-METODO       PIC X(01) VALUE SPACE.
