      ******************************************************************
      * PRODDATA.cpy
      * LAYOUT DO ARQUIVO MESTRE DE PRODUTOS DE FINANCIAMENTO
      * (PRODUTO.CTL), MANTIDO PELO PRODMNT E CONSULTADO POR SIMULA,
      * CONTRATOMNT, PORTFRPT E FLUXOCX (VER PRODUTO.cpy).
      * COMPARTILHADO PARA QUE O LAYOUT NUNCA FIQUE DESSINCRONIZADO
      * ENTRE ELES (MESMO MOTIVO DE UNIDATA/CONTRDATA).
      * PROD-VL-MIN/MAX E PROD-PRAZO-MIN/MAX SAO OS LIMITES ACEITOS NO
      * VINCULO E NA SIMULACAO. A TAXA MENSAL (FRACAO, COMO
      * CONTR-TAXA-JUROS) E PROD-TAXA, SALVO QUANDO HA FAIXAS POR
      * PRAZO: VALE A PRIMEIRA FAIXA CUJO PROD-FX-PRAZO-ATE COBRE O
      * PRAZO DO CONTRATO (FAIXA COM PRAZO-ATE ZERO NAO E USADA).
      * PROD-METODO E O METODO DE AMORTIZACAO DO PRODUTO ('S' = SAC,
      * 'P' = PRICE). PROD-ATIVO = 'N' MARCA PRODUTO FORA DE OFERTA;
      * ESPACOS OU 'S' VALEM COMO ATIVO.
      ******************************************************************
       01 PROD-CTL-REC.
         05 PROD-CODIGO        PIC X(04).
         05 PROD-DESCRICAO     PIC X(30).
         05 PROD-VL-MIN        PIC 9(07)V99.
         05 PROD-VL-MAX        PIC 9(07)V99.
         05 PROD-PRAZO-MIN     PIC 9(03).
         05 PROD-PRAZO-MAX     PIC 9(03).
         05 PROD-TAXA          PIC 9(1)V9(4).
         05 PROD-FAIXA OCCURS 3 TIMES.
           10 PROD-FX-PRAZO-ATE PIC 9(03).
           10 PROD-FX-TAXA      PIC 9(1)V9(4).
         05 PROD-METODO        PIC X(01).
         05 PROD-ATIVO         PIC X(01).
