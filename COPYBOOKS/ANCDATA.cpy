      ******************************************************************
      * ANCDATA.cpy
      * LAYOUT DA ANCORA DA CADEIA DE CONFERENCIA (<ARQUIVO>.ANC, UM
      * REGISTRO SO) DE UM LOG ENCADEADO - VER CADEIA.cpy. GUARDA O
      * ELO QUE ANTECEDE A PRIMEIRA LINHA DO ARQUIVO (ZERO NO ARQUIVO
      * QUE NUNCA FOI EXPURGADO; O ELO DA ULTIMA LINHA LEVADA PARA O
      * ARQUIVO MORTO DEPOIS DO LOGARQ), O ELO DA ULTIMA LINHA GRAVADA
      * E A QUANTIDADE DE LINHAS - E O QUE PERMITE AO CADVERIF
      * PERCEBER LINHA APAGADA DO FIM DO ARQUIVO, QUE A CADEIA SOZINHA
      * NAO DENUNCIA.
      ******************************************************************
       01 ANC-REC.
         05 ANC-SEMENTE       PIC 9(09).
         05 ANC-ULTIMO        PIC 9(09).
         05 ANC-QTD           PIC 9(09).
         05 ANC-TIMESTAMP     PIC X(20).
