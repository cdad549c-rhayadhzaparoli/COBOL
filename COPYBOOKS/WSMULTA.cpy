      ******************************************************************
      * WSMULTA.cpy
      * AREA DE TRABALHO PARA O CALCULO DA MULTA POR ALISTAMENTO FORA
      * DO PRAZO E A GUIA DE PAGAMENTO (MULTA.cpy). OS PARAMETROS VEM
      * DE MULTA.CTL (MANTIDO PELO CTLMNT); SEM O ARQUIVO (OU COM
      * ZERO) VALEM OS VALORES ABAIXO: PRAZO ATE 30/06 DO ANO EM QUE O
      * CONSCRITO COMPLETA 18 ANOS, MULTA DE R$ 5,36 E VENCIMENTO DA
      * GUIA EM 30 DIAS CORRIDOS.
      ******************************************************************
       01 WS-MLT-CTL-STATUS   PIC 99.
       01 WS-MLT-GUIA-STATUS  PIC 99.
       01 WS-MLT-PRAZO-MMDD   PIC 9(04)    VALUE 0630.
       01 WS-MLT-VALOR-BASE   PIC 9(05)V99 VALUE 5.36.
       01 WS-MLT-DIAS-VENC    PIC 9(03)    VALUE 30.
       01 WS-MLT-CONVENIO     PIC 9(04)    VALUE 0.
      *    ENTRADA DO CALCULO: DATA DE NASCIMENTO E DATA DO ALISTAMENTO
      *    (AAAAMMDD). SAIDA: WS-MLT-DEVIDA 'S' QUANDO O ALISTAMENTO
      *    PASSOU DO PRAZO, COM O VALOR E O VENCIMENTO DA GUIA.
       01 WS-MLT-DT-NASC      PIC 9(08)    VALUE 0.
       01 WS-MLT-DT-NASC-R REDEFINES WS-MLT-DT-NASC.
         05 WS-MLT-ANO-NASC   PIC 9(04).
         05 FILLER            PIC 9(04).
       01 WS-MLT-DT-ALIST     PIC 9(08)    VALUE 0.
       01 WS-MLT-DT-LIMITE    PIC 9(08)    VALUE 0.
       01 WS-MLT-DEVIDA       PIC X(01)    VALUE 'N'.
         88 WS-MLT-EM-ATRASO               VALUE 'S'.
       01 WS-MLT-VALOR        PIC 9(05)V99 VALUE 0.
       01 WS-MLT-DT-VENC      PIC 9(08)    VALUE 0.
      *    ENTRADA DA GUIA: CPF E NOME DO CONSCRITO, COM WS-MLT-VALOR E
      *    WS-MLT-DT-VENC JA PREENCHIDOS.
       01 WS-MLT-CPF          PIC 9(11)    VALUE 0.
       01 WS-MLT-NOME         PIC X(50)    VALUE SPACES.
       01 WS-MLT-VALOR-ED     PIC ZZ,ZZ9.99.
       01 WS-MLT-DT-ED.
         05 WS-MLT-DT-ED-DD   PIC 9(02).
         05 FILLER            PIC X(01)    VALUE '/'.
         05 WS-MLT-DT-ED-MM   PIC 9(02).
         05 FILLER            PIC X(01)    VALUE '/'.
         05 WS-MLT-DT-ED-AA   PIC 9(04).
      *    CODIGO DE BARRAS DE ARRECADACAO (PADRAO FEBRABAN, 44
      *    POSICOES): PRODUTO 8, SEGMENTO 5 (ORGAO GOVERNAMENTAL),
      *    IDENTIFICADOR 6 (VALOR EM REAIS, DIGITO MODULO 10), DIGITO
      *    GERAL, VALOR, CONVENIO E O CAMPO LIVRE COM CPF E VENCIMENTO.
       01 WS-MLT-BARRAS.
         05 WS-MLT-BAR-PRODUTO  PIC X(01)  VALUE '8'.
         05 WS-MLT-BAR-SEGMENTO PIC X(01)  VALUE '5'.
         05 WS-MLT-BAR-IDVALOR  PIC X(01)  VALUE '6'.
         05 WS-MLT-BAR-DV       PIC 9(01)  VALUE 0.
         05 WS-MLT-BAR-VALOR    PIC 9(09)V99 VALUE 0.
         05 WS-MLT-BAR-CONVENIO PIC 9(04)  VALUE 0.
         05 WS-MLT-BAR-CPF      PIC 9(11)  VALUE 0.
         05 WS-MLT-BAR-VENC     PIC 9(08)  VALUE 0.
         05 WS-MLT-BAR-LIVRE    PIC 9(06)  VALUE 0.
       01 WS-MLT-BARRAS-X REDEFINES WS-MLT-BARRAS PIC X(44).
       01 WS-MLT-BLOCOS REDEFINES WS-MLT-BARRAS.
         05 WS-MLT-BLOCO        PIC X(11)  OCCURS 4 TIMES.
      *    LINHA DIGITAVEL: OS 4 BLOCOS DE 11 DIGITOS DO CODIGO DE
      *    BARRAS, CADA UM SEGUIDO DO SEU DIGITO MODULO 10.
       01 WS-MLT-LINHA.
         05 WS-MLT-LIN-GRUPO OCCURS 4 TIMES.
           10 WS-MLT-LIN-BLOCO  PIC X(11).
           10 FILLER            PIC X(01)  VALUE '-'.
           10 WS-MLT-LIN-DV     PIC 9(01).
           10 FILLER            PIC X(01)  VALUE SPACE.
       01 WS-MLT-LIN-IDX      PIC 9(01)    VALUE 0.
      *    CALCULO DO DIGITO MODULO 10 (P-MULTA-MOD10): CAMPO E TAMANHO
      *    NA ENTRADA, DIGITO EM WS-MLT-M10-DV NA SAIDA.
       01 WS-MLT-M10-CAMPO    PIC X(44)    VALUE SPACES.
       01 WS-MLT-M10-TAM      PIC 9(02)    VALUE 0.
       01 WS-MLT-M10-IDX      PIC 9(02)    VALUE 0.
       01 WS-MLT-M10-PESO     PIC 9(01)    VALUE 0.
       01 WS-MLT-M10-DIG      PIC 9(01)    VALUE 0.
       01 WS-MLT-M10-PROD     PIC 9(02)    VALUE 0.
       01 WS-MLT-M10-SOMA     PIC 9(04)    VALUE 0.
       01 WS-MLT-M10-DV       PIC 9(01)    VALUE 0.
