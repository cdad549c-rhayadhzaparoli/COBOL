      ******************************************************************
      * ACSLOGDATA.cpy
      * LAYOUT DO REGISTRO DA TRILHA DE ACESSO DE LEITURA (ACESSO.LOG),
      * GRAVADO POR P-LOG-ACESSO (ACESSLOG) E LIDO POR ACESSRPT E
      * LGPDRPT. ACS-ELO E O ELO DA CADEIA DE CONFERENCIA (VER
      * CADEIA.cpy) - FICA SEMPRE NO FIM E NAO ENTRA NO PROPRIO
      * CALCULO (CONTEUDO = 62 PRIMEIRAS POSICOES).
      ******************************************************************
       01 ACESSO-LOG-REC.
         05 ACS-TIMESTAMP     PIC X(20).
         05 ACS-OPERADOR      PIC X(10).
         05 ACS-PROGRAMA      PIC X(20).
         05 ACS-TIPO          PIC X(01).
         05 ACS-CHAVE         PIC 9(11).
         05 ACS-ELO           PIC 9(09).
