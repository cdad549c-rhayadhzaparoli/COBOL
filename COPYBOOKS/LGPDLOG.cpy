      ******************************************************************
      * LGPDLOG.cpy
      * LAYOUT DO REGISTRO DO LOG DE ATENDIMENTO A DIREITOS DO TITULAR
      * DE DADOS (LGPD.LOG). CADA PEDIDO ATENDIDO GRAVA UMA LINHA COM
      * O OPERADOR, O PROGRAMA, O TIPO DO PEDIDO, O CPF DO TITULAR, A
      * DATA DE MOVIMENTO E A QUANTIDADE DE ITENS ENCONTRADOS.
      * LGPD-TIPO: 'A' = RELATORIO DE ACESSO DO TITULAR (LGPDRPT);
      * 'N' = ANONIMIZACAO ANUAL POR FIM DE RETENCAO (ANONIMIZA) - UMA
      * LINHA POR EXECUCAO, COM CPF ZERO E A QUANTIDADE DE PESSOAS
      * ANONIMIZADAS.
      ******************************************************************
       01 LGPD-LOG-REC.
         05 LGPD-TIMESTAMP    PIC X(20).
         05 LGPD-OPERADOR     PIC X(10).
         05 LGPD-PROGRAMA     PIC X(20).
         05 LGPD-TIPO         PIC X(01).
         05 LGPD-CPF          PIC 9(11).
         05 LGPD-DT-NEGOCIO   PIC 9(08).
         05 LGPD-QTD-ITENS    PIC 9(05).
