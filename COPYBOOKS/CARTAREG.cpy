      ******************************************************************
      * CARTAREG.cpy
      * LAYOUT DO REGISTRO DE CARTAS DE COBRANCA (CARTACOB.REG) -
      * INDEXADO POR CONTRATO, PARCELA E ESTAGIO DA CARTA, UMA LINHA
      * POR CARTA EMITIDA PELO CARTACOB, PARA O MESMO ESTAGIO NUNCA
      * SAIR DUAS VEZES PARA A MESMA PARCELA. COMPARTILHADO POR
      * CARTACOB (QUE GRAVA), EXTCLI (QUE MOSTRA O ESTAGIO DE COBRANCA
      * DO CONTRATO) E COBRCSV (QUE SO MANDA PARA A AGENCIA A PARCELA
      * QUE JA RECEBEU A ULTIMA CARTA).
      * CARTA-ESTAGIO: 1 = PRIMEIRO AVISO, 2 = SEGUNDO AVISO, 3 =
      * ULTIMO AVISO (COM COPIA AOS AVALISTAS DO CONTRATO).
      * CARTA-COD-CLI TEM 7 DIGITOS, COMO COD-CLIENTE EM CLIDATA (O
      * ARQUIVO GRAVADO COM 3 DIGITOS E CONVERTIDO PELO CODCLIMIG).
      ******************************************************************
       01 CARTA-REC.
         05 CARTA-KEY.
           10 CARTA-NUM-CONT    PIC 9(05).
           10 CARTA-NUM-PARC    PIC 9(03).
           10 CARTA-ESTAGIO     PIC 9(01).
             88 CARTA-ULTIMO-AVISO VALUE 3.
         05 CARTA-DT-ENVIO      PIC 9(08).
         05 CARTA-TIMESTAMP     PIC X(20).
         05 CARTA-OPERADOR      PIC X(10).
         05 CARTA-COD-CLI       PIC 9(07).
         05 CARTA-DIAS-ATRASO   PIC 9(05).
         05 CARTA-VL-SALDO      PIC 9(07)V99.
         05 CARTA-QTD-AVALISTAS PIC 9(02).
