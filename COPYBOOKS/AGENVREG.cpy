      ******************************************************************
      * AGENVREG.cpy
      * LAYOUT DO REGISTRO DE ENVIOS A AGENCIA DE COBRANCA
      * (AGENCIA.ENV) - INDEXADO POR CONTRATO E PARCELA, UMA LINHA POR
      * PARCELA EXPORTADA PELO COBRCSV. GUARDA O PRIMEIRO ENVIO: A
      * PARCELA QUE SAI DE NOVO NA EXPORTACAO SEGUINTE CONTINUA COM A
      * DATA E OS DIAS DE ATRASO DA PRIMEIRA REMESSA, QUE SAO OS QUE
      * DEFINEM A FAIXA DE COMISSAO DA AGENCIA. COMPARTILHADO POR
      * COBRCSV (QUE GRAVA) E AGENCOM (QUE APURA A COMISSAO E CONTESTA
      * AS PARCELAS BAIXADAS PELA CASA DEPOIS DO ENVIO).
      * ENV-COD-CLI TEM 7 DIGITOS, COMO COD-CLIENTE EM CLIDATA (O
      * ARQUIVO GRAVADO COM 3 DIGITOS E CONVERTIDO PELO CODCLIMIG).
      ******************************************************************
       01 ENV-REC.
         05 ENV-KEY.
           10 ENV-NUM-CONT      PIC 9(05).
           10 ENV-NUM-PARC      PIC 9(03).
         05 ENV-DT-ENVIO        PIC 9(08).
         05 ENV-TIMESTAMP       PIC X(20).
         05 ENV-OPERADOR        PIC X(10).
         05 ENV-COD-CLI         PIC 9(07).
         05 ENV-DIAS-ATRASO     PIC 9(05).
         05 ENV-VL-SALDO        PIC 9(07)V99.
