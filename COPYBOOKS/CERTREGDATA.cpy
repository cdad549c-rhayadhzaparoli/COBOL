      ******************************************************************
      * CERTREGDATA.cpy
      * LAYOUT DO REGISTRO DE EMISSAO DE CERTIFICADO (CERTIFICADO.REG),
      * GRAVADO PELO CERTRES, CARIMBADO PELO EXARMNT E LIDO PELO
      * EXARRPT E PELO LGPDRPT. COMPARTILHADO PARA QUE O LAYOUT NUNCA
      * FIQUE DESSINCRONIZADO (MESMO MOTIVO DE CHGLOGDATA).
      * CERT-TIPO: 'R' = RESERVISTA, 'D' = DISPENSA.
      * EXAR (EXERCICIO DE APRESENTACAO DA RESERVA): O RESERVISTA SE
      * APRESENTA UMA VEZ POR ANO NOS CINCO ANOS SEGUINTES AO DO
      * PRIMEIRO CERTIFICADO DE RESERVISTA (CERT-ANO-BASE). CADA
      * APRESENTACAO E CARIMBADA NA ULTIMA EMISSAO 'R' DO CPF, E A
      * SEGUNDA VIA EMITIDA PELO CERTRES HERDA O HISTORICO. ZERADOS NOS
      * CERTIFICADOS DE DISPENSA; NOS DE RESERVISTA MIGRADOS PELO
      * CERTREGMIG O ANO BASE E O ANO DA EMISSAO, SEM APRESENTACOES.
      ******************************************************************
       01 CERT-REG-REC.
         05 CERT-TIMESTAMP    PIC X(20).
         05 CERT-OPERADOR     PIC X(10).
         05 CERT-CPF          PIC 9(11).
         05 CERT-NAME         PIC X(50).
         05 CERT-TIPO         PIC X(01).
         05 CERT-UNIDADE      PIC X(06).
         05 CERT-ANO-BASE     PIC 9(04).
         05 CERT-EXAR-QTD     PIC 9(01).
         05 CERT-EXAR OCCURS 5 TIMES.
           10 CERT-EXAR-ANO    PIC 9(04).
           10 CERT-EXAR-DT     PIC 9(08).
           10 CERT-EXAR-RECIBO PIC 9(07).
