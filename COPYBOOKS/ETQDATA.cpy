      ******************************************************************
      * ETQDATA.cpy
      * LAYOUT DO ARQUIVO DE TRABALHO DAS ETIQUETAS DE CONVOCACAO
      * (ETIQUETA.WRK): UM REGISTRO POR CONSCRITO A RECEBER A
      * NOTIFICACAO PELO CORREIO, COM O ENDERECO (END-*) DE REGISTRO.
      * GRAVADO PELO CONVOCA (RODADA) OU PELO ETIQCONV (REIMPRESSAO DE
      * UMA DATA DE CONVOCACAO PASSADA) E CLASSIFICADO POR CEP PELO
      * P-ETQ-EMITE (VER ETIQUETA.cpy). O SD DA CLASSIFICACAO USA O
      * MESMO LAYOUT (COPY ETQDATA REPLACING LEADING ==ETQ-WRK== BY
      * ==ETQ-SD==).
      ******************************************************************
       01 ETQ-WRK-REC.
         05 ETQ-WRK-CEP       PIC X(09).
         05 ETQ-WRK-NOME      PIC X(50).
         05 ETQ-WRK-CPF       PIC 9(11).
         05 ETQ-WRK-RUA       PIC X(40).
         05 ETQ-WRK-NUMERO    PIC X(10).
         05 ETQ-WRK-BAIRRO    PIC X(30).
         05 ETQ-WRK-CIDADE    PIC X(30).
         05 ETQ-WRK-UF        PIC X(02).
         05 ETQ-WRK-UNIDADE   PIC X(06).
         05 ETQ-WRK-DT-CONV   PIC 9(08).
