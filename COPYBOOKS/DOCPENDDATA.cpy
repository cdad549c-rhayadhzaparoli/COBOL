      ******************************************************************
      * DOCPENDDATA.cpy
      * LAYOUT DA LISTA DIARIA DE CONSCRITOS COM DOCUMENTO PENDENTE
      * (DOCPEND.DAT) - GERADA PELO LOTE DOCPEND, REFEITA A CADA
      * RODADA, E LIDA PELO AGENDA (LISTA DE RETORNO) PARA O OPERADOR
      * LIGAR E MARCAR A ENTREGA. DOCP-FALTA TRAZ OS CODIGOS DE
      * DOCTIPO.CTL AINDA DEVIDOS, SEPARADOS POR ESPACO.
      ******************************************************************
       01 DOCP-REC.
         05 DOCP-DT-GERACAO   PIC 9(08).
         05 DOCP-CPF          PIC 9(11).
         05 DOCP-NOME         PIC X(50).
         05 DOCP-UNIDADE      PIC X(06).
         05 DOCP-DT-ALIST     PIC 9(08).
         05 DOCP-QTD-FALTA    PIC 9(02).
         05 DOCP-FALTA        PIC X(60).
