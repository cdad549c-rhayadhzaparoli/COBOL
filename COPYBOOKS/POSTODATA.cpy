      ******************************************************************
      * POSTODATA.cpy
      * LAYOUT DO ARQUIVO MESTRE DE POSTOS DE ATENDIMENTO (POSTO.CTL),
      * MANTIDO PELO POSTOMNT E CONSULTADO POR TODO PROGRAMA QUE
      * CARIMBA OU QUEBRA POR POSTO (VER POSTO.cpy). O POSTO 001 E O
      * POSTO ORIGINAL - TODO DADO ANTERIOR AO SEGUNDO POSTO FOI
      * MIGRADO PARA ELE. O CODIGO 000 NUNCA E CADASTRADO: MARCA O
      * QUE FOI GERADO POR PROGRAMA EM LOTE, SEM OPERADOR.
      * POSTO-ATIVO = 'N' MARCA POSTO DESATIVADO (NAO RECEBE MAIS
      * OPERADOR); ESPACOS OU 'S' VALEM COMO ATIVO.
      ******************************************************************
       01 POSTO-REC.
         05 POSTO-CODIGO       PIC 9(03).
         05 POSTO-NOME         PIC X(30).
         05 POSTO-ATIVO        PIC X(01).
