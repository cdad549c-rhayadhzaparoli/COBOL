      ******************************************************************
      * OUVHST.cpy
      * LAYOUT DO HISTORICO DE SITUACAO DOS CHAMADOS DA OUVIDORIA
      * (OUVIDORIA.HST, SEQUENCIAL, SO ACRESCIDO). UMA LINHA POR
      * ABERTURA, ATRIBUICAO, ANDAMENTO OU ENCERRAMENTO, COM A
      * SITUACAO ANTES/DEPOIS E O RESPONSAVEL NO MOMENTO (VER OUVDATA).
      ******************************************************************
       01 OUV-HST-REC.
         05 OUVH-TIMESTAMP      PIC X(20).
         05 OUVH-NUMERO         PIC 9(07).
         05 OUVH-OPERADOR       PIC X(10).
         05 OUVH-SIT-ANTES      PIC X(01).
         05 OUVH-SIT-DEPOIS     PIC X(01).
         05 OUVH-OPER-RESP      PIC X(10).
         05 OUVH-DT-NEGOCIO     PIC 9(08).
         05 OUVH-NOTA           PIC X(60).
