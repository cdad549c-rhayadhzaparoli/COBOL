      ******************************************************************
      * FUSFILA.cpy
      * LAYOUT DA FILA DE FUSAO DE CLIENTES (CLIFUSAO.FIL). O DUPNOME
      * ACRESCENTA UMA LINHA PARA CADA PAR DE CLIENTES QUE O OPERADOR
      * DECIDIU NA VARREDURA DE DUPLICIDADE POR NOME: CONFIRMADO COMO A
      * MESMA PESSOA (PENDENTE DE FUSAO) OU RECUSADO (NAO PERGUNTA DE
      * NOVO NAS PROXIMAS VARREDURAS). O CLIMERGE PEGA O PRIMEIRO PAR
      * PENDENTE NO LUGAR DA DIGITACAO DOS DOIS CODIGOS E, AO SAIR,
      * MARCA O PAR COMO FUNDIDO OU ABANDONADO.
      * FUS-SITUACAO: ESPACO = PENDENTE DE FUSAO, 'F' = FUNDIDO,
      * 'A' = ABANDONADO NO CLIMERGE (FUSAO NAO CONFIRMADA OU CODIGO
      * NAO ENCONTRADO), 'N' = RECUSADO NA VARREDURA (NAO E A MESMA
      * PESSOA).
      ******************************************************************
       01 FUS-REC.
         05 FUS-COD-A         PIC 9(07).
         05 FUS-COD-B         PIC 9(07).
         05 FUS-SCORE         PIC 9(03).
         05 FUS-DT-CONFIRMA   PIC 9(08).
         05 FUS-OPERADOR      PIC X(10).
         05 FUS-SITUACAO      PIC X(01).
           88 FUS-PENDENTE    VALUE SPACE.
           88 FUS-FUNDIDO     VALUE 'F'.
           88 FUS-ABANDONADO  VALUE 'A'.
           88 FUS-RECUSADO    VALUE 'N'.
