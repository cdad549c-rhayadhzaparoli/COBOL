      ******************************************************************
      * NECDATA.cpy
      * LAYOUT DO ARQUIVO DE NECESSIDADE ANUAL DE INCORPORACAO POR
      * UNIDADE (NECESSIDADE.CTL), UMA LINHA POR UNIDADE E ANO.
      * MANTIDO PELO UNIMNT (OPCAO 7) E LIDO PELA DISPENSA POR EXCESSO
      * DE CONTINGENTE (DISPEXC), QUE LIMITA A NECESSIDADE A
      * UNI-CAPACIDADE DE UNIDADE.CTL. COMPARTILHADO PARA QUE O LAYOUT
      * NUNCA FIQUE DESSINCRONIZADO ENTRE ELES (MESMO MOTIVO DE
      * UNIDATA).
      ******************************************************************
       01 NEC-CTL-REC.
         05 NEC-UNIDADE       PIC X(06).
         05 NEC-ANO           PIC 9(04).
         05 NEC-QTD           PIC 9(05).
         05 NEC-OPERADOR      PIC X(10).
         05 NEC-DT-ALTER      PIC 9(08).
