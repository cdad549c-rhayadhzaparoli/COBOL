      ******************************************************************
      * DOCTIPODATA.cpy
      * LAYOUT DO MESTRE DE TIPOS DE DOCUMENTO EXIGIDOS DO CONSCRITO
      * (DOCTIPO.CTL), MANTIDO PELO DOCMNT E CONSULTADO PELA CONFERENCIA
      * DE DOCUMENTOS (DOCCHK.cpy). COMPARTILHADO PARA QUE O LAYOUT
      * NUNCA FIQUE DESSINCRONIZADO ENTRE ELES (MESMO MOTIVO DE
      * UNIDATA).
      * DOCT-REGRA DIZ QUANDO O DOCUMENTO E EXIGIDO: 'T' = DE TODO
      * CONSCRITO, 'M' = SO DE QUEM TINHA 18 ANOS OU MAIS NA DATA DO
      * ALISTAMENTO (TITULO DE ELEITOR), 'O' = OPCIONAL (REGISTRADO,
      * MAS NAO SEGURA A CARTEIRA). DOCT-ATIVO = 'N' MARCA TIPO
      * DESATIVADO, QUE DEIXA DE SER EXIGIDO; ESPACOS OU 'S' VALEM
      * COMO ATIVO.
      ******************************************************************
       01 DOCT-REC.
         05 DOCT-CODIGO       PIC X(02).
         05 DOCT-DESCRICAO    PIC X(30).
         05 DOCT-REGRA        PIC X(01).
         05 DOCT-ATIVO        PIC X(01).
