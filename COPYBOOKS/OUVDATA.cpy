      ******************************************************************
      * OUVDATA.cpy
      * LAYOUT DO CHAMADO DA OUVIDORIA (ARQUIVO OUVIDORIA.DAT, INDEXADO
      * POR OUV-NUMERO E PELA CHAVE ALTERNATIVA OUV-CPF COM
      * DUPLICATAS). COMPARTILHADO PELO OUVIDORIA (MANUTENCAO), PELO
      * OUVATRASO (CHAMADOS VENCIDOS) E PELO OUVMES (RELATORIO
      * MENSAL), PARA QUE O LAYOUT NUNCA FIQUE DESSINCRONIZADO ENTRE
      * ELES. O CHAMADO E ABERTO CONTRA UM CPF E, OPCIONALMENTE, UM
      * CLIENTE E/OU CONTRATO (ZERO = NAO INFORMADO). OUV-DT-PRAZO E O
      * PRAZO REGULATORIO DA CATEGORIA (OUVPRAZO.CTL) CONTADO DA
      * ABERTURA E FICA FIXO NO CHAMADO. CADA MUDANCA DE SITUACAO OU
      * DE RESPONSAVEL FICA NO HISTORICO OUVIDORIA.HST (VER OUVHST).
      ******************************************************************
       01 OUV-REC.
         05 OUV-NUMERO          PIC 9(07).
         05 OUV-CPF             PIC 9(11).
         05 OUV-COD-CLIENTE     PIC 9(07).
         05 OUV-NUM-CONT        PIC 9(05).
      *  CATEGORIA: 'A' = ALISTAMENTO (UNIDADE ERRADA, CARTEIRA
      *  EXTRAVIADA...), 'C' = COBRANCA (COBRADO APOS PAGAR...),
      *  'P' = PRIVACIDADE, 'O' = OUTROS.
         05 OUV-CATEGORIA       PIC X(01).
             88 OUV-CAT-ALISTAMENTO  VALUE 'A'.
             88 OUV-CAT-COBRANCA     VALUE 'C'.
             88 OUV-CAT-PRIVACIDADE  VALUE 'P'.
             88 OUV-CAT-OUTROS       VALUE 'O'.
             88 OUV-CAT-VALIDA       VALUE 'A' 'C' 'P' 'O'.
         05 OUV-DESCRICAO       PIC X(120).
         05 OUV-OPER-ABERTURA   PIC X(10).
         05 OUV-OPER-RESP       PIC X(10).
      *  SITUACAO: 'A' = ABERTO, 'E' = EM ANDAMENTO, 'R' = RESOLVIDO
      *  (CORRECAO FEITA), 'I' = IMPROCEDENTE (ENCERRADO SEM
      *  CORRECAO). 'R' E 'I' SAO ENCERRADOS.
         05 OUV-SITUACAO        PIC X(01).
             88 OUV-ABERTO           VALUE 'A'.
             88 OUV-EM-ANDAMENTO     VALUE 'E'.
             88 OUV-RESOLVIDO        VALUE 'R'.
             88 OUV-IMPROCEDENTE     VALUE 'I'.
             88 OUV-ENCERRADO        VALUE 'R' 'I'.
         05 OUV-DT-ABERTURA     PIC 9(08).
         05 OUV-DT-PRAZO        PIC 9(08).
         05 OUV-DT-ENCERRAMENTO PIC 9(08).
         05 OUV-SOLUCAO         PIC X(60).
