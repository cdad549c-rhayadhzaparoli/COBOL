      * (ALISTAMENTO.LOG), GRAVADO POR P310-LOG-CHANGE EM
      * ALISTAMENTO-MILITAR E LIDO POR CHGRPT. COMPARTILHADO PARA QUE
      * O LAYOUT NUNCA FIQUE DESSINCRONIZADO ENTRE GRAVADOR E LEITOR
      * (MESMO MOTIVO DE PRESTDATA/CONTRDATA). CHG-ELO E O ELO DA
      * CADEIA DE CONFERENCIA (VER CADEIA.cpy) - FICA SEMPRE NO FIM E
      * NAO ENTRA NO PROPRIO CALCULO (CONTEUDO = 211 PRIMEIRAS
      * POSICOES). ALISTAMENTO.LOG.ARQ (LOGARQ) TEM O MESMO LAYOUT.
      ******************************************************************
       01 CHG-LOG-REC.
         05 CHG-TIMESTAMP     PIC X(20).
         05 CHG-FIELD         PIC X(10).
         05 CHG-OLD-VALUE     PIC X(80).
         05 CHG-NEW-VALUE     PIC X(80).
         05 CHG-ELO           PIC 9(09).
