      ******************************************************************
      * CFGLOGDATA.cpy
      * LAYOUT DA TRILHA DE ALTERACAO DE CONFIGURACAO E CADASTROS DE
      * APOIO (CONFIG.LOG) - ALISTAMENTO.LOG, CLIENTE.LOG E
      * PRESTACOES.JRN AUDITAM OS REGISTROS DO NEGOCIO, MAS OS
      * PROGRAMAS QUE MUDAM O COMPORTAMENTO DO SISTEMA (CTLMNT,
      * FERMNT, UNIMNT, EVTREC, BLOQMNT, USERSMNT E A CAPACIDADE DA
      * AGENDA) NAO DEIXAVAM RASTRO. UMA LINHA POR CAMPO (OU REGISTRO
      * DE CONTROLE) ALTERADO, COM O OPERADOR, O PROGRAMA, O ARQUIVO, A
      * CHAVE DO REGISTRO (BRANCO NOS ARQUIVOS DE VALOR UNICO), E OS
      * VALORES ANTES E DEPOIS. "(INEXISTENTE)" MARCA A INCLUSAO (NO
      * ANTES) E A REMOCAO (NO DEPOIS). CONSULTA: CFGRPT; EXPURGO POR
      * RETENCAO: LOGARQ.
      ******************************************************************
       01 CFG-LOG-REC.
         05 CFG-TIMESTAMP     PIC X(20).
         05 CFG-OPERADOR      PIC X(10).
         05 CFG-PROGRAMA      PIC X(12).
         05 CFG-ARQUIVO       PIC X(20).
         05 CFG-CHAVE         PIC X(30).
         05 CFG-CAMPO         PIC X(20).
         05 CFG-ANTES         PIC X(60).
         05 CFG-DEPOIS        PIC X(60).
