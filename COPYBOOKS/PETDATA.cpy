      ******************************************************************
      * PETDATA.cpy
      * LAYOUT DO ARQUIVO DE REQUERIMENTOS DE DISPENSA/ADIAMENTO
      * (PETICAO.DAT), MANTIDO PELO PETICAO. OS CODIGOS DE ISENCAO DO
      * ALISTAMENTO SO COBREM O QUE SE VE NA ENTREVISTA; O QUE CHEGA
      * DEPOIS VEM POR REQUERIMENTO E PASSA PELO SUPERVISOR.
      * PET-TIPO: 'A' = ARRIMO DE FAMILIA, 'E' = ENSINO SUPERIOR,
      * 'R' = OBJECAO RELIGIOSA/DE CONSCIENCIA, 'J' = ORDEM JUDICIAL.
      * PET-EFEITO (O QUE O DEFERIMENTO GRAVA EM SIT-SERVICO, VER
      * PRSDATA): 'D' = DISPENSA, 'P' = ADIAMENTO ATE PET-DT-ADIAR-ATE.
      * PET-SITUACAO: ESPACO = PENDENTE DE DECISAO, 'D' = DEFERIDO,
      * 'I' = INDEFERIDO, 'R' = RECURSO PENDENTE (DO INDEFERIMENTO,
      * DECIDIDO POR OUTRO SUPERVISOR). PET-APLICADA = 'S' QUANDO O
      * DEFERIMENTO JA FOI GRAVADO EM REGISTRO.
      ******************************************************************
       01 PET-REC.
         05 PET-ID              PIC 9(05).
         05 PET-CPF             PIC 9(11).
         05 PET-NOME            PIC X(50).
         05 PET-TIPO            PIC X(01).
         05 PET-EFEITO          PIC X(01).
         05 PET-DOCUMENTOS      PIC X(60).
         05 PET-DT-PROTOCOLO    PIC 9(08).
         05 PET-DT-PRAZO        PIC 9(08).
         05 PET-DT-ADIAR-ATE    PIC 9(08).
         05 PET-OPERADOR        PIC X(10).
         05 PET-SITUACAO        PIC X(01).
         05 PET-DECISOR         PIC X(10).
         05 PET-DT-DECISAO      PIC 9(08).
         05 PET-FUNDAMENTO      PIC X(60).
         05 PET-DT-RECURSO      PIC 9(08).
         05 PET-RECURSO-MOTIVO  PIC X(60).
         05 PET-REC-DECISOR     PIC X(10).
         05 PET-DT-DEC-RECURSO  PIC 9(08).
         05 PET-REC-FUNDAMENTO  PIC X(60).
         05 PET-APLICADA        PIC X(01).
         05 PET-DT-APLICACAO    PIC 9(08).
