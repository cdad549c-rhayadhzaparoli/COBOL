      ******************************************************************
      * CERTFILADATA.cpy
      * LAYOUT DA FILA DE CERTIFICADOS A EMITIR (CERTFILA.DAT). A
      * DISPENSA POR EXCESSO DE CONTINGENTE (DISPEXC) ENFILEIRA UM
      * CERTIFICADO DE DISPENSA POR CONSCRITO DISPENSADO E O CERTRES
      * (OPCAO 3) EMITE OS PENDENTES DE UMA VEZ, SEM DIGITAR CPF A CPF.
      * A RODADA DE TERMINO DO SERVICO DO FICHASRV ENFILEIRA DO MESMO
      * JEITO O CERTIFICADO DE RESERVISTA (CFIL-TIPO 'R') DE QUEM
      * CHEGOU A DATA PREVISTA DE TERMINO.
      * CFIL-SITUACAO: ESPACO = PENDENTE, 'E' = EMITIDO (DATA EM
      * CFIL-DT-EMISSAO).
      ******************************************************************
       01 CFIL-REC.
         05 CFIL-CPF          PIC 9(11).
         05 CFIL-NOME         PIC X(50).
         05 CFIL-UNIDADE      PIC X(06).
         05 CFIL-TIPO         PIC X(01).
         05 CFIL-MOTIVO       PIC X(30).
         05 CFIL-DT-INCLUSAO  PIC 9(08).
         05 CFIL-OPERADOR     PIC X(10).
         05 CFIL-SITUACAO     PIC X(01).
         05 CFIL-DT-EMISSAO   PIC 9(08).
