      ******************************************************************
      * ROLDIVDATA.cpy
      * LAYOUT DAS DUPLICIDADES EXTERNAS ACHADAS NA CONCILIACAO COM O
      * ROL NACIONAL (ROLNAC.DIV): CONSCRITO ATIVO EM REGISTRO QUE
      * CONSTA NO ROL TAMBEM POR OUTRA JUNTA. GERADO PELO ROLNAC
      * (OPCAO 2) E DECIDIDO PELO ROLNAC (OPCAO 3). A CONCILIACAO
      * SEGUINTE REFAZ O ARQUIVO MAS PRESERVA A DECISAO JA TOMADA PARA
      * O MESMO CPF E JUNTA, PARA O CASO NAO VOLTAR A CADA MES.
      * RDV-SITUACAO: ESPACO = PENDENTE, 'C' = CONFIRMADA (PEDIDO DE
      * CANCELAMENTO RDV-APRV-ID EM APROVACAO.CTL), 'N' = DESCARTADA
      * PELO OPERADOR (HOMONIMO DE CPF, ERRO DO ROL ETC.).
      ******************************************************************
       01 RDV-REC.
         05 RDV-DT-CONCIL     PIC 9(08).
         05 RDV-CPF           PIC 9(11).
         05 RDV-NOME          PIC X(50).
         05 RDV-DT-ALIST-AQUI PIC 9(08).
         05 RDV-JUNTA         PIC X(10).
         05 RDV-DT-ALIST-FORA PIC 9(08).
         05 RDV-MATRICULA     PIC X(12).
         05 RDV-SITUACAO      PIC X(01).
         05 RDV-APRV-ID       PIC 9(05).
         05 RDV-OPERADOR      PIC X(10).
         05 RDV-DT-DECISAO    PIC 9(08).
