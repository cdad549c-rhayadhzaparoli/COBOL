      ******************************************************************
      * RASDATA.cpy
      * LAYOUT DO RASCUNHO DE ALISTAMENTO (ALISTAMENTO.RAS, INDEXADO
      * POR CPF). O ALISTAMENTO-MILITAR GRAVA O RASCUNHO AO FIM DE CADA
      * BLOCO VALIDADO DA CAPTURA E O APAGA QUANDO O REGISTRO E GRAVADO
      * OU O ALISTAMENTO E REJEITADO; NA PROXIMA CAPTURA DO MESMO CPF
      * OFERECE RETOMAR NO PRIMEIRO BLOCO INCOMPLETO. O REGPURGE LISTA
      * PARA ACOMPANHAMENTO E EXPURGA OS RASCUNHOS MAIS ANTIGOS QUE O
      * PRAZO DE RASCUNHO.CTL (CTLMNT).
      * RAS-BLOCO = ULTIMO BLOCO CONCLUIDO: 1 = IDENTIFICACAO (NOME,
      * CPF, NASCIMENTO), 2 = RG, 3 = ENDERECO E CONFERENCIA, 4 = Q.I.,
      * 5 = EXAME DE APTIDAO.
      * RAS-PRS-IMAGEM GUARDA WS-PRS-DATA COMO ESTAVA (VER WSPRSDATA),
      * COM FOLGA PARA CRESCIMENTO - SE O LAYOUT DE PRS-DATA MUDAR, OS
      * RASCUNHOS PENDENTES DEVEM SER CONCLUIDOS OU EXPURGADOS ANTES.
      ******************************************************************
       01 RAS-REC.
         05 RAS-CPF           PIC 9(11).
         05 RAS-TIMESTAMP     PIC X(20).
         05 RAS-OPERADOR      PIC X(10).
         05 RAS-DT-NEGOCIO    PIC 9(08).
         05 RAS-BLOCO         PIC 9(01).
         05 RAS-PRS-IMAGEM    PIC X(400).
