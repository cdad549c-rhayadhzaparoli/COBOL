      ******************************************************************
      * DOCAPRDATA.cpy
      * LAYOUT DO REGISTRO DE DOCUMENTOS APRESENTADOS PELO CONSCRITO
      * (DOCAPRES.DAT) - UMA LINHA POR DOCUMENTO ENTREGUE, COM A DATA
      * OFICIAL DE MOVIMENTO (VER DATAMOV) E O OPERADOR QUE O RECEBEU.
      * SO RECEBE INCLUSOES (OPEN EXTEND): GRAVADO PELO
      * ALISTAMENTO-MILITAR E PELO DOCMNT VIA P-DOC-REGISTRA
      * (DOCCHK.cpy).
      ******************************************************************
       01 DOCA-REC.
         05 DOCA-CPF          PIC 9(11).
         05 DOCA-CODIGO       PIC X(02).
         05 DOCA-DT-APRES     PIC 9(08).
         05 DOCA-OPERADOR     PIC X(10).
         05 DOCA-TIMESTAMP    PIC X(20).
