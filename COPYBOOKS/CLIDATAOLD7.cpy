      ******************************************************************
      * CLIDATAOLD7.cpy
      * LAYOUT DE CLIENTE ANTERIOR AO POSTO DE ATENDIMENTO
      * (POSTO-CLIENTE), MANTIDO SOMENTE PARA A MIGRACAO DE UNICA VEZ
      * FEITA POR CLIMIG7. OS NOMES DE CAMPO SAO OS MESMOS DE CLIDATA,
      * QUALIFICADOS POR OF, PARA QUE A MIGRACAO POSSA USAR MOVE
      * CORRESPONDING (MESMO PAPEL DE CLIDATAOLD6 PARA O CLIMIG6).
      ******************************************************************
       01 OLD7-REG-CLIENTE.
         05 COD-CLIENTE          PIC 9(007).
         05 NM-CLIENTE           PIC X(040).
         05 TEL-CLIENTE          PIC X(012).
         05 EMAIL-CLIENTE        PIC X(040).
         05 CEP-CLIENTE          PIC X(009).
         05 CPF-CLIENTE          PIC 9(011).
         05 DT-CADASTRO          PIC 9(008).
         05 RUA-CLIENTE          PIC X(040).
         05 NUMERO-CLIENTE       PIC X(010).
         05 BAIRRO-CLIENTE       PIC X(030).
         05 CIDADE-CLIENTE       PIC X(030).
         05 UF-CLIENTE           PIC X(002).
         05 DT-ALTERACAO         PIC 9(008).
         05 SIT-CLIENTE          PIC X(001).
         05 RATING-CLIENTE       PIC X(001).
         05 SCORE-CLIENTE        PIC 9(003).
         05 DT-RATING            PIC 9(008).
         05 OPTOUT-CLIENTE       PIC X(001).
