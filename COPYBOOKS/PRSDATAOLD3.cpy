      ******************************************************************
      * PRSDATAOLD3.cpy
      * LAYOUT DE ALISTAMENTO ANTERIOR A DATA DE NASCIMENTO DO
      * CONSCRITO (DT-NASCIMENTO), MANTIDO SOMENTE PARA AS MIGRACOES
      * DE UNICA VEZ FEITAS POR REGMIG3 (REGISTRO) E REGARQMIG2
      * (REGISTRO.ARQ). OS NOMES DE CAMPO SAO OS MESMOS DE PRSDATA,
      * QUALIFICADOS POR OF, PARA QUE AS MIGRACOES POSSAM USAR MOVE
      * CORRESPONDING (MESMO PAPEL DE PRSDATAOLD2 PARA O REGMIG2).
      ******************************************************************
       01 OLD3-PRS-DATA.
         05 CPF           PIC 9(11).
         05 NAMES         PIC X(50).
         05 RG            PIC 9(10).
         05 ADRESS.
           COPY ENDERECO.
         05 MEDIA         PIC 99V99.
         05 SETOR         PIC X(01).
         05 MAT-COMUM     PIC 9(05).
         05 MAT-ESPECIAL  PIC 9(03).
         05 DT-ALISTAMENTO PIC 9(08).
         05 RG-UF          PIC X(02).
         05 FIT-STATUS     PIC X(01).
         05 UNIDADE        PIC X(06).
         05 RG-DT-EMISSAO  PIC 9(08).
         05 RG-EXPIRADO    PIC X(01).
         05 EXT-CONFIRMADO PIC X(01).
         05 DT-ULT-ALTER   PIC 9(08).
         05 DT-CONVOCACAO  PIC 9(08).
         05 DT-APRESENT-PREV PIC 9(08).
         05 DT-APRESENTACAO PIC 9(08).
         05 SIT-SERVICO    PIC X(01).
         05 DT-REEXAME     PIC 9(08).
