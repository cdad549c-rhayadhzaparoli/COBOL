      ******************************************************************
      * PRSDATAOLD6.cpy
      * LAYOUT DE ALISTAMENTO ANTERIOR AO POSTO DE ATENDIMENTO
      * (POSTO-ALIST), MANTIDO SOMENTE PARA AS MIGRACOES DE UNICA VEZ
      * FEITAS POR REGMIG7 (REGISTRO) E REGARQMIG5 (REGISTRO.ARQ). OS
      * NOMES DE CAMPO SAO OS MESMOS DE PRSDATA, QUALIFICADOS POR OF,
      * PARA QUE AS MIGRACOES POSSAM USAR MOVE CORRESPONDING (MESMO
      * PAPEL DE PRSDATAOLD5 PARA O REGMIG5).
      ******************************************************************
       01 OLD6-PRS-DATA.
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
         05 DT-NASCIMENTO  PIC 9(08).
         05 MULTA-SITUACAO PIC X(01).
         05 MULTA-VALOR    PIC 9(05)V99.
         05 MULTA-DT-VENC  PIC 9(08).
         05 MULTA-DT-PAGTO PIC 9(08).
         05 MULTA-BAIXA    PIC X(01).
         05 DT-DISPENSA    PIC 9(08).
