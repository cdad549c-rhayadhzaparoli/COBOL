      ******************************************************************
      * USERCTLOLD3.cpy
      * LAYOUT DE USERS.CTL ANTERIOR AOS POSTOS DE ATENDIMENTO (SEM
      * USER-CTL-POSTO), MANTIDO SOMENTE PARA A MIGRACAO DE UNICA VEZ
      * FEITA POR USERSMIG3. OS NOMES DE CAMPO SAO OS MESMOS DE
      * USERCTL, QUALIFICADOS POR OF, PARA QUE A MIGRACAO POSSA USAR
      * MOVE CORRESPONDING (MESMO PAPEL DE USERCTLOLD2 PARA O
      * USERSMIG2).
      ******************************************************************
       01 OLD3-USER-CTL-REC.
         05 USER-CTL-ID         PIC X(10).
         05 USER-CTL-SENHA-HASH PIC 9(08).
         05 USER-CTL-ROLE       PIC X(01).
         05 USER-CTL-FAILS      PIC 9(02).
         05 USER-CTL-LOCKED     PIC X(01).
         05 USER-CTL-DT-SENHA   PIC 9(08).
         05 USER-CTL-HASH-ANT   PIC 9(08) OCCURS 3 TIMES.
