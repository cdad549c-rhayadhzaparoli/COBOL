      ******************************************************************
      * RESPDATA.cpy
      * LAYOUT DO CADASTRO DE RESPONSAVEIS PELO ALUNO (RESPONSAVEL.DAT,
      * INDEXADO POR RESP-CHAVE = ID DO MESTRE DE ALUNOS + SEQUENCIA) -
      * O ALUMESTRE.DAT TRAZ O ALUNO MAS NINGUEM POR ELE, E QUANDO A
      * FREQUENCIA CAI A ESCOLA NAO TEM PARA QUEM LIGAR. UM ALUNO PODE
      * TER MAIS DE UM RESPONSAVEL (RESP-SEQ 01, 02, ...). MANTIDO PELO
      * RESPMNT (CEP CONFERIDO PELO CEPLOOKUP, TELEFONE NO FORMATO
      * DD-9999-9999 DE WSTELCHK) E LIDO PELO AVISOFAM, QUE MANDA A
      * CARTA DE AVISO DE FALTAS/RISCO DE REPROVACAO A CADA UM.
      * RESP-PARENTESCO: 'M' = MAE, 'P' = PAI, 'A' = AVO, 'T' = TIO/
      * TIA, 'R' = OUTRO RESPONSAVEL LEGAL.
      ******************************************************************
       01 RESP-REC.
         05 RESP-CHAVE.
           10 RESP-ALU-ID       PIC 9(05).
           10 RESP-SEQ          PIC 9(02).
         05 RESP-NOME           PIC X(40).
         05 RESP-CPF            PIC 9(11).
         05 RESP-PARENTESCO     PIC X(01).
         05 RESP-TELEFONE       PIC X(12).
         05 RESP-EMAIL          PIC X(40).
         05 RESP-RUA            PIC X(40).
         05 RESP-NUMERO         PIC X(10).
         05 RESP-BAIRRO         PIC X(30).
         05 RESP-CIDADE         PIC X(30).
         05 RESP-UF             PIC X(02).
         05 RESP-CEP            PIC X(09).
