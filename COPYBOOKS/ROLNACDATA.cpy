      ******************************************************************
      * ROLNACDATA.cpy
      * LAYOUT DO EXTRATO MENSAL DO ROL NACIONAL DE ALISTADOS
      * (ROLNAC.DAT), CARREGADO PELO ROLNAC (OPCAO 1) A PARTIR DO
      * ARQUIVO DELIMITADO ENVIADO PELA REGIAO MILITAR
      * (ROLNACIONAL.CSV, LINHAS CPF,NOME,NASCIMENTO,JUNTA,
      * ALISTAMENTO,MATRICULA - DATAS EM AAAAMMDD). CADA CARGA
      * SUBSTITUI A ANTERIOR. O MESMO CPF PODE APARECER MAIS DE UMA
      * VEZ, UMA POR JUNTA EM QUE SE ALISTOU; AS LINHAS COM O CODIGO
      * DA NOSSA JUNTA (JUNTA.CTL) SAO OS NOSSOS PROPRIOS ALISTAMENTOS.
      ******************************************************************
       01 RN-REC.
         05 RN-CPF            PIC 9(11).
         05 RN-NOME           PIC X(50).
         05 RN-DT-NASC        PIC 9(08).
         05 RN-JUNTA          PIC X(10).
         05 RN-DT-ALIST       PIC 9(08).
         05 RN-MATRICULA      PIC X(12).
         05 RN-DT-CARGA       PIC 9(08).
