      ******************************************************************
      * JRNDATA.cpy
      * LAYOUT DO REGISTRO DO DIARIO DE MUTACOES DE PARCELAS
      * (PRESTACOES.JRN), GRAVADO POR P-JRN-PARCELA (PRESTJRN) E LIDO
      * POR JRNRPT, FECHADIA, CTRLDIA E DEMAIS. JRN-ELO E O ELO DA
      * CADEIA DE CONFERENCIA (VER CADEIA.cpy) - FICA SEMPRE NO FIM E
      * NAO ENTRA NO PROPRIO CALCULO (CONTEUDO = 103 PRIMEIRAS
      * POSICOES). JRN-POSTO E O POSTO DE ATENDIMENTO DO OPERADOR (000
      * PARA LOTE); ARQUIVOS ANTERIORES AO POSTO SAO CONVERTIDOS PELO
      * JRNMIG2.
      ******************************************************************
       01 PREST-JRN-REC.
         05 JRN-TIMESTAMP  PIC X(20).
         05 JRN-OPERADOR   PIC X(10).
         05 JRN-PROGRAMA   PIC X(12).
         05 JRN-NUM-CONT   PIC 9(05).
         05 JRN-NUM-PARC   PIC 9(03).
         05 JRN-CAMPO      PIC X(12).
         05 JRN-VL-ANTES   PIC X(15).
         05 JRN-VL-DEPOIS  PIC X(15).
         05 JRN-DT-NEGOCIO PIC 9(08).
         05 JRN-POSTO      PIC 9(03).
         05 JRN-ELO        PIC 9(09).
