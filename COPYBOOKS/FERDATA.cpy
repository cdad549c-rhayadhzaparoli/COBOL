      ******************************************************************
      * FERDATA.cpy
      * LAYOUT DO CALENDARIO DE FERIADOS (FERIADOS.CTL), MANTIDO PELO
      * FERMNT E CONSULTADO POR OCCRS/RENEGOCIA/ALTVENC (AJUSTE DE
      * VENCIMENTO PARA DIA UTIL) E EVTCAL (CALENDARIO IMPRESSO).
      * COMPARTILHADO PARA QUE O LAYOUT NUNCA FIQUE DESSINCRONIZADO
      * ENTRE ELES.
      * ESCOPO DO FERIADO: UF E MUNICIPIO EM BRANCO = NACIONAL; SO A
      * UF PREENCHIDA = ESTADUAL; UF + MUNICIPIO = MUNICIPAL. O OCCRS
      * SO APLICA O FERIADO LOCAL QUANDO ELE ALCANCA A UF/CIDADE DO
