      *======================================
      *== COPY: REGFUS
      *== OBJETIVO: LAYOUT COMPARTILHADO DA REFERENCIA CRUZADA DE
      *== FUSAO DE CLIENTES - ARQUIVO FUSCLI-DAT, INDEXADO PELO
      *== FUS-ID-ANTIGO (REG-ID DO DUPLICADO, CANCELADO NA FUSAO).
      *== OBSERVAÇOES: GRAVADO PELA FUSAO (PROG28) E NUNCA EXPURGADO:
      *== O ID ANTIGO CONTINUA VALENDO P/ CONSULTA. PROG04 E PROG16
      *== SEGUEM O APONTAMENTO ATE O SOBREVIVENTE (EM CADEIA, SE O
      *== SOBREVIVENTE TAMBEM FOI FUNDIDO DEPOIS) E O PROG19 O USA P/
      *== AVISAR O CRM DA FUSAO (LINHA F DO DELTA).
      *======================================
       01 REG-FUSAO.
           05 FUS-ID-ANTIGO      PIC 9(08).
           05 FUS-ID-NOVO        PIC 9(08).
           05 FUS-DATA-HORA      PIC 9(14).
           05 FUS-QTD-MOVIMENTOS PIC 9(05).
