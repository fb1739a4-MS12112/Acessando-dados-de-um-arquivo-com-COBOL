      *======================================
      *== COPY: REGCOB
      *== OBJETIVO: LAYOUT COMPARTILHADO DO CONTROLE DA REGUA DE
      *== COBRANCA POR CLIENTE - ARQUIVO COBCLI-DAT, INDEXADO PELO
      *== COB-ID (MESMO NUMERO DO REG-ID).
      *== OBSERVAÇOES: MANTIDO PELO PROG27 (AGING DE RECEBIVEIS E
      *== CARTAS DE COBRANCA). GUARDA O ULTIMO NIVEL ENVIADO E A DATA,
      *== P/ A REGUA SUBIR UM NIVEL POR VEZ, RESPEITANDO O INTERVALO
      *== MINIMO ENTRE CARTAS. SEM REGISTRO = NENHUMA CARTA EM ABERTO.
      *== COB-NIVEL: 1=LEMBRETE  2=AVISO  3=NOTIFICACAO FINAL
      *==            4=SUSPENSAO POR INADIMPLENCIA GERADA P/ O PROG07
      *== O REGISTRO E EXCLUIDO QUANDO NADA MAIS ESTA VENCIDO HA 30
      *== DIAS OU MAIS, OU QUANDO O CLIENTE DEIXA DE ESTAR ATIVO (A
      *== REGUA RECOMECA DO NIVEL 1 SE VOLTAR A DEVER).
      *======================================
       01 REG-COBRANCA.
           05 COB-ID             PIC 9(08).
           05 COB-NIVEL          PIC 9(01).
           05 COB-DATA-NIVEL     PIC 9(08).
           05 COB-VALOR-VENCIDO  PIC 9(11)V99.
           05 COB-DIAS           PIC 9(05).
