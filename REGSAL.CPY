      *======================================
      *== COPY: REGSAL
      *== OBJETIVO: LAYOUT COMPARTILHADO DO SALDO MENSAL FECHADO POR
      *== CLIENTE - ARQUIVO SALCLI-DAT, INDEXADO PELA CHAVE COMPOSTA
      *== SAL-CHAVE (CLIENTE + PERIODO AAAAMM).
      *== OBSERVAÇOES: GRAVADO PELO FECHAMENTO MENSAL (PROG26) E LIDO
      *== PELO EXTRATO (PROG18), QUE PARTE DO SALDO FECHADO EM VEZ DE
      *== REPROCESSAR TODO O TRNCLI-DAT. OS PERIODOS FECHADOS FICAM
      *== NO PERFEC-DAT (UMA LINHA POR FECHAMENTO), CONSULTADO PELOS
      *== LANCADORES (PROG17/PROG24) P/ NAO POSTAR EM MES FECHADO.
      *== A FUSAO (PROG28) SOMA OS SALDOS DO DUPLICADO NO SOBREVIVENTE.
      *== SALDO: DEBITO AUMENTA, CREDITO REDUZ (MESMA REGRA DO
      *== REGTRN); FINAL = INICIAL + DEBITOS - CREDITOS.
      *======================================
       01 REG-SALDO.
           05 SAL-CHAVE.
               10 SAL-ID         PIC 9(08).
               10 SAL-PERIODO    PIC 9(06).
           05 SAL-SALDO-INICIAL  PIC S9(11)V99.
           05 SAL-DEBITOS        PIC 9(11)V99.
           05 SAL-CREDITOS       PIC 9(11)V99.
           05 SAL-SALDO-FINAL    PIC S9(11)V99.
           05 SAL-DATA-FECHAMENTO PIC 9(08).
