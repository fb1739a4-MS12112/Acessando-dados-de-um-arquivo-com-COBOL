      *== INDEXADO PELA CHAVE COMPOSTA TRN-CHAVE (CLIENTE + DATA +
      *== SEQUENCIA DO DIA).
      *== OBSERVAÇOES: USADO POR PROG17 (LANCAMENTO EM LOTE), PROG18
      *== (EXTRATO POR CLIENTE), PROG11 (BLOQUEIO DE EXPURGO COM
      *== SALDO EM ABERTO), PROG24 (CREDITO DO RETORNO BANCARIO),
      *== PROG25 (ESTORNO, VINCULADO AO ORIGINAL PELO COPY REGEST),
      *== PROG26 (FECHAMENTO MENSAL, COPY REGSAL), PROG27 (AGING DE
      *== RECEBIVEIS E REGUA DE COBRANCA, COPY REGCOB) E PROG28
      *== (FUSAO DE CLIENTES: TRANSFERE OS MOVIMENTOS DO DUPLICADO).
      *== TRN-TIPO: D=DEBITO (AUMENTA O SALDO DEVEDOR)
      *==           C=CREDITO (REDUZ O SALDO DEVEDOR)
      *== TRN-VALOR: SEMPRE POSITIVO; O SINAL VEM DO TRN-TIPO.
