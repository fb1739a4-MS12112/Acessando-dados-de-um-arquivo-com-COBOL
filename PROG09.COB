      *== OBSERVAÇOES: A RECARGA CRIA O CLIENTE.DAT DO ZERO (OPEN
      *== OUTPUT), O QUE TAMBEM RECONSTROI OS INDICES (INCLUSIVE OS
      *== ALTERNADOS DE NOME/TELEFONE/EMAIL) EM CASO DE DANO.
      *== A RECARGA VOLTA A BASE AO MOMENTO DA DESCARGA; P/ CHEGAR A
      *== UM PONTO POSTERIOR (REAPLICANDO O JORNAL) USE O PROG29.
      *======================================

       ENVIRONMENT DIVISION.
