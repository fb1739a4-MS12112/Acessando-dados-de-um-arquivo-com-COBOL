      *======================================
      *== COPY: REGNOT
      *== OBJETIVO: LAYOUT COMPARTILHADO DO HISTORICO DE AVISOS AOS
      *== CLIENTES - ARQUIVO NOTCLI-DAT, INDEXADO PELA NOT-CHAVE
      *== (LOTE = DATA-HORA DA GERACAO + SEQUENCIA NO LOTE, A MESMA
      *== IDENTIFICACAO QUE VAI AO GATEWAY DE MENSAGENS E VOLTA NO
      *== ARQUIVO DE RETORNO DE ENTREGA).
      *== OBSERVAÇOES: GRAVADO PELO PROG34 (GERACAO DOS AVISOS, COM
      *== SITUACAO P) E ATUALIZADO PELO PROG35 (CONCILIACAO DO
      *== RETORNO DO GATEWAY).
      *== NOT-TIPO: S=SUSPENSAO  C=CANCELAMENTO  R=REATIVACAO
      *==           D=DEBITO ACIMA DO LIMITE
      *== NOT-CANAL: E=EMAIL (REG-EMAIL)  T=TELEFONE/SMS (REG-TELEFONE)
      *== NOT-DATA-EVENTO: DATA DA MUDANCA DE STATUS OU DO LANCAMENTO;
      *== NOT-VALOR / NOT-HISTORICO: SO NO DEBITO (ZEROS/BRANCOS NAS
      *== MUDANCAS DE STATUS).
      *== NOT-SITUACAO: P=ENVIADO, SEM RETORNO  E=ENTREGUE
      *==               N=NAO ENTREGUE (VER NOT-MOTIVO, DO GATEWAY)
      *======================================
       01 REG-NOTIFICACAO.
           05 NOT-CHAVE.
               10 NOT-LOTE       PIC 9(14).
               10 NOT-SEQ        PIC 9(05).
           05 NOT-TIPO           PIC X(01).
           05 NOT-CANAL          PIC X(01).
           05 NOT-DESTINO        PIC X(40).
           05 NOT-ID             PIC 9(08).
           05 NOT-NOME           PIC X(20).
           05 NOT-DATA-EVENTO    PIC 9(08).
           05 NOT-VALOR          PIC 9(09)V99.
           05 NOT-HISTORICO      PIC X(30).
           05 NOT-SITUACAO       PIC X(01).
           05 NOT-DATA-RETORNO   PIC 9(08).
           05 NOT-MOTIVO         PIC X(30).
