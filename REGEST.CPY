      *======================================
      *== COPY: REGEST
      *== OBJETIVO: LAYOUT COMPARTILHADO DO VINCULO DE ESTORNOS DO
      *== ARQUIVO DE MOVIMENTOS - ARQUIVO ESTCLI-DAT, INDEXADO PELA
      *== CHAVE DO LANCAMENTO ORIGINAL (EST-CHAVE-ORIGINAL, MESMO
      *== FORMATO DA TRN-CHAVE) COM INDICE ALTERNADO PELA CHAVE DO
      *== LANCAMENTO DE ESTORNO (EST-CHAVE-ESTORNO).
      *== OBSERVAÇOES: GRAVADO PELO PROG25 (ESTORNO) E LIDO PELO
      *== PROG18 (EXTRATO) P/ MOSTRAR OS PARES ESTORNADO/ESTORNO.
      *== A FUSAO (PROG28) REVINCULA O PAR QUANDO MUDA O TRN-ID.
      *== UM ORIGINAL TEM NO MAXIMO UM VINCULO: A CHAVE PRIMARIA E O
      *== PROPRIO BLOQUEIO CONTRA ESTORNAR DUAS VEZES.
      *======================================
       01 REG-ESTORNO.
           05 EST-CHAVE-ORIGINAL.
               10 EST-ORIG-ID    PIC 9(08).
               10 EST-ORIG-DATA  PIC 9(08).
               10 EST-ORIG-SEQ   PIC 9(03).
           05 EST-CHAVE-ESTORNO.
               10 EST-ESTR-ID    PIC 9(08).
               10 EST-ESTR-DATA  PIC 9(08).
               10 EST-ESTR-SEQ   PIC 9(03).
           05 EST-DATA-HORA      PIC 9(14).
           05 EST-MOTIVO         PIC X(30).
