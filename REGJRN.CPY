      *======================================
      *== COPY: REGJRN
      *== OBJETIVO: LAYOUT COMPARTILHADO DO JORNAL DE MUDANCAS -
      *== ARQUIVO JRNCLI-DAT, INDEXADO PELA JRN-CHAVE (CLIENTE +
      *== DATA-HORA + SEQUENCIA), COM INDICE ALTERNADO PELA
      *== JRN-DATA-HORA (COM DUPLICATAS) P/ AS LEITURAS EM ORDEM
      *== CRONOLOGICA (DELTA DO PROG19, VARREDURA DO PROG20 E
      *== REAPLICACAO DO PROG29).
      *== OBSERVAÇOES: GRAVADO PELO PROG05, PROG07, PROG11, PROG14,
      *== PROG22 E PROG28; O HISTORICO DE UM CLIENTE (PROG14, PROG16,
      *== PROG22) E LIDO COM START NA JRN-CHAVE DO PROPRIO ID.
      *== JRN-SEQ: 00 NA PRIMEIRA MUDANCA DO CLIENTE NO SEGUNDO; SE A
      *== CHAVE JA EXISTE (FS=22), O GRAVADOR SOMA 1 E GRAVA DE NOVO.
      *== TODO PROGRAMA QUE ABRE O JORNAL PRECISA DECLARAR O MESMO
      *== INDICE ALTERNADO, SENAO O OPEN FALHA (FS=39).
      *== JRN-OPERACAO: I=INCLUSAO A=ALTERACAO E=EXCLUSAO
      *==               R=RESTAURACAO (PROG14) F=FUSAO (PROG28)
      *== JRN-ANTES / JRN-DEPOIS: IMAGEM COMPLETA DO REGCLI (EM
      *== BRANCO NA INCLUSAO / NA EXCLUSAO).
      *== JRN-OPERADOR: OPERADOR DO SIGN-ON, OU O NOME DO PROGRAMA
      *== NOS GRAVADORES BATCH.
      *== O MESMO LAYOUT SERVE AO ARQUIVO MORTO DO JORNAL
      *== (JRNARQ-DAT, GRAVADO PELO PROG33).
      *======================================
       01 REG-JORNAL.
           05 JRN-CHAVE.
               10 JRN-ID         PIC 9(08).
               10 JRN-DATA-HORA  PIC 9(14).
               10 JRN-SEQ        PIC 9(02).
           05 JRN-OPERACAO       PIC X(01).
           05 JRN-ANTES          PIC X(128).
           05 JRN-DEPOIS         PIC X(128).
           05 JRN-OPERADOR       PIC X(08).
