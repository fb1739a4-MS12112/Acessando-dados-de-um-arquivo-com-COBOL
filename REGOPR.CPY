      *======================================
      *== COPY: REGOPR
      *== OBJETIVO: LAYOUT COMPARTILHADO DO CADASTRO DE OPERADORES -
      *== ARQUIVO OPRCLI-DAT, INDEXADO PELO OPR-ID.
      *== OBSERVAÇOES: MANTIDO PELO PROG30 (SO SUPERVISOR) E LIDO
      *== PELA ROTINA SENCLI NO SIGN-ON DOS PROGRAMAS INTERATIVOS.
      *== OPR-PERFIL: O=OPERADOR  S=SUPERVISOR (FUNCOES RESTRITAS:
      *==             EXCLUSAO NO PROG05, RESTAURACAO NO PROG14,
      *==             LIMPEZA FORCADA NO PROG21, ELIMINACAO NO
      *==             PROG22, FUSAO NO PROG28, RECUPERACAO NO
      *==             PROG29 E O PROPRIO PROG30)
      *== OPR-ATIVO: S=ATIVO  N=INATIVO (TAMBEM APOS 3 SENHAS
      *==            ERRADAS SEGUIDAS; SO O PROG30 REATIVA)
      *== O OPERADOR NUNCA E EXCLUIDO: O OPR-ID FICA GRAVADO NO
      *== JORNAL E NA AUDITORIA, ENTAO O DESLIGADO E SO INATIVADO.
      *======================================
       01 REG-OPERADOR.
           05 OPR-ID             PIC X(08).
           05 OPR-SENHA          PIC X(08).
           05 OPR-NOME           PIC X(20).
           05 OPR-PERFIL         PIC X(01).
           05 OPR-ATIVO          PIC X(01).
           05 OPR-TENTATIVAS     PIC 9(01).
           05 OPR-ULTIMO-ACESSO  PIC 9(14).
