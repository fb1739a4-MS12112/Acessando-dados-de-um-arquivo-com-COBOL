      *======================================
      *== COPY: SENPAR
      *== OBJETIVO: AREA DE PARAMETROS DA ROTINA DE IDENTIFICACAO DO
      *== OPERADOR SENCLI (SIGN-ON CONTRA O CADASTRO OPRCLI-DAT, VER
      *== COPY REGOPR). O PROGRAMA CHAMADOR GUARDA SEN-OPERADOR P/
      *== CARIMBAR O JORNAL (JRN-OPERADOR) E A LINHA DE AUDITORIA
      *== ("OPR="), E CONFERE SEN-PERFIL ANTES DE UMA FUNCAO RESTRITA.
      *== SEN-FUNCAO: L=SIGN-ON NO CONSOLE (PEDE OPERADOR E SENHA,
      *==             ATE 3 TENTATIVAS)
      *==             V=VERIFICAR O OPERADOR JA INFORMADO EM
      *==               SEN-OPERADOR, SEM SENHA (CARTAO DE EXECUCAO
      *==               NAO ASSISTIDA: PROG22/PROG29)
      *== SEN-RETORNO: S=IDENTIFICADO (SEN-NOME/SEN-PERFIL PREENCHIDOS)
      *==              N=RECUSADO (VER SEN-MOTIVO)
      *======================================
       01 SEN-PARAMETROS.
           05 SEN-FUNCAO     PIC X(01).
           05 SEN-OPERADOR   PIC X(08).
           05 SEN-NOME       PIC X(20).
           05 SEN-PERFIL     PIC X(01).
           05 SEN-RETORNO    PIC X(01).
           05 SEN-MOTIVO     PIC X(40).
