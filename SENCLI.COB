
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENCLI.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: IDENTIFICACAO DO OPERADOR (SIGN-ON) DOS PROGRAMAS
      *== INTERATIVOS CONTRA O CADASTRO OPRCLI-DAT: CONFERE OPERADOR
      *== E SENHA, RECUSA O INATIVO E DEVOLVE NOME E PERFIL P/ O
      *== CHAMADOR LIBERAR (OU NAO) AS FUNCOES RESTRITAS.
      *== DATA = 02/09/2026
      *== OBSERVAÇOES: 3 SENHAS ERRADAS SEGUIDAS INATIVAM O OPERADOR
      *== (SO O PROG30 REATIVA). VER COPY SENPAR P/ AS FUNCOES E O
      *== CONTRATO DE RETORNO.
      *======================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

      *Cadastro de operadores (COPY REGOPR, mantido pelo PROG30). Nome
      *simbolico estilo DD-name: DD_OPRCLI-DAT se existir, senao o
      *literal no diretorio atual
       FILE-CONTROL.
           SELECT OPERADORES ASSIGN TO "OPRCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPR-ID
           FILE STATUS IS FS-OPERADORES.

       DATA DIVISION.

       FILE SECTION.
       FD OPERADORES.
           COPY REGOPR.

      *-----------VARIÁVEIS----------------

       WORKING-STORAGE              SECTION.
       77 FS-OPERADORES  PIC 9(02) VALUE ZEROS.
       77 WRK-SENHA      PIC X(08) VALUE SPACES.
       77 WRK-TENTATIVA  PIC 9(01) VALUE ZERO.
       77 WRK-ENCERRA    PIC X(01) VALUE "N".

       LINKAGE SECTION.
           COPY SENPAR.

       PROCEDURE DIVISION USING SEN-PARAMETROS.
       0001-PRINCIPAL                  SECTION.

           MOVE "N" TO SEN-RETORNO.
           MOVE SPACES TO SEN-MOTIVO.
           MOVE SPACES TO SEN-NOME.
           MOVE SPACE TO SEN-PERFIL.

           OPEN I-O OPERADORES.
           IF FS-OPERADORES NOT EQUAL 00
             MOVE "CADASTRO DE OPERADORES INDISPONIVEL" TO SEN-MOTIVO
             GOBACK
           END-IF.

           EVALUATE SEN-FUNCAO
             WHEN "L"
               PERFORM 0100-IDENTIFICAR
             WHEN "V"
               PERFORM 0200-VERIFICAR
             WHEN OTHER
               MOVE "FUNCAO DE IDENTIFICACAO INVALIDA" TO SEN-MOTIVO
           END-EVALUATE.

           CLOSE OPERADORES.
           GOBACK.

      *----- Sign-on no console: ate 3 tentativas; operador inativo
      *(ou recem-bloqueado) encerra sem nova tentativa
       0100-IDENTIFICAR                SECTION.
           MOVE ZERO TO WRK-TENTATIVA.
           MOVE "N" TO WRK-ENCERRA.
           PERFORM UNTIL SEN-RETORNO EQUAL "S"
             OR WRK-ENCERRA EQUAL "S"
             OR WRK-TENTATIVA EQUAL 3
             ADD 1 TO WRK-TENTATIVA
             DISPLAY "OPERADOR: " WITH NO ADVANCING
             ACCEPT SEN-OPERADOR
             DISPLAY "SENHA...: " WITH NO ADVANCING
             ACCEPT WRK-SENHA
             PERFORM 0110-CONFERIR-SENHA
             IF SEN-RETORNO NOT EQUAL "S"
               DISPLAY SEN-MOTIVO
             END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-SENHA.

           IF SEN-RETORNO NOT EQUAL "S"
             MOVE SPACES TO SEN-OPERADOR
             IF WRK-ENCERRA NOT EQUAL "S"
               MOVE "IDENTIFICACAO RECUSADA APOS 3 TENTATIVAS"
                 TO SEN-MOTIVO
             END-IF
           END-IF.

      *----- Le o operador digitado e confere a senha
       0110-CONFERIR-SENHA             SECTION.
           MOVE SEN-OPERADOR TO OPR-ID.
           READ OPERADORES KEY IS OPR-ID
             INVALID KEY
               MOVE "OPERADOR NAO CADASTRADO" TO SEN-MOTIVO
             NOT INVALID KEY
               PERFORM 0120-VALIDAR-ACESSO
           END-READ.

      *----- Operador ativo e senha certa: zera as tentativas e
      *registra o acesso; senha errada soma e, na terceira seguida,
      *inativa o operador
       0120-VALIDAR-ACESSO             SECTION.
           IF OPR-ATIVO NOT EQUAL "S"
             MOVE "OPERADOR INATIVO OU BLOQUEADO" TO SEN-MOTIVO
             MOVE "S" TO WRK-ENCERRA
           ELSE
             IF OPR-SENHA NOT EQUAL WRK-SENHA
               ADD 1 TO OPR-TENTATIVAS
               IF OPR-TENTATIVAS NOT LESS THAN 3
                 MOVE "N" TO OPR-ATIVO
                 MOVE "SENHA INVALIDA - OPERADOR BLOQUEADO"
                   TO SEN-MOTIVO
                 MOVE "S" TO WRK-ENCERRA
               ELSE
                 MOVE "SENHA INVALIDA" TO SEN-MOTIVO
               END-IF
               REWRITE REG-OPERADOR
             ELSE
               MOVE ZERO TO OPR-TENTATIVAS
               MOVE FUNCTION CURRENT-DATE (1:14) TO OPR-ULTIMO-ACESSO
               REWRITE REG-OPERADOR
               MOVE "S" TO SEN-RETORNO
               MOVE OPR-NOME TO SEN-NOME
               MOVE OPR-PERFIL TO SEN-PERFIL
             END-IF
           END-IF.

      *----- Verifica o operador informado no cartao de parametros
      *(execucao nao assistida, sem console p/ a senha): precisa
      *existir e estar ativo
       0200-VERIFICAR                  SECTION.
           MOVE SEN-OPERADOR TO OPR-ID.
           READ OPERADORES KEY IS OPR-ID
             INVALID KEY
               MOVE "OPERADOR NAO CADASTRADO" TO SEN-MOTIVO
             NOT INVALID KEY
               IF OPR-ATIVO NOT EQUAL "S"
                 MOVE "OPERADOR INATIVO OU BLOQUEADO" TO SEN-MOTIVO
               ELSE
                 MOVE FUNCTION CURRENT-DATE (1:14)
                   TO OPR-ULTIMO-ACESSO
                 REWRITE REG-OPERADOR
                 MOVE "S" TO SEN-RETORNO
                 MOVE OPR-NOME TO SEN-NOME
                 MOVE OPR-PERFIL TO SEN-PERFIL
               END-IF
           END-READ.


       END PROGRAM SENCLI.
