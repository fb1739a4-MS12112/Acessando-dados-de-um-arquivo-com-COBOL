
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG30.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: MANUTENCAO DO CADASTRO DE OPERADORES (OPRCLI-DAT,
      *== COPY REGOPR): INCLUSAO, ALTERACAO (NOME, SENHA, PERFIL,
      *== ATIVO - INCLUSIVE A REATIVACAO DO BLOQUEADO POR SENHA) E
      *== LISTAGEM. SO SUPERVISOR IDENTIFICADO (ROTINA SENCLI) USA.
      *== DATA = 02/09/2026
      *== OBSERVAÇOES: COM O CADASTRO AINDA VAZIO (PRIMEIRA EXECUCAO)
      *== NAO HA QUEM IDENTIFICAR: O PRIMEIRO OPERADOR INCLUIDO E
      *== OBRIGATORIAMENTE SUPERVISOR. NAO HA EXCLUSAO: O OPR-ID FICA
      *== NO JORNAL E NA AUDITORIA, ENTAO O DESLIGADO E SO INATIVADO.
      *== A SENHA NUNCA E LISTADA.
      *======================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

      *Cadastro de operadores (nome simbolico estilo DD-name:
      *DD_OPRCLI-DAT se existir, senao o literal no diretorio atual)
       FILE-CONTROL.
           SELECT OPERADORES ASSIGN TO "OPRCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS FS-OPERADORES.

      *Trilha de auditoria: uma linha por execucao (ver 0300-FINALIZAR)
           SELECT LOG-AUDITORIA ASSIGN TO "C:\cobol\SMN5\AUDITORIA.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.

      *Descreve a estrutura dos arquivos
       FILE SECTION.
       FD OPERADORES.
           COPY REGOPR.

      *Trilha de auditoria de acesso/atualizacao de CLIENTE.DAT
       FD LOG-AUDITORIA.
       01 LOG-LINHA        PIC X(100).

      *-----------VARIÁVEIS----------------

       WORKING-STORAGE              SECTION.
       77 FS-OPERADORES  PIC 9(02) VALUE ZEROS.
       77 FS-AUDITORIA   PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO   PIC X(30) VALUE SPACES.
       77 WRK-OPCAO      PIC 9(01) VALUE ZERO.
       77 WRK-ID-BUSCA   PIC X(08) VALUE SPACES.
       77 WRK-CADASTRO-NOVO PIC X(01) VALUE "N".
       77 WRK-CRITICA-OK PIC X(01) VALUE "N".
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE "N".
       77 WRK-REGS-ALTERADOS PIC 9(03) VALUE ZEROS.
       77 WRK-LINHA-AUD  PIC X(100) VALUE SPACES.

      *Valores digitados na alteracao (em branco = mantem o atual)
       77 WRK-NOVO-NOME   PIC X(20) VALUE SPACES.
       77 WRK-NOVA-SENHA  PIC X(08) VALUE SPACES.
       77 WRK-NOVO-PERFIL PIC X(01) VALUE SPACE.
       77 WRK-NOVO-ATIVO  PIC X(01) VALUE SPACE.

      *Area de parametros da identificacao do operador (rotina SENCLI)
           COPY SENPAR.

       PROCEDURE DIVISION.
       0001-PRINCIPAL                  SECTION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR WITH TEST AFTER
             UNTIL WRK-OPCAO EQUAL 0.
           PERFORM 0300-FINALIZAR.
           GOBACK.

      *----- Identifica o supervisor (ou reconhece o cadastro vazio)
      *e abre o cadastro p/ atualizacao
       0100-INICIALIZAR                SECTION.
           PERFORM 0110-VERIFICAR-CADASTRO.

           IF WRK-CADASTRO-NOVO EQUAL "S"
             DISPLAY "CADASTRO DE OPERADORES VAZIO: O PRIMEIRO"
             DISPLAY "OPERADOR INCLUIDO SERA O SUPERVISOR"
           ELSE
             MOVE "L" TO SEN-FUNCAO
             CALL "SENCLI" USING SEN-PARAMETROS
             IF SEN-RETORNO NOT EQUAL "S"
               DISPLAY SEN-MOTIVO
               MOVE "OPERADOR NAO IDENTIFICADO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
             END-IF
             IF SEN-PERFIL NOT EQUAL "S"
               MOVE "FUNCAO RESTRITA A SUPERVISOR" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
             END-IF
           END-IF.

           OPEN I-O OPERADORES.
           IF FS-OPERADORES NOT EQUAL 00
             MOVE "CADASTRO NAO FOI ABERTO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           ELSE
             DISPLAY "ARQUIVO OK"
           END-IF.

           OPEN EXTEND LOG-AUDITORIA.
           IF FS-AUDITORIA NOT EQUAL 00
             OPEN OUTPUT LOG-AUDITORIA
           END-IF.

      *----- Cadastro ausente (FS=35) e criado vazio; ausente ou sem
      *nenhum operador, a execucao e a de implantacao
       0110-VERIFICAR-CADASTRO         SECTION.
           OPEN INPUT OPERADORES.
           IF FS-OPERADORES EQUAL 35
             MOVE "S" TO WRK-CADASTRO-NOVO
             OPEN OUTPUT OPERADORES
             IF FS-OPERADORES NOT EQUAL 00
               MOVE "CADASTRO NAO FOI CRIADO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
             END-IF
             CLOSE OPERADORES
           ELSE
             IF FS-OPERADORES NOT EQUAL 00
               MOVE "CADASTRO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
             END-IF
             READ OPERADORES NEXT
               AT END
                 MOVE "S" TO WRK-CADASTRO-NOVO
             END-READ
             CLOSE OPERADORES
           END-IF.

      *----- Exibe o menu e direciona para a operacao escolhida (na
      *implantacao, so a inclusao do primeiro supervisor)
       0200-PROCESSAR                  SECTION.
           IF WRK-CADASTRO-NOVO EQUAL "S"
             DISPLAY "1-INCLUIR SUPERVISOR  0-SAIR"
           ELSE
             DISPLAY "1-INCLUIR  2-ALTERAR  3-LISTAR  0-SAIR"
           END-IF.
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WRK-OPCAO.

           IF WRK-CADASTRO-NOVO EQUAL "S"
             AND WRK-OPCAO NOT EQUAL 1
             AND WRK-OPCAO NOT EQUAL 0
             DISPLAY "OPCAO INVALIDA"
           ELSE
             EVALUATE WRK-OPCAO
               WHEN 1
                 PERFORM 0210-INCLUIR
               WHEN 2
                 PERFORM 0220-ALTERAR
               WHEN 3
                 PERFORM 0230-LISTAR
               WHEN 0
                 CONTINUE
               WHEN OTHER
                 DISPLAY "OPCAO INVALIDA"
             END-EVALUATE
           END-IF.

      *----- Inclui um operador novo (ativo, sem tentativas)
       0210-INCLUIR                    SECTION.
           INITIALIZE REG-OPERADOR.
           DISPLAY "OPERADOR (ID)...: " WITH NO ADVANCING.
           ACCEPT OPR-ID.
           DISPLAY "NOME............: " WITH NO ADVANCING.
           ACCEPT OPR-NOME.
           DISPLAY "SENHA...........: " WITH NO ADVANCING.
           ACCEPT OPR-SENHA.
           IF WRK-CADASTRO-NOVO EQUAL "S"
             MOVE "S" TO OPR-PERFIL
           ELSE
             DISPLAY "PERFIL (O-OPERADOR S-SUPERVISOR): "
               WITH NO ADVANCING
             ACCEPT OPR-PERFIL
           END-IF.
           MOVE "S" TO OPR-ATIVO.
           MOVE ZERO TO OPR-TENTATIVAS.
           MOVE ZEROS TO OPR-ULTIMO-ACESSO.

           PERFORM 0240-CRITICAR.
           IF WRK-CRITICA-OK EQUAL "S"
             WRITE REG-OPERADOR
               INVALID KEY
                 DISPLAY "OPERADOR JA CADASTRADO: " OPR-ID
               NOT INVALID KEY
                 ADD 1 TO WRK-REGS-ALTERADOS
                 DISPLAY "OPERADOR INCLUIDO COM SUCESSO"
      *----- Implantacao: o supervisor recem-incluido passa a ser o
      *operador desta execucao (auditoria) e o menu completo se abre
                 IF WRK-CADASTRO-NOVO EQUAL "S"
                   MOVE "N" TO WRK-CADASTRO-NOVO
                   MOVE OPR-ID TO SEN-OPERADOR
                 END-IF
             END-WRITE
           END-IF.

      *----- Altera um operador existente; a reativacao zera as
      *tentativas de senha. O supervisor da sessao nao pode se
      *rebaixar nem se inativar (o cadastro ficaria sem dono)
       0220-ALTERAR                    SECTION.
           DISPLAY "OPERADOR A ALTERAR: " WITH NO ADVANCING.
           ACCEPT WRK-ID-BUSCA.
           MOVE WRK-ID-BUSCA TO OPR-ID.

           READ OPERADORES KEY IS OPR-ID
             INVALID KEY
               DISPLAY "OPERADOR NAO CADASTRADO: " WRK-ID-BUSCA
             NOT INVALID KEY
               DISPLAY "(EM BRANCO MANTEM O VALOR ATUAL)"
               DISPLAY "NOME ATUAL....: " OPR-NOME
               DISPLAY "NOVO NOME.....: " WITH NO ADVANCING
               ACCEPT WRK-NOVO-NOME
               DISPLAY "NOVA SENHA....: " WITH NO ADVANCING
               ACCEPT WRK-NOVA-SENHA
               DISPLAY "PERFIL ATUAL..: " OPR-PERFIL
               DISPLAY "NOVO PERFIL...: " WITH NO ADVANCING
               ACCEPT WRK-NOVO-PERFIL
               DISPLAY "ATIVO ATUAL...: " OPR-ATIVO
               DISPLAY "NOVO ATIVO....: " WITH NO ADVANCING
               ACCEPT WRK-NOVO-ATIVO
               PERFORM 0225-APLICAR-ALTERACAO
           END-READ.

      *----- Aplica os valores digitados, critica e regrava
       0225-APLICAR-ALTERACAO          SECTION.
           IF WRK-NOVO-NOME NOT EQUAL SPACES
             MOVE WRK-NOVO-NOME TO OPR-NOME
           END-IF.
           IF WRK-NOVA-SENHA NOT EQUAL SPACES
             MOVE WRK-NOVA-SENHA TO OPR-SENHA
           END-IF.
           IF WRK-NOVO-PERFIL NOT EQUAL SPACE
             MOVE WRK-NOVO-PERFIL TO OPR-PERFIL
           END-IF.
           IF WRK-NOVO-ATIVO NOT EQUAL SPACE
             IF WRK-NOVO-ATIVO EQUAL "S" AND OPR-ATIVO NOT EQUAL "S"
               MOVE ZERO TO OPR-TENTATIVAS
             END-IF
             MOVE WRK-NOVO-ATIVO TO OPR-ATIVO
           END-IF.
           MOVE SPACES TO WRK-NOVA-SENHA.

           PERFORM 0240-CRITICAR.
           IF WRK-CRITICA-OK EQUAL "S"
             AND OPR-ID EQUAL SEN-OPERADOR
             AND (OPR-PERFIL NOT EQUAL "S" OR OPR-ATIVO NOT EQUAL "S")
             DISPLAY "O SUPERVISOR DA SESSAO NAO PODE SE REBAIXAR"
               " NEM SE INATIVAR"
             MOVE "N" TO WRK-CRITICA-OK
           END-IF.

           IF WRK-CRITICA-OK EQUAL "S"
             REWRITE REG-OPERADOR
               INVALID KEY
                 DISPLAY "ERRO AO ALTERAR. FS-OPERADORES: "
                   FS-OPERADORES
               NOT INVALID KEY
                 ADD 1 TO WRK-REGS-ALTERADOS
                 DISPLAY "OPERADOR ALTERADO COM SUCESSO"
             END-REWRITE
           END-IF.

      *----- Lista o cadastro pela chave (sem a senha)
       0230-LISTAR                     SECTION.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE LOW-VALUES TO OPR-ID.
           START OPERADORES KEY IS NOT LESS THAN OPR-ID
             INVALID KEY
               MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.

           DISPLAY "OPERADOR NOME                 P A ULTIMO ACESSO".
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
             READ OPERADORES NEXT
               AT END
                 MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                 DISPLAY OPR-ID " " OPR-NOME " " OPR-PERFIL " "
                   OPR-ATIVO " " OPR-ULTIMO-ACESSO
             END-READ
           END-PERFORM.

      *----- Critica do registro montado: ID, senha, perfil e ativo
       0240-CRITICAR                   SECTION.
           MOVE "S" TO WRK-CRITICA-OK.
           EVALUATE TRUE
             WHEN OPR-ID EQUAL SPACES
               DISPLAY "REJEITADO: OPERADOR (ID) EM BRANCO"
               MOVE "N" TO WRK-CRITICA-OK
             WHEN OPR-SENHA EQUAL SPACES
               DISPLAY "REJEITADO: SENHA EM BRANCO"
               MOVE "N" TO WRK-CRITICA-OK
             WHEN OPR-PERFIL NOT EQUAL "O" AND OPR-PERFIL NOT EQUAL "S"
               DISPLAY "REJEITADO: PERFIL DEVE SER O OU S"
               MOVE "N" TO WRK-CRITICA-OK
             WHEN OPR-ATIVO NOT EQUAL "S" AND OPR-ATIVO NOT EQUAL "N"
               DISPLAY "REJEITADO: ATIVO DEVE SER S OU N"
               MOVE "N" TO WRK-CRITICA-OK
           END-EVALUATE.

      *----- Grava a trilha de auditoria, fecha o arquivo e finaliza
       0300-FINALIZAR                  SECTION.
           MOVE SPACES TO WRK-LINHA-AUD.
           STRING
               FUNCTION CURRENT-DATE (1:14)  DELIMITED BY SIZE
               "  PROG30  OPERADORES="        DELIMITED BY SIZE
               WRK-REGS-ALTERADOS             DELIMITED BY SIZE
               "  OPR="                       DELIMITED BY SIZE
               SEN-OPERADOR                   DELIMITED BY SIZE
             INTO WRK-LINHA-AUD
           END-STRING.
           WRITE LOG-LINHA FROM WRK-LINHA-AUD.

           DISPLAY "FIM DE PROGRAMA"
           CLOSE OPERADORES.
           CLOSE LOG-AUDITORIA.

      *----- Erro fatal: mensagem + codigo de retorno 12
       9000-TRATA-ERRO                 SECTION.
           DISPLAY WRK-MSG-ERRO.
           MOVE 12 TO RETURN-CODE.
           GOBACK.


       END PROGRAM PROG30.
