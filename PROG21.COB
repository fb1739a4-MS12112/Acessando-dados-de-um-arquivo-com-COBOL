      *== OBSERVAÇOES: A LIMPEZA USA A FUNCAO F DA ROTINA TRVCLI;
      *== ESTE UTILITARIO NUNCA DEVE RODAR COM UM ATUALIZADOR DE
      *== FATO ATIVO - CONFERIR A DATA-HORA DO TOKEN ANTES.
      *== EXIGE SIGN-ON DO OPERADOR (ROTINA SENCLI); A LIMPEZA E
      *== RESTRITA A SUPERVISOR, A CONSULTA E LIVRE.
      *======================================

       ENVIRONMENT DIVISION.
      *Area de parametros da trava de execucao (rotina TRVCLI)
           COPY TRVPAR.

      *Area de parametros da identificacao do operador (rotina
      *SENCLI): SEN-PERFIL libera a limpeza (so supervisor)
           COPY SENPAR.

       PROCEDURE DIVISION.
       0001-PRINCIPAL                  SECTION.

           PERFORM 0300-FINALIZAR.
           GOBACK.

      *----- Identifica o operador, pergunta a operacao desejada e
      *abre a auditoria
       0100-INICIALIZAR                SECTION.
           MOVE "L" TO SEN-FUNCAO.
           CALL "SENCLI" USING SEN-PARAMETROS.
           IF SEN-RETORNO NOT EQUAL "S"
             DISPLAY SEN-MOTIVO
             MOVE "OPERADOR NAO IDENTIFICADO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

           DISPLAY "UTILITARIO DA TRAVA DE EXECUCAO".
           DISPLAY "1-CONSULTAR  2-LIMPAR TOKEN OBSOLETO".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           END-IF.

      *----- Limpa o token obsoleto (pos-abend), com confirmacao
      *(so supervisor: limpar a trava de um atualizador vivo abre a
      *base a um segundo atualizador)
       0220-LIMPAR                     SECTION.
           IF SEN-PERFIL NOT EQUAL "S"
             MOVE "FUNCAO RESTRITA A SUPERVISOR" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           PERFORM 0210-CONSULTAR.
           DISPLAY "LIMPAR A TRAVA ACIMA (S/N): " WITH NO ADVANCING.
           ACCEPT WRK-CONFIRMA.
               WRK-OPCAO                      DELIMITED BY SIZE
               "  LIMPEZAS="                  DELIMITED BY SIZE
               WRK-LIMPOU                     DELIMITED BY SIZE
               "  OPR="                       DELIMITED BY SIZE
               SEN-OPERADOR                   DELIMITED BY SIZE
             INTO WRK-LINHA-AUD
           END-STRING.
           WRITE LOG-LINHA FROM WRK-LINHA-AUD.
