      *== REG-ID). UMA BASE CRIADA ANTES DOS INDICES ALTERNADOS
      *== PRECISA PASSAR UMA VEZ PELA CONVERSAO DO PROG15 (QUE LE O
      *== LAYOUT ANTIGO E RECRIA O MESTRE COM TODOS OS INDICES).
      *== EXIGE SIGN-ON DO OPERADOR (ROTINA SENCLI).
      *======================================

       ENVIRONMENT DIVISION.
       77 WRK-TOTAL-ACHADOS PIC 9(05) VALUE ZEROS.
       77 WRK-LINHA-AUD     PIC X(100) VALUE SPACES.

      *Area de parametros da identificacao do operador (rotina
      *SENCLI): SEN-OPERADOR carimba a auditoria da consulta
           COPY SENPAR.

       PROCEDURE DIVISION.
       0001-PRINCIPAL                  SECTION.

           PERFORM 0300-FINALIZAR.
           GOBACK.

      *----- Identifica o operador, abre o arquivo para leitura e
      *verifica se houve erro
       0100-INICIALIZAR                SECTION.
           MOVE "L" TO SEN-FUNCAO.
           CALL "SENCLI" USING SEN-PARAMETROS.
           IF SEN-RETORNO NOT EQUAL "S"
             DISPLAY SEN-MOTIVO
             MOVE "OPERADOR NAO IDENTIFICADO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
             MOVE "ARQUIVO NAO FOI ABERTO" TO WRK-MSG-ERRO
               FS-CLIENTES                    DELIMITED BY SIZE
               "  REGISTROS="                 DELIMITED BY SIZE
               WRK-TOTAL-ACHADOS              DELIMITED BY SIZE
               "  OPR="                       DELIMITED BY SIZE
               SEN-OPERADOR                   DELIMITED BY SIZE
             INTO WRK-LINHA-AUD
           END-STRING.
           WRITE LOG-LINHA FROM WRK-LINHA-AUD.
