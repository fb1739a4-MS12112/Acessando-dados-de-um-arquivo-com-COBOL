      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: MANUTENCAO (INCLUSAO/ALTERACAO/EXCLUSAO) DE CLIENTES
      *== DATA = 08/08/2026
      *== OBSERVAÇOES: ABRE CLIENTE.DAT EM I-O PARA CRUD POR REG-ID.
      *== EXIGE SIGN-ON DO OPERADOR (ROTINA SENCLI); A EXCLUSAO E
      *== RESTRITA A SUPERVISOR.
      *======================================

       ENVIRONMENT DIVISION.
      *variavel de ambiente DD_JRNCLI-DAT se existir, senao o nome
      *literal no diretorio de trabalho atual.
           SELECT JORNAL ASSIGN TO "JRNCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS JRN-CHAVE
           ALTERNATE RECORD KEY IS JRN-DATA-HORA WITH DUPLICATES
           FILE STATUS IS FS-JORNAL.

       DATA DIVISION.
       01 LOG-LINHA        PIC X(100).

      *Jornal de mudancas: operacao A=ALTERACAO E=EXCLUSAO (o PROG14
      *grava R=RESTAURACAO), imagem completa antes e depois, e o
      *operador identificado no sign-on que fez a mudanca
       FD JORNAL.
           COPY REGJRN.

      *-----------VARIÁVEIS----------------

           COPY TRVPAR.
       77 WRK-TRAVADO    PIC X(01) VALUE "N".

      *Area de parametros da identificacao do operador (rotina
      *SENCLI): SEN-OPERADOR carimba o jornal e a auditoria;
      *SEN-PERFIL libera a exclusao (so supervisor)
           COPY SENPAR.

       PROCEDURE DIVISION.
       0001-PRINCIPAL                  SECTION.

      *em vez de silenciosamente comecar um CLIENTE.DAT vazio, igual
      *PROG03/PROG04 ja tratam o mesmo FS-CLIENTES=35)
       0100-INICIALIZAR                SECTION.
      *----- Sign-on antes de tudo: sem operador identificado nada
      *e travado nem aberto
           MOVE "L" TO SEN-FUNCAO.
           CALL "SENCLI" USING SEN-PARAMETROS.
           IF SEN-RETORNO NOT EQUAL "S"
             DISPLAY SEN-MOTIVO
             MOVE "OPERADOR NAO IDENTIFICADO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           DISPLAY "OPERADOR: " SEN-OPERADOR " " SEN-NOME.

      *----- Trava exclusiva ANTES do OPEN I-O: um segundo
      *atualizador recebe a recusa clara em vez de meio lote
           MOVE "E" TO TRV-FUNCAO.
             OPEN OUTPUT LOG-AUDITORIA
           END-IF.

      *----- JRNCLI-DAT e criado na primeira mudanca (FS=35)
           OPEN I-O JORNAL.
           IF FS-JORNAL EQUAL 35
             OPEN OUTPUT JORNAL
             CLOSE JORNAL
             OPEN I-O JORNAL
           END-IF.
           IF FS-JORNAL NOT EQUAL 00
             MOVE "JORNAL NAO FOI ABERTO" TO WRK-MSG-ERRO
             WHEN 2
               PERFORM 0220-ALTERAR
             WHEN 3
               IF SEN-PERFIL EQUAL "S"
                 PERFORM 0230-EXCLUIR
               ELSE
                 DISPLAY "FUNCAO RESTRITA A SUPERVISOR"
               END-IF
             WHEN 0
               CONTINUE
             WHEN OTHER
               MOVE REG-CLIENTES TO JRN-DEPOIS
             END-IF
           END-IF.
           MOVE SEN-OPERADOR TO JRN-OPERADOR.
      *----- Segunda mudanca do mesmo cliente no mesmo segundo: a
      *chave ja existe (FS=22) e a entrada vai p/ a sequencia seguinte
           MOVE ZEROS TO JRN-SEQ.
           WRITE REG-JORNAL
             INVALID KEY
               CONTINUE
           END-WRITE.
           PERFORM UNTIL FS-JORNAL NOT EQUAL 22
             OR JRN-SEQ EQUAL 99
             ADD 1 TO JRN-SEQ
             WRITE REG-JORNAL
               INVALID KEY
                 CONTINUE
             END-WRITE
           END-PERFORM.
           IF FS-JORNAL NOT EQUAL 00 AND FS-JORNAL NOT EQUAL 02
             DISPLAY "AVISO: JORNAL NAO GRAVADO. FS: " FS-JORNAL
           END-IF.

               FS-CLIENTES                    DELIMITED BY SIZE
               "  REGISTROS="                 DELIMITED BY SIZE
               WRK-REGS-ALTERADOS             DELIMITED BY SIZE
               "  OPR="                       DELIMITED BY SIZE
               SEN-OPERADOR                   DELIMITED BY SIZE
             INTO WRK-LINHA-AUD
           END-STRING.
           WRITE LOG-LINHA FROM WRK-LINHA-AUD.
