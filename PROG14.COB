      *== OBSERVAÇOES: ATENDE A EXIGENCIA DE RASTREABILIDADE EM NIVEL
      *== DE CAMPO: "QUEM MUDOU O QUE E QUANDO" RESPONDIDA PELO
      *== JORNAL; "DESFAZER" PELA RESTAURACAO DA IMAGEM ANTES.
      *== O "QUEM" E O OPERADOR GRAVADO EM CADA ENTRADA (SIGN-ON DA
      *== ROTINA SENCLI); A RESTAURACAO E RESTRITA A SUPERVISOR.
      *======================================

       ENVIRONMENT DIVISION.

      *Jornal de mudancas gravado pelo PROG05 (e por este, op R)
           SELECT JORNAL ASSIGN TO "JRNCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JRN-CHAVE
           ALTERNATE RECORD KEY IS JRN-DATA-HORA WITH DUPLICATES
           FILE STATUS IS FS-JORNAL.

      *Trilha de auditoria: uma linha por execucao (ver 0300-FINALIZAR)
       FD CLIENTES.
           COPY REGCLI.

      *Jornal: layout compartilhado dos gravadores (COPY REGJRN)
       FD JORNAL.
           COPY REGJRN.

      *Trilha de auditoria de acesso/atualizacao de CLIENTE.DAT
       FD LOG-AUDITORIA.
           COPY TRVPAR.
       77 WRK-TRAVADO    PIC X(01) VALUE "N".

      *Area de parametros da identificacao do operador (rotina
      *SENCLI): SEN-OPERADOR carimba a entrada R e a auditoria;
      *SEN-PERFIL libera a restauracao (so supervisor)
           COPY SENPAR.

      *Mudancas do cliente consultado, na ordem do jornal (maximo 200)
       01 WRK-TABELA-MUDANCAS.
           05 WRK-MUD OCCURS 200.
           PERFORM 0300-FINALIZAR.
           GOBACK.

      *----- Identifica o operador, abre o jornal p/ leitura e a
      *auditoria
       0100-INICIALIZAR                SECTION.
           INITIALIZE WRK-TABELA-MUDANCAS.

           MOVE "L" TO SEN-FUNCAO.
           CALL "SENCLI" USING SEN-PARAMETROS.
           IF SEN-RETORNO NOT EQUAL "S"
             DISPLAY SEN-MOTIVO
             MOVE "OPERADOR NAO IDENTIFICADO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

           OPEN INPUT JORNAL.
           IF FS-JORNAL NOT EQUAL 00
             MOVE "JORNAL VAZIO OU AUSENTE" TO WRK-MSG-ERRO
           END-IF.

      *----- Pede o REG-ID e lista as mudancas dele em ordem de data
      *(START na JRN-CHAVE do ID: so as entradas do cliente sao
      *lidas, ja em ordem de data-hora + sequencia)
       0200-PROCESSAR                  SECTION.
           DISPLAY "REG-ID A CONSULTAR: " WITH NO ADVANCING.
           ACCEPT WRK-ID-BUSCA.

           MOVE WRK-ID-BUSCA TO JRN-ID.
           MOVE ZEROS TO JRN-DATA-HORA.
           MOVE ZEROS TO JRN-SEQ.
           START JORNAL KEY IS NOT LESS THAN JRN-CHAVE
             INVALID KEY
               CONTINUE
           END-START.
           IF FS-JORNAL EQUAL 00
             READ JORNAL NEXT RECORD
             PERFORM UNTIL
               (FS-JORNAL NOT EQUAL 00 AND FS-JORNAL NOT EQUAL 02)
               OR JRN-ID NOT EQUAL WRK-ID-BUSCA
               IF WRK-QTD-MUDANCAS LESS THAN 200
                 ADD 1 TO WRK-QTD-MUDANCAS
                 MOVE JRN-DATA-HORA TO
               ELSE
                 MOVE "S" TO WRK-TAB-CHEIA
               END-IF
               READ JORNAL NEXT RECORD
             END-PERFORM
           END-IF.
           CLOSE JORNAL.

           IF WRK-TAB-CHEIA EQUAL "S"
             PERFORM 0240-RESTAURAR
           END-IF.

      *----- Exibe uma mudanca: operacao, data, operador e imagens
      *antes/depois (entrada anterior ao sign-on: operador em branco)
       0220-EXIBIR-MUDANCA             SECTION.
           DISPLAY "----------------------------------------".
           DISPLAY "MUDANCA " WRK-QTD-MUDANCAS
             "  DATA-HORA: " JRN-DATA-HORA
             "  OPERACAO: " JRN-OPERACAO
             "  OPERADOR: " JRN-OPERADOR.
           MOVE JRN-ANTES TO WRK-IMAGEM.
           DISPLAY "ANTES.  NOME: " WRK-IMG-NOME
             " TEL: " WRK-IMG-TELEFONE
      *foi uma exclusao; a restauracao vira uma nova entrada R no
      *jornal, nunca uma edicao do historico)
       0240-RESTAURAR                  SECTION.
           IF SEN-PERFIL NOT EQUAL "S"
             DISPLAY "RESTAURACAO RESTRITA A SUPERVISOR"
           ELSE
             DISPLAY "RESTAURAR IMAGEM ANTERIOR (S/N): "
               WITH NO ADVANCING
             ACCEPT WRK-CONFIRMA
             IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
               PERFORM 0250-APLICAR-RESTAURACAO
             ELSE
               DISPLAY "RESTAURACAO NAO SOLICITADA"
             END-IF
           END-IF.

      *----- Aplica de fato a restauracao escolhida
      *----- Grava a propria restauracao como entrada R do jornal
      *(WRK-IMAGEM-PRE guardada em 0250 com a imagem pre-restauracao)
       0260-JORNALIZAR-RESTAURACAO     SECTION.
           OPEN I-O JORNAL.
           IF FS-JORNAL NOT EQUAL 00
             DISPLAY "AVISO: JORNAL NAO GRAVADO. FS: " FS-JORNAL
           ELSE
             MOVE WRK-ID-BUSCA TO JRN-ID
             MOVE WRK-IMAGEM-PRE TO JRN-ANTES
             MOVE WRK-MUD-ANTES (WRK-SEQ) TO JRN-DEPOIS
             MOVE SEN-OPERADOR TO JRN-OPERADOR
      *----- Mesma regra de sequencia dos gravadores (COPY REGJRN)
             MOVE ZEROS TO JRN-SEQ
             WRITE REG-JORNAL
               INVALID KEY
                 CONTINUE
             END-WRITE
             PERFORM UNTIL FS-JORNAL NOT EQUAL 22
               OR JRN-SEQ EQUAL 99
               ADD 1 TO JRN-SEQ
               WRITE REG-JORNAL
                 INVALID KEY
                   CONTINUE
               END-WRITE
             END-PERFORM
             IF FS-JORNAL NOT EQUAL 00 AND FS-JORNAL NOT EQUAL 02
               DISPLAY "AVISO: JORNAL NAO GRAVADO. FS: " FS-JORNAL
             END-IF
             CLOSE JORNAL
               WRK-QTD-MUDANCAS               DELIMITED BY SIZE
               "  RESTAURADOS="               DELIMITED BY SIZE
               WRK-RESTAURADO                 DELIMITED BY SIZE
               "  OPR="                       DELIMITED BY SIZE
               SEN-OPERADOR                   DELIMITED BY SIZE
             INTO WRK-LINHA-AUD
           END-STRING.
           WRITE LOG-LINHA FROM WRK-LINHA-AUD.
