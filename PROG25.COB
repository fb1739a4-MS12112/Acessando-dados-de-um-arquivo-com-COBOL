
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG25.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: ESTORNO DE LANCAMENTOS DO TRNCLI-DAT: PARA CADA
      *== PEDIDO (TRN-CHAVE DO LANCAMENTO ERRADO = CLIENTE + DATA +
      *== SEQUENCIA, MAIS O MOTIVO) POSTA O LANCAMENTO DE SENTIDO
      *== CONTRARIO E MESMO VALOR NA DATA DO ESTORNO, COM HISTORICO
      *== "ESTORNO DE <DATA>-<SEQ>", E GRAVA O VINCULO ORIGINAL X
      *== ESTORNO NO ESTCLI-DAT (COPY REGEST), LIDO PELO PROG18 P/
      *== MOSTRAR O PAR NO EXTRATO.
      *== DATA = 02/09/2026
      *== OBSERVAÇOES: RECUSA ESTORNAR DUAS VEZES O MESMO LANCAMENTO
      *== (VINCULO JA EXISTE) E RECUSA ESTORNAR UM ESTORNO (CORRIGIR
      *== UM ESTORNO INDEVIDO E LANCAMENTO NOVO PELO PROG17). A
      *== SEQUENCIA DO DIA SEGUE A REGRA DO PROG17. LISTAGEM DE
      *== ESTORNADOS/REJEITADOS EM ESTORNOS.TXT.
      *======================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

      *Define os arquivos e seus Status
      *CAMINHOS EXTERNALIZADOS (nome simbolico, estilo DD-name de JCL):
      *o runtime usa as variaveis de ambiente DD_CLIENTE-DAT /
      *DD_TRNCLI-DAT / DD_ESTCLI-DAT / DD_ESTPED-DAT se existirem;
      *senao usa o nome literal no diretorio de trabalho atual.
       FILE-CONTROL.
      *INDICES ALTERNADOS (NOME/TELEFONE/EMAIL, com duplicatas): usados
      *pela consulta do PROG08; todo programa que abre CLIENTE.DAT
      *precisa declara-los igualmente, senao o OPEN falha (FS=39).
           SELECT CLIENTES ASSIGN TO "CLIENTE-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-ID
           ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
           ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
           ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
           FILE STATUS IS FS-CLIENTES.

      *Arquivo de movimentos financeiros (ver COPY REGTRN)
           SELECT TRANSACOES ASSIGN TO "TRNCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TRN-CHAVE
           FILE STATUS IS FS-TRANSACOES.

      *Vinculo original x estorno (ver COPY REGEST)
           SELECT ESTORNOS ASSIGN TO "ESTCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EST-CHAVE-ORIGINAL
           ALTERNATE RECORD KEY IS EST-CHAVE-ESTORNO
           FILE STATUS IS FS-ESTORNOS.

      *Pedidos de estorno (TRN-CHAVE do lancamento errado + motivo)
           SELECT PEDIDOS ASSIGN TO "ESTPED-DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PEDIDOS.

      *Listagem de estornados/rejeitados da execucao
           SELECT REL-ESTORNO ASSIGN TO "C:\cobol\SMN5\ESTORNOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELEST.

      *Trilha de auditoria: uma linha por execucao (ver 0300-FINALIZAR)
           SELECT LOG-AUDITORIA ASSIGN TO "C:\cobol\SMN5\AUDITORIA.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.

      *Descreve a estrutura dos arquivos
       FILE SECTION.
       FD CLIENTES.
           COPY REGCLI.

       FD TRANSACOES.
           COPY REGTRN.

       FD ESTORNOS.
           COPY REGEST.

      *Pedido: chave do lancamento a estornar (campos X p/ criticar
      *NUMERIC antes de usar) e motivo informado pela area
       FD PEDIDOS.
       01 REG-PEDIDO.
           05 PED-ID         PIC X(08).
           05 PED-DATA       PIC X(08).
           05 PED-SEQ        PIC X(03).
           05 PED-MOTIVO     PIC X(30).

      *Listagem impressa de estornados/rejeitados
       FD REL-ESTORNO.
       01 RELEST-LINHA     PIC X(132).

      *Trilha de auditoria de acesso/atualizacao de CLIENTE.DAT
       FD LOG-AUDITORIA.
       01 LOG-LINHA        PIC X(100).

      *-----------VARIÁVEIS----------------

       WORKING-STORAGE              SECTION.
       77 FS-CLIENTES    PIC 9(02) VALUE ZEROS.
       77 FS-TRANSACOES  PIC 9(02) VALUE ZEROS.
       77 FS-ESTORNOS    PIC 9(02) VALUE ZEROS.
       77 FS-PEDIDOS     PIC 9(02) VALUE ZEROS.
       77 FS-RELEST      PIC 9(02) VALUE ZEROS.
       77 FS-AUDITORIA   PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO   PIC X(30) VALUE SPACES.
       77 WRK-LINHA-AUD  PIC X(100) VALUE SPACES.
       77 WRK-GRAVOU     PIC X(01) VALUE "N".
       77 WRK-DATA-HOJE  PIC 9(08) VALUE ZEROS.

      *Area de parametros da trava de execucao (rotina TRVCLI):
      *leitor de CLIENTE.DAT, carimba leitura compartilhada p/ a
      *recarga do PROG09 nao substituir o arquivo fisico no meio
      *desta execucao
           COPY TRVPAR.
       77 WRK-CARIMBADO  PIC X(01) VALUE "N".

      *-----------LANCAMENTO ORIGINAL EM TRATAMENTO----------------
      *Guardado antes do WRITE do estorno, que reaproveita o buffer
      *de REG-TRANSACAO
       01 WRK-ORIGINAL.
           05 WRK-ORIG-CHAVE.
               10 WRK-ORIG-ID    PIC 9(08).
               10 WRK-ORIG-DATA  PIC 9(08).
               10 WRK-ORIG-SEQ   PIC 9(03).
           05 WRK-ORIG-TIPO      PIC X(01).
           05 WRK-ORIG-VALOR     PIC 9(09)V99.

      *-----------TOTALIZADORES DA EXECUCAO----------------
       77 WRK-TOTAL-LIDOS      PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-ESTORNADOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-REJEITADOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-DEBITOS    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-CREDITOS   PIC 9(11)V99 VALUE ZEROS.

      *-----------LINHAS DA LISTAGEM----------------
       01 WRK-LINHA-CAB-EST.
           05 FILLER          PIC X(30) VALUE
              "LISTAGEM DE ESTORNOS EM ".
           05 WRK-CAB-DATA    PIC 9(08).
           05 FILLER          PIC X(94) VALUE SPACES.

       01 WRK-LINHA-EST.
           05 WRK-EST-ID        PIC 9(08).
           05 FILLER            PIC X(01) VALUE "-".
           05 WRK-EST-DATA      PIC 9(08).
           05 FILLER            PIC X(01) VALUE "-".
           05 WRK-EST-SEQ       PIC 9(03).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-EST-TIPO      PIC X(01).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-EST-VALOR     PIC Z(08)9.99.
           05 FILLER            PIC X(08) VALUE "  ESTR: ".
           05 WRK-EST-NOVA-DATA PIC 9(08).
           05 FILLER            PIC X(01) VALUE "-".
           05 WRK-EST-NOVA-SEQ  PIC 9(03).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-EST-RESULTADO PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-EST-MOTIVO    PIC X(30).
           05 FILLER            PIC X(30) VALUE SPACES.

       01 WRK-LINHA-TOT-EST.
           05 FILLER            PIC X(07) VALUE "LIDOS: ".
           05 WRK-TOT-LIDOS     PIC ZZZZ9.
           05 FILLER            PIC X(14) VALUE "  ESTORNADOS: ".
           05 WRK-TOT-ESTORNADOS PIC ZZZZ9.
           05 FILLER            PIC X(14) VALUE "  REJEITADOS: ".
           05 WRK-TOT-REJEITADOS PIC ZZZZ9.
           05 FILLER            PIC X(82) VALUE SPACES.

       01 WRK-LINHA-TOT-VAL.
           05 FILLER            PIC X(22) VALUE
              "DEBITOS ESTORNADOS: ".
           05 WRK-TOT-DEBITOS   PIC Z(10)9.99.
           05 FILLER            PIC X(24) VALUE
              "  CREDITOS ESTORNADOS: ".
           05 WRK-TOT-CREDITOS  PIC Z(10)9.99.
           05 FILLER            PIC X(58) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL                  SECTION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.

      *----- Abre os pedidos, o mestre p/ consulta, os movimentos e
      *o vinculo de estornos p/ gravacao (ESTCLI-DAT e criado no
      *primeiro estorno, FS=35, igual o TRNCLI-DAT no PROG17)
       0100-INICIALIZAR                SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.

           OPEN INPUT PEDIDOS.
           IF FS-PEDIDOS NOT EQUAL 00
             MOVE "PEDIDOS NAO FORAM ABERTOS" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

      *----- Carimbo de leitura compartilhada: nao bloqueia ninguem,
      *mas impede a recarga do PROG09 de substituir o arquivo
      *durante esta execucao
           MOVE "S" TO TRV-FUNCAO.
           MOVE "PROG25" TO TRV-PROGRAMA.
           CALL "TRVCLI" USING TRV-PARAMETROS.
           IF TRV-RETORNO EQUAL "S"
             MOVE "S" TO WRK-CARIMBADO
           END-IF.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 00
             MOVE "ARQUIVO NAO FOI ABERTO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           ELSE
             DISPLAY "ARQUIVO OK"
           END-IF.

      *----- Sem TRNCLI-DAT nao ha o que estornar: nao e criado aqui
           OPEN I-O TRANSACOES.
           IF FS-TRANSACOES NOT EQUAL 00
             MOVE "TRNCLI NAO FOI ABERTO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

           OPEN I-O ESTORNOS.
           IF FS-ESTORNOS EQUAL 35
             OPEN OUTPUT ESTORNOS
             IF FS-ESTORNOS NOT EQUAL 00
               MOVE "ESTCLI NAO FOI CRIADO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
             END-IF
             CLOSE ESTORNOS
             OPEN I-O ESTORNOS
           END-IF.
           IF FS-ESTORNOS NOT EQUAL 00
             MOVE "ESTCLI NAO FOI ABERTO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

           OPEN OUTPUT REL-ESTORNO.
           IF FS-RELEST NOT EQUAL 00
             MOVE "LISTAGEM NAO FOI ABERTA" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           WRITE RELEST-LINHA FROM WRK-LINHA-CAB-EST.

           OPEN EXTEND LOG-AUDITORIA.
           IF FS-AUDITORIA NOT EQUAL 00
             OPEN OUTPUT LOG-AUDITORIA
           END-IF.

      *----- Le cada pedido de estorno e trata
       0200-PROCESSAR                  SECTION.
           PERFORM UNTIL FS-PEDIDOS NOT EQUAL 00
             READ PEDIDOS
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1 TO WRK-TOTAL-LIDOS
                 PERFORM 0210-TRATA-PEDIDO
             END-READ
           END-PERFORM.

      *----- Critica o pedido e localiza o lancamento original
       0210-TRATA-PEDIDO               SECTION.
           MOVE ZEROS  TO WRK-EST-ID WRK-EST-DATA WRK-EST-SEQ
                          WRK-EST-VALOR WRK-EST-NOVA-DATA
                          WRK-EST-NOVA-SEQ.
           MOVE SPACES TO WRK-EST-TIPO WRK-EST-MOTIVO.

           IF PED-ID NOT NUMERIC
             OR PED-DATA NOT NUMERIC
             OR PED-SEQ NOT NUMERIC
             MOVE "CHAVE INVALIDA" TO WRK-EST-MOTIVO
             PERFORM 0250-REJEITAR
           ELSE
             MOVE PED-ID   TO TRN-ID   WRK-EST-ID
             MOVE PED-DATA TO TRN-DATA WRK-EST-DATA
             MOVE PED-SEQ  TO TRN-SEQ  WRK-EST-SEQ
             READ TRANSACOES KEY IS TRN-CHAVE
               INVALID KEY
                 MOVE "LANCAMENTO NAO ENCONTRADO" TO WRK-EST-MOTIVO
                 PERFORM 0250-REJEITAR
               NOT INVALID KEY
                 MOVE TRN-CHAVE TO WRK-ORIG-CHAVE
                 MOVE TRN-TIPO  TO WRK-ORIG-TIPO   WRK-EST-TIPO
                 MOVE TRN-VALOR TO WRK-ORIG-VALOR  WRK-EST-VALOR
                 PERFORM 0220-VALIDAR-VINCULO
             END-READ
           END-IF.

      *----- O original nao pode ja ter sido estornado, nem ser ele
      *mesmo um estorno; o cliente precisa ter cadastro vivo
       0220-VALIDAR-VINCULO            SECTION.
           MOVE WRK-ORIG-CHAVE TO EST-CHAVE-ORIGINAL.
           READ ESTORNOS KEY IS EST-CHAVE-ORIGINAL
             INVALID KEY
               MOVE WRK-ORIG-CHAVE TO EST-CHAVE-ESTORNO
               READ ESTORNOS KEY IS EST-CHAVE-ESTORNO
                 INVALID KEY
                   PERFORM 0225-VALIDAR-CLIENTE
                 NOT INVALID KEY
                   MOVE "LANCAMENTO JA E UM ESTORNO"
                     TO WRK-EST-MOTIVO
                   PERFORM 0250-REJEITAR
               END-READ
             NOT INVALID KEY
               MOVE EST-ESTR-DATA TO WRK-EST-NOVA-DATA
               MOVE EST-ESTR-SEQ  TO WRK-EST-NOVA-SEQ
               MOVE "LANCAMENTO JA ESTORNADO" TO WRK-EST-MOTIVO
               PERFORM 0250-REJEITAR
           END-READ.

      *----- Cliente expurgado (sem cadastro vivo) nao recebe
      *lancamento novo; cancelado recebe, p/ corrigir o saldo que
      *impede o expurgo no PROG11
       0225-VALIDAR-CLIENTE            SECTION.
           MOVE WRK-ORIG-ID TO REG-ID.
           READ CLIENTES KEY IS REG-ID
             INVALID KEY
               MOVE "REG-ID NAO ENCONTRADO" TO WRK-EST-MOTIVO
               PERFORM 0250-REJEITAR
             NOT INVALID KEY
               PERFORM 0230-GRAVAR-ESTORNO
           END-READ.

      *----- Grava o lancamento contrario na data do estorno,
      *atribuindo a sequencia do dia (mesma regra do PROG17: FS=22
      *= vaga ocupada; qualquer outro status de WRITE e fatal)
       0230-GRAVAR-ESTORNO             SECTION.
           MOVE WRK-ORIG-ID    TO TRN-ID.
           MOVE WRK-DATA-HOJE  TO TRN-DATA.
           IF WRK-ORIG-TIPO EQUAL "D"
             MOVE "C" TO TRN-TIPO
           ELSE
             MOVE "D" TO TRN-TIPO
           END-IF.
           MOVE WRK-ORIG-VALOR TO TRN-VALOR.
           MOVE SPACES         TO TRN-HISTORICO.
           STRING
               "ESTORNO DE "   DELIMITED BY SIZE
               WRK-ORIG-DATA   DELIMITED BY SIZE
               "-"             DELIMITED BY SIZE
               WRK-ORIG-SEQ    DELIMITED BY SIZE
             INTO TRN-HISTORICO
           END-STRING.
           MOVE ZEROS          TO TRN-SEQ.
           MOVE "N"            TO WRK-GRAVOU.

           PERFORM UNTIL WRK-GRAVOU EQUAL "S"
             OR TRN-SEQ EQUAL 999
             ADD 1 TO TRN-SEQ
             WRITE REG-TRANSACAO
               INVALID KEY
                 IF FS-TRANSACOES NOT EQUAL 22
                   MOVE "ERRO AO GRAVAR MOVIMENTO" TO WRK-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
                   GOBACK
                 END-IF
               NOT INVALID KEY
                 MOVE "S" TO WRK-GRAVOU
             END-WRITE
           END-PERFORM.

           IF WRK-GRAVOU EQUAL "S"
             PERFORM 0235-GRAVAR-VINCULO
             PERFORM 0240-APLICAR
           ELSE
             MOVE "SEQUENCIA DO DIA ESGOTADA" TO WRK-EST-MOTIVO
             PERFORM 0250-REJEITAR
           END-IF.

      *----- Grava o vinculo original x estorno; falha aqui e fatal,
      *pois o estorno ja postado ficaria sem a referencia
       0235-GRAVAR-VINCULO             SECTION.
           MOVE WRK-ORIG-CHAVE TO EST-CHAVE-ORIGINAL.
           MOVE TRN-CHAVE      TO EST-CHAVE-ESTORNO.
           MOVE FUNCTION CURRENT-DATE (1:14) TO EST-DATA-HORA.
           MOVE PED-MOTIVO     TO EST-MOTIVO.
           WRITE REG-ESTORNO
             INVALID KEY
               DISPLAY "ESTORNO SEM VINCULO: " TRN-CHAVE
               MOVE "ERRO AO GRAVAR VINCULO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
           END-WRITE.

      *----- Registra um estorno postado na listagem e nos totais
       0240-APLICAR                    SECTION.
           ADD 1 TO WRK-TOTAL-ESTORNADOS.
           IF WRK-ORIG-TIPO EQUAL "D"
             ADD WRK-ORIG-VALOR TO WRK-TOTAL-DEBITOS
           ELSE
             ADD WRK-ORIG-VALOR TO WRK-TOTAL-CREDITOS
           END-IF.
           MOVE TRN-DATA   TO WRK-EST-NOVA-DATA.
           MOVE TRN-SEQ    TO WRK-EST-NOVA-SEQ.
           MOVE PED-MOTIVO TO WRK-EST-MOTIVO.
           MOVE "ESTORNADO" TO WRK-EST-RESULTADO.
           WRITE RELEST-LINHA FROM WRK-LINHA-EST.

      *----- Registra um pedido rejeitado e o motivo na listagem
       0250-REJEITAR                   SECTION.
           ADD 1 TO WRK-TOTAL-REJEITADOS.
           MOVE "REJEITADO" TO WRK-EST-RESULTADO.
           WRITE RELEST-LINHA FROM WRK-LINHA-EST.

      *----- Grava os totais e a auditoria, fecha os arquivos, finaliza
       0300-FINALIZAR                  SECTION.
           MOVE WRK-TOTAL-LIDOS      TO WRK-TOT-LIDOS.
           MOVE WRK-TOTAL-ESTORNADOS TO WRK-TOT-ESTORNADOS.
           MOVE WRK-TOTAL-REJEITADOS TO WRK-TOT-REJEITADOS.
           WRITE RELEST-LINHA FROM WRK-LINHA-TOT-EST.
           MOVE WRK-TOTAL-DEBITOS    TO WRK-TOT-DEBITOS.
           MOVE WRK-TOTAL-CREDITOS   TO WRK-TOT-CREDITOS.
           WRITE RELEST-LINHA FROM WRK-LINHA-TOT-VAL.

           MOVE SPACES TO WRK-LINHA-AUD.
           STRING
               FUNCTION CURRENT-DATE (1:14)  DELIMITED BY SIZE
               "  PROG25  FS-CLIENTES="       DELIMITED BY SIZE
               FS-CLIENTES                    DELIMITED BY SIZE
               "  REGISTROS="                 DELIMITED BY SIZE
               WRK-TOTAL-ESTORNADOS           DELIMITED BY SIZE
               "  REJEITADOS="                DELIMITED BY SIZE
               WRK-TOTAL-REJEITADOS           DELIMITED BY SIZE
             INTO WRK-LINHA-AUD
           END-STRING.
           WRITE LOG-LINHA FROM WRK-LINHA-AUD.

      *----- Codigo de retorno p/ a esteira agendada: rejeicoes
      *viram aviso (4); o fatal (12) ja sai por 9000-TRATA-ERRO
           IF WRK-TOTAL-REJEITADOS NOT EQUAL ZEROS
             MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "ESTORNOS CONCLUIDOS. LIDOS: " WRK-TOTAL-LIDOS
             " ESTORNADOS: " WRK-TOTAL-ESTORNADOS
             " REJEITADOS: " WRK-TOTAL-REJEITADOS.
           CLOSE PEDIDOS.
           CLOSE CLIENTES.
           IF WRK-CARIMBADO EQUAL "S"
             MOVE "D" TO TRV-FUNCAO
             CALL "TRVCLI" USING TRV-PARAMETROS
             MOVE "N" TO WRK-CARIMBADO
           END-IF.
           CLOSE TRANSACOES.
           CLOSE ESTORNOS.
           CLOSE REL-ESTORNO.
           CLOSE LOG-AUDITORIA.

      *----- Erro fatal: mensagem + codigo de retorno 12, p/ a esteira
      *agendada interromper os passos seguintes
       9000-TRATA-ERRO                 SECTION.
           DISPLAY WRK-MSG-ERRO.
      *----- Erro detectado com o carimbo de leitura ja tomado:
      *libera antes de sair, p/ nao deixar a recarga do PROG09
      *recusada por um leitor que ja nao existe
           IF WRK-CARIMBADO EQUAL "S"
             MOVE "D" TO TRV-FUNCAO
             CALL "TRVCLI" USING TRV-PARAMETROS
             MOVE "N" TO WRK-CARIMBADO
           END-IF.
           MOVE 12 TO RETURN-CODE.
           GOBACK.


       END PROGRAM PROG25.
