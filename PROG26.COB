
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG26.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: FECHAMENTO MENSAL DO ARQUIVO DE MOVIMENTOS: PARA O
      *== PERIODO INFORMADO (AAAAMM), GRAVA NO SALCLI-DAT (COPY REGSAL)
      *== O SALDO INICIAL, OS DEBITOS, OS CREDITOS E O SALDO FINAL DE
      *== CADA REG-ID COM SALDO OU MOVIMENTO, IMPRIME O RELATORIO DE
      *== FECHAMENTO (FECHAMEN.TXT) E MARCA O PERIODO COMO FECHADO NO
      *== PERFEC-DAT. DAI EM DIANTE O PROG17 RECUSA LANCAMENTO DATADO
      *== NO PERIODO FECHADO E O PROG18 TIRA O EXTRATO DO PERIODO A
      *== PARTIR DO SALDO FECHADO.
      *== DATA = 02/09/2026
      *== OBSERVAÇOES: OS PERIODOS FECHAM EM ORDEM: O INFORMADO TEM
      *== QUE SER O MES SEGUINTE AO ULTIMO FECHADO (NO PRIMEIRO
      *== FECHAMENTO, QUALQUER MES ANTERIOR AO CORRENTE, COM O SALDO
      *== INICIAL VINDO DE TODO O HISTORICO). O MES CORRENTE NUNCA
      *== FECHA, P/ OS ESTORNOS (PROG25, DATADOS DO DIA) NUNCA CAIREM
      *== EM PERIODO FECHADO. SALDO INICIAL = SALDO FINAL FECHADO DO
      *== PERIODO ANTERIOR. CARTAO PARM26-DAT OPCIONAL (PERIODO).
      *======================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

      *Define os arquivos e seus Status
      *CAMINHOS EXTERNALIZADOS (nome simbolico, estilo DD-name de JCL):
      *o runtime usa as variaveis de ambiente DD_CLIENTE-DAT /
      *DD_TRNCLI-DAT / DD_SALCLI-DAT / DD_PERFEC-DAT se existirem;
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
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TRN-CHAVE
           FILE STATUS IS FS-TRANSACOES.

      *Saldos mensais fechados por cliente (ver COPY REGSAL)
           SELECT SALDOS ASSIGN TO "SALCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SAL-CHAVE
           FILE STATUS IS FS-SALDOS.

      *Controle de periodos fechados: uma linha por fechamento
           SELECT ARQ-PERIODOS ASSIGN TO "PERFEC-DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERIODOS.

      *Cartao de parametros p/ execucao nao assistida
           SELECT ARQ-PARM ASSIGN TO "PARM26-DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARM.

      *Relatorio do fechamento p/ a area financeira
           SELECT REL-FECHAMENTO ASSIGN TO "C:\cobol\SMN5\FECHAMEN.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELFEC.

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

       FD SALDOS.
           COPY REGSAL.

      *Periodo fechado: AAAAMM, quando foi fechado e quantos saldos
       FD ARQ-PERIODOS.
       01 PER-LINHA.
           05 PER-PERIODO    PIC 9(06).
           05 PER-DATA-HORA  PIC 9(14).
           05 PER-CLIENTES   PIC 9(05).

      *Cartao de parametros da execucao nao assistida
       FD ARQ-PARM.
       01 PRM-LINHA.
           05 PRM-PERIODO    PIC X(06).
           05 FILLER         PIC X(74).

       FD REL-FECHAMENTO.
       01 RELFEC-LINHA     PIC X(132).

      *Trilha de auditoria de acesso/atualizacao de CLIENTE.DAT
       FD LOG-AUDITORIA.
       01 LOG-LINHA        PIC X(100).

      *-----------VARIÁVEIS----------------

       WORKING-STORAGE              SECTION.
       77 FS-CLIENTES    PIC 9(02) VALUE ZEROS.
       77 FS-TRANSACOES  PIC 9(02) VALUE ZEROS.
       77 FS-SALDOS      PIC 9(02) VALUE ZEROS.
       77 FS-PERIODOS    PIC 9(02) VALUE ZEROS.
       77 FS-PARM        PIC 9(02) VALUE ZEROS.
       77 FS-RELFEC      PIC 9(02) VALUE ZEROS.
       77 FS-AUDITORIA   PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO   PIC X(30) VALUE SPACES.
       77 WRK-LINHA-AUD  PIC X(100) VALUE SPACES.

      *Area de parametros da trava de execucao (rotina TRVCLI):
      *leitor de CLIENTE.DAT (so p/ os nomes do relatorio), carimba
      *leitura compartilhada p/ a recarga do PROG09 nao substituir o
      *arquivo fisico no meio desta execucao
           COPY TRVPAR.
       77 WRK-CARIMBADO  PIC X(01) VALUE "N".

      *-----------EXECUCAO NAO ASSISTIDA (CARTAO DE PARAMETROS)------
       77 WRK-PARM-OK    PIC X(01) VALUE "N".

      *-----------PERIODO A FECHAR----------------
      *WRK-ULTIMO-FECHADO zeros = nenhum fechamento anterior (o saldo
      *inicial vem de todo o historico); o fim do mes e comparado
      *como AAAAMM31, que cobre qualquer mes
       77 WRK-PERIODO         PIC 9(06) VALUE ZEROS.
       77 WRK-MES             PIC 9(02) VALUE ZEROS.
       77 WRK-ULTIMO-FECHADO  PIC 9(06) VALUE ZEROS.
       77 WRK-PROXIMO-PERIODO PIC 9(06) VALUE ZEROS.
       77 WRK-PERIODO-CORRENTE PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-INICIO     PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM        PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-FECHADO     PIC 9(08) VALUE ZEROS.

      *-----------QUEBRA DE CONTROLE POR CLIENTE----------------
       77 WRK-ID-ANT       PIC 9(08) VALUE ZEROS.
       77 WRK-EM-CLIENTE   PIC X(01) VALUE "N".
       77 WRK-SALDO-INICIAL PIC S9(11)V99 VALUE ZEROS.
       77 WRK-CLI-DEBITOS  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CLI-CREDITOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-SALDO-FINAL  PIC S9(11)V99 VALUE ZEROS.

      *-----------TOTALIZADORES DO FECHAMENTO----------------
       77 WRK-TOTAL-MOVTOS    PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-CLIENTES  PIC 9(05) VALUE ZEROS.
       77 WRK-GER-INICIAL     PIC S9(11)V99 VALUE ZEROS.
       77 WRK-GER-DEBITOS     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-GER-CREDITOS    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-GER-FINAL       PIC S9(11)V99 VALUE ZEROS.

      *-----------LINHAS DO RELATORIO----------------
       01 WRK-LINHA-TITULO.
           05 FILLER          PIC X(26) VALUE
              "FECHAMENTO DO PERIODO ".
           05 WRK-TIT-PERIODO PIC 9(06).
           05 FILLER          PIC X(14) VALUE "  EXECUTADO: ".
           05 WRK-TIT-DATA    PIC 9(08).
           05 FILLER          PIC X(78) VALUE SPACES.

       01 WRK-LINHA-SAL.
           05 WRK-SAL-ID      PIC 9(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-SAL-NOME    PIC X(20).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-SAL-INICIAL PIC -(11)9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-SAL-DEB     PIC Z(10)9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-SAL-CRE     PIC Z(10)9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-SAL-FINAL   PIC -(11)9.99.
           05 FILLER          PIC X(32) VALUE SPACES.

       01 WRK-LINHA-TOT-FEC.
           05 FILLER          PIC X(10) VALUE "CLIENTES: ".
           05 WRK-TOT-CLI     PIC ZZZZ9.
           05 FILLER          PIC X(17) VALUE SPACES.
           05 WRK-TOT-INICIAL PIC -(11)9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-TOT-DEB     PIC Z(10)9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-TOT-CRE     PIC Z(10)9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-TOT-FINAL   PIC -(11)9.99.
           05 FILLER          PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL                  SECTION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.

      *----- Obtem e critica o periodo, confere a ordem dos
      *fechamentos e abre os arquivos
       0100-INICIALIZAR                SECTION.
           MOVE FUNCTION CURRENT-DATE (1:6) TO WRK-PERIODO-CORRENTE.

           PERFORM 0110-LER-PARAMETROS.
           IF WRK-PARM-OK NOT EQUAL "S"
             DISPLAY "FECHAMENTO MENSAL DE SALDOS"
             DISPLAY "PERIODO A FECHAR (AAAAMM): " WITH NO ADVANCING
             ACCEPT WRK-PERIODO
           END-IF.

           MOVE WRK-PERIODO (5:2) TO WRK-MES.
           IF WRK-MES LESS THAN 1 OR WRK-MES GREATER THAN 12
             MOVE "PERIODO INVALIDO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           IF WRK-PERIODO NOT LESS THAN WRK-PERIODO-CORRENTE
             MOVE "MES CORRENTE NAO PODE FECHAR" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

           PERFORM 0120-VERIFICAR-PERIODOS.

           COMPUTE WRK-DATA-INICIO = WRK-PERIODO * 100 + 1.
           COMPUTE WRK-DATA-FIM    = WRK-PERIODO * 100 + 31.
           COMPUTE WRK-FIM-FECHADO = WRK-ULTIMO-FECHADO * 100 + 31.

      *----- Carimbo de leitura compartilhada: nao bloqueia ninguem,
      *mas impede a recarga do PROG09 de substituir o arquivo
      *durante esta execucao
           MOVE "S" TO TRV-FUNCAO.
           MOVE "PROG26" TO TRV-PROGRAMA.
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

           OPEN INPUT TRANSACOES.
           IF FS-TRANSACOES NOT EQUAL 00
             MOVE "TRNCLI NAO FOI ABERTO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

      *----- SALCLI-DAT e criado no primeiro fechamento (FS=35)
           OPEN I-O SALDOS.
           IF FS-SALDOS EQUAL 35
             OPEN OUTPUT SALDOS
             IF FS-SALDOS NOT EQUAL 00
               MOVE "SALCLI NAO FOI CRIADO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
             END-IF
             CLOSE SALDOS
             OPEN I-O SALDOS
           END-IF.
           IF FS-SALDOS NOT EQUAL 00
             MOVE "SALCLI NAO FOI ABERTO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

           OPEN OUTPUT REL-FECHAMENTO.
           IF FS-RELFEC NOT EQUAL 00
             MOVE "RELATORIO NAO FOI ABERTO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           MOVE WRK-PERIODO TO WRK-TIT-PERIODO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-TIT-DATA.
           WRITE RELFEC-LINHA FROM WRK-LINHA-TITULO.

           OPEN EXTEND LOG-AUDITORIA.
           IF FS-AUDITORIA NOT EQUAL 00
             OPEN OUTPUT LOG-AUDITORIA
           END-IF.

      *----- Le o cartao de parametros da execucao nao assistida
      *(PARM26-DAT ausente: modo de console; invalido: fatal)
       0110-LER-PARAMETROS             SECTION.
           OPEN INPUT ARQ-PARM.
           IF FS-PARM EQUAL 00
             READ ARQ-PARM
               AT END
                 MOVE "CARTAO DE PARAMETROS VAZIO" TO WRK-MSG-ERRO
                 PERFORM 9000-TRATA-ERRO
                 GOBACK
             END-READ
             IF PRM-PERIODO NOT NUMERIC
               MOVE "PERIODO INVALIDO NO CARTAO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
             END-IF
             MOVE PRM-PERIODO TO WRK-PERIODO
             MOVE "S" TO WRK-PARM-OK
             DISPLAY "MODO NAO ASSISTIDO. PERIODO: " WRK-PERIODO
             CLOSE ARQ-PARM
           END-IF.

      *----- Acha o ultimo periodo fechado e exige que o informado
      *seja o mes seguinte (PERFEC-DAT ausente = primeiro fechamento)
       0120-VERIFICAR-PERIODOS         SECTION.
           OPEN INPUT ARQ-PERIODOS.
           IF FS-PERIODOS EQUAL 00
             PERFORM UNTIL FS-PERIODOS NOT EQUAL 00
               READ ARQ-PERIODOS
                 AT END
                   CONTINUE
                 NOT AT END
                   IF PER-PERIODO GREATER THAN WRK-ULTIMO-FECHADO
                     MOVE PER-PERIODO TO WRK-ULTIMO-FECHADO
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ARQ-PERIODOS
           END-IF.

           IF WRK-ULTIMO-FECHADO NOT EQUAL ZEROS
             IF WRK-PERIODO NOT GREATER THAN WRK-ULTIMO-FECHADO
               DISPLAY "ULTIMO PERIODO FECHADO: " WRK-ULTIMO-FECHADO
               MOVE "PERIODO JA FECHADO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
             END-IF
             IF WRK-ULTIMO-FECHADO (5:2) EQUAL "12"
               COMPUTE WRK-PROXIMO-PERIODO =
                 (WRK-ULTIMO-FECHADO / 100 + 1) * 100 + 1
             ELSE
               COMPUTE WRK-PROXIMO-PERIODO = WRK-ULTIMO-FECHADO + 1
             END-IF
             IF WRK-PERIODO NOT EQUAL WRK-PROXIMO-PERIODO
               DISPLAY "PROXIMO PERIODO A FECHAR: "
                 WRK-PROXIMO-PERIODO
               MOVE "PERIODO ANTERIOR NAO FECHADO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
             END-IF
           END-IF.

      *----- Le os movimentos em ordem de chave (cliente+data+seq)
      *com quebra de controle por cliente
       0200-PROCESSAR                  SECTION.
           READ TRANSACOES NEXT RECORD.
           PERFORM UNTIL FS-TRANSACOES NOT EQUAL 00
             IF TRN-ID NOT EQUAL WRK-ID-ANT
               IF WRK-EM-CLIENTE EQUAL "S"
                 PERFORM 0240-FECHAR-CLIENTE
               END-IF
               PERFORM 0210-ABRIR-CLIENTE
             END-IF
             PERFORM 0220-ACUMULAR-MOVIMENTO
             READ TRANSACOES NEXT RECORD
           END-PERFORM.
           IF WRK-EM-CLIENTE EQUAL "S"
             PERFORM 0240-FECHAR-CLIENTE
           END-IF.

      *----- Comeca um cliente: o saldo inicial parte do saldo final
      *fechado do periodo anterior (sem registro = nada fechado p/
      *o cliente, ou o que havia somava zero)
       0210-ABRIR-CLIENTE              SECTION.
           MOVE TRN-ID TO WRK-ID-ANT.
           MOVE "S" TO WRK-EM-CLIENTE.
           MOVE ZEROS TO WRK-SALDO-INICIAL WRK-CLI-DEBITOS
                         WRK-CLI-CREDITOS.
           IF WRK-ULTIMO-FECHADO NOT EQUAL ZEROS
             MOVE TRN-ID             TO SAL-ID
             MOVE WRK-ULTIMO-FECHADO TO SAL-PERIODO
             READ SALDOS KEY IS SAL-CHAVE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE SAL-SALDO-FINAL TO WRK-SALDO-INICIAL
             END-READ
           END-IF.

      *----- Classifica um movimento pela data: ja coberto pelo
      *fechamento anterior (ignorado), anterior ao periodo (entra no
      *saldo inicial), dentro do periodo (debito/credito) ou
      *posterior (fica p/ o proximo fechamento)
       0220-ACUMULAR-MOVIMENTO         SECTION.
           EVALUATE TRUE
             WHEN WRK-ULTIMO-FECHADO NOT EQUAL ZEROS
               AND TRN-DATA NOT GREATER THAN WRK-FIM-FECHADO
               CONTINUE
             WHEN TRN-DATA LESS THAN WRK-DATA-INICIO
               IF TRN-TIPO EQUAL "D"
                 ADD TRN-VALOR TO WRK-SALDO-INICIAL
               ELSE
                 SUBTRACT TRN-VALOR FROM WRK-SALDO-INICIAL
               END-IF
             WHEN TRN-DATA NOT GREATER THAN WRK-DATA-FIM
               ADD 1 TO WRK-TOTAL-MOVTOS
               IF TRN-TIPO EQUAL "D"
                 ADD TRN-VALOR TO WRK-CLI-DEBITOS
               ELSE
                 ADD TRN-VALOR TO WRK-CLI-CREDITOS
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      *----- Fecha o cliente: grava o saldo do periodo (so quem tem
      *saldo inicial ou movimento no mes) e imprime a linha
       0240-FECHAR-CLIENTE             SECTION.
           MOVE "N" TO WRK-EM-CLIENTE.
           IF WRK-SALDO-INICIAL EQUAL ZEROS
             AND WRK-CLI-DEBITOS EQUAL ZEROS
             AND WRK-CLI-CREDITOS EQUAL ZEROS
             CONTINUE
           ELSE
             COMPUTE WRK-SALDO-FINAL = WRK-SALDO-INICIAL
               + WRK-CLI-DEBITOS - WRK-CLI-CREDITOS
             MOVE WRK-ID-ANT        TO SAL-ID
             MOVE WRK-PERIODO       TO SAL-PERIODO
             MOVE WRK-SALDO-INICIAL TO SAL-SALDO-INICIAL
             MOVE WRK-CLI-DEBITOS   TO SAL-DEBITOS
             MOVE WRK-CLI-CREDITOS  TO SAL-CREDITOS
             MOVE WRK-SALDO-FINAL   TO SAL-SALDO-FINAL
             MOVE FUNCTION CURRENT-DATE (1:8) TO SAL-DATA-FECHAMENTO
      *----- Chave ja existente = sobra de um fechamento abortado
      *deste mesmo periodo (ainda nao marcado): regrava por cima
             WRITE REG-SALDO
               INVALID KEY
                 REWRITE REG-SALDO
                   INVALID KEY
                     MOVE "ERRO AO GRAVAR SALDO" TO WRK-MSG-ERRO
                     PERFORM 9000-TRATA-ERRO
                     GOBACK
                 END-REWRITE
             END-WRITE

             ADD 1 TO WRK-TOTAL-CLIENTES
             ADD WRK-SALDO-INICIAL TO WRK-GER-INICIAL
             ADD WRK-CLI-DEBITOS   TO WRK-GER-DEBITOS
             ADD WRK-CLI-CREDITOS  TO WRK-GER-CREDITOS
             ADD WRK-SALDO-FINAL   TO WRK-GER-FINAL

             MOVE WRK-ID-ANT TO WRK-SAL-ID
             MOVE WRK-ID-ANT TO REG-ID
             READ CLIENTES KEY IS REG-ID
               INVALID KEY
                 MOVE "(SEM CADASTRO VIVO)" TO WRK-SAL-NOME
               NOT INVALID KEY
                 MOVE REG-NOME TO WRK-SAL-NOME
             END-READ
             MOVE WRK-SALDO-INICIAL TO WRK-SAL-INICIAL
             MOVE WRK-CLI-DEBITOS   TO WRK-SAL-DEB
             MOVE WRK-CLI-CREDITOS  TO WRK-SAL-CRE
             MOVE WRK-SALDO-FINAL   TO WRK-SAL-FINAL
             WRITE RELFEC-LINHA FROM WRK-LINHA-SAL
           END-IF.

      *----- Marca o periodo como fechado; so depois dos saldos
      *gravados, p/ um fechamento abortado no meio poder ser refeito
       0310-MARCAR-PERIODO             SECTION.
           OPEN EXTEND ARQ-PERIODOS.
           IF FS-PERIODOS NOT EQUAL 00
             OPEN OUTPUT ARQ-PERIODOS
           END-IF.
           IF FS-PERIODOS NOT EQUAL 00
             MOVE "PERIODO NAO FOI MARCADO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           MOVE WRK-PERIODO        TO PER-PERIODO.
           MOVE FUNCTION CURRENT-DATE (1:14) TO PER-DATA-HORA.
           MOVE WRK-TOTAL-CLIENTES TO PER-CLIENTES.
           WRITE PER-LINHA.
           CLOSE ARQ-PERIODOS.

      *----- Grava os totais, marca o periodo, grava a auditoria,
      *fecha os arquivos e finaliza
       0300-FINALIZAR                  SECTION.
           MOVE WRK-TOTAL-CLIENTES TO WRK-TOT-CLI.
           MOVE WRK-GER-INICIAL    TO WRK-TOT-INICIAL.
           MOVE WRK-GER-DEBITOS    TO WRK-TOT-DEB.
           MOVE WRK-GER-CREDITOS   TO WRK-TOT-CRE.
           MOVE WRK-GER-FINAL      TO WRK-TOT-FINAL.
           WRITE RELFEC-LINHA FROM WRK-LINHA-TOT-FEC.

           PERFORM 0310-MARCAR-PERIODO.

           MOVE SPACES TO WRK-LINHA-AUD.
           STRING
               FUNCTION CURRENT-DATE (1:14)  DELIMITED BY SIZE
               "  PROG26  FS-CLIENTES="       DELIMITED BY SIZE
               FS-CLIENTES                    DELIMITED BY SIZE
               "  PERIODO="                   DELIMITED BY SIZE
               WRK-PERIODO                    DELIMITED BY SIZE
               "  REGISTROS="                 DELIMITED BY SIZE
               WRK-TOTAL-CLIENTES             DELIMITED BY SIZE
             INTO WRK-LINHA-AUD
           END-STRING.
           WRITE LOG-LINHA FROM WRK-LINHA-AUD.

           DISPLAY "PERIODO " WRK-PERIODO " FECHADO. SALDOS: "
             WRK-TOTAL-CLIENTES " MOVIMENTOS: " WRK-TOTAL-MOVTOS.
           DISPLAY "FIM DE PROGRAMA"
           CLOSE TRANSACOES.
           CLOSE CLIENTES.
           IF WRK-CARIMBADO EQUAL "S"
             MOVE "D" TO TRV-FUNCAO
             CALL "TRVCLI" USING TRV-PARAMETROS
             MOVE "N" TO WRK-CARIMBADO
           END-IF.
           CLOSE SALDOS.
           CLOSE REL-FECHAMENTO.
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


       END PROGRAM PROG26.
