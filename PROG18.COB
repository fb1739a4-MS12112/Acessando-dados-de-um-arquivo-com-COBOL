      *== E CRONOLOGICA DENTRO DO CLIENTE - QUEBRA DE CONTROLE SIMPLES
      *== NO ESPIRITO DO PROG12. O NOME VEM DE CLIENTE.DAT; CLIENTE
      *== SEM CADASTRO VIVO (EXPURGADO/ERRO) E SINALIZADO NO EXTRATO.
      *== LANCAMENTOS ESTORNADOS PELO PROG25 SAEM MARCADOS COM A CHAVE
      *== DO ESTORNO, E O ESTORNO COM A CHAVE DO ORIGINAL (VINCULO DO
      *== ESTCLI-DAT, COPY REGEST).
      *== EXTRATO DE UM PERIODO (AAAAMM, CARTAO PARM18-DAT OU CONSOLE;
      *== ZEROS = TODO O HISTORICO, COMO SEMPRE): O SALDO ANTERIOR
      *== PARTE DO SALDO FECHADO PELO PROG26 (SALCLI-DAT, COPY REGSAL)
      *== - O INICIAL DO PROPRIO PERIODO, SE FECHADO, OU O FINAL DO
      *== ULTIMO FECHADO MAIS OS MOVIMENTOS ENTRE ELE E O PERIODO -,
      *== SEM REPROCESSAR O HISTORICO JA FECHADO. SO SAI CLIENTE COM
      *== SALDO ANTERIOR OU MOVIMENTO NO PERIODO.
      *======================================

       ENVIRONMENT DIVISION.
      *Define os arquivos e seus Status
      *CAMINHOS EXTERNALIZADOS (nome simbolico, estilo DD-name de JCL):
      *o runtime usa as variaveis de ambiente DD_CLIENTE-DAT /
      *DD_TRNCLI-DAT / DD_ESTCLI-DAT / DD_SALCLI-DAT /
      *DD_PERFEC-DAT / DD_PARM18-DAT se existirem; senao usa o nome
      *literal no diretorio de trabalho atual.
       FILE-CONTROL.
      *INDICES ALTERNADOS (NOME/TELEFONE/EMAIL, com duplicatas): usados
      *pela consulta do PROG08; todo programa que abre CLIENTE.DAT
           RECORD KEY IS TRN-CHAVE
           FILE STATUS IS FS-TRANSACOES.

      *Vinculo original x estorno gravado pelo PROG25 (COPY REGEST)
           SELECT ESTORNOS ASSIGN TO "ESTCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EST-CHAVE-ORIGINAL
           ALTERNATE RECORD KEY IS EST-CHAVE-ESTORNO
           FILE STATUS IS FS-ESTORNOS.

      *Saldos mensais fechados pelo PROG26 (ver COPY REGSAL)
           SELECT SALDOS ASSIGN TO "SALCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SAL-CHAVE
           FILE STATUS IS FS-SALDOS.

      *Periodos fechados pelo fechamento mensal (PROG26)
           SELECT ARQ-PERIODOS ASSIGN TO "PERFEC-DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERIODOS.

      *Cartao de parametros p/ execucao nao assistida
           SELECT ARQ-PARM ASSIGN TO "PARM18-DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARM.

      *Extrato impresso por cliente
           SELECT REL-EXTRATO ASSIGN TO "C:\cobol\SMN5\EXTRACLI.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
       FD TRANSACOES.
           COPY REGTRN.

       FD ESTORNOS.
           COPY REGEST.

       FD SALDOS.
           COPY REGSAL.

      *Periodo fechado (so o AAAAMM interessa aqui; ver PROG26)
       FD ARQ-PERIODOS.
       01 PER-LINHA.
           05 PER-PERIODO    PIC 9(06).
           05 FILLER         PIC X(19).

      *Cartao de parametros da execucao nao assistida
       FD ARQ-PARM.
       01 PRM-LINHA.
           05 PRM-PERIODO    PIC X(06).
           05 FILLER         PIC X(74).

       FD REL-EXTRATO.
       01 EXT-LINHA        PIC X(132).

       WORKING-STORAGE              SECTION.
       77 FS-CLIENTES    PIC 9(02) VALUE ZEROS.
       77 FS-TRANSACOES  PIC 9(02) VALUE ZEROS.
       77 FS-ESTORNOS    PIC 9(02) VALUE ZEROS.
       77 FS-SALDOS      PIC 9(02) VALUE ZEROS.
       77 FS-PERIODOS    PIC 9(02) VALUE ZEROS.
       77 FS-PARM        PIC 9(02) VALUE ZEROS.
       77 FS-EXTRATO     PIC 9(02) VALUE ZEROS.
       77 FS-AUDITORIA   PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO   PIC X(30) VALUE SPACES.
           COPY TRVPAR.
       77 WRK-CARIMBADO  PIC X(01) VALUE "N".

      *ESTCLI-DAT ausente = nenhum estorno feito ainda (nao e erro)
       77 WRK-TEM-ESTORNOS PIC X(01) VALUE "N".

      *-----------EXECUCAO NAO ASSISTIDA (CARTAO DE PARAMETROS)------
       77 WRK-PARM-OK    PIC X(01) VALUE "N".

      *-----------PERIODO DO EXTRATO----------------
      *WRK-PERIODO zeros = todo o historico. Movimento ate
      *WRK-DATA-CORTE ja esta no saldo fechado (ignorado); entre o
      *corte e WRK-DATA-INICIO so compoe o saldo anterior; apos
      *WRK-DATA-FIM fica fora. WRK-BASE-TIPO: I = saldo inicial do
      *proprio periodo fechado, F = saldo final do ultimo fechado,
      *espaco = sem base (parte do zero)
       77 WRK-PERIODO        PIC 9(06) VALUE ZEROS.
       77 WRK-MES            PIC 9(02) VALUE ZEROS.
       77 WRK-ULTIMO-FECHADO PIC 9(06) VALUE ZEROS.
       77 WRK-BASE-PERIODO   PIC 9(06) VALUE ZEROS.
       77 WRK-BASE-TIPO      PIC X(01) VALUE SPACE.
       77 WRK-DATA-CORTE     PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-INICIO    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM       PIC 9(08) VALUE 99999999.
       77 WRK-TEM-SALDOS     PIC X(01) VALUE "N".
       77 WRK-CABECALHO-FEITO PIC X(01) VALUE "N".

      *-----------QUEBRA DE CONTROLE POR CLIENTE----------------
       77 WRK-ID-ANT     PIC 9(08) VALUE ZEROS.
       77 WRK-EM-CLIENTE PIC X(01) VALUE "N".
       77 WRK-GER-CREDITOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-CLIENTES PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-MOVTOS PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-PARES  PIC 9(05) VALUE ZEROS.

      *-----------LINHAS DO EXTRATO----------------
       01 WRK-LINHA-TITULO.
           05 FILLER          PIC X(31) VALUE
              "EXTRATO FINANCEIRO POR CLIENTE ".
           05 WRK-TIT-DATA    PIC 9(08).
           05 FILLER          PIC X(11) VALUE "  PERIODO: ".
           05 WRK-TIT-PERIODO PIC X(16).
           05 FILLER          PIC X(66) VALUE SPACES.

       01 WRK-LINHA-CLIENTE.
           05 FILLER          PIC X(09) VALUE "CLIENTE: ".
           05 WRK-CLI-NOME    PIC X(20).
           05 FILLER          PIC X(93) VALUE SPACES.

       01 WRK-LINHA-SALDO-ANT.
           05 FILLER          PIC X(59) VALUE
              "  SALDO ANTERIOR".
           05 FILLER          PIC X(09) VALUE "  SALDO: ".
           05 WRK-ANT-SALDO   PIC -(09)9.99.
           05 FILLER          PIC X(51) VALUE SPACES.

       01 WRK-LINHA-MOV.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-MOV-DATA    PIC 9(08).
           05 WRK-MOV-HIST    PIC X(30).
           05 FILLER          PIC X(09) VALUE "  SALDO: ".
           05 WRK-MOV-SALDO   PIC -(09)9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-MOV-ESTORNO PIC X(26).
           05 FILLER          PIC X(18) VALUE SPACES.

       01 WRK-LINHA-TOT-CLI.
           05 FILLER          PIC X(11) VALUE "  DEBITOS: ".
           05 WRK-TGER-CLI    PIC ZZZZ9.
           05 FILLER          PIC X(15) VALUE "  MOVIMENTOS: ".
           05 WRK-TGER-MOV    PIC ZZZZZZ9.
           05 FILLER          PIC X(12) VALUE "  ESTORNOS: ".
           05 WRK-TGER-PARES  PIC ZZZZ9.
           05 FILLER          PIC X(20) VALUE SPACES.

       77 WRK-LINHA-BRANCO  PIC X(132) VALUE SPACES.

           PERFORM 0300-FINALIZAR.
           GOBACK.

      *----- Obtem o periodo, abre os movimentos, o mestre (p/
      *nomes), os saldos fechados e o extrato
       0100-INICIALIZAR                SECTION.
           PERFORM 0110-LER-PARAMETROS.
           IF WRK-PARM-OK NOT EQUAL "S"
             DISPLAY "EXTRATO FINANCEIRO POR CLIENTE"
             DISPLAY "PERIODO (AAAAMM, 0 = TODO O HISTORICO): "
               WITH NO ADVANCING
             ACCEPT WRK-PERIODO
           END-IF.

           OPEN INPUT TRANSACOES.
           IF FS-TRANSACOES NOT EQUAL 00
             MOVE "TRNCLI NAO FOI ABERTO" TO WRK-MSG-ERRO
             DISPLAY "ARQUIVO OK"
           END-IF.

           OPEN INPUT ESTORNOS.
           IF FS-ESTORNOS EQUAL 00
             MOVE "S" TO WRK-TEM-ESTORNOS
           END-IF.

           IF WRK-PERIODO NOT EQUAL ZEROS
             PERFORM 0120-PREPARAR-PERIODO
           END-IF.

           OPEN OUTPUT REL-EXTRATO.
           IF FS-EXTRATO NOT EQUAL 00
             MOVE "EXTRATO NAO FOI ABERTO" TO WRK-MSG-ERRO
             GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-TIT-DATA.
           IF WRK-PERIODO EQUAL ZEROS
             MOVE "TODO O HISTORICO" TO WRK-TIT-PERIODO
           ELSE
             MOVE WRK-PERIODO TO WRK-TIT-PERIODO
           END-IF.
           WRITE EXT-LINHA FROM WRK-LINHA-TITULO.

           OPEN EXTEND LOG-AUDITORIA.
             OPEN OUTPUT LOG-AUDITORIA
           END-IF.

      *----- Le o cartao de parametros da execucao nao assistida
      *(PARM18-DAT ausente: modo de console; invalido: fatal)
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

      *----- Extrato de um periodo: acha o ultimo fechado e escolhe
      *a base do saldo anterior (ver WRK-BASE-TIPO)
       0120-PREPARAR-PERIODO           SECTION.
           MOVE WRK-PERIODO (5:2) TO WRK-MES.
           IF WRK-MES LESS THAN 1 OR WRK-MES GREATER THAN 12
             MOVE "PERIODO INVALIDO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           COMPUTE WRK-DATA-INICIO = WRK-PERIODO * 100 + 1.
           COMPUTE WRK-DATA-FIM    = WRK-PERIODO * 100 + 31.

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

      *----- Com periodo fechado, o SALCLI-DAT e obrigatorio: sem
      *ele o saldo anterior sairia errado em vez de faltar
           IF WRK-ULTIMO-FECHADO NOT EQUAL ZEROS
             OPEN INPUT SALDOS
             IF FS-SALDOS NOT EQUAL 00
               MOVE "SALCLI NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
             END-IF
             MOVE "S" TO WRK-TEM-SALDOS
             IF WRK-PERIODO NOT GREATER THAN WRK-ULTIMO-FECHADO
               MOVE "I" TO WRK-BASE-TIPO
               MOVE WRK-PERIODO TO WRK-BASE-PERIODO
               COMPUTE WRK-DATA-CORTE = WRK-DATA-INICIO - 1
             ELSE
               MOVE "F" TO WRK-BASE-TIPO
               MOVE WRK-ULTIMO-FECHADO TO WRK-BASE-PERIODO
               COMPUTE WRK-DATA-CORTE =
                 WRK-ULTIMO-FECHADO * 100 + 31
             END-IF
           END-IF.

      *----- Le os movimentos em ordem de chave (cliente+data+seq)
      *com quebra de controle por cliente
       0200-PROCESSAR                  SECTION.
               END-IF
               PERFORM 0210-ABRIR-CLIENTE
             END-IF
             PERFORM 0215-SELECIONAR-MOVIMENTO
             READ TRANSACOES NEXT RECORD
           END-PERFORM.
           IF WRK-EM-CLIENTE EQUAL "S"
      *do mestre (sem cadastro vivo: sinaliza, pois pode ja ter sido
      *expurgado p/ o historico com saldo zerado)
       0210-ABRIR-CLIENTE              SECTION.
           MOVE TRN-ID TO WRK-ID-ANT.
           MOVE "S" TO WRK-EM-CLIENTE.
           MOVE "N" TO WRK-CABECALHO-FEITO.
           MOVE ZEROS TO WRK-SALDO WRK-CLI-DEBITOS WRK-CLI-CREDITOS.

      *----- Saldo anterior vindo do fechamento (sem registro = nada
      *fechado p/ o cliente, ou o que havia somava zero)
           IF WRK-BASE-TIPO NOT EQUAL SPACE
             MOVE TRN-ID           TO SAL-ID
             MOVE WRK-BASE-PERIODO TO SAL-PERIODO
             READ SALDOS KEY IS SAL-CHAVE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF WRK-BASE-TIPO EQUAL "I"
                   MOVE SAL-SALDO-INICIAL TO WRK-SALDO
                 ELSE
                   MOVE SAL-SALDO-FINAL TO WRK-SALDO
                 END-IF
             END-READ
           END-IF.

           MOVE TRN-ID TO WRK-CLI-ID.
           MOVE TRN-ID TO REG-ID.
           READ CLIENTES KEY IS REG-ID
             NOT INVALID KEY
               MOVE REG-NOME TO WRK-CLI-NOME
           END-READ.
      *----- Historico completo: cabecalho ja na abertura, como
      *sempre; no extrato do periodo, so quando houver o que mostrar
           IF WRK-PERIODO EQUAL ZEROS
             PERFORM 0212-IMPRIMIR-CABECALHO
           END-IF.

      *----- Cabecalho do bloco do cliente (no extrato do periodo,
      *seguido do saldo anterior)
       0212-IMPRIMIR-CABECALHO         SECTION.
           ADD 1 TO WRK-TOTAL-CLIENTES.
           MOVE "S" TO WRK-CABECALHO-FEITO.
           WRITE EXT-LINHA FROM WRK-LINHA-BRANCO.
           WRITE EXT-LINHA FROM WRK-LINHA-CLIENTE.
           IF WRK-PERIODO NOT EQUAL ZEROS
             MOVE WRK-SALDO TO WRK-ANT-SALDO
             WRITE EXT-LINHA FROM WRK-LINHA-SALDO-ANT
           END-IF.

      *----- Classifica o movimento pela data: ja no saldo fechado
      *(ignorado), anterior ao periodo (so compoe o saldo anterior),
      *dentro do periodo (impresso) ou posterior (fora do extrato)
       0215-SELECIONAR-MOVIMENTO       SECTION.
           EVALUATE TRUE
             WHEN TRN-DATA NOT GREATER THAN WRK-DATA-CORTE
               CONTINUE
             WHEN TRN-DATA LESS THAN WRK-DATA-INICIO
               IF TRN-TIPO EQUAL "D"
                 ADD TRN-VALOR TO WRK-SALDO
               ELSE
                 SUBTRACT TRN-VALOR FROM WRK-SALDO
               END-IF
             WHEN TRN-DATA GREATER THAN WRK-DATA-FIM
               CONTINUE
             WHEN OTHER
               IF WRK-CABECALHO-FEITO NOT EQUAL "S"
                 PERFORM 0212-IMPRIMIR-CABECALHO
               END-IF
               PERFORM 0220-IMPRIMIR-MOVIMENTO
           END-EVALUATE.

      *----- Imprime um movimento com o saldo corrente do cliente
       0220-IMPRIMIR-MOVIMENTO         SECTION.
           MOVE TRN-VALOR     TO WRK-MOV-VALOR.
           MOVE TRN-HISTORICO TO WRK-MOV-HIST.
           MOVE WRK-SALDO     TO WRK-MOV-SALDO.
           MOVE SPACES        TO WRK-MOV-ESTORNO.
           IF WRK-TEM-ESTORNOS EQUAL "S"
             PERFORM 0230-MARCAR-ESTORNO
           END-IF.
           WRITE EXT-LINHA FROM WRK-LINHA-MOV.

      *----- Marca o par do estorno: o original aponta p/ o estorno
      *que o anulou e o estorno aponta p/ o original
       0230-MARCAR-ESTORNO             SECTION.
           MOVE TRN-CHAVE TO EST-CHAVE-ORIGINAL.
           READ ESTORNOS KEY IS EST-CHAVE-ORIGINAL
             INVALID KEY
               MOVE TRN-CHAVE TO EST-CHAVE-ESTORNO
               READ ESTORNOS KEY IS EST-CHAVE-ESTORNO
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   STRING
                       "ESTORNO DE "  DELIMITED BY SIZE
                       EST-ORIG-DATA  DELIMITED BY SIZE
                       "-"            DELIMITED BY SIZE
                       EST-ORIG-SEQ   DELIMITED BY SIZE
                     INTO WRK-MOV-ESTORNO
                   END-STRING
               END-READ
             NOT INVALID KEY
               ADD 1 TO WRK-TOTAL-PARES
               STRING
                   "ESTORNADO EM "  DELIMITED BY SIZE
                   EST-ESTR-DATA    DELIMITED BY SIZE
                   "-"              DELIMITED BY SIZE
                   EST-ESTR-SEQ     DELIMITED BY SIZE
                 INTO WRK-MOV-ESTORNO
               END-STRING
           END-READ.

      *----- Fecha o bloco do cliente com os totais e o saldo final
      *(sem movimento no periodo: so sai se tiver saldo anterior)
       0240-FECHAR-CLIENTE             SECTION.
           MOVE "N" TO WRK-EM-CLIENTE.
           IF WRK-CABECALHO-FEITO NOT EQUAL "S"
             AND WRK-SALDO NOT EQUAL ZEROS
             PERFORM 0212-IMPRIMIR-CABECALHO
           END-IF.
           IF WRK-CABECALHO-FEITO EQUAL "S"
             MOVE WRK-CLI-DEBITOS  TO WRK-TCLI-DEB
             MOVE WRK-CLI-CREDITOS TO WRK-TCLI-CRE
             MOVE WRK-SALDO        TO WRK-TCLI-SALDO
             WRITE EXT-LINHA FROM WRK-LINHA-TOT-CLI
           END-IF.

      *----- Grava os totais gerais e a auditoria, fecha e finaliza
       0300-FINALIZAR                  SECTION.
           MOVE WRK-GER-CREDITOS  TO WRK-TGER-CRE.
           MOVE WRK-TOTAL-CLIENTES TO WRK-TGER-CLI.
           MOVE WRK-TOTAL-MOVTOS  TO WRK-TGER-MOV.
           MOVE WRK-TOTAL-PARES   TO WRK-TGER-PARES.
           WRITE EXT-LINHA FROM WRK-LINHA-TOT-GER.

           MOVE SPACES TO WRK-LINHA-AUD.
           DISPLAY "FIM DE PROGRAMA"
           CLOSE TRANSACOES.
           CLOSE CLIENTES.
           IF WRK-TEM-ESTORNOS EQUAL "S"
             CLOSE ESTORNOS
           END-IF.
           IF WRK-TEM-SALDOS EQUAL "S"
             CLOSE SALDOS
           END-IF.
           IF WRK-CARIMBADO EQUAL "S"
             MOVE "D" TO TRV-FUNCAO
             CALL "TRVCLI" USING TRV-PARAMETROS
