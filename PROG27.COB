
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG27.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: AGING DE RECEBIVEIS E REGUA DE COBRANCA: LE O
      *== TRNCLI-DAT (COPY REGTRN) POR CLIENTE, BAIXA OS CREDITOS
      *== CONTRA OS DEBITOS MAIS ANTIGOS (PRIMEIRO QUE ENTRA,
      *== PRIMEIRO QUE SAI) E CLASSIFICA O QUE FICOU EM ABERTO DE
      *== CADA CLIENTE ATIVO POR IDADE DO DEBITO (CORRENTE ATE 29 /
      *== 30-59 / 60-89 / 90 OU MAIS DIAS), NO RELATORIO COBRANCA.TXT.
      *== PELA IDADE DO DEBITO MAIS ANTIGO EMITE CARTA DE COBRANCA NO
      *== CARCOB-DAT (NOME, ENDERECO E EMAIL DO CADASTRO) EM NIVEIS
      *== CRESCENTES: 1=LEMBRETE (30+), 2=AVISO (60+), 3=NOTIFICACAO
      *== FINAL (90+), UM NIVEL POR VEZ E COM INTERVALO MINIMO ENTRE
      *== CARTAS (CONTROLE COBCLI-DAT, COPY REGCOB). QUEM PASSOU DO
      *== NIVEL FINAL (NOTIFICADO, PRAZO VENCIDO E AINDA 90+) VAI P/
      *== UM ARQUIVO DE MOVIMENTO NO LAYOUT DO MOVCLI-DAT (OPERACAO
      *== "A" COM REG-STATUS "S"), P/ O PROG07 APLICAR A SUSPENSAO
      *== POR INADIMPLENCIA COMO APLICA OS CANCELAMENTOS DO PROG23.
      *== DATA = 02/09/2026
      *== OBSERVAÇOES: O MOVIMENTO VAI P/ O DD MOVCOB-DAT COM "CAB"
      *== (DATA + ORIGEM "COBRANCA") E "TOT" (CONTAGEM + HASH DOS
      *== IDS); P/ APLICAR, RODAR O PROG07 COM DD_MOVCLI-DAT
      *== APONTANDO P/ ELE. AS CARTAS SAEM COM O MESMO CAB/TOT.
      *== ESTORNOS DO PROG25 (ESTCLI-DAT) NAO ENTRAM NO AGING: O
      *== ORIGINAL E O ESTORNO SE ANULAM E SAO IGNORADOS OS DOIS.
      *== CLIENTE SUSPENSO/CANCELADO NAO E COBRADO E A REGUA DELE E
      *== ENCERRADA; SEM NADA VENCIDO HA 30+ DIAS, A REGUA TAMBEM.
      *== CARTAO PARM27-DAT OPCIONAL (INTERVALO MINIMO EM DIAS ENTRE
      *== CARTAS + S/N P/ GERAR CARTAS E SUSPENSOES; N = SO O
      *== RELATORIO, SEM GRAVAR NADA NEM MEXER NA REGUA).
      *======================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

      *Define os arquivos e seus Status
      *CAMINHOS EXTERNALIZADOS (nome simbolico, estilo DD-name de JCL):
      *DD_CLIENTE-DAT / DD_TRNCLI-DAT / DD_ESTCLI-DAT / DD_COBCLI-DAT /
      *DD_CARCOB-DAT / DD_MOVCOB-DAT / DD_PARM27-DAT se existirem,
      *senao o nome literal no diretorio de trabalho atual.
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

      *Vinculo original x estorno gravado pelo PROG25 (COPY REGEST)
           SELECT ESTORNOS ASSIGN TO "ESTCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EST-CHAVE-ORIGINAL
           ALTERNATE RECORD KEY IS EST-CHAVE-ESTORNO
           FILE STATUS IS FS-ESTORNOS.

      *Controle da regua de cobranca por cliente (COPY REGCOB)
           SELECT COBRANCAS ASSIGN TO "COBCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS COB-ID
           FILE STATUS IS FS-COBRANCAS.

      *Cartas de cobranca p/ impressao/envio (com CAB/TOT)
           SELECT CARTAS ASSIGN TO "CARCOB-DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CARTAS.

      *Movimento de suspensao gerado (layout do MOVCLI-DAT do
      *PROG07, com CAB/TOT)
           SELECT MOVIMENTOS ASSIGN TO "MOVCOB-DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOVIMENTOS.

      *Relatorio de aging de recebiveis p/ a area de negocio
           SELECT REL-COBRANCA ASSIGN TO "C:\cobol\SMN5\COBRANCA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELCOB.

      *Cartao de parametros p/ execucao nao assistida
           SELECT ARQ-PARM ASSIGN TO "PARM27-DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARM.

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

       FD COBRANCAS.
           COPY REGCOB.

      *Carta: detalhe "DET" com os dados do cadastro e os valores;
      *visoes CAB/TOT p/ o cabecalho e o trailer do lote
       FD CARTAS.
       01 REG-CARTA.
           05 CART-TIPO          PIC X(03).
           05 CART-ID            PIC 9(08).
           05 CART-NIVEL         PIC 9(01).
           05 CART-DATA          PIC 9(08).
           05 CART-NOME          PIC X(20).
           05 CART-ENDERECO      PIC X(40).
           05 CART-EMAIL         PIC X(40).
           05 CART-VALOR-VENCIDO PIC 9(11)V99.
           05 CART-VALOR-ABERTO  PIC 9(11)V99.
           05 CART-DIAS          PIC 9(05).
       01 REG-CARTA-CAB.
           05 CCAB-TIPO      PIC X(03).
           05 CCAB-DATA      PIC 9(08).
           05 CCAB-ORIGEM    PIC X(10).
           05 FILLER         PIC X(130).
       01 REG-CARTA-TOT.
           05 CTOT-TIPO      PIC X(03).
           05 CTOT-QTD       PIC 9(05).
           05 CTOT-HASH      PIC 9(12).
           05 FILLER         PIC X(131).

      *Movimento: mesmo layout lido pelo PROG07 (detalhe I/A/E +
      *campos; visoes CAB/TOT p/ o cabecalho e o trailer)
       FD MOVIMENTOS.
       01 REG-MOVIMENTO.
           05 MOV-OPERACAO   PIC X(01).
           05 MOV-ID         PIC 9(08).
           05 MOV-NOME       PIC X(20).
           05 MOV-TELEFONE   PIC 9(11).
           05 MOV-ENDERECO   PIC X(40).
           05 MOV-EMAIL      PIC X(40).
           05 MOV-STATUS     PIC X(01).
       01 REG-MOV-CAB.
           05 MCAB-TIPO      PIC X(03).
           05 MCAB-DATA      PIC 9(08).
           05 MCAB-ORIGEM    PIC X(10).
           05 FILLER         PIC X(100).
       01 REG-MOV-TOT.
           05 MTOT-TIPO      PIC X(03).
           05 MTOT-QTD       PIC 9(05).
           05 MTOT-HASH      PIC 9(12).
           05 FILLER         PIC X(101).

       FD REL-COBRANCA.
       01 COB-LINHA        PIC X(132).

      *Cartao de parametros da execucao nao assistida
       FD ARQ-PARM.
       01 PRM-LINHA.
           05 PRM-INTERVALO  PIC X(03).
           05 PRM-GERAR      PIC X(01).
           05 FILLER         PIC X(76).

      *Trilha de auditoria de acesso/atualizacao de CLIENTE.DAT
       FD LOG-AUDITORIA.
       01 LOG-LINHA        PIC X(100).

      *-----------VARIÁVEIS----------------

       WORKING-STORAGE              SECTION.
       77 FS-CLIENTES    PIC 9(02) VALUE ZEROS.
       77 FS-TRANSACOES  PIC 9(02) VALUE ZEROS.
       77 FS-ESTORNOS    PIC 9(02) VALUE ZEROS.
       77 FS-COBRANCAS   PIC 9(02) VALUE ZEROS.
       77 FS-CARTAS      PIC 9(02) VALUE ZEROS.
       77 FS-MOVIMENTOS  PIC 9(02) VALUE ZEROS.
       77 FS-RELCOB      PIC 9(02) VALUE ZEROS.
       77 FS-PARM        PIC 9(02) VALUE ZEROS.
       77 FS-AUDITORIA   PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO   PIC X(30) VALUE SPACES.
       77 WRK-LINHA-AUD  PIC X(100) VALUE SPACES.

      *Area de parametros da trava de execucao (rotina TRVCLI):
      *leitor de CLIENTE.DAT, carimba leitura compartilhada p/ a
      *recarga do PROG09 nao substituir o arquivo fisico no meio
      *desta execucao
           COPY TRVPAR.
       77 WRK-CARIMBADO  PIC X(01) VALUE "N".

      *ESTCLI-DAT ausente = nenhum estorno feito ainda (nao e erro);
      *COBCLI-DAT ausente no modo so relatorio = regua ainda vazia
       77 WRK-TEM-ESTORNOS  PIC X(01) VALUE "N".
       77 WRK-TEM-COBRANCAS PIC X(01) VALUE "N".

      *-----------EXECUCAO NAO ASSISTIDA (CARTAO DE PARAMETROS)------
       77 WRK-PARM-OK    PIC X(01) VALUE "N".

      *-----------PARAMETROS DA REGUA----------------
      *WRK-GERAR N = so o relatorio (cartas/suspensoes so previstas)
       77 WRK-INTERVALO  PIC 9(03) VALUE 15.
       77 WRK-GERAR      PIC X(01) VALUE "N".

      *-----------CALCULO DE IDADE----------------
       77 WRK-DATA-HOJE  PIC 9(08) VALUE ZEROS.
       77 WRK-INT-HOJE   PIC 9(07) VALUE ZEROS.
       77 WRK-INT-DATA   PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS       PIC S9(05) VALUE ZEROS.

      *-----------QUEBRA DE CONTROLE POR CLIENTE----------------
       77 WRK-ID-ANT     PIC 9(08) VALUE ZEROS.
       77 WRK-EM-CLIENTE PIC X(01) VALUE "N".
       77 WRK-CLI-ATIVO  PIC X(01) VALUE "N".
       77 WRK-ESTORNADO  PIC X(01) VALUE "N".

      *Debitos em aberto do cliente, do mais antigo p/ o mais novo
      *(fila: os creditos baixam a partir de WRK-PRIM-DEB). Passando
      *de 300 abertos, o excedente soma no ultimo: fica com a data
      *mais nova, e a cobranca nunca sai antes da hora
       01 WRK-TABELA-DEBITOS.
           05 WRK-DEB OCCURS 300.
               10 WRK-DEB-DATA  PIC 9(08).
               10 WRK-DEB-VALOR PIC 9(11)V99.
       77 WRK-QTD-DEB    PIC 9(03) VALUE ZEROS.
       77 WRK-PRIM-DEB   PIC 9(03) VALUE 1.
       77 WRK-IDX        PIC 9(03) VALUE ZEROS.
      *Credito alem do devido: abate os proximos debitos
       77 WRK-SOBRA      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR      PIC 9(11)V99 VALUE ZEROS.

      *-----------FAIXAS DE IDADE DO CLIENTE----------------
       77 WRK-CLI-CORRENTE PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CLI-30-59    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CLI-60-89    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CLI-90-MAIS  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CLI-ABERTO   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CLI-VENCIDO  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CLI-DIAS-MAX PIC 9(05) VALUE ZEROS.

      *-----------REGUA DE COBRANCA----------------
      *Nivel alvo pela idade do debito mais antigo (0 = nada vencido
      *ha 30+ dias); nivel atual vem do COBCLI-DAT
       77 WRK-NIVEL-ALVO   PIC 9(01) VALUE ZEROS.
       77 WRK-NIVEL-ATUAL  PIC 9(01) VALUE ZEROS.
       77 WRK-NIVEL-NOVO   PIC 9(01) VALUE ZEROS.
       77 WRK-TEM-CONTROLE PIC X(01) VALUE "N".
       77 WRK-PRAZO-OK     PIC X(01) VALUE "N".

      *-----------TOTALIZADORES----------------
       77 WRK-GER-CORRENTE PIC 9(13)V99 VALUE ZEROS.
       77 WRK-GER-30-59    PIC 9(13)V99 VALUE ZEROS.
       77 WRK-GER-60-89    PIC 9(13)V99 VALUE ZEROS.
       77 WRK-GER-90-MAIS  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-GER-ABERTO   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOTAL-MOVTOS   PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-CLIENTES PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-NIVEL-1    PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-NIVEL-2    PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-NIVEL-3    PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-SUSPENSOES PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-CARTAS   PIC 9(05) VALUE ZEROS.
       77 WRK-HASH-CARTAS    PIC 9(12) VALUE ZEROS.
       77 WRK-TOTAL-MOVIMENTOS PIC 9(05) VALUE ZEROS.
       77 WRK-HASH-CALC      PIC 9(12) VALUE ZEROS.
       77 WRK-TOTAL-ENCERRADAS PIC 9(05) VALUE ZEROS.

      *-----------LINHAS DO RELATORIO DE AGING----------------
       01 WRK-LINHA-TITULO.
           05 FILLER          PIC X(23) VALUE
              "AGING DE RECEBIVEIS EM ".
           05 WRK-TIT-DATA    PIC 9(08).
           05 FILLER          PIC X(14) VALUE "  INTERVALO: ".
           05 WRK-TIT-INTERV  PIC ZZ9.
           05 FILLER          PIC X(08) VALUE "  MODO: ".
           05 WRK-TIT-MODO    PIC X(20).
           05 FILLER          PIC X(56) VALUE SPACES.

       01 WRK-LINHA-COLUNAS.
           05 FILLER          PIC X(32) VALUE
              "ID        NOME".
           05 FILLER          PIC X(14) VALUE "    CORRENTE".
           05 FILLER          PIC X(14) VALUE "   30-59 DIAS".
           05 FILLER          PIC X(14) VALUE "   60-89 DIAS".
           05 FILLER          PIC X(14) VALUE "  90+ DIAS".
           05 FILLER          PIC X(14) VALUE "   EM ABERTO".
           05 FILLER          PIC X(30) VALUE "COBRANCA".

       01 WRK-LINHA-DET.
           05 WRK-DET-ID        PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DET-NOME      PIC X(20).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DET-CORRENTE  PIC ZZZZZZZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DET-30-59     PIC ZZZZZZZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DET-60-89     PIC ZZZZZZZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DET-90-MAIS   PIC ZZZZZZZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DET-ABERTO    PIC ZZZZZZZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DET-ACAO      PIC X(22).
           05 FILLER            PIC X(08) VALUE SPACES.

       01 WRK-LINHA-TOT-FAIXAS.
           05 FILLER            PIC X(30) VALUE "TOTAIS".
           05 WRK-TOT-CORRENTE  PIC ZZZZZZZZZZ9.99.
           05 WRK-TOT-30-59     PIC ZZZZZZZZZZ9.99.
           05 WRK-TOT-60-89     PIC ZZZZZZZZZZ9.99.
           05 WRK-TOT-90-MAIS   PIC ZZZZZZZZZZ9.99.
           05 WRK-TOT-ABERTO    PIC ZZZZZZZZZZ9.99.
           05 FILLER            PIC X(32) VALUE SPACES.

       01 WRK-LINHA-TOT-REGUA.
           05 FILLER            PIC X(20) VALUE
              "CLIENTES EM ABERTO: ".
           05 WRK-TOT-CLIENTES  PIC ZZZZ9.
           05 FILLER            PIC X(11) VALUE "  NIVEL 1: ".
           05 WRK-TOT-NIVEL-1   PIC ZZZZ9.
           05 FILLER            PIC X(11) VALUE "  NIVEL 2: ".
           05 WRK-TOT-NIVEL-2   PIC ZZZZ9.
           05 FILLER            PIC X(11) VALUE "  NIVEL 3: ".
           05 WRK-TOT-NIVEL-3   PIC ZZZZ9.
           05 FILLER            PIC X(14) VALUE "  SUSPENSOES: ".
           05 WRK-TOT-SUSP      PIC ZZZZ9.
           05 FILLER            PIC X(21) VALUE
              "  REGUAS ENCERRADAS: ".
           05 WRK-TOT-ENCERR    PIC ZZZZ9.
           05 FILLER            PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL                  SECTION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.

      *----- Obtem os parametros (cartao ou console) e abre tudo
       0100-INICIALIZAR                SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           COMPUTE WRK-INT-HOJE =
             FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE).

           PERFORM 0110-LER-PARAMETROS.
           IF WRK-PARM-OK NOT EQUAL "S"
             DISPLAY "AGING DE RECEBIVEIS E COBRANCA"
             DISPLAY "INTERVALO MINIMO ENTRE CARTAS (DIAS): "
               WITH NO ADVANCING
             ACCEPT WRK-INTERVALO
             DISPLAY "GERAR CARTAS E SUSPENSOES (S/N): "
               WITH NO ADVANCING
             ACCEPT WRK-GERAR
           END-IF.
           IF WRK-GERAR NOT EQUAL "S" AND WRK-GERAR NOT EQUAL "N"
             MOVE "OPCAO DE GERACAO INVALIDA" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

      *----- Carimbo de leitura compartilhada: nao bloqueia ninguem,
      *mas impede a recarga do PROG09 de substituir o arquivo
      *durante esta execucao
           MOVE "S" TO TRV-FUNCAO.
           MOVE "PROG27" TO TRV-PROGRAMA.
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

           OPEN INPUT ESTORNOS.
           IF FS-ESTORNOS EQUAL 00
             MOVE "S" TO WRK-TEM-ESTORNOS
           END-IF.

      *----- Gerando: regua atualizada (criada na primeira execucao,
      *FS=35) e cartas/movimento abertos com o cabecalho; so
      *relatorio: a regua e apenas consultada, se existir
           IF WRK-GERAR EQUAL "S"
             PERFORM 0120-ABRIR-SAIDAS
           ELSE
             OPEN INPUT COBRANCAS
             IF FS-COBRANCAS EQUAL 00
               MOVE "S" TO WRK-TEM-COBRANCAS
             END-IF
           END-IF.

           OPEN OUTPUT REL-COBRANCA.
           IF FS-RELCOB NOT EQUAL 00
             MOVE "RELATORIO NAO FOI ABERTO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           MOVE WRK-DATA-HOJE TO WRK-TIT-DATA.
           MOVE WRK-INTERVALO TO WRK-TIT-INTERV.
           IF WRK-GERAR EQUAL "S"
             MOVE "GERA COBRANCA" TO WRK-TIT-MODO
           ELSE
             MOVE "SO RELATORIO" TO WRK-TIT-MODO
           END-IF.
           WRITE COB-LINHA FROM WRK-LINHA-TITULO.
           WRITE COB-LINHA FROM WRK-LINHA-COLUNAS.

           OPEN EXTEND LOG-AUDITORIA.
           IF FS-AUDITORIA NOT EQUAL 00
             OPEN OUTPUT LOG-AUDITORIA
           END-IF.

      *----- Le o cartao de parametros da execucao nao assistida
      *(PARM27-DAT ausente: modo de console; invalido: fatal)
       0110-LER-PARAMETROS             SECTION.
           OPEN INPUT ARQ-PARM.
           IF FS-PARM EQUAL 00
             READ ARQ-PARM
               AT END
                 MOVE "CARTAO DE PARAMETROS VAZIO" TO WRK-MSG-ERRO
                 PERFORM 9000-TRATA-ERRO
                 GOBACK
             END-READ
             IF PRM-INTERVALO NOT NUMERIC
               MOVE "INTERVALO INVALIDO NO CARTAO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
             END-IF
             MOVE PRM-INTERVALO TO WRK-INTERVALO
             MOVE PRM-GERAR     TO WRK-GERAR
             MOVE "S" TO WRK-PARM-OK
             DISPLAY "MODO NAO ASSISTIDO. INTERVALO: " WRK-INTERVALO
               " GERAR: " WRK-GERAR
             CLOSE ARQ-PARM
           END-IF.

      *----- Abre a regua p/ atualizacao e as saidas com o CAB
      *(data + origem COBRANCA) exigido pelo PROG07
       0120-ABRIR-SAIDAS               SECTION.
           OPEN I-O COBRANCAS.
           IF FS-COBRANCAS EQUAL 35
             OPEN OUTPUT COBRANCAS
             IF FS-COBRANCAS NOT EQUAL 00
               MOVE "COBCLI NAO FOI CRIADO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
             END-IF
             CLOSE COBRANCAS
             OPEN I-O COBRANCAS
           END-IF.
           IF FS-COBRANCAS NOT EQUAL 00
             MOVE "COBCLI NAO FOI ABERTO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           MOVE "S" TO WRK-TEM-COBRANCAS.

           OPEN OUTPUT CARTAS.
           IF FS-CARTAS NOT EQUAL 00
             MOVE "CARTAS NAO FORAM ABERTAS" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           MOVE SPACES TO REG-CARTA.
           MOVE "CAB" TO CCAB-TIPO.
           MOVE WRK-DATA-HOJE TO CCAB-DATA.
           MOVE "COBRANCA" TO CCAB-ORIGEM.
           WRITE REG-CARTA.

           OPEN OUTPUT MOVIMENTOS.
           IF FS-MOVIMENTOS NOT EQUAL 00
             MOVE "MOVIMENTO NAO FOI ABERTO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           MOVE SPACES TO REG-MOVIMENTO.
           MOVE "CAB" TO MCAB-TIPO.
           MOVE WRK-DATA-HOJE TO MCAB-DATA.
           MOVE "COBRANCA" TO MCAB-ORIGEM.
           WRITE REG-MOVIMENTO.

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
             IF WRK-CLI-ATIVO EQUAL "S"
               PERFORM 0215-TRATAR-MOVIMENTO
             END-IF
             READ TRANSACOES NEXT RECORD
           END-PERFORM.
           IF WRK-EM-CLIENTE EQUAL "S"
             PERFORM 0240-FECHAR-CLIENTE
           END-IF.

      *----- Comeca um cliente: fila de debitos vazia e cadastro lido
      *(so cliente ativo e cobrado; o registro fica na area do FD
      *p/ a carta e o movimento de suspensao)
       0210-ABRIR-CLIENTE              SECTION.
           MOVE TRN-ID TO WRK-ID-ANT.
           MOVE "S" TO WRK-EM-CLIENTE.
           MOVE ZEROS TO WRK-QTD-DEB WRK-SOBRA.
           MOVE 1 TO WRK-PRIM-DEB.
           MOVE "N" TO WRK-CLI-ATIVO.
           MOVE TRN-ID TO REG-ID.
           READ CLIENTES KEY IS REG-ID
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF REG-STATUS EQUAL "A"
                 MOVE "S" TO WRK-CLI-ATIVO
               END-IF
           END-READ.

      *----- Um movimento do cliente ativo: par de estorno fica de
      *fora; debito entra na fila, credito baixa os mais antigos
       0215-TRATAR-MOVIMENTO           SECTION.
           ADD 1 TO WRK-TOTAL-MOVTOS.
           MOVE "N" TO WRK-ESTORNADO.
           IF WRK-TEM-ESTORNOS EQUAL "S"
             PERFORM 0220-VERIFICAR-ESTORNO
           END-IF.
           IF WRK-ESTORNADO NOT EQUAL "S"
             IF TRN-TIPO EQUAL "D"
               PERFORM 0225-EMPILHAR-DEBITO
             ELSE
               PERFORM 0230-BAIXAR-CREDITO
             END-IF
           END-IF.

      *----- Lancamento estornado ou que e um estorno (ESTCLI-DAT)
       0220-VERIFICAR-ESTORNO          SECTION.
           MOVE TRN-CHAVE TO EST-CHAVE-ORIGINAL.
           READ ESTORNOS KEY IS EST-CHAVE-ORIGINAL
             INVALID KEY
               MOVE TRN-CHAVE TO EST-CHAVE-ESTORNO
               READ ESTORNOS KEY IS EST-CHAVE-ESTORNO
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE "S" TO WRK-ESTORNADO
               END-READ
             NOT INVALID KEY
               MOVE "S" TO WRK-ESTORNADO
           END-READ.

      *----- Debito: abate a sobra de credito e o resto entra no fim
      *da fila (fila esvaziada pelos creditos recomeca do inicio)
       0225-EMPILHAR-DEBITO            SECTION.
           MOVE TRN-VALOR TO WRK-VALOR.
           IF WRK-SOBRA GREATER THAN ZEROS
             IF WRK-SOBRA NOT LESS THAN WRK-VALOR
               SUBTRACT WRK-VALOR FROM WRK-SOBRA
               MOVE ZEROS TO WRK-VALOR
             ELSE
               SUBTRACT WRK-SOBRA FROM WRK-VALOR
               MOVE ZEROS TO WRK-SOBRA
             END-IF
           END-IF.

           IF WRK-VALOR GREATER THAN ZEROS
             IF WRK-PRIM-DEB GREATER THAN WRK-QTD-DEB
               MOVE ZEROS TO WRK-QTD-DEB
               MOVE 1 TO WRK-PRIM-DEB
             END-IF
             IF WRK-QTD-DEB LESS THAN 300
               ADD 1 TO WRK-QTD-DEB
               MOVE TRN-DATA  TO WRK-DEB-DATA (WRK-QTD-DEB)
               MOVE WRK-VALOR TO WRK-DEB-VALOR (WRK-QTD-DEB)
             ELSE
               MOVE TRN-DATA  TO WRK-DEB-DATA (300)
               ADD WRK-VALOR  TO WRK-DEB-VALOR (300)
             END-IF
           END-IF.

      *----- Credito: baixa os debitos do mais antigo p/ o mais novo;
      *o que sobrar fica p/ abater os debitos seguintes
       0230-BAIXAR-CREDITO             SECTION.
           MOVE TRN-VALOR TO WRK-VALOR.
           PERFORM UNTIL WRK-VALOR EQUAL ZEROS
             OR WRK-PRIM-DEB GREATER THAN WRK-QTD-DEB
             IF WRK-DEB-VALOR (WRK-PRIM-DEB) GREATER THAN WRK-VALOR
               SUBTRACT WRK-VALOR FROM WRK-DEB-VALOR (WRK-PRIM-DEB)
               MOVE ZEROS TO WRK-VALOR
             ELSE
               SUBTRACT WRK-DEB-VALOR (WRK-PRIM-DEB) FROM WRK-VALOR
               MOVE ZEROS TO WRK-DEB-VALOR (WRK-PRIM-DEB)
               ADD 1 TO WRK-PRIM-DEB
             END-IF
           END-PERFORM.
           ADD WRK-VALOR TO WRK-SOBRA.

      *----- Fecha o cliente: classifica o que ficou em aberto por
      *idade e decide a cobranca (inativo ou em dia: encerra a regua)
       0240-FECHAR-CLIENTE             SECTION.
           MOVE "N" TO WRK-EM-CLIENTE.
           MOVE ZEROS TO WRK-CLI-CORRENTE WRK-CLI-30-59
                         WRK-CLI-60-89 WRK-CLI-90-MAIS
                         WRK-CLI-DIAS-MAX.
           IF WRK-CLI-ATIVO EQUAL "S"
             PERFORM VARYING WRK-IDX FROM WRK-PRIM-DEB BY 1
               UNTIL WRK-IDX GREATER THAN WRK-QTD-DEB
               PERFORM 0245-CLASSIFICAR-DEBITO
             END-PERFORM
           END-IF.
           COMPUTE WRK-CLI-VENCIDO =
             WRK-CLI-30-59 + WRK-CLI-60-89 + WRK-CLI-90-MAIS.
           COMPUTE WRK-CLI-ABERTO = WRK-CLI-CORRENTE + WRK-CLI-VENCIDO.

           IF WRK-CLI-ABERTO EQUAL ZEROS
             IF WRK-GERAR EQUAL "S"
               PERFORM 0280-ENCERRAR-REGUA
             END-IF
           ELSE
             ADD 1 TO WRK-TOTAL-CLIENTES
             ADD WRK-CLI-CORRENTE TO WRK-GER-CORRENTE
             ADD WRK-CLI-30-59    TO WRK-GER-30-59
             ADD WRK-CLI-60-89    TO WRK-GER-60-89
             ADD WRK-CLI-90-MAIS  TO WRK-GER-90-MAIS
             ADD WRK-CLI-ABERTO   TO WRK-GER-ABERTO
             MOVE SPACES TO WRK-DET-ACAO
             PERFORM 0250-DECIDIR-COBRANCA
             MOVE WRK-ID-ANT       TO WRK-DET-ID
             MOVE REG-NOME         TO WRK-DET-NOME
             MOVE WRK-CLI-CORRENTE TO WRK-DET-CORRENTE
             MOVE WRK-CLI-30-59    TO WRK-DET-30-59
             MOVE WRK-CLI-60-89    TO WRK-DET-60-89
             MOVE WRK-CLI-90-MAIS  TO WRK-DET-90-MAIS
             MOVE WRK-CLI-ABERTO   TO WRK-DET-ABERTO
             WRITE COB-LINHA FROM WRK-LINHA-DET
           END-IF.

      *----- Idade de um debito em aberto e a faixa correspondente
       0245-CLASSIFICAR-DEBITO         SECTION.
           IF WRK-DEB-VALOR (WRK-IDX) GREATER THAN ZEROS
             COMPUTE WRK-INT-DATA =
               FUNCTION INTEGER-OF-DATE (WRK-DEB-DATA (WRK-IDX))
             COMPUTE WRK-DIAS = WRK-INT-HOJE - WRK-INT-DATA
             IF WRK-DIAS LESS THAN ZEROS
               MOVE ZEROS TO WRK-DIAS
             END-IF
             IF WRK-DIAS GREATER THAN WRK-CLI-DIAS-MAX
               MOVE WRK-DIAS TO WRK-CLI-DIAS-MAX
             END-IF
             EVALUATE TRUE
               WHEN WRK-DIAS LESS THAN 30
                 ADD WRK-DEB-VALOR (WRK-IDX) TO WRK-CLI-CORRENTE
               WHEN WRK-DIAS LESS THAN 60
                 ADD WRK-DEB-VALOR (WRK-IDX) TO WRK-CLI-30-59
               WHEN WRK-DIAS LESS THAN 90
                 ADD WRK-DEB-VALOR (WRK-IDX) TO WRK-CLI-60-89
               WHEN OTHER
                 ADD WRK-DEB-VALOR (WRK-IDX) TO WRK-CLI-90-MAIS
             END-EVALUATE
           END-IF.

      *----- Regua: sobe um nivel por vez ate o alvo, respeitando o
      *intervalo desde a ultima carta; notificado (3) que segue 90+
      *apos o prazo vira suspensao (4, repetida se o PROG07 nao a
      *tiver aplicado ate o prazo seguinte)
       0250-DECIDIR-COBRANCA           SECTION.
           EVALUATE TRUE
             WHEN WRK-CLI-DIAS-MAX NOT LESS THAN 90
               MOVE 3 TO WRK-NIVEL-ALVO
             WHEN WRK-CLI-DIAS-MAX NOT LESS THAN 60
               MOVE 2 TO WRK-NIVEL-ALVO
             WHEN WRK-CLI-DIAS-MAX NOT LESS THAN 30
               MOVE 1 TO WRK-NIVEL-ALVO
             WHEN OTHER
               MOVE 0 TO WRK-NIVEL-ALVO
           END-EVALUATE.

           PERFORM 0255-LER-CONTROLE.

           EVALUATE TRUE
             WHEN WRK-NIVEL-ALVO EQUAL ZEROS
               IF WRK-GERAR EQUAL "S"
                 PERFORM 0280-ENCERRAR-REGUA
               END-IF
             WHEN WRK-NIVEL-ATUAL LESS THAN 3
               AND WRK-NIVEL-ALVO GREATER THAN WRK-NIVEL-ATUAL
               AND WRK-PRAZO-OK EQUAL "S"
               COMPUTE WRK-NIVEL-NOVO = WRK-NIVEL-ATUAL + 1
               PERFORM 0260-EMITIR-CARTA
             WHEN WRK-NIVEL-ATUAL NOT LESS THAN 3
               AND WRK-NIVEL-ALVO EQUAL 3
               AND WRK-PRAZO-OK EQUAL "S"
               PERFORM 0270-GERAR-SUSPENSAO
             WHEN WRK-NIVEL-ATUAL GREATER THAN ZEROS
               MOVE "AGUARDA PRAZO NIVEL " TO WRK-DET-ACAO
               MOVE WRK-NIVEL-ATUAL TO WRK-DET-ACAO (21:1)
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      *----- Nivel atual da regua do cliente e se o intervalo minimo
      *desde a ultima carta ja passou (sem regua: prazo livre)
       0255-LER-CONTROLE               SECTION.
           MOVE "N" TO WRK-TEM-CONTROLE.
           MOVE "S" TO WRK-PRAZO-OK.
           MOVE ZEROS TO WRK-NIVEL-ATUAL.
           IF WRK-TEM-COBRANCAS EQUAL "S"
             MOVE WRK-ID-ANT TO COB-ID
             READ COBRANCAS KEY IS COB-ID
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE "S" TO WRK-TEM-CONTROLE
                 MOVE COB-NIVEL TO WRK-NIVEL-ATUAL
                 COMPUTE WRK-INT-DATA =
                   FUNCTION INTEGER-OF-DATE (COB-DATA-NIVEL)
                 COMPUTE WRK-DIAS = WRK-INT-HOJE - WRK-INT-DATA
                 IF WRK-DIAS LESS THAN WRK-INTERVALO
                   MOVE "N" TO WRK-PRAZO-OK
                 END-IF
             END-READ
           END-IF.

      *----- Carta do novo nivel com os dados do cadastro
       0260-EMITIR-CARTA               SECTION.
           EVALUATE WRK-NIVEL-NOVO
             WHEN 1
               ADD 1 TO WRK-CNT-NIVEL-1
               MOVE "CARTA 1 - LEMBRETE" TO WRK-DET-ACAO
             WHEN 2
               ADD 1 TO WRK-CNT-NIVEL-2
               MOVE "CARTA 2 - AVISO" TO WRK-DET-ACAO
             WHEN OTHER
               ADD 1 TO WRK-CNT-NIVEL-3
               MOVE "CARTA 3 - NOTIF. FINAL" TO WRK-DET-ACAO
           END-EVALUATE.

           IF WRK-GERAR EQUAL "S"
             MOVE SPACES TO REG-CARTA
             MOVE "DET"            TO CART-TIPO
             MOVE WRK-ID-ANT       TO CART-ID
             MOVE WRK-NIVEL-NOVO   TO CART-NIVEL
             MOVE WRK-DATA-HOJE    TO CART-DATA
             MOVE REG-NOME         TO CART-NOME
             MOVE REG-ENDERECO     TO CART-ENDERECO
             MOVE REG-EMAIL        TO CART-EMAIL
             MOVE WRK-CLI-VENCIDO  TO CART-VALOR-VENCIDO
             MOVE WRK-CLI-ABERTO   TO CART-VALOR-ABERTO
             MOVE WRK-CLI-DIAS-MAX TO CART-DIAS
             WRITE REG-CARTA
             ADD 1 TO WRK-TOTAL-CARTAS
             ADD WRK-ID-ANT TO WRK-HASH-CARTAS
             PERFORM 0290-GRAVAR-CONTROLE
           END-IF.

      *----- Passou do nivel final: movimento "A" com status S; o
      *PROG07 aplica com a critica (VALCLI), a listagem e o jornal
       0270-GERAR-SUSPENSAO            SECTION.
           MOVE 4 TO WRK-NIVEL-NOVO.
           MOVE "SUSPENSAO GERADA" TO WRK-DET-ACAO.
           ADD 1 TO WRK-CNT-SUSPENSOES.
           IF WRK-GERAR EQUAL "S"
             MOVE SPACES TO REG-MOVIMENTO
             MOVE "A"          TO MOV-OPERACAO
             MOVE REG-ID       TO MOV-ID
             MOVE REG-NOME     TO MOV-NOME
             MOVE REG-TELEFONE TO MOV-TELEFONE
             MOVE REG-ENDERECO TO MOV-ENDERECO
             MOVE REG-EMAIL    TO MOV-EMAIL
             MOVE "S"          TO MOV-STATUS
             WRITE REG-MOVIMENTO
             ADD 1 TO WRK-TOTAL-MOVIMENTOS
             ADD REG-ID TO WRK-HASH-CALC
             PERFORM 0290-GRAVAR-CONTROLE
           END-IF.

      *----- Encerra a regua do cliente (nada vencido ou nao ativo)
       0280-ENCERRAR-REGUA             SECTION.
           MOVE WRK-ID-ANT TO COB-ID.
           DELETE COBRANCAS RECORD
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               ADD 1 TO WRK-TOTAL-ENCERRADAS
           END-DELETE.

      *----- Grava o novo nivel da regua com a data de hoje
       0290-GRAVAR-CONTROLE            SECTION.
           MOVE WRK-ID-ANT       TO COB-ID.
           MOVE WRK-NIVEL-NOVO   TO COB-NIVEL.
           MOVE WRK-DATA-HOJE    TO COB-DATA-NIVEL.
           MOVE WRK-CLI-VENCIDO  TO COB-VALOR-VENCIDO.
           MOVE WRK-CLI-DIAS-MAX TO COB-DIAS.
           IF WRK-TEM-CONTROLE EQUAL "S"
             REWRITE REG-COBRANCA
           ELSE
             WRITE REG-COBRANCA
           END-IF.
           IF FS-COBRANCAS NOT EQUAL 00
             MOVE "ERRO NA GRAVACAO DO COBCLI" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

      *----- Totais (no modo so relatorio, cartas e suspensoes sao as
      *previstas), trailers, auditoria; fecha tudo e finaliza
       0300-FINALIZAR                  SECTION.
           MOVE WRK-GER-CORRENTE TO WRK-TOT-CORRENTE.
           MOVE WRK-GER-30-59    TO WRK-TOT-30-59.
           MOVE WRK-GER-60-89    TO WRK-TOT-60-89.
           MOVE WRK-GER-90-MAIS  TO WRK-TOT-90-MAIS.
           MOVE WRK-GER-ABERTO   TO WRK-TOT-ABERTO.
           WRITE COB-LINHA FROM WRK-LINHA-TOT-FAIXAS.
           MOVE WRK-TOTAL-CLIENTES   TO WRK-TOT-CLIENTES.
           MOVE WRK-CNT-NIVEL-1      TO WRK-TOT-NIVEL-1.
           MOVE WRK-CNT-NIVEL-2      TO WRK-TOT-NIVEL-2.
           MOVE WRK-CNT-NIVEL-3      TO WRK-TOT-NIVEL-3.
           MOVE WRK-CNT-SUSPENSOES   TO WRK-TOT-SUSP.
           MOVE WRK-TOTAL-ENCERRADAS TO WRK-TOT-ENCERR.
           WRITE COB-LINHA FROM WRK-LINHA-TOT-REGUA.

      *----- Trailers TOT (contagem + hash) das cartas e do movimento
           IF WRK-GERAR EQUAL "S"
             MOVE SPACES TO REG-CARTA
             MOVE "TOT" TO CTOT-TIPO
             MOVE WRK-TOTAL-CARTAS TO CTOT-QTD
             MOVE WRK-HASH-CARTAS TO CTOT-HASH
             WRITE REG-CARTA
             CLOSE CARTAS
             MOVE SPACES TO REG-MOVIMENTO
             MOVE "TOT" TO MTOT-TIPO
             MOVE WRK-TOTAL-MOVIMENTOS TO MTOT-QTD
             MOVE WRK-HASH-CALC TO MTOT-HASH
             WRITE REG-MOVIMENTO
             CLOSE MOVIMENTOS
           END-IF.

           MOVE SPACES TO WRK-LINHA-AUD.
           STRING
               FUNCTION CURRENT-DATE (1:14)  DELIMITED BY SIZE
               "  PROG27  FS-CLIENTES="       DELIMITED BY SIZE
               FS-CLIENTES                    DELIMITED BY SIZE
               "  CARTAS="                    DELIMITED BY SIZE
               WRK-TOTAL-CARTAS               DELIMITED BY SIZE
               "  REGISTROS="                 DELIMITED BY SIZE
               WRK-TOTAL-MOVIMENTOS           DELIMITED BY SIZE
             INTO WRK-LINHA-AUD
           END-STRING.
           WRITE LOG-LINHA FROM WRK-LINHA-AUD.

           DISPLAY "AGING CONCLUIDO. CLIENTES EM ABERTO: "
             WRK-TOTAL-CLIENTES.
           DISPLAY "CARTAS: " WRK-TOTAL-CARTAS
             " SUSPENSOES: " WRK-TOTAL-MOVIMENTOS.
           DISPLAY "FIM DE PROGRAMA"
           CLOSE TRANSACOES.
           CLOSE CLIENTES.
           IF WRK-TEM-ESTORNOS EQUAL "S"
             CLOSE ESTORNOS
           END-IF.
           IF WRK-TEM-COBRANCAS EQUAL "S"
             CLOSE COBRANCAS
           END-IF.
           IF WRK-CARIMBADO EQUAL "S"
             MOVE "D" TO TRV-FUNCAO
             CALL "TRVCLI" USING TRV-PARAMETROS
             MOVE "N" TO WRK-CARIMBADO
           END-IF.
           CLOSE REL-COBRANCA.
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


       END PROGRAM PROG27.
