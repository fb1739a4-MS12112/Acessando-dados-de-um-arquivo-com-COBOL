
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG34.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: AVISOS AOS CLIENTES P/ O GATEWAY DE MENSAGENS:
      *== LE AS ENTRADAS NOVAS DO JORNAL (JRNCLI-DAT, COPY REGJRN) E
      *== OS LANCAMENTOS DO MOVIMENTO FINANCEIRO (TRNCLI-DAT, COPY
      *== REGTRN) E GERA O ARQUIVO NOTENV-DAT, UMA MENSAGEM POR
      *== LINHA: SUSPENSAO, CANCELAMENTO, REATIVACAO (MUDANCA DE
      *== REG-STATUS FEITA PELO PROG05 OU PELO PROG07, INCLUSIVE OS
      *== MOVIMENTOS DO PROG23 E DO PROG27) E DEBITO ACIMA DO LIMITE
      *== (LANCAMENTO DO PROG17), COM CANAL (REG-EMAIL OU
      *== REG-TELEFONE) E AS VARIAVEIS DA MENSAGEM. CLIENTE SEM
      *== CONTATO UTILIZAVEL VAI P/ A LISTA DE EXCECOES (AVISOEXC.TXT).
      *== DATA = 02/09/2026
      *== OBSERVAÇOES: JANELA DO JORNAL: ENTRADAS POSTERIORES A
      *== ULTIMA LIDA NA EXECUCAO ANTERIOR (CONTROLE NOTCTL-DAT, NO
      *== ESPIRITO DO DELTACTL-DAT DO PROG19); SO A OPERACAO A COM
      *== STATUS DIFERENTE ENTRE AS IMAGENS ANTES E DEPOIS GERA AVISO
      *== (A RESTAURACAO R DO PROG14 E CORRECAO, E A FUSAO F DO
      *== PROG28 E INTERNA: NENHUMA DAS DUAS AVISA O CLIENTE).
      *== JANELA DO MOVIMENTO: DEBITOS DATADOS DEPOIS DA ULTIMA DATA
      *== DE MOVIMENTO JA AVISADA ATE A DATA DE MOVIMENTO DESTA
      *== EXECUCAO (LANCAMENTO RETROATIVO A UMA DATA JA AVISADA NAO
      *== GERA AVISO). O PAR ESTORNADO/ESTORNO DO PROG25 (ESTCLI-DAT)
      *== NAO E AVISADO, MESMO CRITERIO DO PROG27. SEM O CONTROLE
      *== (PRIMEIRA EXECUCAO) AS DUAS JANELAS COMECAM NA DATA DE
      *== MOVIMENTO, P/ NAO AVISAR O HISTORICO INTEIRO.
      *== CANAL: EMAIL COM "@" TEM PREFERENCIA; SENAO TELEFONE COM 10
      *== OU MAIS DIGITOS (CORTE DA VALCLI). TITULAR ANONIMIZADO PELO
      *== PROG22 NAO E CONTATADO (VAI P/ AS EXCECOES).
      *== O ARQUIVO TEM "CAB" (DATA + ORIGEM + LOTE) E "TOT"
      *== (CONTAGEM + HASH DOS IDS); CADA MENSAGEM TAMBEM FICA NO
      *== HISTORICO NOTCLI-DAT (COPY REGNOT) COM SITUACAO P, P/ O
      *== PROG35 CONCILIAR O RETORNO DE ENTREGA DO GATEWAY.
      *== CARTAO PARM34-DAT OPCIONAL P/ EXECUCAO NAO ASSISTIDA
      *== (COL 1-11 = LIMITE DO DEBITO COM 2 DECIMAIS IMPLICITAS,
      *== COL 12-19 = DATA DE MOVIMENTO AAAAMMDD, ZEROS = HOJE).
      *== RETORNO: 0=OK 4=HOUVE EXCECAO 12=FATAL.
      *======================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

      *Define os arquivos e seus Status
      *CAMINHOS EXTERNALIZADOS (nome simbolico, estilo DD-name de JCL):
      *DD_CLIENTE-DAT / DD_JRNCLI-DAT / DD_TRNCLI-DAT / DD_ESTCLI-DAT /
      *DD_NOTCLI-DAT / DD_NOTENV-DAT / DD_NOTCTL-DAT / DD_PARM34-DAT
      *se existirem, senao o nome literal no diretorio de trabalho.
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

      *Jornal de mudancas (COPY REGJRN), lido pelo indice alternado
           SELECT JORNAL ASSIGN TO "JRNCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JRN-CHAVE
           ALTERNATE RECORD KEY IS JRN-DATA-HORA WITH DUPLICATES
           FILE STATUS IS FS-JORNAL.

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

      *Historico dos avisos enviados (COPY REGNOT)
           SELECT NOTIFICACOES ASSIGN TO "NOTCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NOT-CHAVE
           FILE STATUS IS FS-NOTIFICACOES.

      *Arquivo de mensagens p/ o gateway (com CAB/TOT)
           SELECT AVISOS ASSIGN TO "NOTENV-DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AVISOS.

      *Controle da ultima execucao (ultima entrada do jornal lida e
      *ultima data de movimento avisada)
           SELECT CTL-AVISOS ASSIGN TO "NOTCTL-DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTLAVISOS.

      *Lista de excecoes: clientes sem contato utilizavel
           SELECT REL-EXCECOES ASSIGN TO "C:\cobol\SMN5\AVISOEXC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELEXC.

      *Cartao de parametros p/ execucao nao assistida
           SELECT ARQ-PARM ASSIGN TO "PARM34-DAT"
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

       FD JORNAL.
           COPY REGJRN.

       FD TRANSACOES.
           COPY REGTRN.

       FD ESTORNOS.
           COPY REGEST.

       FD NOTIFICACOES.
           COPY REGNOT.

      *Mensagem: detalhe "DET" com a identificacao (lote + sequencia,
      *devolvida no retorno de entrega), o canal e as variaveis;
      *visoes CAB/TOT p/ o cabecalho e o trailer do lote
       FD AVISOS.
       01 REG-AVISO.
           05 AVI-TIPO-REG       PIC X(03).
           05 AVI-LOTE           PIC 9(14).
           05 AVI-SEQ            PIC 9(05).
           05 AVI-TIPO           PIC X(01).
           05 AVI-CANAL          PIC X(01).
           05 AVI-DESTINO        PIC X(40).
           05 AVI-ID             PIC 9(08).
           05 AVI-NOME           PIC X(20).
           05 AVI-DATA-EVENTO    PIC 9(08).
           05 AVI-VALOR          PIC 9(09)V99.
           05 AVI-HISTORICO      PIC X(30).
       01 REG-AVISO-CAB.
           05 ACAB-TIPO      PIC X(03).
           05 ACAB-DATA      PIC 9(08).
           05 ACAB-ORIGEM    PIC X(10).
           05 ACAB-LOTE      PIC 9(14).
           05 FILLER         PIC X(106).
       01 REG-AVISO-TOT.
           05 ATOT-TIPO      PIC X(03).
           05 ATOT-QTD       PIC 9(05).
           05 ATOT-HASH      PIC 9(12).
           05 FILLER         PIC X(121).

      *Controle: ultima entrada do jornal e ultima data de movimento
       FD CTL-AVISOS.
       01 CTL-LINHA.
           05 CTL-ULTIMA-ENTRADA PIC 9(14).
           05 CTL-ULTIMA-DATA    PIC 9(08).

       FD REL-EXCECOES.
       01 EXC-LINHA        PIC X(132).

      *Cartao de parametros da execucao nao assistida
       FD ARQ-PARM.
       01 PRM-LINHA.
           05 PRM-LIMITE     PIC X(11).
           05 PRM-LIMITE-VALOR REDEFINES PRM-LIMITE PIC 9(09)V99.
           05 PRM-DATA       PIC X(08).
           05 FILLER         PIC X(61).

      *Trilha de auditoria de acesso/atualizacao de CLIENTE.DAT
       FD LOG-AUDITORIA.
       01 LOG-LINHA        PIC X(100).

      *-----------VARIÁVEIS----------------

       WORKING-STORAGE              SECTION.
       77 FS-CLIENTES    PIC 9(02) VALUE ZEROS.
       77 FS-JORNAL      PIC 9(02) VALUE ZEROS.
       77 FS-TRANSACOES  PIC 9(02) VALUE ZEROS.
       77 FS-ESTORNOS    PIC 9(02) VALUE ZEROS.
       77 FS-NOTIFICACOES PIC 9(02) VALUE ZEROS.
       77 FS-AVISOS      PIC 9(02) VALUE ZEROS.
       77 FS-CTLAVISOS   PIC 9(02) VALUE ZEROS.
       77 FS-RELEXC      PIC 9(02) VALUE ZEROS.
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

      *JRNCLI-DAT / TRNCLI-DAT ausentes = nada a avisar daquele lado;
      *ESTCLI-DAT ausente = nenhum estorno feito ainda
       77 WRK-TEM-JORNAL    PIC X(01) VALUE "N".
       77 WRK-TEM-MOVTOS    PIC X(01) VALUE "N".
       77 WRK-TEM-ESTORNOS  PIC X(01) VALUE "N".
       77 WRK-ESTORNADO     PIC X(01) VALUE "N".

      *-----------EXECUCAO NAO ASSISTIDA (CARTAO DE PARAMETROS)------
       77 WRK-PARM-OK    PIC X(01) VALUE "N".

      *-----------PARAMETROS E JANELAS----------------
       77 WRK-LIMITE        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-MOVTO    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-ANTERIOR PIC 9(08) VALUE ZEROS.
       77 WRK-ULTIMA-ENTRADA PIC 9(14) VALUE ZEROS.
       77 WRK-ULTIMA-DATA   PIC 9(08) VALUE ZEROS.
       77 WRK-NOVA-ENTRADA  PIC 9(14) VALUE ZEROS.
       77 WRK-NOVA-DATA     PIC 9(08) VALUE ZEROS.
       77 WRK-LOTE          PIC 9(14) VALUE ZEROS.

      *-----------MENSAGEM EM MONTAGEM----------------
      *Tipo S/C/R/D (ver COPY REGNOT); contato lido do cadastro, ou
      *da imagem depois do jornal se o cliente ja nao esta no mestre
       77 WRK-TIPO-AVISO    PIC X(01) VALUE SPACE.
       77 WRK-ID-AVISO      PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-EVENTO   PIC 9(08) VALUE ZEROS.
       77 WRK-VALOR-AVISO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-HIST-AVISO    PIC X(30) VALUE SPACES.
       77 WRK-CTT-ACHOU     PIC X(01) VALUE "N".
       77 WRK-CTT-NOME      PIC X(20) VALUE SPACES.
       77 WRK-CTT-TELEFONE  PIC 9(11) VALUE ZEROS.
       77 WRK-CTT-EMAIL     PIC X(40) VALUE SPACES.
       77 WRK-CANAL         PIC X(01) VALUE SPACE.
       77 WRK-DESTINO       PIC X(40) VALUE SPACES.
       77 WRK-MOTIVO-EXC    PIC X(35) VALUE SPACES.
       77 WRK-TEM-ARROBA    PIC X(01) VALUE "N".
       77 WRK-POS           PIC 9(02) VALUE ZEROS.

      *Imagens REGCLI do jornal (antes / depois da mudanca)
       01 WRK-IMG-ANTES.
           05 WRK-ANT-ID          PIC 9(08).
           05 WRK-ANT-NOME        PIC X(20).
           05 WRK-ANT-TELEFONE    PIC 9(11).
           05 WRK-ANT-ENDERECO    PIC X(40).
           05 WRK-ANT-EMAIL       PIC X(40).
           05 WRK-ANT-STATUS      PIC X(01).
           05 WRK-ANT-DATA-STATUS PIC 9(08).
       01 WRK-IMG-DEPOIS.
           05 WRK-DEP-ID          PIC 9(08).
           05 WRK-DEP-NOME        PIC X(20).
           05 WRK-DEP-TELEFONE    PIC 9(11).
           05 WRK-DEP-ENDERECO    PIC X(40).
           05 WRK-DEP-EMAIL       PIC X(40).
           05 WRK-DEP-STATUS      PIC X(01).
           05 WRK-DEP-DATA-STATUS PIC 9(08).

      *-----------TOTALIZADORES----------------
       77 WRK-TOTAL-ENTRADAS PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-LANCTOS  PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-AVISOS   PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-EXCECOES PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-EMAIL    PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-TELEFONE PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-SUSPENSAO  PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-CANCELAM   PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-REATIVACAO PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-DEBITO     PIC 9(05) VALUE ZEROS.
       77 WRK-HASH-CALC      PIC 9(12) VALUE ZEROS.

      *-----------LINHAS DA LISTA DE EXCECOES----------------
       01 WRK-LINHA-TITULO.
           05 FILLER          PIC X(40) VALUE
              "AVISOS A CLIENTES - EXCECOES DO LOTE ".
           05 WRK-TIT-LOTE    PIC 9(14).
           05 FILLER          PIC X(18) VALUE "  DATA MOVIMENTO: ".
           05 WRK-TIT-DATA    PIC 9(08).
           05 FILLER          PIC X(10) VALUE "  LIMITE: ".
           05 WRK-TIT-LIMITE  PIC ZZZZZZZZ9.99.
           05 FILLER          PIC X(30) VALUE SPACES.

       01 WRK-LINHA-COLUNAS.
           05 FILLER          PIC X(32) VALUE
              "ID        NOME".
           05 FILLER          PIC X(15) VALUE "AVISO".
           05 FILLER          PIC X(85) VALUE "MOTIVO".

       01 WRK-LINHA-EXC.
           05 WRK-EXC-ID        PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-EXC-NOME      PIC X(20).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-EXC-TIPO      PIC X(13).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-EXC-MOTIVO    PIC X(35).
           05 FILLER            PIC X(50) VALUE SPACES.

       01 WRK-LINHA-TOT-TIPOS.
           05 FILLER            PIC X(12) VALUE "SUSPENSOES: ".
           05 WRK-TOT-SUSP      PIC ZZZZ9.
           05 FILLER            PIC X(17) VALUE "  CANCELAMENTOS: ".
           05 WRK-TOT-CANC      PIC ZZZZ9.
           05 FILLER            PIC X(15) VALUE "  REATIVACOES: ".
           05 WRK-TOT-REAT      PIC ZZZZ9.
           05 FILLER            PIC X(11) VALUE "  DEBITOS: ".
           05 WRK-TOT-DEB       PIC ZZZZ9.
           05 FILLER            PIC X(57) VALUE SPACES.

       01 WRK-LINHA-TOT-CANAIS.
           05 FILLER            PIC X(16) VALUE "AVISOS GERADOS: ".
           05 WRK-TOT-AVISOS    PIC ZZZZ9.
           05 FILLER            PIC X(09) VALUE "  EMAIL: ".
           05 WRK-TOT-EMAIL     PIC ZZZZ9.
           05 FILLER            PIC X(12) VALUE "  TELEFONE: ".
           05 WRK-TOT-TELEF     PIC ZZZZ9.
           05 FILLER            PIC X(12) VALUE "  EXCECOES: ".
           05 WRK-TOT-EXC       PIC ZZZZ9.
           05 FILLER            PIC X(63) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL                  SECTION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.

      *----- Obtem os parametros (cartao ou console), monta as
      *janelas e abre tudo
       0100-INICIALIZAR                SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WRK-LOTE.

           PERFORM 0110-LER-PARAMETROS.
           IF WRK-PARM-OK NOT EQUAL "S"
             DISPLAY "AVISOS A CLIENTES P/ O GATEWAY DE MENSAGENS"
             DISPLAY "LIMITE DO DEBITO P/ AVISO (EX: 1500.00): "
               WITH NO ADVANCING
             ACCEPT WRK-LIMITE
             DISPLAY "DATA DE MOVIMENTO AAAAMMDD (0 = HOJE): "
               WITH NO ADVANCING
             ACCEPT WRK-DATA-MOVTO
           END-IF.
           IF WRK-LIMITE EQUAL ZEROS
             MOVE "LIMITE DO DEBITO NAO INFORMADO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           IF WRK-DATA-MOVTO EQUAL ZEROS
             MOVE WRK-DATA-HOJE TO WRK-DATA-MOVTO
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (WRK-DATA-MOVTO)
             NOT EQUAL ZERO
             MOVE "DATA DE MOVIMENTO INVALIDA" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           IF WRK-DATA-MOVTO GREATER THAN WRK-DATA-HOJE
             MOVE "DATA DE MOVIMENTO NO FUTURO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

           PERFORM 0120-LER-CONTROLE.

      *----- Carimbo de leitura compartilhada: nao bloqueia ninguem,
      *mas impede a recarga do PROG09 de substituir o arquivo
      *durante esta execucao
           MOVE "S" TO TRV-FUNCAO.
           MOVE "PROG34" TO TRV-PROGRAMA.
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

           OPEN INPUT JORNAL.
           IF FS-JORNAL EQUAL 00
             MOVE "S" TO WRK-TEM-JORNAL
           ELSE
             IF FS-JORNAL NOT EQUAL 35
               MOVE "JORNAL NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
             END-IF
           END-IF.

           OPEN INPUT TRANSACOES.
           IF FS-TRANSACOES EQUAL 00
             MOVE "S" TO WRK-TEM-MOVTOS
           ELSE
             IF FS-TRANSACOES NOT EQUAL 35
               MOVE "TRNCLI NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
             END-IF
           END-IF.

           OPEN INPUT ESTORNOS.
           IF FS-ESTORNOS EQUAL 00
             MOVE "S" TO WRK-TEM-ESTORNOS
           END-IF.

           PERFORM 0130-ABRIR-SAIDAS.

           OPEN EXTEND LOG-AUDITORIA.
           IF FS-AUDITORIA NOT EQUAL 00
             OPEN OUTPUT LOG-AUDITORIA
           END-IF.

      *----- Le o cartao de parametros da execucao nao assistida
      *(PARM34-DAT ausente: modo de console; invalido: fatal)
       0110-LER-PARAMETROS             SECTION.
           OPEN INPUT ARQ-PARM.
           IF FS-PARM EQUAL 00
             READ ARQ-PARM
               AT END
                 MOVE "CARTAO DE PARAMETROS VAZIO" TO WRK-MSG-ERRO
                 PERFORM 9000-TRATA-ERRO
                 GOBACK
             END-READ
             IF PRM-LIMITE NOT NUMERIC
               MOVE "LIMITE INVALIDO NO CARTAO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
             END-IF
             IF PRM-DATA NOT NUMERIC
               MOVE "DATA INVALIDA NO CARTAO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
             END-IF
             MOVE PRM-LIMITE-VALOR TO WRK-LIMITE
             MOVE PRM-DATA         TO WRK-DATA-MOVTO
             MOVE "S" TO WRK-PARM-OK
             DISPLAY "MODO NAO ASSISTIDO. LIMITE: " WRK-LIMITE
               " DATA: " WRK-DATA-MOVTO
             CLOSE ARQ-PARM
           END-IF.

      *----- Le o controle da execucao anterior. Ausente (primeira
      *vez): as janelas comecam na data de movimento, como se o dia
      *anterior ja tivesse sido avisado
       0120-LER-CONTROLE               SECTION.
           COMPUTE WRK-DATA-ANTERIOR = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WRK-DATA-MOVTO) - 1).
           COMPUTE WRK-ULTIMA-ENTRADA =
               WRK-DATA-ANTERIOR * 1000000 + 235959.
           MOVE WRK-DATA-ANTERIOR TO WRK-ULTIMA-DATA.

           OPEN INPUT CTL-AVISOS.
           IF FS-CTLAVISOS EQUAL 00
             READ CTL-AVISOS
               NOT AT END
                 MOVE CTL-ULTIMA-ENTRADA TO WRK-ULTIMA-ENTRADA
                 MOVE CTL-ULTIMA-DATA    TO WRK-ULTIMA-DATA
             END-READ
             CLOSE CTL-AVISOS
           ELSE
             DISPLAY "PRIMEIRA EXECUCAO: AVISOS A PARTIR DE "
               WRK-DATA-MOVTO
           END-IF.
           MOVE WRK-ULTIMA-ENTRADA TO WRK-NOVA-ENTRADA.
           MOVE WRK-ULTIMA-DATA    TO WRK-NOVA-DATA.
           IF WRK-DATA-MOVTO GREATER THAN WRK-NOVA-DATA
             MOVE WRK-DATA-MOVTO TO WRK-NOVA-DATA
           END-IF.
           DISPLAY "JORNAL APOS " WRK-ULTIMA-ENTRADA
             "  MOVIMENTO DE " WRK-ULTIMA-DATA " (EXCL.) A "
             WRK-DATA-MOVTO.

      *----- Abre o historico (criado na primeira execucao, FS=35),
      *o arquivo do gateway com o CAB e a lista de excecoes
       0130-ABRIR-SAIDAS               SECTION.
           OPEN I-O NOTIFICACOES.
           IF FS-NOTIFICACOES EQUAL 35
             OPEN OUTPUT NOTIFICACOES
             IF FS-NOTIFICACOES NOT EQUAL 00
               MOVE "NOTCLI NAO FOI CRIADO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
             END-IF
             CLOSE NOTIFICACOES
             OPEN I-O NOTIFICACOES
           END-IF.
           IF FS-NOTIFICACOES NOT EQUAL 00
             MOVE "NOTCLI NAO FOI ABERTO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

           OPEN OUTPUT AVISOS.
           IF FS-AVISOS NOT EQUAL 00
             MOVE "NOTENV NAO FOI ABERTO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           MOVE SPACES TO REG-AVISO.
           MOVE "CAB" TO ACAB-TIPO.
           MOVE WRK-DATA-HOJE TO ACAB-DATA.
           MOVE "CLIENTES" TO ACAB-ORIGEM.
           MOVE WRK-LOTE TO ACAB-LOTE.
           WRITE REG-AVISO.

           OPEN OUTPUT REL-EXCECOES.
           IF FS-RELEXC NOT EQUAL 00
             MOVE "RELATORIO NAO FOI ABERTO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           MOVE WRK-LOTE TO WRK-TIT-LOTE.
           MOVE WRK-DATA-MOVTO TO WRK-TIT-DATA.
           MOVE WRK-LIMITE TO WRK-TIT-LIMITE.
           WRITE EXC-LINHA FROM WRK-LINHA-TITULO.
           WRITE EXC-LINHA FROM WRK-LINHA-COLUNAS.

      *----- Primeiro as mudancas de status do jornal, depois os
      *debitos do movimento
       0200-PROCESSAR                  SECTION.
           IF WRK-TEM-JORNAL EQUAL "S"
             PERFORM 0210-LER-JORNAL
           END-IF.
           IF WRK-TEM-MOVTOS EQUAL "S"
             PERFORM 0230-LER-MOVIMENTOS
           END-IF.

      *----- START no indice alternado JRN-DATA-HORA logo depois da
      *ultima entrada lida na execucao anterior
       0210-LER-JORNAL                 SECTION.
           MOVE WRK-ULTIMA-ENTRADA TO JRN-DATA-HORA.
           START JORNAL KEY IS GREATER THAN JRN-DATA-HORA
             INVALID KEY
               CONTINUE
           END-START.
           IF FS-JORNAL EQUAL 00
             READ JORNAL NEXT RECORD
             PERFORM UNTIL FS-JORNAL NOT EQUAL 00
               AND FS-JORNAL NOT EQUAL 02
               ADD 1 TO WRK-TOTAL-ENTRADAS
               MOVE JRN-DATA-HORA TO WRK-NOVA-ENTRADA
               PERFORM 0215-TRATAR-ENTRADA
               READ JORNAL NEXT RECORD
             END-PERFORM
           END-IF.

      *----- Alteracao com status diferente nas duas imagens: S =
      *suspensao, C = cancelamento, volta p/ A = reativacao
       0215-TRATAR-ENTRADA             SECTION.
           IF JRN-OPERACAO EQUAL "A"
             MOVE JRN-ANTES  TO WRK-IMG-ANTES
             MOVE JRN-DEPOIS TO WRK-IMG-DEPOIS
             IF WRK-ANT-STATUS NOT EQUAL WRK-DEP-STATUS
               EVALUATE WRK-DEP-STATUS
                 WHEN "S"
                   MOVE "S" TO WRK-TIPO-AVISO
                 WHEN "C"
                   MOVE "C" TO WRK-TIPO-AVISO
                 WHEN "A"
                   MOVE "R" TO WRK-TIPO-AVISO
                 WHEN OTHER
                   MOVE SPACE TO WRK-TIPO-AVISO
               END-EVALUATE
               IF WRK-TIPO-AVISO NOT EQUAL SPACE
                 MOVE JRN-ID TO WRK-ID-AVISO
                 DIVIDE JRN-DATA-HORA BY 1000000
                   GIVING WRK-DATA-EVENTO
                 MOVE ZEROS  TO WRK-VALOR-AVISO
                 MOVE SPACES TO WRK-HIST-AVISO
                 PERFORM 0240-OBTER-CONTATO
                 IF WRK-CTT-ACHOU NOT EQUAL "S"
                   MOVE "S" TO WRK-CTT-ACHOU
                   MOVE WRK-DEP-NOME     TO WRK-CTT-NOME
                   MOVE WRK-DEP-TELEFONE TO WRK-CTT-TELEFONE
                   MOVE WRK-DEP-EMAIL    TO WRK-CTT-EMAIL
                 END-IF
                 PERFORM 0250-EMITIR-AVISO
               END-IF
             END-IF
           END-IF.

      *----- Le o movimento inteiro em ordem de chave e avisa os
      *debitos da janela acima do limite
       0230-LER-MOVIMENTOS             SECTION.
           READ TRANSACOES NEXT RECORD.
           PERFORM UNTIL FS-TRANSACOES NOT EQUAL 00
             IF TRN-TIPO EQUAL "D"
               AND TRN-DATA GREATER THAN WRK-ULTIMA-DATA
               AND TRN-DATA NOT GREATER THAN WRK-DATA-MOVTO
               AND TRN-VALOR GREATER THAN WRK-LIMITE
               ADD 1 TO WRK-TOTAL-LANCTOS
               PERFORM 0235-TRATAR-DEBITO
             END-IF
             READ TRANSACOES NEXT RECORD
           END-PERFORM.

      *----- Debito acima do limite: o par de estorno fica de fora
       0235-TRATAR-DEBITO              SECTION.
           MOVE "N" TO WRK-ESTORNADO.
           IF WRK-TEM-ESTORNOS EQUAL "S"
             MOVE TRN-CHAVE TO EST-CHAVE-ORIGINAL
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
             END-READ
           END-IF.

           IF WRK-ESTORNADO NOT EQUAL "S"
             MOVE "D"           TO WRK-TIPO-AVISO
             MOVE TRN-ID        TO WRK-ID-AVISO
             MOVE TRN-DATA      TO WRK-DATA-EVENTO
             MOVE TRN-VALOR     TO WRK-VALOR-AVISO
             MOVE TRN-HISTORICO TO WRK-HIST-AVISO
             PERFORM 0240-OBTER-CONTATO
             PERFORM 0250-EMITIR-AVISO
           END-IF.

      *----- Contato atual do cliente no cadastro
       0240-OBTER-CONTATO              SECTION.
           MOVE "N" TO WRK-CTT-ACHOU.
           MOVE SPACES TO WRK-CTT-NOME WRK-CTT-EMAIL.
           MOVE ZEROS  TO WRK-CTT-TELEFONE.
           MOVE WRK-ID-AVISO TO REG-ID.
           READ CLIENTES KEY IS REG-ID
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE "S" TO WRK-CTT-ACHOU
               MOVE REG-NOME     TO WRK-CTT-NOME
               MOVE REG-TELEFONE TO WRK-CTT-TELEFONE
               MOVE REG-EMAIL    TO WRK-CTT-EMAIL
           END-READ.

      *----- Escolhe o canal: email com "@"; senao telefone com 10+
      *digitos (o sentinela do titular anonimizado nao conta); sem
      *nenhum dos dois, a mensagem vira excecao
       0250-EMITIR-AVISO               SECTION.
           MOVE SPACE  TO WRK-CANAL.
           MOVE SPACES TO WRK-DESTINO WRK-MOTIVO-EXC.

           EVALUATE TRUE
             WHEN WRK-CTT-ACHOU NOT EQUAL "S"
               MOVE "CLIENTE INEXISTENTE NO CADASTRO"
                 TO WRK-MOTIVO-EXC
             WHEN WRK-CTT-NOME EQUAL "TITULAR ANONIMIZADO"
               MOVE "TITULAR ANONIMIZADO (NAO CONTATAR)"
                 TO WRK-MOTIVO-EXC
             WHEN OTHER
               MOVE "N" TO WRK-TEM-ARROBA
               IF WRK-CTT-EMAIL NOT EQUAL SPACES
                 PERFORM VARYING WRK-POS FROM 1 BY 1
                   UNTIL WRK-POS GREATER THAN 40
                   OR WRK-TEM-ARROBA EQUAL "S"
                   IF WRK-CTT-EMAIL (WRK-POS:1) EQUAL "@"
                     MOVE "S" TO WRK-TEM-ARROBA
                   END-IF
                 END-PERFORM
               END-IF
               IF WRK-TEM-ARROBA EQUAL "S"
                 MOVE "E" TO WRK-CANAL
                 MOVE WRK-CTT-EMAIL TO WRK-DESTINO
               ELSE
                 IF WRK-CTT-TELEFONE NOT LESS THAN 1000000000
                   AND WRK-CTT-TELEFONE NOT EQUAL 99999999999
                   MOVE "T" TO WRK-CANAL
                   MOVE WRK-CTT-TELEFONE TO WRK-DESTINO
                 ELSE
                   MOVE "SEM EMAIL E SEM TELEFONE VALIDO"
                     TO WRK-MOTIVO-EXC
                 END-IF
               END-IF
           END-EVALUATE.

           IF WRK-CANAL EQUAL SPACE
             PERFORM 0270-REGISTRAR-EXCECAO
           ELSE
             PERFORM 0260-GRAVAR-AVISO
           END-IF.

      *----- Grava a mensagem no historico (situacao P) e no arquivo
      *do gateway, com a mesma identificacao lote + sequencia
       0260-GRAVAR-AVISO               SECTION.
           ADD 1 TO WRK-TOTAL-AVISOS.
           MOVE WRK-LOTE         TO NOT-LOTE.
           MOVE WRK-TOTAL-AVISOS TO NOT-SEQ.
           MOVE WRK-TIPO-AVISO   TO NOT-TIPO.
           MOVE WRK-CANAL        TO NOT-CANAL.
           MOVE WRK-DESTINO      TO NOT-DESTINO.
           MOVE WRK-ID-AVISO     TO NOT-ID.
           MOVE WRK-CTT-NOME     TO NOT-NOME.
           MOVE WRK-DATA-EVENTO  TO NOT-DATA-EVENTO.
           MOVE WRK-VALOR-AVISO  TO NOT-VALOR.
           MOVE WRK-HIST-AVISO   TO NOT-HISTORICO.
           MOVE "P"              TO NOT-SITUACAO.
           MOVE ZEROS            TO NOT-DATA-RETORNO.
           MOVE SPACES           TO NOT-MOTIVO.
           WRITE REG-NOTIFICACAO
             INVALID KEY
               MOVE "HISTORICO DE AVISOS NAO GRAVADO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
           END-WRITE.

           MOVE SPACES           TO REG-AVISO.
           MOVE "DET"            TO AVI-TIPO-REG.
           MOVE NOT-LOTE         TO AVI-LOTE.
           MOVE NOT-SEQ          TO AVI-SEQ.
           MOVE NOT-TIPO         TO AVI-TIPO.
           MOVE NOT-CANAL        TO AVI-CANAL.
           MOVE NOT-DESTINO      TO AVI-DESTINO.
           MOVE NOT-ID           TO AVI-ID.
           MOVE NOT-NOME         TO AVI-NOME.
           MOVE NOT-DATA-EVENTO  TO AVI-DATA-EVENTO.
           MOVE NOT-VALOR        TO AVI-VALOR.
           MOVE NOT-HISTORICO    TO AVI-HISTORICO.
           WRITE REG-AVISO.
           ADD NOT-ID TO WRK-HASH-CALC.

           IF WRK-CANAL EQUAL "E"
             ADD 1 TO WRK-TOTAL-EMAIL
           ELSE
             ADD 1 TO WRK-TOTAL-TELEFONE
           END-IF.
           EVALUATE WRK-TIPO-AVISO
             WHEN "S"
               ADD 1 TO WRK-CNT-SUSPENSAO
             WHEN "C"
               ADD 1 TO WRK-CNT-CANCELAM
             WHEN "R"
               ADD 1 TO WRK-CNT-REATIVACAO
             WHEN "D"
               ADD 1 TO WRK-CNT-DEBITO
           END-EVALUATE.

      *----- Cliente sem contato utilizavel: linha na lista de
      *excecoes p/ o cadastro corrigir e a central avisar por fora
       0270-REGISTRAR-EXCECAO          SECTION.
           ADD 1 TO WRK-TOTAL-EXCECOES.
           MOVE WRK-ID-AVISO   TO WRK-EXC-ID.
           MOVE WRK-CTT-NOME   TO WRK-EXC-NOME.
           EVALUATE WRK-TIPO-AVISO
             WHEN "S"
               MOVE "SUSPENSAO" TO WRK-EXC-TIPO
             WHEN "C"
               MOVE "CANCELAMENTO" TO WRK-EXC-TIPO
             WHEN "R"
               MOVE "REATIVACAO" TO WRK-EXC-TIPO
             WHEN "D"
               MOVE "DEBITO" TO WRK-EXC-TIPO
           END-EVALUATE.
           MOVE WRK-MOTIVO-EXC TO WRK-EXC-MOTIVO.
           WRITE EXC-LINHA FROM WRK-LINHA-EXC.

      *----- Fecha o lote (TOT), regrava o controle, totaliza e
      *finaliza
       0300-FINALIZAR                  SECTION.
           MOVE SPACES TO REG-AVISO.
           MOVE "TOT" TO ATOT-TIPO.
           MOVE WRK-TOTAL-AVISOS TO ATOT-QTD.
           MOVE WRK-HASH-CALC TO ATOT-HASH.
           WRITE REG-AVISO.
           CLOSE AVISOS.
           CLOSE NOTIFICACOES.

      *----- O controle so avanca depois do lote completo: uma
      *execucao interrompida repete a mesma janela
           OPEN OUTPUT CTL-AVISOS.
           IF FS-CTLAVISOS NOT EQUAL 00
             MOVE "CONTROLE NAO FOI GRAVADO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           MOVE WRK-NOVA-ENTRADA TO CTL-ULTIMA-ENTRADA.
           MOVE WRK-NOVA-DATA    TO CTL-ULTIMA-DATA.
           WRITE CTL-LINHA.
           CLOSE CTL-AVISOS.

           MOVE WRK-CNT-SUSPENSAO  TO WRK-TOT-SUSP.
           MOVE WRK-CNT-CANCELAM   TO WRK-TOT-CANC.
           MOVE WRK-CNT-REATIVACAO TO WRK-TOT-REAT.
           MOVE WRK-CNT-DEBITO     TO WRK-TOT-DEB.
           WRITE EXC-LINHA FROM WRK-LINHA-TOT-TIPOS.
           MOVE WRK-TOTAL-AVISOS   TO WRK-TOT-AVISOS.
           MOVE WRK-TOTAL-EMAIL    TO WRK-TOT-EMAIL.
           MOVE WRK-TOTAL-TELEFONE TO WRK-TOT-TELEF.
           MOVE WRK-TOTAL-EXCECOES TO WRK-TOT-EXC.
           WRITE EXC-LINHA FROM WRK-LINHA-TOT-CANAIS.

      *----- Excecao vira aviso (4) p/ a esteira: alguem precisa
      *corrigir o contato; o fatal (12) ja sai por 9000-TRATA-ERRO
           IF WRK-TOTAL-EXCECOES NOT EQUAL ZEROS
             MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO WRK-LINHA-AUD.
           STRING
               FUNCTION CURRENT-DATE (1:14)  DELIMITED BY SIZE
               "  PROG34  LOTE="               DELIMITED BY SIZE
               WRK-LOTE                        DELIMITED BY SIZE
               "  AVISOS="                     DELIMITED BY SIZE
               WRK-TOTAL-AVISOS                DELIMITED BY SIZE
               "  EXCECOES="                   DELIMITED BY SIZE
               WRK-TOTAL-EXCECOES              DELIMITED BY SIZE
             INTO WRK-LINHA-AUD
           END-STRING.
           WRITE LOG-LINHA FROM WRK-LINHA-AUD.

           DISPLAY "AVISOS GERADOS. LOTE: " WRK-LOTE
             " ENTRADAS LIDAS: " WRK-TOTAL-ENTRADAS
             " DEBITOS ACIMA DO LIMITE: " WRK-TOTAL-LANCTOS.
           DISPLAY "AVISOS: " WRK-TOTAL-AVISOS
             " EXCECOES: " WRK-TOTAL-EXCECOES.
           DISPLAY "FIM DE PROGRAMA"
           CLOSE CLIENTES.
           IF WRK-TEM-JORNAL EQUAL "S"
             CLOSE JORNAL
           END-IF.
           IF WRK-TEM-MOVTOS EQUAL "S"
             CLOSE TRANSACOES
           END-IF.
           IF WRK-TEM-ESTORNOS EQUAL "S"
             CLOSE ESTORNOS
           END-IF.
           IF WRK-CARIMBADO EQUAL "S"
             MOVE "D" TO TRV-FUNCAO
             CALL "TRVCLI" USING TRV-PARAMETROS
             MOVE "N" TO WRK-CARIMBADO
           END-IF.
           CLOSE REL-EXCECOES.
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


       END PROGRAM PROG34.
