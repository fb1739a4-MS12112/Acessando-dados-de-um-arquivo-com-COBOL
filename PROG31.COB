
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG31.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: CONDUTOR DA CADEIA NOTURNA: LE A TABELA DE ETAPAS
      *== (ETAPAS-DAT: PROGRAMA, RC MAXIMO P/ SEGUIR E CARTAO DE
      *== PARAMETROS), CHAMA CADA PROGRAMA NA ORDEM, CONFERE O
      *== RETURN-CODE E PARA A CADEIA NA PRIMEIRA ETAPA ACIMA DO
      *== LIMITE. CADA INICIO/FIM/RC FICA NO CONTROLE DA CADEIA
      *== (CTLCAD-DAT), REGRAVADO A CADA ETAPA, P/ A RETOMADA DA
      *== MANHA SEGUINTE COMECAR NA ETAPA QUE FALHOU EM VEZ DO TOPO.
      *== IMPRIME O RESUMO DE UMA PAGINA (CADEIA.TXT).
      *== DATA = 02/09/2026
      *== OBSERVAÇOES: CADEIA ATUAL, NA ORDEM: PROG09 (DESCARGA),
      *== PROG07, PROG17, PROG34, PROG23, PROG03, PROG19, PROG10,
      *== PROG20 E PROG13 (O PROG35 RODA FORA DA CADEIA, QUANDO O
      *== RETORNO DO GATEWAY DE MENSAGENS CHEGA). O CARTAO DA ETAPA
      *== E ENTREGUE AO PROGRAMA PELO NOME SIMBOLICO DD_PARMnn-DAT
      *== (nn DO PROGRAMA), IGUAL A UM DD DE JCL; ETAPA SEM CARTAO
      *== RODA COMO O PROGRAMA RODARIA SOZINHO. O CONTROLE SO E
      *== REGRAVADO, NUNCA ACUMULADO: ELE DESCREVE A ULTIMA CADEIA.
      *== CARTAO PARM31-DAT OPCIONAL: MODO (1=NOVA 2=RETOMAR) +
      *== CONFIRMACAO P/ COMECAR DO TOPO COM A CADEIA ANTERIOR AINDA
      *== INTERROMPIDA.
      *== RETORNO: 0=CONCLUIDA 4=CONCLUIDA COM ETAPA EM RC DE AVISO
      *== DENTRO DO LIMITE 12=INTERROMPIDA OU FATAL.
      *======================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

      *Define os arquivos e seus Status
      *CAMINHOS EXTERNALIZADOS (nome simbolico, estilo DD-name de JCL):
      *DD_ETAPAS-DAT / DD_CTLCAD-DAT / DD_PARM31-DAT se existirem,
      *senao o nome literal no diretorio de trabalho atual.
       FILE-CONTROL.
      *Tabela de etapas da cadeia, uma linha por etapa, na ordem de
      *execucao (linha em branco ou com "*" na coluna 1 e ignorada)
           SELECT ARQ-ETAPAS ASSIGN TO "ETAPAS-DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ETAPAS.

      *Controle da cadeia: CAB + uma linha ETP por etapa
           SELECT ARQ-CONTROLE ASSIGN TO "CTLCAD-DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROLE.

      *Cartao de parametros p/ execucao nao assistida
           SELECT ARQ-PARM ASSIGN TO "PARM31-DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARM.

      *Resumo de uma pagina p/ a operacao
           SELECT REL-CADEIA ASSIGN TO "C:\cobol\SMN5\CADEIA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELCAD.

      *Trilha de auditoria: uma linha por execucao (ver 0300-FINALIZAR)
           SELECT LOG-AUDITORIA ASSIGN TO "C:\cobol\SMN5\AUDITORIA.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.

      *Descreve a estrutura dos arquivos
       FILE SECTION.
      *Etapa: programa (PROGnn), RC maximo p/ seguir (2 digitos) e o
      *caminho do cartao de parametros (em branco = sem cartao)
       FD ARQ-ETAPAS.
       01 ETP-LINHA.
           05 ETP-PROGRAMA   PIC X(08).
           05 FILLER         PIC X(01).
           05 ETP-RC-MAX     PIC X(02).
           05 FILLER         PIC X(01).
           05 ETP-CARTAO     PIC X(60).
           05 FILLER         PIC X(08).

       FD ARQ-CONTROLE.
       01 CTL-LINHA        PIC X(80).

      *Cartao de parametros da execucao nao assistida
       FD ARQ-PARM.
       01 PRM-LINHA.
           05 PRM-MODO     PIC X(01).
           05 PRM-CONFIRMA PIC X(01).
           05 FILLER       PIC X(78).

       FD REL-CADEIA.
       01 CAD-LINHA        PIC X(132).

      *Trilha de auditoria de acesso/atualizacao de CLIENTE.DAT
       FD LOG-AUDITORIA.
       01 LOG-LINHA        PIC X(100).

      *-----------VARIÁVEIS----------------

       WORKING-STORAGE              SECTION.
       77 FS-ETAPAS      PIC 9(02) VALUE ZEROS.
       77 FS-CONTROLE    PIC 9(02) VALUE ZEROS.
       77 FS-PARM        PIC 9(02) VALUE ZEROS.
       77 FS-RELCAD      PIC 9(02) VALUE ZEROS.
       77 FS-AUDITORIA   PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO   PIC X(30) VALUE SPACES.
       77 WRK-LINHA-AUD  PIC X(100) VALUE SPACES.
       77 WRK-MODO       PIC 9(01) VALUE ZERO.
       77 WRK-CONFIRMA   PIC X(01) VALUE SPACE.

      *-----------EXECUCAO NAO ASSISTIDA (CARTAO DE PARAMETROS)------
      *WRK-PARM-OK="S": respostas vieram do PARM31-DAT, sem ACCEPT
      *de console
       77 WRK-PARM-OK      PIC X(01) VALUE "N".
       77 WRK-PRM-CONFIRMA PIC X(01) VALUE SPACE.

      *-----------TABELA DE ETAPAS (MAXIMO 20)----------------
      *Situacao: P=PENDENTE E=EM EXECUCAO O=OK F=ACIMA DO LIMITE
       77 WRK-QTD-ETAPAS    PIC 9(02) VALUE ZEROS.
       77 WRK-IDX           PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-CTL       PIC 9(02) VALUE ZEROS.
       77 WRK-ETAPA-INICIAL PIC 9(02) VALUE ZEROS.
       77 WRK-ETAPA-FALHA   PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-EXECUTADAS PIC 9(02) VALUE ZEROS.
       77 WRK-INTERROMPIDA  PIC X(01) VALUE "N".
       77 WRK-FIM-ETAPAS    PIC X(01) VALUE "N".
       77 WRK-RC-ETAPA      PIC 9(04) VALUE ZEROS.
       77 WRK-RC-MAIOR      PIC 9(04) VALUE ZEROS.
       77 WRK-RC-FINAL      PIC 9(02) VALUE ZEROS.
       77 WRK-NAO-ACHOU     PIC X(01) VALUE "N".
       01 WRK-TABELA-ETAPAS.
           05 WRK-ETP OCCURS 20.
               10 WRK-ETP-PROGRAMA PIC X(08).
               10 WRK-ETP-RC-MAX   PIC 9(02).
               10 WRK-ETP-CARTAO   PIC X(60).
               10 WRK-ETP-INICIO   PIC 9(14).
               10 WRK-ETP-FIM      PIC 9(14).
               10 WRK-ETP-RC       PIC 9(04).
               10 WRK-ETP-SITUACAO PIC X(01).

      *Nome simbolico do cartao da etapa (DD_PARMnn-DAT)
       01 WRK-DD-CARTAO.
           05 FILLER          PIC X(07) VALUE "DD_PARM".
           05 WRK-DD-NN       PIC X(02).
           05 FILLER          PIC X(04) VALUE "-DAT".

      *-----------CONTROLE DA CADEIA (CTLCAD-DAT)----------------
      *Situacao da cadeia: E=EM EXECUCAO C=CONCLUIDA I=INTERROMPIDA
       77 WRK-TEM-ANTERIOR  PIC X(01) VALUE "N".
       77 WRK-QTD-ANTERIOR  PIC 9(02) VALUE ZEROS.
       77 WRK-CAD-INICIO    PIC 9(14) VALUE ZEROS.
       77 WRK-CAD-RETOMADA  PIC 9(14) VALUE ZEROS.
       77 WRK-CAD-FIM       PIC 9(14) VALUE ZEROS.
       77 WRK-CAD-SITUACAO  PIC X(01) VALUE SPACE.
       01 WRK-CTL-REGISTRO.
           05 WRK-CTL-TIPO    PIC X(03).
           05 WRK-CTL-DADOS   PIC X(77).
       01 WRK-CTL-CAB REDEFINES WRK-CTL-REGISTRO.
           05 FILLER              PIC X(03).
           05 WRK-CAB-INICIO      PIC 9(14).
           05 WRK-CAB-RETOMADA    PIC 9(14).
           05 WRK-CAB-FIM         PIC 9(14).
           05 WRK-CAB-SITUACAO    PIC X(01).
           05 WRK-CAB-ETAPA-FALHA PIC 9(02).
           05 WRK-CAB-QTD-ETAPAS  PIC 9(02).
           05 FILLER              PIC X(30).
       01 WRK-CTL-ETP REDEFINES WRK-CTL-REGISTRO.
           05 FILLER              PIC X(03).
           05 WRK-CET-SEQ         PIC 9(02).
           05 WRK-CET-PROGRAMA    PIC X(08).
           05 WRK-CET-INICIO      PIC 9(14).
           05 WRK-CET-FIM         PIC 9(14).
           05 WRK-CET-RC          PIC 9(04).
           05 WRK-CET-RC-MAX      PIC 9(02).
           05 WRK-CET-SITUACAO    PIC X(01).
           05 FILLER              PIC X(32).

      *Cadeia anterior como lida do controle (p/ a retomada)
       01 WRK-TABELA-ANTERIOR.
           05 WRK-ANT OCCURS 20.
               10 WRK-ANT-PROGRAMA PIC X(08).
               10 WRK-ANT-INICIO   PIC 9(14).
               10 WRK-ANT-FIM      PIC 9(14).
               10 WRK-ANT-RC       PIC 9(04).
               10 WRK-ANT-SITUACAO PIC X(01).
       77 WRK-ANT-ETAPA-FALHA PIC 9(02) VALUE ZEROS.

      *-----------LINHAS DO RESUMO----------------
       01 WRK-LINHA-TITULO.
           05 FILLER          PIC X(38) VALUE
              "RESUMO DA CADEIA NOTURNA - EMITIDO EM ".
           05 WRK-TIT-DATA    PIC 9(14).
           05 FILLER          PIC X(80) VALUE SPACES.

       01 WRK-LINHA-CAB.
           05 FILLER          PIC X(08) VALUE "INICIO: ".
           05 WRK-LCB-INICIO  PIC 9(14).
           05 FILLER          PIC X(12) VALUE "  RETOMADA: ".
           05 WRK-LCB-RETOMADA PIC 9(14).
           05 FILLER          PIC X(07) VALUE "  FIM: ".
           05 WRK-LCB-FIM     PIC 9(14).
           05 FILLER          PIC X(08) VALUE "  MODO: ".
           05 WRK-LCB-MODO    PIC X(08).
           05 FILLER          PIC X(47) VALUE SPACES.

       01 WRK-LINHA-COLUNAS.
           05 FILLER          PIC X(16) VALUE "  ET  PROGRAMA ".
           05 FILLER          PIC X(16) VALUE "INICIO".
           05 FILLER          PIC X(16) VALUE "FIM".
           05 FILLER          PIC X(10) VALUE "  RC  MX".
           05 FILLER          PIC X(15) VALUE "SITUACAO".
           05 FILLER          PIC X(59) VALUE "CARTAO".

       01 WRK-LINHA-ETP.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LET-SEQ     PIC 9(02).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LET-PROGRAMA PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LET-INICIO  PIC 9(14).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LET-FIM     PIC 9(14).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LET-RC      PIC ZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LET-RC-MAX  PIC Z9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LET-SITUACAO PIC X(13).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LET-CARTAO  PIC X(59).

       01 WRK-LINHA-FINAL   PIC X(132) VALUE SPACES.
       77 WRK-FIN-RC        PIC ZZZ9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL                  SECTION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.

      *----- Le o cartao (ou pergunta o modo), carrega a tabela de
      *etapas e o controle da cadeia anterior, abre a auditoria
       0100-INICIALIZAR                SECTION.
           PERFORM 0110-LER-PARAMETROS.
           IF WRK-PARM-OK NOT EQUAL "S"
             DISPLAY "CONDUTOR DA CADEIA NOTURNA"
             DISPLAY "1-NOVA CADEIA  2-RETOMAR A CADEIA INTERROMPIDA"
             DISPLAY "MODO: " WITH NO ADVANCING
             ACCEPT WRK-MODO
           END-IF.
           IF WRK-MODO NOT EQUAL 1 AND WRK-MODO NOT EQUAL 2
             MOVE "MODO INVALIDO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

           PERFORM 0120-CARREGAR-ETAPAS.
           PERFORM 0130-LER-CONTROLE.

           OPEN EXTEND LOG-AUDITORIA.
           IF FS-AUDITORIA NOT EQUAL 00
             OPEN OUTPUT LOG-AUDITORIA
           END-IF.

      *----- Le o cartao de parametros da execucao nao assistida
      *(PARM31-DAT ausente: modo de console; invalido: fatal)
       0110-LER-PARAMETROS             SECTION.
           OPEN INPUT ARQ-PARM.
           IF FS-PARM EQUAL 00
             READ ARQ-PARM
               AT END
                 MOVE "CARTAO DE PARAMETROS VAZIO" TO WRK-MSG-ERRO
                 PERFORM 9000-TRATA-ERRO
                 GOBACK
             END-READ
             IF PRM-MODO NOT NUMERIC
               MOVE "MODO INVALIDO NO CARTAO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
             END-IF
             MOVE PRM-MODO TO WRK-MODO
             MOVE PRM-CONFIRMA TO WRK-PRM-CONFIRMA
             MOVE "S" TO WRK-PARM-OK
             DISPLAY "MODO NAO ASSISTIDO. MODO: " WRK-MODO
             CLOSE ARQ-PARM
           END-IF.

      *----- Carrega a tabela de etapas (ordem do arquivo); etapa
      *com RC maximo nao numerico ou cartao em programa fora do
      *padrao PROGnn e fatal, antes de rodar qualquer coisa
       0120-CARREGAR-ETAPAS            SECTION.
           INITIALIZE WRK-TABELA-ETAPAS.
           OPEN INPUT ARQ-ETAPAS.
           IF FS-ETAPAS NOT EQUAL 00
             MOVE "TABELA DE ETAPAS AUSENTE" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

           MOVE "N" TO WRK-FIM-ETAPAS.
           PERFORM UNTIL WRK-FIM-ETAPAS EQUAL "S"
             READ ARQ-ETAPAS
               AT END
                 MOVE "S" TO WRK-FIM-ETAPAS
               NOT AT END
                 IF ETP-LINHA NOT EQUAL SPACES
                   AND ETP-LINHA (1:1) NOT EQUAL "*"
                   PERFORM 0125-GUARDAR-ETAPA
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ARQ-ETAPAS.

           IF WRK-QTD-ETAPAS EQUAL ZEROS
             MOVE "TABELA DE ETAPAS VAZIA" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

      *----- Critica e guarda uma linha da tabela de etapas
       0125-GUARDAR-ETAPA              SECTION.
           IF WRK-QTD-ETAPAS EQUAL 20
             MOVE "MAIS DE 20 ETAPAS NA TABELA" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           IF ETP-PROGRAMA EQUAL SPACES OR ETP-RC-MAX NOT NUMERIC
             DISPLAY "ETAPA INVALIDA: " ETP-LINHA
             MOVE "TABELA DE ETAPAS INVALIDA" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           IF ETP-CARTAO NOT EQUAL SPACES
             AND (ETP-PROGRAMA (1:4) NOT EQUAL "PROG"
               OR ETP-PROGRAMA (5:2) NOT NUMERIC)
             DISPLAY "ETAPA INVALIDA: " ETP-LINHA
             MOVE "CARTAO SO P/ PROGRAMA PROGnn" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

           ADD 1 TO WRK-QTD-ETAPAS.
           MOVE ETP-PROGRAMA TO WRK-ETP-PROGRAMA (WRK-QTD-ETAPAS).
           MOVE ETP-RC-MAX   TO WRK-ETP-RC-MAX (WRK-QTD-ETAPAS).
           MOVE ETP-CARTAO   TO WRK-ETP-CARTAO (WRK-QTD-ETAPAS).
           MOVE "P"          TO WRK-ETP-SITUACAO (WRK-QTD-ETAPAS).

      *----- Le o controle da ultima cadeia (ausente = primeira vez)
       0130-LER-CONTROLE               SECTION.
           INITIALIZE WRK-TABELA-ANTERIOR.
           OPEN INPUT ARQ-CONTROLE.
           IF FS-CONTROLE EQUAL 00
             READ ARQ-CONTROLE INTO WRK-CTL-REGISTRO
             PERFORM UNTIL FS-CONTROLE NOT EQUAL 00
               IF WRK-CTL-TIPO EQUAL "CAB"
                 MOVE "S" TO WRK-TEM-ANTERIOR
                 MOVE WRK-CAB-INICIO      TO WRK-CAD-INICIO
                 MOVE WRK-CAB-RETOMADA    TO WRK-CAD-RETOMADA
                 MOVE WRK-CAB-SITUACAO    TO WRK-CAD-SITUACAO
                 MOVE WRK-CAB-ETAPA-FALHA TO WRK-ANT-ETAPA-FALHA
               END-IF
               IF WRK-CTL-TIPO EQUAL "ETP"
                 AND WRK-QTD-ANTERIOR LESS THAN 20
                 ADD 1 TO WRK-QTD-ANTERIOR
                 MOVE WRK-CET-PROGRAMA
                   TO WRK-ANT-PROGRAMA (WRK-QTD-ANTERIOR)
                 MOVE WRK-CET-INICIO
                   TO WRK-ANT-INICIO (WRK-QTD-ANTERIOR)
                 MOVE WRK-CET-FIM
                   TO WRK-ANT-FIM (WRK-QTD-ANTERIOR)
                 MOVE WRK-CET-RC
                   TO WRK-ANT-RC (WRK-QTD-ANTERIOR)
                 MOVE WRK-CET-SITUACAO
                   TO WRK-ANT-SITUACAO (WRK-QTD-ANTERIOR)
               END-IF
               READ ARQ-CONTROLE INTO WRK-CTL-REGISTRO
             END-PERFORM
             CLOSE ARQ-CONTROLE
           END-IF.

      *----- Prepara a cadeia (nova ou retomada), roda as etapas e
      *imprime o resumo
       0200-PROCESSAR                  SECTION.
           IF WRK-MODO EQUAL 2
             PERFORM 0210-PREPARAR-RETOMADA
           ELSE
             PERFORM 0205-PREPARAR-NOVA
           END-IF.
           MOVE "E" TO WRK-CAD-SITUACAO.
           MOVE ZEROS TO WRK-CAD-FIM.
           PERFORM 0250-GRAVAR-CONTROLE.

           PERFORM VARYING WRK-IDX FROM WRK-ETAPA-INICIAL BY 1
             UNTIL WRK-IDX GREATER THAN WRK-QTD-ETAPAS
             OR WRK-INTERROMPIDA EQUAL "S"
             PERFORM 0220-EXECUTAR-ETAPA
           END-PERFORM.

           MOVE FUNCTION CURRENT-DATE (1:14) TO WRK-CAD-FIM.
           IF WRK-INTERROMPIDA EQUAL "S"
             MOVE "I" TO WRK-CAD-SITUACAO
           ELSE
             MOVE "C" TO WRK-CAD-SITUACAO
           END-IF.
           PERFORM 0250-GRAVAR-CONTROLE.
           PERFORM 0260-EMITIR-RESUMO.

      *----- Cadeia nova: comeca do topo. Cadeia anterior ainda
      *interrompida exige confirmacao explicita (no cartao, coluna
      *2 = "S"), p/ ninguem repetir por engano o que ja rodou
       0205-PREPARAR-NOVA              SECTION.
           IF WRK-TEM-ANTERIOR EQUAL "S"
             AND WRK-CAD-SITUACAO NOT EQUAL "C"
             DISPLAY "CADEIA ANTERIOR NAO CONCLUIDA (ETAPA "
               WRK-ANT-ETAPA-FALHA ")"
             IF WRK-PARM-OK EQUAL "S"
               MOVE WRK-PRM-CONFIRMA TO WRK-CONFIRMA
             ELSE
               DISPLAY "COMECAR DO TOPO MESMO ASSIM (S/N): "
                 WITH NO ADVANCING
               ACCEPT WRK-CONFIRMA
             END-IF
             IF WRK-CONFIRMA NOT EQUAL "S"
               AND WRK-CONFIRMA NOT EQUAL "s"
               MOVE "CADEIA ANTERIOR NAO CONCLUIDA" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
             END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WRK-CAD-INICIO.
           MOVE ZEROS TO WRK-CAD-RETOMADA.
           MOVE 1 TO WRK-ETAPA-INICIAL.

      *----- Retomada: a tabela tem de ser a mesma da cadeia
      *interrompida; as etapas ja OK ficam como estao e a execucao
      *recomeca na primeira que nao terminou OK
       0210-PREPARAR-RETOMADA          SECTION.
           IF WRK-TEM-ANTERIOR NOT EQUAL "S"
             MOVE "SEM CONTROLE P/ RETOMAR" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           IF WRK-CAD-SITUACAO EQUAL "C"
             MOVE "CADEIA ANTERIOR JA CONCLUIDA" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           IF WRK-QTD-ANTERIOR NOT EQUAL WRK-QTD-ETAPAS
             MOVE "TABELA DE ETAPAS MUDOU" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

           MOVE ZEROS TO WRK-ETAPA-INICIAL.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
             UNTIL WRK-IDX GREATER THAN WRK-QTD-ETAPAS
             IF WRK-ANT-PROGRAMA (WRK-IDX)
               NOT EQUAL WRK-ETP-PROGRAMA (WRK-IDX)
               MOVE "TABELA DE ETAPAS MUDOU" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
             END-IF
             MOVE WRK-ANT-INICIO (WRK-IDX)
               TO WRK-ETP-INICIO (WRK-IDX)
             MOVE WRK-ANT-FIM (WRK-IDX) TO WRK-ETP-FIM (WRK-IDX)
             MOVE WRK-ANT-RC (WRK-IDX) TO WRK-ETP-RC (WRK-IDX)
             MOVE WRK-ANT-SITUACAO (WRK-IDX)
               TO WRK-ETP-SITUACAO (WRK-IDX)
             IF WRK-ETAPA-INICIAL EQUAL ZEROS
               AND WRK-ETP-SITUACAO (WRK-IDX) NOT EQUAL "O"
               MOVE WRK-IDX TO WRK-ETAPA-INICIAL
             END-IF
             IF WRK-ETP-SITUACAO (WRK-IDX) EQUAL "O"
               AND WRK-ETP-RC (WRK-IDX) GREATER THAN WRK-RC-MAIOR
               MOVE WRK-ETP-RC (WRK-IDX) TO WRK-RC-MAIOR
             END-IF
           END-PERFORM.
           IF WRK-ETAPA-INICIAL EQUAL ZEROS
             MOVE "NENHUMA ETAPA P/ RETOMAR" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WRK-CAD-RETOMADA.
           DISPLAY "RETOMANDO NA ETAPA " WRK-ETAPA-INICIAL " "
             WRK-ETP-PROGRAMA (WRK-ETAPA-INICIAL).

      *----- Roda uma etapa: marca E no controle ANTES da chamada
      *(um abend no meio deixa a etapa como interrompida p/ a
      *retomada), entrega o cartao pelo DD_PARMnn-DAT (sem cartao,
      *o DD volta ao PARMnn-DAT de sempre, p/ nao herdar o cartao de
      *outra etapa do mesmo programa), chama, confere o RC contra o
      *limite e regrava o controle
       0220-EXECUTAR-ETAPA             SECTION.
           MOVE FUNCTION CURRENT-DATE (1:14)
             TO WRK-ETP-INICIO (WRK-IDX).
           MOVE ZEROS TO WRK-ETP-FIM (WRK-IDX).
           MOVE ZEROS TO WRK-ETP-RC (WRK-IDX).
           MOVE "E" TO WRK-ETP-SITUACAO (WRK-IDX).
           PERFORM 0250-GRAVAR-CONTROLE.
           DISPLAY "ETAPA " WRK-IDX " " WRK-ETP-PROGRAMA (WRK-IDX)
             " INICIO " WRK-ETP-INICIO (WRK-IDX).

           IF WRK-ETP-PROGRAMA (WRK-IDX) (1:4) EQUAL "PROG"
             AND WRK-ETP-PROGRAMA (WRK-IDX) (5:2) NUMERIC
             MOVE WRK-ETP-PROGRAMA (WRK-IDX) (5:2) TO WRK-DD-NN
             DISPLAY WRK-DD-CARTAO UPON ENVIRONMENT-NAME
             IF WRK-ETP-CARTAO (WRK-IDX) NOT EQUAL SPACES
               DISPLAY WRK-ETP-CARTAO (WRK-IDX)
                 UPON ENVIRONMENT-VALUE
             ELSE
               DISPLAY WRK-DD-CARTAO (4:10) UPON ENVIRONMENT-VALUE
             END-IF
           END-IF.

           MOVE "N" TO WRK-NAO-ACHOU.
           MOVE ZEROS TO RETURN-CODE.
           CALL WRK-ETP-PROGRAMA (WRK-IDX)
             ON EXCEPTION
               MOVE "S" TO WRK-NAO-ACHOU
           END-CALL.
           IF WRK-NAO-ACHOU EQUAL "S"
             DISPLAY "PROGRAMA NAO ENCONTRADO: "
               WRK-ETP-PROGRAMA (WRK-IDX)
             MOVE 12 TO WRK-RC-ETAPA
           ELSE
             MOVE RETURN-CODE TO WRK-RC-ETAPA
             CANCEL WRK-ETP-PROGRAMA (WRK-IDX)
           END-IF.
           MOVE ZEROS TO RETURN-CODE.

           ADD 1 TO WRK-QTD-EXECUTADAS.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WRK-ETP-FIM (WRK-IDX).
           MOVE WRK-RC-ETAPA TO WRK-ETP-RC (WRK-IDX).
           IF WRK-RC-ETAPA GREATER THAN WRK-ETP-RC-MAX (WRK-IDX)
             MOVE "F" TO WRK-ETP-SITUACAO (WRK-IDX)
             MOVE "S" TO WRK-INTERROMPIDA
             MOVE WRK-IDX TO WRK-ETAPA-FALHA
           ELSE
             MOVE "O" TO WRK-ETP-SITUACAO (WRK-IDX)
             IF WRK-RC-ETAPA GREATER THAN WRK-RC-MAIOR
               MOVE WRK-RC-ETAPA TO WRK-RC-MAIOR
             END-IF
           END-IF.
           PERFORM 0250-GRAVAR-CONTROLE.
           DISPLAY "ETAPA " WRK-IDX " " WRK-ETP-PROGRAMA (WRK-IDX)
             " FIM " WRK-ETP-FIM (WRK-IDX) " RC " WRK-RC-ETAPA.

      *----- Regrava o controle inteiro (CAB + uma ETP por etapa):
      *o arquivo e pequeno e sempre reflete o estado do momento
       0250-GRAVAR-CONTROLE            SECTION.
           OPEN OUTPUT ARQ-CONTROLE.
           IF FS-CONTROLE NOT EQUAL 00
             MOVE "CONTROLE NAO FOI GRAVADO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

           MOVE SPACES TO WRK-CTL-REGISTRO.
           MOVE "CAB" TO WRK-CTL-TIPO.
           MOVE WRK-CAD-INICIO   TO WRK-CAB-INICIO.
           MOVE WRK-CAD-RETOMADA TO WRK-CAB-RETOMADA.
           MOVE WRK-CAD-FIM      TO WRK-CAB-FIM.
           MOVE WRK-CAD-SITUACAO TO WRK-CAB-SITUACAO.
           MOVE WRK-ETAPA-FALHA  TO WRK-CAB-ETAPA-FALHA.
           MOVE WRK-QTD-ETAPAS   TO WRK-CAB-QTD-ETAPAS.
           WRITE CTL-LINHA FROM WRK-CTL-REGISTRO.

           PERFORM VARYING WRK-IDX-CTL FROM 1 BY 1
             UNTIL WRK-IDX-CTL GREATER THAN WRK-QTD-ETAPAS
             MOVE SPACES TO WRK-CTL-REGISTRO
             MOVE "ETP" TO WRK-CTL-TIPO
             MOVE WRK-IDX-CTL TO WRK-CET-SEQ
             MOVE WRK-ETP-PROGRAMA (WRK-IDX-CTL) TO WRK-CET-PROGRAMA
             MOVE WRK-ETP-INICIO (WRK-IDX-CTL)   TO WRK-CET-INICIO
             MOVE WRK-ETP-FIM (WRK-IDX-CTL)      TO WRK-CET-FIM
             MOVE WRK-ETP-RC (WRK-IDX-CTL)       TO WRK-CET-RC
             MOVE WRK-ETP-RC-MAX (WRK-IDX-CTL)   TO WRK-CET-RC-MAX
             MOVE WRK-ETP-SITUACAO (WRK-IDX-CTL) TO WRK-CET-SITUACAO
             WRITE CTL-LINHA FROM WRK-CTL-REGISTRO
           END-PERFORM.
           CLOSE ARQ-CONTROLE.

      *----- Resumo de uma pagina: cabecalho da cadeia, uma linha
      *por etapa e a conclusao (ou onde retomar)
       0260-EMITIR-RESUMO              SECTION.
           OPEN OUTPUT REL-CADEIA.
           IF FS-RELCAD NOT EQUAL 00
             DISPLAY "AVISO: RESUMO NAO GRAVADO. FS: " FS-RELCAD
           ELSE
             MOVE FUNCTION CURRENT-DATE (1:14) TO WRK-TIT-DATA
             WRITE CAD-LINHA FROM WRK-LINHA-TITULO
             MOVE WRK-CAD-INICIO   TO WRK-LCB-INICIO
             MOVE WRK-CAD-RETOMADA TO WRK-LCB-RETOMADA
             MOVE WRK-CAD-FIM      TO WRK-LCB-FIM
             IF WRK-MODO EQUAL 2
               MOVE "RETOMADA" TO WRK-LCB-MODO
             ELSE
               MOVE "NOVA" TO WRK-LCB-MODO
             END-IF
             WRITE CAD-LINHA FROM WRK-LINHA-CAB
             MOVE SPACES TO CAD-LINHA
             WRITE CAD-LINHA
             WRITE CAD-LINHA FROM WRK-LINHA-COLUNAS
             PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX GREATER THAN WRK-QTD-ETAPAS
               PERFORM 0265-IMPRIMIR-ETAPA
             END-PERFORM
             MOVE SPACES TO CAD-LINHA
             WRITE CAD-LINHA
             PERFORM 0268-IMPRIMIR-CONCLUSAO
             CLOSE REL-CADEIA
           END-IF.

      *----- Uma linha do resumo p/ a etapa WRK-IDX
       0265-IMPRIMIR-ETAPA             SECTION.
           MOVE WRK-IDX                     TO WRK-LET-SEQ.
           MOVE WRK-ETP-PROGRAMA (WRK-IDX)  TO WRK-LET-PROGRAMA.
           MOVE WRK-ETP-INICIO (WRK-IDX)    TO WRK-LET-INICIO.
           MOVE WRK-ETP-FIM (WRK-IDX)       TO WRK-LET-FIM.
           MOVE WRK-ETP-RC (WRK-IDX)        TO WRK-LET-RC.
           MOVE WRK-ETP-RC-MAX (WRK-IDX)    TO WRK-LET-RC-MAX.
           MOVE WRK-ETP-CARTAO (WRK-IDX)    TO WRK-LET-CARTAO.
           EVALUATE WRK-ETP-SITUACAO (WRK-IDX)
             WHEN "O"
               IF WRK-MODO EQUAL 2
                 AND WRK-IDX LESS THAN WRK-ETAPA-INICIAL
                 MOVE "OK (ANTERIOR)" TO WRK-LET-SITUACAO
               ELSE
                 MOVE "OK" TO WRK-LET-SITUACAO
               END-IF
             WHEN "F"
               MOVE "ACIMA LIMITE" TO WRK-LET-SITUACAO
             WHEN "E"
               MOVE "INTERROMPIDA" TO WRK-LET-SITUACAO
             WHEN OTHER
               MOVE "NAO EXECUTADA" TO WRK-LET-SITUACAO
           END-EVALUATE.
           WRITE CAD-LINHA FROM WRK-LINHA-ETP.

      *----- Conclusao: cadeia completa ou a etapa onde retomar
       0268-IMPRIMIR-CONCLUSAO         SECTION.
           MOVE SPACES TO WRK-LINHA-FINAL.
           IF WRK-INTERROMPIDA EQUAL "S"
             MOVE WRK-ETP-RC (WRK-ETAPA-FALHA) TO WRK-FIN-RC
             STRING
                 "CADEIA INTERROMPIDA NA ETAPA "  DELIMITED BY SIZE
                 WRK-ETAPA-FALHA                  DELIMITED BY SIZE
                 " ("                             DELIMITED BY SIZE
                 WRK-ETP-PROGRAMA (WRK-ETAPA-FALHA)
                                                  DELIMITED BY SPACE
                 " RC "                           DELIMITED BY SIZE
                 WRK-FIN-RC                       DELIMITED BY SIZE
                 " ACIMA DO MAXIMO "              DELIMITED BY SIZE
                 WRK-ETP-RC-MAX (WRK-ETAPA-FALHA) DELIMITED BY SIZE
                 "). CORRIGIR E RETOMAR COM O MODO 2"
                                                  DELIMITED BY SIZE
               INTO WRK-LINHA-FINAL
             END-STRING
           ELSE
             MOVE WRK-RC-MAIOR TO WRK-FIN-RC
             STRING
                 "CADEIA CONCLUIDA. MAIOR RC: "   DELIMITED BY SIZE
                 WRK-FIN-RC                       DELIMITED BY SIZE
               INTO WRK-LINHA-FINAL
             END-STRING
           END-IF.
           WRITE CAD-LINHA FROM WRK-LINHA-FINAL.

      *----- Grava a trilha de auditoria, fecha a auditoria e devolve
      *o RC da cadeia: 12 interrompida, 4 concluida com aviso, 0 OK
       0300-FINALIZAR                  SECTION.
           EVALUATE TRUE
             WHEN WRK-INTERROMPIDA EQUAL "S"
               MOVE 12 TO WRK-RC-FINAL
             WHEN WRK-RC-MAIOR GREATER THAN ZEROS
               MOVE 4 TO WRK-RC-FINAL
             WHEN OTHER
               MOVE ZEROS TO WRK-RC-FINAL
           END-EVALUATE.

           MOVE SPACES TO WRK-LINHA-AUD.
           STRING
               FUNCTION CURRENT-DATE (1:14)  DELIMITED BY SIZE
               "  PROG31  MODO="              DELIMITED BY SIZE
               WRK-MODO                       DELIMITED BY SIZE
               "  ETAPAS="                    DELIMITED BY SIZE
               WRK-QTD-ETAPAS                 DELIMITED BY SIZE
               "  EXECUTADAS="                DELIMITED BY SIZE
               WRK-QTD-EXECUTADAS             DELIMITED BY SIZE
               "  FALHA="                     DELIMITED BY SIZE
               WRK-ETAPA-FALHA                DELIMITED BY SIZE
               "  RC="                        DELIMITED BY SIZE
               WRK-RC-FINAL                   DELIMITED BY SIZE
             INTO WRK-LINHA-AUD
           END-STRING.
           WRITE LOG-LINHA FROM WRK-LINHA-AUD.

           DISPLAY "FIM DE PROGRAMA"
           CLOSE LOG-AUDITORIA.
           MOVE WRK-RC-FINAL TO RETURN-CODE.

      *----- Erro fatal: mensagem + codigo de retorno 12
       9000-TRATA-ERRO                 SECTION.
           DISPLAY WRK-MSG-ERRO.
           MOVE 12 TO RETURN-CODE.
           GOBACK.


       END PROGRAM PROG31.
