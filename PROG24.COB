
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG24.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: IMPORTACAO DO ARQUIVO DE RETORNO BANCARIO
      *== (PAGAMENTOS RECEBIDOS) DIRETO P/ O TRNCLI-DAT: CADA
      *== PAGAMENTO E CASADO COM O REG-ID DE CLIENTE.DAT E POSTADO
      *== COMO CREDITO ("C") NO LAYOUT REGTRN, COM A MESMA ATRIBUICAO
      *== DE SEQUENCIA DO DIA DO PROG17. PAGAMENTO SEM CLIENTE, DE
      *== CLIENTE CANCELADO OU JA EXPURGADO P/ O HISTCLI-DAT NAO E
      *== DESCARTADO: VAI P/ O ARQUIVO DE SUSPENSOS (SUSBCO-DAT) E
      *== SAI NA LISTAGEM COM O MOTIVO.
      *== DATA = 02/09/2026
      *== OBSERVAÇOES: OPCAO 1 = IMPORTAR O RETORNO (RETBCO-DAT, COM
      *== CABECALHO "CAB" E TRAILER "TOT" CONFERIDOS ANTES DE POSTAR,
      *== RE-ENVIO RECUSADO VIA CTLBCO-DAT, IGUAL AO PROG07). O LOTE
      *== E ANOTADO NO CTLBCO-DAT COMO PENDENTE ANTES DO PRIMEIRO
      *== CREDITO E COMO CONCLUIDO NO FIM: UM LOTE PENDENTE (EXECUCAO
      *== INTERROMPIDA) PODE SER REPETIDO, E A REPETICAO PULA O
      *== PAGAMENTO JA SUSPENSO (CHAVE NO SUSBCO-DAT) OU JA CREDITADO
      *== (MESMO CLIENTE, DATA, VALOR E AUTENTICACAO NO TRNCLI-DAT),
      *== POSTANDO SO O QUE FALTOU. DATA DE PAGAMENTO INVALIDA VAI
      *== P/ SUSPENSO; NA REAPLICACAO E CREDITADO NA DATA DA EXECUCAO.
      *== OPCAO 2
      *== = REAPLICAR SUSPENSOS JA TRABALHADOS PELA OPERACAO: CADA
      *== LINHA DO RESBCO-DAT TRAZ A CHAVE DO SUSPENSO, IMPRESSA NA
      *== LISTAGEM COMO LOTE-BANCO-SEQUENCIA (COL 1-8 DATA DO LOTE,
      *== 9-18 BANCO DO CAB, 19-23 SEQUENCIA NO LOTE), E O REG-ID
      *== CORRETO NAS COL 24-31 (ZEROS = O MESMO PAGO, P/ CLIENTE JA
      *== REGULARIZADO).
      *== O SUSPENSO REAPLICADO FICA MARCADO, P/ NUNCA CREDITAR DUAS
      *== VEZES. CARTAO PARM24-DAT OPCIONAL (OPCAO).
      *== PAGAMENTO DATADO EM PERIODO JA FECHADO PELO PROG26 (CONTROLE
      *== PERFEC-DAT) NAO VAI P/ SUSPENSO: E CREDITADO NA DATA DA
      *== EXECUCAO, COM O AVISO NA LISTAGEM (O MES CORRENTE NUNCA ESTA
      *== FECHADO).
      *======================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

      *Define os arquivos e seus Status
      *CAMINHOS EXTERNALIZADOS (nome simbolico, estilo DD-name de JCL):
      *o runtime usa as variaveis de ambiente DD_CLIENTE-DAT /
      *DD_TRNCLI-DAT / DD_RETBCO-DAT / DD_SUSBCO-DAT /
      *DD_RESBCO-DAT / DD_PERFEC-DAT se existirem; senao usa o nome
      *literal no diretorio de trabalho atual.
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

      *Historico de cancelados expurgados (mesmo layout do PROG11):
      *so p/ distinguir "expurgado" de "nunca existiu" no motivo
           SELECT HISTORICO ASSIGN TO "HISTCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS HIST-ID
           FILE STATUS IS FS-HISTORICO.

      *Arquivo de movimentos financeiros (ver COPY REGTRN); acesso
      *dinamico: a retomada de um lote procura o credito ja postado
      *percorrendo os movimentos do cliente no dia
           SELECT TRANSACOES ASSIGN TO "TRNCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRN-CHAVE
           FILE STATUS IS FS-TRANSACOES.

      *Arquivo de retorno do banco (pagamentos recebidos), com
      *cabecalho CAB (data + banco) e trailer TOT (contagem, hash
      *dos IDs e valor total) conferidos antes de postar
           SELECT RETORNO ASSIGN TO "RETBCO-DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETORNO.

      *Controle de retornos ja importados (data+banco de cada CAB):
      *um re-envio do banco com o mesmo cabecalho e recusado; lote so
      *pendente (sem a linha de concluido) e retomado
           SELECT CTL-RETORNOS ASSIGN TO "CTLBCO-DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTLRET.

      *Suspensos: pagamentos nao casados, aguardando a operacao
      *(chave = data do lote + banco + sequencia do pagamento no
      *lote: dois bancos podem mandar retorno com a mesma data)
           SELECT SUSPENSOS ASSIGN TO "SUSBCO-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUSP-CHAVE
           FILE STATUS IS FS-SUSPENSOS.

      *Resolucoes digitadas pela operacao p/ reaplicar suspensos
           SELECT RESOLUCOES ASSIGN TO "RESBCO-DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESOLUCOES.

      *Periodos fechados pelo fechamento mensal (PROG26)
           SELECT ARQ-PERIODOS ASSIGN TO "PERFEC-DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERIODOS.

      *Cartao de parametros p/ execucao nao assistida
           SELECT ARQ-PARM ASSIGN TO "PARM24-DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARM.

      *Listagem de creditados/suspensos (ou reaplicados/rejeitados)
           SELECT REL-RETORNO ASSIGN TO "C:\cobol\SMN5\RETBANCO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELRET.

      *Trilha de auditoria: uma linha por execucao (ver 0300-FINALIZAR)
           SELECT LOG-AUDITORIA ASSIGN TO "C:\cobol\SMN5\AUDITORIA.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.

      *Descreve a estrutura dos arquivos
       FILE SECTION.
       FD CLIENTES.
           COPY REGCLI.

      *Historico: mesmos campos do mestre + data em que foi expurgado
       FD HISTORICO.
       01 REG-HISTORICO.
           05 HIST-ID           PIC 9(08).
           05 HIST-NOME         PIC X(20).
           05 HIST-TELEFONE     PIC 9(11).
           05 HIST-ENDERECO     PIC X(40).
           05 HIST-EMAIL        PIC X(40).
           05 HIST-STATUS       PIC X(01).
           05 HIST-DATA-STATUS  PIC 9(08).
           05 HIST-DATA-EXPURGO PIC 9(08).

       FD TRANSACOES.
           COPY REGTRN.

      *Retorno: detalhe "DET" com o REG-ID informado no boleto, data
      *do pagamento, valor (centavos implicitos) e autenticacao do
      *banco; as visoes CAB/TOT (01 multiplos, estilo PROG07)
      *distinguem cabecalho e trailer pelo tipo nas posicoes 1-3
       FD RETORNO.
       01 REG-RETORNO.
           05 RDET-TIPO         PIC X(03).
           05 RDET-ID           PIC 9(08).
           05 RDET-DATA-PAGTO   PIC 9(08).
           05 RDET-VALOR        PIC 9(09)V99.
           05 RDET-AUTENTICACAO PIC X(20).
       01 REG-RET-CAB.
           05 RCAB-TIPO         PIC X(03).
           05 RCAB-DATA         PIC 9(08).
           05 RCAB-BANCO        PIC X(10).
           05 FILLER            PIC X(29).
       01 REG-RET-TOT.
           05 RTOT-TIPO         PIC X(03).
           05 RTOT-QTD          PIC 9(05).
           05 RTOT-HASH         PIC 9(12).
           05 RTOT-VALOR        PIC 9(11)V99.
           05 FILLER            PIC X(17).

      *Controle de retornos importados: linha P (pendente) antes do
      *primeiro credito e C (concluido) no fim; linha gravada antes
      *da situacao existir vem com ela em branco = concluido. A data
      *da execucao da linha P e a usada p/ o credito de periodo
      *fechado na retomada, p/ achar o que ja foi postado
       FD CTL-RETORNOS.
       01 CTL-LINHA.
           05 CTL-DATA       PIC 9(08).
           05 CTL-BANCO      PIC X(10).
           05 CTL-SITUACAO   PIC X(01).
           05 CTL-DATA-EXECUCAO PIC 9(08).

      *Suspenso: o pagamento como veio do banco + motivo e situacao
      *(P=pendente, A=aplicado pela reaplicacao, c/ ID e data)
       FD SUSPENSOS.
       01 REG-SUSPENSO.
           05 SUSP-CHAVE.
               10 SUSP-DATA-LOTE  PIC 9(08).
               10 SUSP-BANCO      PIC X(10).
               10 SUSP-SEQ-LOTE   PIC 9(05).
           05 SUSP-ID-PAGO       PIC 9(08).
           05 SUSP-DATA-PAGTO    PIC 9(08).
           05 SUSP-VALOR         PIC 9(09)V99.
           05 SUSP-AUTENTICACAO  PIC X(20).
           05 SUSP-MOTIVO        PIC X(30).
           05 SUSP-SITUACAO      PIC X(01).
           05 SUSP-ID-APLICADO   PIC 9(08).
           05 SUSP-DATA-APLICACAO PIC 9(08).

      *Resolucao: chave do suspenso + REG-ID correto (zeros = o
      *mesmo REG-ID pago, cliente ja regularizado no mestre)
       FD RESOLUCOES.
       01 REG-RESOLUCAO.
           05 RES-DATA-LOTE  PIC X(08).
           05 RES-BANCO      PIC X(10).
           05 RES-SEQ-LOTE   PIC X(05).
           05 RES-ID         PIC X(08).
           05 FILLER         PIC X(49).

      *Periodo fechado (so o AAAAMM interessa aqui; ver PROG26)
       FD ARQ-PERIODOS.
       01 PER-LINHA.
           05 PER-PERIODO    PIC 9(06).
           05 FILLER         PIC X(19).

      *Cartao de parametros da execucao nao assistida
       FD ARQ-PARM.
       01 PRM-LINHA.
           05 PRM-OPCAO      PIC X(01).
           05 FILLER         PIC X(79).

      *Listagem impressa da execucao
       FD REL-RETORNO.
       01 RELRET-LINHA     PIC X(132).

      *Trilha de auditoria de acesso/atualizacao de CLIENTE.DAT
       FD LOG-AUDITORIA.
       01 LOG-LINHA        PIC X(100).

      *-----------VARIÁVEIS----------------

       WORKING-STORAGE              SECTION.
       77 FS-CLIENTES    PIC 9(02) VALUE ZEROS.
       77 FS-HISTORICO   PIC 9(02) VALUE ZEROS.
       77 FS-TRANSACOES  PIC 9(02) VALUE ZEROS.
       77 FS-RETORNO     PIC 9(02) VALUE ZEROS.
       77 FS-CTLRET      PIC 9(02) VALUE ZEROS.
       77 FS-SUSPENSOS   PIC 9(02) VALUE ZEROS.
       77 FS-RESOLUCOES  PIC 9(02) VALUE ZEROS.
       77 FS-PERIODOS    PIC 9(02) VALUE ZEROS.
       77 FS-PARM        PIC 9(02) VALUE ZEROS.
       77 FS-RELRET      PIC 9(02) VALUE ZEROS.
       77 FS-AUDITORIA   PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO   PIC X(30) VALUE SPACES.
       77 WRK-OPCAO      PIC 9(01) VALUE ZERO.
       77 WRK-LINHA-AUD  PIC X(100) VALUE SPACES.
       77 WRK-GRAVOU     PIC X(01) VALUE "N".
       77 WRK-TEM-HISTORICO PIC X(01) VALUE "N".

      *Area de parametros da trava de execucao (rotina TRVCLI):
      *leitor de CLIENTE.DAT, carimba leitura compartilhada p/ a
      *recarga do PROG09 nao substituir o arquivo fisico no meio
      *desta execucao
           COPY TRVPAR.
       77 WRK-CARIMBADO  PIC X(01) VALUE "N".

      *-----------EXECUCAO NAO ASSISTIDA (CARTAO DE PARAMETROS)------
       77 WRK-PARM-OK    PIC X(01) VALUE "N".

      *-----------PAGAMENTO EM TRATAMENTO----------------
      *Mesmos campos p/ a importacao e p/ a reaplicacao: a critica
      *do cliente (0230) e a postagem (0240) servem aos dois fluxos
       77 WRK-PAG-ID        PIC 9(08) VALUE ZEROS.
       77 WRK-PAG-DATA      PIC 9(08) VALUE ZEROS.
       77 WRK-PAG-VALOR     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PAG-AUTENT    PIC X(20) VALUE SPACES.
       77 WRK-PAG-MOTIVO    PIC X(30) VALUE SPACES.
       77 WRK-PAG-OK        PIC X(01) VALUE "N".
       77 WRK-SEQ-LOTE      PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-OK       PIC X(01) VALUE "N".
       77 WRK-HIST-CREDITO  PIC X(30) VALUE SPACES.
       77 WRK-DATA-POSTAGEM PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-AJUSTADA PIC X(01) VALUE "N".

      *-----------RETOMADA DE LOTE INTERROMPIDO----------------
      *WRK-DATA-EXECUCAO: hoje, ou a da linha P do lote retomado.
      *WRK-JA-TRATADO: N=pagamento novo, C=ja creditado, S=ja
      *suspenso pela execucao interrompida
       77 WRK-RETOMADA      PIC X(01) VALUE "N".
       77 WRK-DATA-EXECUCAO PIC 9(08) VALUE ZEROS.
       77 WRK-SITUACAO-LOTE PIC X(01) VALUE SPACE.
       77 WRK-JA-TRATADO    PIC X(01) VALUE "N".
       77 WRK-FIM-BUSCA     PIC X(01) VALUE "N".
       77 WRK-TOTAL-JA-TRATADOS PIC 9(05) VALUE ZEROS.

      *-----------TRAVA DE PERIODO FECHADO----------------
      *WRK-ULTIMO-FECHADO zeros = nenhum mes fechado ainda
       77 WRK-ULTIMO-FECHADO PIC 9(06) VALUE ZEROS.
       77 WRK-PERIODO-PAG    PIC 9(06) VALUE ZEROS.

      *-----------CONFERENCIA DO INTERCAMBIO (CAB/TOT)----------------
       77 WRK-TEM-CAB         PIC X(01) VALUE "N".
       77 WRK-TEM-TOT         PIC X(01) VALUE "N".
       77 WRK-QTD-LINHAS      PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DET         PIC 9(05) VALUE ZEROS.
       77 WRK-HASH-CALC       PIC 9(12) VALUE ZEROS.
       77 WRK-VALOR-CALC      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LOTE-DATA       PIC 9(08) VALUE ZEROS.
       77 WRK-LOTE-BANCO      PIC X(10) VALUE SPACES.
       77 WRK-TOT-QTD         PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-HASH        PIC 9(12) VALUE ZEROS.
       77 WRK-TOT-VALOR       PIC 9(11)V99 VALUE ZEROS.

      *-----------TOTALIZADORES DA EXECUCAO----------------
       77 WRK-TOTAL-LIDOS      PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-CREDITADOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-SUSPENSOS  PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-CREDITADO  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-SUSPENSO   PIC 9(11)V99 VALUE ZEROS.

      *-----------LINHAS DA LISTAGEM----------------
       01 WRK-LINHA-CAB-RET.
           05 WRK-CAB-TITULO    PIC X(40).
           05 FILLER            PIC X(08) VALUE "  LOTE: ".
           05 WRK-CAB-LOTE      PIC 9(08).
           05 FILLER            PIC X(09) VALUE "  BANCO: ".
           05 WRK-CAB-BANCO     PIC X(10).
           05 FILLER            PIC X(57) VALUE SPACES.

       01 WRK-LINHA-RET.
           05 WRK-RET-LOTE      PIC 9(08).
           05 FILLER            PIC X(01) VALUE "-".
           05 WRK-RET-BANCO     PIC X(10).
           05 FILLER            PIC X(01) VALUE "-".
           05 WRK-RET-SEQ       PIC 9(05).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-RET-ID        PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-RET-DATA      PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-RET-VALOR     PIC Z(08)9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-RET-RESULTADO PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-RET-MOTIVO    PIC X(30).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-RET-AUTENT    PIC X(20).
           05 FILLER            PIC X(07) VALUE SPACES.

       01 WRK-LINHA-TOT-RET.
           05 FILLER            PIC X(07) VALUE "LIDOS: ".
           05 WRK-TOT-LIDOS     PIC ZZZZ9.
           05 WRK-TOT-ROT-OK    PIC X(15).
           05 WRK-TOT-CREDITADOS PIC ZZZZ9.
           05 WRK-TOT-ROT-NOK   PIC X(15).
           05 WRK-TOT-SUSPENSOS PIC ZZZZ9.
           05 FILLER            PIC X(80) VALUE SPACES.

       01 WRK-LINHA-TOT-VAL.
           05 WRK-VAL-ROT-OK    PIC X(20).
           05 WRK-TOT-VAL-CRED  PIC Z(10)9.99.
           05 WRK-VAL-ROT-NOK   PIC X(20).
           05 WRK-TOT-VAL-SUSP  PIC Z(10)9.99.
           05 FILLER            PIC X(64) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL                  SECTION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.

      *----- Obtem a opcao (cartao ou console) e abre os arquivos
       0100-INICIALIZAR                SECTION.
           PERFORM 0110-LER-PARAMETROS.
           IF WRK-PARM-OK NOT EQUAL "S"
             DISPLAY "RETORNO BANCARIO DE PAGAMENTOS"
             DISPLAY "1-IMPORTAR RETORNO  2-REAPLICAR SUSPENSOS"
             DISPLAY "OPCAO: " WITH NO ADVANCING
             ACCEPT WRK-OPCAO
           END-IF.
           IF WRK-OPCAO NOT EQUAL 1 AND WRK-OPCAO NOT EQUAL 2
             MOVE "OPCAO INVALIDA" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-EXECUCAO.

      *----- Na importacao, a conferencia do intercambio vem ANTES
      *de qualquer postagem: retorno truncado, sem trailer ou
      *re-enviado e recusado inteiro
           IF WRK-OPCAO EQUAL 1
             OPEN INPUT RETORNO
             IF FS-RETORNO NOT EQUAL 00
               MOVE "RETORNO NAO FOI ABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
             END-IF
             PERFORM 0120-VALIDAR-INTERCAMBIO
             PERFORM 0130-VERIFICAR-JA-IMPORTADO
             CLOSE RETORNO
             OPEN INPUT RETORNO
             IF FS-RETORNO NOT EQUAL 00
               MOVE "RETORNO NAO FOI REABERTO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
             END-IF
           ELSE
             OPEN INPUT RESOLUCOES
             IF FS-RESOLUCOES NOT EQUAL 00
               MOVE "RESOLUCOES NAO FORAM ABERTAS" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
             END-IF
           END-IF.

      *----- Carimbo de leitura compartilhada: nao bloqueia ninguem,
      *mas impede a recarga do PROG09 de substituir o arquivo
      *durante esta execucao
           MOVE "S" TO TRV-FUNCAO.
           MOVE "PROG24" TO TRV-PROGRAMA.
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

      *----- Historico ausente (nenhum expurgo ainda) nao e erro:
      *so deixa de distinguir "expurgado" de "nao encontrado"
           OPEN INPUT HISTORICO.
           IF FS-HISTORICO EQUAL 00
             MOVE "S" TO WRK-TEM-HISTORICO
           END-IF.

           PERFORM 0140-LER-PERIODOS.

           OPEN I-O TRANSACOES.
           IF FS-TRANSACOES EQUAL 35
             OPEN OUTPUT TRANSACOES
             IF FS-TRANSACOES NOT EQUAL 00
               MOVE "TRNCLI NAO FOI CRIADO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
             END-IF
             CLOSE TRANSACOES
             OPEN I-O TRANSACOES
           END-IF.
           IF FS-TRANSACOES NOT EQUAL 00
             MOVE "TRNCLI NAO FOI ABERTO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

      *----- Suspensos sao criados no primeiro retorno (FS=35)
           OPEN I-O SUSPENSOS.
           IF FS-SUSPENSOS EQUAL 35
             OPEN OUTPUT SUSPENSOS
             IF FS-SUSPENSOS NOT EQUAL 00
               MOVE "SUSPENSOS NAO FORAM CRIADOS" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
             END-IF
             CLOSE SUSPENSOS
             OPEN I-O SUSPENSOS
           END-IF.
           IF FS-SUSPENSOS NOT EQUAL 00
             MOVE "SUSPENSOS NAO FORAM ABERTOS" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

           OPEN OUTPUT REL-RETORNO.
           IF FS-RELRET NOT EQUAL 00
             MOVE "LISTAGEM NAO FOI ABERTA" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           IF WRK-OPCAO EQUAL 1
             MOVE "IMPORTACAO DO RETORNO BANCARIO" TO WRK-CAB-TITULO
             MOVE WRK-LOTE-DATA  TO WRK-CAB-LOTE
             MOVE WRK-LOTE-BANCO TO WRK-CAB-BANCO
           ELSE
             MOVE "REAPLICACAO DE PAGAMENTOS SUSPENSOS"
               TO WRK-CAB-TITULO
             MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-CAB-LOTE
             MOVE SPACES TO WRK-CAB-BANCO
           END-IF.
           WRITE RELRET-LINHA FROM WRK-LINHA-CAB-RET.

           OPEN EXTEND LOG-AUDITORIA.
           IF FS-AUDITORIA NOT EQUAL 00
             OPEN OUTPUT LOG-AUDITORIA
           END-IF.

      *----- Le o cartao de parametros da execucao nao assistida
      *(PARM24-DAT ausente: modo de console; invalido: fatal)
       0110-LER-PARAMETROS             SECTION.
           OPEN INPUT ARQ-PARM.
           IF FS-PARM EQUAL 00
             READ ARQ-PARM
               AT END
                 MOVE "CARTAO DE PARAMETROS VAZIO" TO WRK-MSG-ERRO
                 PERFORM 9000-TRATA-ERRO
                 GOBACK
             END-READ
             IF PRM-OPCAO NOT NUMERIC
               OR PRM-OPCAO LESS THAN "1"
               OR PRM-OPCAO GREATER THAN "2"
               MOVE "OPCAO INVALIDA NO CARTAO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
             END-IF
             MOVE PRM-OPCAO TO WRK-OPCAO
             MOVE "S" TO WRK-PARM-OK
             DISPLAY "MODO NAO ASSISTIDO. OPCAO: " WRK-OPCAO
             CLOSE ARQ-PARM
           END-IF.

      *----- Passo de conferencia: exige CAB na primeira linha e TOT
      *na ultima, conta os detalhes, soma os IDs (hash) e os valores
      *e compara com o trailer antes de qualquer postagem
       0120-VALIDAR-INTERCAMBIO        SECTION.
           PERFORM UNTIL FS-RETORNO NOT EQUAL 00
             READ RETORNO
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1 TO WRK-QTD-LINHAS
                 PERFORM 0125-CONFERIR-LINHA
             END-READ
           END-PERFORM.

           IF WRK-TEM-CAB NOT EQUAL "S"
             MOVE "RETORNO SEM CABECALHO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           IF WRK-TEM-TOT NOT EQUAL "S"
             MOVE "RETORNO SEM TRAILER" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           IF WRK-QTD-DET NOT EQUAL WRK-TOT-QTD
             DISPLAY "CONTAGEM: ARQUIVO " WRK-QTD-DET
               " TRAILER " WRK-TOT-QTD
             MOVE "CONTAGEM DIVERGE DO TRAILER" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           IF WRK-HASH-CALC NOT EQUAL WRK-TOT-HASH
             DISPLAY "HASH: ARQUIVO " WRK-HASH-CALC
               " TRAILER " WRK-TOT-HASH
             MOVE "HASH DIVERGE DO TRAILER" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           IF WRK-VALOR-CALC NOT EQUAL WRK-TOT-VALOR
             DISPLAY "VALOR: ARQUIVO " WRK-VALOR-CALC
               " TRAILER " WRK-TOT-VALOR
             MOVE "VALOR DIVERGE DO TRAILER" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           DISPLAY "INTERCAMBIO OK. LOTE: " WRK-LOTE-DATA
             " BANCO: " WRK-LOTE-BANCO
             " PAGAMENTOS: " WRK-QTD-DET.

      *----- Classifica uma linha do passo de conferencia
       0125-CONFERIR-LINHA             SECTION.
           EVALUATE TRUE
             WHEN RCAB-TIPO EQUAL "CAB"
               IF WRK-QTD-LINHAS NOT EQUAL 1
                 MOVE "CABECALHO FORA DE LUGAR" TO WRK-MSG-ERRO
                 PERFORM 9000-TRATA-ERRO
                 GOBACK
               END-IF
               IF RCAB-DATA NOT NUMERIC OR RCAB-DATA EQUAL ZEROS
                 MOVE "DATA INVALIDA NO CABECALHO" TO WRK-MSG-ERRO
                 PERFORM 9000-TRATA-ERRO
                 GOBACK
               END-IF
               MOVE "S" TO WRK-TEM-CAB
               MOVE RCAB-DATA  TO WRK-LOTE-DATA
               MOVE RCAB-BANCO TO WRK-LOTE-BANCO
             WHEN RTOT-TIPO EQUAL "TOT"
               MOVE "S" TO WRK-TEM-TOT
               MOVE RTOT-QTD   TO WRK-TOT-QTD
               MOVE RTOT-HASH  TO WRK-TOT-HASH
               MOVE RTOT-VALOR TO WRK-TOT-VALOR
             WHEN RDET-TIPO EQUAL "DET"
               IF WRK-TEM-CAB NOT EQUAL "S"
                 MOVE "RETORNO SEM CABECALHO" TO WRK-MSG-ERRO
                 PERFORM 9000-TRATA-ERRO
                 GOBACK
               END-IF
               IF WRK-TEM-TOT EQUAL "S"
                 MOVE "DETALHE APOS O TRAILER" TO WRK-MSG-ERRO
                 PERFORM 9000-TRATA-ERRO
                 GOBACK
               END-IF
               IF RDET-ID NOT NUMERIC OR RDET-VALOR NOT NUMERIC
                 MOVE "DETALHE NAO NUMERICO" TO WRK-MSG-ERRO
                 PERFORM 9000-TRATA-ERRO
                 GOBACK
               END-IF
               ADD 1 TO WRK-QTD-DET
               ADD RDET-ID    TO WRK-HASH-CALC
               ADD RDET-VALOR TO WRK-VALOR-CALC
             WHEN OTHER
               MOVE "TIPO DE LINHA INVALIDO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
           END-EVALUATE.

      *----- Um CAB de mesma data+banco ja importado significa
      *re-envio: recusado, o credito nao pode ser duplicado
      *(CTLBCO-DAT ausente = primeiro retorno desta instalacao). So a
      *linha P, sem a C, e execucao interrompida: o lote e retomado
       0130-VERIFICAR-JA-IMPORTADO     SECTION.
           OPEN INPUT CTL-RETORNOS.
           IF FS-CTLRET EQUAL 00
             PERFORM UNTIL FS-CTLRET NOT EQUAL 00
               READ CTL-RETORNOS
                 AT END
                   CONTINUE
                 NOT AT END
                   IF CTL-DATA EQUAL WRK-LOTE-DATA
                     AND CTL-BANCO EQUAL WRK-LOTE-BANCO
                     IF CTL-SITUACAO EQUAL "P"
                       MOVE "S" TO WRK-RETOMADA
                       MOVE CTL-DATA-EXECUCAO TO WRK-DATA-EXECUCAO
                     ELSE
                       MOVE "RETORNO JA IMPORTADO (RE-ENVIO)"
                         TO WRK-MSG-ERRO
                       PERFORM 9000-TRATA-ERRO
                       GOBACK
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CTL-RETORNOS
           END-IF.
           IF WRK-RETOMADA EQUAL "S"
             DISPLAY "LOTE INTERROMPIDO EM " WRK-DATA-EXECUCAO
               ": RETOMANDO (O JA TRATADO NAO E POSTADO DE NOVO)"
           END-IF.

      *----- Acha o ultimo periodo fechado (PERFEC-DAT ausente =
      *nenhum fechamento ainda)
       0140-LER-PERIODOS               SECTION.
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

      *----- Direciona p/ a importacao ou p/ a reaplicacao
       0200-PROCESSAR                  SECTION.
           EVALUATE WRK-OPCAO
             WHEN 1
               PERFORM 0210-IMPORTAR-RETORNO
             WHEN 2
               PERFORM 0260-REAPLICAR-SUSPENSOS
           END-EVALUATE.

      *----- Le cada pagamento do retorno (CAB/TOT ja conferidos em
      *0120 sao pulados aqui). O lote fica pendente no controle antes
      *do primeiro credito (na retomada, ja esta)
       0210-IMPORTAR-RETORNO           SECTION.
           IF WRK-RETOMADA NOT EQUAL "S"
             MOVE "P" TO WRK-SITUACAO-LOTE
             PERFORM 0310-REGISTRAR-LOTE
           END-IF.
           PERFORM UNTIL FS-RETORNO NOT EQUAL 00
             READ RETORNO
               AT END
                 CONTINUE
               NOT AT END
                 IF RDET-TIPO EQUAL "DET"
                   ADD 1 TO WRK-TOTAL-LIDOS
                   ADD 1 TO WRK-SEQ-LOTE
                   PERFORM 0220-TRATA-PAGAMENTO
                 END-IF
             END-READ
           END-PERFORM.

      *----- Casa um pagamento com o cliente: credita ou suspende.
      *Na retomada, o que a execucao interrompida ja tratou so vai
      *p/ a listagem e os totais
       0220-TRATA-PAGAMENTO            SECTION.
           MOVE RDET-ID           TO WRK-PAG-ID.
           MOVE RDET-DATA-PAGTO   TO WRK-PAG-DATA.
           MOVE RDET-VALOR        TO WRK-PAG-VALOR.
           MOVE RDET-AUTENTICACAO TO WRK-PAG-AUTENT.
           MOVE WRK-LOTE-DATA     TO WRK-RET-LOTE.
           MOVE WRK-LOTE-BANCO    TO WRK-RET-BANCO.
           MOVE WRK-SEQ-LOTE      TO WRK-RET-SEQ.
           PERFORM 0228-CRITICAR-DATA.

           MOVE "N" TO WRK-JA-TRATADO.
           IF WRK-RETOMADA EQUAL "S"
             PERFORM 0225-VERIFICAR-JA-TRATADO
           END-IF.

           EVALUATE WRK-JA-TRATADO
             WHEN "C"
               ADD 1 TO WRK-TOTAL-JA-TRATADOS
               MOVE "RETOMADA: JA CREDITADO" TO WRK-PAG-MOTIVO
               MOVE "CREDITADO" TO WRK-RET-RESULTADO
               PERFORM 0245-CONTAR-CREDITO
             WHEN "S"
               ADD 1 TO WRK-TOTAL-JA-TRATADOS
               MOVE SUSP-MOTIVO TO WRK-PAG-MOTIVO
               PERFORM 0255-CONTAR-SUSPENSO
             WHEN OTHER
               PERFORM 0222-CASAR-PAGAMENTO
           END-EVALUATE.

      *----- Pagamento novo: critica valor, data e cliente
       0222-CASAR-PAGAMENTO            SECTION.
           IF WRK-PAG-VALOR EQUAL ZEROS
             MOVE "N" TO WRK-PAG-OK
             MOVE "VALOR ZERADO" TO WRK-PAG-MOTIVO
           ELSE
             IF WRK-DATA-OK NOT EQUAL "S"
               MOVE "N" TO WRK-PAG-OK
               MOVE "DATA INVALIDA" TO WRK-PAG-MOTIVO
             ELSE
               PERFORM 0230-VALIDAR-CLIENTE
             END-IF
           END-IF.

           IF WRK-PAG-OK EQUAL "S"
             PERFORM 0240-GRAVAR-CREDITO
           END-IF.

           IF WRK-PAG-OK EQUAL "S"
             MOVE "CREDITADO" TO WRK-RET-RESULTADO
             PERFORM 0245-CONTAR-CREDITO
           ELSE
             PERFORM 0250-SUSPENDER
           END-IF.

      *----- Retomada: suspenso com a chave do pagamento no lote =
      *ja suspenso; credito do mesmo cliente na data de postagem com
      *mesmo valor e mesmo historico (autenticacao do banco) = ja
      *creditado
       0225-VERIFICAR-JA-TRATADO       SECTION.
           MOVE WRK-LOTE-DATA  TO SUSP-DATA-LOTE.
           MOVE WRK-LOTE-BANCO TO SUSP-BANCO.
           MOVE WRK-SEQ-LOTE   TO SUSP-SEQ-LOTE.
           READ SUSPENSOS KEY IS SUSP-CHAVE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE "S" TO WRK-JA-TRATADO
           END-READ.

           IF WRK-JA-TRATADO EQUAL "N" AND WRK-DATA-OK EQUAL "S"
             PERFORM 0242-DATA-POSTAGEM
             MOVE WRK-PAG-ID        TO TRN-ID
             MOVE WRK-DATA-POSTAGEM TO TRN-DATA
             MOVE ZEROS             TO TRN-SEQ
             MOVE "N" TO WRK-FIM-BUSCA
             START TRANSACOES KEY IS NOT LESS THAN TRN-CHAVE
               INVALID KEY
                 MOVE "S" TO WRK-FIM-BUSCA
             END-START
             PERFORM UNTIL WRK-FIM-BUSCA EQUAL "S"
               READ TRANSACOES NEXT RECORD
                 AT END
                   MOVE "S" TO WRK-FIM-BUSCA
                 NOT AT END
                   IF TRN-ID NOT EQUAL WRK-PAG-ID
                     OR TRN-DATA NOT EQUAL WRK-DATA-POSTAGEM
                     MOVE "S" TO WRK-FIM-BUSCA
                   ELSE
                     IF TRN-TIPO EQUAL "C"
                       AND TRN-VALOR EQUAL WRK-PAG-VALOR
                       AND TRN-HISTORICO EQUAL WRK-HIST-CREDITO
                       MOVE "C" TO WRK-JA-TRATADO
                       MOVE "S" TO WRK-FIM-BUSCA
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
           END-IF.

      *----- Data de pagamento: numerica e de calendario valido
       0228-CRITICAR-DATA              SECTION.
           MOVE "S" TO WRK-DATA-OK.
           IF WRK-PAG-DATA NOT NUMERIC
             MOVE "N" TO WRK-DATA-OK
           ELSE
             IF FUNCTION TEST-DATE-YYYYMMDD (WRK-PAG-DATA)
               NOT EQUAL ZERO
               MOVE "N" TO WRK-DATA-OK
             END-IF
           END-IF.

      *----- O pagador precisa existir no mestre e nao estar
      *cancelado; fora do mestre, o historico diz se foi expurgado
       0230-VALIDAR-CLIENTE            SECTION.
           MOVE "S" TO WRK-PAG-OK.
           MOVE SPACES TO WRK-PAG-MOTIVO.
           MOVE WRK-PAG-ID TO REG-ID.
           READ CLIENTES KEY IS REG-ID
             INVALID KEY
               MOVE "N" TO WRK-PAG-OK
               MOVE "REG-ID NAO ENCONTRADO" TO WRK-PAG-MOTIVO
               IF WRK-TEM-HISTORICO EQUAL "S"
                 MOVE WRK-PAG-ID TO HIST-ID
                 READ HISTORICO KEY IS HIST-ID
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     MOVE "CLIENTE EXPURGADO" TO WRK-PAG-MOTIVO
                 END-READ
               END-IF
             NOT INVALID KEY
               IF REG-STATUS EQUAL "C"
                 MOVE "N" TO WRK-PAG-OK
                 MOVE "CLIENTE CANCELADO" TO WRK-PAG-MOTIVO
               END-IF
           END-READ.

      *----- Grava o credito atribuindo a sequencia do dia (mesma
      *regra do 0230-GRAVAR-MOVIMENTO do PROG17: FS=22 = vaga ja
      *ocupada; qualquer outro status de WRITE e fatal)
       0240-GRAVAR-CREDITO             SECTION.
           PERFORM 0242-DATA-POSTAGEM.
           MOVE WRK-PAG-ID        TO TRN-ID.
           MOVE WRK-DATA-POSTAGEM TO TRN-DATA.
           IF WRK-DATA-AJUSTADA EQUAL "S"
             MOVE "DATA AJUSTADA: PERIODO FECHADO" TO WRK-PAG-MOTIVO
           END-IF.
           MOVE "C"              TO TRN-TIPO.
           MOVE WRK-PAG-VALOR    TO TRN-VALOR.
           MOVE WRK-HIST-CREDITO TO TRN-HISTORICO.
           MOVE ZEROS         TO TRN-SEQ.
           MOVE "N"           TO WRK-GRAVOU.

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

           IF WRK-GRAVOU NOT EQUAL "S"
             MOVE "N" TO WRK-PAG-OK
             MOVE "SEQUENCIA DO DIA ESGOTADA" TO WRK-PAG-MOTIVO
           END-IF.

      *----- Data em que o credito e postado e seu historico. Pago
      *em mes ja fechado: credita na data da execucao (na retomada, a
      *da execucao interrompida, a mesma que ela usou)
       0242-DATA-POSTAGEM              SECTION.
           MOVE WRK-PAG-DATA TO WRK-DATA-POSTAGEM.
           MOVE "N" TO WRK-DATA-AJUSTADA.
           COMPUTE WRK-PERIODO-PAG = WRK-PAG-DATA / 100.
           IF WRK-PERIODO-PAG NOT GREATER THAN WRK-ULTIMO-FECHADO
             MOVE WRK-DATA-EXECUCAO TO WRK-DATA-POSTAGEM
             MOVE "S" TO WRK-DATA-AJUSTADA
           END-IF.
           MOVE SPACES TO WRK-HIST-CREDITO.
           STRING
               "RET.BANCO "   DELIMITED BY SIZE
               WRK-PAG-AUTENT DELIMITED BY SIZE
             INTO WRK-HIST-CREDITO
           END-STRING.

      *----- Registra um credito postado na listagem e nos totais
       0245-CONTAR-CREDITO             SECTION.
           ADD 1 TO WRK-TOTAL-CREDITADOS.
           ADD WRK-PAG-VALOR TO WRK-VALOR-CREDITADO.
           MOVE WRK-PAG-ID     TO WRK-RET-ID.
           MOVE WRK-PAG-DATA   TO WRK-RET-DATA.
           MOVE WRK-PAG-VALOR  TO WRK-RET-VALOR.
           MOVE WRK-PAG-AUTENT TO WRK-RET-AUTENT.
           MOVE WRK-PAG-MOTIVO TO WRK-RET-MOTIVO.
           WRITE RELRET-LINHA FROM WRK-LINHA-RET.

      *----- Grava o pagamento nao casado no arquivo de suspensos
      *(pendente) e na listagem, com a chave p/ a reaplicacao
       0250-SUSPENDER                  SECTION.
           MOVE WRK-LOTE-DATA  TO SUSP-DATA-LOTE.
           MOVE WRK-SEQ-LOTE   TO SUSP-SEQ-LOTE.
           MOVE WRK-LOTE-BANCO TO SUSP-BANCO.
           MOVE WRK-PAG-ID     TO SUSP-ID-PAGO.
           MOVE WRK-PAG-DATA   TO SUSP-DATA-PAGTO.
           MOVE WRK-PAG-VALOR  TO SUSP-VALOR.
           MOVE WRK-PAG-AUTENT TO SUSP-AUTENTICACAO.
           MOVE WRK-PAG-MOTIVO TO SUSP-MOTIVO.
           MOVE "P"            TO SUSP-SITUACAO.
           MOVE ZEROS          TO SUSP-ID-APLICADO.
           MOVE ZEROS          TO SUSP-DATA-APLICACAO.
           WRITE REG-SUSPENSO
             INVALID KEY
               MOVE "ERRO AO GRAVAR SUSPENSO" TO WRK-MSG-ERRO
               PERFORM 9000-TRATA-ERRO
               GOBACK
           END-WRITE.
           PERFORM 0255-CONTAR-SUSPENSO.

      *----- Registra um suspenso na listagem e nos totais
       0255-CONTAR-SUSPENSO            SECTION.
           ADD 1 TO WRK-TOTAL-SUSPENSOS.
           ADD WRK-PAG-VALOR TO WRK-VALOR-SUSPENSO.
           MOVE WRK-PAG-ID     TO WRK-RET-ID.
           MOVE WRK-PAG-DATA   TO WRK-RET-DATA.
           MOVE WRK-PAG-VALOR  TO WRK-RET-VALOR.
           MOVE WRK-PAG-AUTENT TO WRK-RET-AUTENT.
           MOVE "SUSPENSO"     TO WRK-RET-RESULTADO.
           MOVE WRK-PAG-MOTIVO TO WRK-RET-MOTIVO.
           WRITE RELRET-LINHA FROM WRK-LINHA-RET.

      *----- Le cada resolucao digitada pela operacao e reaplica o
      *suspenso correspondente
       0260-REAPLICAR-SUSPENSOS        SECTION.
           PERFORM UNTIL FS-RESOLUCOES NOT EQUAL 00
             READ RESOLUCOES
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1 TO WRK-TOTAL-LIDOS
                 PERFORM 0270-TRATA-RESOLUCAO
             END-READ
           END-PERFORM.

      *----- Localiza o suspenso pela chave, critica o cliente e,
      *se passou, credita e marca o suspenso como aplicado; uma
      *rejeicao deixa o suspenso pendente p/ nova resolucao
       0270-TRATA-RESOLUCAO            SECTION.
           MOVE ZEROS  TO WRK-RET-LOTE WRK-RET-SEQ WRK-RET-ID
                          WRK-RET-DATA WRK-RET-VALOR.
           MOVE SPACES TO WRK-RET-AUTENT WRK-RET-BANCO.
           MOVE "N" TO WRK-PAG-OK.

           IF RES-DATA-LOTE NOT NUMERIC
             OR RES-SEQ-LOTE NOT NUMERIC
             OR RES-ID NOT NUMERIC
             MOVE "RESOLUCAO NAO NUMERICA" TO WRK-PAG-MOTIVO
             PERFORM 0280-REJEITAR-RESOLUCAO
           ELSE
             MOVE RES-DATA-LOTE TO SUSP-DATA-LOTE WRK-RET-LOTE
             MOVE RES-BANCO     TO SUSP-BANCO     WRK-RET-BANCO
             MOVE RES-SEQ-LOTE  TO SUSP-SEQ-LOTE  WRK-RET-SEQ
             READ SUSPENSOS KEY IS SUSP-CHAVE
               INVALID KEY
                 MOVE "SUSPENSO NAO ENCONTRADO" TO WRK-PAG-MOTIVO
                 PERFORM 0280-REJEITAR-RESOLUCAO
               NOT INVALID KEY
                 PERFORM 0275-APLICAR-RESOLUCAO
             END-READ
           END-IF.

      *----- Aplica uma resolucao a um suspenso lido
       0275-APLICAR-RESOLUCAO          SECTION.
           MOVE SUSP-DATA-PAGTO   TO WRK-PAG-DATA.
           MOVE SUSP-VALOR        TO WRK-PAG-VALOR.
           MOVE SUSP-AUTENTICACAO TO WRK-PAG-AUTENT.
           IF RES-ID EQUAL ZEROS
             MOVE SUSP-ID-PAGO TO WRK-PAG-ID
           ELSE
             MOVE RES-ID TO WRK-PAG-ID
           END-IF.
           MOVE WRK-PAG-ID     TO WRK-RET-ID.
           MOVE WRK-PAG-DATA   TO WRK-RET-DATA.
           MOVE WRK-PAG-VALOR  TO WRK-RET-VALOR.
           MOVE WRK-PAG-AUTENT TO WRK-RET-AUTENT.

           IF SUSP-SITUACAO EQUAL "A"
             MOVE "SUSPENSO JA REAPLICADO" TO WRK-PAG-MOTIVO
             PERFORM 0280-REJEITAR-RESOLUCAO
           ELSE
             PERFORM 0230-VALIDAR-CLIENTE
      *----- Suspenso por data invalida: o dinheiro entrou, credita
      *na data da execucao
             PERFORM 0228-CRITICAR-DATA
             IF WRK-PAG-OK EQUAL "S" AND WRK-DATA-OK NOT EQUAL "S"
               MOVE WRK-DATA-EXECUCAO TO WRK-PAG-DATA WRK-RET-DATA
               MOVE "DATA AJUSTADA: PAGTO INVALIDO" TO WRK-PAG-MOTIVO
             END-IF
             IF WRK-PAG-OK EQUAL "S"
               PERFORM 0240-GRAVAR-CREDITO
             END-IF
             IF WRK-PAG-OK NOT EQUAL "S"
               PERFORM 0280-REJEITAR-RESOLUCAO
             ELSE
               MOVE "A" TO SUSP-SITUACAO
               MOVE WRK-PAG-ID TO SUSP-ID-APLICADO
               MOVE FUNCTION CURRENT-DATE (1:8)
                 TO SUSP-DATA-APLICACAO
               REWRITE REG-SUSPENSO
                 INVALID KEY
                   MOVE "ERRO AO REGRAVAR SUSPENSO" TO WRK-MSG-ERRO
                   PERFORM 9000-TRATA-ERRO
                   GOBACK
               END-REWRITE
               MOVE "REAPLICADO" TO WRK-RET-RESULTADO
               PERFORM 0245-CONTAR-CREDITO
             END-IF
           END-IF.

      *----- Registra uma resolucao rejeitada e o motivo na listagem
       0280-REJEITAR-RESOLUCAO         SECTION.
           ADD 1 TO WRK-TOTAL-SUSPENSOS.
           MOVE "REJEITADO"    TO WRK-RET-RESULTADO.
           MOVE WRK-PAG-MOTIVO TO WRK-RET-MOTIVO.
           WRITE RELRET-LINHA FROM WRK-LINHA-RET.

      *----- Registra o retorno no controle (data+banco do CAB):
      *P antes do primeiro credito, C no fim; o 0130 recusa um
      *re-envio de lote concluido e retoma um pendente
       0310-REGISTRAR-LOTE             SECTION.
           OPEN EXTEND CTL-RETORNOS.
           IF FS-CTLRET NOT EQUAL 00
             OPEN OUTPUT CTL-RETORNOS
           END-IF.
           IF FS-CTLRET NOT EQUAL 00
             MOVE "CONTROLE DE RETORNO NAO GRAVADO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           MOVE WRK-LOTE-DATA     TO CTL-DATA.
           MOVE WRK-LOTE-BANCO    TO CTL-BANCO.
           MOVE WRK-SITUACAO-LOTE TO CTL-SITUACAO.
           MOVE WRK-DATA-EXECUCAO TO CTL-DATA-EXECUCAO.
           WRITE CTL-LINHA.
           CLOSE CTL-RETORNOS.

      *----- Grava os totais e a auditoria, fecha os arquivos, finaliza
       0300-FINALIZAR                  SECTION.
           IF WRK-OPCAO EQUAL 1
             MOVE "C" TO WRK-SITUACAO-LOTE
             PERFORM 0310-REGISTRAR-LOTE
             MOVE "  CREDITADOS: " TO WRK-TOT-ROT-OK
             MOVE "  SUSPENSOS:  " TO WRK-TOT-ROT-NOK
             MOVE "VALOR CREDITADO: "  TO WRK-VAL-ROT-OK
             MOVE "  VALOR SUSPENSO: " TO WRK-VAL-ROT-NOK
           ELSE
             MOVE "  REAPLICADOS: " TO WRK-TOT-ROT-OK
             MOVE "  REJEITADOS:  " TO WRK-TOT-ROT-NOK
             MOVE "VALOR REAPLICADO: " TO WRK-VAL-ROT-OK
             MOVE SPACES               TO WRK-VAL-ROT-NOK
           END-IF.
           MOVE WRK-TOTAL-LIDOS      TO WRK-TOT-LIDOS.
           MOVE WRK-TOTAL-CREDITADOS TO WRK-TOT-CREDITADOS.
           MOVE WRK-TOTAL-SUSPENSOS  TO WRK-TOT-SUSPENSOS.
           WRITE RELRET-LINHA FROM WRK-LINHA-TOT-RET.
           MOVE WRK-VALOR-CREDITADO  TO WRK-TOT-VAL-CRED.
           MOVE WRK-VALOR-SUSPENSO   TO WRK-TOT-VAL-SUSP.
           WRITE RELRET-LINHA FROM WRK-LINHA-TOT-VAL.

           MOVE SPACES TO WRK-LINHA-AUD.
           STRING
               FUNCTION CURRENT-DATE (1:14)  DELIMITED BY SIZE
               "  PROG24  FS-CLIENTES="       DELIMITED BY SIZE
               FS-CLIENTES                    DELIMITED BY SIZE
               "  OPCAO="                     DELIMITED BY SIZE
               WRK-OPCAO                      DELIMITED BY SIZE
               "  REGISTROS="                 DELIMITED BY SIZE
               WRK-TOTAL-CREDITADOS           DELIMITED BY SIZE
               "  SUSPENSOS="                 DELIMITED BY SIZE
               WRK-TOTAL-SUSPENSOS            DELIMITED BY SIZE
             INTO WRK-LINHA-AUD
           END-STRING.
           WRITE LOG-LINHA FROM WRK-LINHA-AUD.

      *----- Codigo de retorno p/ a esteira agendada: suspensos ou
      *rejeitados viram aviso (4); o fatal (12) sai por 9000
           IF WRK-TOTAL-SUSPENSOS NOT EQUAL ZEROS
             MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "RETORNO CONCLUIDO. LIDOS: " WRK-TOTAL-LIDOS
             " CREDITADOS: " WRK-TOTAL-CREDITADOS
             " SUSPENSOS/REJEITADOS: " WRK-TOTAL-SUSPENSOS.
           IF WRK-TOTAL-JA-TRATADOS NOT EQUAL ZEROS
             DISPLAY "JA TRATADOS NA EXECUCAO INTERROMPIDA: "
               WRK-TOTAL-JA-TRATADOS
           END-IF.
           IF WRK-OPCAO EQUAL 1
             CLOSE RETORNO
           ELSE
             CLOSE RESOLUCOES
           END-IF.
           CLOSE CLIENTES.
           IF WRK-TEM-HISTORICO EQUAL "S"
             CLOSE HISTORICO
           END-IF.
           IF WRK-CARIMBADO EQUAL "S"
             MOVE "D" TO TRV-FUNCAO
             CALL "TRVCLI" USING TRV-PARAMETROS
             MOVE "N" TO WRK-CARIMBADO
           END-IF.
           CLOSE TRANSACOES.
           CLOSE SUSPENSOS.
           CLOSE REL-RETORNO.
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


       END PROGRAM PROG24.
