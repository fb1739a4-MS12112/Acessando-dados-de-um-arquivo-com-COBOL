
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG35.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: CONCILIACAO DO RETORNO DE ENTREGA DO GATEWAY DE
      *== MENSAGENS (NOTRET-DAT) COM O HISTORICO DE AVISOS GERADO
      *== PELO PROG34 (NOTCLI-DAT, COPY REGNOT). CASA OS DOIS LADOS
      *== PELA SEQUENCIA DA MENSAGEM NO LOTE, ATUALIZA A SITUACAO DE
      *== CADA AVISO (E=ENTREGUE, N=NAO ENTREGUE COM O MOTIVO DO
      *== GATEWAY) E IMPRIME AS PENDENCIAS: AVISOS NAO ENTREGUES,
      *== AVISOS ENVIADOS SEM RETORNO E RETORNOS DE MENSAGEM QUE O
      *== LOTE NAO TEM. TERMINA COM VEREDITO TODOS ENTREGUES/COM
      *== PENDENCIAS.
      *== DATA = 02/09/2026
      *== OBSERVAÇOES: MESMO ESQUEMA DO PROG10: O RETORNO TRAZ "CAB"
      *== (DATA + ORIGEM + LOTE DO PROG34) E "TOT" (CONTAGEM + HASH
      *== DAS SEQUENCIAS), CONFERIDOS ANTES DO CASAMENTO; RETORNO
      *== TRUNCADO, SEM TRAILER, COM DETALHE DE OUTRO LOTE, DE LOTE
      *== DESCONHECIDO OU JA CONCILIADO (VER CTLNOT-DAT) E RECUSADO
      *== INTEIRO. O RETORNO E ORDENADO POR SEQUENCIA ANTES DO
      *== CASAMENTO, POIS O GATEWAY NAO GARANTE A ORDEM.
      *== LAYOUT DO DETALHE: LOTE 9(14), SEQUENCIA 9(05), SITUACAO
      *== (E=ENTREGUE N=NAO ENTREGUE), DATA DA ENTREGA/TENTATIVA
      *== AAAAMMDD E MOTIVO X(30).
      *== RETORNO: 0=TODOS ENTREGUES 4=COM PENDENCIAS 12=FATAL.
      *======================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

      *Define os arquivos e seus Status
      *CAMINHOS EXTERNALIZADOS (nome simbolico, estilo DD-name de JCL):
      *o runtime usa as variaveis de ambiente DD_NOTCLI-DAT /
      *DD_NOTRET-DAT / DD_CTLNOT-DAT se existirem; senao usa o nome
      *literal no diretorio de trabalho atual.
       FILE-CONTROL.
      *Historico dos avisos enviados (COPY REGNOT)
           SELECT NOTIFICACOES ASSIGN TO "NOTCLI-DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOT-CHAVE
           FILE STATUS IS FS-NOTIFICACOES.

      *Arquivo de retorno de entrega enviado pelo gateway, com
      *cabecalho CAB (data + origem + lote) e trailer TOT (contagem +
      *hash das sequencias) conferidos antes de conciliar
           SELECT RETORNO-GTW ASSIGN TO "NOTRET-DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETORNO.

      *Controle de lotes ja conciliados (lote + data + origem do CAB)
           SELECT CTL-LOTES ASSIGN TO "CTLNOT-DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CTLLOTES.

      *Arquivo de trabalho do SORT (ordenacao do retorno)
           SELECT ARQ-SORT ASSIGN TO "C:\cobol\SMN5\SORTNOT.TMP".

      *Saida do SORT: retorno ja em ordem de sequencia
           SELECT RET-ORDENADO ASSIGN TO "C:\cobol\SMN5\NOTORD.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETORD.

      *Relatorio de pendencias da conciliacao
           SELECT REL-CONCILIA ASSIGN TO "C:\cobol\SMN5\RETAVISO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONCILIA.

      *Trilha de auditoria: uma linha por execucao (ver 0300-FINALIZAR)
           SELECT LOG-AUDITORIA ASSIGN TO "C:\cobol\SMN5\AUDITORIA.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.

      *Descreve a estrutura dos arquivos
       FILE SECTION.
       FD NOTIFICACOES.
           COPY REGNOT.

      *Retorno do gateway: identificacao da mensagem + situacao. As
      *visoes CAB/TOT distinguem cabecalho e trailer pelo tipo nas
      *posicoes 1-3; um detalhe nunca colide (RNT-LOTE e numerico)
       FD RETORNO-GTW.
       01 REG-RETORNO.
           05 RNT-LOTE       PIC 9(14).
           05 RNT-SEQ        PIC 9(05).
           05 RNT-SITUACAO   PIC X(01).
           05 RNT-DATA       PIC 9(08).
           05 RNT-MOTIVO     PIC X(30).
       01 REG-RET-CAB.
           05 RCAB-TIPO      PIC X(03).
           05 RCAB-DATA      PIC 9(08).
           05 RCAB-ORIGEM    PIC X(10).
           05 RCAB-LOTE      PIC 9(14).
           05 FILLER         PIC X(23).
       01 REG-RET-TOT.
           05 RTOT-TIPO      PIC X(03).
           05 RTOT-QTD       PIC 9(05).
           05 RTOT-HASH      PIC 9(12).
           05 FILLER         PIC X(38).

      *Registro de trabalho do SORT (mesmo layout do retorno)
       SD ARQ-SORT.
       01 SRT-REGISTRO.
           05 SRT-LOTE       PIC 9(14).
           05 SRT-SEQ        PIC 9(05).
           05 SRT-SITUACAO   PIC X(01).
           05 SRT-DATA       PIC 9(08).
           05 SRT-MOTIVO     PIC X(30).

      *Saida do SORT, retorno em ordem de sequencia
       FD RET-ORDENADO.
       01 ORD-REGISTRO.
           05 ORD-LOTE       PIC 9(14).
           05 ORD-SEQ        PIC 9(05).
           05 ORD-SITUACAO   PIC X(01).
           05 ORD-DATA       PIC 9(08).
           05 ORD-MOTIVO     PIC X(30).

      *Relatorio de pendencias
       FD REL-CONCILIA.
       01 CONC-LINHA       PIC X(132).

      *Controle de lotes ja conciliados: uma linha por CAB
       FD CTL-LOTES.
       01 CTL-LINHA.
           05 CTL-LOTE       PIC 9(14).
           05 CTL-DATA       PIC 9(08).
           05 CTL-ORIGEM     PIC X(10).

      *Trilha de auditoria de acesso/atualizacao de CLIENTE.DAT
       FD LOG-AUDITORIA.
       01 LOG-LINHA        PIC X(100).

      *-----------VARIÁVEIS----------------

       WORKING-STORAGE              SECTION.
       77 FS-NOTIFICACOES PIC 9(02) VALUE ZEROS.
       77 FS-RETORNO     PIC 9(02) VALUE ZEROS.
       77 FS-RETORD      PIC 9(02) VALUE ZEROS.
       77 FS-CONCILIA    PIC 9(02) VALUE ZEROS.
       77 FS-CTLLOTES    PIC 9(02) VALUE ZEROS.
       77 FS-AUDITORIA   PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO   PIC X(30) VALUE SPACES.
       77 WRK-LINHA-AUD  PIC X(100) VALUE SPACES.

      *-----------CONFERENCIA DO INTERCAMBIO (CAB/TOT)----------------
      *WRK-HASH-CALC: soma das RNT-SEQ truncada em 12 digitos (mesmo
      *calculo no gateway), p/ pegar retorno truncado na transferencia
       77 WRK-TEM-CAB         PIC X(01) VALUE "N".
       77 WRK-TEM-TOT         PIC X(01) VALUE "N".
       77 WRK-QTD-LINHAS      PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DET         PIC 9(05) VALUE ZEROS.
       77 WRK-HASH-CALC       PIC 9(12) VALUE ZEROS.
       77 WRK-LOTE            PIC 9(14) VALUE ZEROS.
       77 WRK-LOTE-DATA       PIC 9(08) VALUE ZEROS.
       77 WRK-LOTE-ORIGEM     PIC X(10) VALUE SPACES.
       77 WRK-TOT-QTD         PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-HASH        PIC 9(12) VALUE ZEROS.

      *-----------LADO HISTORICO E LADO GATEWAY DO CASAMENTO---------
      *Sequencia com um digito a mais que NOT-SEQ p/ caber a
      *sentinela 999999 de fim de lado do casamento balanceado
       77 WRK-MST-SEQ         PIC 9(06) VALUE ZEROS.
       77 WRK-GTW-SEQ         PIC 9(06) VALUE ZEROS.

      *-----------TOTALIZADORES DA CONCILIACAO----------------
       77 WRK-TOTAL-MENSAGENS PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-ENTREGUES PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-NAO-ENTR  PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-SEM-RET   PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-DESCONH   PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-INVALIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-PENDENTES PIC 9(05) VALUE ZEROS.

      *-----------LINHAS DO RELATORIO DE CONCILIACAO----------------
       01 WRK-LINHA-CAB-CONC.
           05 FILLER          PIC X(40) VALUE
              "CONCILIACAO DE ENTREGA DOS AVISOS LOTE ".
           05 WRK-CAB-LOTE    PIC 9(14).
           05 FILLER          PIC X(11) VALUE "  RETORNO: ".
           05 WRK-CAB-DATA    PIC 9(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-CAB-ORIGEM  PIC X(10).
           05 FILLER          PIC X(47) VALUE SPACES.

       01 WRK-LINHA-COLUNAS.
           05 FILLER          PIC X(39) VALUE
              "SEQ    ID        NOME".
           05 FILLER          PIC X(18) VALUE "AVISO".
           05 FILLER          PIC X(42) VALUE "DESTINO".
           05 FILLER          PIC X(33) VALUE "PENDENCIA".

       01 WRK-LINHA-CONC.
           05 WRK-CONC-SEQ      PIC 9(05).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-CONC-ID       PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-CONC-NOME     PIC X(20).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-CONC-TIPO     PIC X(13).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-CONC-CANAL    PIC X(01).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-CONC-DESTINO  PIC X(40).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-CONC-MOTIVO   PIC X(33).

       01 WRK-LINHA-TOT-CONC.
           05 FILLER            PIC X(11) VALUE "MENSAGENS: ".
           05 WRK-TOT-MENSAGENS PIC ZZZZ9.
           05 FILLER            PIC X(13) VALUE "  ENTREGUES: ".
           05 WRK-TOT-ENTREGUES PIC ZZZZ9.
           05 FILLER            PIC X(17) VALUE "  NAO ENTREGUES: ".
           05 WRK-TOT-NAO-ENTR  PIC ZZZZ9.
           05 FILLER            PIC X(15) VALUE "  SEM RETORNO: ".
           05 WRK-TOT-SEM-RET   PIC ZZZZ9.
           05 FILLER            PIC X(17) VALUE "  DESCONHECIDAS: ".
           05 WRK-TOT-DESCONH   PIC ZZZZ9.
           05 FILLER            PIC X(13) VALUE "  INVALIDAS: ".
           05 WRK-TOT-INVALIDAS PIC ZZZZ9.
           05 FILLER            PIC X(16) VALUE SPACES.

       01 WRK-LINHA-VEREDITO.
           05 FILLER            PIC X(10) VALUE "VEREDITO: ".
           05 WRK-VEREDITO      PIC X(16).
           05 FILLER            PIC X(106) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL                  SECTION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.

      *----- Confere o intercambio, ordena o retorno, abre o
      *historico e o relatorio
       0100-INICIALIZAR                SECTION.
           OPEN INPUT RETORNO-GTW.
           IF FS-RETORNO NOT EQUAL 00
             MOVE "NOTRET NAO FOI ABERTO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
      *----- Conferencia do intercambio ANTES de conciliar (mesma
      *protecao do PROG10): retorno truncado, sem trailer ou
      *re-enviado e recusado inteiro
           PERFORM 0110-VALIDAR-INTERCAMBIO.
           PERFORM 0120-VERIFICAR-JA-APLICADO.
           CLOSE RETORNO-GTW.

      *----- O SORT seleciona so os detalhes (INPUT PROCEDURE pula
      *CAB/TOT, que nao entram no casamento)
           SORT ARQ-SORT
             ON ASCENDING KEY SRT-SEQ
             INPUT PROCEDURE IS 0130-SELECIONAR-DETALHES
             GIVING RET-ORDENADO.
           IF SORT-RETURN NOT EQUAL ZERO
             MOVE "FALHA NO SORT DO RETORNO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

           OPEN INPUT RET-ORDENADO.
           IF FS-RETORD NOT EQUAL 00
             MOVE "RETORNO NAO FOI ABERTO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

           OPEN I-O NOTIFICACOES.
           IF FS-NOTIFICACOES NOT EQUAL 00
             MOVE "NOTCLI NAO FOI ABERTO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

      *----- Posiciona no primeiro aviso do lote: lote que o PROG34
      *nunca gerou nao tem o que conciliar
           MOVE WRK-LOTE TO NOT-LOTE.
           MOVE ZEROS    TO NOT-SEQ.
           START NOTIFICACOES KEY IS NOT LESS THAN NOT-CHAVE
             INVALID KEY
               CONTINUE
           END-START.
           IF FS-NOTIFICACOES EQUAL 00
             READ NOTIFICACOES NEXT RECORD
           END-IF.
           IF FS-NOTIFICACOES NOT EQUAL 00
             OR NOT-LOTE NOT EQUAL WRK-LOTE
             DISPLAY "LOTE DO RETORNO: " WRK-LOTE
             MOVE "LOTE DESCONHECIDO NO HISTORICO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.

           OPEN OUTPUT REL-CONCILIA.
           IF FS-CONCILIA NOT EQUAL 00
             MOVE "RELATORIO NAO FOI ABERTO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           MOVE WRK-LOTE        TO WRK-CAB-LOTE.
           MOVE WRK-LOTE-DATA   TO WRK-CAB-DATA.
           MOVE WRK-LOTE-ORIGEM TO WRK-CAB-ORIGEM.
           WRITE CONC-LINHA FROM WRK-LINHA-CAB-CONC.
           WRITE CONC-LINHA FROM WRK-LINHA-COLUNAS.

           OPEN EXTEND LOG-AUDITORIA.
           IF FS-AUDITORIA NOT EQUAL 00
             OPEN OUTPUT LOG-AUDITORIA
           END-IF.

      *----- Passo de conferencia: le o retorno inteiro, exige CAB na
      *primeira linha e TOT na ultima, conta os detalhes e soma as
      *sequencias (hash truncado em 12 digitos), e compara com o
      *trailer
       0110-VALIDAR-INTERCAMBIO        SECTION.
           PERFORM UNTIL FS-RETORNO NOT EQUAL 00
             READ RETORNO-GTW
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1 TO WRK-QTD-LINHAS
                 PERFORM 0115-CONFERIR-LINHA
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
           DISPLAY "INTERCAMBIO OK. LOTE: " WRK-LOTE
             " RETORNO: " WRK-LOTE-DATA
             " ORIGEM: " WRK-LOTE-ORIGEM
             " DETALHES: " WRK-QTD-DET.

      *----- Classifica uma linha do passo de conferencia
       0115-CONFERIR-LINHA             SECTION.
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
               IF RCAB-LOTE NOT NUMERIC OR RCAB-LOTE EQUAL ZEROS
                 MOVE "LOTE INVALIDO NO CABECALHO" TO WRK-MSG-ERRO
                 PERFORM 9000-TRATA-ERRO
                 GOBACK
               END-IF
               MOVE "S" TO WRK-TEM-CAB
               MOVE RCAB-LOTE   TO WRK-LOTE
               MOVE RCAB-DATA   TO WRK-LOTE-DATA
               MOVE RCAB-ORIGEM TO WRK-LOTE-ORIGEM
             WHEN RCAB-TIPO EQUAL "TOT"
               MOVE "S" TO WRK-TEM-TOT
               MOVE RTOT-QTD  TO WRK-TOT-QTD
               MOVE RTOT-HASH TO WRK-TOT-HASH
             WHEN OTHER
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
               IF RNT-LOTE NOT NUMERIC OR RNT-SEQ NOT NUMERIC
                 MOVE "DETALHE INVALIDO NO RETORNO" TO WRK-MSG-ERRO
                 PERFORM 9000-TRATA-ERRO
                 GOBACK
               END-IF
               IF RNT-LOTE NOT EQUAL WRK-LOTE
                 DISPLAY "LOTE DO DETALHE: " RNT-LOTE
                   " CABECALHO: " WRK-LOTE
                 MOVE "DETALHE DE OUTRO LOTE" TO WRK-MSG-ERRO
                 PERFORM 9000-TRATA-ERRO
                 GOBACK
               END-IF
               ADD 1 TO WRK-QTD-DET
               ADD RNT-SEQ TO WRK-HASH-CALC
           END-EVALUATE.

      *----- Um lote ja conciliado significa re-envio do gateway:
      *recusado (CTLNOT-DAT ausente = primeiro retorno)
       0120-VERIFICAR-JA-APLICADO      SECTION.
           OPEN INPUT CTL-LOTES.
           IF FS-CTLLOTES EQUAL 00
             PERFORM UNTIL FS-CTLLOTES NOT EQUAL 00
               READ CTL-LOTES
                 AT END
                   CONTINUE
                 NOT AT END
                   IF CTL-LOTE EQUAL WRK-LOTE
                     MOVE "RETORNO JA CONCILIADO"
                       TO WRK-MSG-ERRO
                     PERFORM 9000-TRATA-ERRO
                     GOBACK
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CTL-LOTES
           END-IF.

      *----- INPUT PROCEDURE do SORT: libera so os detalhes do
      *retorno (CAB/TOT ficam de fora do casamento)
       0130-SELECIONAR-DETALHES        SECTION.
           OPEN INPUT RETORNO-GTW.
           IF FS-RETORNO NOT EQUAL 00
             MOVE "NOTRET NAO FOI REABERTO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           PERFORM UNTIL FS-RETORNO NOT EQUAL 00
             READ RETORNO-GTW
               AT END
                 CONTINUE
               NOT AT END
                 IF RCAB-TIPO NOT EQUAL "CAB"
                   AND RCAB-TIPO NOT EQUAL "TOT"
                   MOVE RNT-LOTE     TO SRT-LOTE
                   MOVE RNT-SEQ      TO SRT-SEQ
                   MOVE RNT-SITUACAO TO SRT-SITUACAO
                   MOVE RNT-DATA     TO SRT-DATA
                   MOVE RNT-MOTIVO   TO SRT-MOTIVO
                   RELEASE SRT-REGISTRO
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE RETORNO-GTW.

      *----- Casamento balanceado dos dois lados por sequencia
      *crescente (sentinela 999999 marca o fim de cada lado). O
      *primeiro aviso do lote ja foi lido no posicionamento
       0200-PROCESSAR                  SECTION.
           MOVE NOT-SEQ TO WRK-MST-SEQ.
           PERFORM 0220-LER-RETORNO.
           PERFORM UNTIL WRK-MST-SEQ EQUAL 999999
             AND WRK-GTW-SEQ EQUAL 999999
             EVALUATE TRUE
               WHEN WRK-MST-SEQ LESS THAN WRK-GTW-SEQ
                 PERFORM 0230-SO-NO-HISTORICO
                 PERFORM 0210-LER-HISTORICO
               WHEN WRK-MST-SEQ GREATER THAN WRK-GTW-SEQ
                 PERFORM 0240-SO-NO-RETORNO
                 PERFORM 0220-LER-RETORNO
               WHEN OTHER
                 PERFORM 0250-ATUALIZAR-SITUACAO
                 PERFORM 0210-LER-HISTORICO
                 PERFORM 0220-LER-RETORNO
             END-EVALUATE
           END-PERFORM.

      *----- Le o proximo aviso do lote (sentinela no fim do lote)
       0210-LER-HISTORICO              SECTION.
           READ NOTIFICACOES NEXT RECORD.
           IF FS-NOTIFICACOES EQUAL 00
             AND NOT-LOTE EQUAL WRK-LOTE
             MOVE NOT-SEQ TO WRK-MST-SEQ
           ELSE
             MOVE 999999 TO WRK-MST-SEQ
           END-IF.

      *----- Le o proximo registro do retorno ordenado (sentinela)
       0220-LER-RETORNO                SECTION.
           READ RET-ORDENADO.
           IF FS-RETORD EQUAL 00
             MOVE ORD-SEQ TO WRK-GTW-SEQ
           ELSE
             MOVE 999999 TO WRK-GTW-SEQ
           END-IF.

      *----- Aviso enviado que o gateway nao devolveu: fica P
       0230-SO-NO-HISTORICO            SECTION.
           ADD 1 TO WRK-TOTAL-MENSAGENS.
           ADD 1 TO WRK-TOTAL-SEM-RET.
           PERFORM 0260-MONTAR-LINHA.
           MOVE "ENVIADO, SEM RETORNO DO GATEWAY" TO WRK-CONC-MOTIVO.
           WRITE CONC-LINHA FROM WRK-LINHA-CONC.

      *----- Retorno de uma sequencia que o lote nao tem
       0240-SO-NO-RETORNO              SECTION.
           ADD 1 TO WRK-TOTAL-DESCONH.
           MOVE SPACES TO WRK-LINHA-CONC.
           MOVE ORD-SEQ TO WRK-CONC-SEQ.
           MOVE ZEROS   TO WRK-CONC-ID.
           MOVE "RETORNO DE MENSAGEM INEXISTENTE" TO WRK-CONC-MOTIVO.
           WRITE CONC-LINHA FROM WRK-LINHA-CONC.

      *----- Sequencias casadas: grava a situacao devolvida pelo
      *gateway no historico; nao entregue e situacao invalida saem
      *no relatorio
       0250-ATUALIZAR-SITUACAO         SECTION.
           ADD 1 TO WRK-TOTAL-MENSAGENS.
           EVALUATE ORD-SITUACAO
             WHEN "E"
               ADD 1 TO WRK-TOTAL-ENTREGUES
               MOVE "E"      TO NOT-SITUACAO
               MOVE ORD-DATA TO NOT-DATA-RETORNO
               MOVE SPACES   TO NOT-MOTIVO
             WHEN "N"
               ADD 1 TO WRK-TOTAL-NAO-ENTR
               MOVE "N"        TO NOT-SITUACAO
               MOVE ORD-DATA   TO NOT-DATA-RETORNO
               MOVE ORD-MOTIVO TO NOT-MOTIVO
               PERFORM 0260-MONTAR-LINHA
               MOVE ORD-MOTIVO TO WRK-CONC-MOTIVO
               WRITE CONC-LINHA FROM WRK-LINHA-CONC
             WHEN OTHER
               ADD 1 TO WRK-TOTAL-INVALIDAS
               PERFORM 0260-MONTAR-LINHA
               MOVE "SITUACAO INVALIDA NO RETORNO"
                 TO WRK-CONC-MOTIVO
               WRITE CONC-LINHA FROM WRK-LINHA-CONC
           END-EVALUATE.

           IF ORD-SITUACAO EQUAL "E" OR ORD-SITUACAO EQUAL "N"
             REWRITE REG-NOTIFICACAO
               INVALID KEY
                 MOVE "HISTORICO NAO FOI REGRAVADO" TO WRK-MSG-ERRO
                 PERFORM 9000-TRATA-ERRO
                 GOBACK
             END-REWRITE
           END-IF.

      *----- Linha do relatorio com os dados do aviso do historico
       0260-MONTAR-LINHA               SECTION.
           MOVE SPACES      TO WRK-LINHA-CONC.
           MOVE NOT-SEQ     TO WRK-CONC-SEQ.
           MOVE NOT-ID      TO WRK-CONC-ID.
           MOVE NOT-NOME    TO WRK-CONC-NOME.
           MOVE NOT-CANAL   TO WRK-CONC-CANAL.
           MOVE NOT-DESTINO TO WRK-CONC-DESTINO.
           EVALUATE NOT-TIPO
             WHEN "S"
               MOVE "SUSPENSAO" TO WRK-CONC-TIPO
             WHEN "C"
               MOVE "CANCELAMENTO" TO WRK-CONC-TIPO
             WHEN "R"
               MOVE "REATIVACAO" TO WRK-CONC-TIPO
             WHEN "D"
               MOVE "DEBITO" TO WRK-CONC-TIPO
           END-EVALUATE.

      *----- Grava totais e veredito, fecha os arquivos e finaliza
       0300-FINALIZAR                  SECTION.
           MOVE WRK-TOTAL-MENSAGENS TO WRK-TOT-MENSAGENS.
           MOVE WRK-TOTAL-ENTREGUES TO WRK-TOT-ENTREGUES.
           MOVE WRK-TOTAL-NAO-ENTR  TO WRK-TOT-NAO-ENTR.
           MOVE WRK-TOTAL-SEM-RET   TO WRK-TOT-SEM-RET.
           MOVE WRK-TOTAL-DESCONH   TO WRK-TOT-DESCONH.
           MOVE WRK-TOTAL-INVALIDAS TO WRK-TOT-INVALIDAS.
           WRITE CONC-LINHA FROM WRK-LINHA-TOT-CONC.

           COMPUTE WRK-TOTAL-PENDENTES = WRK-TOTAL-NAO-ENTR
             + WRK-TOTAL-SEM-RET + WRK-TOTAL-INVALIDAS.
           IF WRK-TOTAL-PENDENTES EQUAL ZEROS
             AND WRK-TOTAL-DESCONH EQUAL ZEROS
             MOVE "TODOS ENTREGUES" TO WRK-VEREDITO
           ELSE
             MOVE "COM PENDENCIAS" TO WRK-VEREDITO
           END-IF.
           WRITE CONC-LINHA FROM WRK-LINHA-VEREDITO.
           DISPLAY "VEREDITO: " WRK-VEREDITO.
           PERFORM 0320-REGISTRAR-LOTE.

      *----- Codigo de retorno p/ a esteira agendada: pendencia vira
      *aviso (4); o fatal (12) ja sai por 9000-TRATA-ERRO
           IF WRK-VEREDITO NOT EQUAL "TODOS ENTREGUES"
             MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO WRK-LINHA-AUD.
           STRING
               FUNCTION CURRENT-DATE (1:14)  DELIMITED BY SIZE
               "  PROG35  LOTE="              DELIMITED BY SIZE
               WRK-LOTE                       DELIMITED BY SIZE
               "  ENTREGUES="                 DELIMITED BY SIZE
               WRK-TOTAL-ENTREGUES            DELIMITED BY SIZE
               "  PENDENTES="                 DELIMITED BY SIZE
               WRK-TOTAL-PENDENTES            DELIMITED BY SIZE
             INTO WRK-LINHA-AUD
           END-STRING.
           WRITE LOG-LINHA FROM WRK-LINHA-AUD.

           DISPLAY "FIM DE PROGRAMA"
           CLOSE NOTIFICACOES.
           CLOSE RET-ORDENADO.
           CLOSE REL-CONCILIA.
           CLOSE LOG-AUDITORIA.

      *----- Registra o lote recem-conciliado no controle, p/ o 0120
      *recusar um re-envio futuro
       0320-REGISTRAR-LOTE             SECTION.
           OPEN EXTEND CTL-LOTES.
           IF FS-CTLLOTES NOT EQUAL 00
             OPEN OUTPUT CTL-LOTES
           END-IF.
           IF FS-CTLLOTES NOT EQUAL 00
             MOVE "CONTROLE DE LOTES NAO GRAVADO" TO WRK-MSG-ERRO
             PERFORM 9000-TRATA-ERRO
             GOBACK
           END-IF.
           MOVE WRK-LOTE        TO CTL-LOTE.
           MOVE WRK-LOTE-DATA   TO CTL-DATA.
           MOVE WRK-LOTE-ORIGEM TO CTL-ORIGEM.
           WRITE CTL-LINHA.
           CLOSE CTL-LOTES.

      *----- Erro fatal: mensagem + codigo de retorno 12, p/ a esteira
      *agendada interromper os passos seguintes
       9000-TRATA-ERRO                 SECTION.
           DISPLAY WRK-MSG-ERRO.
           MOVE 12 TO RETURN-CODE.
           GOBACK.


       END PROGRAM PROG35.
